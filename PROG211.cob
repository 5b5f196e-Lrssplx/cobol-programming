001000******************************************************************
001010* PROGRAM-ID: PROG211
001020* AUTHOR:      R. ALMEIDA - APPLICATIONS
001030* INSTALLATION: FOLHA DE PAGAMENTO / RECURSOS HUMANOS
001040* DATE-WRITTEN: 2026-10-08
001050* DATE-COMPILED:
001060* PURPOSE:     CALLABLE FIELD-VISIBILITY SERVICE, IN THE MOLD OF
001070*              PROG209. AN INQUIRY OR REPORT PROGRAM LEARNS HOW
001080*              MUCH OF THE PERSONAL DATA THE OPERATOR AT THE
001090*              TERMINAL MAY SEE (OP-NIVEL-VISAO ON OPERADOR):
001100*                1 - BASICA: SALARIO AND EVERY MONEY COLUMN PRINT
001110*                    AS ASTERISKS, CPF/PIS PARTIALLY MASKED, BANK
001120*                    DATA HIDDEN;
001130*                2 - DOCUMENTOS: CPF, PIS AND BANK DATA IN FULL,
001140*                    MONEY STILL AS ASTERISKS;
001150*                3 - INTEGRAL: EVERYTHING.
001160*              A BLANK OP-NIVEL-VISAO FOLLOWS OP-NIVEL: A
001170*              SUPERVISOR IS INTEGRAL, ANY OTHER OPERATOR BASICA,
001180*              SO EXISTING ROWS NEED NO CONVERSION.
001190*              FUNCTION I IDENTIFIES THE OPERATOR (CODE AND
001200*                PASSWORD) AND RETURNS THE LEVEL; A FAILED
001210*                IDENTIFICATION RETURNS BASICA, SO THE INQUIRY
001220*                STILL RUNS, FULLY MASKED;
001230*              FUNCTION C RETURNS THE LEVEL ALREADY IDENTIFIED IN
001240*                THIS RUN, SO THE PROG68 REPORT SERVICES CAN STAMP
001250*                IT ON THE RPTFILE ROWS; STATUS 2 MEANS NOBODY WAS
001260*                IDENTIFIED (AN UNATTENDED RUN), STATUS 3 THAT THE
001263*                IDENTIFICATION WAS TRIED AND REFUSED (BASICA, NO
001266*                OPERATOR CODE RETURNED).
001270* ----------------------------------------------------------------
001280* MODIFICATION HISTORY
001290* DATE       INIT DESCRIPTION
001300* 2026-10-08 RA   INITIAL VERSION
001301* 2026-10-15 RA   AN UNKNOWN, BLOCKED OR WRONG-PASSWORD OPERATOR
001302*                 IS NO LONGER FLAGGED IDENTIFIED: THE TYPED CODE
001303*                 IS CLEARED AND STATUS 3 (RECUSADO) IS RETURNED,
001304*                 SO PROG220 CANNOT GRANT THAT CODE'S COMPANY
001306*                 ACCESS.
001310******************************************************************
001320 IDENTIFICATION DIVISION.
001330 PROGRAM-ID. PROG211.

001340 ENVIRONMENT DIVISION.
001350 INPUT-OUTPUT SECTION.
001360 FILE-CONTROL.
001370     SELECT OPERATOR-FILE ASSIGN TO "OPERADOR"
001380         ORGANIZATION IS INDEXED
001390         ACCESS MODE IS DYNAMIC
001400         RECORD KEY IS OP-CODIGO-OPERADOR
001410         FILE STATUS IS FS-OPERADOR.

001420 DATA DIVISION.
001430 FILE SECTION.
001440 FD  OPERATOR-FILE.
001450 COPY OPERREC.

001460 WORKING-STORAGE SECTION.
001470 01  FS-OPERADOR                 PIC X(02).
001480     88  FS-OPERADOR-OK          VALUE "00".

001490 01  WS-SENHA-ENT                PIC X(08).

001500* THE IDENTIFICATION MADE BY FUNCTION I, KEPT FOR FUNCTION C
001510 01  WS-IDENTIFICACAO.
001520     05  WS-IDENTIFICADO-SW      PIC X(01) VALUE "N".
001530         88  WS-IDENTIFICADO     VALUE "Y".
001534         88  WS-RECUSADO         VALUE "R".
001540     05  WS-OPERADOR             PIC X(06) VALUE SPACES.
001550     05  WS-NIVEL                PIC X(01) VALUE "1".

001560 LINKAGE SECTION.
001570 01  LK-FUNCAO                   PIC X(01).
001580     88  LK-FUNCAO-IDENTIFICAR   VALUE "I".
001590     88  LK-FUNCAO-CONSULTAR     VALUE "C".
001600 01  LK-OPERADOR                 PIC X(06).
001610 01  LK-NIVEL                    PIC X(01).
001620 01  LK-STATUS                   PIC X(01).
001630     88  LK-VISAO-OK             VALUE "1".
001640     88  LK-VISAO-NENHUMA        VALUE "2".
001644     88  LK-VISAO-RECUSADA       VALUE "3".

001650 PROCEDURE DIVISION USING LK-FUNCAO LK-OPERADOR LK-NIVEL
001660         LK-STATUS.

001670*----------------------------------------------------------------
001680* 0000-MAINLINE
001690*----------------------------------------------------------------
001700 0000-MAINLINE.
001710     IF LK-FUNCAO-IDENTIFICAR
001720         PERFORM 1000-IDENTIFICAR THRU 1000-IDENTIFICAR-EXIT
001730     END-IF.

001740     IF WS-IDENTIFICADO
001750         SET LK-VISAO-OK TO TRUE
001760     ELSE
001762         IF WS-RECUSADO
001764             SET LK-VISAO-RECUSADA TO TRUE
001766         ELSE
001770             SET LK-VISAO-NENHUMA TO TRUE
001774         END-IF
001780     END-IF.
001790     MOVE WS-OPERADOR TO LK-OPERADOR.
001800     MOVE WS-NIVEL    TO LK-NIVEL.
001810     GO TO 9999-EXIT.

001820*----------------------------------------------------------------
001830* 1000-IDENTIFICAR - ANYTHING SHORT OF AN ACTIVE OPERATOR WITH THE
001840*                     RIGHT PASSWORD IS RECUSADO: BASIC LEVEL AND
001844*                     NO OPERATOR CODE
001850*----------------------------------------------------------------
001860 1000-IDENTIFICAR.
001870     SET WS-RECUSADO TO TRUE.
001880     MOVE SPACES TO WS-OPERADOR.
001890     MOVE "1" TO WS-NIVEL.

001900     OPEN INPUT OPERATOR-FILE.
001910     IF NOT FS-OPERADOR-OK
001920         DISPLAY "PROG211: OPERATOR-FILE INDISPONIVEL - DADOS "
001930             "PESSOAIS MASCARADOS"
001940         GO TO 1000-IDENTIFICAR-EXIT
001950     END-IF.

001960     DISPLAY "INFORME SEU CODIGO DE OPERADOR".
001970     ACCEPT WS-OPERADOR.
001980     DISPLAY "SENHA".
001990     MOVE SPACES TO WS-SENHA-ENT.
002000     ACCEPT WS-SENHA-ENT.
002010     MOVE WS-OPERADOR TO OP-CODIGO-OPERADOR.
002020     READ OPERATOR-FILE
002030         INVALID KEY
002040             DISPLAY "PROG211: OPERADOR NAO ENCONTRADO - DADOS "
002050                 "PESSOAIS MASCARADOS"
002060             GO TO 1050-RECUSAR
002070     END-READ.
002080     IF OP-BLOQUEADO OR OP-DESATIVADO
002090         DISPLAY "PROG211: OPERADOR BLOQUEADO OU DESATIVADO - "
002100             "DADOS PESSOAIS MASCARADOS"
002110         GO TO 1050-RECUSAR
002120     END-IF.
002130     IF OP-SENHA = SPACES OR WS-SENHA-ENT NOT = OP-SENHA
002140         DISPLAY "PROG211: SENHA INVALIDA - DADOS PESSOAIS "
002150             "MASCARADOS"
002160         GO TO 1050-RECUSAR
002170     END-IF.

002180     IF OP-VISAO-PELO-NIVEL
002190         IF OP-NIVEL-SUPERVISOR
002200             MOVE "3" TO WS-NIVEL
002210         END-IF
002220     ELSE
002230         MOVE OP-NIVEL-VISAO TO WS-NIVEL
002240     END-IF.
002241     SET WS-IDENTIFICADO TO TRUE.
002242     GO TO 1100-FECHAR-OPERADOR.

002243 1050-RECUSAR.
002244     MOVE SPACES TO WS-OPERADOR.
002245     MOVE "1" TO WS-NIVEL.

002250 1100-FECHAR-OPERADOR.
002260     CLOSE OPERATOR-FILE.
002270 1000-IDENTIFICAR-EXIT.
002280     EXIT.

002290 9999-EXIT.
002300     GOBACK.
