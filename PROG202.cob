001000******************************************************************
001010* PROGRAM-ID: PROG202
001020* AUTHOR:      R. ALMEIDA - APPLICATIONS
001030* INSTALLATION: FOLHA DE PAGAMENTO / RECURSOS HUMANOS
001040* DATE-WRITTEN: 2026-10-05
001050* DATE-COMPILED:
001060* PURPOSE:     MONTHLY LISTING OF THE FIXED-TERM CONTRACTS
001070*              (ESTAGIO, JOVEM APRENDIZ, TEMPORARIO - EMPREC
001080*              TIPO-CONTRATO) OF ACTIVE FUNCIONARIOS WHOSE
001090*              DATA-FIM-CONTRATO FALLS WITHIN THE NEXT 60 DAYS,
001100*              SO HR RENEWS, CONVERTS OR TERMINATES THEM IN TIME.
001110*              A CONTRACT WHOSE END DATE HAS ALREADY PASSED WITH
001120*              THE FUNCIONARIO STILL ACTIVE IS LISTED AS VENCIDO -
001130*              THE PAYROLL RUN (PROG42) KEEPS PAYING AND FLAGGING
001140*              IT UNTIL THE RESCISAO (PROG58) OR A NEW END DATE
001150*              (PROG16) IS KEYED. PRINTS THROUGH THE PROG68 REPORT
001160*              SERVICES.
001170* ----------------------------------------------------------------
001180* MODIFICATION HISTORY
001190* DATE       INIT DESCRIPTION
001200* 2026-10-05 RA   INITIAL VERSION
001210******************************************************************
001220 IDENTIFICATION DIVISION.
001230 PROGRAM-ID. PROG202.

001240 ENVIRONMENT DIVISION.
001250 INPUT-OUTPUT SECTION.
001260 FILE-CONTROL.
001270     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
001280         ORGANIZATION IS INDEXED
001290         ACCESS MODE IS DYNAMIC
001300         RECORD KEY IS CODIGO
001310         ALTERNATE RECORD KEY IS NOME
001320             WITH DUPLICATES
001330         ALTERNATE RECORD KEY IS DEPARTAMENTO
001340             WITH DUPLICATES
001350         FILE STATUS IS FS-EMPMAST.

001360 DATA DIVISION.
001370 FILE SECTION.
001380 FD  EMPLOYEE-MASTER.
001390 COPY EMPREC.

001400 WORKING-STORAGE SECTION.
001410 01  FS-EMPMAST                  PIC X(02).
001420     88  FS-EMPMAST-OK           VALUE "00".
001430     88  FS-EMPMAST-EOF          VALUE "10".

001440 01  WS-DIAS-HORIZONTE           PIC 9(03) VALUE 60.
001450 01  WS-DATA-ATUAL               PIC 9(08).
001460 01  WS-DATA-LIMITE              PIC 9(08).
001470 01  WS-DIAS-RESTANTES           PIC S9(07).
001480 01  WS-DIAS-ED                  PIC -ZZ9.
001490 01  WS-TIPO-DESCRICAO           PIC X(11).
001500 01  WS-SITUACAO                 PIC X(08).

001510 01  WS-CHAMADA-DATA.
001520     05  WS-DT-FUNCAO            PIC X(01).
001530     05  WS-DT-DATA-1            PIC 9(08).
001540     05  WS-DT-DATA-2            PIC 9(08).
001550     05  WS-DT-QUANTIDADE        PIC S9(07).
001560     05  WS-DT-UNIDADE           PIC X(01).
001570     05  WS-DT-STATUS            PIC X(01).
001580         88  WS-DT-OK            VALUE "1".

001590 01  WS-CONTADORES.
001600     05  WS-QTD-A-VENCER         PIC 9(05) VALUE ZERO.
001610     05  WS-QTD-VENCIDOS         PIC 9(05) VALUE ZERO.

001620 01  WS-LINHA-REL                PIC X(80).
001630 01  WS-FUNCAO-REL               PIC X(01).
001640 01  WS-TITULO-REL               PIC X(60).
001650 01  WS-COLUNAS-REL              PIC X(80).

001660 01  WS-DESCRICAO-AUD            PIC X(60).

001670 PROCEDURE DIVISION.

001680*----------------------------------------------------------------
001690* 0000-MAINLINE
001700*----------------------------------------------------------------
001710 0000-MAINLINE.
001720     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
001730     PERFORM 2000-PROCESSAR THRU 2000-PROCESSAR-EXIT
001740         UNTIL FS-EMPMAST-EOF.
001750     PERFORM 8000-FINALIZAR THRU 8000-FINALIZAR-EXIT.
001760     GO TO 9999-EXIT.

001770*----------------------------------------------------------------
001780* 1000-INICIALIZAR - THE WINDOW RUNS FROM TODAY TO TODAY PLUS
001790*                    THE HORIZON
001800*----------------------------------------------------------------
001810 1000-INICIALIZAR.
001820     ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.

001830     MOVE "A" TO WS-DT-FUNCAO.
001840     MOVE WS-DATA-ATUAL TO WS-DT-DATA-1.
001850     MOVE WS-DIAS-HORIZONTE TO WS-DT-QUANTIDADE.
001860     MOVE "D" TO WS-DT-UNIDADE.
001870     CALL "PROG74" USING WS-DT-FUNCAO WS-DT-DATA-1
001880         WS-DT-DATA-2 WS-DT-QUANTIDADE WS-DT-UNIDADE
001890         WS-DT-STATUS.
001900     MOVE WS-DT-DATA-2 TO WS-DATA-LIMITE.

001910     OPEN INPUT EMPLOYEE-MASTER.
001920     IF NOT FS-EMPMAST-OK
001930         DISPLAY "PROG202: ERRO AO ABRIR EMPLOYEE-MASTER "
001940                 FS-EMPMAST
001950         GO TO 9999-EXIT
001960     END-IF.

001970     MOVE "I" TO WS-FUNCAO-REL.
001980     MOVE SPACES TO WS-TITULO-REL.
001990     STRING "CONTRATOS A VENCER ATE " WS-DATA-LIMITE
002000         " E VENCIDOS"
002010         DELIMITED BY SIZE INTO WS-TITULO-REL.
002020     MOVE SPACES TO WS-COLUNAS-REL.
002030     STRING "CODIGO NOME                           "
002040         "TIPO        TERMINO  DIAS SITUACAO"
002050         DELIMITED BY SIZE INTO WS-COLUNAS-REL.
002060     MOVE SPACES TO WS-LINHA-REL.
002070     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
002080         WS-COLUNAS-REL WS-LINHA-REL.

002090     PERFORM 1100-LER-PROXIMO.
002100 1000-INICIALIZAR-EXIT.
002110     EXIT.

002120 1100-LER-PROXIMO.
002130     READ EMPLOYEE-MASTER NEXT
002140         AT END
002150             SET FS-EMPMAST-EOF TO TRUE
002160     END-READ.

002170*----------------------------------------------------------------
002180* 2000-PROCESSAR - ONE ACTIVE FIXED-TERM FUNCIONARIO PER PASS;
002190*                   AN END DATE PAST THE WINDOW IS NOT LISTED
002200*----------------------------------------------------------------
002210 2000-PROCESSAR.
002220     IF NOT EMP-ATIVO
002230         OR NOT EMP-PRAZO-DETERMINADO
002240         OR DATA-FIM-CONTRATO = ZERO
002250         OR DATA-FIM-CONTRATO > WS-DATA-LIMITE
002260         GO TO 2000-PROCESSAR-SEGUIR
002270     END-IF.

002280     EVALUATE TRUE
002290         WHEN EMP-ESTAGIARIO
002300             MOVE "ESTAGIARIO" TO WS-TIPO-DESCRICAO
002310         WHEN EMP-APRENDIZ
002320             MOVE "APRENDIZ" TO WS-TIPO-DESCRICAO
002330         WHEN OTHER
002340             MOVE "TEMPORARIO" TO WS-TIPO-DESCRICAO
002350     END-EVALUATE.

002360     MOVE "D" TO WS-DT-FUNCAO.
002370     MOVE WS-DATA-ATUAL TO WS-DT-DATA-1.
002380     MOVE DATA-FIM-CONTRATO TO WS-DT-DATA-2.
002390     CALL "PROG74" USING WS-DT-FUNCAO WS-DT-DATA-1
002400         WS-DT-DATA-2 WS-DT-QUANTIDADE WS-DT-UNIDADE
002410         WS-DT-STATUS.
002420     MOVE WS-DT-QUANTIDADE TO WS-DIAS-RESTANTES.
002430     MOVE WS-DIAS-RESTANTES TO WS-DIAS-ED.

002440     IF DATA-FIM-CONTRATO < WS-DATA-ATUAL
002450         MOVE "VENCIDO" TO WS-SITUACAO
002460         ADD 1 TO WS-QTD-VENCIDOS
002470     ELSE
002480         MOVE "A VENCER" TO WS-SITUACAO
002490         ADD 1 TO WS-QTD-A-VENCER
002500     END-IF.

002510     MOVE SPACES TO WS-LINHA-REL.
002520     STRING CODIGO " " NOME " " WS-TIPO-DESCRICAO " "
002530         DATA-FIM-CONTRATO " " WS-DIAS-ED " " WS-SITUACAO
002540         DELIMITED BY SIZE INTO WS-LINHA-REL.
002550     MOVE "D" TO WS-FUNCAO-REL.
002560     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
002570         WS-COLUNAS-REL WS-LINHA-REL.

002580 2000-PROCESSAR-SEGUIR.
002590     PERFORM 1100-LER-PROXIMO.
002600 2000-PROCESSAR-EXIT.
002610     EXIT.

002620*----------------------------------------------------------------
002630* 8000-FINALIZAR
002640*----------------------------------------------------------------
002650 8000-FINALIZAR.
002660     MOVE SPACES TO WS-LINHA-REL.
002670     STRING "A VENCER EM " WS-DIAS-HORIZONTE " DIAS: "
002680         WS-QTD-A-VENCER "   VENCIDOS E ATIVOS: " WS-QTD-VENCIDOS
002690         DELIMITED BY SIZE INTO WS-LINHA-REL.
002700     MOVE "T" TO WS-FUNCAO-REL.
002710     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
002720         WS-COLUNAS-REL WS-LINHA-REL.
002730     MOVE "F" TO WS-FUNCAO-REL.
002740     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
002750         WS-COLUNAS-REL WS-LINHA-REL.

002760     CLOSE EMPLOYEE-MASTER.

002770     MOVE SPACES TO WS-DESCRICAO-AUD.
002780     STRING "LISTOU " WS-QTD-A-VENCER " CONTRATO(S) A VENCER E "
002790         WS-QTD-VENCIDOS " VENCIDO(S)"
002800         DELIMITED BY SIZE INTO WS-DESCRICAO-AUD.
002810     CALL "PROG22" USING "PROG202 " WS-DESCRICAO-AUD.
002820 8000-FINALIZAR-EXIT.
002830     EXIT.

002840 9999-EXIT.
002850     STOP RUN.
