001170* 2026-09-02 RA   THE PARENT DEPARTMENT (DM-PAI) IS NOW CAPTURED
001180*                 AND VALIDATED AGAINST THE FILE ITSELF - THE
001190*                 ROLL-UP REPORTS CONSOLIDATE CHILDREN INTO IT.
001191* 2026-10-15 RA   THE COMPANY THE DEPARTMENT BELONGS TO
001192*                 (DM-EMPRESA) IS CAPTURED AND CHECKED ACTIVE ON
001193*                 CIAFILE THROUGH PROG220.
001200******************************************************************
001210 IDENTIFICATION DIVISION.
001220 PROGRAM-ID. PROG67.
001600 01  WS-LIMITE-MAX               PIC 9(09).

001610 01  WS-PAI-ENT                  PIC X(10).
001620 01  WS-DEPTO-GUARDADO           PIC X(60).

001630 01  WS-DESCRICAO-AUD            PIC X(60).

001631* PROG220 COMPANY SERVICE CALL
001632 01  WS-CHAMADA-EMPRESA.
001633     05  WS-CIA-FUNCAO           PIC X(01).
001634     05  WS-CIA-EMPRESA          PIC X(03).
001635     05  WS-CIA-ARQUIVO          PIC X(08).
001636     05  WS-CIA-STATUS           PIC X(01).
001637         88  WS-CIA-OK           VALUE "1".
001638         88  WS-CIA-SEM-CADASTRO VALUE "3".
001639 COPY CIAREC.

001640 PROCEDURE DIVISION.

001650 0000-MAINLINE.
002480     END-IF.
002490     MOVE WS-PAI-ENT TO DM-PAI.

002491     PERFORM 2100-CAPTURAR-EMPRESA
002492         THRU 2100-CAPTURAR-EMPRESA-EXIT.

002500     DISPLAY "DEPARTAMENTO ATIVO (A) OU INATIVO (I)".
002510     ACCEPT DM-ATIVO-SW.
002520     IF NOT DM-ATIVO AND NOT DM-INATIVO
002550 2000-CAPTURAR-EXIT.
002560     EXIT.

002561*----------------------------------------------------------------
002562* 2100-CAPTURAR-EMPRESA - ACTIVE ON CIAFILE; WITH NO CIAFILE
002563*                          DATASET ONLY "001" EXISTS
002564*----------------------------------------------------------------
002565 2100-CAPTURAR-EMPRESA.
002566     DISPLAY "EMPRESA DO DEPARTAMENTO (ENTER = 001)".
002567     MOVE SPACES TO DM-EMPRESA.
002568     ACCEPT DM-EMPRESA.
002569     IF DM-EMPRESA = SPACES
002570         MOVE "001" TO DM-EMPRESA
002571     END-IF.
002572     MOVE "L" TO WS-CIA-FUNCAO.
002573     MOVE DM-EMPRESA TO WS-CIA-EMPRESA.
002574     CALL "PROG220" USING WS-CIA-FUNCAO WS-CIA-EMPRESA
002575         WS-CIA-ARQUIVO COMPANHIA-REC WS-CIA-STATUS.
002576     IF WS-CIA-SEM-CADASTRO AND DM-EMPRESA = "001"
002577         GO TO 2100-CAPTURAR-EMPRESA-EXIT
002578     END-IF.
002579     IF NOT WS-CIA-OK
002580         DISPLAY "PROG67: EMPRESA " DM-EMPRESA " NAO "
002581             "CADASTRADA OU INATIVA - REDIGITE"
002582         GO TO 2100-CAPTURAR-EMPRESA
002583     END-IF.
002584 2100-CAPTURAR-EMPRESA-EXIT.
002585     EXIT.

002586*----------------------------------------------------------------
002587* 3000-GRAVAR
002590*----------------------------------------------------------------
002600 3000-GRAVAR.
002610     IF WS-JA-EXISTE
002880     DISPLAY "NOME ..... : " DM-NOME.
002890     DISPLAY "GERENTE .. : " DM-GERENTE.
002900     DISPLAY "DEPTO PAI  : " DM-PAI.
002901     DISPLAY "EMPRESA .. : " DM-EMPRESA.
002910     IF DM-ATIVO
002920         DISPLAY "SITUACAO . : ATIVO"
002930     ELSE
