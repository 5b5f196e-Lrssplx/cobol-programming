001150* 2026-08-22 RA   INITIAL VERSION
001160* 2026-09-02 RA   THE CREDIT LIMIT THE ORDER ENTRY (PROG126)
001170*                 ENFORCES IS NOW CAPTURED AND SHOWN.
001171* 2026-10-15 RA   THE BILLING COMPANY (CU-EMPRESA) IS CAPTURED
001172*                 AND CHECKED ACTIVE ON CIAFILE THROUGH PROG220.
001180******************************************************************
001190 IDENTIFICATION DIVISION.
001200 PROGRAM-ID. PROG90.

001500 01  WS-DESCRICAO-AUD            PIC X(60).

001501* PROG220 COMPANY SERVICE CALL
001502 01  WS-CHAMADA-EMPRESA.
001503     05  WS-CIA-FUNCAO           PIC X(01).
001504     05  WS-CIA-EMPRESA          PIC X(03).
001505     05  WS-CIA-ARQUIVO          PIC X(08).
001506     05  WS-CIA-STATUS           PIC X(01).
001507         88  WS-CIA-OK           VALUE "1".
001508         88  WS-CIA-SEM-CADASTRO VALUE "3".
001509 COPY CIAREC.

001510 PROCEDURE DIVISION.

001520 0000-MAINLINE.
002350         DISPLAY "AVISO: CIDADE/ESTADO NAO CONFEREM COM O "
002360             "CEP INFORMADO"
002370     END-IF.

002371     PERFORM 2100-CAPTURAR-EMPRESA
002372         THRU 2100-CAPTURAR-EMPRESA-EXIT.
002380 2000-CAPTURAR-EXIT.
002390     EXIT.

002391*----------------------------------------------------------------
002392* 2100-CAPTURAR-EMPRESA - ACTIVE ON CIAFILE; WITH NO CIAFILE
002393*                          DATASET ONLY "001" EXISTS
002394*----------------------------------------------------------------
002395 2100-CAPTURAR-EMPRESA.
002396     DISPLAY "EMPRESA QUE FATURA O CLIENTE (ENTER = 001)".
002397     MOVE SPACES TO CU-EMPRESA.
002398     ACCEPT CU-EMPRESA.
002399     IF CU-EMPRESA = SPACES
002400         MOVE "001" TO CU-EMPRESA
002401     END-IF.
002402     MOVE "L" TO WS-CIA-FUNCAO.
002403     MOVE CU-EMPRESA TO WS-CIA-EMPRESA.
002404     CALL "PROG220" USING WS-CIA-FUNCAO WS-CIA-EMPRESA
002405         WS-CIA-ARQUIVO COMPANHIA-REC WS-CIA-STATUS.
002406     IF WS-CIA-SEM-CADASTRO AND CU-EMPRESA = "001"
002407         GO TO 2100-CAPTURAR-EMPRESA-EXIT
002408     END-IF.
002409     IF NOT WS-CIA-OK
002410         DISPLAY "PROG90: EMPRESA " CU-EMPRESA " NAO "
002411             "CADASTRADA OU INATIVA - REDIGITE"
002412         GO TO 2100-CAPTURAR-EMPRESA
002413     END-IF.
002414 2100-CAPTURAR-EMPRESA-EXIT.
002415     EXIT.

002416*----------------------------------------------------------------
002417* 3000-GRAVAR
002420*----------------------------------------------------------------
002430 3000-GRAVAR.
002440     IF WS-JA-EXISTE
002710     DISPLAY "RUA ...... : " CU-RUA.
002720     DISPLAY "CIDADE/UF  : " CU-CIDADE " " CU-ESTADO.
002730     DISPLAY "CEP ...... : " CU-CEP.
002731     DISPLAY "EMPRESA .. : " CU-EMPRESA.
002740 4000-CONSULTAR-EXIT.
002750     EXIT.

