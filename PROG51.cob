001140* MODIFICATION HISTORY
001150* DATE       INIT DESCRIPTION
001160* 2026-08-22 RA   INITIAL VERSION
001161* 2026-10-01 RA   THE DAILY VT AND VR VALUES ARE NOW CAPTURED WITH
001162*                 THE MONTHLY ONES, FOR THE PROG189 CARD-LOAD
001163*                 ORDER.
001170******************************************************************
001180 IDENTIFICATION DIVISION.
001190 PROGRAM-ID. PROG51.
002180             MOVE "N"  TO BN-VR-SW
002190             MOVE ZERO TO BN-VR-DATA-OPCAO
002200             MOVE ZERO TO BN-VR-VALOR-MENSAL
002201             MOVE ZERO TO BN-VT-VALOR-DIARIO
002202             MOVE ZERO TO BN-VR-VALOR-DIARIO
002210         NOT INVALID KEY
002220             MOVE "Y" TO WS-JA-EXISTE-SW
002230     END-READ.
002420         CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
002430             WS-LIMITE-MIN WS-LIMITE-MAX
002440         COMPUTE BN-VT-VALOR-MENSAL = WS-VALOR-ENT / 100
002441         MOVE "VALOR DIARIO DO VT (CENTAVOS)" TO WS-MENSAGEM
002442         MOVE 1 TO WS-LIMITE-MIN
002443         MOVE 99999 TO WS-LIMITE-MAX
002444         CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
002445             WS-LIMITE-MIN WS-LIMITE-MAX
002446         COMPUTE BN-VT-VALOR-DIARIO = WS-VALOR-ENT / 100
002450     ELSE
002460         MOVE "N"  TO BN-VT-SW
002470         MOVE ZERO TO BN-VT-VALOR-MENSAL
002471         MOVE ZERO TO BN-VT-VALOR-DIARIO
002480     END-IF.

002490     DISPLAY "OPTA PELO VALE-REFEICAO (S/N)".
002590         CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
002600             WS-LIMITE-MIN WS-LIMITE-MAX
002610         COMPUTE BN-VR-VALOR-MENSAL = WS-VALOR-ENT / 100
002611         MOVE "VALOR DIARIO DO VR (CENTAVOS)" TO WS-MENSAGEM
002612         MOVE 1 TO WS-LIMITE-MIN
002613         MOVE 99999 TO WS-LIMITE-MAX
002614         CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
002615             WS-LIMITE-MIN WS-LIMITE-MAX
002616         COMPUTE BN-VR-VALOR-DIARIO = WS-VALOR-ENT / 100
002620     ELSE
002630         MOVE "N"  TO BN-VR-SW
002640         MOVE ZERO TO BN-VR-VALOR-MENSAL
002641         MOVE ZERO TO BN-VR-VALOR-DIARIO
002650     END-IF.
002660 3000-CAPTURAR-OPCOES-EXIT.
002670     EXIT.
