001150* MODIFICATION HISTORY
001160* DATE       INIT DESCRIPTION
001170* 2026-08-22 RA   INITIAL VERSION
001171* 2026-09-28 RA   MOTIVO "FALTA" RECORDS AN UNJUSTIFIED ABSENCE:
001172*                 ALWAYS UNPAID, AND THE PAYROLL RUN ALSO TAKES
001173*                 THE DSR OF THE WEEK IT FALLS IN.
001180******************************************************************
001190 IDENTIFICATION DIVISION.
001200 PROGRAM-ID. PROG56.
002380         WS-LIMITE-MIN WS-LIMITE-MAX.
002390     MOVE WS-VALOR-ENT TO AB-DATA-FIM.

002400     DISPLAY "MOTIVO (LICENCA/DOENCA/FALTA/OUTRO)".
002410     ACCEPT AB-MOTIVO.
002411     IF AB-FALTA-INJUSTIFICADA
002412         MOVE "N" TO AB-PAGO-SW
002413         GO TO 2100-CAPTURAR-DADOS-EXIT
002414     END-IF.
002420     DISPLAY "AFASTAMENTO REMUNERADO (S/N)".
002430     ACCEPT AB-PAGO-SW.
002440     IF NOT AB-REMUNERADO AND NOT AB-NAO-REMUNERADO
