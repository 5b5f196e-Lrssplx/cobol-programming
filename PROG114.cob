001160* MODIFICATION HISTORY
001170* DATE       INIT DESCRIPTION
001180* 2026-09-02 RA   INITIAL VERSION
001181* 2026-09-28 RA   CAPTURES AND SHOWS THE CARGO'S HAZARD-PAY GRADE
001182*                 (INSALUBRIDADE 1/2/3, PERICULOSIDADE P OR N)
001183*                 THE PAYROLL PRICES THROUGH PROG182.
001190******************************************************************
001200 IDENTIFICATION DIVISION.
001210 PROGRAM-ID. PROG114.
002410     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
002420         WS-LIMITE-MIN WS-LIMITE-MAX.
002430     COMPUTE CG-TETO = WS-VALOR-ENT / 100.

002431     DISPLAY "GRAU DE RISCO DO CARGO (N = SEM ADICIONAL / 1, 2, "
002432             "3 = INSALUBRIDADE MINIMO, MEDIO, MAXIMO / "
002433             "P = PERICULOSIDADE)".
002434     ACCEPT CG-GRAU-RISCO.
002435     IF NOT CG-GRAU-VALIDO
002436         MOVE "N" TO CG-GRAU-RISCO
002437     END-IF.
002440 2000-CAPTURAR-EXIT.
002450     EXIT.

002610         CG-DEPARTAMENTO " GRAVADO".
002620     MOVE SPACES TO WS-DESCRICAO-AUD.
002630     STRING "GRAVOU CARGO " CG-CODIGO " DE "
002640         CG-DEPARTAMENTO " RISCO " CG-GRAU-RISCO
002650         DELIMITED BY SIZE INTO WS-DESCRICAO-AUD.
002660     CALL "PROG22" USING "PROG114 " WS-DESCRICAO-AUD.
002670 3000-GRAVAR-EXIT.
002800     DISPLAY "AUTORIZADOS ... : " CG-QTD-AUTORIZADA.
002810     DISPLAY "PISO .......... : " CG-PISO.
002820     DISPLAY "TETO .......... : " CG-TETO.
002821     DISPLAY "GRAU DE RISCO . : " CG-GRAU-RISCO.
002830 4000-CONSULTAR-EXIT.
002840     EXIT.

