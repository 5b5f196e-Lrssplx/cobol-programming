001280* MODIFICATION HISTORY
001290* DATE       INIT DESCRIPTION
001300* 2026-09-02 RA   INITIAL VERSION
001302* 2026-09-21 RA   ZEROES THE NEW COMMISSION-CLAWBACK FIELD ON
001304*                 THE REGISTER AND PAYSLIP-HISTORY ROWS IT WRITES.
001305* 2026-09-28 RA   ZEROES THE SEPARATE PLR ACCUMULATORS ON A NEW
001306*                 YTD ROW.
001307* 2026-09-28 RA   ZEROES THE NEW UNION DUES COLUMN OF THE
001308*                 REGISTER AND OF THE PAYSLIP HISTORY.
001309* 2026-09-28 RA   THE INSALUBRIDADE OR PERICULOSIDADE PROG182
001310*                 PRICES FOR THE FUNCIONARIO NOW JOINS SALARIO IN
001311*                 THE 13O BASE AND IS SHOWN ON THE HOLERITE; THE
001312*                 NEW HAZARD-PAY COLUMNS ARE ZEROED ON THE ROWS.
001313* 2026-09-28 RA   ZEROES THE NEW PR-DSR-VARIAVEL AND
001314*                 PR-DSR-PERDIDO COLUMNS ON THE ROWS IT WRITES.
001315* 2026-10-05 RA   AN ESTAGIARIO HAS NO 13O SALARIO - SKIPPED
001316*                 AND COUNTED ON THE CONTROL TOTALS.
001317* 2026-10-15 RA   PAYREG ROWS CARRY THE FUNCIONARIO'S EMPRESA
001318*                 (PR-EMPRESA).
001319******************************************************************
001320 IDENTIFICATION DIVISION.
001330 PROGRAM-ID. PROG91.


002290 01  WS-CALCULO.
002300     05  WS-BASE-13              PIC 9(09)V9(02).
002301     05  WS-REFLEXO-RISCO        PIC 9(09)V9(02).
002310     05  WS-VALOR-PARCELA        PIC 9(09)V9(02).
002320     05  WS-ADIANTAMENTO         PIC 9(09)V9(02).
002330     05  WS-DESCONTO-INSS        PIC 9(09)V9(02).
002430 01  WS-QTD-PAGOS                PIC 9(06) COMP VALUE ZERO.
002440 01  WS-QTD-JA-PAGOS             PIC 9(06) COMP VALUE ZERO.
002450 01  WS-QTD-SEM-DIREITO          PIC 9(06) COMP VALUE ZERO.
002451 01  WS-QTD-ESTAGIARIOS          PIC 9(06) COMP VALUE ZERO.
002460 01  WS-QTD-PAGOS-ED             PIC 9(06).

002461 01  WS-CHAMADA-RISCO.
002462     05  WS-GRAU-RISCO           PIC X(01).
002463     05  WS-ADIC-RISCO-CALC      PIC 9(09)V9(02).

002470 01  WS-BASE-ED                  PIC ZZZ,ZZZ,ZZ9.99.
002471 01  WS-RISCO-ED                 PIC ZZZ,ZZZ,ZZ9.99.
002480 01  WS-PARCELA-ED               PIC ZZZ,ZZZ,ZZ9.99.
002490 01  WS-ADIANT-ED                PIC ZZZ,ZZZ,ZZ9.99.
002500 01  WS-INSS-ED                  PIC ZZZ,ZZZ,ZZ9.99.
003490         GO TO 2000-PROCESSAR-SEGUIR
003500     END-IF.

003501     IF EMP-ESTAGIARIO
003502         ADD 1 TO WS-QTD-ESTAGIARIOS
003503         GO TO 2000-PROCESSAR-SEGUIR
003504     END-IF.

003510     PERFORM 2050-VERIFICAR-JA-PAGO
003520         THRU 2050-VERIFICAR-JA-PAGO-EXIT.
003530     IF FS-PAYHIST-OK AND PH-ORIGEM-LOTE
005240* 2300-CALCULAR-PARCELA - 1A PARCELA: HALF THE ACCRUED VALUE,
005250*                          NO DEDUCTIONS. 2A PARCELA: INSS/IRRF
005260*                          (PROG46) OVER THE FULL VALUE, MINUS
005270*                          THE ADVANCE ALREADY ON PAYHIST. THE
005271*                          HAZARD PAY (PROG182) JOINS SALARIO
005272*                          IN THE BASE
005280*----------------------------------------------------------------
005290 2300-CALCULAR-PARCELA.
005291     CALL "PROG182" USING CODIGO DEPARTAMENTO CARGO SALARIO
005292         WS-GRAU-RISCO WS-ADIC-RISCO-CALC.
005293     COMPUTE WS-REFLEXO-RISCO ROUNDED =
005294         WS-ADIC-RISCO-CALC * WS-MESES-DIREITO / 12.
005300     COMPUTE WS-BASE-13 ROUNDED =
005310         (SALARIO + WS-ADIC-RISCO-CALC) * WS-MESES-DIREITO / 12.
005320     MOVE ZERO TO WS-ADIANTAMENTO.
005330     MOVE ZERO TO WS-DESCONTO-INSS.
005340     MOVE ZERO TO WS-DESCONTO-IR.
006010     STRING "13O SALARIO INTEGRAL .. : " MOEDA-COD " "
006020         WS-BASE-ED DELIMITED BY SIZE INTO FOLHA-LINHA.
006030     WRITE FOLHA-LINHA.
006031     IF WS-REFLEXO-RISCO > ZERO
006032         MOVE WS-REFLEXO-RISCO TO WS-RISCO-ED
006033         MOVE SPACES TO FOLHA-LINHA
006034         STRING "  (INCLUI ADIC DE RISCO : " MOEDA-COD " "
006035             WS-RISCO-ED ")" DELIMITED BY SIZE INTO FOLHA-LINHA
006036         WRITE FOLHA-LINHA
006037     END-IF.
006040     MOVE SPACES TO FOLHA-LINHA.
006050     STRING "VALOR DA PARCELA ...... : " MOEDA-COD " "
006060         WS-PARCELA-ED DELIMITED BY SIZE INTO FOLHA-LINHA.
006530     SET PR-DETALHE TO TRUE.
006540     MOVE WS-PERIODO-13      TO PR-PERIODO.
006550     MOVE CODIGO             TO PR-CODIGO.
006551     MOVE EMPRESA            TO PR-EMPRESA.
006560     MOVE WS-VALOR-PARCELA   TO PR-BRUTO.
006570     MOVE ZERO               TO PR-HORAS-EXTRAS.
006580     MOVE WS-DESCONTO-INSS   TO PR-DESC-INSS.
006660     MOVE ZERO               TO PR-SAL-FAMILIA.
006670     MOVE ZERO               TO PR-ADIC-NOTURNO.
006680     MOVE ZERO               TO PR-COMISSAO.
006685     MOVE ZERO               TO PR-DESC-ESTORNO-COM.
006686     MOVE ZERO               TO PR-DESC-SINDICAL.
006687     MOVE ZERO               TO PR-ADIC-RISCO.
006688     MOVE ZERO               TO PR-DSR-VARIAVEL.
006689     MOVE ZERO               TO PR-DSR-PERDIDO.
006690     WRITE PAYREG-REC.

006700     ADD WS-VALOR-PARCELA   TO WS-TOT-BRUTO.
006970     MOVE ZERO               TO PH-SAL-FAMILIA.
006980     MOVE ZERO               TO PH-ADIC-NOTURNO.
006990     MOVE ZERO               TO PH-COMISSAO.
006995     MOVE ZERO               TO PH-DESC-ESTORNO-COM.
006996     MOVE ZERO               TO PH-DESC-SINDICAL.
006997     MOVE ZERO               TO PH-ADIC-RISCO.
006998     MOVE ZERO               TO PH-DSR-VARIAVEL.
006999     MOVE ZERO               TO PH-DSR-PERDIDO.
007000     MOVE WS-DATA-ATUAL      TO PH-DATA-EMISSAO.
007010     MOVE "L"                TO PH-ORIGEM.

007280             MOVE ZERO TO YT-TOTAL-DESCONTOS
007290             MOVE ZERO TO YT-LIQUIDO
007300             MOVE ZERO TO YT-DESC-PENSAO
007301             MOVE ZERO TO YT-PLR-BRUTO
007302             MOVE ZERO TO YT-PLR-IRRF
007303             MOVE ZERO TO YT-PLR-LIQUIDO
007310     END-READ.

007320     ADD WS-VALOR-PARCELA   TO YT-BRUTO.
007680     MOVE ZERO              TO PR-SAL-FAMILIA.
007690     MOVE ZERO              TO PR-ADIC-NOTURNO.
007700     MOVE ZERO              TO PR-COMISSAO.
007705     MOVE ZERO              TO PR-DESC-ESTORNO-COM.
007706     MOVE ZERO              TO PR-DESC-SINDICAL.
007707     MOVE ZERO              TO PR-ADIC-RISCO.
007708     MOVE ZERO              TO PR-DSR-VARIAVEL.
007709     MOVE ZERO              TO PR-DSR-PERDIDO.
007710     WRITE PAYREG-REC.

007720     DISPLAY "PROG91: FUNCIONARIOS PAGOS .. : " WS-QTD-PAGOS.
007780         DISPLAY "PROG91: SEM MESES DE DIREITO : "
007790             WS-QTD-SEM-DIREITO
007800     END-IF.
007801     IF WS-QTD-ESTAGIARIOS > ZERO
007802         DISPLAY "PROG91: ESTAGIARIOS (SEM 13O): "
007803             WS-QTD-ESTAGIARIOS
007804     END-IF.
007810     DISPLAY "PROG91: TOTAL BRUTO ......... : " WS-TOT-BRUTO.
007820     DISPLAY "PROG91: TOTAL DESCONTOS ..... : "
007830         WS-TOT-DESCONTOS.
