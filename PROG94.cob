001170* MODIFICATION HISTORY
001180* DATE       INIT DESCRIPTION
001190* 2026-09-02 RA   INITIAL VERSION
001192* 2026-09-21 RA   ZEROES THE NEW COMMISSION-CLAWBACK FIELD ON
001194*                 THE REGISTER ROWS IT WRITES.
001195* 2026-09-28 RA   ZEROES THE NEW UNION DUES COLUMN OF THE
001196*                 REGISTER.
001197* 2026-09-28 RA   THE INSALUBRIDADE OR PERICULOSIDADE PROG182
001198*                 PRICES FOR THE FUNCIONARIO NOW JOINS SALARIO IN
001199*                 THE VACATION BASE (AND SO IN THE ONE-THIRD) AND
001200*                 IS SHOWN ON THE RECIBO; THE NEW HAZARD-PAY
001201*                 COLUMN IS ZEROED ON THE REGISTER.
001202* 2026-09-28 RA   ZEROES THE NEW PR-DSR-VARIAVEL AND
001203*                 PR-DSR-PERDIDO COLUMNS ON THE ROWS IT WRITES.
001204* 2026-10-15 RA   PAYREG ROWS CARRY THE FUNCIONARIO'S EMPRESA
001205*                 (PR-EMPRESA).
001206******************************************************************
001210 IDENTIFICATION DIVISION.
001220 PROGRAM-ID. PROG94.


001680 01  WS-CALCULO.
001690     05  WS-VALOR-FERIAS         PIC 9(09)V9(02).
001691     05  WS-REFLEXO-RISCO        PIC 9(09)V9(02).
001700     05  WS-TERCO-FERIAS         PIC 9(09)V9(02).
001710     05  WS-BRUTO-FERIAS         PIC 9(09)V9(02).
001720     05  WS-DESCONTO-INSS        PIC 9(09)V9(02).
001740     05  WS-TOTAL-DESCONTOS      PIC 9(09)V9(02).
001750     05  WS-VALOR-LIQUIDO        PIC 9(09)V9(02).

001751 01  WS-CHAMADA-RISCO.
001752     05  WS-GRAU-RISCO           PIC X(01).
001753     05  WS-ADIC-RISCO-CALC      PIC 9(09)V9(02).

001760 01  WS-FERIAS-ED                PIC ZZZ,ZZZ,ZZ9.99.
001761 01  WS-RISCO-ED                 PIC ZZZ,ZZZ,ZZ9.99.
001770 01  WS-TERCO-ED                 PIC ZZZ,ZZZ,ZZ9.99.
001780 01  WS-BRUTO-ED                 PIC ZZZ,ZZZ,ZZ9.99.
001790 01  WS-INSS-ED                  PIC ZZZ,ZZZ,ZZ9.99.
002540*----------------------------------------------------------------
002550* 2000-CALCULAR - THE BOOKED DAYS OVER THE COMMERCIAL MONTH,
002560*                  PLUS THE CONSTITUTIONAL ONE-THIRD, THROUGH
002570*                  THE SAME PROG46 BRACKET WALK AS THE PAYROLL.
002571*                  THE HAZARD PAY (PROG182) JOINS SALARIO
002572*                  IN THE BASE
002580*----------------------------------------------------------------
002590 2000-CALCULAR.
002591     CALL "PROG182" USING CODIGO DEPARTAMENTO CARGO SALARIO
002592         WS-GRAU-RISCO WS-ADIC-RISCO-CALC.
002593     COMPUTE WS-REFLEXO-RISCO ROUNDED =
002594         WS-ADIC-RISCO-CALC * FA-DIAS / 30.
002600     COMPUTE WS-VALOR-FERIAS ROUNDED =
002610         (SALARIO + WS-ADIC-RISCO-CALC) * FA-DIAS / 30.
002620     COMPUTE WS-TERCO-FERIAS ROUNDED = WS-VALOR-FERIAS / 3.
002630     COMPUTE WS-BRUTO-FERIAS ROUNDED =
002640         WS-VALOR-FERIAS + WS-TERCO-FERIAS.
002940     DISPLAY "-----------------------------------------------".
002950     DISPLAY "FERIAS ............ : " MOEDA-COD " "
002960         WS-FERIAS-ED.
002961     IF WS-REFLEXO-RISCO > ZERO
002962         MOVE WS-REFLEXO-RISCO TO WS-RISCO-ED
002963         DISPLAY "  (INCLUI ADIC RISCO : " MOEDA-COD " "
002964             WS-RISCO-ED ")"
002965     END-IF.
002970     DISPLAY "1/3 CONSTITUCIONAL  : " MOEDA-COD " "
002980         WS-TERCO-ED.
002990     DISPLAY "BRUTO ............. : " MOEDA-COD " "
003170     SET PR-DETALHE TO TRUE.
003180     MOVE WS-PERIODO-PAGO    TO PR-PERIODO.
003190     MOVE CODIGO             TO PR-CODIGO.
003191     MOVE EMPRESA            TO PR-EMPRESA.
003200     MOVE WS-BRUTO-FERIAS    TO PR-BRUTO.
003210     MOVE ZERO               TO PR-HORAS-EXTRAS.
003220     MOVE WS-DESCONTO-INSS   TO PR-DESC-INSS.
003300     MOVE ZERO               TO PR-SAL-FAMILIA.
003310     MOVE ZERO               TO PR-ADIC-NOTURNO.
003320     MOVE ZERO               TO PR-COMISSAO.
003325     MOVE ZERO               TO PR-DESC-ESTORNO-COM.
003326     MOVE ZERO               TO PR-DESC-SINDICAL.
003327     MOVE ZERO               TO PR-ADIC-RISCO.
003328     MOVE ZERO               TO PR-DSR-VARIAVEL.
003329     MOVE ZERO               TO PR-DSR-PERDIDO.
003330     WRITE PAYREG-REC.

003340     MOVE SPACES TO PAYREG-REC.
003480     MOVE ZERO               TO PR-SAL-FAMILIA.
003490     MOVE ZERO               TO PR-ADIC-NOTURNO.
003500     MOVE ZERO               TO PR-COMISSAO.
003505     MOVE ZERO               TO PR-DESC-ESTORNO-COM.
003506     MOVE ZERO               TO PR-DESC-SINDICAL.
003507     MOVE ZERO               TO PR-ADIC-RISCO.
003508     MOVE ZERO               TO PR-DSR-VARIAVEL.
003509     MOVE ZERO               TO PR-DSR-PERDIDO.
003510     WRITE PAYREG-REC.
003520 4000-GRAVAR-REGISTRO-EXIT.
003530     EXIT.
