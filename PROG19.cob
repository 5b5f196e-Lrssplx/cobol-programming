001380*                 PREVIEW CALCULATION MUST NOT OVERWRITE THE
001390*                 PAYSLIP AS PAID, NOR DISARM THE BATCH'S
001400*                 RE-RUN PROTECTION.
001402* 2026-09-21 RA   ZEROES THE NEW COMMISSION-CLAWBACK FIELD ON
001404*                 THE PAYSLIP-HISTORY ROW IT WRITES.
001405* 2026-09-28 RA   ZEROES THE NEW UNION DUES COLUMN OF THE
001406*                 PAYSLIP HISTORY.
001407* 2026-09-28 RA   ZEROES THE NEW PH-ADIC-RISCO (HAZARD PAY) COLUMN
001408*                 ON THE ROWS IT WRITES.
001409* 2026-09-28 RA   ZEROES THE NEW PH-DSR-VARIAVEL AND
001410*                 PH-DSR-PERDIDO COLUMNS ON THE ROWS IT WRITES.
001411******************************************************************
001420 IDENTIFICATION DIVISION.
001430 PROGRAM-ID. PROG19.

003890     MOVE ZERO               TO PH-SAL-FAMILIA.
003900     MOVE ZERO               TO PH-ADIC-NOTURNO.
003910     MOVE ZERO               TO PH-COMISSAO.
003915     MOVE ZERO               TO PH-DESC-ESTORNO-COM.
003916     MOVE ZERO               TO PH-DESC-SINDICAL.
003917     MOVE ZERO               TO PH-ADIC-RISCO.
003918     MOVE ZERO               TO PH-DSR-VARIAVEL.
003919     MOVE ZERO               TO PH-DSR-PERDIDO.
003920     MOVE WS-TOTAL-DESCONTOS TO PH-TOTAL-DESCONTOS.
003930     MOVE WS-SALARIO-LIQUIDO TO PH-LIQUIDO.
003940     MOVE MOEDA-COD          TO PH-MOEDA.
