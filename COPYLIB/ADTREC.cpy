001000******************************************************************
001010* COPYBOOK:    ADTREC
001020* PURPOSE:     ADIANTAMENTO QUINZENAL LEDGER (ADTFILE) - ONE ROW
001030*              PER FUNCIONARIO AND PAY PERIOD, WRITTEN BY THE
001040*              PROG174 ADVANCE RUN WHEN THE ADVANCE IS PAID (P).
001050*              THE MONTHLY RUN (PROG42) OF THE SAME PERIOD
001060*              DEDUCTS AD-VALOR AND MARKS THE ROW DESCONTADO (D),
001070*              SO THE ADVANCE IS NEITHER PAID NOR DEDUCTED TWICE.
001080*              THE BASE, PERCENTAGE AND DAYS KEEP THE FIGURE
001090*              EXPLAINABLE AFTER A SALARY CHANGE.
001100* DATE-WRITTEN: 2026-09-24
001110******************************************************************
001120 01  ADIANTAMENTO-REC.
001130     05  AD-CHAVE.
001140         10  AD-CODIGO           PIC 9(06).
001150         10  AD-PERIODO          PIC 9(06).
001160     05  AD-SALARIO-BASE         PIC 9(06)V9(04).
001170     05  AD-PERCENTUAL           PIC 9(03)V9(02).
001180     05  AD-DIAS-DIREITO         PIC 9(02).
001190     05  AD-VALOR                PIC 9(09)V9(02).
001200     05  AD-DATA-PAGAMENTO       PIC 9(08).
001210     05  AD-SITUACAO-SW          PIC X(01).
001220         88  AD-PAGO             VALUE "P".
001230         88  AD-DESCONTADO       VALUE "D".
001240     05  AD-DATA-DESCONTO        PIC 9(08).
