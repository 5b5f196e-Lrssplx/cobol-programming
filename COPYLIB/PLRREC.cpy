001000******************************************************************
001010* COPYBOOK:    PLRREC
001020* PURPOSE:     PLR PAYMENT LEDGER (PLRFILE) - ONE ROW PER
001030*              FUNCIONARIO AND REFERENCE YEAR, WRITTEN BY THE
001040*              PROG178 DISTRIBUTION RUN WHEN THE PLR IS PAID, SO
001050*              A RERUN NEVER PAYS TWICE. MONTHS, ABSENCE DAYS
001060*              AND THE FACTOR THEY GIVE KEEP THE FIGURE
001070*              EXPLAINABLE AFTER A SALARY CHANGE; THE APPROVER
001080*              IS THE SUPERVISOR WHO RELEASED THE RUN.
001090* DATE-WRITTEN: 2026-09-28
001100******************************************************************
001110 01  PLR-REC.
001120     05  PL-CHAVE.
001130         10  PL-CODIGO           PIC 9(06).
001140         10  PL-ANO-REFERENCIA   PIC 9(04).
001150     05  PL-SALARIO-BASE         PIC 9(06)V9(04).
001160     05  PL-MESES                PIC 9(02).
001170     05  PL-DIAS-FALTA           PIC 9(03).
001180     05  PL-FATOR                PIC 9(01)V9(04).
001190     05  PL-VALOR-FIXO           PIC 9(09)V9(02).
001200     05  PL-VALOR-PROPORCIONAL   PIC 9(09)V9(02).
001210     05  PL-VALOR-BRUTO          PIC 9(09)V9(02).
001220     05  PL-DESC-IRRF            PIC 9(09)V9(02).
001230     05  PL-VALOR-LIQUIDO        PIC 9(09)V9(02).
001240     05  PL-PERIODO-PAGAMENTO    PIC 9(06).
001250     05  PL-DATA-PAGAMENTO       PIC 9(08).
001260     05  PL-PREPARADOR           PIC X(06).
001270     05  PL-APROVADOR            PIC X(06).
