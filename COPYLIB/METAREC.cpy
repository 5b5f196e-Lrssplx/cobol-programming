001000******************************************************************
001010* COPYBOOK:    METAREC
001020* PURPOSE:     SALES TARGETS (METAFILE) - ONE ROW PER SALESPERSON
001030*              (SD-VENDEDOR), MONTH AND, OPTIONALLY, PRODUCT LINE
001040*              (PD-LINHA). THE ROW WITH THE LINE IN SPACES IS THE
001050*              SALESPERSON'S OVERALL TARGET FOR THE MONTH - THE
001060*              ONE THE ATTAINMENT REPORT TOTALS AND THE PROG136
001070*              ACCELERATOR MEASURES AGAINST. MAINTAINED BY PROG171
001080*              UNDER SUPERVISOR SIGN-OFF ONLY.
001090* DATE-WRITTEN: 2026-09-21
001100******************************************************************
001110 01  META-VENDA-REC.
001120     05  MT-CHAVE.
001130         10  MT-VENDEDOR         PIC 9(06).
001140         10  MT-PERIODO          PIC 9(06).
001150         10  MT-LINHA            PIC X(04).
001160     05  MT-VALOR-META           PIC 9(11)V9(02).
001170     05  MT-SUPERVISOR           PIC X(06).
001180     05  MT-DATA-ALTERACAO       PIC 9(08).
