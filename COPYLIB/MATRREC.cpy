001000******************************************************************
001010* COPYBOOK:    MATRREC
001020* PURPOSE:     TRAINING REQUIREMENTS MATRIX (MATRFILE) - ONE ROW
001030*              PER CARGO AND REQUIRED COURSE CODE. A COURSE IS
001040*              MANDATORY ONLY FOR THE POSITIONS LISTED HERE (THE
001050*              FORKLIFT COURSE FOR THE WAREHOUSE, NR-10 FOR THE
001060*              ELECTRICIANS). MAINTAINED BY PROG116; THE GAP
001070*              REPORT (PROG206) AND THE ASSIGNMENT-TIME CHECK
001080*              (PROG205) READ IT.
001090* DATE-WRITTEN: 2026-10-08
001100******************************************************************
001110 01  MATRIZ-REC.
001120     05  MT-CHAVE.
001130         10  MT-CARGO            PIC X(08).
001140         10  MT-CURSO            PIC X(08).
001150     05  MT-DATA-INCLUSAO        PIC 9(08).
