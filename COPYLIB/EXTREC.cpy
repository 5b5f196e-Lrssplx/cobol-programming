001000******************************************************************
001010* COPYBOOK:    EXTREC
001020* PURPOSE:     EXTRACT REPOSITORY (EXTFILE) - ONE ROW PER LINE OF
001030*              THE SEMICOLON-DELIMITED EXTRACT A REPORT WRITES
001040*              THROUGH THE PROG68 REPORT SERVICES, KEYED LIKE
001050*              RPTREC BY REPORT ID AND RUN DATE, THEN LINE
001060*              SEQUENCE (000001 IS THE HEADER ROW OF COLUMN
001070*              NAMES). EX-ARQUIVO IS THE FILE NAME THE EXTRACT
001080*              WAS WRITTEN TO AND EX-NIVEL-VISAO THE FIELD-
001090*              VISIBILITY LEVEL (PROG211) IT WAS PRODUCED AT, SO
001100*              PROG146 CAN WRITE THE SAME FILE AGAIN - ONLY FOR
001110*              AN OPERATOR AT OR ABOVE THAT LEVEL. A SAME-DAY
001120*              RERUN OF THE REPORT REPLACES ITS ROWS.
001130* DATE-WRITTEN: 2026-10-12
001140******************************************************************
001150 01  EXTRATO-REC.
001160     05  EX-CHAVE.
001170         10  EX-RELATORIO        PIC X(30).
001180         10  EX-DATA             PIC 9(08).
001190         10  EX-SEQ              PIC 9(06).
001200     05  EX-ARQUIVO              PIC X(60).
001210     05  EX-NIVEL-VISAO          PIC X(01).
001220     05  EX-LINHA                PIC X(300).
