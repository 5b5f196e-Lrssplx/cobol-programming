001000******************************************************************
001010* COPYBOOK:    PROVREC
001020* PURPOSE:     DOUBTFUL-ACCOUNTS PROVISION CONTROL (PROVFILE) -
001030*              ONE ROW UNDER THE KEY "PADRAO" WITH THE PERCENTAGE
001040*              PROVIDED PER PROG130 AGING BUCKET (CURRENT, 30, 60,
001050*              90, 90+ DAYS), THE PROVISION BALANCE BOOKED TO THE
001060*              GL SO FAR AND THE LAST MONTH-END RUN. THE PROG167
001070*              PROVISION RUN POSTS ONLY THE CHANGE AGAINST THE
001080*              BOOKED BALANCE, SO A RERUN POSTS NOTHING TWICE; A
001090*              WRITE-OFF CONSUMES THE BALANCE.
001100* DATE-WRITTEN: 2026-09-21
001110******************************************************************
001120 01  PROVISAO-REC.
001130     05  PV-CHAVE                PIC X(10).
001140     05  PV-PERCENTUAIS.
001150         10  PV-PCT-CORRENTE     PIC 9(03)V9(02).
001160         10  PV-PCT-30           PIC 9(03)V9(02).
001170         10  PV-PCT-60           PIC 9(03)V9(02).
001180         10  PV-PCT-90           PIC 9(03)V9(02).
001190         10  PV-PCT-MAIS-90      PIC 9(03)V9(02).
001200     05  PV-PERCENTUAIS-TAB REDEFINES PV-PERCENTUAIS.
001210         10  PV-PCT-FAIXA        PIC 9(03)V9(02) OCCURS 5 TIMES.
001220     05  PV-SALDO-PROVISAO       PIC 9(11)V9(02).
001230     05  PV-DATA-ULTIMA-APURACAO PIC 9(08).
