001000******************************************************************
001010* COPYBOOK:    PATRREC
001020* PURPOSE:     EMPLOYER PAYROLL CHARGE RATES (ENCARGOS PATRONAIS)
001030*              - INSS PATRONAL, THE RAT RATE AND THE FAP FACTOR
001040*              THAT ADJUSTS IT, THE THIRD-PARTY ENTITIES
001050*              (TERCEIROS) AND FGTS, ALL OVER THE GROSS. ONE ROW
001060*              UNDER THE KEY "PADRAO", MAINTAINED BY PROG183 AND
001070*              APPLIED BY THE PAYROLL RUN (PROG42), SO A NEW RATE
001080*              IS A ROW CHANGE, NOT A CODE CHANGE.
001090* DATE-WRITTEN: 2026-09-28
001100******************************************************************
001110 01  ENCARGO-PATRONAL-REC.
001120     05  EP-CHAVE                PIC X(10).
001130     05  EP-PCT-INSS-PATRONAL    PIC 9(02)V9(02).
001140     05  EP-PCT-RAT              PIC 9(01)V9(02).
001150     05  EP-FAP                  PIC 9(01)V9(04).
001160     05  EP-PCT-TERCEIROS        PIC 9(02)V9(02).
001170     05  EP-PCT-FGTS             PIC 9(02)V9(02).
001180     05  EP-DATA-ALTERACAO       PIC 9(08).
