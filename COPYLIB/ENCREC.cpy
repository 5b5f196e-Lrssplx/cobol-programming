001000******************************************************************
001010* COPYBOOK:    ENCREC
001020* PURPOSE:     LATE-PAYMENT CHARGE RATES (ENCARGOS) - THE FINE
001030*              PERCENTAGE CHARGED ONCE ON AN OVERDUE BALANCE AND
001040*              THE DAILY INTEREST RATE CHARGED PER DAY PAST
001050*              AR-VENCIMENTO. ONE ROW UNDER THE KEY "PADRAO",
001060*              MAINTAINED BY PROG165 AND APPLIED THROUGH THE
001070*              PROG166 CALCULATOR, SO A NEW RATE IS A ROW CHANGE,
001080*              NOT A CODE CHANGE.
001090* DATE-WRITTEN: 2026-09-17
001100******************************************************************
001110 01  ENCARGO-REC.
001120     05  EN-CHAVE                PIC X(10).
001130     05  EN-MULTA-PCT            PIC 9(02)V9(02).
001140     05  EN-JUROS-DIA-PCT        PIC 9(01)V9(04).
001150     05  EN-DATA-ALTERACAO       PIC 9(08).
