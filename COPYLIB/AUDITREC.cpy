001010* COPYBOOK:    AUDITREC
001020* PURPOSE:     ONE ROW PER SIGNIFICANT ACTION TAKEN BY ANY
001030*              EMPLOYEE/PAYROLL PROGRAM - SEQUENCE NUMBER,
001040*              TIMESTAMP AND A SHORT DESCRIPTION. AUD-CHECK
001041*              CHAINS THE ROW TO THE ONE BEFORE IT (PROG215 OVER
001042*              THE FIRST 90 BYTES AND THE PREVIOUS ROW'S CHECK),
001043*              SO A ROW EDITED OR REMOVED BREAKS THE CHAIN THAT
001044*              PROG216 VERIFIES. ROWS WRITTEN BEFORE THE CHAIN
001045*              EXISTED HAVE IT BLANK.
001050* DATE-WRITTEN: 2026-08-09
001060******************************************************************
001070 01  AUDIT-REC.
001100     05  AUD-HORA                PIC 9(06).
001110     05  AUD-PROGRAMA            PIC X(08).
001120     05  AUD-DESCRICAO           PIC X(60).
001121     05  AUD-CHECK               PIC 9(08).
