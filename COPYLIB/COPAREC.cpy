001000******************************************************************
001010* COPYBOOK:    COPAREC
001020* PURPOSE:     HEALTH-PLAN CO-PARTICIPATION CHARGES (COPARFIL) -
001030*              ONE ROW PER FUNCIONARIO, INVOICE COMPETENCE AND
001040*              COVERED LIFE, AS BILLED BY THE CARRIER AND TAKEN
001050*              UP BY THE PROG188 INVOICE RECONCILIATION, WITH THE
001060*              SHARE PASSED ON TO THE FUNCIONARIO. THE PAYROLL RUN
001070*              (PROG42) DEDUCTS THE PENDING ROWS AND MARKS THEM.
001080* DATE-WRITTEN: 2026-10-01
001090******************************************************************
001100 01  COPARTICIPACAO-REC.
001110     05  CF-CHAVE.
001120         10  CF-CODIGO           PIC 9(06).
001130         10  CF-COMPETENCIA      PIC 9(06).
001140         10  CF-SEQ              PIC 9(02).
001150     05  CF-VALOR-FATURADO       PIC 9(07)V9(02).
001160     05  CF-VALOR-FUNCIONARIO    PIC 9(07)V9(02).
001170     05  CF-STATUS               PIC X(01).
001180         88  CF-A-DESCONTAR      VALUE "P".
001190         88  CF-DESCONTADO       VALUE "D".
001200     05  CF-PERIODO-DESCONTO     PIC 9(06).
