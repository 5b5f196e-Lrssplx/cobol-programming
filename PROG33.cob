001310*                 BEFORE/AFTER IMAGES THROUGH PROG141 LIKE THE
001320*                 OTHER MASTER UPDATERS - A PROG142 REPLAY
001330*                 AFTER A RESTORE WAS LOSING THE RAISE.
001331* 2026-09-28 RA   RECORD IMAGES WIDENED TO THE 300-BYTE EMPLOYEE
001332*                 MASTER (UNION FIELDS ADDED).
001333* 2026-10-05 RA   RECORD IMAGES WIDENED TO THE 309-BYTE EMPLOYEE
001334*                 MASTER (CONTRACT TYPE FIELDS ADDED).
001335* 2026-10-15 RA   RECORD IMAGES WIDENED TO THE 312-BYTE EMPLOYEE
001336*                 MASTER (COMPANY CODE ADDED).
001340******************************************************************
001350 IDENTIFICATION DIVISION.
001360 PROGRAM-ID. PROG33.
001810 01  WS-DESCRICAO-AUD             PIC X(60).

001820 01  WS-CHAMADA-JOURNAL.
001830     05  WS-JR-ANTES             PIC X(312).
001840     05  WS-JR-DEPOIS            PIC X(312).
001850     05  WS-JR-OPERACAO          PIC X(01).

001860 01  WS-CAMPOS-LOG.
