001200* 2026-09-02 RA   EVERY MASTER WRITE NOW ALSO JOURNALS ITS FULL
001210*                 BEFORE/AFTER IMAGES THROUGH PROG141, THE RAW
001220*                 MATERIAL OF THE PROG142 FORWARD RECOVERY.
001221* 2026-09-28 RA   RECORD IMAGES WIDENED TO THE 300-BYTE EMPLOYEE
001222*                 MASTER (UNION FIELDS ADDED).
001223* 2026-10-05 RA   RECORD IMAGES WIDENED TO THE 309-BYTE EMPLOYEE
001224*                 MASTER (CONTRACT TYPE FIELDS ADDED).
001225* 2026-10-15 RA   RECORD IMAGES WIDENED TO THE 312-BYTE EMPLOYEE
001226*                 MASTER (COMPANY CODE ADDED).
001230******************************************************************
001240 IDENTIFICATION DIVISION.
001250 PROGRAM-ID. PROG121.
001900     05  WS-SALARIO-NOVO-LOG     PIC X(30).

001910 01  WS-JORNAL.
001920     05  WS-JR-ANTES             PIC X(312).
001930     05  WS-JR-DEPOIS            PIC X(312).
001940     05  WS-JR-OPERACAO          PIC X(01).

001950 01  WS-DESCRICAO-AUD            PIC X(60).
