001250* 2026-09-02 RA   EVERY MASTER WRITE NOW ALSO JOURNALS ITS FULL
001260*                 BEFORE/AFTER IMAGES THROUGH PROG141, THE RAW
001270*                 MATERIAL OF THE PROG142 FORWARD RECOVERY.
001271* 2026-09-28 RA   RECORD IMAGES WIDENED TO THE 300-BYTE EMPLOYEE
001272*                 MASTER (UNION FIELDS ADDED).
001273* 2026-10-05 RA   RECORD IMAGES WIDENED TO THE 309-BYTE EMPLOYEE
001274*                 MASTER (CONTRACT TYPE FIELDS ADDED).
001275* 2026-10-15 RA   RECORD IMAGES WIDENED TO THE 312-BYTE EMPLOYEE
001276*                 MASTER (COMPANY CODE ADDED).
001280******************************************************************
001290 IDENTIFICATION DIVISION.
001300 PROGRAM-ID. PROG59.
001760     05  WS-VALOR-NOVO-LOG       PIC X(30).

001770 01  WS-JORNAL.
001780     05  WS-JR-ANTES             PIC X(312).
001790     05  WS-JR-DEPOIS            PIC X(312).
001800     05  WS-JR-OPERACAO          PIC X(01).

001810 01  WS-DESCRICAO-AUD            PIC X(60).
