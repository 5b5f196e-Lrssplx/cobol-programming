001170* MODIFICATION HISTORY
001180* DATE       INIT DESCRIPTION
001190* 2026-08-22 RA   INITIAL VERSION
001191* 2026-09-28 RA   RECORD IMAGES WIDENED TO THE 300-BYTE EMPLOYEE
001192*                 MASTER (UNION FIELDS ADDED).
001193* 2026-10-05 RA   RECORD IMAGES WIDENED TO THE 309-BYTE EMPLOYEE
001194*                 MASTER (CONTRACT TYPE FIELDS ADDED).
001195* 2026-10-15 RA   RECORD IMAGES WIDENED TO THE 312-BYTE EMPLOYEE
001196*                 MASTER (COMPANY CODE ADDED).
001200******************************************************************
001210 IDENTIFICATION DIVISION.
001220 PROGRAM-ID. PROG83.
001500 COPY EMPREC.

001510 FD  BACKUP-FILE.
001520 01  BACKUP-REGISTRO             PIC X(312).

001530 FD  BACKUP-VERIFY.
001540 COPY EMPREC REPLACING ==FUNCIONARIO== BY ==FUNCIONARIO-VER==.
