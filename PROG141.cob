001150* MODIFICATION HISTORY
001160* DATE       INIT DESCRIPTION
001170* 2026-09-02 RA   INITIAL VERSION
001171* 2026-09-28 RA   RECORD IMAGES WIDENED TO THE 300-BYTE EMPLOYEE
001172*                 MASTER (UNION FIELDS ADDED).
001173* 2026-10-05 RA   RECORD IMAGES WIDENED TO THE 309-BYTE EMPLOYEE
001174*                 MASTER (CONTRACT TYPE FIELDS ADDED).
001175* 2026-10-15 RA   RECORD IMAGES WIDENED TO THE 312-BYTE EMPLOYEE
001176*                 MASTER (COMPANY CODE ADDED).
001180******************************************************************
001190 IDENTIFICATION DIVISION.
001200 PROGRAM-ID. PROG141.
001340 LINKAGE SECTION.
001350 01  LK-PROGRAMA                 PIC X(08).
001360 01  LK-OPERACAO                 PIC X(01).
001370 01  LK-ANTES                    PIC X(312).
001380 01  LK-DEPOIS                   PIC X(312).

001390 PROCEDURE DIVISION USING LK-PROGRAMA LK-OPERACAO
001400         LK-ANTES LK-DEPOIS.
