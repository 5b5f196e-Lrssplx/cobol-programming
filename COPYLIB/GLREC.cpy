001070*              (PROG63) REFUSES TO RELEASE A JOURNAL WHOSE
001080*              DEBITS AND CREDITS DIFFER.
001090* DATE-WRITTEN: 2026-08-22
001091* ----------------------------------------------------------------
001092* MODIFICATION HISTORY
001093* DATE       INIT DESCRIPTION
001094* 2026-10-15 RA   ADDED GL-EMPRESA, THE COMPANY WHOSE BOOKS THE
001095*                 ROW POSTS TO (SPACES = "001").
001100******************************************************************
001110 01  GL-INTERFACE-REC.
001120     05  GL-CONTA                PIC X(12).
001180     05  GL-PROGRAMA             PIC X(08).
001190     05  GL-PERIODO              PIC 9(06).
001200     05  GL-DATA                 PIC 9(08).
001201     05  GL-EMPRESA              PIC X(03).
