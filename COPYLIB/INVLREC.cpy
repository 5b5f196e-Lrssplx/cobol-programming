001030*              CARRY AN INVOICE INTO THE PROG20 FATURAMENTO:
001040*              ONE "H" HEADER WITH THE CUSTOMER AND SALESPERSON
001050*              FOLLOWED BY ITS "D" ITEM LINES. WRITTEN BY THE
001055*              PROG164 SHIPPING CONFIRMATION AND THE PROG134
001060*              CONTRACT BILLING RUN, READ BY PROG20 - ONE LAYOUT
001065*              FOR ALL THREE, THE SAME WAY EMPREC KEEPS THE
001070*              MASTER FROM DRIFTING.
001075* DATE-WRITTEN: 2026-09-03
001080* ----------------------------------------------------------------
001085* MODIFICATION HISTORY
001090* DATE       INIT DESCRIPTION
001095* 2026-09-17 RA   ORDER LINES NOW REACH THE FEED FROM THE PROG164
001100*                 SHIPPING CONFIRMATION INSTEAD OF PROG126
001110******************************************************************
001120 01  INVOICE-LINE-REC.
001130     05  IL-TIPO                 PIC X(01).
