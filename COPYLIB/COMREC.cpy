001070*              OVERTIME REGISTER, SO THE COMMISSION IS TAXED
001080*              THROUGH PROG46 LIKE EVERYTHING ELSE.
001090* DATE-WRITTEN: 2026-09-02
001091* ----------------------------------------------------------------
001092* MODIFICATION HISTORY
001093* DATE       INIT DESCRIPTION
001094* 2026-09-21 RA   ADDED CO-VALOR-ESTORNO AT THE END - COMMISSION
001095*                 ALREADY PAID ON TITLES SINCE CANCELLED OR
001096*                 WRITTEN OFF, WHICH PROG42 DEDUCTS AS ITS OWN
001097*                 LINE.
001100******************************************************************
001110 01  COMISSAO-REC.
001120     05  CO-CHAVE.
001140         10  CO-PERIODO          PIC 9(06).
001150     05  CO-VALOR-VENDIDO        PIC 9(11)V9(02).
001160     05  CO-VALOR                PIC 9(09)V9(02).
001170     05  CO-VALOR-ESTORNO        PIC 9(09)V9(02).
