001080*              DUE - THE SAME LINES STOP BEING TYPED FRESH
001090*              EVERY MONTH.
001100* DATE-WRITTEN: 2026-09-02
001101* ----------------------------------------------------------------
001102* MODIFICATION HISTORY
001103* DATE       INIT DESCRIPTION
001104* 2026-09-24 RA   ADDED CN-INDICE-REAJUSTE AND CN-DATA-REAJUSTE AT
001105*                 THE END: THE INDEX (INDCFILE) THE PRICE IS
001106*                 READJUSTED BY ON EACH ANNIVERSARY OF
001107*                 CN-DATA-INICIO, SPACES FOR A FIXED PRICE, AND
001108*                 THE DATE PROG172 LAST APPLIED A READJUSTMENT.
001110******************************************************************
001120 01  CONTRATO-REC.
001130     05  CN-CHAVE.
001210     05  CN-DATA-INICIO          PIC 9(08).
001220     05  CN-DATA-FIM             PIC 9(08).
001230     05  CN-VENDEDOR             PIC 9(06).
001240     05  CN-INDICE-REAJUSTE      PIC X(04).
001250     05  CN-DATA-REAJUSTE        PIC 9(08).
