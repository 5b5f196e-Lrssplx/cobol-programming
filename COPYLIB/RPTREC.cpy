001090*              EXACTLY AS ORIGINALLY PRODUCED, UNLIKE A RERUN
001100*              AGAINST A MASTER THAT HAS SINCE MOVED ON.
001110* DATE-WRITTEN: 2026-09-02
001111* ----------------------------------------------------------------
001112* MODIFICATION HISTORY
001113* DATE       INIT DESCRIPTION
001114* 2026-10-08 RA   ADDED RP-NIVEL-VISAO: THE FIELD-VISIBILITY LEVEL
001115*                 (PROG211) THE REPORT WAS PRODUCED AT - THE
001116*                 OPERATOR'S, OR INTEGRAL FOR AN UNATTENDED RUN.
001117*                 PROG146 DOES NOT REPRINT IT TO AN OPERATOR
001118*                 BELOW THAT LEVEL. SPACE (ROWS CAPTURED BEFORE)
001119*                 COUNTS AS INTEGRAL.
001120******************************************************************
001130 01  REPOSITORIO-REC.
001140     05  RP-CHAVE.
001170         10  RP-PAGINA           PIC 9(04).
001180         10  RP-SEQ              PIC 9(04).
001190     05  RP-LINHA                PIC X(100).
001200     05  RP-NIVEL-VISAO          PIC X(01).
