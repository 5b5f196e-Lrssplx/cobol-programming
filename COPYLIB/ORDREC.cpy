001070*              USES. AN ACCEPTED ORDER IS RELEASED AS THE H/D
001080*              FEED PROG20 ALREADY CONSUMES.
001090* DATE-WRITTEN: 2026-09-02
001091* ----------------------------------------------------------------
001092* MODIFICATION HISTORY
001093* DATE       INIT DESCRIPTION
001094* 2026-09-17 RA   ADDED THE LINE SHIPPING CONTROL AT THE END: THE
001095*                 QUANTITY ALREADY SHIPPED, THE DELIVERY NOTE
001096*                 (ROMANEIO) THE LINE IS BEING PICKED UNDER AND
001097*                 ITS SITUATION - OPEN, ON A PICKING LIST, OR
001098*                 FULLY SHIPPED. A RELEASED ORDER NO LONGER GOES
001099*                 STRAIGHT TO THE INVOICE FEED: ONLY QUANTITIES
001100*                 CONFIRMED SHIPPED ON PROG164 DO.
001101******************************************************************
001110 01  PEDIDO-REC.
001120     05  OD-CHAVE.
001130         10  OD-NUMERO           PIC 9(08).
001270         10  OD-QUANTIDADE       PIC 9(07).
001280         10  OD-PRECO            PIC 9(07)V9(02).
001290     05  FILLER                  PIC X(05).
001300     05  OD-CONTROLE-LINHA.
001310         10  OD-QTD-EXPEDIDA     PIC 9(07).
001320         10  OD-ROMANEIO         PIC 9(08).
001330         10  OD-SITUACAO-LINHA   PIC X(01).
001340             88  OD-LINHA-ABERTA     VALUE "A".
001350             88  OD-LINHA-SEPARACAO  VALUE "S".
001360             88  OD-LINHA-EXPEDIDA   VALUE "E".
