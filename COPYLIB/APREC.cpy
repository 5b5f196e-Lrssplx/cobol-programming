001000******************************************************************
001010* COPYBOOK:    APREC
001020* PURPOSE:     ACCOUNTS PAYABLE OPEN ITEMS - ONE ROW PER SUPPLIER
001030*              INVOICE KEYED IN THROUGH PROG154, NUMBERED OFF
001040*              THE NOTACTL "ULTPAGAR" ROW. THE SUPPLIER AND ITS
001050*              OWN DOCUMENT NUMBER FORM A UNIQUE ALTERNATE KEY SO
001060*              THE SAME INVOICE CANNOT BE ENTERED TWICE. CARRIES
001070*              THE ORIGINAL AND REMAINING VALUE, ISSUE AND DUE
001080*              DATES, THE COST CENTER THE EXPENSE WAS CHARGED TO
001090*              AND THE OPEN/SETTLED/CANCELLED STATUS, WITH A
001100*              HOLD FLAG THAT KEEPS THE ITEM OUT OF PAYMENT.
001110* DATE-WRITTEN: 2026-09-14
001111* ----------------------------------------------------------------
001112* MODIFICATION HISTORY
001113* DATE       INIT DESCRIPTION
001114* 2026-09-14 RA   ADDED AP-PEDIDO AND AP-QTD-FATURADA AT THE END:
001115*                 AN INVOICE AGAINST A PURCHASE ORDER ENTERS ON
001116*                 HOLD "M" UNTIL THE PROG157 THREE-WAY MATCH
001117*                 (ORDER, RECEIPT, INVOICE) RELEASES IT; A MANUAL
001118*                 "H" HOLD IS NEVER LIFTED BY THE MATCH. ZERO
001119*                 PEDIDO IS A DIRECT EXPENSE WITH NO ORDER BEHIND
001120*                 IT.
001121******************************************************************
001130 01  PAGAR-REC.
001140     05  AP-NUMERO               PIC 9(08).
001150     05  AP-CHAVE-DOCUMENTO.
001160         10  AP-FORNECEDOR       PIC 9(06).
001170         10  AP-DOCUMENTO        PIC X(12).
001180     05  AP-VALOR                PIC 9(09)V9(02).
001190     05  AP-SALDO                PIC 9(09)V9(02).
001200     05  AP-DATA-EMISSAO         PIC 9(08).
001210     05  AP-VENCIMENTO           PIC 9(08).
001220     05  AP-CENTRO-CUSTO         PIC X(10).
001230     05  AP-STATUS               PIC X(01).
001240         88  AP-ABERTO           VALUE "A".
001250         88  AP-LIQUIDADO        VALUE "L".
001260         88  AP-CANCELADO        VALUE "C".
001270     05  AP-BLOQUEIO-SW          PIC X(01).
001280         88  AP-BLOQUEADO        VALUE "H" "M".
001285         88  AP-AGUARDA-CONFERENCIA VALUE "M".
001290         88  AP-LIBERADO         VALUE "N".
001300     05  AP-PEDIDO               PIC 9(08).
001310     05  AP-QTD-FATURADA         PIC 9(07).
