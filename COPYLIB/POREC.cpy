001000******************************************************************
001010* COPYBOOK:    POREC
001020* PURPOSE:     PURCHASE ORDERS - ONE ROW PER ORDERED PRODUCT,
001030*              NUMBERED OFF THE NOTACTL "ULTPEDCOMP" ROW. RAISED
001040*              AS A PROPOSAL BY THE NIGHTLY MINIMUM-STOCK PASS
001050*              (PROG155), APPROVED OR CANCELLED BY A BUYER ON
001060*              THE PROG156 DESK, RECEIVED AGAINST BY PROG127 (NO
001070*              RECEIPT BEYOND THE ORDERED QUANTITY) AND INVOICED
001080*              AGAINST THROUGH THE PROG157 THREE-WAY MATCH. THE
001090*              PRODUCT IS AN ALTERNATE KEY SO THE PROPOSAL PASS
001100*              CAN SEE AN ORDER ALREADY OPEN FOR IT.
001110* DATE-WRITTEN: 2026-09-14
001120******************************************************************
001130 01  PEDIDO-COMPRA-REC.
001140     05  PO-NUMERO               PIC 9(08).
001150     05  PO-PRODUTO              PIC X(08).
001160     05  PO-FORNECEDOR           PIC 9(06).
001170     05  PO-QTD-PEDIDA           PIC 9(07).
001180     05  PO-QTD-RECEBIDA         PIC 9(07).
001190     05  PO-QTD-FATURADA         PIC 9(07).
001200     05  PO-PRECO-UNITARIO       PIC 9(07)V9(02).
001210     05  PO-DATA-EMISSAO         PIC 9(08).
001220     05  PO-STATUS               PIC X(01).
001230         88  PO-PROPOSTO         VALUE "P".
001240         88  PO-APROVADO         VALUE "A".
001250         88  PO-RECEBIDO         VALUE "R".
001260         88  PO-CANCELADO        VALUE "C".
001270     05  PO-APROVADOR            PIC X(06).
001280     05  PO-DATA-APROVACAO       PIC 9(08).
