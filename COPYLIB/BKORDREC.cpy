001000******************************************************************
001010* COPYBOOK:    BKORDREC
001020* PURPOSE:     BACKORDER FILE (BACKORD) - ONE ROW PER ORDER LINE
001030*              PROG126 COULD NOT ACCEPT FOR WANT OF STOCK, KEYED
001040*              BY THE ORDER NUMBER AND THE SEQUENCE OF THE REFUSED
001050*              LINE WITHIN IT, SO THE KEY ORDER IS ALSO THE AGE
001060*              ORDER. THE PRODUCT KEY LETS A PROG127 RECEIPT
001070*              ALLOCATE THE PRODUCT'S BACKORDERS OLDEST FIRST; THE
001080*              CUSTOMER/PRODUCT KEY DRIVES THE PROG163 OPEN
001090*              BACKORDERS REPORT. AN ALLOCATED ROW KEEPS THE ORDER
001100*              LINE IT BECAME.
001110* DATE-WRITTEN: 2026-09-17
001120******************************************************************
001130 01  BACKORDER-REC.
001140     05  BO-CHAVE.
001150         10  BO-PEDIDO           PIC 9(08).
001160         10  BO-SEQ              PIC 9(03).
001170     05  BO-CHAVE-CLIENTE.
001180         10  BO-CLIENTE          PIC 9(06).
001190         10  BO-PRODUTO          PIC X(08).
001200     05  BO-VENDEDOR             PIC 9(06).
001210     05  BO-ITEM                 PIC X(20).
001220     05  BO-QUANTIDADE           PIC 9(07).
001230     05  BO-PRECO                PIC 9(07)V9(02).
001240     05  BO-DATA                 PIC 9(08).
001250     05  BO-STATUS               PIC X(01).
001260         88  BO-ABERTO           VALUE "A".
001270         88  BO-ALOCADO          VALUE "L".
001290     05  BO-DATA-ALOCACAO        PIC 9(08).
001300     05  BO-SEQ-PEDIDO           PIC 9(03).
