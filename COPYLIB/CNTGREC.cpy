001000******************************************************************
001010* COPYBOOK:    CNTGREC
001020* PURPOSE:     PHYSICAL INVENTORY COUNT - ONE ROW PER PRODUCT
001030*              PER COUNT CYCLE (PROG159), KEYED BY THE CYCLE
001040*              NUMBER OFF NOTACTL "ULTINVENT" AND PD-PRODUTO. THE
001050*              ROW WITH A SPACES PRODUCT IS THE CYCLE HEADER AND
001060*              CARRIES THE PRODUCT RANGE, THE FREEZE DATE AND THE
001070*              APPROVER. EACH PRODUCT ROW HOLDS THE BOOK BALANCE
001080*              FROZEN AT THE START OF THE COUNT, THE QUANTITY
001090*              COUNTED ON THE SHELF AND THE UNIT PRICE THE
001100*              VARIANCE IS VALUED AT. THE ADJUSTMENT POSTS THE
001110*              DIFFERENCE, SO MOVEMENTS BETWEEN FREEZE AND
001120*              POSTING ARE NOT LOST.
001130* DATE-WRITTEN: 2026-09-14
001140******************************************************************
001150 01  CONTAGEM-REC.
001160     05  IC-CHAVE.
001170         10  IC-INVENTARIO       PIC 9(06).
001180         10  IC-PRODUTO          PIC X(08).
001190     05  IC-DATA-CONGELAMENTO    PIC 9(08).
001200     05  IC-SALDO-LIVRO          PIC S9(07).
001210     05  IC-QTD-CONTADA          PIC 9(07).
001220     05  IC-CONTADO-SW           PIC X(01).
001230         88  IC-CONTADO          VALUE "S".
001240         88  IC-NAO-CONTADO      VALUE "N".
001250     05  IC-PRECO-UNITARIO       PIC 9(07)V9(02).
001260     05  IC-SITUACAO             PIC X(01).
001270         88  IC-ABERTO           VALUE "A".
001280         88  IC-AJUSTADO         VALUE "J".
001290     05  IC-PRODUTO-INICIAL      PIC X(08).
001300     05  IC-PRODUTO-FINAL        PIC X(08).
001310     05  IC-APROVADOR            PIC X(06).
001320     05  IC-DATA-AJUSTE          PIC 9(08).
