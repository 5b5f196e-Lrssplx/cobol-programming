001070*              INVOICED LINE DRAWS IT DOWN - WE STOP INVOICING
001080*              GOODS WE DO NOT HAVE.
001090* DATE-WRITTEN: 2026-09-02
001091* ----------------------------------------------------------------
001092* MODIFICATION HISTORY
001093* DATE       INIT DESCRIPTION
001094* 2026-09-14 RA   ADDED PD-FORNECEDOR AND PD-LOTE-COMPRA AT THE
001095*                 END SO EXISTING FIELD OFFSETS SURVIVE: THE
001096*                 SUPPLIER THE NIGHTLY PURCHASE PROPOSAL (PROG155)
001097*                 RAISES THE ORDER ON, AND THE MINIMUM QUANTITY IT
001098*                 ORDERS.
001099*                 ZERO SUPPLIER MEANS NO AUTOMATIC PROPOSAL.
001100* 2026-09-14 RA   ADDED PD-CUSTO-MEDIO AT THE END: THE WEIGHTED-
001101*                 AVERAGE UNIT COST, REBUILT BY EVERY RECEIPT IN
001102*                 PROG127 FROM THE ORDER PRICE. PROG20 RELIEVES
001103*                 STOCK TO CMV AT THIS COST AND PROG160 VALUES THE
001104*                 ON-HAND BALANCE WITH IT.
001105* 2026-09-17 RA   ADDED PD-CLASSE-FISCAL AT THE END: THE PRODUCT
001106*                 TAX CLASS THAT, WITH THE CUSTOMER'S STATE, KEYS
001107*                 THE TAX-RULE TABLE (TRIBFILE) PROG20 APPLIES.
001108*                 SPACES MEANS NO TAX IS CHARGED ON THE PRODUCT.
001109* 2026-09-17 RA   ADDED PD-ARMAZEM AT THE END: THE WAREHOUSE THE
001110*                 PRODUCT IS PICKED FROM - THE PROG164 PICKING
001111*                 LIST RUNS ONE WAREHOUSE AT A TIME.
001112* 2026-09-21 RA   ADDED PD-LINHA AT THE END: THE PRODUCT LINE A
001113*                 SALES TARGET (METAFILE) MAY BE SET FOR. SPACES
001114*                 MEANS THE PRODUCT BELONGS TO NO LINE.
001115******************************************************************
001116 01  PRODUTO-REC.
001120     05  PD-PRODUTO              PIC X(08).
001130     05  PD-DESCRICAO            PIC X(30).
001140     05  PD-UNIDADE              PIC X(04).
001170         88  PD-INATIVO          VALUE "I".
001180     05  PD-SALDO                PIC S9(07).
001190     05  PD-MINIMO               PIC 9(07).
001200     05  PD-FORNECEDOR           PIC 9(06).
001210     05  PD-LOTE-COMPRA          PIC 9(07).
001220     05  PD-CUSTO-MEDIO          PIC 9(07)V9(04).
001230     05  PD-CLASSE-FISCAL        PIC X(04).
001240     05  PD-ARMAZEM              PIC X(04).
001250     05  PD-LINHA                PIC X(04).
