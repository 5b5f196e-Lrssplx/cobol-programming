001000******************************************************************
001010* COPYBOOK:    ATIVREC
001020* PURPOSE:     FIXED-ASSET REGISTER (ATIVFILE) - ONE ROW PER ASSET
001030*              NUMBER: DESCRIPTION, CLASS (ATCLFILE), ACQUISITION
001040*              DATE AND COST, THE COST CENTER THE DEPRECIATION IS
001050*              CHARGED TO, THE SUPPLIER AND ITS INVOICE, AND THE
001060*              COMPANY WHOSE BOOKS CARRY IT (SPACES = "001").
001070*              THE MONTHLY DEPRECIATION RUN (PROG222) KEEPS THE
001080*              ACCUMULATED DEPRECIATION AND THE LAST PERIOD
001090*              CHARGED; A DISPOSAL (PROG221) RECORDS THE DATE, THE
001100*              SALE VALUE AND THE GAIN (+) OR LOSS (-) AGAINST THE
001110*              BOOK VALUE. A CUSTODY ITEM (CUSTODREC) POINTS AT
001120*              ITS ASSET THROUGH CD-ATIVO.
001130* DATE-WRITTEN: 2026-10-15
001140******************************************************************
001150 01  ATIVO-REC.
001160     05  AT-NUMERO               PIC 9(06).
001170     05  AT-DESCRICAO            PIC X(30).
001180     05  AT-CLASSE               PIC X(04).
001190     05  AT-DATA-AQUISICAO       PIC 9(08).
001200     05  AT-CUSTO                PIC 9(09)V9(02).
001210     05  AT-CENTRO-CUSTO         PIC X(10).
001220     05  AT-FORNECEDOR           PIC 9(06).
001230     05  AT-NOTA-FORNECEDOR      PIC X(12).
001240     05  AT-EMPRESA              PIC X(03).
001250     05  AT-DEPRECIACAO-ACUM     PIC 9(09)V9(02).
001260     05  AT-ULTIMO-PERIODO       PIC 9(06).
001270     05  AT-SITUACAO-SW          PIC X(01).
001280         88  AT-EM-USO           VALUE "A".
001290         88  AT-BAIXADO          VALUE "B".
001300     05  AT-DATA-BAIXA           PIC 9(08).
001310     05  AT-VALOR-VENDA          PIC 9(09)V9(02).
001320     05  AT-RESULTADO-BAIXA      PIC S9(09)V9(02).
