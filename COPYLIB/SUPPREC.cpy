001000******************************************************************
001010* COPYBOOK:    SUPPREC
001020* PURPOSE:     SUPPLIER MASTER FOR THE PAYABLES SUBSYSTEM - CODE,
001030*              CNPJ, NAME, THE ADDRESS IN THE SAME STRUCTURED
001040*              SUB-FIELDS THE CUSTOMER MASTER USES, AND THE BANK
001050*              DETAILS (BANK, AGENCY, ACCOUNT WITH ITS MOD-11
001060*              CHECK DIGIT, PIX KEY) THE SUPPLIER IS PAID TO.
001070*              AN INACTIVE SUPPLIER STAYS ON FILE FOR THE
001080*              HISTORY BUT TAKES NO NEW INVOICE.
001090* DATE-WRITTEN: 2026-09-14
001100******************************************************************
001110 01  FORNECEDOR-REC.
001120     05  SU-CODIGO               PIC 9(06).
001130     05  SU-CNPJ                 PIC 9(14).
001140     05  SU-NOME                 PIC X(30).
001150     05  SU-ENDERECO.
001160         10  SU-RUA              PIC X(30).
001170         10  SU-CIDADE           PIC X(20).
001180         10  SU-ESTADO           PIC X(02).
001190         10  SU-CEP              PIC X(09).
001200     05  SU-DADOS-BANCARIOS.
001210         10  SU-BANCO            PIC 9(03).
001220         10  SU-AGENCIA          PIC 9(04).
001230         10  SU-CONTA            PIC 9(08).
001240         10  SU-DIGITO           PIC X(01).
001250         10  SU-PIX              PIC X(30).
001260     05  SU-ATIVO-SW             PIC X(01).
001270         88  SU-ATIVO            VALUE "A".
001280         88  SU-INATIVO          VALUE "I".
