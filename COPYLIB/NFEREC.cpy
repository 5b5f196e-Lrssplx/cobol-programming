001000******************************************************************
001010* COPYBOOK:    NFEREC
001020* PURPOSE:     ELECTRONIC INVOICE EXPORT (NFEFILE) - THE DAILY
001030*              FILE PROG162 WRITES FOR THE TAX AUTHORITY. ONE "00"
001040*              FILE HEADER, THEN PER INVOICE ISSUED THAT DAY A
001050*              RECORD SET: "10" ISSUER, "20" RECIPIENT AND
001060*              INVOICE DATES, ONE "30" PER ITEM, "40" TAXES AND
001070*              TOTALS; ONE "50" CANCELLATION EVENT PER PROG131
001080*              CANCELLATION OF THE DAY; AND A "99" TRAILER WITH
001090*              THE COUNTS AND THE TOTAL VALUE. EVERY ROW CARRIES
001100*              THE INVOICE NUMBER SO THE SET CAN BE REASSEMBLED.
001110* DATE-WRITTEN: 2026-09-17
001120******************************************************************
001130 01  NFE-REC.
001140     05  NF-TIPO                 PIC X(02).
001150         88  NF-CABECALHO        VALUE "00".
001160         88  NF-EMITENTE         VALUE "10".
001170         88  NF-DESTINATARIO     VALUE "20".
001180         88  NF-ITEM             VALUE "30".
001190         88  NF-TOTAIS           VALUE "40".
001200         88  NF-CANCELAMENTO     VALUE "50".
001210         88  NF-TRAILER          VALUE "99".
001220     05  NF-NUMERO-NOTA          PIC 9(08).
001230     05  NF-CORPO                PIC X(190).
001240     05  NF-CORPO-CABECALHO REDEFINES NF-CORPO.
001250         10  NF-CB-DATA-MOVIMENTO PIC 9(08).
001260         10  NF-CB-DATA-GERACAO  PIC 9(08).
001270         10  NF-CB-HORA-GERACAO  PIC 9(06).
001280         10  NF-CB-VERSAO        PIC X(04).
001290         10  NF-CB-CNPJ          PIC 9(14).
001300         10  FILLER              PIC X(150).
001310     05  NF-CORPO-EMITENTE REDEFINES NF-CORPO.
001320         10  NF-EM-CNPJ          PIC 9(14).
001330         10  NF-EM-INSCRICAO     PIC X(14).
001340         10  NF-EM-RAZAO-SOCIAL  PIC X(40).
001350         10  NF-EM-RUA           PIC X(30).
001360         10  NF-EM-CIDADE        PIC X(20).
001370         10  NF-EM-ESTADO        PIC X(02).
001380         10  NF-EM-CEP           PIC X(09).
001390         10  FILLER              PIC X(61).
001400     05  NF-CORPO-DESTINATARIO REDEFINES NF-CORPO.
001410         10  NF-DS-CLIENTE       PIC 9(06).
001420         10  NF-DS-NOME          PIC X(30).
001430         10  NF-DS-RUA           PIC X(30).
001440         10  NF-DS-CIDADE        PIC X(20).
001450         10  NF-DS-ESTADO        PIC X(02).
001460         10  NF-DS-CEP           PIC X(09).
001470         10  NF-DS-DATA-EMISSAO  PIC 9(08).
001480         10  NF-DS-VENCIMENTO    PIC 9(08).
001490         10  FILLER              PIC X(77).
001500     05  NF-CORPO-ITEM REDEFINES NF-CORPO.
001510         10  NF-IT-SEQUENCIA     PIC 9(03).
001520         10  NF-IT-PRODUTO       PIC X(08).
001530         10  NF-IT-DESCRICAO     PIC X(30).
001540         10  NF-IT-UNIDADE       PIC X(04).
001550         10  NF-IT-CLASSE-FISCAL PIC X(04).
001560         10  NF-IT-QUANTIDADE    PIC 9(07).
001570         10  NF-IT-PRECO-UNITARIO PIC 9(07)V9(04).
001580         10  NF-IT-VALOR         PIC 9(09)V9(02).
001590         10  FILLER              PIC X(112).
001600     05  NF-CORPO-TOTAIS REDEFINES NF-CORPO.
001610         10  NF-TT-QTD-ITENS     PIC 9(03).
001620         10  NF-TT-VALOR-PRODUTOS PIC 9(09)V9(02).
001630         10  NF-TT-VALOR-ICMS    PIC 9(09)V9(02).
001640         10  NF-TT-VALOR-IPI     PIC 9(09)V9(02).
001650         10  NF-TT-VALOR-ISS     PIC 9(09)V9(02).
001660         10  NF-TT-VALOR-NOTA    PIC 9(09)V9(02).
001670         10  FILLER              PIC X(132).
001680     05  NF-CORPO-CANCELAMENTO REDEFINES NF-CORPO.
001690         10  NF-CN-DATA-EVENTO   PIC 9(08).
001700         10  NF-CN-DATA-EMISSAO  PIC 9(08).
001710         10  NF-CN-PROTOCOLO     PIC X(15).
001720         10  NF-CN-VALOR-NOTA    PIC 9(09)V9(02).
001730         10  FILLER              PIC X(148).
001740     05  NF-CORPO-TRAILER REDEFINES NF-CORPO.
001750         10  NF-TR-QTD-NOTAS     PIC 9(06).
001760         10  NF-TR-QTD-CANCELADAS PIC 9(06).
001770         10  NF-TR-QTD-REGISTROS PIC 9(07).
001780         10  NF-TR-VALOR-TOTAL   PIC 9(13)V9(02).
001790         10  FILLER              PIC X(156).
