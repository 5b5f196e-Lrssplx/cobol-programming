001000******************************************************************
001010* PROGRAM-ID: PROG162
001020* AUTHOR:      R. ALMEIDA - APPLICATIONS
001030* INSTALLATION: FATURAMENTO
001040* DATE-WRITTEN: 2026-09-17
001050* DATE-COMPILED:
001060* PURPOSE:     NIGHTLY ELECTRONIC INVOICE (NF-E) EXPORT AND
001070*              PROTOCOL RETURN. OPERATION 1 WRITES THE NFEFILE OF
001080*              A MOVEMENT DATE (DEFAULT TODAY): FOR EVERY INVOICE
001090*              PROG20 ISSUED THAT DAY (SALES DETAIL ROWS OF THE
001100*              DATE) ONE RECORD SET - ISSUER, RECIPIENT FROM
001110*              CUSTFILE, ITEMS WITH QUANTITY AND UNIT PRICE, AND
001120*              THE TAXES AND TOTALS KEPT ON THE RECEIVABLE - PLUS
001130*              ONE CANCELLATION EVENT PER PROG131 CANCELLATION OF
001140*              THE DAY. THE FILE IS REGISTERED ON THE PROG143
001150*              TRANSMISSION CONTROL UNDER THE DATE (AAMMDD), SO A
001160*              DAY ALREADY TRANSMITTED IS NOT SILENTLY REBUILT.
001170*              OPERATION 2 LOADS THE AUTHORITY'S RETURN FILE
001180*              (NFERET): EACH ACCEPTED AUTHORIZATION OR
001190*              CANCELLATION PROTOCOL IS WRITTEN BACK ON THE
001200*              RECEIVABLE AND THE DAY IS MARKED TRANSMITTED;
001210*              REJECTIONS ARE LISTED FOR CORRECTION.
001220* ----------------------------------------------------------------
001230* MODIFICATION HISTORY
001240* DATE       INIT DESCRIPTION
001250* 2026-09-17 RA   INITIAL VERSION
001251* 2026-10-15 RA   THE ISSUER IS NO LONGER A FIXED CONSTANT: EACH
001252*                 INVOICE CARRIES THE COMPANY THAT BILLS ITS
001253*                 CUSTOMER (CU-EMPRESA), READ FROM CIAFILE
001254*                 THROUGH PROG220, AND THE FILE HEADER THE CNPJ
001255*                 OF THE ORIGINAL COMPANY 001. AN INVOICE WHOSE
001256*                 COMPANY IS NOT ACTIVE ON CIAFILE IS LEFT OUT
001257*                 AND LISTED.
001260******************************************************************
001270 IDENTIFICATION DIVISION.
001280 PROGRAM-ID. PROG162.

001290 ENVIRONMENT DIVISION.
001300 INPUT-OUTPUT SECTION.
001310 FILE-CONTROL.
001320     SELECT SALES-DETAIL ASSIGN TO "SALESDET"
001330         ORGANIZATION IS LINE SEQUENTIAL
001340         FILE STATUS IS FS-SALESDET.

001350     SELECT RECEIVABLE-FILE ASSIGN TO "ARFILE"
001360         ORGANIZATION IS INDEXED
001370         ACCESS MODE IS DYNAMIC
001380         RECORD KEY IS AR-NUMERO-NOTA
001390         FILE STATUS IS FS-ARFILE.

001400     SELECT CUSTOMER-FILE ASSIGN TO "CUSTFILE"
001410         ORGANIZATION IS INDEXED
001420         ACCESS MODE IS DYNAMIC
001430         RECORD KEY IS CU-CODIGO
001440         FILE STATUS IS FS-CUSTFILE.

001450     SELECT PRODUCT-MASTER ASSIGN TO "PRODFILE"
001460         ORGANIZATION IS INDEXED
001470         ACCESS MODE IS DYNAMIC
001480         RECORD KEY IS PD-PRODUTO
001490         FILE STATUS IS FS-PRODFILE.

001500     SELECT NFE-FILE ASSIGN TO "NFEFILE"
001510         ORGANIZATION IS LINE SEQUENTIAL
001520         FILE STATUS IS FS-NFEFILE.

001530     SELECT NFE-RETURN ASSIGN TO "NFERET"
001540         ORGANIZATION IS LINE SEQUENTIAL
001550         FILE STATUS IS FS-NFERET.

001560 DATA DIVISION.
001570 FILE SECTION.
001580 FD  SALES-DETAIL.
001590 COPY SALESREC.

001600 FD  RECEIVABLE-FILE.
001610 COPY ARREC.

001620 FD  CUSTOMER-FILE.
001630 COPY CUSTREC.

001640 FD  PRODUCT-MASTER.
001650 COPY PRODREC.

001660 FD  NFE-FILE.
001670 COPY NFEREC.

001680* ONE ROW PER EVENT THE AUTHORITY ANSWERED: "A" AUTHORIZATION OR
001690* "C" CANCELLATION, ACCEPTED ("S") WITH ITS PROTOCOL OR REJECTED
001700* ("N") WITH THE REASON
001710 FD  NFE-RETURN.
001720 01  NFE-RETORNO-REC.
001730     05  RT-DATA-MOVIMENTO       PIC 9(08).
001740     05  RT-NUMERO-NOTA          PIC 9(08).
001750     05  RT-EVENTO               PIC X(01).
001760         88  RT-AUTORIZACAO      VALUE "A".
001770         88  RT-CANCELAMENTO     VALUE "C".
001780     05  RT-SITUACAO             PIC X(01).
001790         88  RT-ACEITA           VALUE "S".
001800         88  RT-REJEITADA        VALUE "N".
001810     05  RT-PROTOCOLO            PIC X(15).
001820     05  RT-MOTIVO               PIC X(40).

001830 WORKING-STORAGE SECTION.
001840 01  FS-SALESDET                 PIC X(02).
001850     88  FS-SALESDET-OK          VALUE "00".
001860     88  FS-SALESDET-EOF         VALUE "10".

001870 01  FS-ARFILE                   PIC X(02).
001880     88  FS-ARFILE-OK            VALUE "00".
001890     88  FS-ARFILE-EOF           VALUE "10".

001900 01  FS-CUSTFILE                 PIC X(02).
001910     88  FS-CUSTFILE-OK          VALUE "00".

001920 01  FS-PRODFILE                 PIC X(02).
001930     88  FS-PRODFILE-OK          VALUE "00".
001940 01  WS-PROD-SW                  PIC X(01) VALUE "N".
001950     88  WS-PROD-PRESENTE        VALUE "Y".

001960 01  FS-NFEFILE                  PIC X(02).
001970     88  FS-NFEFILE-OK           VALUE "00".

001980 01  FS-NFERET                   PIC X(02).
001990     88  FS-NFERET-OK            VALUE "00".
002000     88  FS-NFERET-EOF           VALUE "10".

002010 01  WS-OPCAO-SW                 PIC X(01).
002020     88  WS-OPCAO-EXPORTAR       VALUE "1".
002030     88  WS-OPCAO-RETORNO        VALUE "2".

002040 01  WS-MENSAGEM                 PIC X(40).
002050 01  WS-VALOR-ENT                PIC 9(09).
002060 01  WS-LIMITE-MIN               PIC 9(09).
002070 01  WS-LIMITE-MAX               PIC 9(09).

002080 01  WS-DATA-ATUAL               PIC 9(08).
002090 01  WS-HORA-ATUAL               PIC 9(06).
002100 01  WS-DATA-MOVIMENTO           PIC 9(08).
002110 01  WS-PERIODO-NFE              PIC 9(06).
002120 01  WS-DATA-OK-SW               PIC X(01) VALUE "N".
002130     88  WS-DATA-VALIDA          VALUE "Y".
002140 01  WS-DATA-MARCADA             PIC 9(08) VALUE ZERO.

002150 01  WS-CHAMADA-DATA.
002160     05  WS-DT-FUNCAO            PIC X(01).
002170     05  WS-DT-DATA-1            PIC 9(08).
002180     05  WS-DT-DATA-2            PIC 9(08).
002190     05  WS-DT-QUANTIDADE        PIC S9(07).
002200     05  WS-DT-UNIDADE           PIC X(01).
002210     05  WS-DT-STATUS            PIC X(01).
002220         88  WS-DT-OK            VALUE "1".

002230 01  WS-CHAMADA-TRANSMISSAO.
002240     05  WS-XM-FUNCAO            PIC X(01).
002250     05  WS-XM-ARQUIVO           PIC X(08).
002260     05  WS-XM-PERIODO           PIC 9(06).
002270     05  WS-XM-QTD               PIC 9(07).
002280     05  WS-XM-VALOR             PIC 9(13)V9(02).
002290     05  WS-XM-STATUS            PIC X(01).
002300         88  WS-XM-OK            VALUE "1".
002310         88  WS-XM-BLOQUEADO     VALUE "2".

002320* PROG220 COMPANY SERVICE CALL - THE ISSUER DATA EVERY INVOICE
002330* SET REPEATS, AS THE LAYOUT REQUIRES, IS THE CIAFILE ROW OF
002340* THE COMPANY THAT BILLS THE CUSTOMER; THE LAST ONE READ IS
002350* KEPT IN COMPANHIA-REC
002360 01  WS-CHAMADA-EMPRESA.
002370     05  WS-CIA-FUNCAO           PIC X(01).
002380     05  WS-CIA-EMPRESA          PIC X(03).
002390     05  WS-CIA-ARQUIVO          PIC X(08).
002400     05  WS-CIA-STATUS           PIC X(01).
002410         88  WS-CIA-OK           VALUE "1".
002420 COPY CIAREC.
002430 01  WS-EMPRESA-NOTA             PIC X(03).
002432 01  WS-EMPRESA-CARREGADA        PIC X(03) VALUE SPACES.
002434 01  WS-EMITENTE-SW              PIC X(01) VALUE "N".
002436     88  WS-EMITENTE-OK          VALUE "Y".
002440 01  WS-VERSAO-LEIAUTE           PIC X(04) VALUE "0400".

002450 01  WS-NOTA-ATUAL               PIC 9(08) VALUE ZERO.
002460 01  WS-NOTA-SW                  PIC X(01) VALUE "N".
002470     88  WS-NOTA-ABERTA          VALUE "Y".
002480 01  WS-SEQ-ITEM                 PIC 9(03) VALUE ZERO.
002490 01  WS-VALOR-PRODUTOS           PIC 9(09)V9(02) VALUE ZERO.

002500 01  WS-CONTADORES.
002510     05  WS-QTD-NOTAS            PIC 9(06) VALUE ZERO.
002520     05  WS-QTD-CANCELADAS       PIC 9(06) VALUE ZERO.
002530     05  WS-QTD-REGISTROS        PIC 9(07) VALUE ZERO.
002540     05  WS-QTD-SEM-TITULO       PIC 9(05) VALUE ZERO.
002550     05  WS-TOTAL-NOTAS          PIC 9(13)V9(02) VALUE ZERO.
002560     05  WS-QTD-LIDOS            PIC 9(05) VALUE ZERO.
002570     05  WS-QTD-ACEITOS          PIC 9(05) VALUE ZERO.
002580     05  WS-QTD-REJEITADOS       PIC 9(05) VALUE ZERO.
002590     05  WS-QTD-NAO-ACHADOS      PIC 9(05) VALUE ZERO.
002594     05  WS-QTD-SEM-EMITENTE     PIC 9(05) VALUE ZERO.
002600     05  WS-QTD-DIVERGENTES      PIC 9(05) VALUE ZERO.

002610 01  WS-TOTAL-ED                 PIC Z,ZZZ,ZZZ,ZZ9.99.

002620 01  WS-DESCRICAO-AUD            PIC X(60).

002630 PROCEDURE DIVISION.

002640*----------------------------------------------------------------
002650* 0000-MAINLINE
002660*----------------------------------------------------------------
002670 0000-MAINLINE.
002680     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
002690     IF WS-OPCAO-EXPORTAR
002700         PERFORM 2000-EXPORTAR THRU 2000-EXPORTAR-EXIT
002710     ELSE
002720         IF WS-OPCAO-RETORNO
002730             PERFORM 5000-CARREGAR-RETORNO
002740                 THRU 5000-CARREGAR-RETORNO-EXIT
002750         ELSE
002760             DISPLAY "PROG162: OPERACAO INVALIDA"
002770             MOVE 8 TO RETURN-CODE
002780         END-IF
002790     END-IF.
002800     GO TO 9999-EXIT.

002810*----------------------------------------------------------------
002820* 1000-INICIALIZAR
002830*----------------------------------------------------------------
002840 1000-INICIALIZAR.
002850     ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
002860     ACCEPT WS-HORA-ATUAL FROM TIME.

002870     DISPLAY "OPERACAO (1 = EXPORTAR NOTAS DO DIA / "
002880             "2 = CARREGAR PROTOCOLOS)".
002890     ACCEPT WS-OPCAO-SW.
002900 1000-INICIALIZAR-EXIT.
002910     EXIT.

002920*----------------------------------------------------------------
002930* 2000-EXPORTAR - ONE RECORD SET PER INVOICE OF THE DAY, THEN
002940*                  THE DAY'S CANCELLATIONS
002950*----------------------------------------------------------------
002960 2000-EXPORTAR.
002970     PERFORM 2100-LER-DATA THRU 2100-LER-DATA-EXIT
002980         UNTIL WS-DATA-VALIDA.
002990* THE TRANSMISSION CONTROL KEYS A RUN BY A SIX-DIGIT PERIOD; A
003000* DAILY FILE IS KEYED BY ITS MOVEMENT DATE AS AAMMDD
003010     MOVE WS-DATA-MOVIMENTO(3:6) TO WS-PERIODO-NFE.

003020     MOVE "V" TO WS-XM-FUNCAO.
003030     MOVE "NFEFILE " TO WS-XM-ARQUIVO.
003040     MOVE WS-PERIODO-NFE TO WS-XM-PERIODO.
003050     CALL "PROG143" USING WS-XM-FUNCAO WS-XM-ARQUIVO
003060         WS-XM-PERIODO WS-XM-QTD WS-XM-VALOR WS-XM-STATUS.
003070     IF WS-XM-BLOQUEADO
003080         DISPLAY "PROG162: NF-E DE " WS-DATA-MOVIMENTO
003090             " JA MARCADA TRANSMITIDA - REGERACAO RECUSADA "
003100             "(LIBERE PELO PROG144)"
003110         MOVE 8 TO RETURN-CODE
003120         GO TO 2000-EXPORTAR-EXIT
003130     END-IF.

003131     MOVE "001" TO WS-EMPRESA-NOTA.
003132     PERFORM 3150-CARREGAR-EMITENTE
003133         THRU 3150-CARREGAR-EMITENTE-EXIT.
003134     IF NOT WS-EMITENTE-OK
003135         DISPLAY "PROG162: EMPRESA 001 SEM CADASTRO ATIVO NO "
003136             "CIAFILE - NF-E NAO GERADA"
003137         MOVE 8 TO RETURN-CODE
003138         GO TO 2000-EXPORTAR-EXIT
003139     END-IF.

003140     PERFORM 2200-ABRIR-ARQUIVOS THRU 2200-ABRIR-ARQUIVOS-EXIT.
003150     IF RETURN-CODE = 8
003160         GO TO 2000-EXPORTAR-EXIT
003170     END-IF.

003180     MOVE SPACES TO NFE-REC.
003190     SET NF-CABECALHO TO TRUE.
003200     MOVE ZERO TO NF-NUMERO-NOTA.
003210     MOVE WS-DATA-MOVIMENTO TO NF-CB-DATA-MOVIMENTO.
003220     MOVE WS-DATA-ATUAL     TO NF-CB-DATA-GERACAO.
003230     MOVE WS-HORA-ATUAL     TO NF-CB-HORA-GERACAO.
003240     MOVE WS-VERSAO-LEIAUTE TO NF-CB-VERSAO.
003250     MOVE CI-CNPJ           TO NF-CB-CNPJ.
003260     PERFORM 3900-GRAVAR-REGISTRO THRU 3900-GRAVAR-REGISTRO-EXIT.

003270     PERFORM 3000-LER-VENDA THRU 3000-LER-VENDA-EXIT
003280         UNTIL FS-SALESDET-EOF.
003290     IF WS-NOTA-ABERTA
003300         PERFORM 3300-FECHAR-NOTA THRU 3300-FECHAR-NOTA-EXIT
003310     END-IF.

003320     MOVE ZERO TO AR-NUMERO-NOTA.
003330     START RECEIVABLE-FILE KEY IS NOT LESS THAN AR-NUMERO-NOTA
003340         INVALID KEY
003350             SET FS-ARFILE-EOF TO TRUE
003360     END-START.
003370     PERFORM 4000-LER-CANCELAMENTO THRU 4000-LER-CANCELAMENTO-EXIT
003380         UNTIL FS-ARFILE-EOF.

003390     MOVE SPACES TO NFE-REC.
003400     SET NF-TRAILER TO TRUE.
003410     MOVE 99999999 TO NF-NUMERO-NOTA.
003420     ADD 1 TO WS-QTD-REGISTROS.
003430     MOVE WS-QTD-NOTAS      TO NF-TR-QTD-NOTAS.
003440     MOVE WS-QTD-CANCELADAS TO NF-TR-QTD-CANCELADAS.
003450     MOVE WS-QTD-REGISTROS  TO NF-TR-QTD-REGISTROS.
003460     MOVE WS-TOTAL-NOTAS    TO NF-TR-VALOR-TOTAL.
003470     WRITE NFE-REC.

003480     CLOSE SALES-DETAIL RECEIVABLE-FILE CUSTOMER-FILE NFE-FILE.
003490     IF WS-PROD-PRESENTE
003500         CLOSE PRODUCT-MASTER
003510     END-IF.

003520     MOVE "G" TO WS-XM-FUNCAO.
003530     MOVE "NFEFILE " TO WS-XM-ARQUIVO.
003540     MOVE WS-PERIODO-NFE TO WS-XM-PERIODO.
003550     MOVE WS-QTD-REGISTROS TO WS-XM-QTD.
003560     MOVE WS-TOTAL-NOTAS TO WS-XM-VALOR.
003570     CALL "PROG143" USING WS-XM-FUNCAO WS-XM-ARQUIVO
003580         WS-XM-PERIODO WS-XM-QTD WS-XM-VALOR WS-XM-STATUS.

003590     MOVE WS-TOTAL-NOTAS TO WS-TOTAL-ED.
003600     DISPLAY "PROG162: NF-E DE " WS-DATA-MOVIMENTO " - NOTAS "
003610         WS-QTD-NOTAS " CANCELAMENTOS " WS-QTD-CANCELADAS
003620         " VALOR " WS-TOTAL-ED.
003630     IF WS-QTD-SEM-TITULO > ZERO
003640         DISPLAY "PROG162: " WS-QTD-SEM-TITULO " NOTA(S) SEM "
003650             "TITULO NO ARFILE - FORA DO ARQUIVO"
003660         MOVE 4 TO RETURN-CODE
003670     END-IF.
003671     IF WS-QTD-SEM-EMITENTE > ZERO
003672         DISPLAY "PROG162: " WS-QTD-SEM-EMITENTE " NOTA(S) DE "
003673             "EMPRESA SEM CADASTRO ATIVO NO CIAFILE - FORA DO "
003674             "ARQUIVO"
003675         MOVE 4 TO RETURN-CODE
003676     END-IF.

003680     MOVE SPACES TO WS-DESCRICAO-AUD.
003690     STRING "NFEFILE " WS-DATA-MOVIMENTO " NOTAS " WS-QTD-NOTAS
003700         " CANCEL " WS-QTD-CANCELADAS " REGS " WS-QTD-REGISTROS
003710         DELIMITED BY SIZE INTO WS-DESCRICAO-AUD.
003720     CALL "PROG22" USING "PROG162 " WS-DESCRICAO-AUD.
003730 2000-EXPORTAR-EXIT.
003740     EXIT.

003750 2100-LER-DATA.
003760     MOVE "DATA DO MOVIMENTO (AAAAMMDD, 0 = HOJE)" TO WS-MENSAGEM.
003770     MOVE ZERO TO WS-LIMITE-MIN.
003780     MOVE 99991231 TO WS-LIMITE-MAX.
003790     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
003800         WS-LIMITE-MIN WS-LIMITE-MAX.
003810     IF WS-VALOR-ENT = ZERO
003820         MOVE WS-DATA-ATUAL TO WS-DATA-MOVIMENTO
003830         SET WS-DATA-VALIDA TO TRUE
003840         GO TO 2100-LER-DATA-EXIT
003850     END-IF.
003860     MOVE WS-VALOR-ENT TO WS-DATA-MOVIMENTO.

003870     MOVE "V" TO WS-DT-FUNCAO.
003880     MOVE WS-DATA-MOVIMENTO TO WS-DT-DATA-1.
003890     CALL "PROG74" USING WS-DT-FUNCAO WS-DT-DATA-1
003900         WS-DT-DATA-2 WS-DT-QUANTIDADE WS-DT-UNIDADE
003910         WS-DT-STATUS.
003920     IF WS-DT-OK
003930         SET WS-DATA-VALIDA TO TRUE
003940     ELSE
003950         DISPLAY "PROG162: DATA DO MOVIMENTO INVALIDA - REDIGITE"
003960     END-IF.
003970 2100-LER-DATA-EXIT.
003980     EXIT.

003990*----------------------------------------------------------------
004000* 2200-ABRIR-ARQUIVOS - THE PRODUCT MASTER ONLY ADDS THE ITEM
004010*                        DESCRIPTION; WITHOUT IT THE ITEMS GO OUT
004020*                        BY CODE
004030*----------------------------------------------------------------
004040 2200-ABRIR-ARQUIVOS.
004050     OPEN INPUT SALES-DETAIL.
004060     IF NOT FS-SALESDET-OK
004070         DISPLAY "PROG162: DETALHE DE VENDAS (SALESDET) "
004080             "INDISPONIVEL - " FS-SALESDET
004090         MOVE 8 TO RETURN-CODE
004100         GO TO 2200-ABRIR-ARQUIVOS-EXIT
004110     END-IF.

004120     OPEN INPUT RECEIVABLE-FILE.
004130     IF NOT FS-ARFILE-OK
004140         DISPLAY "PROG162: CONTAS A RECEBER (ARFILE) "
004150             "INDISPONIVEIS - " FS-ARFILE
004160         CLOSE SALES-DETAIL
004170         MOVE 8 TO RETURN-CODE
004180         GO TO 2200-ABRIR-ARQUIVOS-EXIT
004190     END-IF.

004200     OPEN INPUT CUSTOMER-FILE.
004210     IF NOT FS-CUSTFILE-OK
004220         DISPLAY "PROG162: CADASTRO DE CLIENTES (CUSTFILE) "
004230             "INDISPONIVEL - " FS-CUSTFILE
004240         CLOSE SALES-DETAIL RECEIVABLE-FILE
004250         MOVE 8 TO RETURN-CODE
004260         GO TO 2200-ABRIR-ARQUIVOS-EXIT
004270     END-IF.

004280     OPEN OUTPUT NFE-FILE.
004290     IF NOT FS-NFEFILE-OK
004300         DISPLAY "PROG162: ERRO AO ABRIR NFE-FILE " FS-NFEFILE
004310         CLOSE SALES-DETAIL RECEIVABLE-FILE CUSTOMER-FILE
004320         MOVE 8 TO RETURN-CODE
004330         GO TO 2200-ABRIR-ARQUIVOS-EXIT
004340     END-IF.

004350     OPEN INPUT PRODUCT-MASTER.
004360     IF FS-PRODFILE-OK
004370         SET WS-PROD-PRESENTE TO TRUE
004380     ELSE
004390         DISPLAY "PROG162: CADASTRO DE PRODUTOS INDISPONIVEL - "
004400             "ITENS SEM DESCRICAO"
004410     END-IF.
004420 2200-ABRIR-ARQUIVOS-EXIT.
004430     EXIT.

004440*----------------------------------------------------------------
004450* 3000-LER-VENDA - THE SALES DETAIL ROWS OF AN INVOICE ARE
004460*                   WRITTEN TOGETHER BY PROG20, SO A CHANGE OF
004470*                   NUMBER CLOSES ONE SET AND OPENS THE NEXT
004480*----------------------------------------------------------------
004490 3000-LER-VENDA.
004500     READ SALES-DETAIL
004510         AT END
004520             SET FS-SALESDET-EOF TO TRUE
004530             GO TO 3000-LER-VENDA-EXIT
004540     END-READ.
004550     IF SD-DATA NOT = WS-DATA-MOVIMENTO
004560         GO TO 3000-LER-VENDA-EXIT
004570     END-IF.

004580     IF SD-NUMERO-NOTA NOT = WS-NOTA-ATUAL
004590         IF WS-NOTA-ABERTA
004600             PERFORM 3300-FECHAR-NOTA THRU 3300-FECHAR-NOTA-EXIT
004610         END-IF
004620         PERFORM 3100-ABRIR-NOTA THRU 3100-ABRIR-NOTA-EXIT
004630     END-IF.
004640     IF NOT WS-NOTA-ABERTA
004650         GO TO 3000-LER-VENDA-EXIT
004660     END-IF.

004670     PERFORM 3200-GRAVAR-ITEM THRU 3200-GRAVAR-ITEM-EXIT.
004680 3000-LER-VENDA-EXIT.
004690     EXIT.

004700*----------------------------------------------------------------
004710* 3100-ABRIR-NOTA - ISSUER AND RECIPIENT ROWS; THE ISSUER IS
004714*                    THE CUSTOMER'S BILLING COMPANY
004720*----------------------------------------------------------------
004730 3100-ABRIR-NOTA.
004740     MOVE SD-NUMERO-NOTA TO WS-NOTA-ATUAL.
004750     MOVE "N" TO WS-NOTA-SW.
004760     MOVE ZERO TO WS-SEQ-ITEM.
004770     MOVE ZERO TO WS-VALOR-PRODUTOS.

004780     MOVE SD-NUMERO-NOTA TO AR-NUMERO-NOTA.
004790     READ RECEIVABLE-FILE
004800         INVALID KEY
004810             ADD 1 TO WS-QTD-SEM-TITULO
004820             DISPLAY "PROG162: NOTA " SD-NUMERO-NOTA
004830                 " SEM TITULO NO ARFILE - NAO EXPORTADA"
004840             GO TO 3100-ABRIR-NOTA-EXIT
004850     END-READ.

004860     MOVE AR-CLIENTE TO CU-CODIGO.
004870     READ CUSTOMER-FILE
004880         INVALID KEY
004890             MOVE SPACES TO CU-NOME
004900             MOVE SPACES TO CU-ENDERECO
004904             MOVE SPACES TO CU-EMPRESA
004910             DISPLAY "PROG162: NOTA " AR-NUMERO-NOTA " CLIENTE "
004920                 AR-CLIENTE " NAO CADASTRADO - DESTINATARIO "
004930                 "EM BRANCO"
004940     END-READ.

004941     MOVE CU-EMPRESA TO WS-EMPRESA-NOTA.
004942     IF WS-EMPRESA-NOTA = SPACES
004943         MOVE "001" TO WS-EMPRESA-NOTA
004944     END-IF.
004945     PERFORM 3150-CARREGAR-EMITENTE
004946         THRU 3150-CARREGAR-EMITENTE-EXIT.
004947     IF NOT WS-EMITENTE-OK
004948         ADD 1 TO WS-QTD-SEM-EMITENTE
004949         DISPLAY "PROG162: NOTA " SD-NUMERO-NOTA " EMPRESA "
004950             WS-EMPRESA-NOTA " SEM CADASTRO ATIVO NO CIAFILE - "
004951             "NAO EXPORTADA"
004952         GO TO 3100-ABRIR-NOTA-EXIT
004953     END-IF.
004954     SET WS-NOTA-ABERTA TO TRUE.

004960     MOVE SPACES TO NFE-REC.
004970     SET NF-EMITENTE TO TRUE.
004980     MOVE WS-NOTA-ATUAL      TO NF-NUMERO-NOTA.
004990     MOVE CI-CNPJ            TO NF-EM-CNPJ.
005000     MOVE CI-INSCRICAO-ESTADUAL TO NF-EM-INSCRICAO.
005010     MOVE CI-RAZAO-SOCIAL    TO NF-EM-RAZAO-SOCIAL.
005020     MOVE CI-RUA             TO NF-EM-RUA.
005030     MOVE CI-CIDADE          TO NF-EM-CIDADE.
005040     MOVE CI-ESTADO          TO NF-EM-ESTADO.
005050     MOVE CI-CEP             TO NF-EM-CEP.
005060     PERFORM 3900-GRAVAR-REGISTRO THRU 3900-GRAVAR-REGISTRO-EXIT.

005070     MOVE SPACES TO NFE-REC.
005080     SET NF-DESTINATARIO TO TRUE.
005090     MOVE WS-NOTA-ATUAL      TO NF-NUMERO-NOTA.
005100     MOVE AR-CLIENTE         TO NF-DS-CLIENTE.
005110     MOVE CU-NOME            TO NF-DS-NOME.
005120     MOVE CU-RUA             TO NF-DS-RUA.
005130     MOVE CU-CIDADE          TO NF-DS-CIDADE.
005140     MOVE CU-ESTADO          TO NF-DS-ESTADO.
005150     MOVE CU-CEP             TO NF-DS-CEP.
005160     MOVE AR-DATA-EMISSAO    TO NF-DS-DATA-EMISSAO.
005170     MOVE AR-VENCIMENTO      TO NF-DS-VENCIMENTO.
005180     PERFORM 3900-GRAVAR-REGISTRO THRU 3900-GRAVAR-REGISTRO-EXIT.
005190 3100-ABRIR-NOTA-EXIT.
005200     EXIT.

005201*----------------------------------------------------------------
005202* 3150-CARREGAR-EMITENTE - THE CIAFILE ROW OF WS-EMPRESA-NOTA,
005203*                           READ THROUGH PROG220 ONLY WHEN THE
005204*                           COMPANY CHANGES FROM THE LAST ONE
005205*----------------------------------------------------------------
005206 3150-CARREGAR-EMITENTE.
005207     IF WS-EMPRESA-NOTA = WS-EMPRESA-CARREGADA
005208         GO TO 3150-CARREGAR-EMITENTE-EXIT
005209     END-IF.

005210     MOVE "N" TO WS-EMITENTE-SW.
005211     MOVE SPACES TO WS-EMPRESA-CARREGADA.
005212     MOVE "L" TO WS-CIA-FUNCAO.
005213     MOVE WS-EMPRESA-NOTA TO WS-CIA-EMPRESA.
005214     CALL "PROG220" USING WS-CIA-FUNCAO WS-CIA-EMPRESA
005215         WS-CIA-ARQUIVO COMPANHIA-REC WS-CIA-STATUS.
005216     IF NOT WS-CIA-OK
005217         GO TO 3150-CARREGAR-EMITENTE-EXIT
005218     END-IF.
005219     SET WS-EMITENTE-OK TO TRUE.
005220     MOVE WS-EMPRESA-NOTA TO WS-EMPRESA-CARREGADA.
005221 3150-CARREGAR-EMITENTE-EXIT.
005222     EXIT.

005223*----------------------------------------------------------------
005224* 3200-GRAVAR-ITEM - THE UNIT PRICE IS THE LINE VALUE AFTER THE
005230*                     QUANTITY-BREAK DISCOUNT OVER THE QUANTITY
005240*----------------------------------------------------------------
005250 3200-GRAVAR-ITEM.
005260     ADD 1 TO WS-SEQ-ITEM.
005270     MOVE SD-PRODUTO TO PD-PRODUTO.
005280     IF WS-PROD-PRESENTE
005290         READ PRODUCT-MASTER
005300             INVALID KEY
005310                 MOVE SPACES TO PD-DESCRICAO
005320                 MOVE SPACES TO PD-UNIDADE
005330                 MOVE SPACES TO PD-CLASSE-FISCAL
005340         END-READ
005350     ELSE
005360         MOVE SPACES TO PD-DESCRICAO
005370         MOVE SPACES TO PD-UNIDADE
005380         MOVE SPACES TO PD-CLASSE-FISCAL
005390     END-IF.

005400     MOVE SPACES TO NFE-REC.
005410     SET NF-ITEM TO TRUE.
005420     MOVE WS-NOTA-ATUAL      TO NF-NUMERO-NOTA.
005430     MOVE WS-SEQ-ITEM        TO NF-IT-SEQUENCIA.
005440     MOVE SD-PRODUTO         TO NF-IT-PRODUTO.
005450     MOVE PD-DESCRICAO       TO NF-IT-DESCRICAO.
005460     MOVE PD-UNIDADE         TO NF-IT-UNIDADE.
005470     MOVE PD-CLASSE-FISCAL   TO NF-IT-CLASSE-FISCAL.
005480     MOVE SD-QUANTIDADE      TO NF-IT-QUANTIDADE.
005490     IF SD-QUANTIDADE > ZERO
005500         COMPUTE NF-IT-PRECO-UNITARIO ROUNDED =
005510             SD-VALOR / SD-QUANTIDADE
005520     ELSE
005530         MOVE ZERO TO NF-IT-PRECO-UNITARIO
005540     END-IF.
005550     MOVE SD-VALOR           TO NF-IT-VALOR.
005560     PERFORM 3900-GRAVAR-REGISTRO THRU 3900-GRAVAR-REGISTRO-EXIT.
005570     ADD SD-VALOR TO WS-VALOR-PRODUTOS.
005580 3200-GRAVAR-ITEM-EXIT.
005590     EXIT.

005600*----------------------------------------------------------------
005610* 3300-FECHAR-NOTA - TAXES AND TOTALS AS PROG20 KEPT THEM ON THE
005620*                     RECEIVABLE; THE INVOICE VALUE INCLUDES ANY
005630*                     TAX CHARGED ON TOP OF THE PRICE
005640*----------------------------------------------------------------
005650 3300-FECHAR-NOTA.
005660     MOVE SPACES TO NFE-REC.
005670     SET NF-TOTAIS TO TRUE.
005680     MOVE WS-NOTA-ATUAL      TO NF-NUMERO-NOTA.
005690     MOVE WS-SEQ-ITEM        TO NF-TT-QTD-ITENS.
005700     MOVE WS-VALOR-PRODUTOS  TO NF-TT-VALOR-PRODUTOS.
005710     MOVE AR-VALOR-ICMS      TO NF-TT-VALOR-ICMS.
005720     MOVE AR-VALOR-IPI       TO NF-TT-VALOR-IPI.
005730     MOVE AR-VALOR-ISS       TO NF-TT-VALOR-ISS.
005740     MOVE AR-VALOR           TO NF-TT-VALOR-NOTA.
005750     PERFORM 3900-GRAVAR-REGISTRO THRU 3900-GRAVAR-REGISTRO-EXIT.

005760     ADD 1 TO WS-QTD-NOTAS.
005770     ADD AR-VALOR TO WS-TOTAL-NOTAS.
005780     MOVE "N" TO WS-NOTA-SW.
005790 3300-FECHAR-NOTA-EXIT.
005800     EXIT.

005810 3900-GRAVAR-REGISTRO.
005820     WRITE NFE-REC.
005830     IF NOT FS-NFEFILE-OK
005840         DISPLAY "PROG162: ERRO AO GRAVAR NFE-FILE " FS-NFEFILE
005850         MOVE 8 TO RETURN-CODE
005860         GO TO 3900-GRAVAR-REGISTRO-EXIT
005870     END-IF.
005880     ADD 1 TO WS-QTD-REGISTROS.
005890 3900-GRAVAR-REGISTRO-EXIT.
005900     EXIT.

005910*----------------------------------------------------------------
005920* 4000-LER-CANCELAMENTO - A RECEIVABLE CANCELLED BY PROG131 ON
005930*                          THE MOVEMENT DATE BECOMES A
005940*                          CANCELLATION EVENT, QUOTING THE
005950*                          AUTHORIZATION PROTOCOL OF THE INVOICE
005960*----------------------------------------------------------------
005970 4000-LER-CANCELAMENTO.
005980     READ RECEIVABLE-FILE NEXT
005990         AT END
006000             SET FS-ARFILE-EOF TO TRUE
006010             GO TO 4000-LER-CANCELAMENTO-EXIT
006020     END-READ.
006030     IF NOT AR-CANCELADO
006040         OR AR-DATA-CANCELAMENTO NOT = WS-DATA-MOVIMENTO
006050         GO TO 4000-LER-CANCELAMENTO-EXIT
006060     END-IF.

006070     IF AR-PROTOCOLO-NFE = SPACES
006080         AND AR-DATA-EMISSAO < WS-DATA-MOVIMENTO
006090         DISPLAY "PROG162: NOTA " AR-NUMERO-NOTA " CANCELADA SEM "
006100             "PROTOCOLO DE AUTORIZACAO CARREGADO"
006110         MOVE 4 TO RETURN-CODE
006120     END-IF.

006130     MOVE SPACES TO NFE-REC.
006140     SET NF-CANCELAMENTO TO TRUE.
006150     MOVE AR-NUMERO-NOTA       TO NF-NUMERO-NOTA.
006160     MOVE AR-DATA-CANCELAMENTO TO NF-CN-DATA-EVENTO.
006170     MOVE AR-DATA-EMISSAO      TO NF-CN-DATA-EMISSAO.
006180     MOVE AR-PROTOCOLO-NFE     TO NF-CN-PROTOCOLO.
006190     MOVE AR-VALOR             TO NF-CN-VALOR-NOTA.
006200     PERFORM 3900-GRAVAR-REGISTRO THRU 3900-GRAVAR-REGISTRO-EXIT.
006210     ADD 1 TO WS-QTD-CANCELADAS.
006220 4000-LER-CANCELAMENTO-EXIT.
006230     EXIT.

006240*----------------------------------------------------------------
006250* 5000-CARREGAR-RETORNO - THE AUTHORITY'S ANSWER: PROTOCOLS ONTO
006260*                          THE RECEIVABLE, THE DAY MARKED
006270*                          TRANSMITTED
006280*----------------------------------------------------------------
006290 5000-CARREGAR-RETORNO.
006300     OPEN INPUT NFE-RETURN.
006310     IF NOT FS-NFERET-OK
006320         DISPLAY "PROG162: ARQUIVO DE RETORNO (NFERET) "
006330             "INDISPONIVEL - " FS-NFERET
006340         MOVE 8 TO RETURN-CODE
006350         GO TO 5000-CARREGAR-RETORNO-EXIT
006360     END-IF.

006370     OPEN I-O RECEIVABLE-FILE.
006380     IF NOT FS-ARFILE-OK
006390         DISPLAY "PROG162: CONTAS A RECEBER (ARFILE) "
006400             "INDISPONIVEIS - " FS-ARFILE
006410         CLOSE NFE-RETURN
006420         MOVE 8 TO RETURN-CODE
006430         GO TO 5000-CARREGAR-RETORNO-EXIT
006440     END-IF.

006450     PERFORM 5100-APLICAR-RETORNO THRU 5100-APLICAR-RETORNO-EXIT
006460         UNTIL FS-NFERET-EOF.

006470     CLOSE NFE-RETURN RECEIVABLE-FILE.

006480     DISPLAY "PROG162: RETORNO - LIDOS " WS-QTD-LIDOS
006490         " ACEITOS " WS-QTD-ACEITOS " REJEITADOS "
006500         WS-QTD-REJEITADOS " SEM TITULO " WS-QTD-NAO-ACHADOS
006510         " DIVERGENTES " WS-QTD-DIVERGENTES.
006520     IF WS-QTD-REJEITADOS > ZERO OR WS-QTD-NAO-ACHADOS > ZERO
006530         OR WS-QTD-DIVERGENTES > ZERO
006540         MOVE 4 TO RETURN-CODE
006550     END-IF.

006560     MOVE SPACES TO WS-DESCRICAO-AUD.
006570     STRING "RETORNO NF-E ACEITOS " WS-QTD-ACEITOS
006580         " REJEITADOS " WS-QTD-REJEITADOS
006590         DELIMITED BY SIZE INTO WS-DESCRICAO-AUD.
006600     CALL "PROG22" USING "PROG162 " WS-DESCRICAO-AUD.
006610 5000-CARREGAR-RETORNO-EXIT.
006620     EXIT.

006630*----------------------------------------------------------------
006640* 5100-APLICAR-RETORNO - A PROTOCOL ALREADY ON THE RECEIVABLE IS
006650*                         NEVER OVERWRITTEN BY A DIFFERENT ONE
006660*----------------------------------------------------------------
006670 5100-APLICAR-RETORNO.
006680     READ NFE-RETURN
006690         AT END
006700             SET FS-NFERET-EOF TO TRUE
006710             GO TO 5100-APLICAR-RETORNO-EXIT
006720     END-READ.
006730     ADD 1 TO WS-QTD-LIDOS.

006740     IF RT-DATA-MOVIMENTO NOT = WS-DATA-MARCADA
006750         PERFORM 5200-MARCAR-TRANSMITIDO
006760             THRU 5200-MARCAR-TRANSMITIDO-EXIT
006770     END-IF.

006780     MOVE RT-NUMERO-NOTA TO AR-NUMERO-NOTA.
006790     READ RECEIVABLE-FILE
006800         INVALID KEY
006810             ADD 1 TO WS-QTD-NAO-ACHADOS
006820             DISPLAY "PROG162: RETORNO DA NOTA " RT-NUMERO-NOTA
006830                 " SEM TITULO NO ARFILE"
006840             GO TO 5100-APLICAR-RETORNO-EXIT
006850     END-READ.

006860     IF RT-REJEITADA
006870         ADD 1 TO WS-QTD-REJEITADOS
006880         DISPLAY "PROG162: NOTA " RT-NUMERO-NOTA " EVENTO "
006890             RT-EVENTO " REJEITADO - " RT-MOTIVO
006900         GO TO 5100-APLICAR-RETORNO-EXIT
006910     END-IF.

006920     IF RT-CANCELAMENTO
006930         IF AR-PROTOCOLO-CANCEL NOT = SPACES
006940             AND AR-PROTOCOLO-CANCEL NOT = RT-PROTOCOLO
006950             ADD 1 TO WS-QTD-DIVERGENTES
006960             DISPLAY "PROG162: NOTA " RT-NUMERO-NOTA " JA TEM "
006970                 "PROTOCOLO DE CANCELAMENTO " AR-PROTOCOLO-CANCEL
006980             GO TO 5100-APLICAR-RETORNO-EXIT
006990         END-IF
007000         MOVE RT-PROTOCOLO TO AR-PROTOCOLO-CANCEL
007010     ELSE
007020         IF AR-PROTOCOLO-NFE NOT = SPACES
007030             AND AR-PROTOCOLO-NFE NOT = RT-PROTOCOLO
007040             ADD 1 TO WS-QTD-DIVERGENTES
007050             DISPLAY "PROG162: NOTA " RT-NUMERO-NOTA " JA TEM "
007060                 "PROTOCOLO DE AUTORIZACAO " AR-PROTOCOLO-NFE
007070             GO TO 5100-APLICAR-RETORNO-EXIT
007080         END-IF
007090         MOVE RT-PROTOCOLO TO AR-PROTOCOLO-NFE
007100     END-IF.

007110     REWRITE TITULO-REC.
007120     IF NOT FS-ARFILE-OK
007130         DISPLAY "PROG162: ERRO AO GRAVAR PROTOCOLO DA NOTA "
007140             AR-NUMERO-NOTA " - " FS-ARFILE
007150         MOVE 8 TO RETURN-CODE
007160         GO TO 5100-APLICAR-RETORNO-EXIT
007170     END-IF.
007180     ADD 1 TO WS-QTD-ACEITOS.
007190 5100-APLICAR-RETORNO-EXIT.
007200     EXIT.

007210*----------------------------------------------------------------
007220* 5200-MARCAR-TRANSMITIDO - AN ANSWER FROM THE AUTHORITY PROVES
007230*                            THE DAY'S FILE WAS SENT
007240*----------------------------------------------------------------
007250 5200-MARCAR-TRANSMITIDO.
007260     MOVE RT-DATA-MOVIMENTO TO WS-DATA-MARCADA.
007270     MOVE "T" TO WS-XM-FUNCAO.
007280     MOVE "NFEFILE " TO WS-XM-ARQUIVO.
007290     MOVE RT-DATA-MOVIMENTO(3:6) TO WS-XM-PERIODO.
007300     CALL "PROG143" USING WS-XM-FUNCAO WS-XM-ARQUIVO
007310         WS-XM-PERIODO WS-XM-QTD WS-XM-VALOR WS-XM-STATUS.
007320     IF NOT WS-XM-OK
007330         DISPLAY "PROG162: NFEFILE DE " RT-DATA-MOVIMENTO
007340             " NAO REGISTRADO NO CONTROLE DE TRANSMISSAO"
007350     END-IF.
007360 5200-MARCAR-TRANSMITIDO-EXIT.
007370     EXIT.

007380 9999-EXIT.
007390     STOP RUN.
