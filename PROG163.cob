001000******************************************************************
001010* PROGRAM-ID: PROG163
001020* AUTHOR:      R. ALMEIDA - APPLICATIONS
001030* INSTALLATION: FATURAMENTO
001040* DATE-WRITTEN: 2026-09-17
001050* DATE-COMPILED:
001060* PURPOSE:     OPEN BACKORDERS REPORT BY CUSTOMER AND PRODUCT.
001070*              READS THE BACKORDER FILE (BACKORD) ALONG ITS
001080*              CUSTOMER/PRODUCT KEY AND PRINTS, THROUGH PROG68,
001090*              EVERY LINE STILL WAITING FOR STOCK UNDER A HEADING
001100*              PER CUSTOMER: THE ORDER, DATE AND QUANTITY, HOW
001110*              MANY DAYS IT HAS WAITED (PROG74), THE PRODUCT'S
001120*              BALANCE ON HAND AND THE QUANTITY STILL TO ARRIVE ON
001130*              APPROVED PURCHASE ORDERS - WHAT SALES NEEDS TO GIVE
001140*              THE CUSTOMER A REALISTIC DATE.
001150* ----------------------------------------------------------------
001160* MODIFICATION HISTORY
001170* DATE       INIT DESCRIPTION
001180* 2026-09-17 RA   INITIAL VERSION
001190******************************************************************
001200 IDENTIFICATION DIVISION.
001210 PROGRAM-ID. PROG163.

001220 ENVIRONMENT DIVISION.
001230 INPUT-OUTPUT SECTION.
001240 FILE-CONTROL.
001250     SELECT BACKORDER-FILE ASSIGN TO "BACKORD"
001260         ORGANIZATION IS INDEXED
001270         ACCESS MODE IS DYNAMIC
001280         RECORD KEY IS BO-CHAVE
001290         ALTERNATE RECORD KEY IS BO-CHAVE-CLIENTE
001300             WITH DUPLICATES
001310         ALTERNATE RECORD KEY IS BO-PRODUTO
001320             WITH DUPLICATES
001330         FILE STATUS IS FS-BACKORD.

001340     SELECT CUSTOMER-FILE ASSIGN TO "CUSTFILE"
001350         ORGANIZATION IS INDEXED
001360         ACCESS MODE IS DYNAMIC
001370         RECORD KEY IS CU-CODIGO
001380         FILE STATUS IS FS-CUSTFILE.

001390     SELECT PRODUCT-MASTER ASSIGN TO "PRODFILE"
001400         ORGANIZATION IS INDEXED
001410         ACCESS MODE IS DYNAMIC
001420         RECORD KEY IS PD-PRODUTO
001430         FILE STATUS IS FS-PRODFILE.

001440     SELECT PURCHASE-ORDER-FILE ASSIGN TO "POFILE"
001450         ORGANIZATION IS INDEXED
001460         ACCESS MODE IS DYNAMIC
001470         RECORD KEY IS PO-NUMERO
001480         ALTERNATE RECORD KEY IS PO-PRODUTO
001490             WITH DUPLICATES
001500         FILE STATUS IS FS-POFILE.

001510 DATA DIVISION.
001520 FILE SECTION.
001530 FD  BACKORDER-FILE.
001540 COPY BKORDREC.

001550 FD  CUSTOMER-FILE.
001560 COPY CUSTREC.

001570 FD  PRODUCT-MASTER.
001580 COPY PRODREC.

001590 FD  PURCHASE-ORDER-FILE.
001600 COPY POREC.

001610 WORKING-STORAGE SECTION.
001620 01  FS-BACKORD                  PIC X(02).
001630     88  FS-BACKORD-OK           VALUE "00".
001640     88  FS-BACKORD-EOF          VALUE "10".

001650 01  FS-CUSTFILE                 PIC X(02).
001660     88  FS-CUSTFILE-OK          VALUE "00".
001670 01  WS-CLIENTES-SW              PIC X(01) VALUE "N".
001680     88  WS-CLIENTES-PRESENTES   VALUE "Y".

001690 01  FS-PRODFILE                 PIC X(02).
001700     88  FS-PRODFILE-OK          VALUE "00".
001710 01  WS-PROD-SW                  PIC X(01) VALUE "N".
001720     88  WS-PROD-PRESENTE        VALUE "Y".

001730 01  FS-POFILE                   PIC X(02).
001740     88  FS-POFILE-OK            VALUE "00".
001750     88  FS-POFILE-EOF           VALUE "10".
001760 01  WS-PO-SW                    PIC X(01) VALUE "N".
001770     88  WS-PO-PRESENTE          VALUE "Y".

001780 01  WS-DATA-ATUAL               PIC 9(08).
001790 01  WS-CLIENTE-ANTERIOR         PIC 9(06) VALUE ZERO.
001800 01  WS-PRIMEIRO-SW              PIC X(01) VALUE "Y".
001810     88  WS-PRIMEIRO             VALUE "Y".

001820 01  WS-CHAMADA-DATA.
001830     05  WS-DT-FUNCAO            PIC X(01).
001840     05  WS-DT-DATA-1            PIC 9(08).
001850     05  WS-DT-DATA-2            PIC 9(08).
001860     05  WS-DT-QUANTIDADE        PIC S9(07).
001870     05  WS-DT-UNIDADE           PIC X(01).
001880     05  WS-DT-STATUS            PIC X(01).
001890         88  WS-DT-OK            VALUE "1".

001900 01  WS-DIAS-ESPERA              PIC 9(05).
001910 01  WS-EM-COMPRA                PIC 9(07).

001920 01  WS-CONTADORES.
001930     05  WS-QTD-CLIENTES         PIC 9(05) VALUE ZERO.
001940     05  WS-QTD-PENDENCIAS       PIC 9(05) VALUE ZERO.
001950     05  WS-QTD-TOTAL            PIC 9(09) VALUE ZERO.

001960 01  WS-DIAS-ED                  PIC ZZZZ9.
001970 01  WS-SALDO-ED                 PIC -ZZZZZZ9.
001980 01  WS-QTD-ED                   PIC ZZZZZZ9.
001990 01  WS-COMPRA-ED                PIC ZZZZZZ9.

002000 01  WS-LINHA-REL                PIC X(80).
002010 01  WS-FUNCAO-REL               PIC X(01).
002020 01  WS-TITULO-REL               PIC X(60).
002030 01  WS-COLUNAS-REL              PIC X(80).

002040 01  WS-DESCRICAO-AUD            PIC X(60).

002050 PROCEDURE DIVISION.

002060*----------------------------------------------------------------
002070* 0000-MAINLINE
002080*----------------------------------------------------------------
002090 0000-MAINLINE.
002100     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
002110     PERFORM 2000-LISTAR THRU 2000-LISTAR-EXIT.
002120     PERFORM 8000-FINALIZAR THRU 8000-FINALIZAR-EXIT.
002130     GO TO 9999-EXIT.

002140*----------------------------------------------------------------
002150* 1000-INICIALIZAR - THE CUSTOMER, PRODUCT AND PURCHASE FILES
002160*                     ONLY ENRICH THE LINES
002170*----------------------------------------------------------------
002180 1000-INICIALIZAR.
002190     ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.

002200     OPEN INPUT BACKORDER-FILE.
002210     IF NOT FS-BACKORD-OK
002220         DISPLAY "PROG163: ARQUIVO DE PENDENCIAS (BACKORD) "
002230             "INDISPONIVEL - " FS-BACKORD
002240         GO TO 9999-EXIT
002250     END-IF.

002260     OPEN INPUT CUSTOMER-FILE.
002270     IF FS-CUSTFILE-OK
002280         SET WS-CLIENTES-PRESENTES TO TRUE
002290     END-IF.
002300     OPEN INPUT PRODUCT-MASTER.
002310     IF FS-PRODFILE-OK
002320         SET WS-PROD-PRESENTE TO TRUE
002330     END-IF.
002340     OPEN INPUT PURCHASE-ORDER-FILE.
002350     IF FS-POFILE-OK
002360         SET WS-PO-PRESENTE TO TRUE
002370     END-IF.
002380 1000-INICIALIZAR-EXIT.
002390     EXIT.

002400*----------------------------------------------------------------
002410* 2000-LISTAR - ALONG THE CUSTOMER/PRODUCT KEY, OPEN ROWS ONLY
002420*----------------------------------------------------------------
002430 2000-LISTAR.
002440     MOVE "I" TO WS-FUNCAO-REL.
002450     MOVE SPACES TO WS-TITULO-REL.
002460     STRING "PENDENCIAS EM ABERTO POR CLIENTE E PRODUTO - "
002470         WS-DATA-ATUAL DELIMITED BY SIZE INTO WS-TITULO-REL.
002480     MOVE "PRODUTO  PEDIDO/SEQ   DATA        QTDE  DIAS    SALDO"
002490         TO WS-COLUNAS-REL.
002500     MOVE "COMPRA" TO WS-COLUNAS-REL(56:6).
002510     MOVE SPACES TO WS-LINHA-REL.
002520     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
002530         WS-COLUNAS-REL WS-LINHA-REL.

002540     MOVE LOW-VALUES TO BO-CHAVE-CLIENTE.
002550     START BACKORDER-FILE KEY IS NOT LESS THAN BO-CHAVE-CLIENTE
002560         INVALID KEY
002570             SET FS-BACKORD-EOF TO TRUE
002580     END-START.
002590     PERFORM 2100-LISTAR-UMA THRU 2100-LISTAR-UMA-EXIT
002600         UNTIL FS-BACKORD-EOF.

002610     MOVE SPACES TO WS-LINHA-REL.
002620     STRING "CLIENTES: " WS-QTD-CLIENTES
002630         "  PENDENCIAS: " WS-QTD-PENDENCIAS
002640         "  QUANTIDADE: " WS-QTD-TOTAL
002650         DELIMITED BY SIZE INTO WS-LINHA-REL.
002660     MOVE "T" TO WS-FUNCAO-REL.
002670     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
002680         WS-COLUNAS-REL WS-LINHA-REL.
002690     MOVE "F" TO WS-FUNCAO-REL.
002700     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
002710         WS-COLUNAS-REL WS-LINHA-REL.
002720 2000-LISTAR-EXIT.
002730     EXIT.

002740 2100-LISTAR-UMA.
002750     READ BACKORDER-FILE NEXT
002760         AT END
002770             SET FS-BACKORD-EOF TO TRUE
002780             GO TO 2100-LISTAR-UMA-EXIT
002790     END-READ.
002800     IF NOT BO-ABERTO
002810         GO TO 2100-LISTAR-UMA-EXIT
002820     END-IF.

002830     IF WS-PRIMEIRO OR BO-CLIENTE NOT = WS-CLIENTE-ANTERIOR
002840         PERFORM 2200-CABECALHO-CLIENTE
002850             THRU 2200-CABECALHO-CLIENTE-EXIT
002860     END-IF.

002870     MOVE ZERO TO WS-DIAS-ESPERA.
002880     MOVE "D" TO WS-DT-FUNCAO.
002890     MOVE BO-DATA TO WS-DT-DATA-1.
002900     MOVE WS-DATA-ATUAL TO WS-DT-DATA-2.
002910     CALL "PROG74" USING WS-DT-FUNCAO WS-DT-DATA-1
002920         WS-DT-DATA-2 WS-DT-QUANTIDADE WS-DT-UNIDADE
002930         WS-DT-STATUS.
002940     IF WS-DT-OK AND WS-DT-QUANTIDADE > ZERO
002950         MOVE WS-DT-QUANTIDADE TO WS-DIAS-ESPERA
002960     END-IF.

002970     MOVE ZERO TO PD-SALDO.
002980     IF WS-PROD-PRESENTE
002990         MOVE BO-PRODUTO TO PD-PRODUTO
003000         READ PRODUCT-MASTER
003010             INVALID KEY
003020                 MOVE ZERO TO PD-SALDO
003030         END-READ
003040     END-IF.

003050     PERFORM 2300-SOMAR-COMPRAS THRU 2300-SOMAR-COMPRAS-EXIT.

003060     ADD 1 TO WS-QTD-PENDENCIAS.
003070     ADD BO-QUANTIDADE TO WS-QTD-TOTAL.

003080     MOVE WS-DIAS-ESPERA TO WS-DIAS-ED.
003090     MOVE PD-SALDO       TO WS-SALDO-ED.
003100     MOVE BO-QUANTIDADE  TO WS-QTD-ED.
003110     MOVE WS-EM-COMPRA   TO WS-COMPRA-ED.
003120     MOVE SPACES TO WS-LINHA-REL.
003130     STRING BO-PRODUTO " " BO-PEDIDO "/" BO-SEQ " " BO-DATA " "
003140         WS-QTD-ED " " WS-DIAS-ED " " WS-SALDO-ED " "
003150         WS-COMPRA-ED
003160         DELIMITED BY SIZE INTO WS-LINHA-REL.
003170     MOVE "D" TO WS-FUNCAO-REL.
003180     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
003190         WS-COLUNAS-REL WS-LINHA-REL.
003200 2100-LISTAR-UMA-EXIT.
003210     EXIT.

003220*----------------------------------------------------------------
003230* 2200-CABECALHO-CLIENTE - ONE HEADING LINE PER CUSTOMER
003240*----------------------------------------------------------------
003250 2200-CABECALHO-CLIENTE.
003260     MOVE "N" TO WS-PRIMEIRO-SW.
003270     MOVE BO-CLIENTE TO WS-CLIENTE-ANTERIOR.
003280     ADD 1 TO WS-QTD-CLIENTES.

003290     MOVE SPACES TO CU-NOME.
003300     IF WS-CLIENTES-PRESENTES
003310         MOVE BO-CLIENTE TO CU-CODIGO
003320         READ CUSTOMER-FILE
003330             INVALID KEY
003340                 MOVE "(NAO CADASTRADO)" TO CU-NOME
003350         END-READ
003360     END-IF.

003370     MOVE SPACES TO WS-LINHA-REL.
003380     STRING "CLIENTE " BO-CLIENTE " - " CU-NOME
003390         DELIMITED BY SIZE INTO WS-LINHA-REL.
003400     MOVE "D" TO WS-FUNCAO-REL.
003410     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
003420         WS-COLUNAS-REL WS-LINHA-REL.
003430 2200-CABECALHO-CLIENTE-EXIT.
003440     EXIT.

003450*----------------------------------------------------------------
003460* 2300-SOMAR-COMPRAS - QUANTITY STILL TO ARRIVE ON THE PRODUCT'S
003470*                       APPROVED PURCHASE ORDERS
003480*----------------------------------------------------------------
003490 2300-SOMAR-COMPRAS.
003500     MOVE ZERO TO WS-EM-COMPRA.
003510     IF NOT WS-PO-PRESENTE
003520         GO TO 2300-SOMAR-COMPRAS-EXIT
003530     END-IF.

003540     MOVE "00" TO FS-POFILE.
003550     MOVE BO-PRODUTO TO PO-PRODUTO.
003560     START PURCHASE-ORDER-FILE KEY IS EQUAL TO PO-PRODUTO
003570         INVALID KEY
003580             SET FS-POFILE-EOF TO TRUE
003590     END-START.
003600     PERFORM 2310-SOMAR-PEDIDO THRU 2310-SOMAR-PEDIDO-EXIT
003610         UNTIL FS-POFILE-EOF.
003620 2300-SOMAR-COMPRAS-EXIT.
003630     EXIT.

003640 2310-SOMAR-PEDIDO.
003650     READ PURCHASE-ORDER-FILE NEXT
003660         AT END
003670             SET FS-POFILE-EOF TO TRUE
003680             GO TO 2310-SOMAR-PEDIDO-EXIT
003690     END-READ.
003700     IF PO-PRODUTO NOT = BO-PRODUTO
003710         SET FS-POFILE-EOF TO TRUE
003720         GO TO 2310-SOMAR-PEDIDO-EXIT
003730     END-IF.
003740     IF PO-APROVADO AND PO-QTD-PEDIDA > PO-QTD-RECEBIDA
003750         COMPUTE WS-EM-COMPRA =
003760             WS-EM-COMPRA + PO-QTD-PEDIDA - PO-QTD-RECEBIDA
003770     END-IF.
003780 2310-SOMAR-PEDIDO-EXIT.
003790     EXIT.

003800*----------------------------------------------------------------
003810* 8000-FINALIZAR
003820*----------------------------------------------------------------
003830 8000-FINALIZAR.
003840     CLOSE BACKORDER-FILE.
003850     IF WS-CLIENTES-PRESENTES
003860         CLOSE CUSTOMER-FILE
003870     END-IF.
003880     IF WS-PROD-PRESENTE
003890         CLOSE PRODUCT-MASTER
003900     END-IF.
003910     IF WS-PO-PRESENTE
003920         CLOSE PURCHASE-ORDER-FILE
003930     END-IF.

003940     MOVE SPACES TO WS-DESCRICAO-AUD.
003950     STRING "RELATORIO DE PENDENCIAS - " WS-QTD-PENDENCIAS
003960         " LINHA(S) DE " WS-QTD-CLIENTES " CLIENTE(S)"
003970         DELIMITED BY SIZE INTO WS-DESCRICAO-AUD.
003980     CALL "PROG22" USING "PROG163 " WS-DESCRICAO-AUD.
003990 8000-FINALIZAR-EXIT.
004000     EXIT.

004010 9999-EXIT.
004020     STOP RUN.
