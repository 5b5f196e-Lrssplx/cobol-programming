001000******************************************************************
001010* PROGRAM-ID: PROG164
001020* AUTHOR:      R. ALMEIDA - APPLICATIONS
001030* INSTALLATION: FATURAMENTO
001040* DATE-WRITTEN: 2026-09-17
001050* DATE-COMPILED:
001060* PURPOSE:     SHIPPING BETWEEN ORDER AND INVOICE. OPERATION 1 IS
001070*              THE DAILY RUN PER WAREHOUSE: EVERY OPEN LINE OF A
001080*              RELEASED ORDER (OD-LIBERADO ON ORDFILE) WHOSE
001090*              PRODUCT IS PICKED FROM THE WAREHOUSE (PD-ARMAZEM)
001100*              GOES ON THE PICKING LIST, AND THE LINES OF EACH
001110*              CUSTOMER ARE GATHERED ON ONE DELIVERY NOTE
001120*              (ROMANEIO), NUMBERED OFF ITS OWN NOTACTL ROW AND
001130*              PRINTED WITH THE PRODUCTS AND QUANTITIES. OPERATION
001140*              2 CONFIRMS A DELIVERY NOTE: THE QUANTITY ACTUALLY
001150*              SHIPPED IS KEYED PER LINE AND ONLY THAT QUANTITY IS
001160*              WRITTEN TO THE INVLINES FEED PROG20 INVOICES; A
001170*              SHORT SHIPMENT GOES BACK TO THE ORDER AS OPEN
001180*              QUANTITY FOR THE NEXT PICKING LIST.
001190* ----------------------------------------------------------------
001200* MODIFICATION HISTORY
001210* DATE       INIT DESCRIPTION
001220* 2026-09-17 RA   INITIAL VERSION
001221* 2026-10-15 RA   THE ROWS A CONFIRMED DELIVERY NOTE APPENDS TO
001222*                 INVLINES (AND THEIR QUANTITY TIMES PRICE) ARE
001223*                 ADDED TO THE DAY'S ROW OF THE CONTROL TOTALS
001224*                 LEDGER (CTLTOT, PROG223) THAT PROG20 CHECKS.
001230******************************************************************
001240 IDENTIFICATION DIVISION.
001250 PROGRAM-ID. PROG164.

001260 ENVIRONMENT DIVISION.
001270 INPUT-OUTPUT SECTION.
001280 FILE-CONTROL.
001290     SELECT ORDER-FILE ASSIGN TO "ORDFILE"
001300         ORGANIZATION IS INDEXED
001310         ACCESS MODE IS DYNAMIC
001320         RECORD KEY IS OD-CHAVE
001330         FILE STATUS IS FS-ORDFILE.

001340     SELECT PRODUCT-MASTER ASSIGN TO "PRODFILE"
001350         ORGANIZATION IS INDEXED
001360         ACCESS MODE IS DYNAMIC
001370         RECORD KEY IS PD-PRODUTO
001380         FILE STATUS IS FS-PRODFILE.

001390     SELECT CUSTOMER-FILE ASSIGN TO "CUSTFILE"
001400         ORGANIZATION IS INDEXED
001410         ACCESS MODE IS DYNAMIC
001420         RECORD KEY IS CU-CODIGO
001430         FILE STATUS IS FS-CUSTFILE.

001440     SELECT NOTA-CTL-FILE ASSIGN TO "NOTACTL"
001450         ORGANIZATION IS INDEXED
001460         ACCESS MODE IS DYNAMIC
001470         RECORD KEY IS NC-CHAVE
001480         FILE STATUS IS FS-NOTACTL.

001490     SELECT INVOICE-LINE-FILE ASSIGN TO "INVLINES"
001500         ORGANIZATION IS LINE SEQUENTIAL
001510         FILE STATUS IS FS-INVLINES.

001520 DATA DIVISION.
001530 FILE SECTION.
001540 FD  ORDER-FILE.
001550 COPY ORDREC.

001560 FD  PRODUCT-MASTER.
001570 COPY PRODREC.

001580 FD  CUSTOMER-FILE.
001590 COPY CUSTREC.

001600 FD  NOTA-CTL-FILE.
001610 01  NOTA-CTL-REC.
001620     05  NC-CHAVE                PIC X(10).
001630     05  NC-ULTIMA-NOTA          PIC 9(08).

001640 FD  INVOICE-LINE-FILE.
001650 COPY INVLREC.

001660 WORKING-STORAGE SECTION.
001670 01  FS-ORDFILE                  PIC X(02).
001680     88  FS-ORDFILE-OK           VALUE "00".
001690     88  FS-ORDFILE-EOF          VALUE "10".

001700 01  FS-PRODFILE                 PIC X(02).
001710     88  FS-PRODFILE-OK          VALUE "00".

001720 01  FS-CUSTFILE                 PIC X(02).
001730     88  FS-CUSTFILE-OK          VALUE "00".
001740 01  WS-CLIENTES-SW              PIC X(01) VALUE "N".
001750     88  WS-CLIENTES-PRESENTES   VALUE "Y".

001760 01  FS-NOTACTL                  PIC X(02).
001770     88  FS-NOTACTL-OK           VALUE "00".

001780 01  FS-INVLINES                 PIC X(02).
001790     88  FS-INVLINES-OK          VALUE "00".

001800 01  WS-OPCAO-SW                 PIC X(01).
001810     88  WS-OPCAO-SEPARAR        VALUE "1".
001820     88  WS-OPCAO-CONFIRMAR      VALUE "2".

001830 01  WS-MENSAGEM                 PIC X(40).
001840 01  WS-VALOR-ENT                PIC 9(09).
001850 01  WS-LIMITE-MIN               PIC 9(09).
001860 01  WS-LIMITE-MAX               PIC 9(09).

001870 01  WS-DATA-ATUAL               PIC 9(08).
001880 01  WS-ARMAZEM-ENT              PIC X(04).
001890 01  WS-ROMANEIO-ENT             PIC 9(08).

001900* THE ORDER HEADER (SEQ ZERO) PRECEDES ITS LINES ON THE KEY, SO
001910* THE SCAN CARRIES IT ALONG
001920 01  WS-PEDIDO-CORRENTE          PIC 9(08) VALUE ZERO.
001930 01  WS-CLIENTE-PEDIDO           PIC 9(06) VALUE ZERO.
001940 01  WS-VENDEDOR-PEDIDO          PIC 9(06) VALUE ZERO.
001950 01  WS-LIBERADO-SW              PIC X(01) VALUE "N".
001960     88  WS-PEDIDO-LIBERADO      VALUE "Y".

001970 01  WS-QTD-PENDENTE             PIC 9(07).
001980 01  WS-PEDIDO-FEED              PIC 9(08) VALUE ZERO.

001990* THE PICKING LIST IS HELD IN STORAGE SO THE LINES OF ONE
002000* CUSTOMER CAN BE GATHERED ON ONE DELIVERY NOTE
002010 01  WS-QTD-SEPARACAO            PIC 9(03) VALUE ZERO.
002020 01  WS-INDICE                   PIC 9(03) COMP.
002030 01  WS-INDICE-2                 PIC 9(03) COMP.
002040 01  WS-TABELA-SEPARACAO.
002050     05  WS-SEP-LINHA OCCURS 500 TIMES.
002060         10  WS-SEP-PEDIDO       PIC 9(08).
002070         10  WS-SEP-SEQ          PIC 9(03).
002080         10  WS-SEP-CLIENTE      PIC 9(06).
002090         10  WS-SEP-PRODUTO      PIC X(08).
002100         10  WS-SEP-ITEM         PIC X(20).
002110         10  WS-SEP-QUANTIDADE   PIC 9(07).
002120         10  WS-SEP-ROMANEIO     PIC 9(08).

002130 01  WS-PRIMEIRO-ROMANEIO        PIC 9(08) VALUE ZERO.
002140 01  WS-ROMANEIO-ATUAL           PIC 9(08) VALUE ZERO.
002150 01  WS-ITENS-ROMANEIO           PIC 9(05).
002160 01  WS-QTD-ROMANEIO             PIC 9(09).

002170 01  WS-CONTADORES.
002180     05  WS-QTD-EXCEDENTES       PIC 9(05) VALUE ZERO.
002190     05  WS-QTD-ROMANEIOS        PIC 9(05) VALUE ZERO.
002200     05  WS-QTD-LINHAS-ROM       PIC 9(05) VALUE ZERO.
002210     05  WS-QTD-EXPEDIDAS        PIC 9(05) VALUE ZERO.
002220     05  WS-QTD-PARCIAIS         PIC 9(05) VALUE ZERO.
002223     05  WS-QTD-GRAVADAS-FEED    PIC 9(07) VALUE ZERO.
002226     05  WS-VALOR-FEED           PIC 9(13)V9(02) VALUE ZERO.

002230 01  WS-QTD-ED                   PIC ZZZZZZ9.

002240 01  WS-LINHA-REL                PIC X(80).
002250 01  WS-FUNCAO-REL               PIC X(01).
002260 01  WS-TITULO-REL               PIC X(60).
002270 01  WS-COLUNAS-REL              PIC X(80).

002280 01  WS-DESCRICAO-AUD            PIC X(60).

002281* PROG223 CONTROL TOTALS LEDGER CALL
002282 01  WS-CHAMADA-TOTAIS.
002283     05  WS-TL-FUNCAO            PIC X(01).
002284     05  WS-TL-DATA-RUN          PIC 9(08).
002285     05  WS-TL-ARQUIVO           PIC X(08).
002286     05  WS-TL-PERIODO           PIC 9(06).
002287     05  WS-TL-PROGRAMA          PIC X(08).
002288     05  WS-TL-QTD               PIC 9(07).
002289     05  WS-TL-VALOR             PIC 9(13)V9(02).
002290     05  WS-TL-QTD-RAZAO         PIC 9(07).
002291     05  WS-TL-VALOR-RAZAO       PIC 9(13)V9(02).
002292     05  WS-TL-STATUS            PIC X(01).
002293         88  WS-TL-OK            VALUE "1".

002294 PROCEDURE DIVISION.

002300*----------------------------------------------------------------
002310* 0000-MAINLINE
002320*----------------------------------------------------------------
002330 0000-MAINLINE.
002340     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
002350     IF WS-OPCAO-SEPARAR
002360         PERFORM 2000-SEPARAR THRU 2000-SEPARAR-EXIT
002370     ELSE
002380         IF WS-OPCAO-CONFIRMAR
002390             PERFORM 3000-CONFIRMAR THRU 3000-CONFIRMAR-EXIT
002400         ELSE
002410             DISPLAY "PROG164: OPERACAO INVALIDA"
002420             MOVE 8 TO RETURN-CODE
002430         END-IF
002440     END-IF.
002450     PERFORM 8000-FINALIZAR THRU 8000-FINALIZAR-EXIT.
002460     GO TO 9999-EXIT.

002470*----------------------------------------------------------------
002480* 1000-INICIALIZAR
002490*----------------------------------------------------------------
002500 1000-INICIALIZAR.
002510     ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.

002520     OPEN I-O ORDER-FILE.
002530     IF NOT FS-ORDFILE-OK
002540         DISPLAY "PROG164: PEDIDOS (ORDFILE) INDISPONIVEIS - "
002550             FS-ORDFILE
002560         GO TO 9999-EXIT
002570     END-IF.

002580     OPEN INPUT PRODUCT-MASTER.
002590     IF NOT FS-PRODFILE-OK
002600         DISPLAY "PROG164: CADASTRO DE PRODUTOS (PRODFILE) "
002610             "INDISPONIVEL - " FS-PRODFILE
002620         CLOSE ORDER-FILE
002630         GO TO 9999-EXIT
002640     END-IF.

002650     OPEN INPUT CUSTOMER-FILE.
002660     IF FS-CUSTFILE-OK
002670         SET WS-CLIENTES-PRESENTES TO TRUE
002680     END-IF.

002690     DISPLAY "OPERACAO (1 = LISTA DE SEPARACAO E ROMANEIOS / "
002700             "2 = CONFIRMAR EXPEDICAO)".
002710     ACCEPT WS-OPCAO-SW.
002720 1000-INICIALIZAR-EXIT.
002730     EXIT.

002740*----------------------------------------------------------------
002750* 2000-SEPARAR - PICKING LIST OF ONE WAREHOUSE AND ONE DELIVERY
002760*                 NOTE PER CUSTOMER
002770*----------------------------------------------------------------
002780 2000-SEPARAR.
002790     DISPLAY "ARMAZEM (BRANCO = PRODUTOS SEM ARMAZEM)".
002800     MOVE SPACES TO WS-ARMAZEM-ENT.
002810     ACCEPT WS-ARMAZEM-ENT.

002820     MOVE ZERO TO OD-NUMERO.
002830     MOVE ZERO TO OD-SEQ.
002840     START ORDER-FILE KEY IS NOT LESS THAN OD-CHAVE
002850         INVALID KEY
002860             SET FS-ORDFILE-EOF TO TRUE
002870     END-START.
002880     PERFORM 2100-SELECIONAR THRU 2100-SELECIONAR-EXIT
002890         UNTIL FS-ORDFILE-EOF.

002900     IF WS-QTD-SEPARACAO = ZERO
002910         DISPLAY "PROG164: NENHUMA LINHA A SEPARAR NO ARMAZEM "
002920             WS-ARMAZEM-ENT
002930         GO TO 2000-SEPARAR-EXIT
002940     END-IF.
002950     IF WS-QTD-EXCEDENTES > ZERO
002960         DISPLAY "PROG164: " WS-QTD-EXCEDENTES " LINHA(S) ALEM "
002970             "DO LIMITE DA LISTA FICAM PARA A PROXIMA RODADA"
002980     END-IF.

002990     PERFORM 2200-NUMERAR-ROMANEIOS
003000         THRU 2200-NUMERAR-ROMANEIOS-EXIT.
003010     IF WS-ROMANEIO-ATUAL = ZERO
003020         GO TO 2000-SEPARAR-EXIT
003030     END-IF.

003040     PERFORM 2300-IMPRIMIR-SEPARACAO
003050         THRU 2300-IMPRIMIR-SEPARACAO-EXIT.
003060     PERFORM 2400-IMPRIMIR-ROMANEIOS
003070         THRU 2400-IMPRIMIR-ROMANEIOS-EXIT.

003080     PERFORM 2500-MARCAR-LINHA THRU 2500-MARCAR-LINHA-EXIT
003090         VARYING WS-INDICE FROM 1 BY 1
003100         UNTIL WS-INDICE > WS-QTD-SEPARACAO.

003110     DISPLAY "PROG164: ARMAZEM " WS-ARMAZEM-ENT " - "
003120         WS-QTD-SEPARACAO " LINHA(S) EM " WS-QTD-ROMANEIOS
003130         " ROMANEIO(S), " WS-PRIMEIRO-ROMANEIO " A "
003140         WS-ROMANEIO-ATUAL.
003150     MOVE SPACES TO WS-DESCRICAO-AUD.
003160     STRING "SEPARACAO ARMAZEM " WS-ARMAZEM-ENT " ROMANEIOS "
003170         WS-PRIMEIRO-ROMANEIO " A " WS-ROMANEIO-ATUAL
003180         DELIMITED BY SIZE INTO WS-DESCRICAO-AUD.
003190     CALL "PROG22" USING "PROG164 " WS-DESCRICAO-AUD.
003200 2000-SEPARAR-EXIT.
003210     EXIT.

003220*----------------------------------------------------------------
003230* 2100-SELECIONAR - OPEN QUANTITY OF A RELEASED ORDER, PRODUCT
003240*                    PICKED FROM THE WAREHOUSE
003250*----------------------------------------------------------------
003260 2100-SELECIONAR.
003270     READ ORDER-FILE NEXT
003280         AT END
003290             SET FS-ORDFILE-EOF TO TRUE
003300             GO TO 2100-SELECIONAR-EXIT
003310     END-READ.

003320     IF OD-SEQ = ZERO
003330         MOVE OD-NUMERO   TO WS-PEDIDO-CORRENTE
003340         MOVE OD-CLIENTE  TO WS-CLIENTE-PEDIDO
003350         MOVE OD-VENDEDOR TO WS-VENDEDOR-PEDIDO
003360         IF OD-LIBERADO
003370             SET WS-PEDIDO-LIBERADO TO TRUE
003380         ELSE
003390             MOVE "N" TO WS-LIBERADO-SW
003400         END-IF
003410         GO TO 2100-SELECIONAR-EXIT
003420     END-IF.

003430     IF OD-NUMERO NOT = WS-PEDIDO-CORRENTE
003440         OR NOT WS-PEDIDO-LIBERADO
003450         OR NOT OD-LINHA-ABERTA
003460         OR OD-QTD-EXPEDIDA NOT < OD-QUANTIDADE
003470         GO TO 2100-SELECIONAR-EXIT
003480     END-IF.

003490     MOVE OD-PRODUTO TO PD-PRODUTO.
003500     READ PRODUCT-MASTER
003510         INVALID KEY
003520             MOVE SPACES TO PD-ARMAZEM
003530     END-READ.
003540     IF PD-ARMAZEM NOT = WS-ARMAZEM-ENT
003550         GO TO 2100-SELECIONAR-EXIT
003560     END-IF.

003570     IF WS-QTD-SEPARACAO >= 500
003580         ADD 1 TO WS-QTD-EXCEDENTES
003590         GO TO 2100-SELECIONAR-EXIT
003600     END-IF.
003610     ADD 1 TO WS-QTD-SEPARACAO.
003620     MOVE OD-NUMERO  TO WS-SEP-PEDIDO(WS-QTD-SEPARACAO).
003630     MOVE OD-SEQ     TO WS-SEP-SEQ(WS-QTD-SEPARACAO).
003640     MOVE WS-CLIENTE-PEDIDO TO WS-SEP-CLIENTE(WS-QTD-SEPARACAO).
003650     MOVE OD-PRODUTO TO WS-SEP-PRODUTO(WS-QTD-SEPARACAO).
003660     MOVE OD-ITEM    TO WS-SEP-ITEM(WS-QTD-SEPARACAO).
003670     COMPUTE WS-SEP-QUANTIDADE(WS-QTD-SEPARACAO) =
003680         OD-QUANTIDADE - OD-QTD-EXPEDIDA.
003690     MOVE ZERO       TO WS-SEP-ROMANEIO(WS-QTD-SEPARACAO).
003700 2100-SELECIONAR-EXIT.
003710     EXIT.

003720*----------------------------------------------------------------
003730* 2200-NUMERAR-ROMANEIOS - ONE NUMBER PER CUSTOMER ON THE LIST,
003740*                           OFF THE ULTROMAN ROW OF NOTACTL
003750*----------------------------------------------------------------
003760 2200-NUMERAR-ROMANEIOS.
003770     OPEN I-O NOTA-CTL-FILE.
003780     IF NOT FS-NOTACTL-OK
003790         OPEN OUTPUT NOTA-CTL-FILE
003800         CLOSE NOTA-CTL-FILE
003810         OPEN I-O NOTA-CTL-FILE
003820     END-IF.
003830     IF NOT FS-NOTACTL-OK
003840         DISPLAY "PROG164: ERRO AO ABRIR NOTA-CTL-FILE "
003850             FS-NOTACTL " - NADA SEPARADO"
003860         MOVE 8 TO RETURN-CODE
003870         GO TO 2200-NUMERAR-ROMANEIOS-EXIT
003880     END-IF.

003890     PERFORM 2210-NUMERAR-CLIENTE THRU 2210-NUMERAR-CLIENTE-EXIT
003900         VARYING WS-INDICE FROM 1 BY 1
003910         UNTIL WS-INDICE > WS-QTD-SEPARACAO.

003920     CLOSE NOTA-CTL-FILE.
003930 2200-NUMERAR-ROMANEIOS-EXIT.
003940     EXIT.

003950 2210-NUMERAR-CLIENTE.
003960     IF WS-SEP-ROMANEIO(WS-INDICE) NOT = ZERO
003970         GO TO 2210-NUMERAR-CLIENTE-EXIT
003980     END-IF.

003990     MOVE "ULTROMAN  " TO NC-CHAVE.
004000     READ NOTA-CTL-FILE
004010         INVALID KEY
004020             MOVE "ULTROMAN  " TO NC-CHAVE
004030             MOVE ZERO TO NC-ULTIMA-NOTA
004040     END-READ.
004050     ADD 1 TO NC-ULTIMA-NOTA.
004060     MOVE NC-ULTIMA-NOTA TO WS-ROMANEIO-ATUAL.
004070     IF FS-NOTACTL-OK
004080         REWRITE NOTA-CTL-REC
004090     ELSE
004100         WRITE NOTA-CTL-REC
004110     END-IF.
004120     IF WS-PRIMEIRO-ROMANEIO = ZERO
004130         MOVE WS-ROMANEIO-ATUAL TO WS-PRIMEIRO-ROMANEIO
004140     END-IF.
004150     ADD 1 TO WS-QTD-ROMANEIOS.

004160     PERFORM 2220-MESMO-CLIENTE THRU 2220-MESMO-CLIENTE-EXIT
004170         VARYING WS-INDICE-2 FROM WS-INDICE BY 1
004180         UNTIL WS-INDICE-2 > WS-QTD-SEPARACAO.
004190 2210-NUMERAR-CLIENTE-EXIT.
004200     EXIT.

004210 2220-MESMO-CLIENTE.
004220     IF WS-SEP-CLIENTE(WS-INDICE-2) = WS-SEP-CLIENTE(WS-INDICE)
004230         MOVE WS-ROMANEIO-ATUAL TO WS-SEP-ROMANEIO(WS-INDICE-2)
004240     END-IF.
004250 2220-MESMO-CLIENTE-EXIT.
004260     EXIT.

004270*----------------------------------------------------------------
004280* 2300-IMPRIMIR-SEPARACAO - THE PICKING LIST OF THE WAREHOUSE
004290*----------------------------------------------------------------
004300 2300-IMPRIMIR-SEPARACAO.
004310     MOVE "I" TO WS-FUNCAO-REL.
004320     MOVE SPACES TO WS-TITULO-REL.
004330     STRING "LISTA DE SEPARACAO - ARMAZEM " WS-ARMAZEM-ENT
004340         " - " WS-DATA-ATUAL DELIMITED BY SIZE INTO WS-TITULO-REL.
004345     MOVE "PRODUTO  ITEM                    QTDE PEDIDO/SEQ"
004350         TO WS-COLUNAS-REL.
004355     MOVE "ROMANEIO" TO WS-COLUNAS-REL(56:8).
004370     MOVE SPACES TO WS-LINHA-REL.
004380     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
004390         WS-COLUNAS-REL WS-LINHA-REL.

004400     PERFORM 2310-LINHA-SEPARACAO THRU 2310-LINHA-SEPARACAO-EXIT
004410         VARYING WS-INDICE FROM 1 BY 1
004420         UNTIL WS-INDICE > WS-QTD-SEPARACAO.

004430     MOVE SPACES TO WS-LINHA-REL.
004440     STRING "LINHAS: " WS-QTD-SEPARACAO
004450         "  ROMANEIOS: " WS-QTD-ROMANEIOS
004460         DELIMITED BY SIZE INTO WS-LINHA-REL.
004470     MOVE "T" TO WS-FUNCAO-REL.
004480     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
004490         WS-COLUNAS-REL WS-LINHA-REL.
004500     MOVE "F" TO WS-FUNCAO-REL.
004510     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
004520         WS-COLUNAS-REL WS-LINHA-REL.
004530 2300-IMPRIMIR-SEPARACAO-EXIT.
004540     EXIT.

004550 2310-LINHA-SEPARACAO.
004560     MOVE WS-SEP-QUANTIDADE(WS-INDICE) TO WS-QTD-ED.
004570     MOVE SPACES TO WS-LINHA-REL.
004580     STRING WS-SEP-PRODUTO(WS-INDICE) " "
004590         WS-SEP-ITEM(WS-INDICE) " " WS-QTD-ED " "
004600         WS-SEP-PEDIDO(WS-INDICE) "/" WS-SEP-SEQ(WS-INDICE) " "
004610         WS-SEP-ROMANEIO(WS-INDICE)
004620         DELIMITED BY SIZE INTO WS-LINHA-REL.
004630     MOVE "D" TO WS-FUNCAO-REL.
004640     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
004650         WS-COLUNAS-REL WS-LINHA-REL.
004660 2310-LINHA-SEPARACAO-EXIT.
004670     EXIT.

004680*----------------------------------------------------------------
004690* 2400-IMPRIMIR-ROMANEIOS - ONE BLOCK PER DELIVERY NOTE: THE
004700*                            CUSTOMER AND ADDRESS, THE PRODUCTS
004710*                            AND QUANTITIES, THE TOTAL
004720*----------------------------------------------------------------
004730 2400-IMPRIMIR-ROMANEIOS.
004740     MOVE "I" TO WS-FUNCAO-REL.
004750     MOVE SPACES TO WS-TITULO-REL.
004760     STRING "ROMANEIOS DE ENTREGA - ARMAZEM " WS-ARMAZEM-ENT
004770         " - " WS-DATA-ATUAL DELIMITED BY SIZE INTO WS-TITULO-REL.
004780     MOVE "PRODUTO  ITEM                    QTDE PEDIDO/SEQ"
004790         TO WS-COLUNAS-REL.
004800     MOVE SPACES TO WS-LINHA-REL.
004810     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
004820         WS-COLUNAS-REL WS-LINHA-REL.

004830     PERFORM 2410-ROMANEIO THRU 2410-ROMANEIO-EXIT
004840         VARYING WS-INDICE FROM 1 BY 1
004850         UNTIL WS-INDICE > WS-QTD-SEPARACAO.

004860     MOVE "F" TO WS-FUNCAO-REL.
004870     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
004880         WS-COLUNAS-REL WS-LINHA-REL.
004890 2400-IMPRIMIR-ROMANEIOS-EXIT.
004900     EXIT.

004910* A DELIVERY NOTE IS PRINTED AT THE FIRST LINE THAT CARRIES ITS
004920* NUMBER
004930 2410-ROMANEIO.
004940     IF WS-INDICE > 1
004950         IF WS-SEP-ROMANEIO(WS-INDICE) NOT >
004960             WS-SEP-ROMANEIO(WS-INDICE - 1)
004970             GO TO 2410-ROMANEIO-EXIT
004980         END-IF
004990     END-IF.

005000     MOVE SPACES TO CU-NOME.
005010     MOVE SPACES TO CU-ENDERECO.
005020     IF WS-CLIENTES-PRESENTES
005030         MOVE WS-SEP-CLIENTE(WS-INDICE) TO CU-CODIGO
005040         READ CUSTOMER-FILE
005050             INVALID KEY
005060                 MOVE "(NAO CADASTRADO)" TO CU-NOME
005070         END-READ
005080     END-IF.

005090     MOVE SPACES TO WS-LINHA-REL.
005100     STRING "ROMANEIO " WS-SEP-ROMANEIO(WS-INDICE)
005110         " - CLIENTE " WS-SEP-CLIENTE(WS-INDICE) " " CU-NOME
005120         DELIMITED BY SIZE INTO WS-LINHA-REL.
005130     MOVE "D" TO WS-FUNCAO-REL.
005140     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
005150         WS-COLUNAS-REL WS-LINHA-REL.
005160     MOVE SPACES TO WS-LINHA-REL.
005170     STRING "ENTREGA: " CU-RUA " " CU-CIDADE " " CU-ESTADO " "
005180         CU-CEP DELIMITED BY SIZE INTO WS-LINHA-REL.
005190     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
005200         WS-COLUNAS-REL WS-LINHA-REL.

005210     MOVE ZERO TO WS-ITENS-ROMANEIO.
005220     MOVE ZERO TO WS-QTD-ROMANEIO.
005230     PERFORM 2420-ITEM-ROMANEIO THRU 2420-ITEM-ROMANEIO-EXIT
005240         VARYING WS-INDICE-2 FROM WS-INDICE BY 1
005250         UNTIL WS-INDICE-2 > WS-QTD-SEPARACAO.

005260     MOVE SPACES TO WS-LINHA-REL.
005270     STRING "ITENS: " WS-ITENS-ROMANEIO
005280         "  QUANTIDADE TOTAL: " WS-QTD-ROMANEIO
005290         "  RECEBIDO POR: ______________________"
005300         DELIMITED BY SIZE INTO WS-LINHA-REL.
005310     MOVE "T" TO WS-FUNCAO-REL.
005320     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
005330         WS-COLUNAS-REL WS-LINHA-REL.
005340 2410-ROMANEIO-EXIT.
005350     EXIT.

005360 2420-ITEM-ROMANEIO.
005370     IF WS-SEP-ROMANEIO(WS-INDICE-2) NOT =
005380         WS-SEP-ROMANEIO(WS-INDICE)
005390         GO TO 2420-ITEM-ROMANEIO-EXIT
005400     END-IF.
005410     ADD 1 TO WS-ITENS-ROMANEIO.
005420     ADD WS-SEP-QUANTIDADE(WS-INDICE-2) TO WS-QTD-ROMANEIO.
005430     MOVE WS-SEP-QUANTIDADE(WS-INDICE-2) TO WS-QTD-ED.
005440     MOVE SPACES TO WS-LINHA-REL.
005450     STRING WS-SEP-PRODUTO(WS-INDICE-2) " "
005460         WS-SEP-ITEM(WS-INDICE-2) " " WS-QTD-ED " "
005470         WS-SEP-PEDIDO(WS-INDICE-2) "/" WS-SEP-SEQ(WS-INDICE-2)
005480         DELIMITED BY SIZE INTO WS-LINHA-REL.
005490     MOVE "D" TO WS-FUNCAO-REL.
005500     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
005510         WS-COLUNAS-REL WS-LINHA-REL.
005520 2420-ITEM-ROMANEIO-EXIT.
005530     EXIT.

005540*----------------------------------------------------------------
005550* 2500-MARCAR-LINHA - THE ORDER LINE IS NOW BEING PICKED UNDER
005560*                      ITS DELIVERY NOTE
005570*----------------------------------------------------------------
005580 2500-MARCAR-LINHA.
005590     MOVE WS-SEP-PEDIDO(WS-INDICE) TO OD-NUMERO.
005600     MOVE WS-SEP-SEQ(WS-INDICE)    TO OD-SEQ.
005610     READ ORDER-FILE
005620         INVALID KEY
005630             DISPLAY "PROG164: LINHA " OD-NUMERO "/" OD-SEQ
005640                 " NAO ENCONTRADA"
005650             GO TO 2500-MARCAR-LINHA-EXIT
005660     END-READ.
005670     MOVE WS-SEP-ROMANEIO(WS-INDICE) TO OD-ROMANEIO.
005680     MOVE "S" TO OD-SITUACAO-LINHA.
005690     REWRITE PEDIDO-REC.
005700     IF NOT FS-ORDFILE-OK
005710         DISPLAY "PROG164: ERRO AO MARCAR LINHA " OD-NUMERO "/"
005720             OD-SEQ " - " FS-ORDFILE
005730         MOVE 8 TO RETURN-CODE
005740     END-IF.
005750 2500-MARCAR-LINHA-EXIT.
005760     EXIT.

005770*----------------------------------------------------------------
005780* 3000-CONFIRMAR - THE QUANTITY SHIPPED PER LINE OF A DELIVERY
005790*                   NOTE; ONLY IT REACHES THE INVOICE FEED
005800*----------------------------------------------------------------
005810 3000-CONFIRMAR.
005820     MOVE "NUMERO DO ROMANEIO" TO WS-MENSAGEM.
005830     MOVE 1 TO WS-LIMITE-MIN.
005840     MOVE 99999999 TO WS-LIMITE-MAX.
005850     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
005860         WS-LIMITE-MIN WS-LIMITE-MAX.
005870     MOVE WS-VALOR-ENT TO WS-ROMANEIO-ENT.

005880     OPEN EXTEND INVOICE-LINE-FILE.
005890     IF NOT FS-INVLINES-OK
005900         OPEN OUTPUT INVOICE-LINE-FILE
005910     END-IF.
005920     IF NOT FS-INVLINES-OK
005930         DISPLAY "PROG164: ERRO AO ABRIR INVOICE-LINE-FILE "
005940             FS-INVLINES " - NADA CONFIRMADO"
005950         MOVE 8 TO RETURN-CODE
005960         GO TO 3000-CONFIRMAR-EXIT
005970     END-IF.

005980     MOVE ZERO TO OD-NUMERO.
005990     MOVE ZERO TO OD-SEQ.
006000     START ORDER-FILE KEY IS NOT LESS THAN OD-CHAVE
006010         INVALID KEY
006020             SET FS-ORDFILE-EOF TO TRUE
006030     END-START.
006040     PERFORM 3100-CONFIRMAR-LINHA THRU 3100-CONFIRMAR-LINHA-EXIT
006050         UNTIL FS-ORDFILE-EOF.

006060     CLOSE INVOICE-LINE-FILE.
006063     PERFORM 3200-REGISTRAR-TOTAIS
006066         THRU 3200-REGISTRAR-TOTAIS-EXIT.

006070     IF WS-QTD-LINHAS-ROM = ZERO
006080         DISPLAY "PROG164: ROMANEIO " WS-ROMANEIO-ENT
006090             " SEM LINHAS EM SEPARACAO"
006100         GO TO 3000-CONFIRMAR-EXIT
006110     END-IF.

006120     DISPLAY "PROG164: ROMANEIO " WS-ROMANEIO-ENT " - "
006130         WS-QTD-LINHAS-ROM " LINHA(S), " WS-QTD-EXPEDIDAS
006140         " EXPEDIDA(S) PARA FATURAMENTO, " WS-QTD-PARCIAIS
006150         " COM SALDO DE VOLTA AO PEDIDO".
006160     MOVE SPACES TO WS-DESCRICAO-AUD.
006170     STRING "CONFIRMOU ROMANEIO " WS-ROMANEIO-ENT " LINHAS "
006180         WS-QTD-LINHAS-ROM " PARCIAIS " WS-QTD-PARCIAIS
006190         DELIMITED BY SIZE INTO WS-DESCRICAO-AUD.
006200     CALL "PROG22" USING "PROG164 " WS-DESCRICAO-AUD.
006210 3000-CONFIRMAR-EXIT.
006220     EXIT.

006230*----------------------------------------------------------------
006240* 3100-CONFIRMAR-LINHA - ONE "H" ROW PER ORDER ON THE NOTE, ONE
006250*                         "D" ROW PER LINE SHIPPED; THE SHORTFALL
006260*                         REOPENS THE LINE
006270*----------------------------------------------------------------
006280 3100-CONFIRMAR-LINHA.
006290     READ ORDER-FILE NEXT
006300         AT END
006310             SET FS-ORDFILE-EOF TO TRUE
006320             GO TO 3100-CONFIRMAR-LINHA-EXIT
006330     END-READ.

006340     IF OD-SEQ = ZERO
006350         MOVE OD-NUMERO   TO WS-PEDIDO-CORRENTE
006360         MOVE OD-CLIENTE  TO WS-CLIENTE-PEDIDO
006370         MOVE OD-VENDEDOR TO WS-VENDEDOR-PEDIDO
006380         GO TO 3100-CONFIRMAR-LINHA-EXIT
006390     END-IF.
006400     IF NOT OD-LINHA-SEPARACAO
006410         OR OD-ROMANEIO NOT = WS-ROMANEIO-ENT
006420         GO TO 3100-CONFIRMAR-LINHA-EXIT
006430     END-IF.
006440     ADD 1 TO WS-QTD-LINHAS-ROM.

006450     COMPUTE WS-QTD-PENDENTE = OD-QUANTIDADE - OD-QTD-EXPEDIDA.
006460     DISPLAY "PEDIDO " OD-NUMERO "/" OD-SEQ " " OD-PRODUTO " "
006470         OD-ITEM " - SEPARADO " WS-QTD-PENDENTE.
006480     MOVE "QUANTIDADE EXPEDIDA" TO WS-MENSAGEM.
006490     MOVE ZERO TO WS-LIMITE-MIN.
006500     MOVE WS-QTD-PENDENTE TO WS-LIMITE-MAX.
006510     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
006520         WS-LIMITE-MIN WS-LIMITE-MAX.

006530     IF WS-VALOR-ENT > ZERO
006540         IF OD-NUMERO NOT = WS-PEDIDO-FEED
006550             MOVE SPACES TO INVOICE-LINE-REC
006560             MOVE "H" TO IL-TIPO
006570             MOVE WS-CLIENTE-PEDIDO  TO IL-CLIENTE
006580             MOVE WS-VENDEDOR-PEDIDO TO IL-VENDEDOR
006590             WRITE INVOICE-LINE-REC
006594             ADD 1 TO WS-QTD-GRAVADAS-FEED
006600             MOVE OD-NUMERO TO WS-PEDIDO-FEED
006610         END-IF
006620         MOVE SPACES TO INVOICE-LINE-REC
006630         MOVE "D" TO IL-TIPO
006640         MOVE OD-ITEM      TO IL-ITEM
006650         MOVE WS-VALOR-ENT TO IL-QUANTIDADE
006660         MOVE OD-PRECO     TO IL-PRECO-UNITARIO
006670         MOVE OD-PRODUTO   TO IL-PRODUTO
006680         WRITE INVOICE-LINE-REC
006682         ADD 1 TO WS-QTD-GRAVADAS-FEED
006684         COMPUTE WS-VALOR-FEED =
006686             WS-VALOR-FEED + WS-VALOR-ENT * OD-PRECO
006690         ADD WS-VALOR-ENT TO OD-QTD-EXPEDIDA
006700     END-IF.

006710     MOVE ZERO TO OD-ROMANEIO.
006720     IF OD-QTD-EXPEDIDA < OD-QUANTIDADE
006730         MOVE "A" TO OD-SITUACAO-LINHA
006740         ADD 1 TO WS-QTD-PARCIAIS
006750         COMPUTE WS-QTD-PENDENTE = OD-QUANTIDADE - OD-QTD-EXPEDIDA
006760         DISPLAY "PROG164: SALDO DE " WS-QTD-PENDENTE
006770             " VOLTA AO PEDIDO COMO QUANTIDADE EM ABERTO"
006780     ELSE
006790         MOVE "E" TO OD-SITUACAO-LINHA
006800         ADD 1 TO WS-QTD-EXPEDIDAS
006810     END-IF.
006820     REWRITE PEDIDO-REC.
006830     IF NOT FS-ORDFILE-OK
006840         DISPLAY "PROG164: ERRO AO ATUALIZAR LINHA " OD-NUMERO "/"
006850             OD-SEQ " - " FS-ORDFILE
006860         MOVE 8 TO RETURN-CODE
006870     END-IF.
006880 3100-CONFIRMAR-LINHA-EXIT.
006890     EXIT.

006891*----------------------------------------------------------------
006892* 3200-REGISTRAR-TOTAIS - WHAT THE NOTE APPENDED TO INVLINES IS
006893*                          ADDED TO THE DAY'S LEDGER ROW OF THE
006894*                          FEED, PENDENTE UNTIL PROG20 INVOICES IT
006895*----------------------------------------------------------------
006896 3200-REGISTRAR-TOTAIS.
006897     IF WS-QTD-GRAVADAS-FEED = ZERO
006898         GO TO 3200-REGISTRAR-TOTAIS-EXIT
006899     END-IF.
006900     MOVE "A"                  TO WS-TL-FUNCAO.
006901     MOVE ZERO                 TO WS-TL-DATA-RUN.
006902     MOVE "INVLINES"           TO WS-TL-ARQUIVO.
006903     MOVE WS-DATA-ATUAL(1:6)   TO WS-TL-PERIODO.
006904     MOVE "PROG164 "           TO WS-TL-PROGRAMA.
006905     MOVE WS-QTD-GRAVADAS-FEED TO WS-TL-QTD.
006906     MOVE WS-VALOR-FEED        TO WS-TL-VALOR.
006907     CALL "PROG223" USING WS-TL-FUNCAO WS-TL-DATA-RUN
006908         WS-TL-ARQUIVO WS-TL-PERIODO WS-TL-PROGRAMA WS-TL-QTD
006909         WS-TL-VALOR WS-TL-QTD-RAZAO WS-TL-VALOR-RAZAO
006910         WS-TL-STATUS.
006911     IF NOT WS-TL-OK
006912         DISPLAY "PROG164: TOTAIS DE CONTROLE DO INVLINES NAO "
006913             "REGISTRADOS (CTLTOT)"
006914         MOVE 8 TO RETURN-CODE
006915     END-IF.
006916 3200-REGISTRAR-TOTAIS-EXIT.
006917     EXIT.

006918*----------------------------------------------------------------
006919* 8000-FINALIZAR
006920*----------------------------------------------------------------
006930 8000-FINALIZAR.
006940     CLOSE ORDER-FILE PRODUCT-MASTER.
006950     IF WS-CLIENTES-PRESENTES
006960         CLOSE CUSTOMER-FILE
006970     END-IF.
006980 8000-FINALIZAR-EXIT.
006990     EXIT.

007000 9999-EXIT.
007010     STOP RUN.
