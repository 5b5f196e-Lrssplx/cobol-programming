001000******************************************************************
001010* PROGRAM-ID: PROG155
001020* AUTHOR:      R. ALMEIDA - APPLICATIONS
001030* INSTALLATION: COMPRAS
001040* DATE-WRITTEN: 2026-09-14
001050* DATE-COMPILED:
001060* PURPOSE:     NIGHTLY PURCHASE PROPOSAL. EVERY ACTIVE PRODUCT
001070*              WHOSE ON-HAND BALANCE SITS BELOW PD-MINIMO GETS A
001080*              PROPOSED PURCHASE ORDER ON POFILE FOR ITS
001090*              PREFERRED SUPPLIER - THE SHORTFALL BACK UP TO THE
001100*              MINIMUM, NEVER LESS THAN THE PRODUCT'S PURCHASE
001110*              LOT - UNLESS AN ORDER IS ALREADY OPEN FOR IT. A
001120*              PRODUCT WITH NO SUPPLIER (OR AN INACTIVE ONE) GOES
001130*              TO THE SHARED EXCEPTIONS FILE INSTEAD. THE
001140*              PROPOSALS ARE LISTED THROUGH PROG68 FOR THE BUYER,
001150*              WHO APPROVES THEM ON THE PROG156 DESK.
001160* ----------------------------------------------------------------
001170* MODIFICATION HISTORY
001180* DATE       INIT DESCRIPTION
001190* 2026-09-14 RA   INITIAL VERSION
001200******************************************************************
001210 IDENTIFICATION DIVISION.
001220 PROGRAM-ID. PROG155.

001230 ENVIRONMENT DIVISION.
001240 INPUT-OUTPUT SECTION.
001250 FILE-CONTROL.
001260     SELECT PRODUCT-MASTER ASSIGN TO "PRODFILE"
001270         ORGANIZATION IS INDEXED
001280         ACCESS MODE IS DYNAMIC
001290         RECORD KEY IS PD-PRODUTO
001300         FILE STATUS IS FS-PRODFILE.

001310     SELECT PURCHASE-ORDER-FILE ASSIGN TO "POFILE"
001320         ORGANIZATION IS INDEXED
001330         ACCESS MODE IS DYNAMIC
001340         RECORD KEY IS PO-NUMERO
001350         ALTERNATE RECORD KEY IS PO-PRODUTO
001360             WITH DUPLICATES
001370         FILE STATUS IS FS-POFILE.

001380     SELECT SUPPLIER-FILE ASSIGN TO "SUPPFILE"
001390         ORGANIZATION IS INDEXED
001400         ACCESS MODE IS DYNAMIC
001410         RECORD KEY IS SU-CODIGO
001420         FILE STATUS IS FS-SUPPFILE.

001430     SELECT NOTA-CTL-FILE ASSIGN TO "NOTACTL"
001440         ORGANIZATION IS INDEXED
001450         ACCESS MODE IS DYNAMIC
001460         RECORD KEY IS NC-CHAVE
001470         FILE STATUS IS FS-NOTACTL.

001480     SELECT EXCEPTION-FILE ASSIGN TO "EXCPFILE"
001490         ORGANIZATION IS LINE SEQUENTIAL
001500         FILE STATUS IS FS-EXCPFILE.

001510 DATA DIVISION.
001520 FILE SECTION.
001530 FD  PRODUCT-MASTER.
001540 COPY PRODREC.

001550 FD  PURCHASE-ORDER-FILE.
001560 COPY POREC.

001570 FD  SUPPLIER-FILE.
001580 COPY SUPPREC.

001590 FD  NOTA-CTL-FILE.
001600 01  NOTA-CTL-REC.
001610     05  NC-CHAVE                PIC X(10).
001620     05  NC-ULTIMA-NOTA          PIC 9(08).

001630 FD  EXCEPTION-FILE.
001640 COPY EXCPREC.

001650 WORKING-STORAGE SECTION.
001660 01  FS-PRODFILE                 PIC X(02).
001670     88  FS-PRODFILE-OK          VALUE "00".
001680     88  FS-PRODFILE-EOF         VALUE "10".

001690 01  FS-POFILE                   PIC X(02).
001700     88  FS-POFILE-OK            VALUE "00".

001710 01  FS-SUPPFILE                 PIC X(02).
001720     88  FS-SUPPFILE-OK          VALUE "00".
001730 01  WS-SUPP-SW                  PIC X(01) VALUE "N".
001740     88  WS-SUPP-PRESENTE        VALUE "Y".

001750 01  FS-NOTACTL                  PIC X(02).
001760     88  FS-NOTACTL-OK           VALUE "00".

001770 01  FS-EXCPFILE                 PIC X(02).
001780     88  FS-EXCPFILE-OK          VALUE "00".

001790 01  WS-DATA-ATUAL               PIC 9(08).
001800 01  WS-QTD-PROPOSTA             PIC 9(07).
001810 01  WS-MOTIVO-EXCECAO           PIC X(40).

001820 01  WS-PEDIDO-ABERTO-SW         PIC X(01) VALUE "N".
001830     88  WS-PEDIDO-ABERTO        VALUE "Y".
001840 01  WS-FIM-PEDIDOS-SW           PIC X(01) VALUE "N".
001850     88  WS-FIM-PEDIDOS          VALUE "Y".

001860 01  WS-CONTADORES.
001870     05  WS-QTD-LIDOS            PIC 9(05) VALUE ZERO.
001880     05  WS-QTD-ABAIXO-MINIMO    PIC 9(05) VALUE ZERO.
001890     05  WS-QTD-PROPOSTOS        PIC 9(05) VALUE ZERO.
001900     05  WS-QTD-JA-PEDIDOS       PIC 9(05) VALUE ZERO.
001910     05  WS-QTD-SEM-FORNECEDOR   PIC 9(05) VALUE ZERO.

001920 01  WS-LINHA-REL                PIC X(80).
001930 01  WS-FUNCAO-REL               PIC X(01).
001940 01  WS-TITULO-REL               PIC X(60).
001950 01  WS-COLUNAS-REL              PIC X(80).

001960 01  WS-DESCRICAO-AUD            PIC X(60).

001970 PROCEDURE DIVISION.

001980*----------------------------------------------------------------
001990* 0000-MAINLINE
002000*----------------------------------------------------------------
002010 0000-MAINLINE.
002020     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.

002030     MOVE SPACES TO PD-PRODUTO.
002040     START PRODUCT-MASTER KEY IS NOT LESS THAN PD-PRODUTO
002050         INVALID KEY
002060             SET FS-PRODFILE-EOF TO TRUE
002070     END-START.

002080     PERFORM 2000-PROCESSAR-PRODUTO
002090         THRU 2000-PROCESSAR-PRODUTO-EXIT
002100         UNTIL FS-PRODFILE-EOF.

002110     PERFORM 8000-FINALIZAR THRU 8000-FINALIZAR-EXIT.
002120     GO TO 9999-EXIT.

002130*----------------------------------------------------------------
002140* 1000-INICIALIZAR
002150*----------------------------------------------------------------
002160 1000-INICIALIZAR.
002170     ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.

002180     OPEN INPUT PRODUCT-MASTER.
002190     IF NOT FS-PRODFILE-OK
002200         DISPLAY "PROG155: CADASTRO DE PRODUTOS (PRODFILE) "
002210             "INDISPONIVEL"
002220         GO TO 9999-EXIT
002230     END-IF.

002240     OPEN I-O PURCHASE-ORDER-FILE.
002250     IF NOT FS-POFILE-OK
002260         OPEN OUTPUT PURCHASE-ORDER-FILE
002270         CLOSE PURCHASE-ORDER-FILE
002280         OPEN I-O PURCHASE-ORDER-FILE
002290     END-IF.
002300     IF NOT FS-POFILE-OK
002310         DISPLAY "PROG155: ERRO AO ABRIR PURCHASE-ORDER-FILE "
002320             FS-POFILE
002330         CLOSE PRODUCT-MASTER
002340         GO TO 9999-EXIT
002350     END-IF.

002360     OPEN INPUT SUPPLIER-FILE.
002370     IF FS-SUPPFILE-OK
002380         SET WS-SUPP-PRESENTE TO TRUE
002390     ELSE
002400         DISPLAY "PROG155: SEM CADASTRO DE FORNECEDORES - "
002410             "NENHUMA PROPOSTA SERA GERADA"
002420     END-IF.

002430     OPEN I-O NOTA-CTL-FILE.
002440     IF NOT FS-NOTACTL-OK
002450         OPEN OUTPUT NOTA-CTL-FILE
002460         CLOSE NOTA-CTL-FILE
002470         OPEN I-O NOTA-CTL-FILE
002480     END-IF.

002490     MOVE "I" TO WS-FUNCAO-REL.
002500     MOVE "PROPOSTAS DE COMPRA" TO WS-TITULO-REL.
002510     MOVE "PEDIDO   PRODUTO  FORNEC  QUANTIDADE SALDO   MINIMO"
002520         TO WS-COLUNAS-REL.
002530     MOVE SPACES TO WS-LINHA-REL.
002540     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
002550         WS-COLUNAS-REL WS-LINHA-REL.
002560 1000-INICIALIZAR-EXIT.
002570     EXIT.

002580*----------------------------------------------------------------
002590* 2000-PROCESSAR-PRODUTO - ONE PRODUCT PER PASS
002600*----------------------------------------------------------------
002610 2000-PROCESSAR-PRODUTO.
002620     READ PRODUCT-MASTER NEXT
002630         AT END
002640             SET FS-PRODFILE-EOF TO TRUE
002650             GO TO 2000-PROCESSAR-PRODUTO-EXIT
002660     END-READ.
002670     ADD 1 TO WS-QTD-LIDOS.

002680     IF NOT PD-ATIVO OR PD-SALDO NOT < PD-MINIMO
002690         GO TO 2000-PROCESSAR-PRODUTO-EXIT
002700     END-IF.
002710     ADD 1 TO WS-QTD-ABAIXO-MINIMO.

002720     PERFORM 2100-VERIFICAR-PEDIDO-ABERTO
002730         THRU 2100-VERIFICAR-PEDIDO-ABERTO-EXIT.
002740     IF WS-PEDIDO-ABERTO
002750         ADD 1 TO WS-QTD-JA-PEDIDOS
002760         GO TO 2000-PROCESSAR-PRODUTO-EXIT
002770     END-IF.

002780     IF PD-FORNECEDOR = ZERO OR NOT WS-SUPP-PRESENTE
002790         MOVE "ESTOQUE ABAIXO DO MINIMO SEM FORNECEDOR"
002800             TO WS-MOTIVO-EXCECAO
002810         PERFORM 2300-GRAVAR-EXCECAO
002820             THRU 2300-GRAVAR-EXCECAO-EXIT
002830         GO TO 2000-PROCESSAR-PRODUTO-EXIT
002840     END-IF.
002850     MOVE PD-FORNECEDOR TO SU-CODIGO.
002860     READ SUPPLIER-FILE
002870         INVALID KEY
002880             MOVE "FORNECEDOR DO PRODUTO NAO CADASTRADO"
002890                 TO WS-MOTIVO-EXCECAO
002900             PERFORM 2300-GRAVAR-EXCECAO
002910                 THRU 2300-GRAVAR-EXCECAO-EXIT
002920             GO TO 2000-PROCESSAR-PRODUTO-EXIT
002930     END-READ.
002940     IF SU-INATIVO
002950         MOVE "FORNECEDOR DO PRODUTO INATIVO"
002960             TO WS-MOTIVO-EXCECAO
002970         PERFORM 2300-GRAVAR-EXCECAO
002980             THRU 2300-GRAVAR-EXCECAO-EXIT
002990         GO TO 2000-PROCESSAR-PRODUTO-EXIT
003000     END-IF.

003010     PERFORM 2200-PROPOR-PEDIDO THRU 2200-PROPOR-PEDIDO-EXIT.
003020 2000-PROCESSAR-PRODUTO-EXIT.
003030     EXIT.

003040*----------------------------------------------------------------
003050* 2100-VERIFICAR-PEDIDO-ABERTO - A PROPOSED OR APPROVED ORDER
003060*                                 FOR THE PRODUCT ALREADY COVERS
003070*                                 THE SHORTFALL
003080*----------------------------------------------------------------
003090 2100-VERIFICAR-PEDIDO-ABERTO.
003100     MOVE "N" TO WS-PEDIDO-ABERTO-SW.
003110     MOVE "N" TO WS-FIM-PEDIDOS-SW.
003120     MOVE PD-PRODUTO TO PO-PRODUTO.
003130     START PURCHASE-ORDER-FILE KEY IS EQUAL TO PO-PRODUTO
003140         INVALID KEY
003150             SET WS-FIM-PEDIDOS TO TRUE
003160     END-START.
003170     PERFORM 2110-LER-PEDIDO-PRODUTO
003180         THRU 2110-LER-PEDIDO-PRODUTO-EXIT
003190         UNTIL WS-FIM-PEDIDOS.
003200 2100-VERIFICAR-PEDIDO-ABERTO-EXIT.
003210     EXIT.

003220 2110-LER-PEDIDO-PRODUTO.
003230     READ PURCHASE-ORDER-FILE NEXT
003240         AT END
003250             SET WS-FIM-PEDIDOS TO TRUE
003260             GO TO 2110-LER-PEDIDO-PRODUTO-EXIT
003270     END-READ.
003280     IF PO-PRODUTO NOT = PD-PRODUTO
003290         SET WS-FIM-PEDIDOS TO TRUE
003300         GO TO 2110-LER-PEDIDO-PRODUTO-EXIT
003310     END-IF.
003320     IF PO-PROPOSTO OR PO-APROVADO
003330         SET WS-PEDIDO-ABERTO TO TRUE
003340         SET WS-FIM-PEDIDOS TO TRUE
003350     END-IF.
003360 2110-LER-PEDIDO-PRODUTO-EXIT.
003370     EXIT.

003380*----------------------------------------------------------------
003390* 2200-PROPOR-PEDIDO - SHORTFALL TO THE MINIMUM, ROUNDED UP TO
003400*                       THE PURCHASE LOT
003410*----------------------------------------------------------------
003420 2200-PROPOR-PEDIDO.
003430     COMPUTE WS-QTD-PROPOSTA = PD-MINIMO - PD-SALDO.
003440     IF WS-QTD-PROPOSTA < PD-LOTE-COMPRA
003450         MOVE PD-LOTE-COMPRA TO WS-QTD-PROPOSTA
003460     END-IF.

003470     MOVE "ULTPEDCOMP" TO NC-CHAVE.
003480     READ NOTA-CTL-FILE
003490         INVALID KEY
003500             MOVE "ULTPEDCOMP" TO NC-CHAVE
003510             MOVE ZERO TO NC-ULTIMA-NOTA
003520     END-READ.
003530     ADD 1 TO NC-ULTIMA-NOTA.
003540     IF FS-NOTACTL-OK
003550         REWRITE NOTA-CTL-REC
003560     ELSE
003570         WRITE NOTA-CTL-REC
003580     END-IF.

003590     MOVE SPACES TO PEDIDO-COMPRA-REC.
003600     MOVE NC-ULTIMA-NOTA  TO PO-NUMERO.
003610     MOVE PD-PRODUTO      TO PO-PRODUTO.
003620     MOVE PD-FORNECEDOR   TO PO-FORNECEDOR.
003630     MOVE WS-QTD-PROPOSTA TO PO-QTD-PEDIDA.
003640     MOVE ZERO            TO PO-QTD-RECEBIDA.
003650     MOVE ZERO            TO PO-QTD-FATURADA.
003660     MOVE ZERO            TO PO-PRECO-UNITARIO.
003670     MOVE WS-DATA-ATUAL   TO PO-DATA-EMISSAO.
003680     SET PO-PROPOSTO      TO TRUE.
003690     MOVE ZERO            TO PO-DATA-APROVACAO.
003700     WRITE PEDIDO-COMPRA-REC.
003710     IF NOT FS-POFILE-OK
003720         DISPLAY "PROG155: ERRO AO GRAVAR PROPOSTA PARA "
003730             PD-PRODUTO " - " FS-POFILE
003740         GO TO 2200-PROPOR-PEDIDO-EXIT
003750     END-IF.
003760     ADD 1 TO WS-QTD-PROPOSTOS.

003770     MOVE SPACES TO WS-LINHA-REL.
003780     STRING PO-NUMERO " " PO-PRODUTO " " PO-FORNECEDOR "  "
003790         PO-QTD-PEDIDA "    " PD-SALDO " " PD-MINIMO
003800         DELIMITED BY SIZE INTO WS-LINHA-REL.
003810     MOVE "D" TO WS-FUNCAO-REL.
003820     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
003830         WS-COLUNAS-REL WS-LINHA-REL.
003840 2200-PROPOR-PEDIDO-EXIT.
003850     EXIT.

003860*----------------------------------------------------------------
003870* 2300-GRAVAR-EXCECAO - SAME APPEND-OR-CREATE SHAPE AS PROG127
003880*----------------------------------------------------------------
003890 2300-GRAVAR-EXCECAO.
003900     ADD 1 TO WS-QTD-SEM-FORNECEDOR.
003910     ACCEPT EXCP-DATA FROM DATE YYYYMMDD.
003920     ACCEPT EXCP-HORA FROM TIME.
003930     MOVE "PROG155 " TO EXCP-PROGRAMA.
003940     MOVE SPACES TO EXCP-CAMPO.
003950     STRING "ESTOQUE " PD-PRODUTO DELIMITED BY SIZE
003960         INTO EXCP-CAMPO.
003970     MOVE SPACES TO EXCP-VALOR.
003980     STRING "FORNEC " PD-FORNECEDOR DELIMITED BY SIZE
003990         INTO EXCP-VALOR.
004000     MOVE WS-MOTIVO-EXCECAO TO EXCP-REGRA.

004010     MOVE "A"   TO EXCP-STATUS.
004020     MOVE SPACES TO EXCP-RESPONSAVEL.
004030     MOVE ZERO  TO EXCP-DATA-RESOLUCAO.
004040     MOVE SPACES TO EXCP-NOTAS.
004050     OPEN EXTEND EXCEPTION-FILE.
004060     IF NOT FS-EXCPFILE-OK
004070         OPEN OUTPUT EXCEPTION-FILE
004080     END-IF.
004090     WRITE EXCP-REC.
004100     CLOSE EXCEPTION-FILE.
004110 2300-GRAVAR-EXCECAO-EXIT.
004120     EXIT.

004130*----------------------------------------------------------------
004140* 8000-FINALIZAR
004150*----------------------------------------------------------------
004160 8000-FINALIZAR.
004170     MOVE SPACES TO WS-LINHA-REL.
004180     STRING "ABAIXO DO MINIMO: " WS-QTD-ABAIXO-MINIMO
004190         "  PROPOSTOS: " WS-QTD-PROPOSTOS
004200         "  JA PEDIDOS: " WS-QTD-JA-PEDIDOS
004210         "  SEM FORNEC: " WS-QTD-SEM-FORNECEDOR
004220         DELIMITED BY SIZE INTO WS-LINHA-REL.
004230     MOVE "T" TO WS-FUNCAO-REL.
004240     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
004250         WS-COLUNAS-REL WS-LINHA-REL.
004260     MOVE "F" TO WS-FUNCAO-REL.
004270     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
004280         WS-COLUNAS-REL WS-LINHA-REL.

004290     CLOSE PRODUCT-MASTER PURCHASE-ORDER-FILE NOTA-CTL-FILE.
004300     IF WS-SUPP-PRESENTE
004310         CLOSE SUPPLIER-FILE
004320     END-IF.

004330     DISPLAY "PROG155: PRODUTOS LIDOS ....... : " WS-QTD-LIDOS.
004340     DISPLAY "PROG155: PROPOSTAS GERADAS .... : "
004350         WS-QTD-PROPOSTOS.
004360     DISPLAY "PROG155: SEM FORNECEDOR ....... : "
004370         WS-QTD-SEM-FORNECEDOR.

004380     MOVE SPACES TO WS-DESCRICAO-AUD.
004390     STRING "PROPOS " WS-QTD-PROPOSTOS " PEDIDO(S) DE COMPRA "
004400         "POR ESTOQUE MINIMO"
004410         DELIMITED BY SIZE INTO WS-DESCRICAO-AUD.
004420     CALL "PROG22" USING "PROG155 " WS-DESCRICAO-AUD.
004430 8000-FINALIZAR-EXIT.
004440     EXIT.

004450 9999-EXIT.
004460     STOP RUN.
