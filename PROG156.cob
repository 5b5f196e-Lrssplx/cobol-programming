001000******************************************************************
001010* PROGRAM-ID: PROG156
001020* AUTHOR:      R. ALMEIDA - APPLICATIONS
001030* INSTALLATION: COMPRAS
001040* DATE-WRITTEN: 2026-09-14
001050* DATE-COMPILED:
001060* PURPOSE:     BUYER'S PURCHASE-ORDER DESK. LISTS THE PROPOSALS
001070*              THE NIGHTLY PROG155 PASS RAISED, APPROVES ONE
001080*              (THE BUYER MAY TRIM OR RAISE THE QUANTITY AND
001090*              KEYS THE PRICE AGREED WITH THE SUPPLIER) OR
001100*              CANCELS IT, AND RAISES AN ORDER BY HAND FOR A
001110*              PRODUCT THE PROPOSAL PASS DID NOT COVER. APPROVAL
001120*              AND CANCELLATION NEED A SUPERVISOR-LEVEL OPERATOR
001130*              (OP-NIVEL), THE SAME SIGN-OFF PROG131 ASKS FOR.
001140*              ONLY AN APPROVED ORDER CAN BE RECEIVED AGAINST IN
001150*              PROG127. EVERY DECISION IS LOGGED THROUGH PROG22.
001160* ----------------------------------------------------------------
001170* MODIFICATION HISTORY
001180* DATE       INIT DESCRIPTION
001190* 2026-09-14 RA   INITIAL VERSION
001200******************************************************************
001210 IDENTIFICATION DIVISION.
001220 PROGRAM-ID. PROG156.

001230 ENVIRONMENT DIVISION.
001240 INPUT-OUTPUT SECTION.
001250 FILE-CONTROL.
001260     SELECT PURCHASE-ORDER-FILE ASSIGN TO "POFILE"
001270         ORGANIZATION IS INDEXED
001280         ACCESS MODE IS DYNAMIC
001290         RECORD KEY IS PO-NUMERO
001300         ALTERNATE RECORD KEY IS PO-PRODUTO
001310             WITH DUPLICATES
001320         FILE STATUS IS FS-POFILE.

001330     SELECT PRODUCT-MASTER ASSIGN TO "PRODFILE"
001340         ORGANIZATION IS INDEXED
001350         ACCESS MODE IS DYNAMIC
001360         RECORD KEY IS PD-PRODUTO
001370         FILE STATUS IS FS-PRODFILE.

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

001480     SELECT OPERATOR-FILE ASSIGN TO "OPERADOR"
001490         ORGANIZATION IS INDEXED
001500         ACCESS MODE IS DYNAMIC
001510         RECORD KEY IS OP-CODIGO-OPERADOR
001520         FILE STATUS IS FS-OPERADOR.

001530 DATA DIVISION.
001540 FILE SECTION.
001550 FD  PURCHASE-ORDER-FILE.
001560 COPY POREC.

001570 FD  PRODUCT-MASTER.
001580 COPY PRODREC.

001590 FD  SUPPLIER-FILE.
001600 COPY SUPPREC.

001610 FD  NOTA-CTL-FILE.
001620 01  NOTA-CTL-REC.
001630     05  NC-CHAVE                PIC X(10).
001640     05  NC-ULTIMA-NOTA          PIC 9(08).

001650 FD  OPERATOR-FILE.
001660 COPY OPERREC.

001670 WORKING-STORAGE SECTION.
001680 01  FS-POFILE                   PIC X(02).
001690     88  FS-POFILE-OK            VALUE "00".
001700     88  FS-POFILE-EOF           VALUE "10".

001710 01  FS-PRODFILE                 PIC X(02).
001720     88  FS-PRODFILE-OK          VALUE "00".

001730 01  FS-SUPPFILE                 PIC X(02).
001740     88  FS-SUPPFILE-OK          VALUE "00".

001750 01  FS-NOTACTL                  PIC X(02).
001760     88  FS-NOTACTL-OK           VALUE "00".

001770 01  FS-OPERADOR                 PIC X(02).
001780     88  FS-OPERADOR-OK          VALUE "00".

001790 01  WS-FUNCAO-SW                PIC X(01).
001800     88  WS-FUNCAO-LISTAR        VALUE "1".
001810     88  WS-FUNCAO-APROVAR       VALUE "2".
001820     88  WS-FUNCAO-CANCELAR      VALUE "3".
001830     88  WS-FUNCAO-AVULSO        VALUE "4".

001840 01  WS-APROVADO-SW              PIC X(01) VALUE "N".
001850     88  WS-APROVADO             VALUE "Y".

001860 01  WS-MENSAGEM                 PIC X(40).
001870 01  WS-VALOR-ENT                PIC 9(09).
001880 01  WS-LIMITE-MIN               PIC 9(09).
001890 01  WS-LIMITE-MAX               PIC 9(09).
001900 01  WS-CODIGO-APROV             PIC X(06).

001910 01  WS-DATA-ATUAL               PIC 9(08).
001920 01  WS-QTD-LISTADOS             PIC 9(05) VALUE ZERO.
001930 01  WS-PRECO-ED                 PIC Z,ZZZ,ZZ9.99.

001940 01  WS-DESCRICAO-AUD            PIC X(60).

001950 PROCEDURE DIVISION.

001960*----------------------------------------------------------------
001970* 0000-MAINLINE
001980*----------------------------------------------------------------
001990 0000-MAINLINE.
002000     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.

002010     IF WS-FUNCAO-LISTAR
002020         PERFORM 2000-LISTAR THRU 2000-LISTAR-EXIT
002030     ELSE
002040         IF WS-FUNCAO-APROVAR
002050             PERFORM 3000-APROVAR THRU 3000-APROVAR-EXIT
002060         ELSE
002070             IF WS-FUNCAO-CANCELAR
002080                 PERFORM 4000-CANCELAR THRU 4000-CANCELAR-EXIT
002090             ELSE
002100                 PERFORM 5000-AVULSO THRU 5000-AVULSO-EXIT
002110             END-IF
002120         END-IF
002130     END-IF.

002140     CLOSE PURCHASE-ORDER-FILE.
002150     GO TO 9999-EXIT.

002160*----------------------------------------------------------------
002170* 1000-INICIALIZAR
002180*----------------------------------------------------------------
002190 1000-INICIALIZAR.
002200     ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.

002210     OPEN I-O PURCHASE-ORDER-FILE.
002220     IF NOT FS-POFILE-OK
002230         OPEN OUTPUT PURCHASE-ORDER-FILE
002240         CLOSE PURCHASE-ORDER-FILE
002250         OPEN I-O PURCHASE-ORDER-FILE
002260     END-IF.
002270     IF NOT FS-POFILE-OK
002280         DISPLAY "PROG156: ERRO AO ABRIR PURCHASE-ORDER-FILE "
002290             FS-POFILE
002300         GO TO 9999-EXIT
002310     END-IF.

002320     DISPLAY "OPERACAO (1 = LISTAR PROPOSTAS / 2 = APROVAR / "
002330             "3 = CANCELAR / 4 = PEDIDO AVULSO)".
002340     ACCEPT WS-FUNCAO-SW.
002350 1000-INICIALIZAR-EXIT.
002360     EXIT.

002370*----------------------------------------------------------------
002380* 2000-LISTAR - EVERY ORDER STILL AWAITING THE BUYER
002390*----------------------------------------------------------------
002400 2000-LISTAR.
002410     DISPLAY "PEDIDO   PRODUTO  FORNEC  QUANTIDADE EMISSAO".
002420     MOVE ZERO TO PO-NUMERO.
002430     START PURCHASE-ORDER-FILE KEY IS NOT LESS THAN PO-NUMERO
002440         INVALID KEY
002450             SET FS-POFILE-EOF TO TRUE
002460     END-START.
002470     PERFORM 2100-LISTAR-UM THRU 2100-LISTAR-UM-EXIT
002480         UNTIL FS-POFILE-EOF.
002490     DISPLAY "PROG156: PROPOSTAS PENDENTES: " WS-QTD-LISTADOS.
002500 2000-LISTAR-EXIT.
002510     EXIT.

002520 2100-LISTAR-UM.
002530     READ PURCHASE-ORDER-FILE NEXT
002540         AT END
002550             SET FS-POFILE-EOF TO TRUE
002560             GO TO 2100-LISTAR-UM-EXIT
002570     END-READ.
002580     IF NOT PO-PROPOSTO
002590         GO TO 2100-LISTAR-UM-EXIT
002600     END-IF.
002610     ADD 1 TO WS-QTD-LISTADOS.
002620     DISPLAY PO-NUMERO " " PO-PRODUTO " " PO-FORNECEDOR "  "
002630         PO-QTD-PEDIDA "    " PO-DATA-EMISSAO.
002640 2100-LISTAR-UM-EXIT.
002650     EXIT.

002660*----------------------------------------------------------------
002670* 3000-APROVAR - QUANTITY AND AGREED PRICE, THEN THE SIGN-OFF
002680*----------------------------------------------------------------
002690 3000-APROVAR.
002700     PERFORM 6000-LER-PEDIDO THRU 6000-LER-PEDIDO-EXIT.
002710     IF NOT FS-POFILE-OK
002720         GO TO 3000-APROVAR-EXIT
002730     END-IF.
002740     IF NOT PO-PROPOSTO
002750         DISPLAY "PROG156: PEDIDO " PO-NUMERO " NAO ESTA "
002760             "PENDENTE DE APROVACAO"
002770         GO TO 3000-APROVAR-EXIT
002780     END-IF.

002790     DISPLAY "PRODUTO " PO-PRODUTO " FORNECEDOR " PO-FORNECEDOR
002800         " QUANTIDADE PROPOSTA " PO-QTD-PEDIDA.
002810     MOVE "QUANTIDADE A PEDIR" TO WS-MENSAGEM.
002820     MOVE 1 TO WS-LIMITE-MIN.
002830     MOVE 9999999 TO WS-LIMITE-MAX.
002840     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
002850         WS-LIMITE-MIN WS-LIMITE-MAX.
002860     MOVE WS-VALOR-ENT TO PO-QTD-PEDIDA.

002870     MOVE "PRECO UNITARIO ACORDADO (CENTAVOS)" TO WS-MENSAGEM.
002880     MOVE 1 TO WS-LIMITE-MIN.
002890     MOVE 999999999 TO WS-LIMITE-MAX.
002900     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
002910         WS-LIMITE-MIN WS-LIMITE-MAX.
002920     COMPUTE PO-PRECO-UNITARIO = WS-VALOR-ENT / 100.

002930     PERFORM 7000-CONFIRMAR-APROVACAO
002940         THRU 7000-CONFIRMAR-APROVACAO-EXIT.
002950     IF NOT WS-APROVADO
002960         DISPLAY "PROG156: APROVACAO REJEITADA - SEM "
002970             "APROVACAO DE SUPERVISOR"
002980         GO TO 3000-APROVAR-EXIT
002990     END-IF.

003000     SET PO-APROVADO TO TRUE.
003010     MOVE WS-CODIGO-APROV TO PO-APROVADOR.
003020     MOVE WS-DATA-ATUAL TO PO-DATA-APROVACAO.
003030     REWRITE PEDIDO-COMPRA-REC.
003040     IF NOT FS-POFILE-OK
003050         DISPLAY "PROG156: ERRO AO APROVAR PEDIDO " PO-NUMERO
003060             " - " FS-POFILE
003070         GO TO 3000-APROVAR-EXIT
003080     END-IF.

003090     MOVE PO-PRECO-UNITARIO TO WS-PRECO-ED.
003100     DISPLAY "PROG156: PEDIDO " PO-NUMERO " APROVADO".
003110     MOVE SPACES TO WS-DESCRICAO-AUD.
003120     STRING "APROVOU PEDIDO " PO-NUMERO " QTD " PO-QTD-PEDIDA
003130         " PRECO " WS-PRECO-ED " APROV " WS-CODIGO-APROV
003140         DELIMITED BY SIZE INTO WS-DESCRICAO-AUD.
003150     CALL "PROG22" USING "PROG156 " WS-DESCRICAO-AUD.
003160 3000-APROVAR-EXIT.
003170     EXIT.

003180*----------------------------------------------------------------
003190* 4000-CANCELAR - A PROPOSAL, OR AN APPROVED ORDER NOTHING HAS
003200*                  BEEN RECEIVED AGAINST
003210*----------------------------------------------------------------
003220 4000-CANCELAR.
003230     PERFORM 6000-LER-PEDIDO THRU 6000-LER-PEDIDO-EXIT.
003240     IF NOT FS-POFILE-OK
003250         GO TO 4000-CANCELAR-EXIT
003260     END-IF.
003270     IF NOT PO-PROPOSTO AND NOT PO-APROVADO
003280         DISPLAY "PROG156: PEDIDO " PO-NUMERO " JA ENCERRADO"
003290         GO TO 4000-CANCELAR-EXIT
003300     END-IF.
003310     IF PO-QTD-RECEBIDA > ZERO
003320         DISPLAY "PROG156: PEDIDO " PO-NUMERO " JA TEM "
003330             "RECEBIMENTO - CANCELAMENTO RECUSADO"
003340         GO TO 4000-CANCELAR-EXIT
003350     END-IF.

003360     PERFORM 7000-CONFIRMAR-APROVACAO
003370         THRU 7000-CONFIRMAR-APROVACAO-EXIT.
003380     IF NOT WS-APROVADO
003390         DISPLAY "PROG156: CANCELAMENTO REJEITADO - SEM "
003400             "APROVACAO DE SUPERVISOR"
003410         GO TO 4000-CANCELAR-EXIT
003420     END-IF.

003430     SET PO-CANCELADO TO TRUE.
003440     REWRITE PEDIDO-COMPRA-REC.
003450     IF NOT FS-POFILE-OK
003460         DISPLAY "PROG156: ERRO AO CANCELAR PEDIDO " PO-NUMERO
003470             " - " FS-POFILE
003480         GO TO 4000-CANCELAR-EXIT
003490     END-IF.

003500     DISPLAY "PROG156: PEDIDO " PO-NUMERO " CANCELADO".
003510     MOVE SPACES TO WS-DESCRICAO-AUD.
003520     STRING "CANCELOU PEDIDO " PO-NUMERO " PRODUTO " PO-PRODUTO
003530         " APROV " WS-CODIGO-APROV
003540         DELIMITED BY SIZE INTO WS-DESCRICAO-AUD.
003550     CALL "PROG22" USING "PROG156 " WS-DESCRICAO-AUD.
003560 4000-CANCELAR-EXIT.
003570     EXIT.

003580*----------------------------------------------------------------
003590* 5000-AVULSO - AN ORDER RAISED BY HAND ENTERS AS A PROPOSAL AND
003600*                GOES THROUGH THE SAME APPROVAL
003610*----------------------------------------------------------------
003620 5000-AVULSO.
003630     OPEN INPUT PRODUCT-MASTER.
003640     IF NOT FS-PRODFILE-OK
003650         DISPLAY "PROG156: CADASTRO DE PRODUTOS (PRODFILE) "
003660             "INDISPONIVEL"
003670         GO TO 5000-AVULSO-EXIT
003680     END-IF.
003690     DISPLAY "CODIGO DO PRODUTO".
003700     ACCEPT PD-PRODUTO.
003710     READ PRODUCT-MASTER
003720         INVALID KEY
003730             DISPLAY "PROG156: PRODUTO " PD-PRODUTO " NAO "
003740                 "CADASTRADO"
003750             CLOSE PRODUCT-MASTER
003760             GO TO 5000-AVULSO-EXIT
003770     END-READ.
003780     CLOSE PRODUCT-MASTER.

003790     OPEN INPUT SUPPLIER-FILE.
003800     IF NOT FS-SUPPFILE-OK
003810         DISPLAY "PROG156: CADASTRO DE FORNECEDORES (SUPPFILE) "
003820             "INDISPONIVEL"
003830         GO TO 5000-AVULSO-EXIT
003840     END-IF.
003850     MOVE "CODIGO DO FORNECEDOR" TO WS-MENSAGEM.
003860     MOVE 1 TO WS-LIMITE-MIN.
003870     MOVE 999999 TO WS-LIMITE-MAX.
003880     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
003890         WS-LIMITE-MIN WS-LIMITE-MAX.
003900     MOVE WS-VALOR-ENT TO SU-CODIGO.
003910     READ SUPPLIER-FILE
003920         INVALID KEY
003930             MOVE "I" TO SU-ATIVO-SW
003940     END-READ.
003950     CLOSE SUPPLIER-FILE.
003960     IF SU-INATIVO
003970         DISPLAY "PROG156: FORNECEDOR " SU-CODIGO " NAO "
003980             "CADASTRADO OU INATIVO"
003990         GO TO 5000-AVULSO-EXIT
004000     END-IF.

004010     MOVE "QUANTIDADE A PEDIR" TO WS-MENSAGEM.
004020     MOVE 1 TO WS-LIMITE-MIN.
004030     MOVE 9999999 TO WS-LIMITE-MAX.
004040     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
004050         WS-LIMITE-MIN WS-LIMITE-MAX.

004060     OPEN I-O NOTA-CTL-FILE.
004070     IF NOT FS-NOTACTL-OK
004080         OPEN OUTPUT NOTA-CTL-FILE
004090         CLOSE NOTA-CTL-FILE
004100         OPEN I-O NOTA-CTL-FILE
004110     END-IF.
004120     MOVE "ULTPEDCOMP" TO NC-CHAVE.
004130     READ NOTA-CTL-FILE
004140         INVALID KEY
004150             MOVE "ULTPEDCOMP" TO NC-CHAVE
004160             MOVE ZERO TO NC-ULTIMA-NOTA
004170     END-READ.
004180     ADD 1 TO NC-ULTIMA-NOTA.
004190     IF FS-NOTACTL-OK
004200         REWRITE NOTA-CTL-REC
004210     ELSE
004220         WRITE NOTA-CTL-REC
004230     END-IF.
004240     CLOSE NOTA-CTL-FILE.

004250     MOVE SPACES TO PEDIDO-COMPRA-REC.
004260     MOVE NC-ULTIMA-NOTA TO PO-NUMERO.
004270     MOVE PD-PRODUTO     TO PO-PRODUTO.
004280     MOVE SU-CODIGO      TO PO-FORNECEDOR.
004290     MOVE WS-VALOR-ENT   TO PO-QTD-PEDIDA.
004300     MOVE ZERO           TO PO-QTD-RECEBIDA.
004310     MOVE ZERO           TO PO-QTD-FATURADA.
004320     MOVE ZERO           TO PO-PRECO-UNITARIO.
004330     MOVE WS-DATA-ATUAL  TO PO-DATA-EMISSAO.
004340     SET PO-PROPOSTO     TO TRUE.
004350     MOVE ZERO           TO PO-DATA-APROVACAO.
004360     WRITE PEDIDO-COMPRA-REC.
004370     IF NOT FS-POFILE-OK
004380         DISPLAY "PROG156: ERRO AO GRAVAR PEDIDO - " FS-POFILE
004390         GO TO 5000-AVULSO-EXIT
004400     END-IF.

004410     DISPLAY "PROG156: PEDIDO " PO-NUMERO " GRAVADO - "
004420         "APROVE-O PELA OPERACAO 2".
004430     MOVE SPACES TO WS-DESCRICAO-AUD.
004440     STRING "INCLUIU PEDIDO AVULSO " PO-NUMERO " PRODUTO "
004450         PO-PRODUTO " FORNEC " PO-FORNECEDOR
004460         DELIMITED BY SIZE INTO WS-DESCRICAO-AUD.
004470     CALL "PROG22" USING "PROG156 " WS-DESCRICAO-AUD.
004480 5000-AVULSO-EXIT.
004490     EXIT.

004500*----------------------------------------------------------------
004510* 6000-LER-PEDIDO
004520*----------------------------------------------------------------
004530 6000-LER-PEDIDO.
004540     MOVE "NUMERO DO PEDIDO DE COMPRA" TO WS-MENSAGEM.
004550     MOVE 1 TO WS-LIMITE-MIN.
004560     MOVE 99999999 TO WS-LIMITE-MAX.
004570     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
004580         WS-LIMITE-MIN WS-LIMITE-MAX.
004590     MOVE WS-VALOR-ENT TO PO-NUMERO.
004600     READ PURCHASE-ORDER-FILE
004610         INVALID KEY
004620             DISPLAY "PROG156: PEDIDO " PO-NUMERO " NAO "
004630                 "ENCONTRADO"
004640     END-READ.
004650 6000-LER-PEDIDO-EXIT.
004660     EXIT.

004670*----------------------------------------------------------------
004680* 7000-CONFIRMAR-APROVACAO - SUPERVISOR-LEVEL SIGN-OFF, THE
004690*                             SAME CHECK PROG131 RUNS
004700*----------------------------------------------------------------
004710 7000-CONFIRMAR-APROVACAO.
004720     MOVE "N" TO WS-APROVADO-SW.

004730     OPEN INPUT OPERATOR-FILE.
004740     IF NOT FS-OPERADOR-OK
004750         DISPLAY "PROG156: ERRO AO ABRIR OPERATOR-FILE "
004760             FS-OPERADOR
004770         GO TO 7000-CONFIRMAR-APROVACAO-EXIT
004780     END-IF.

004790     DISPLAY "PEDIDO DE COMPRA - INFORME O CODIGO DO "
004800             "COMPRADOR SUPERVISOR".
004810     ACCEPT WS-CODIGO-APROV.

004820     MOVE WS-CODIGO-APROV TO OP-CODIGO-OPERADOR.
004830     READ OPERATOR-FILE
004840         INVALID KEY
004850             DISPLAY "PROG156: OPERADOR NAO ENCONTRADO"
004860         NOT INVALID KEY
004870             IF OP-NIVEL-SUPERVISOR
004880                 MOVE "Y" TO WS-APROVADO-SW
004890             ELSE
004900                 DISPLAY "PROG156: OPERADOR SEM NIVEL DE "
004910                     "APROVACAO"
004920             END-IF
004930     END-READ.

004940     CLOSE OPERATOR-FILE.
004950 7000-CONFIRMAR-APROVACAO-EXIT.
004960     EXIT.

004970 9999-EXIT.
004980     STOP RUN.
