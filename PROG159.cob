001000******************************************************************
001010* PROGRAM-ID: PROG159
001020* AUTHOR:      R. ALMEIDA - APPLICATIONS
001030* INSTALLATION: FATURAMENTO
001040* DATE-WRITTEN: 2026-09-14
001050* DATE-COMPILED:
001060* PURPOSE:     PHYSICAL INVENTORY COUNT CYCLE. FUNCTION 1 OPENS A
001070*              CYCLE AND FREEZES THE BOOK BALANCE OF EVERY ACTIVE
001080*              PRODUCT (ALL, OR A KEYED PRODUCT RANGE) ON INVCONT,
001090*              PRICED FROM THE PRICE TABLE; FUNCTION 2 CAPTURES
001100*              THE COUNTED QUANTITIES; FUNCTION 3 PRINTS BOOK
001110*              VERSUS COUNTED, VALUED AT PRICE, THROUGH PROG68;
001120*              FUNCTION 4 POSTS THE DIFFERENCES TO PD-SALDO ONLY
001130*              UNDER A SUPERVISOR SIGN-OFF (OP-NIVEL ON OPERADOR),
001140*              EACH ONE TO GLFILE AS AN INVENTORY GAIN OR LOSS
001150*              THROUGH THE PROG138 RESOLVER AND TO THE PROG22
001160*              AUDIT LOG. A PRODUCT NOT COUNTED IS NOT ADJUSTED.
001170* ----------------------------------------------------------------
001180* MODIFICATION HISTORY
001190* DATE       INIT DESCRIPTION
001200* 2026-09-14 RA   INITIAL VERSION
001201* 2026-09-14 RA   THE ADJUSTMENT NOW POSTS AT THE PRODUCT'S
001202*                 WEIGHTED-AVERAGE COST (PD-CUSTO-MEDIO) SO THE
001203*                 GL STOCK ACCOUNT KEEPS TYING TO THE VALUATION;
001204*                 THE FROZEN PRICE IS USED ONLY WHILE A PRODUCT
001205*                 HAS NO COST YET. THE VARIANCE REPORT STAYS AT
001206*                 PRICE.
001207* 2026-10-15 RA   GL-EMPRESA LEFT BLANK ON THE GL ROWS (BLANK
001208*                 MEANS COMPANY 001).
001210******************************************************************
001220 IDENTIFICATION DIVISION.
001230 PROGRAM-ID. PROG159.

001240 ENVIRONMENT DIVISION.
001250 INPUT-OUTPUT SECTION.
001260 FILE-CONTROL.
001270     SELECT PRODUCT-MASTER ASSIGN TO "PRODFILE"
001280         ORGANIZATION IS INDEXED
001290         ACCESS MODE IS DYNAMIC
001300         RECORD KEY IS PD-PRODUTO
001310         FILE STATUS IS FS-PRODFILE.

001320     SELECT COUNT-FILE ASSIGN TO "INVCONT"
001330         ORGANIZATION IS INDEXED
001340         ACCESS MODE IS DYNAMIC
001350         RECORD KEY IS IC-CHAVE
001360         FILE STATUS IS FS-INVCONT.

001370     SELECT PRICE-FILE ASSIGN TO "PRICEFIL"
001380         ORGANIZATION IS INDEXED
001390         ACCESS MODE IS DYNAMIC
001400         RECORD KEY IS PT-PRODUTO
001410         FILE STATUS IS FS-PRICEFIL.

001420     SELECT NOTA-CTL-FILE ASSIGN TO "NOTACTL"
001430         ORGANIZATION IS INDEXED
001440         ACCESS MODE IS DYNAMIC
001450         RECORD KEY IS NC-CHAVE
001460         FILE STATUS IS FS-NOTACTL.

001470     SELECT OPERATOR-FILE ASSIGN TO "OPERADOR"
001480         ORGANIZATION IS INDEXED
001490         ACCESS MODE IS DYNAMIC
001500         RECORD KEY IS OP-CODIGO-OPERADOR
001510         FILE STATUS IS FS-OPERADOR.

001520     SELECT GL-INTERFACE ASSIGN TO "GLFILE"
001530         ORGANIZATION IS LINE SEQUENTIAL
001540         FILE STATUS IS FS-GLFILE.

001550 DATA DIVISION.
001560 FILE SECTION.
001570 FD  PRODUCT-MASTER.
001580 COPY PRODREC.

001590 FD  COUNT-FILE.
001600 COPY CNTGREC.

001610 FD  PRICE-FILE.
001620 COPY PRICEREC.

001630 FD  NOTA-CTL-FILE.
001640 01  NOTA-CTL-REC.
001650     05  NC-CHAVE                PIC X(10).
001660     05  NC-ULTIMA-NOTA          PIC 9(08).

001670 FD  OPERATOR-FILE.
001680 COPY OPERREC.

001690 FD  GL-INTERFACE.
001700 COPY GLREC.

001710 WORKING-STORAGE SECTION.
001720 01  FS-PRODFILE                 PIC X(02).
001730     88  FS-PRODFILE-OK          VALUE "00".
001740     88  FS-PRODFILE-EOF         VALUE "10".

001750 01  FS-INVCONT                  PIC X(02).
001760     88  FS-INVCONT-OK           VALUE "00".
001770     88  FS-INVCONT-EOF          VALUE "10".

001780 01  FS-PRICEFIL                 PIC X(02).
001790     88  FS-PRICEFIL-OK          VALUE "00".
001800 01  WS-PRECOS-SW                PIC X(01) VALUE "N".
001810     88  WS-PRECOS-PRESENTES     VALUE "Y".

001820 01  FS-NOTACTL                  PIC X(02).
001830     88  FS-NOTACTL-OK           VALUE "00".

001840 01  FS-OPERADOR                 PIC X(02).
001850     88  FS-OPERADOR-OK          VALUE "00".

001860 01  FS-GLFILE                   PIC X(02).
001870     88  FS-GLFILE-OK            VALUE "00".
001880 01  WS-GL-SW                    PIC X(01) VALUE "N".
001890     88  WS-GL-ABERTO            VALUE "Y".

001900 01  WS-FUNCAO-SW                PIC X(01).
001910     88  WS-FUNCAO-CONGELAR      VALUE "1".
001920     88  WS-FUNCAO-CONTAR        VALUE "2".
001930     88  WS-FUNCAO-DIVERGENCIAS  VALUE "3".
001940     88  WS-FUNCAO-AJUSTAR       VALUE "4".

001950 01  WS-MENSAGEM                 PIC X(40).
001960 01  WS-VALOR-ENT                PIC 9(09).
001970 01  WS-LIMITE-MIN               PIC 9(09).
001980 01  WS-LIMITE-MAX               PIC 9(09).

001990 01  WS-DATA-ATUAL               PIC 9(08).
002000 01  WS-INVENTARIO               PIC 9(06).
002010 01  WS-PRODUTO-INICIAL          PIC X(08).
002020 01  WS-PRODUTO-FINAL            PIC X(08).
002030 01  WS-PRODUTO-ENT              PIC X(08).

002040 01  WS-APROVADO-SW              PIC X(01) VALUE "N".
002050     88  WS-APROVADO             VALUE "Y".
002060 01  WS-CODIGO-APROV             PIC X(06).
002070 01  WS-FIM-CONTAGEM-SW          PIC X(01) VALUE "N".
002080     88  WS-FIM-CONTAGEM         VALUE "Y".
002090 01  WS-FIM-CICLO-SW             PIC X(01) VALUE "N".
002100     88  WS-FIM-CICLO            VALUE "Y".

002110 01  WS-DIFERENCA                PIC S9(07).
002120 01  WS-VALOR-DIFERENCA          PIC S9(11)V9(02).
002130 01  WS-VALOR-LANCAMENTO         PIC 9(11)V9(02).

002140 01  WS-CONTADORES.
002150     05  WS-QTD-CONGELADOS       PIC 9(05) VALUE ZERO.
002160     05  WS-QTD-CONTADOS         PIC 9(05) VALUE ZERO.
002170     05  WS-QTD-NAO-CONTADOS     PIC 9(05) VALUE ZERO.
002180     05  WS-QTD-DIVERGENTES      PIC 9(05) VALUE ZERO.
002190     05  WS-QTD-AJUSTADOS        PIC 9(05) VALUE ZERO.
002200     05  WS-TOTAL-SOBRAS         PIC 9(11)V9(02) VALUE ZERO.
002210     05  WS-TOTAL-FALTAS         PIC 9(11)V9(02) VALUE ZERO.

002220 01  WS-CHAMADA-MAPA.
002230     05  WS-MAPA-EVENTO          PIC X(12).
002240     05  WS-MAPA-DEPARTAMENTO    PIC X(10).
002250     05  WS-MAPA-DEBITO          PIC X(12).
002260     05  WS-MAPA-CREDITO         PIC X(12).
002270     05  WS-MAPA-CENTRO          PIC X(10).
002280     05  WS-MAPA-STATUS          PIC X(01).
002290         88  WS-MAPEADO          VALUE "1".
002300         88  WS-SEM-MAPA         VALUE "2".
002310         88  WS-SEM-TABELA       VALUE "3".
002320 01  WS-QTD-SEM-MAPA             PIC 9(05) VALUE ZERO.
002330 01  WS-EVENTO-DEBITO            PIC X(12).
002340 01  WS-EVENTO-CREDITO           PIC X(12).
002350 01  WS-CONTA-DEBITO-RES         PIC X(12).
002360 01  WS-CONTA-CREDITO-RES        PIC X(12).
002370 01  WS-PAR-SW                   PIC X(01).
002380     88  WS-PAR-RESOLVIDO        VALUE "Y".

002390 01  WS-QTD-ED                   PIC -(06)9.
002400 01  WS-VALOR-ED                 PIC -ZZZ,ZZZ,ZZ9.99.
002410 01  WS-TOTAL-ED                 PIC Z,ZZZ,ZZZ,ZZ9.99.
002420 01  WS-TOTAL2-ED                PIC Z,ZZZ,ZZZ,ZZ9.99.

002430 01  WS-LINHA-REL                PIC X(80).
002440 01  WS-FUNCAO-REL               PIC X(01).
002450 01  WS-TITULO-REL               PIC X(60).
002460 01  WS-COLUNAS-REL              PIC X(80).

002470 01  WS-DESCRICAO-AUD            PIC X(60).

002480 PROCEDURE DIVISION.

002490*----------------------------------------------------------------
002500* 0000-MAINLINE
002510*----------------------------------------------------------------
002520 0000-MAINLINE.
002530     DISPLAY "OPERACAO (1 = CONGELAR SALDOS / 2 = CONTAGEM / "
002540             "3 = DIVERGENCIAS / 4 = AJUSTAR)".
002550     ACCEPT WS-FUNCAO-SW.

002560     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.

002570     IF WS-FUNCAO-CONGELAR
002580         PERFORM 2000-CONGELAR THRU 2000-CONGELAR-EXIT
002590     ELSE
002600         IF WS-FUNCAO-CONTAR
002610             PERFORM 3000-CONTAR THRU 3000-CONTAR-EXIT
002620         ELSE
002630             IF WS-FUNCAO-DIVERGENCIAS
002640                 PERFORM 4000-DIVERGENCIAS
002650                     THRU 4000-DIVERGENCIAS-EXIT
002660             ELSE
002670                 IF WS-FUNCAO-AJUSTAR
002680                     PERFORM 5000-AJUSTAR THRU 5000-AJUSTAR-EXIT
002690                 ELSE
002700                     DISPLAY "PROG159: OPERACAO INVALIDA"
002710                 END-IF
002720             END-IF
002730         END-IF
002740     END-IF.

002750     CLOSE PRODUCT-MASTER COUNT-FILE.
002760     IF WS-QTD-SEM-MAPA > ZERO
002770         DISPLAY "PROG159: LANCAMENTOS SEM MAPEAMENTO DE "
002780             "CONTA: " WS-QTD-SEM-MAPA
002790             " - CORRIJA O GLMAP (PROG137)"
002800         MOVE 8 TO RETURN-CODE
002810     END-IF.
002820     GO TO 9999-EXIT.

002830*----------------------------------------------------------------
002840* 1000-INICIALIZAR
002850*----------------------------------------------------------------
002860 1000-INICIALIZAR.
002870     ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.

002880     OPEN I-O PRODUCT-MASTER.
002890     IF NOT FS-PRODFILE-OK
002900         DISPLAY "PROG159: CADASTRO DE PRODUTOS (PRODFILE) "
002910             "INDISPONIVEL"
002920         GO TO 9999-EXIT
002930     END-IF.

002940     OPEN I-O COUNT-FILE.
002950     IF NOT FS-INVCONT-OK
002960         OPEN OUTPUT COUNT-FILE
002970         CLOSE COUNT-FILE
002980         OPEN I-O COUNT-FILE
002990     END-IF.
003000     IF NOT FS-INVCONT-OK
003010         DISPLAY "PROG159: ERRO AO ABRIR COUNT-FILE " FS-INVCONT
003020         CLOSE PRODUCT-MASTER
003030         GO TO 9999-EXIT
003040     END-IF.
003050 1000-INICIALIZAR-EXIT.
003060     EXIT.

003070*----------------------------------------------------------------
003080* 1100-LER-CICLO - THE CYCLE HEADER FOR FUNCTIONS 2, 3 AND 4
003090*----------------------------------------------------------------
003100 1100-LER-CICLO.
003110     MOVE "NUMERO DO INVENTARIO" TO WS-MENSAGEM.
003120     MOVE 1 TO WS-LIMITE-MIN.
003130     MOVE 999999 TO WS-LIMITE-MAX.
003140     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
003150         WS-LIMITE-MIN WS-LIMITE-MAX.
003160     MOVE WS-VALOR-ENT TO WS-INVENTARIO.

003170     MOVE WS-INVENTARIO TO IC-INVENTARIO.
003180     MOVE SPACES TO IC-PRODUTO.
003190     READ COUNT-FILE
003200         INVALID KEY
003210             DISPLAY "PROG159: INVENTARIO " WS-INVENTARIO
003220                 " NAO ENCONTRADO"
003230             CLOSE PRODUCT-MASTER COUNT-FILE
003240             GO TO 9999-EXIT
003250     END-READ.
003260 1100-LER-CICLO-EXIT.
003270     EXIT.

003280*----------------------------------------------------------------
003290* 2000-CONGELAR - OPEN A CYCLE AND FREEZE THE BOOK BALANCES.
003300*                  ONLY ONE CYCLE MAY BE OPEN AT A TIME, OR A
003310*                  PRODUCT COULD BE ADJUSTED TWICE
003320*----------------------------------------------------------------
003330 2000-CONGELAR.
003340     OPEN I-O NOTA-CTL-FILE.
003350     IF NOT FS-NOTACTL-OK
003360         OPEN OUTPUT NOTA-CTL-FILE
003370         CLOSE NOTA-CTL-FILE
003380         OPEN I-O NOTA-CTL-FILE
003390     END-IF.
003400     MOVE "ULTINVENT" TO NC-CHAVE.
003410     READ NOTA-CTL-FILE
003420         INVALID KEY
003430             MOVE "ULTINVENT" TO NC-CHAVE
003440             MOVE ZERO TO NC-ULTIMA-NOTA
003450     END-READ.

003460     IF NC-ULTIMA-NOTA > ZERO
003470         MOVE NC-ULTIMA-NOTA TO IC-INVENTARIO
003480         MOVE SPACES TO IC-PRODUTO
003490         READ COUNT-FILE
003500             INVALID KEY
003510                 MOVE "J" TO IC-SITUACAO
003520         END-READ
003530         IF IC-ABERTO
003540             DISPLAY "PROG159: INVENTARIO " IC-INVENTARIO
003550                 " AINDA ABERTO - AJUSTE-O ANTES DE ABRIR "
003560                 "OUTRO"
003570             CLOSE NOTA-CTL-FILE
003580             GO TO 2000-CONGELAR-EXIT
003590         END-IF
003600     END-IF.

003610     DISPLAY "PRODUTO INICIAL (BRANCO = TODOS)".
003620     ACCEPT WS-PRODUTO-INICIAL.
003630     DISPLAY "PRODUTO FINAL (BRANCO = ATE O ULTIMO)".
003640     ACCEPT WS-PRODUTO-FINAL.
003650     IF WS-PRODUTO-FINAL = SPACES
003660         MOVE HIGH-VALUES TO WS-PRODUTO-FINAL
003670     END-IF.

003680     ADD 1 TO NC-ULTIMA-NOTA.
003690     IF FS-NOTACTL-OK
003700         REWRITE NOTA-CTL-REC
003710     ELSE
003720         WRITE NOTA-CTL-REC
003730     END-IF.
003740     MOVE NC-ULTIMA-NOTA TO WS-INVENTARIO.
003750     CLOSE NOTA-CTL-FILE.

003760     MOVE SPACES TO CONTAGEM-REC.
003770     MOVE WS-INVENTARIO      TO IC-INVENTARIO.
003780     MOVE WS-DATA-ATUAL      TO IC-DATA-CONGELAMENTO.
003790     MOVE ZERO               TO IC-SALDO-LIVRO IC-QTD-CONTADA.
003800     MOVE ZERO               TO IC-PRECO-UNITARIO.
003810     MOVE ZERO               TO IC-DATA-AJUSTE.
003820     SET IC-NAO-CONTADO      TO TRUE.
003830     SET IC-ABERTO           TO TRUE.
003840     MOVE WS-PRODUTO-INICIAL TO IC-PRODUTO-INICIAL.
003850     MOVE WS-PRODUTO-FINAL   TO IC-PRODUTO-FINAL.
003860     WRITE CONTAGEM-REC.

003870     OPEN INPUT PRICE-FILE.
003880     IF FS-PRICEFIL-OK
003890         SET WS-PRECOS-PRESENTES TO TRUE
003900     ELSE
003910         DISPLAY "PROG159: SEM TABELA DE PRECOS - DIVERGENCIAS "
003920             "SAIRAO SEM VALOR"
003930     END-IF.

003940     MOVE WS-PRODUTO-INICIAL TO PD-PRODUTO.
003950     START PRODUCT-MASTER KEY IS NOT LESS THAN PD-PRODUTO
003960         INVALID KEY
003970             SET FS-PRODFILE-EOF TO TRUE
003980     END-START.
003990     PERFORM 2100-CONGELAR-PRODUTO
004000         THRU 2100-CONGELAR-PRODUTO-EXIT
004010         UNTIL FS-PRODFILE-EOF.

004020     IF WS-PRECOS-PRESENTES
004030         CLOSE PRICE-FILE
004040     END-IF.

004050     DISPLAY "PROG159: INVENTARIO " WS-INVENTARIO " ABERTO COM "
004060         WS-QTD-CONGELADOS " PRODUTO(S) CONGELADO(S)".
004070     MOVE SPACES TO WS-DESCRICAO-AUD.
004080     STRING "ABRIU INVENTARIO " WS-INVENTARIO " - "
004090         WS-QTD-CONGELADOS " PRODUTO(S)"
004100         DELIMITED BY SIZE INTO WS-DESCRICAO-AUD.
004110     CALL "PROG22" USING "PROG159 " WS-DESCRICAO-AUD.
004120 2000-CONGELAR-EXIT.
004130     EXIT.

004140 2100-CONGELAR-PRODUTO.
004150     READ PRODUCT-MASTER NEXT
004160         AT END
004170             SET FS-PRODFILE-EOF TO TRUE
004180             GO TO 2100-CONGELAR-PRODUTO-EXIT
004190     END-READ.
004200     IF PD-PRODUTO > WS-PRODUTO-FINAL
004210         SET FS-PRODFILE-EOF TO TRUE
004220         GO TO 2100-CONGELAR-PRODUTO-EXIT
004230     END-IF.
004240     IF NOT PD-ATIVO
004250         GO TO 2100-CONGELAR-PRODUTO-EXIT
004260     END-IF.

004270     MOVE PD-PRODUTO    TO IC-PRODUTO.
004280     MOVE PD-SALDO      TO IC-SALDO-LIVRO.
004290     MOVE ZERO          TO IC-QTD-CONTADA.
004300     SET IC-NAO-CONTADO TO TRUE.
004310     MOVE ZERO          TO IC-PRECO-UNITARIO.
004320     IF WS-PRECOS-PRESENTES
004330         MOVE PD-PRODUTO TO PT-PRODUTO
004340         READ PRICE-FILE
004350             NOT INVALID KEY
004360                 MOVE PT-PRECO-UNITARIO TO IC-PRECO-UNITARIO
004370         END-READ
004380     END-IF.
004390     WRITE CONTAGEM-REC.
004400     IF FS-INVCONT-OK
004410         ADD 1 TO WS-QTD-CONGELADOS
004420     END-IF.
004430 2100-CONGELAR-PRODUTO-EXIT.
004440     EXIT.

004450*----------------------------------------------------------------
004460* 3000-CONTAR - COUNTED QUANTITIES, ONE PRODUCT AT A TIME; A
004470*                RECOUNT SIMPLY OVERWRITES
004480*----------------------------------------------------------------
004490 3000-CONTAR.
004500     PERFORM 1100-LER-CICLO THRU 1100-LER-CICLO-EXIT.
004510     IF NOT IC-ABERTO
004520         DISPLAY "PROG159: INVENTARIO " WS-INVENTARIO
004530             " JA AJUSTADO - CONTAGEM ENCERRADA"
004540         GO TO 3000-CONTAR-EXIT
004550     END-IF.

004560     MOVE "N" TO WS-FIM-CONTAGEM-SW.
004570     PERFORM 3100-CONTAR-PRODUTO THRU 3100-CONTAR-PRODUTO-EXIT
004580         UNTIL WS-FIM-CONTAGEM.

004590     MOVE SPACES TO WS-DESCRICAO-AUD.
004600     STRING "CONTAGEM DO INVENTARIO " WS-INVENTARIO " - "
004610         WS-QTD-CONTADOS " PRODUTO(S) CONTADO(S)"
004620         DELIMITED BY SIZE INTO WS-DESCRICAO-AUD.
004630     CALL "PROG22" USING "PROG159 " WS-DESCRICAO-AUD.
004640 3000-CONTAR-EXIT.
004650     EXIT.

004660 3100-CONTAR-PRODUTO.
004670     DISPLAY "CODIGO DO PRODUTO (BRANCO = ENCERRAR)".
004680     MOVE SPACES TO WS-PRODUTO-ENT.
004690     ACCEPT WS-PRODUTO-ENT.
004700     IF WS-PRODUTO-ENT = SPACES
004710         SET WS-FIM-CONTAGEM TO TRUE
004720         GO TO 3100-CONTAR-PRODUTO-EXIT
004730     END-IF.

004740     MOVE WS-INVENTARIO TO IC-INVENTARIO.
004750     MOVE WS-PRODUTO-ENT TO IC-PRODUTO.
004760     READ COUNT-FILE
004770         INVALID KEY
004780             DISPLAY "PROG159: PRODUTO " WS-PRODUTO-ENT
004790                 " FORA DESTE INVENTARIO"
004800             GO TO 3100-CONTAR-PRODUTO-EXIT
004810     END-READ.

004820     MOVE "QUANTIDADE CONTADA" TO WS-MENSAGEM.
004830     MOVE ZERO TO WS-LIMITE-MIN.
004840     MOVE 9999999 TO WS-LIMITE-MAX.
004850     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
004860         WS-LIMITE-MIN WS-LIMITE-MAX.
004870     MOVE WS-VALOR-ENT TO IC-QTD-CONTADA.
004880     SET IC-CONTADO TO TRUE.
004890     REWRITE CONTAGEM-REC.
004900     IF NOT FS-INVCONT-OK
004910         DISPLAY "PROG159: ERRO AO GRAVAR CONTAGEM - "
004920             FS-INVCONT
004930         GO TO 3100-CONTAR-PRODUTO-EXIT
004940     END-IF.
004950     ADD 1 TO WS-QTD-CONTADOS.
004960 3100-CONTAR-PRODUTO-EXIT.
004970     EXIT.

004980*----------------------------------------------------------------
004990* 4000-DIVERGENCIAS - BOOK VERSUS COUNTED, VALUED AT PRICE
005000*----------------------------------------------------------------
005010 4000-DIVERGENCIAS.
005020     PERFORM 1100-LER-CICLO THRU 1100-LER-CICLO-EXIT.

005030     MOVE "I" TO WS-FUNCAO-REL.
005040     MOVE SPACES TO WS-TITULO-REL.
005050     STRING "DIVERGENCIAS DO INVENTARIO " WS-INVENTARIO
005060         " - CONGELADO EM " IC-DATA-CONGELAMENTO
005070         DELIMITED BY SIZE INTO WS-TITULO-REL.
005080     MOVE "PRODUTO   LIVRO  CONTADO  DIFERENCA         VALOR"
005090         TO WS-COLUNAS-REL.
005100     MOVE SPACES TO WS-LINHA-REL.
005110     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
005120         WS-COLUNAS-REL WS-LINHA-REL.

005130     PERFORM 6000-POSICIONAR-CICLO
005140         THRU 6000-POSICIONAR-CICLO-EXIT.
005150     PERFORM 4100-LISTAR-PRODUTO THRU 4100-LISTAR-PRODUTO-EXIT
005160         UNTIL WS-FIM-CICLO.

005170     MOVE WS-TOTAL-SOBRAS TO WS-TOTAL-ED.
005180     MOVE WS-TOTAL-FALTAS TO WS-TOTAL2-ED.
005190     MOVE SPACES TO WS-LINHA-REL.
005200     STRING "DIVERG: " WS-QTD-DIVERGENTES
005210         " N/CONT: " WS-QTD-NAO-CONTADOS
005220         " SOBRAS: " WS-TOTAL-ED
005230         " FALTAS: " WS-TOTAL2-ED
005240         DELIMITED BY SIZE INTO WS-LINHA-REL.
005250     MOVE "T" TO WS-FUNCAO-REL.
005260     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
005270         WS-COLUNAS-REL WS-LINHA-REL.
005280     MOVE "F" TO WS-FUNCAO-REL.
005290     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
005300         WS-COLUNAS-REL WS-LINHA-REL.
005310 4000-DIVERGENCIAS-EXIT.
005320     EXIT.

005330 4100-LISTAR-PRODUTO.
005340     PERFORM 6100-PROXIMO-DO-CICLO
005350         THRU 6100-PROXIMO-DO-CICLO-EXIT.
005360     IF WS-FIM-CICLO
005370         GO TO 4100-LISTAR-PRODUTO-EXIT
005380     END-IF.

005390     MOVE SPACES TO WS-LINHA-REL.
005400     IF IC-NAO-CONTADO
005410         ADD 1 TO WS-QTD-NAO-CONTADOS
005420         STRING IC-PRODUTO " " IC-SALDO-LIVRO
005430             "   NAO CONTADO"
005440             DELIMITED BY SIZE INTO WS-LINHA-REL
005450     ELSE
005460         COMPUTE WS-DIFERENCA = IC-QTD-CONTADA - IC-SALDO-LIVRO
005470         IF WS-DIFERENCA = ZERO
005480             GO TO 4100-LISTAR-PRODUTO-EXIT
005490         END-IF
005500         ADD 1 TO WS-QTD-DIVERGENTES
005510         COMPUTE WS-VALOR-DIFERENCA ROUNDED =
005520             WS-DIFERENCA * IC-PRECO-UNITARIO
005530         IF WS-VALOR-DIFERENCA > ZERO
005540             ADD WS-VALOR-DIFERENCA TO WS-TOTAL-SOBRAS
005550         ELSE
005560             SUBTRACT WS-VALOR-DIFERENCA FROM WS-TOTAL-FALTAS
005570         END-IF
005580         MOVE WS-DIFERENCA TO WS-QTD-ED
005590         MOVE WS-VALOR-DIFERENCA TO WS-VALOR-ED
005600         STRING IC-PRODUTO " " IC-SALDO-LIVRO " "
005610             IC-QTD-CONTADA " " WS-QTD-ED " " WS-VALOR-ED
005620             DELIMITED BY SIZE INTO WS-LINHA-REL
005630     END-IF.
005640     MOVE "D" TO WS-FUNCAO-REL.
005650     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
005660         WS-COLUNAS-REL WS-LINHA-REL.
005670 4100-LISTAR-PRODUTO-EXIT.
005680     EXIT.

005690*----------------------------------------------------------------
005700* 5000-AJUSTAR - SUPERVISOR SIGN-OFF, THEN EVERY COUNTED
005710*                 DIFFERENCE GOES INTO PD-SALDO AND THE LEDGER
005720*----------------------------------------------------------------
005730 5000-AJUSTAR.
005740     PERFORM 1100-LER-CICLO THRU 1100-LER-CICLO-EXIT.
005750     IF NOT IC-ABERTO
005760         DISPLAY "PROG159: INVENTARIO " WS-INVENTARIO
005770             " JA AJUSTADO"
005780         GO TO 5000-AJUSTAR-EXIT
005790     END-IF.

005800     PERFORM 5100-CONFIRMAR-APROVACAO
005810         THRU 5100-CONFIRMAR-APROVACAO-EXIT.
005820     IF NOT WS-APROVADO
005830         DISPLAY "PROG159: AJUSTE NAO APROVADO - NADA POSTADO"
005840         GO TO 5000-AJUSTAR-EXIT
005850     END-IF.

005860     OPEN EXTEND GL-INTERFACE.
005870     IF NOT FS-GLFILE-OK
005880         OPEN OUTPUT GL-INTERFACE
005890     END-IF.
005900     IF FS-GLFILE-OK
005910         SET WS-GL-ABERTO TO TRUE
005920     ELSE
005930         DISPLAY "PROG159: ERRO AO ABRIR GL-INTERFACE "
005940             FS-GLFILE " - AJUSTE RECUSADO"
005950         GO TO 5000-AJUSTAR-EXIT
005960     END-IF.

005970     PERFORM 6000-POSICIONAR-CICLO
005980         THRU 6000-POSICIONAR-CICLO-EXIT.
005990     PERFORM 5200-AJUSTAR-PRODUTO THRU 5200-AJUSTAR-PRODUTO-EXIT
006000         UNTIL WS-FIM-CICLO.
006010     CLOSE GL-INTERFACE.

006020     MOVE WS-INVENTARIO TO IC-INVENTARIO.
006030     MOVE SPACES TO IC-PRODUTO.
006040     READ COUNT-FILE
006050         INVALID KEY
006060             GO TO 5000-AJUSTAR-EXIT
006070     END-READ.
006080     SET IC-AJUSTADO TO TRUE.
006090     MOVE WS-CODIGO-APROV TO IC-APROVADOR.
006100     MOVE WS-DATA-ATUAL TO IC-DATA-AJUSTE.
006110     REWRITE CONTAGEM-REC.

006120     DISPLAY "PROG159: PRODUTOS AJUSTADOS ... : "
006130         WS-QTD-AJUSTADOS.
006140     DISPLAY "PROG159: NAO CONTADOS ......... : "
006150         WS-QTD-NAO-CONTADOS.
006160     MOVE SPACES TO WS-DESCRICAO-AUD.
006170     STRING "AJUSTOU INVENTARIO " WS-INVENTARIO " - "
006180         WS-QTD-AJUSTADOS " PRODUTO(S) APROV " WS-CODIGO-APROV
006190         DELIMITED BY SIZE INTO WS-DESCRICAO-AUD.
006200     CALL "PROG22" USING "PROG159 " WS-DESCRICAO-AUD.
006210 5000-AJUSTAR-EXIT.
006220     EXIT.

006230*----------------------------------------------------------------
006240* 5100-CONFIRMAR-APROVACAO - SUPERVISOR-LEVEL SIGN-OFF, THE
006250*                             SAME CHECK PROG131 RUNS
006260*----------------------------------------------------------------
006270 5100-CONFIRMAR-APROVACAO.
006280     MOVE "N" TO WS-APROVADO-SW.

006290     OPEN INPUT OPERATOR-FILE.
006300     IF NOT FS-OPERADOR-OK
006310         DISPLAY "PROG159: ERRO AO ABRIR OPERATOR-FILE "
006320             FS-OPERADOR
006330         GO TO 5100-CONFIRMAR-APROVACAO-EXIT
006340     END-IF.

006350     DISPLAY "AJUSTE DE INVENTARIO - INFORME O CODIGO DO "
006360             "OPERADOR SUPERVISOR".
006370     ACCEPT WS-CODIGO-APROV.

006380     MOVE WS-CODIGO-APROV TO OP-CODIGO-OPERADOR.
006390     READ OPERATOR-FILE
006400         INVALID KEY
006410             DISPLAY "PROG159: OPERADOR NAO ENCONTRADO"
006420         NOT INVALID KEY
006430             IF OP-NIVEL-SUPERVISOR
006440                 MOVE "Y" TO WS-APROVADO-SW
006450             ELSE
006460                 DISPLAY "PROG159: OPERADOR SEM NIVEL DE "
006470                     "APROVACAO"
006480             END-IF
006490     END-READ.

006500     CLOSE OPERATOR-FILE.
006510 5100-CONFIRMAR-APROVACAO-EXIT.
006520     EXIT.

006530 5200-AJUSTAR-PRODUTO.
006540     PERFORM 6100-PROXIMO-DO-CICLO
006550         THRU 6100-PROXIMO-DO-CICLO-EXIT.
006560     IF WS-FIM-CICLO
006570         GO TO 5200-AJUSTAR-PRODUTO-EXIT
006580     END-IF.
006590     IF IC-NAO-CONTADO
006600         ADD 1 TO WS-QTD-NAO-CONTADOS
006610         GO TO 5200-AJUSTAR-PRODUTO-EXIT
006620     END-IF.
006630     COMPUTE WS-DIFERENCA = IC-QTD-CONTADA - IC-SALDO-LIVRO.

006640     IF WS-DIFERENCA NOT = ZERO
006650         MOVE IC-PRODUTO TO PD-PRODUTO
006660         READ PRODUCT-MASTER
006670             INVALID KEY
006680                 DISPLAY "PROG159: PRODUTO " IC-PRODUTO
006690                     " NAO ESTA MAIS NO CADASTRO - NAO AJUSTADO"
006700                 GO TO 5200-AJUSTAR-PRODUTO-EXIT
006710         END-READ
006720         ADD WS-DIFERENCA TO PD-SALDO
006730         REWRITE PRODUTO-REC
006740         IF NOT FS-PRODFILE-OK
006750             DISPLAY "PROG159: ERRO AO AJUSTAR " PD-PRODUTO
006760                 " - " FS-PRODFILE
006770             GO TO 5200-AJUSTAR-PRODUTO-EXIT
006780         END-IF
006790         ADD 1 TO WS-QTD-AJUSTADOS
006800         PERFORM 5300-LANCAR-AJUSTE THRU 5300-LANCAR-AJUSTE-EXIT
006810         MOVE WS-DIFERENCA TO WS-QTD-ED
006820         MOVE SPACES TO WS-DESCRICAO-AUD
006830         STRING "AJUSTE INVENTARIO " WS-INVENTARIO " "
006840             PD-PRODUTO " QTD " WS-QTD-ED
006850             DELIMITED BY SIZE INTO WS-DESCRICAO-AUD
006860         CALL "PROG22" USING "PROG159 " WS-DESCRICAO-AUD
006870     END-IF.

006880     SET IC-AJUSTADO TO TRUE.
006890     MOVE WS-DATA-ATUAL TO IC-DATA-AJUSTE.
006900     REWRITE CONTAGEM-REC.
006910 5200-AJUSTAR-PRODUTO-EXIT.
006920     EXIT.

006930*----------------------------------------------------------------
006940* 5300-LANCAR-AJUSTE - A GAIN DEBITS STOCK AND CREDITS THE
006950*                       INVENTORY ADJUSTMENT ACCOUNT; A LOSS IS
006960*                       THE MIRROR PAIR. VALUED AT AVERAGE COST
006965*                       WHEN THE PRODUCT HAS ONE
006970*----------------------------------------------------------------
006980 5300-LANCAR-AJUSTE.
006982     IF PD-CUSTO-MEDIO > ZERO
006984         COMPUTE WS-VALOR-DIFERENCA ROUNDED =
006986             WS-DIFERENCA * PD-CUSTO-MEDIO
006988     ELSE
006990         COMPUTE WS-VALOR-DIFERENCA ROUNDED =
006992             WS-DIFERENCA * IC-PRECO-UNITARIO
006994     END-IF.
007010     IF WS-VALOR-DIFERENCA = ZERO
007020         GO TO 5300-LANCAR-AJUSTE-EXIT
007030     END-IF.
007040     IF WS-VALOR-DIFERENCA > ZERO
007050         MOVE WS-VALOR-DIFERENCA TO WS-VALOR-LANCAMENTO
007060         MOVE "ESTOQUE     " TO WS-EVENTO-DEBITO
007070         MOVE "AJUSTE-INVEN" TO WS-EVENTO-CREDITO
007080     ELSE
007090         COMPUTE WS-VALOR-LANCAMENTO = 0 - WS-VALOR-DIFERENCA
007100         MOVE "AJUSTE-INVEN" TO WS-EVENTO-DEBITO
007110         MOVE "ESTOQUE     " TO WS-EVENTO-CREDITO
007120     END-IF.

007130     PERFORM 5400-RESOLVER-PAR THRU 5400-RESOLVER-PAR-EXIT.
007140     IF NOT WS-PAR-RESOLVIDO
007150         GO TO 5300-LANCAR-AJUSTE-EXIT
007160     END-IF.

007170     MOVE WS-CONTA-DEBITO-RES TO GL-CONTA.
007180     MOVE "ESTOQUE   " TO GL-CENTRO-CUSTO.
007190     SET GL-DEBITO TO TRUE.
007200     MOVE WS-VALOR-LANCAMENTO TO GL-VALOR.
007201     MOVE SPACES TO GL-EMPRESA.
007210     MOVE "PROG159 " TO GL-PROGRAMA.
007220     MOVE WS-DATA-ATUAL(1:6) TO GL-PERIODO.
007230     MOVE WS-DATA-ATUAL TO GL-DATA.
007240     WRITE GL-INTERFACE-REC.

007250     MOVE WS-CONTA-CREDITO-RES TO GL-CONTA.
007260     SET GL-CREDITO TO TRUE.
007270     WRITE GL-INTERFACE-REC.
007280 5300-LANCAR-AJUSTE-EXIT.
007290     EXIT.

007300*----------------------------------------------------------------
007310* 5400-RESOLVER-PAR - BOTH SIDES RESOLVE BEFORE EITHER IS
007320*                      WRITTEN - AN UNMAPPED CREDIT MUST NOT
007330*                      LEAVE A LONE DEBIT ON THE JOURNAL
007340*----------------------------------------------------------------
007350 5400-RESOLVER-PAR.
007360     MOVE "N" TO WS-PAR-SW.
007370     MOVE "ESTOQUE   " TO WS-MAPA-DEPARTAMENTO.
007380     MOVE WS-EVENTO-DEBITO TO WS-MAPA-EVENTO.
007390     CALL "PROG138" USING WS-MAPA-EVENTO WS-MAPA-DEPARTAMENTO
007400         WS-MAPA-DEBITO WS-MAPA-CREDITO WS-MAPA-CENTRO
007410         WS-MAPA-STATUS.
007420     IF WS-SEM-MAPA
007430         ADD 1 TO WS-QTD-SEM-MAPA
007440         DISPLAY "PROG159: EVENTO " WS-MAPA-EVENTO " SEM "
007450             "MAPEAMENTO DE CONTA - PAR NAO LANCADO"
007460         GO TO 5400-RESOLVER-PAR-EXIT
007470     END-IF.
007480     IF WS-MAPEADO
007490         MOVE WS-MAPA-DEBITO TO WS-CONTA-DEBITO-RES
007500     ELSE
007510         MOVE WS-EVENTO-DEBITO TO WS-CONTA-DEBITO-RES
007520     END-IF.

007530     MOVE WS-EVENTO-CREDITO TO WS-MAPA-EVENTO.
007540     CALL "PROG138" USING WS-MAPA-EVENTO WS-MAPA-DEPARTAMENTO
007550         WS-MAPA-DEBITO WS-MAPA-CREDITO WS-MAPA-CENTRO
007560         WS-MAPA-STATUS.
007570     IF WS-SEM-MAPA
007580         ADD 1 TO WS-QTD-SEM-MAPA
007590         DISPLAY "PROG159: EVENTO " WS-MAPA-EVENTO " SEM "
007600             "MAPEAMENTO DE CONTA - PAR NAO LANCADO"
007610         GO TO 5400-RESOLVER-PAR-EXIT
007620     END-IF.
007630     IF WS-MAPEADO
007640         MOVE WS-MAPA-CREDITO TO WS-CONTA-CREDITO-RES
007650     ELSE
007660         MOVE WS-EVENTO-CREDITO TO WS-CONTA-CREDITO-RES
007670     END-IF.
007680     SET WS-PAR-RESOLVIDO TO TRUE.
007690 5400-RESOLVER-PAR-EXIT.
007700     EXIT.

007710*----------------------------------------------------------------
007720* 6000-POSICIONAR-CICLO / 6100-PROXIMO-DO-CICLO - WALK THE
007730*                          PRODUCT ROWS OF ONE CYCLE, SKIPPING
007740*                          ITS HEADER
007750*----------------------------------------------------------------
007760 6000-POSICIONAR-CICLO.
007770     MOVE "N" TO WS-FIM-CICLO-SW.
007780     MOVE WS-INVENTARIO TO IC-INVENTARIO.
007790     MOVE SPACES TO IC-PRODUTO.
007800     START COUNT-FILE KEY IS GREATER THAN IC-CHAVE
007810         INVALID KEY
007820             SET WS-FIM-CICLO TO TRUE
007830     END-START.
007840 6000-POSICIONAR-CICLO-EXIT.
007850     EXIT.

007860 6100-PROXIMO-DO-CICLO.
007870     READ COUNT-FILE NEXT
007880         AT END
007890             SET WS-FIM-CICLO TO TRUE
007900             GO TO 6100-PROXIMO-DO-CICLO-EXIT
007910     END-READ.
007920     IF IC-INVENTARIO NOT = WS-INVENTARIO
007930         SET WS-FIM-CICLO TO TRUE
007940     END-IF.
007950 6100-PROXIMO-DO-CICLO-EXIT.
007960     EXIT.

007970 9999-EXIT.
007980     STOP RUN.
