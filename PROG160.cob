001000******************************************************************
001010* PROGRAM-ID: PROG160
001020* AUTHOR:      R. ALMEIDA - APPLICATIONS
001030* INSTALLATION: CONTABILIDADE
001040* DATE-WRITTEN: 2026-09-14
001050* DATE-COMPILED:
001060* PURPOSE:     MONTH-END STOCK VALUATION. EVERY PRODUCT WITH A
001070*              BALANCE ON PRODFILE IS VALUED AT ITS WEIGHTED-
001080*              AVERAGE COST (PD-CUSTO-MEDIO, KEPT BY THE PROG127
001090*              RECEIPTS), PER PRODUCT AND IN TOTAL, THROUGH THE
001100*              PROG68 REPORT SERVICES. THE TOTAL IS THEN TIED TO
001110*              THE GL STOCK ACCOUNT: THE "ESTOQUE" EVENT IS
001120*              RESOLVED THROUGH PROG138 AND THE GLFILE DEBITS
001130*              LESS CREDITS ON THAT ACCOUNT, UP TO AND INCLUDING
001140*              THE PERIOD ASKED FOR, ARE SET AGAINST THE
001150*              VALUATION. A DIFFERENCE GOES TO THE SHARED
001160*              EXCEPTIONS FILE AND ENDS THE RUN WITH RETURN CODE
001170*              4. A PRODUCT IN STOCK WITH NO COST IS COUNTED AND
001180*              LISTED - IT IS VALUED AT ZERO.
001190* ----------------------------------------------------------------
001200* MODIFICATION HISTORY
001210* DATE       INIT DESCRIPTION
001220* 2026-09-14 RA   INITIAL VERSION
001230******************************************************************
001240 IDENTIFICATION DIVISION.
001250 PROGRAM-ID. PROG160.

001260 ENVIRONMENT DIVISION.
001270 INPUT-OUTPUT SECTION.
001280 FILE-CONTROL.
001290     SELECT PRODUCT-MASTER ASSIGN TO "PRODFILE"
001300         ORGANIZATION IS INDEXED
001310         ACCESS MODE IS DYNAMIC
001320         RECORD KEY IS PD-PRODUTO
001330         FILE STATUS IS FS-PRODFILE.

001340     SELECT GL-INTERFACE ASSIGN TO "GLFILE"
001350         ORGANIZATION IS LINE SEQUENTIAL
001360         FILE STATUS IS FS-GLFILE.

001370     SELECT EXCEPTION-FILE ASSIGN TO "EXCPFILE"
001380         ORGANIZATION IS LINE SEQUENTIAL
001390         FILE STATUS IS FS-EXCPFILE.

001400 DATA DIVISION.
001410 FILE SECTION.
001420 FD  PRODUCT-MASTER.
001430 COPY PRODREC.

001440 FD  GL-INTERFACE.
001450 COPY GLREC.

001460 FD  EXCEPTION-FILE.
001470 COPY EXCPREC.

001480 WORKING-STORAGE SECTION.
001490 01  FS-PRODFILE                 PIC X(02).
001500     88  FS-PRODFILE-OK          VALUE "00".
001510     88  FS-PRODFILE-EOF         VALUE "10".

001520 01  FS-GLFILE                   PIC X(02).
001530     88  FS-GLFILE-OK            VALUE "00".
001540     88  FS-GLFILE-EOF           VALUE "10".

001550 01  FS-EXCPFILE                 PIC X(02).
001560     88  FS-EXCPFILE-OK          VALUE "00".

001570 01  WS-MENSAGEM                 PIC X(40).
001580 01  WS-VALOR-ENT                PIC 9(09).
001590 01  WS-LIMITE-MIN               PIC 9(09).
001600 01  WS-LIMITE-MAX               PIC 9(09).
001610 01  WS-PERIODO-APURADO          PIC 9(06).

001620 01  WS-VALOR-PRODUTO            PIC S9(11)V9(02).
001630 01  WS-TOTAL-ESTOQUE            PIC S9(13)V9(02) VALUE ZERO.
001640 01  WS-SALDO-CONTABIL           PIC S9(13)V9(02) VALUE ZERO.
001650 01  WS-DIFERENCA                PIC S9(13)V9(02).

001660 01  WS-CONTADORES.
001670     05  WS-QTD-PRODUTOS         PIC 9(05) VALUE ZERO.
001680     05  WS-QTD-SEM-CUSTO        PIC 9(05) VALUE ZERO.
001690     05  WS-QTD-LANCAMENTOS      PIC 9(07) VALUE ZERO.

001700 01  WS-QTD-ED                   PIC -Z,ZZZ,ZZ9.
001710 01  WS-CUSTO-ED                 PIC Z,ZZZ,ZZ9.9999.
001720 01  WS-VALOR-ED                 PIC -ZZZ,ZZZ,ZZ9.99.
001730 01  WS-TOTAL-ED                 PIC -Z,ZZZ,ZZZ,ZZ9.99.

001740 01  WS-CHAMADA-MAPA.
001750     05  WS-MAPA-EVENTO          PIC X(12).
001760     05  WS-MAPA-DEPARTAMENTO    PIC X(10).
001770     05  WS-MAPA-DEBITO          PIC X(12).
001780     05  WS-MAPA-CREDITO         PIC X(12).
001790     05  WS-MAPA-CENTRO          PIC X(10).
001800     05  WS-MAPA-STATUS          PIC X(01).
001810         88  WS-MAPEADO          VALUE "1".
001820         88  WS-SEM-MAPA         VALUE "2".
001830         88  WS-SEM-TABELA       VALUE "3".
001840 01  WS-CONTA-DEBITO-RES         PIC X(12).
001850 01  WS-CONTA-CREDITO-RES       PIC X(12).

001860 01  WS-LINHA-REL                PIC X(80).
001870 01  WS-FUNCAO-REL               PIC X(01).
001880 01  WS-TITULO-REL               PIC X(60).
001890 01  WS-COLUNAS-REL              PIC X(80).

001900 01  WS-DESCRICAO-AUD            PIC X(60).

001910 PROCEDURE DIVISION.

001920*----------------------------------------------------------------
001930* 0000-MAINLINE
001940*----------------------------------------------------------------
001950 0000-MAINLINE.
001960     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.

001970     MOVE LOW-VALUES TO PD-PRODUTO.
001980     START PRODUCT-MASTER KEY IS NOT LESS THAN PD-PRODUTO
001990         INVALID KEY
002000             SET FS-PRODFILE-EOF TO TRUE
002010     END-START.
002020     PERFORM 2000-VALORIZAR-PRODUTO
002030         THRU 2000-VALORIZAR-PRODUTO-EXIT
002040         UNTIL FS-PRODFILE-EOF.

002050     PERFORM 3000-APURAR-CONTABIL THRU 3000-APURAR-CONTABIL-EXIT.
002060     PERFORM 8000-FINALIZAR THRU 8000-FINALIZAR-EXIT.
002070     GO TO 9999-EXIT.

002080*----------------------------------------------------------------
002090* 1000-INICIALIZAR
002100*----------------------------------------------------------------
002110 1000-INICIALIZAR.
002120     MOVE "PERIODO DE FECHAMENTO (AAAAMM)" TO WS-MENSAGEM.
002130     MOVE 190001 TO WS-LIMITE-MIN.
002140     MOVE 999912 TO WS-LIMITE-MAX.
002150     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
002160         WS-LIMITE-MIN WS-LIMITE-MAX.
002170     MOVE WS-VALOR-ENT TO WS-PERIODO-APURADO.

002180     OPEN INPUT PRODUCT-MASTER.
002190     IF NOT FS-PRODFILE-OK
002200         DISPLAY "PROG160: CADASTRO DE PRODUTOS (PRODFILE) "
002210             "INDISPONIVEL"
002220         GO TO 9999-EXIT
002230     END-IF.

002240     MOVE "I" TO WS-FUNCAO-REL.
002250     MOVE SPACES TO WS-TITULO-REL.
002260     STRING "VALORIZACAO DO ESTOQUE A CUSTO MEDIO - PERIODO "
002270         WS-PERIODO-APURADO DELIMITED BY SIZE
002280         INTO WS-TITULO-REL.
002290     MOVE "PRODUTO  DESCRICAO         SALDO  CUSTO MEDIO   VALOR"
002300         TO WS-COLUNAS-REL.
002310     MOVE SPACES TO WS-LINHA-REL.
002320     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
002330         WS-COLUNAS-REL WS-LINHA-REL.
002340 1000-INICIALIZAR-EXIT.
002350     EXIT.

002360*----------------------------------------------------------------
002370* 2000-VALORIZAR-PRODUTO - ONE PRODUCT PER PASS; A ZERO BALANCE
002380*                          HAS NOTHING TO VALUE
002390*----------------------------------------------------------------
002400 2000-VALORIZAR-PRODUTO.
002410     READ PRODUCT-MASTER NEXT
002420         AT END
002430             SET FS-PRODFILE-EOF TO TRUE
002440             GO TO 2000-VALORIZAR-PRODUTO-EXIT
002450     END-READ.
002460     IF PD-SALDO = ZERO
002470         GO TO 2000-VALORIZAR-PRODUTO-EXIT
002480     END-IF.

002490     ADD 1 TO WS-QTD-PRODUTOS.
002500     IF PD-CUSTO-MEDIO = ZERO
002510         ADD 1 TO WS-QTD-SEM-CUSTO
002520     END-IF.
002530     COMPUTE WS-VALOR-PRODUTO ROUNDED =
002540         PD-SALDO * PD-CUSTO-MEDIO.
002550     ADD WS-VALOR-PRODUTO TO WS-TOTAL-ESTOQUE.

002560     MOVE PD-SALDO         TO WS-QTD-ED.
002570     MOVE PD-CUSTO-MEDIO   TO WS-CUSTO-ED.
002580     MOVE WS-VALOR-PRODUTO TO WS-VALOR-ED.
002590     MOVE SPACES TO WS-LINHA-REL.
002600     STRING PD-PRODUTO " " PD-DESCRICAO(1:18) " " WS-QTD-ED
002610         " " WS-CUSTO-ED " " WS-VALOR-ED
002620         DELIMITED BY SIZE INTO WS-LINHA-REL.
002630     IF PD-CUSTO-MEDIO = ZERO
002640         MOVE "SEM CUSTO" TO WS-LINHA-REL(72:9)
002650     END-IF.
002660     MOVE "D" TO WS-FUNCAO-REL.
002670     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
002680         WS-COLUNAS-REL WS-LINHA-REL.
002690 2000-VALORIZAR-PRODUTO-EXIT.
002700     EXIT.

002710*----------------------------------------------------------------
002720* 3000-APURAR-CONTABIL - THE GL STOCK BALANCE: DEBITS LESS
002730*                        CREDITS ON THE ACCOUNTS THE "ESTOQUE"
002740*                        EVENT RESOLVES TO, THROUGH THE PERIOD
002750*----------------------------------------------------------------
002760 3000-APURAR-CONTABIL.
002770     MOVE SPACES         TO WS-MAPA-DEPARTAMENTO.
002780     MOVE "ESTOQUE     " TO WS-MAPA-EVENTO.
002790     CALL "PROG138" USING WS-MAPA-EVENTO WS-MAPA-DEPARTAMENTO
002800         WS-MAPA-DEBITO WS-MAPA-CREDITO WS-MAPA-CENTRO
002810         WS-MAPA-STATUS.
002820     IF WS-SEM-MAPA
002830         DISPLAY "PROG160: EVENTO " WS-MAPA-EVENTO " SEM "
002840             "MAPEAMENTO DE CONTA - CONCILIACAO NAO FEITA"
002850         MOVE 8 TO RETURN-CODE
002860         GO TO 3000-APURAR-CONTABIL-EXIT
002870     END-IF.
002880     IF WS-MAPEADO
002890         MOVE WS-MAPA-DEBITO  TO WS-CONTA-DEBITO-RES
002900         MOVE WS-MAPA-CREDITO TO WS-CONTA-CREDITO-RES
002910     ELSE
002920         MOVE "ESTOQUE     " TO WS-CONTA-DEBITO-RES
002930         MOVE "ESTOQUE     " TO WS-CONTA-CREDITO-RES
002940     END-IF.

002950     OPEN INPUT GL-INTERFACE.
002960     IF NOT FS-GLFILE-OK
002970         DISPLAY "PROG160: SEM GL-INTERFACE (" FS-GLFILE
002980             ") - SALDO CONTABIL ZERO"
002990         GO TO 3000-APURAR-CONTABIL-EXIT
003000     END-IF.
003010     PERFORM 3100-LER-LANCAMENTO THRU 3100-LER-LANCAMENTO-EXIT
003020         UNTIL FS-GLFILE-EOF.
003030     CLOSE GL-INTERFACE.
003040 3000-APURAR-CONTABIL-EXIT.
003050     EXIT.

003060 3100-LER-LANCAMENTO.
003070     READ GL-INTERFACE
003080         AT END
003090             SET FS-GLFILE-EOF TO TRUE
003100             GO TO 3100-LER-LANCAMENTO-EXIT
003110     END-READ.
003120     IF GL-PERIODO > WS-PERIODO-APURADO
003130         GO TO 3100-LER-LANCAMENTO-EXIT
003140     END-IF.

003150     IF GL-DEBITO AND GL-CONTA = WS-CONTA-DEBITO-RES
003160         ADD 1 TO WS-QTD-LANCAMENTOS
003170         ADD GL-VALOR TO WS-SALDO-CONTABIL
003180     END-IF.
003190     IF GL-CREDITO AND GL-CONTA = WS-CONTA-CREDITO-RES
003200         ADD 1 TO WS-QTD-LANCAMENTOS
003210         SUBTRACT GL-VALOR FROM WS-SALDO-CONTABIL
003220     END-IF.
003230 3100-LER-LANCAMENTO-EXIT.
003240     EXIT.

003250*----------------------------------------------------------------
003260* 8000-FINALIZAR - VALUATION TOTAL, GL BALANCE AND THE
003270*                   DIFFERENCE BETWEEN THEM
003280*----------------------------------------------------------------
003290 8000-FINALIZAR.
003300     COMPUTE WS-DIFERENCA =
003310         WS-TOTAL-ESTOQUE - WS-SALDO-CONTABIL.

003320     MOVE "T" TO WS-FUNCAO-REL.
003330     MOVE WS-TOTAL-ESTOQUE TO WS-TOTAL-ED.
003340     MOVE SPACES TO WS-LINHA-REL.
003350     STRING "VALOR DO ESTOQUE ..... : " WS-TOTAL-ED
003360         "  PRODUTOS " WS-QTD-PRODUTOS
003370         DELIMITED BY SIZE INTO WS-LINHA-REL.
003380     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
003390         WS-COLUNAS-REL WS-LINHA-REL.
003400     MOVE WS-SALDO-CONTABIL TO WS-TOTAL-ED.
003410     MOVE SPACES TO WS-LINHA-REL.
003420     STRING "SALDO CONTABIL ....... : " WS-TOTAL-ED
003430         "  CONTA " WS-CONTA-DEBITO-RES
003440         DELIMITED BY SIZE INTO WS-LINHA-REL.
003450     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
003460         WS-COLUNAS-REL WS-LINHA-REL.
003470     MOVE WS-DIFERENCA TO WS-TOTAL-ED.
003480     MOVE SPACES TO WS-LINHA-REL.
003490     STRING "DIFERENCA ............ : " WS-TOTAL-ED
003500         DELIMITED BY SIZE INTO WS-LINHA-REL.
003510     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
003520         WS-COLUNAS-REL WS-LINHA-REL.
003530     IF WS-QTD-SEM-CUSTO > ZERO
003540         MOVE SPACES TO WS-LINHA-REL
003550         STRING "PRODUTOS EM ESTOQUE SEM CUSTO MEDIO: "
003560             WS-QTD-SEM-CUSTO
003570             DELIMITED BY SIZE INTO WS-LINHA-REL
003580         CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
003590             WS-COLUNAS-REL WS-LINHA-REL
003600     END-IF.
003610     MOVE "F" TO WS-FUNCAO-REL.
003620     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
003630         WS-COLUNAS-REL WS-LINHA-REL.

003640     CLOSE PRODUCT-MASTER.

003650     IF WS-DIFERENCA NOT = ZERO
003660         DISPLAY "PROG160: ESTOQUE NAO CONFERE COM A "
003670             "CONTABILIDADE - DIFERENCA: " WS-TOTAL-ED
003680         PERFORM 8100-GRAVAR-EXCECAO
003690             THRU 8100-GRAVAR-EXCECAO-EXIT
003700         IF RETURN-CODE < 4
003710             MOVE 4 TO RETURN-CODE
003720         END-IF
003730     END-IF.

003740     MOVE SPACES TO WS-DESCRICAO-AUD.
003750     STRING "VALORIZOU ESTOQUE DO PERIODO " WS-PERIODO-APURADO
003760         DELIMITED BY SIZE INTO WS-DESCRICAO-AUD.
003770     CALL "PROG22" USING "PROG160 " WS-DESCRICAO-AUD.
003780 8000-FINALIZAR-EXIT.
003790     EXIT.

003800*----------------------------------------------------------------
003810* 8100-GRAVAR-EXCECAO - SAME APPEND-OR-CREATE SHAPE AS PROG63
003820*----------------------------------------------------------------
003830 8100-GRAVAR-EXCECAO.
003840     ACCEPT EXCP-DATA FROM DATE YYYYMMDD.
003850     ACCEPT EXCP-HORA FROM TIME.
003860     MOVE "PROG160 " TO EXCP-PROGRAMA.
003870     MOVE SPACES TO EXCP-CAMPO.
003880     STRING "ESTOQUE " WS-PERIODO-APURADO
003890         DELIMITED BY SIZE INTO EXCP-CAMPO.
003900     MOVE WS-TOTAL-ED TO EXCP-VALOR.
003910     MOVE "VALORIZACAO DIFERE DO SALDO CONTABIL" TO EXCP-REGRA.
003920     MOVE "A"   TO EXCP-STATUS.
003930     MOVE SPACES TO EXCP-RESPONSAVEL.
003940     MOVE ZERO  TO EXCP-DATA-RESOLUCAO.
003950     MOVE SPACES TO EXCP-NOTAS.
003960     OPEN EXTEND EXCEPTION-FILE.
003970     IF NOT FS-EXCPFILE-OK
003980         OPEN OUTPUT EXCEPTION-FILE
003990     END-IF.
004000     WRITE EXCP-REC.
004010     CLOSE EXCEPTION-FILE.
004020 8100-GRAVAR-EXCECAO-EXIT.
004030     EXIT.

004040 9999-EXIT.
004050     STOP RUN.
