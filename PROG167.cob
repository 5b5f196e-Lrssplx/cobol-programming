001000******************************************************************
001010* PROGRAM-ID: PROG167
001020* AUTHOR:      R. ALMEIDA - APPLICATIONS
001030* INSTALLATION: FATURAMENTO / CONTABILIDADE
001040* DATE-WRITTEN: 2026-09-21
001050* DATE-COMPILED:
001060* PURPOSE:     DOUBTFUL-ACCOUNTS PROVISION AND BAD-DEBT WRITE-OFF.
001070*              OPERATION 1 MAINTAINS THE PERCENTAGE PROVIDED PER
001080*              AGING BUCKET (PROVFILE). OPERATION 2 IS THE MONTH-
001090*              END RUN: THE OPEN RECEIVABLES ARE AGED THROUGH
001100*              PROG74 INTO THE PROG130 BUCKETS, EACH BUCKET TIMES
001110*              ITS PERCENTAGE GIVES THE PROVISION REQUIRED, AND
001120*              ONLY THE CHANGE AGAINST THE BALANCE ALREADY BOOKED
001130*              IS POSTED TO GLFILE (DESP-PDD / PROVISAO-PDD,
001140*              RESOLVED THROUGH PROG138). OPERATION 3 WRITES ONE
001150*              TITLE OFF UNDER A SUPERVISOR SIGN-OFF AND A REASON:
001160*              THE TITLE GOES TO STATUS "P" AND THE LOSS IS
001170*              POSTED AGAINST THE PROVISION, ANY EXCESS OVER THE
001180*              PROVISION TO EXPENSE. RECOVERIES COME IN THROUGH
001190*              PROG128. EVERY OPERATION IS LOGGED THROUGH PROG22.
001200* ----------------------------------------------------------------
001210* MODIFICATION HISTORY
001220* DATE       INIT DESCRIPTION
001230* 2026-09-21 RA   INITIAL VERSION
001231* 2026-10-15 RA   GL-EMPRESA LEFT BLANK ON THE GL ROWS (BLANK
001232*                 MEANS COMPANY 001).
001240******************************************************************
001250 IDENTIFICATION DIVISION.
001260 PROGRAM-ID. PROG167.

001270 ENVIRONMENT DIVISION.
001280 INPUT-OUTPUT SECTION.
001290 FILE-CONTROL.
001300     SELECT RECEIVABLE-FILE ASSIGN TO "ARFILE"
001310         ORGANIZATION IS INDEXED
001320         ACCESS MODE IS DYNAMIC
001330         RECORD KEY IS AR-NUMERO-NOTA
001340         FILE STATUS IS FS-ARFILE.

001350     SELECT PROVISION-FILE ASSIGN TO "PROVFILE"
001360         ORGANIZATION IS INDEXED
001370         ACCESS MODE IS DYNAMIC
001380         RECORD KEY IS PV-CHAVE
001390         FILE STATUS IS FS-PROVFILE.

001400     SELECT OPERATOR-FILE ASSIGN TO "OPERADOR"
001410         ORGANIZATION IS INDEXED
001420         ACCESS MODE IS DYNAMIC
001430         RECORD KEY IS OP-CODIGO-OPERADOR
001440         FILE STATUS IS FS-OPERADOR.

001450     SELECT GL-INTERFACE ASSIGN TO "GLFILE"
001460         ORGANIZATION IS LINE SEQUENTIAL
001470         FILE STATUS IS FS-GLFILE.

001480 DATA DIVISION.
001490 FILE SECTION.
001500 FD  RECEIVABLE-FILE.
001510 COPY ARREC.

001520 FD  PROVISION-FILE.
001530 COPY PROVREC.

001540 FD  OPERATOR-FILE.
001550 COPY OPERREC.

001560 FD  GL-INTERFACE.
001570 COPY GLREC.

001580 WORKING-STORAGE SECTION.
001590 01  FS-ARFILE                   PIC X(02).
001600     88  FS-ARFILE-OK            VALUE "00".
001610     88  FS-ARFILE-EOF           VALUE "10".

001620 01  FS-PROVFILE                 PIC X(02).
001630     88  FS-PROVFILE-OK          VALUE "00".

001640 01  FS-OPERADOR                 PIC X(02).
001650     88  FS-OPERADOR-OK          VALUE "00".

001660 01  FS-GLFILE                   PIC X(02).
001670     88  FS-GLFILE-OK            VALUE "00".

001680 01  WS-OPCAO-SW                 PIC X(01).
001690     88  WS-OPCAO-PERCENTUAIS    VALUE "1".
001700     88  WS-OPCAO-PROVISIONAR    VALUE "2".
001710     88  WS-OPCAO-BAIXAR         VALUE "3".

001720 01  WS-JA-EXISTE-SW             PIC X(01) VALUE "N".
001730     88  WS-JA-EXISTE            VALUE "Y".

001740 01  WS-MENSAGEM                 PIC X(40).
001750 01  WS-VALOR-ENT                PIC 9(09).
001760 01  WS-LIMITE-MIN               PIC 9(09).
001770 01  WS-LIMITE-MAX               PIC 9(09).

001780 01  WS-DATA-ATUAL               PIC 9(08).
001790 01  WS-DATA-REFERENCIA          PIC 9(08).
001800 01  WS-DATA-OK-SW               PIC X(01) VALUE "N".
001810     88  WS-DATA-VALIDA          VALUE "Y".
001820 01  WS-DIAS-ATRASO              PIC S9(07).

001830 01  WS-CHAMADA-DATA.
001840     05  WS-DT-FUNCAO            PIC X(01).
001850     05  WS-DT-DATA-1            PIC 9(08).
001860     05  WS-DT-DATA-2            PIC 9(08).
001870     05  WS-DT-QUANTIDADE        PIC S9(07).
001880     05  WS-DT-UNIDADE           PIC X(01).
001890     05  WS-DT-STATUS            PIC X(01).
001900         88  WS-DT-OK            VALUE "1".

001910* THE FIVE PROG130 AGING BUCKETS
001920 01  WS-NOMES-FAIXA-VALORES.
001930     05  FILLER                  PIC X(10) VALUE "CORRENTE".
001940     05  FILLER                  PIC X(10) VALUE "ATE 30".
001950     05  FILLER                  PIC X(10) VALUE "ATE 60".
001960     05  FILLER                  PIC X(10) VALUE "ATE 90".
001970     05  FILLER                  PIC X(10) VALUE "MAIS DE 90".
001980 01  WS-NOMES-FAIXA REDEFINES WS-NOMES-FAIXA-VALORES.
001990     05  WS-NOME-FAIXA           PIC X(10) OCCURS 5 TIMES.

002000 01  WS-FAIXA                    PIC 9(03) COMP.
002010 01  WS-TABELA-FAIXAS.
002020     05  WS-FX-ENTRADA OCCURS 5 TIMES.
002030         10  WS-FX-SALDO         PIC 9(11)V9(02).
002040         10  WS-FX-PROVISAO      PIC 9(11)V9(02).

002050 01  WS-QTD-TITULOS              PIC 9(07) VALUE ZERO.
002060 01  WS-TOTAL-ABERTO             PIC 9(11)V9(02) VALUE ZERO.
002070 01  WS-PROVISAO-NOVA            PIC 9(11)V9(02) VALUE ZERO.
002080 01  WS-VARIACAO                 PIC 9(11)V9(02).

002090 01  WS-VALOR-ED                 PIC ZZZ,ZZZ,ZZ9.99.
002100 01  WS-PROVISAO-ED              PIC ZZZ,ZZZ,ZZ9.99.
002110 01  WS-ANTERIOR-ED              PIC ZZZ,ZZZ,ZZ9.99.
002120 01  WS-PCT-ED                   PIC ZZ9.99.

002130* WRITE-OFF
002140 01  WS-MOTIVO                   PIC X(30).
002150 01  WS-RESPOSTA                 PIC X(01).
002160     88  WS-RESPOSTA-SIM         VALUE "S" "s".
002170 01  WS-APROVADO-SW              PIC X(01) VALUE "N".
002180     88  WS-APROVADO             VALUE "Y".
002190 01  WS-CODIGO-APROV             PIC X(06).
002200 01  WS-PERDA-PROVISAO           PIC 9(11)V9(02).
002210 01  WS-PERDA-DESPESA            PIC 9(11)V9(02).

002220* ONE BALANCED PAIR: THE DEBIT AND CREDIT EVENTS AND WHICH SIDE
002230* OF EACH EVENT'S MAPPING HOLDS THE ACCOUNT
002240 01  WS-EVENTO-DEBITO            PIC X(12).
002250 01  WS-LADO-DEBITO              PIC X(01).
002260 01  WS-EVENTO-CREDITO           PIC X(12).
002270 01  WS-LADO-CREDITO             PIC X(01).
002280 01  WS-VALOR-LANCAR             PIC 9(11)V9(02).
002290 01  WS-LANCADO-SW               PIC X(01).
002300     88  WS-LANCADO              VALUE "Y".

002310 01  WS-LADO-MAPA                PIC X(01).
002320     88  WS-LADO-MAPA-DEBITO     VALUE "D".
002330 01  WS-CONTA-RES                PIC X(12).
002340 01  WS-CONTA-DEBITO-RES         PIC X(12).
002350 01  WS-CONTA-CREDITO-RES        PIC X(12).

002360 01  WS-CHAMADA-MAPA.
002370     05  WS-MAPA-EVENTO          PIC X(12).
002380     05  WS-MAPA-DEPARTAMENTO    PIC X(10).
002390     05  WS-MAPA-DEBITO          PIC X(12).
002400     05  WS-MAPA-CREDITO         PIC X(12).
002410     05  WS-MAPA-CENTRO          PIC X(10).
002420     05  WS-MAPA-STATUS          PIC X(01).
002430         88  WS-MAPEADO          VALUE "1".
002440         88  WS-SEM-MAPA         VALUE "2".

002450 01  WS-LINHA-REL                PIC X(80).
002460 01  WS-FUNCAO-REL               PIC X(01).
002470 01  WS-TITULO-REL               PIC X(60).
002480 01  WS-COLUNAS-REL              PIC X(80).

002490 01  WS-DESCRICAO-AUD            PIC X(60).

002500 PROCEDURE DIVISION.

002510*----------------------------------------------------------------
002520* 0000-MAINLINE
002530*----------------------------------------------------------------
002540 0000-MAINLINE.
002550     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
002560     EVALUATE TRUE
002570         WHEN WS-OPCAO-PERCENTUAIS
002580             PERFORM 2000-PERCENTUAIS THRU 2000-PERCENTUAIS-EXIT
002590         WHEN WS-OPCAO-PROVISIONAR
002600             PERFORM 3000-PROVISIONAR THRU 3000-PROVISIONAR-EXIT
002610         WHEN WS-OPCAO-BAIXAR
002620             PERFORM 4000-BAIXAR THRU 4000-BAIXAR-EXIT
002630         WHEN OTHER
002640             DISPLAY "PROG167: OPERACAO INVALIDA"
002650             MOVE 8 TO RETURN-CODE
002660     END-EVALUATE.
002670     CLOSE PROVISION-FILE.
002680     GO TO 9999-EXIT.

002690*----------------------------------------------------------------
002700* 1000-INICIALIZAR
002710*----------------------------------------------------------------
002720 1000-INICIALIZAR.
002730     ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.

002740     OPEN I-O PROVISION-FILE.
002750     IF NOT FS-PROVFILE-OK
002760         OPEN OUTPUT PROVISION-FILE
002770         CLOSE PROVISION-FILE
002780         OPEN I-O PROVISION-FILE
002790     END-IF.
002800     IF NOT FS-PROVFILE-OK
002810         DISPLAY "PROG167: ERRO AO ABRIR PROVISION-FILE "
002820                 FS-PROVFILE
002830         GO TO 9999-EXIT
002840     END-IF.

002850     MOVE "PADRAO    " TO PV-CHAVE.
002860     READ PROVISION-FILE
002870         INVALID KEY
002880             MOVE "N" TO WS-JA-EXISTE-SW
002890             MOVE ZERO TO PV-PERCENTUAIS
002900             MOVE ZERO TO PV-SALDO-PROVISAO
002910             MOVE ZERO TO PV-DATA-ULTIMA-APURACAO
002920         NOT INVALID KEY
002930             MOVE "Y" TO WS-JA-EXISTE-SW
002940     END-READ.

002950     DISPLAY "OPERACAO (1 = PERCENTUAIS / 2 = PROVISAO MENSAL / "
002960             "3 = BAIXA POR PERDA)".
002970     ACCEPT WS-OPCAO-SW.
002980 1000-INICIALIZAR-EXIT.
002990     EXIT.

003000*----------------------------------------------------------------
003010* 2000-PERCENTUAIS - ONE PERCENTAGE PER BUCKET, KEYED IN
003020*                     HUNDREDTHS OF A PERCENT (5000 = 50,00%)
003030*----------------------------------------------------------------
003040 2000-PERCENTUAIS.
003050     PERFORM 2100-LER-PERCENTUAL THRU 2100-LER-PERCENTUAL-EXIT
003060         VARYING WS-FAIXA FROM 1 BY 1
003070         UNTIL WS-FAIXA > 5.

003080     MOVE "PADRAO    " TO PV-CHAVE.
003090     IF WS-JA-EXISTE
003100         REWRITE PROVISAO-REC
003110     ELSE
003120         WRITE PROVISAO-REC
003130     END-IF.
003140     IF NOT FS-PROVFILE-OK
003150         DISPLAY "PROG167: ERRO AO GRAVAR PERCENTUAIS - "
003160             FS-PROVFILE
003170         MOVE 8 TO RETURN-CODE
003180         GO TO 2000-PERCENTUAIS-EXIT
003190     END-IF.
003200     SET WS-JA-EXISTE TO TRUE.

003210     DISPLAY "PROG167: PERCENTUAIS DE PROVISAO GRAVADOS".
003220     MOVE SPACES TO WS-DESCRICAO-AUD.
003230     STRING "GRAVOU PERCENTUAIS PDD " PV-PCT-CORRENTE "/"
003240         PV-PCT-30 "/" PV-PCT-60 "/" PV-PCT-90 "/"
003250         PV-PCT-MAIS-90
003260         DELIMITED BY SIZE INTO WS-DESCRICAO-AUD.
003270     CALL "PROG22" USING "PROG167 " WS-DESCRICAO-AUD.
003280 2000-PERCENTUAIS-EXIT.
003290     EXIT.

003300 2100-LER-PERCENTUAL.
003310     MOVE SPACES TO WS-MENSAGEM.
003320     STRING "% PROVISAO " WS-NOME-FAIXA(WS-FAIXA)
003330         " (CENTESIMOS)" DELIMITED BY SIZE INTO WS-MENSAGEM.
003340     MOVE ZERO TO WS-LIMITE-MIN.
003350     MOVE 10000 TO WS-LIMITE-MAX.
003360     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
003370         WS-LIMITE-MIN WS-LIMITE-MAX.
003380     COMPUTE PV-PCT-FAIXA(WS-FAIXA) = WS-VALOR-ENT / 100.
003390 2100-LER-PERCENTUAL-EXIT.
003400     EXIT.

003410*----------------------------------------------------------------
003420* 3000-PROVISIONAR - MONTH-END: PROVISION REQUIRED BY BUCKET, THE
003430*                     CHANGE AGAINST THE BOOKED BALANCE POSTED
003440*----------------------------------------------------------------
003450 3000-PROVISIONAR.
003460     IF NOT WS-JA-EXISTE
003470         DISPLAY "PROG167: PERCENTUAIS DE PROVISAO NAO "
003480             "CADASTRADOS - USE A OPERACAO 1"
003490         MOVE 8 TO RETURN-CODE
003500         GO TO 3000-PROVISIONAR-EXIT
003510     END-IF.

003520     PERFORM 3100-LER-DATA-REFERENCIA
003530         THRU 3100-LER-DATA-REFERENCIA-EXIT
003540         UNTIL WS-DATA-VALIDA.

003550     OPEN INPUT RECEIVABLE-FILE.
003560     IF NOT FS-ARFILE-OK
003570         DISPLAY "PROG167: CONTAS A RECEBER (ARFILE) "
003580             "INDISPONIVEL - " FS-ARFILE
003590         MOVE 8 TO RETURN-CODE
003600         GO TO 3000-PROVISIONAR-EXIT
003610     END-IF.

003620     MOVE ZERO TO WS-TABELA-FAIXAS.
003630     PERFORM 3200-CLASSIFICAR THRU 3200-CLASSIFICAR-EXIT
003640         UNTIL FS-ARFILE-EOF.
003650     CLOSE RECEIVABLE-FILE.

003660     PERFORM 3300-CALCULAR-FAIXA THRU 3300-CALCULAR-FAIXA-EXIT
003670         VARYING WS-FAIXA FROM 1 BY 1
003680         UNTIL WS-FAIXA > 5.

003690     PERFORM 3400-IMPRIMIR THRU 3400-IMPRIMIR-EXIT.

003700     IF WS-PROVISAO-NOVA = PV-SALDO-PROVISAO
003710         DISPLAY "PROG167: PROVISAO SEM VARIACAO - NADA A LANCAR"
003720     ELSE
003730         IF WS-PROVISAO-NOVA > PV-SALDO-PROVISAO
003740             COMPUTE WS-VARIACAO =
003750                 WS-PROVISAO-NOVA - PV-SALDO-PROVISAO
003760             MOVE "DESP-PDD    " TO WS-EVENTO-DEBITO
003770             MOVE "D" TO WS-LADO-DEBITO
003780             MOVE "PROVISAO-PDD" TO WS-EVENTO-CREDITO
003790             MOVE "C" TO WS-LADO-CREDITO
003800         ELSE
003810             COMPUTE WS-VARIACAO =
003820                 PV-SALDO-PROVISAO - WS-PROVISAO-NOVA
003830             MOVE "PROVISAO-PDD" TO WS-EVENTO-DEBITO
003840             MOVE "C" TO WS-LADO-DEBITO
003850             MOVE "DESP-PDD    " TO WS-EVENTO-CREDITO
003860             MOVE "D" TO WS-LADO-CREDITO
003870         END-IF
003880         MOVE WS-VARIACAO TO WS-VALOR-LANCAR
003890         PERFORM 6000-LANCAR-PAR THRU 6000-LANCAR-PAR-EXIT
003900         IF NOT WS-LANCADO
003910             DISPLAY "PROG167: VARIACAO NAO LANCADA - SALDO DA "
003920                 "PROVISAO MANTIDO"
003930             GO TO 3000-PROVISIONAR-EXIT
003940         END-IF
003950     END-IF.

003960* THE BOOKED BALANCE MOVES ONLY ONCE THE CHANGE IS ON THE
003970* JOURNAL, SO A FAILED RUN IS SIMPLY RERUN
003980     MOVE WS-PROVISAO-NOVA TO PV-SALDO-PROVISAO.
003990     MOVE WS-DATA-REFERENCIA TO PV-DATA-ULTIMA-APURACAO.
004000     REWRITE PROVISAO-REC.
004010     IF NOT FS-PROVFILE-OK
004020         DISPLAY "PROG167: ERRO AO ATUALIZAR PROVISAO - "
004030             FS-PROVFILE
004040         MOVE 8 TO RETURN-CODE
004050     END-IF.

004060     MOVE WS-PROVISAO-NOVA TO WS-PROVISAO-ED.
004070     MOVE SPACES TO WS-DESCRICAO-AUD.
004080     STRING "PROVISAO PDD EM " WS-DATA-REFERENCIA " SALDO "
004090         WS-PROVISAO-ED
004100         DELIMITED BY SIZE INTO WS-DESCRICAO-AUD.
004110     CALL "PROG22" USING "PROG167 " WS-DESCRICAO-AUD.
004120 3000-PROVISIONAR-EXIT.
004130     EXIT.

004140 3100-LER-DATA-REFERENCIA.
004150     MOVE "DATA DE REFERENCIA (0 = HOJE)" TO WS-MENSAGEM.
004160     MOVE ZERO TO WS-LIMITE-MIN.
004170     MOVE 99991231 TO WS-LIMITE-MAX.
004180     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
004190         WS-LIMITE-MIN WS-LIMITE-MAX.
004200     IF WS-VALOR-ENT = ZERO
004210         MOVE WS-DATA-ATUAL TO WS-DATA-REFERENCIA
004220     ELSE
004230         MOVE WS-VALOR-ENT TO WS-DATA-REFERENCIA
004240     END-IF.

004250     MOVE "V" TO WS-DT-FUNCAO.
004260     MOVE WS-DATA-REFERENCIA TO WS-DT-DATA-1.
004270     CALL "PROG74" USING WS-DT-FUNCAO WS-DT-DATA-1
004280         WS-DT-DATA-2 WS-DT-QUANTIDADE WS-DT-UNIDADE
004290         WS-DT-STATUS.
004300     IF WS-DT-OK
004310         SET WS-DATA-VALIDA TO TRUE
004320     ELSE
004330         DISPLAY "PROG167: DATA INVALIDA - REDIGITE"
004340     END-IF.
004350 3100-LER-DATA-REFERENCIA-EXIT.
004360     EXIT.

004370*----------------------------------------------------------------
004380* 3200-CLASSIFICAR - EACH OPEN ITEM INTO ITS BUCKET, DAYS PAST
004390*                     DUE THROUGH PROG74 AS PROG130 AGES THEM
004400*----------------------------------------------------------------
004410 3200-CLASSIFICAR.
004420     READ RECEIVABLE-FILE NEXT
004430         AT END
004440             SET FS-ARFILE-EOF TO TRUE
004450             GO TO 3200-CLASSIFICAR-EXIT
004460     END-READ.
004470     IF NOT AR-ABERTO
004480         GO TO 3200-CLASSIFICAR-EXIT
004490     END-IF.

004500     MOVE "D" TO WS-DT-FUNCAO.
004510     MOVE AR-VENCIMENTO TO WS-DT-DATA-1.
004520     MOVE WS-DATA-REFERENCIA TO WS-DT-DATA-2.
004530     CALL "PROG74" USING WS-DT-FUNCAO WS-DT-DATA-1
004540         WS-DT-DATA-2 WS-DT-QUANTIDADE WS-DT-UNIDADE
004550         WS-DT-STATUS.
004560     MOVE WS-DT-QUANTIDADE TO WS-DIAS-ATRASO.

004570     EVALUATE TRUE
004580         WHEN WS-DIAS-ATRASO <= ZERO
004590             MOVE 1 TO WS-FAIXA
004600         WHEN WS-DIAS-ATRASO <= 30
004610             MOVE 2 TO WS-FAIXA
004620         WHEN WS-DIAS-ATRASO <= 60
004630             MOVE 3 TO WS-FAIXA
004640         WHEN WS-DIAS-ATRASO <= 90
004650             MOVE 4 TO WS-FAIXA
004660         WHEN OTHER
004670             MOVE 5 TO WS-FAIXA
004680     END-EVALUATE.
004690     ADD AR-SALDO TO WS-FX-SALDO(WS-FAIXA).
004700     ADD AR-SALDO TO WS-TOTAL-ABERTO.
004710     ADD 1 TO WS-QTD-TITULOS.
004720 3200-CLASSIFICAR-EXIT.
004730     EXIT.

004740 3300-CALCULAR-FAIXA.
004750     COMPUTE WS-FX-PROVISAO(WS-FAIXA) ROUNDED =
004760         WS-FX-SALDO(WS-FAIXA) * PV-PCT-FAIXA(WS-FAIXA) / 100.
004770     ADD WS-FX-PROVISAO(WS-FAIXA) TO WS-PROVISAO-NOVA.
004780 3300-CALCULAR-FAIXA-EXIT.
004790     EXIT.

004800*----------------------------------------------------------------
004810* 3400-IMPRIMIR - ONE LINE PER BUCKET, THEN THE REQUIRED, BOOKED
004820*                  AND CHANGE FIGURES, VIA PROG68
004830*----------------------------------------------------------------
004840 3400-IMPRIMIR.
004850     MOVE "I" TO WS-FUNCAO-REL.
004860     MOVE SPACES TO WS-TITULO-REL.
004870     STRING "PROVISAO PARA DEVEDORES DUVIDOSOS - "
004880         WS-DATA-REFERENCIA DELIMITED BY SIZE INTO WS-TITULO-REL.
004890     MOVE "FAIXA          SALDO EM ABERTO       %       PROVISAO"
004900         TO WS-COLUNAS-REL.
004910     MOVE SPACES TO WS-LINHA-REL.
004920     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
004930         WS-COLUNAS-REL WS-LINHA-REL.

004940     PERFORM 3410-LINHA-FAIXA THRU 3410-LINHA-FAIXA-EXIT
004950         VARYING WS-FAIXA FROM 1 BY 1
004960         UNTIL WS-FAIXA > 5.

004970     MOVE WS-TOTAL-ABERTO TO WS-VALOR-ED.
004980     MOVE WS-PROVISAO-NOVA TO WS-PROVISAO-ED.
004990     MOVE SPACES TO WS-LINHA-REL.
005000     STRING "TOTAL     " WS-VALOR-ED "         " WS-PROVISAO-ED
005010         DELIMITED BY SIZE INTO WS-LINHA-REL.
005020     MOVE "T" TO WS-FUNCAO-REL.
005030     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
005040         WS-COLUNAS-REL WS-LINHA-REL.
005050     MOVE PV-SALDO-PROVISAO TO WS-ANTERIOR-ED.
005060     MOVE SPACES TO WS-LINHA-REL.
005070     STRING "PROVISAO CONTABILIZADA " WS-ANTERIOR-ED
005080         "  TITULOS " WS-QTD-TITULOS
005090         DELIMITED BY SIZE INTO WS-LINHA-REL.
005100     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
005110         WS-COLUNAS-REL WS-LINHA-REL.

005120     MOVE "F" TO WS-FUNCAO-REL.
005130     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
005140         WS-COLUNAS-REL WS-LINHA-REL.
005150 3400-IMPRIMIR-EXIT.
005160     EXIT.

005170 3410-LINHA-FAIXA.
005180     MOVE WS-FX-SALDO(WS-FAIXA) TO WS-VALOR-ED.
005190     MOVE PV-PCT-FAIXA(WS-FAIXA) TO WS-PCT-ED.
005200     MOVE WS-FX-PROVISAO(WS-FAIXA) TO WS-PROVISAO-ED.
005210     MOVE SPACES TO WS-LINHA-REL.
005220     STRING WS-NOME-FAIXA(WS-FAIXA) WS-VALOR-ED "  " WS-PCT-ED
005230         " " WS-PROVISAO-ED
005240         DELIMITED BY SIZE INTO WS-LINHA-REL.
005250     MOVE "D" TO WS-FUNCAO-REL.
005260     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
005270         WS-COLUNAS-REL WS-LINHA-REL.
005280 3410-LINHA-FAIXA-EXIT.
005290     EXIT.

005300*----------------------------------------------------------------
005310* 4000-BAIXAR - ONE TITLE WRITTEN OFF AS A BAD DEBT UNDER A
005320*                SUPERVISOR SIGN-OFF AND A REASON; THE LOSS
005330*                CONSUMES THE PROVISION FIRST
005340*----------------------------------------------------------------
005350 4000-BAIXAR.
005360     OPEN I-O RECEIVABLE-FILE.
005370     IF NOT FS-ARFILE-OK
005380         DISPLAY "PROG167: CONTAS A RECEBER (ARFILE) "
005390             "INDISPONIVEL - " FS-ARFILE
005400         MOVE 8 TO RETURN-CODE
005410         GO TO 4000-BAIXAR-EXIT
005420     END-IF.

005430     MOVE "NUMERO DA NOTA" TO WS-MENSAGEM.
005440     MOVE 1 TO WS-LIMITE-MIN.
005450     MOVE 99999999 TO WS-LIMITE-MAX.
005460     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
005470         WS-LIMITE-MIN WS-LIMITE-MAX.
005480     MOVE WS-VALOR-ENT TO AR-NUMERO-NOTA.
005490     READ RECEIVABLE-FILE
005500         INVALID KEY
005510             DISPLAY "PROG167: TITULO DA NOTA " AR-NUMERO-NOTA
005520                 " NAO ENCONTRADO"
005530             GO TO 4000-BAIXAR-FECHAR
005540     END-READ.
005550     IF NOT AR-ABERTO
005560         DISPLAY "PROG167: TITULO NAO ESTA EM ABERTO - BAIXA "
005570             "RECUSADA"
005580         GO TO 4000-BAIXAR-FECHAR
005590     END-IF.

005600     MOVE AR-SALDO TO WS-VALOR-ED.
005610     DISPLAY "PROG167: CLIENTE " AR-CLIENTE " SALDO " WS-VALOR-ED
005620         " VENCIMENTO " AR-VENCIMENTO.
005630     DISPLAY "MOTIVO DA BAIXA POR PERDA".
005640     MOVE SPACES TO WS-MOTIVO.
005650     ACCEPT WS-MOTIVO.
005660     IF WS-MOTIVO = SPACES
005670         DISPLAY "PROG167: MOTIVO OBRIGATORIO - BAIXA RECUSADA"
005680         GO TO 4000-BAIXAR-FECHAR
005690     END-IF.

005700     PERFORM 4100-AUTORIZAR THRU 4100-AUTORIZAR-EXIT.
005710     IF NOT WS-APROVADO
005720         DISPLAY "PROG167: BAIXA NAO AUTORIZADA"
005730         GO TO 4000-BAIXAR-FECHAR
005740     END-IF.

005750     IF AR-SALDO > PV-SALDO-PROVISAO
005760         MOVE PV-SALDO-PROVISAO TO WS-PERDA-PROVISAO
005770     ELSE
005780         MOVE AR-SALDO TO WS-PERDA-PROVISAO
005790     END-IF.
005800     COMPUTE WS-PERDA-DESPESA = AR-SALDO - WS-PERDA-PROVISAO.

005810     IF WS-PERDA-PROVISAO > ZERO
005820         MOVE "PROVISAO-PDD" TO WS-EVENTO-DEBITO
005830         MOVE "C" TO WS-LADO-DEBITO
005840         MOVE "CLIENTES    " TO WS-EVENTO-CREDITO
005850         MOVE "D" TO WS-LADO-CREDITO
005860         MOVE WS-PERDA-PROVISAO TO WS-VALOR-LANCAR
005870         PERFORM 6000-LANCAR-PAR THRU 6000-LANCAR-PAR-EXIT
005880         IF WS-LANCADO AND WS-JA-EXISTE
005890             SUBTRACT WS-PERDA-PROVISAO FROM PV-SALDO-PROVISAO
005900             REWRITE PROVISAO-REC
005910         END-IF
005920     END-IF.
005930     IF WS-PERDA-DESPESA > ZERO
005940         MOVE "DESP-PDD    " TO WS-EVENTO-DEBITO
005950         MOVE "D" TO WS-LADO-DEBITO
005960         MOVE "CLIENTES    " TO WS-EVENTO-CREDITO
005970         MOVE "D" TO WS-LADO-CREDITO
005980         MOVE WS-PERDA-DESPESA TO WS-VALOR-LANCAR
005990         PERFORM 6000-LANCAR-PAR THRU 6000-LANCAR-PAR-EXIT
006000     END-IF.

006010     MOVE "P" TO AR-STATUS.
006020     MOVE WS-DATA-ATUAL TO AR-DATA-BAIXA.
006030     MOVE WS-MOTIVO TO AR-MOTIVO-BAIXA.
006040     MOVE AR-SALDO TO AR-VALOR-BAIXADO.
006050     MOVE ZERO TO AR-VALOR-RECUPERADO.
006060     REWRITE TITULO-REC.
006070     IF NOT FS-ARFILE-OK
006080         DISPLAY "PROG167: ERRO AO BAIXAR TITULO - " FS-ARFILE
006090         MOVE 8 TO RETURN-CODE
006100         GO TO 4000-BAIXAR-FECHAR
006110     END-IF.

006120     DISPLAY "PROG167: TITULO " AR-NUMERO-NOTA " BAIXADO COMO "
006130         "PERDA - " WS-VALOR-ED.
006140     MOVE SPACES TO WS-DESCRICAO-AUD.
006150     STRING "PERDA NOTA " AR-NUMERO-NOTA " " WS-VALOR-ED
006160         " SUPERV " WS-CODIGO-APROV " " WS-MOTIVO
006170         DELIMITED BY SIZE INTO WS-DESCRICAO-AUD.
006180     CALL "PROG22" USING "PROG167 " WS-DESCRICAO-AUD.

006190 4000-BAIXAR-FECHAR.
006200     CLOSE RECEIVABLE-FILE.
006210 4000-BAIXAR-EXIT.
006220     EXIT.

006230*----------------------------------------------------------------
006240* 4100-AUTORIZAR - SUPERVISOR-LEVEL SIGN-OFF, THE SAME CHECK
006250*                   PROG131 RUNS
006260*----------------------------------------------------------------
006270 4100-AUTORIZAR.
006280     MOVE "N" TO WS-APROVADO-SW.
006290     DISPLAY "CONFIRMA A BAIXA POR PERDA? (S/N)".
006300     ACCEPT WS-RESPOSTA.
006310     IF NOT WS-RESPOSTA-SIM
006320         GO TO 4100-AUTORIZAR-EXIT
006330     END-IF.

006340     OPEN INPUT OPERATOR-FILE.
006350     IF NOT FS-OPERADOR-OK
006360         DISPLAY "PROG167: ERRO AO ABRIR OPERATOR-FILE "
006370             FS-OPERADOR
006380         GO TO 4100-AUTORIZAR-EXIT
006390     END-IF.

006400     DISPLAY "BAIXA - INFORME O CODIGO DO OPERADOR SUPERVISOR".
006410     ACCEPT WS-CODIGO-APROV.

006420     MOVE WS-CODIGO-APROV TO OP-CODIGO-OPERADOR.
006430     READ OPERATOR-FILE
006440         INVALID KEY
006450             DISPLAY "PROG167: OPERADOR NAO ENCONTRADO"
006460         NOT INVALID KEY
006470             IF OP-NIVEL-SUPERVISOR
006480                 MOVE "Y" TO WS-APROVADO-SW
006490             ELSE
006500                 DISPLAY "PROG167: OPERADOR SEM NIVEL DE "
006510                     "APROVACAO"
006520             END-IF
006530     END-READ.
006540     CLOSE OPERATOR-FILE.
006550 4100-AUTORIZAR-EXIT.
006560     EXIT.

006570*----------------------------------------------------------------
006580* 6000-LANCAR-PAR - ONE BALANCED DEBIT/CREDIT PAIR; BOTH SIDES
006590*                    RESOLVE BEFORE EITHER IS WRITTEN
006600*----------------------------------------------------------------
006610 6000-LANCAR-PAR.
006620     MOVE "N" TO WS-LANCADO-SW.

006630     MOVE WS-EVENTO-DEBITO TO WS-MAPA-EVENTO.
006640     MOVE WS-LADO-DEBITO TO WS-LADO-MAPA.
006650     PERFORM 6100-RESOLVER-CONTA THRU 6100-RESOLVER-CONTA-EXIT.
006660     IF WS-SEM-MAPA
006670         GO TO 6000-LANCAR-PAR-EXIT
006680     END-IF.
006690     MOVE WS-CONTA-RES TO WS-CONTA-DEBITO-RES.

006700     MOVE WS-EVENTO-CREDITO TO WS-MAPA-EVENTO.
006710     MOVE WS-LADO-CREDITO TO WS-LADO-MAPA.
006720     PERFORM 6100-RESOLVER-CONTA THRU 6100-RESOLVER-CONTA-EXIT.
006730     IF WS-SEM-MAPA
006740         GO TO 6000-LANCAR-PAR-EXIT
006750     END-IF.
006760     MOVE WS-CONTA-RES TO WS-CONTA-CREDITO-RES.

006770     OPEN EXTEND GL-INTERFACE.
006780     IF NOT FS-GLFILE-OK
006790         OPEN OUTPUT GL-INTERFACE
006800     END-IF.
006810     IF NOT FS-GLFILE-OK
006820         DISPLAY "PROG167: ERRO AO ABRIR GL-INTERFACE "
006830             FS-GLFILE
006840         MOVE 8 TO RETURN-CODE
006850         GO TO 6000-LANCAR-PAR-EXIT
006860     END-IF.

006870     MOVE WS-CONTA-DEBITO-RES TO GL-CONTA.
006880     MOVE "FATURAMEN " TO GL-CENTRO-CUSTO.
006890     SET GL-DEBITO TO TRUE.
006900     MOVE WS-VALOR-LANCAR TO GL-VALOR.
006901     MOVE SPACES TO GL-EMPRESA.
006910     MOVE "PROG167 " TO GL-PROGRAMA.
006920     MOVE WS-DATA-ATUAL(1:6) TO GL-PERIODO.
006930     MOVE WS-DATA-ATUAL TO GL-DATA.
006940     WRITE GL-INTERFACE-REC.

006950     MOVE WS-CONTA-CREDITO-RES TO GL-CONTA.
006960     SET GL-CREDITO TO TRUE.
006970     WRITE GL-INTERFACE-REC.

006980     CLOSE GL-INTERFACE.
006990     SET WS-LANCADO TO TRUE.
007000 6000-LANCAR-PAR-EXIT.
007010     EXIT.

007020* THE ACCOUNT SITS ON THE DEBIT OR THE CREDIT SIDE OF THE
007030* EVENT'S MAPPING; AN EMPTY TABLE KEEPS THE EVENT LITERAL
007040 6100-RESOLVER-CONTA.
007050     MOVE "FATURAMEN " TO WS-MAPA-DEPARTAMENTO.
007060     CALL "PROG138" USING WS-MAPA-EVENTO WS-MAPA-DEPARTAMENTO
007070         WS-MAPA-DEBITO WS-MAPA-CREDITO WS-MAPA-CENTRO
007080         WS-MAPA-STATUS.
007090     IF WS-SEM-MAPA
007100         DISPLAY "PROG167: EVENTO " WS-MAPA-EVENTO " SEM "
007110             "MAPEAMENTO DE CONTA - PAR NAO LANCADO"
007120         MOVE 4 TO RETURN-CODE
007130         GO TO 6100-RESOLVER-CONTA-EXIT
007140     END-IF.
007150     IF NOT WS-MAPEADO
007160         MOVE WS-MAPA-EVENTO TO WS-CONTA-RES
007170     ELSE
007180         IF WS-LADO-MAPA-DEBITO
007190             MOVE WS-MAPA-DEBITO TO WS-CONTA-RES
007200         ELSE
007210             MOVE WS-MAPA-CREDITO TO WS-CONTA-RES
007220         END-IF
007230     END-IF.
007240 6100-RESOLVER-CONTA-EXIT.
007250     EXIT.

007260 9999-EXIT.
007270     STOP RUN.
