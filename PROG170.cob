001000******************************************************************
001010* PROGRAM-ID: PROG170
001020* AUTHOR:      R. ALMEIDA - APPLICATIONS
001030* INSTALLATION: FATURAMENTO
001040* DATE-WRITTEN: 2026-09-21
001050* DATE-COMPILED:
001060* PURPOSE:     QUARTERLY CUSTOMER CREDIT-LIMIT REVIEW. OPERATION 1
001070*              MAINTAINS THE REVIEW RULES (CREDPARM). OPERATION 2
001080*              MEASURES EACH CUSTOMER'S PAYMENT BEHAVIOUR FROM THE
001090*              ARMOV SETTLEMENT HISTORY - AVERAGE DAYS TO PAY,
001100*              AVERAGE DAYS LATE, SHARE OF PAYMENTS MADE LATE,
001110*              LARGEST EXPOSURE AND THE TREND OF THE LAST QUARTER
001120*              AGAINST THE REST OF THE WINDOW - WORKS THE COMPANY-
001130*              WIDE DSO FROM ARFILE, AND WRITES A RAISE / HOLD /
001140*              REDUCE PROPOSAL PER CUSTOMER TO LIMPROP, PRINTED
001150*              THROUGH PROG68. OPERATION 3 IS CREDIT'S APPROVAL OR
001160*              REJECTION OF EACH PENDING PROPOSAL. OPERATION 4
001170*              APPLIES THE APPROVED LIMITS TO CUSTFILE UNDER A
001180*              SUPERVISOR SIGN-OFF, THE OLD AND NEW LIMIT LOGGED
001190*              THROUGH PROG22. CUSTOMERS WITH NO LIMIT CONTROL
001200*              (CU-LIMITE-CREDITO ZERO) ARE NOT REVIEWED.
001210* ----------------------------------------------------------------
001220* MODIFICATION HISTORY
001230* DATE       INIT DESCRIPTION
001240* 2026-09-21 RA   INITIAL VERSION
001250******************************************************************
001260 IDENTIFICATION DIVISION.
001270 PROGRAM-ID. PROG170.

001280 ENVIRONMENT DIVISION.
001290 INPUT-OUTPUT SECTION.
001300 FILE-CONTROL.
001310     SELECT CREDIT-RULE-FILE ASSIGN TO "CREDPARM"
001320         ORGANIZATION IS INDEXED
001330         ACCESS MODE IS DYNAMIC
001340         RECORD KEY IS CC-CHAVE
001350         FILE STATUS IS FS-CREDPARM.

001360     SELECT PROPOSAL-FILE ASSIGN TO "LIMPROP"
001370         ORGANIZATION IS INDEXED
001380         ACCESS MODE IS DYNAMIC
001390         RECORD KEY IS LP-CLIENTE
001400         FILE STATUS IS FS-LIMPROP.

001410     SELECT RECEIVABLE-FILE ASSIGN TO "ARFILE"
001420         ORGANIZATION IS INDEXED
001430         ACCESS MODE IS DYNAMIC
001440         RECORD KEY IS AR-NUMERO-NOTA
001450         FILE STATUS IS FS-ARFILE.

001460     SELECT CUSTOMER-FILE ASSIGN TO "CUSTFILE"
001470         ORGANIZATION IS INDEXED
001480         ACCESS MODE IS DYNAMIC
001490         RECORD KEY IS CU-CODIGO
001500         FILE STATUS IS FS-CUSTFILE.

001510     SELECT AR-MOVEMENT-FILE ASSIGN TO "ARMOV"
001520         ORGANIZATION IS INDEXED
001530         ACCESS MODE IS DYNAMIC
001540         RECORD KEY IS MA-CHAVE
001550         ALTERNATE RECORD KEY IS MA-CHAVE-CLIENTE WITH DUPLICATES
001560         FILE STATUS IS FS-ARMOV.

001570     SELECT OPERATOR-FILE ASSIGN TO "OPERADOR"
001580         ORGANIZATION IS INDEXED
001590         ACCESS MODE IS DYNAMIC
001600         RECORD KEY IS OP-CODIGO-OPERADOR
001610         FILE STATUS IS FS-OPERADOR.

001620 DATA DIVISION.
001630 FILE SECTION.
001640 FD  CREDIT-RULE-FILE.
001650 COPY CREDREC.

001660 FD  PROPOSAL-FILE.
001670 COPY LIMPREC.

001680 FD  RECEIVABLE-FILE.
001690 COPY ARREC.

001700 FD  CUSTOMER-FILE.
001710 COPY CUSTREC.

001720 FD  AR-MOVEMENT-FILE.
001730 COPY MOVAREC.

001740 FD  OPERATOR-FILE.
001750 COPY OPERREC.

001760 WORKING-STORAGE SECTION.
001770 01  FS-CREDPARM                 PIC X(02).
001780     88  FS-CREDPARM-OK          VALUE "00".

001790 01  FS-LIMPROP                  PIC X(02).
001800     88  FS-LIMPROP-OK           VALUE "00".
001810     88  FS-LIMPROP-EOF          VALUE "10".

001820 01  FS-ARFILE                   PIC X(02).
001830     88  FS-ARFILE-OK            VALUE "00".
001840     88  FS-ARFILE-EOF           VALUE "10".

001850 01  FS-CUSTFILE                 PIC X(02).
001860     88  FS-CUSTFILE-OK          VALUE "00".
001870     88  FS-CUSTFILE-EOF         VALUE "10".

001880 01  FS-ARMOV                    PIC X(02).
001890     88  FS-ARMOV-OK             VALUE "00".
001900     88  FS-ARMOV-EOF            VALUE "10".

001910 01  FS-OPERADOR                 PIC X(02).
001920     88  FS-OPERADOR-OK          VALUE "00".

001930 01  WS-ARMOV-SW                 PIC X(01) VALUE "N".
001940     88  WS-ARMOV-ABERTO         VALUE "Y".

001950 01  WS-OPCAO-SW                 PIC X(01).
001960     88  WS-OPCAO-CRITERIOS      VALUE "1".
001970     88  WS-OPCAO-REVISAR        VALUE "2".
001980     88  WS-OPCAO-DECIDIR        VALUE "3".
001990     88  WS-OPCAO-EFETIVAR       VALUE "4".

002000 01  WS-JA-EXISTE-SW             PIC X(01) VALUE "N".
002010     88  WS-JA-EXISTE            VALUE "Y".

002020 01  WS-MENSAGEM                 PIC X(40).
002030 01  WS-VALOR-ENT                PIC 9(09).
002040 01  WS-LIMITE-MIN               PIC 9(09).
002050 01  WS-LIMITE-MAX               PIC 9(09).

002060 01  WS-DATA-ATUAL               PIC 9(08).
002070 01  WS-DATA-JANELA              PIC 9(08).
002080 01  WS-DATA-RECENTE             PIC 9(08).

002090 01  WS-CHAMADA-DATA.
002100     05  WS-DT-FUNCAO            PIC X(01).
002110     05  WS-DT-DATA-1            PIC 9(08).
002120     05  WS-DT-DATA-2            PIC 9(08).
002130     05  WS-DT-QUANTIDADE        PIC S9(07).
002140     05  WS-DT-UNIDADE           PIC X(01).
002150     05  WS-DT-STATUS            PIC X(01).
002160         88  WS-DT-OK            VALUE "1".

002170* CURRENT BALANCE PER CUSTOMER, PROG130 STYLE TABLE
002180 01  WS-QTDE-CLIENTES            PIC 9(03) COMP VALUE ZERO.
002190 01  WS-INDICE                   PIC 9(03) COMP.
002200 01  WS-ACHOU-SW                 PIC X(01).
002210     88  WS-ACHOU                VALUE "Y".
002220 01  WS-TABELA-SALDOS.
002230     05  WS-RV-ENTRADA OCCURS 500 TIMES.
002240         10  WS-RV-CLIENTE       PIC 9(06).
002250         10  WS-RV-SALDO         PIC 9(11)V9(02).

002260* COMPANY-WIDE DSO OVER THE LAST QUARTER
002270 01  WS-TOTAL-ABERTO             PIC 9(11)V9(02) VALUE ZERO.
002280 01  WS-VENDAS-PERIODO           PIC 9(11)V9(02) VALUE ZERO.
002290 01  WS-DIAS-PERIODO             PIC S9(07).
002300 01  WS-DSO                      PIC 9(05)V9(01) VALUE ZERO.

002310* ONE CUSTOMER'S BEHAVIOUR OVER THE WINDOW
002320 01  WS-SALDO-ATUAL              PIC S9(11)V9(02).
002330 01  WS-EFEITO                   PIC S9(11)V9(02).
002340 01  WS-EFEITO-JANELA            PIC S9(11)V9(02).
002350 01  WS-SALDO-CORRENTE           PIC S9(11)V9(02).
002360 01  WS-MAIOR-EXPOSICAO          PIC S9(11)V9(02).
002370 01  WS-QTD-PAGAMENTOS           PIC 9(05) COMP.
002380 01  WS-QTD-ATRASADOS            PIC 9(05) COMP.
002390 01  WS-SOMA-PRAZO               PIC 9(09) COMP.
002400 01  WS-SOMA-ATRASO              PIC 9(09) COMP.
002410 01  WS-QTD-RECENTE              PIC 9(05) COMP.
002420 01  WS-SOMA-RECENTE             PIC 9(09) COMP.
002430 01  WS-QTD-ANTERIOR             PIC 9(05) COMP.
002440 01  WS-SOMA-ANTERIOR            PIC 9(09) COMP.
002450 01  WS-MEDIA-RECENTE            PIC 9(05)V9(01).
002460 01  WS-MEDIA-ANTERIOR           PIC 9(05)V9(01).
002470 01  WS-PRAZO                    PIC S9(07).
002480 01  WS-ATRASO                   PIC S9(07).
002490 01  WS-USO-MINIMO               PIC 9(11)V9(02).

002500* A SWING OF MORE THAN THIS MANY DAYS IN THE AVERAGE TIME TO PAY
002510* BETWEEN THE LAST QUARTER AND THE REST OF THE WINDOW IS A TREND
002520 01  WS-DIAS-TENDENCIA           PIC 9(03) VALUE 5.

002530 01  WS-QTD-REVISADOS            PIC 9(05) COMP VALUE ZERO.
002540 01  WS-QTD-AUMENTOS             PIC 9(05) COMP VALUE ZERO.
002550 01  WS-QTD-REDUCOES             PIC 9(05) COMP VALUE ZERO.
002560 01  WS-QTD-MANTIDOS             PIC 9(05) COMP VALUE ZERO.
002570 01  WS-QTD-DECIDIDAS            PIC 9(05) COMP VALUE ZERO.
002580 01  WS-QTD-EFETIVADAS           PIC 9(05) COMP VALUE ZERO.

002590* DECISION AND SIGN-OFF
002600 01  WS-DECISAO                  PIC X(01).
002610     88  WS-DECISAO-APROVAR      VALUE "A" "a".
002620     88  WS-DECISAO-REJEITAR     VALUE "R" "r".
002630     88  WS-DECISAO-FIM          VALUE "F" "f".
002640 01  WS-FIM-DECISAO-SW           PIC X(01) VALUE "N".
002650     88  WS-FIM-DECISAO          VALUE "Y".
002660 01  WS-CODIGO-ANALISTA          PIC X(06).
002670 01  WS-RESPOSTA                 PIC X(01).
002680     88  WS-RESPOSTA-SIM         VALUE "S" "s".
002690 01  WS-APROVADO-SW              PIC X(01) VALUE "N".
002700     88  WS-APROVADO             VALUE "Y".
002710 01  WS-CODIGO-APROV             PIC X(06).

002720 01  WS-NOME-ACAO                PIC X(07).
002730 01  WS-VALOR-ED                 PIC ZZZ,ZZZ,ZZ9.99.
002740 01  WS-ATUAL-ED                 PIC ZZZ,ZZZ,ZZ9.99.
002750 01  WS-PROPOSTO-ED              PIC ZZZ,ZZZ,ZZ9.99.
002760 01  WS-DIAS-ED                  PIC ZZZZ9.9.
002770 01  WS-ATRASO-ED                PIC ZZZZ9.9.
002780 01  WS-PCT-ED                   PIC ZZ9.99.
002790 01  WS-QTD-ED                   PIC ZZZZ9.
002800 01  WS-ANTIGO-AUD               PIC 9(09).99.
002810 01  WS-NOVO-AUD                 PIC 9(09).99.

002820 01  WS-LINHA-REL                PIC X(80).
002830 01  WS-FUNCAO-REL               PIC X(01).
002840 01  WS-TITULO-REL               PIC X(60).
002850 01  WS-COLUNAS-REL              PIC X(80).

002860 01  WS-DESCRICAO-AUD            PIC X(60).

002870 PROCEDURE DIVISION.

002880*----------------------------------------------------------------
002890* 0000-MAINLINE
002900*----------------------------------------------------------------
002910 0000-MAINLINE.
002920     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
002930     EVALUATE TRUE
002940         WHEN WS-OPCAO-CRITERIOS
002950             PERFORM 2000-CRITERIOS THRU 2000-CRITERIOS-EXIT
002960         WHEN WS-OPCAO-REVISAR
002970             PERFORM 3000-REVISAR THRU 3000-REVISAR-EXIT
002980         WHEN WS-OPCAO-DECIDIR
002990             PERFORM 4000-DECIDIR THRU 4000-DECIDIR-EXIT
003000         WHEN WS-OPCAO-EFETIVAR
003010             PERFORM 5000-EFETIVAR THRU 5000-EFETIVAR-EXIT
003020         WHEN OTHER
003030             DISPLAY "PROG170: OPERACAO INVALIDA"
003040             MOVE 8 TO RETURN-CODE
003050     END-EVALUATE.
003060     CLOSE CREDIT-RULE-FILE.
003070     GO TO 9999-EXIT.

003080*----------------------------------------------------------------
003090* 1000-INICIALIZAR
003100*----------------------------------------------------------------
003110 1000-INICIALIZAR.
003120     ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.

003130     OPEN I-O CREDIT-RULE-FILE.
003140     IF NOT FS-CREDPARM-OK
003150         OPEN OUTPUT CREDIT-RULE-FILE
003160         CLOSE CREDIT-RULE-FILE
003170         OPEN I-O CREDIT-RULE-FILE
003180     END-IF.
003190     IF NOT FS-CREDPARM-OK
003200         DISPLAY "PROG170: ERRO AO ABRIR CREDIT-RULE-FILE "
003210                 FS-CREDPARM
003220         GO TO 9999-EXIT
003230     END-IF.

003240     MOVE "PADRAO    " TO CC-CHAVE.
003250     READ CREDIT-RULE-FILE
003260         INVALID KEY
003270             MOVE "N" TO WS-JA-EXISTE-SW
003280             MOVE 12 TO CC-MESES-HISTORICO
003290             MOVE ZERO TO CC-AUMENTO
003300             MOVE ZERO TO CC-REDUCAO
003310             MOVE ZERO TO CC-DATA-ULTIMA-REVISAO
003320             MOVE ZERO TO CC-DSO-ULTIMA-REVISAO
003330         NOT INVALID KEY
003340             MOVE "Y" TO WS-JA-EXISTE-SW
003350     END-READ.

003360     DISPLAY "OPERACAO (1 = CRITERIOS / 2 = REVISAO TRIMESTRAL / "
003370             "3 = APROVAR PROPOSTAS / 4 = EFETIVAR LIMITES)".
003380     ACCEPT WS-OPCAO-SW.
003390 1000-INICIALIZAR-EXIT.
003400     EXIT.

003410*----------------------------------------------------------------
003420* 2000-CRITERIOS - PERCENTAGES KEYED IN HUNDREDTHS OF A PERCENT
003430*                   (1000 = 10,00%), DAYS AS WHOLE DAYS
003440*----------------------------------------------------------------
003450 2000-CRITERIOS.
003460     MOVE "MESES DE HISTORICO ANALISADOS" TO WS-MENSAGEM.
003470     MOVE 3 TO WS-LIMITE-MIN.
003480     MOVE 36 TO WS-LIMITE-MAX.
003490     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
003500         WS-LIMITE-MIN WS-LIMITE-MAX.
003510     MOVE WS-VALOR-ENT TO CC-MESES-HISTORICO.

003520     MOVE "AUMENTO: % MAXIMO PAGO COM ATRASO" TO WS-MENSAGEM.
003530     MOVE ZERO TO WS-LIMITE-MIN.
003540     MOVE 10000 TO WS-LIMITE-MAX.
003550     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
003560         WS-LIMITE-MIN WS-LIMITE-MAX.
003570     COMPUTE CC-AUM-PCT-ATRASO-MAX = WS-VALOR-ENT / 100.

003580     MOVE "AUMENTO: ATRASO MEDIO MAXIMO (DIAS)" TO WS-MENSAGEM.
003590     MOVE ZERO TO WS-LIMITE-MIN.
003600     MOVE 999 TO WS-LIMITE-MAX.
003610     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
003620         WS-LIMITE-MIN WS-LIMITE-MAX.
003630     MOVE WS-VALOR-ENT TO CC-AUM-DIAS-ATRASO-MAX.

003640     MOVE "AUMENTO: % MINIMO DO LIMITE UTILIZADO" TO WS-MENSAGEM.
003650     MOVE ZERO TO WS-LIMITE-MIN.
003660     MOVE 10000 TO WS-LIMITE-MAX.
003670     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
003680         WS-LIMITE-MIN WS-LIMITE-MAX.
003690     COMPUTE CC-AUM-USO-MIN = WS-VALOR-ENT / 100.

003700     MOVE "AUMENTO: % DE AUMENTO DO LIMITE" TO WS-MENSAGEM.
003710     MOVE ZERO TO WS-LIMITE-MIN.
003720     MOVE 99999 TO WS-LIMITE-MAX.
003730     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
003740         WS-LIMITE-MIN WS-LIMITE-MAX.
003750     COMPUTE CC-AUM-PCT = WS-VALOR-ENT / 100.

003760     MOVE "REDUCAO: % PAGO COM ATRASO ACIMA DE" TO WS-MENSAGEM.
003770     MOVE ZERO TO WS-LIMITE-MIN.
003780     MOVE 10000 TO WS-LIMITE-MAX.
003790     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
003800         WS-LIMITE-MIN WS-LIMITE-MAX.
003810     COMPUTE CC-RED-PCT-ATRASO-MIN = WS-VALOR-ENT / 100.

003820     MOVE "REDUCAO: ATRASO MEDIO ACIMA DE (DIAS)" TO WS-MENSAGEM.
003830     MOVE ZERO TO WS-LIMITE-MIN.
003840     MOVE 999 TO WS-LIMITE-MAX.
003850     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
003860         WS-LIMITE-MIN WS-LIMITE-MAX.
003870     MOVE WS-VALOR-ENT TO CC-RED-DIAS-ATRASO-MIN.

003880     MOVE "REDUCAO: % DE REDUCAO DO LIMITE" TO WS-MENSAGEM.
003890     MOVE ZERO TO WS-LIMITE-MIN.
003900     MOVE 10000 TO WS-LIMITE-MAX.
003910     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
003920         WS-LIMITE-MIN WS-LIMITE-MAX.
003930     COMPUTE CC-RED-PCT = WS-VALOR-ENT / 100.

003940     MOVE WS-DATA-ATUAL TO CC-DATA-ALTERACAO.
003950     MOVE "PADRAO    " TO CC-CHAVE.
003960     IF WS-JA-EXISTE
003970         REWRITE CRITERIO-CREDITO-REC
003980     ELSE
003990         WRITE CRITERIO-CREDITO-REC
004000     END-IF.
004010     IF NOT FS-CREDPARM-OK
004020         DISPLAY "PROG170: ERRO AO GRAVAR CRITERIOS - "
004030             FS-CREDPARM
004040         MOVE 8 TO RETURN-CODE
004050         GO TO 2000-CRITERIOS-EXIT
004060     END-IF.
004070     SET WS-JA-EXISTE TO TRUE.

004080     DISPLAY "PROG170: CRITERIOS DE REVISAO DE LIMITE GRAVADOS".
004090     MOVE SPACES TO WS-DESCRICAO-AUD.
004100     STRING "GRAVOU CRITERIOS LIMITE AUM " CC-AUM-PCT-ATRASO-MAX
004110         "/" CC-AUM-DIAS-ATRASO-MAX " RED " CC-RED-PCT-ATRASO-MIN
004120         "/" CC-RED-DIAS-ATRASO-MIN
004130         DELIMITED BY SIZE INTO WS-DESCRICAO-AUD.
004140     CALL "PROG22" USING "PROG170 " WS-DESCRICAO-AUD.
004150 2000-CRITERIOS-EXIT.
004160     EXIT.

004170*----------------------------------------------------------------
004180* 3000-REVISAR - THE QUARTERLY RUN: BALANCES AND DSO FROM ARFILE,
004190*                 THEN ONE PROPOSAL PER CONTROLLED CUSTOMER
004200*----------------------------------------------------------------
004210 3000-REVISAR.
004220     IF NOT WS-JA-EXISTE
004230         DISPLAY "PROG170: CRITERIOS NAO CADASTRADOS - USE A "
004240             "OPERACAO 1"
004250         MOVE 8 TO RETURN-CODE
004260         GO TO 3000-REVISAR-EXIT
004270     END-IF.

004280     MOVE "A" TO WS-DT-FUNCAO.
004290     MOVE WS-DATA-ATUAL TO WS-DT-DATA-1.
004300     COMPUTE WS-DT-QUANTIDADE = ZERO - CC-MESES-HISTORICO.
004310     MOVE "M" TO WS-DT-UNIDADE.
004320     CALL "PROG74" USING WS-DT-FUNCAO WS-DT-DATA-1
004330         WS-DT-DATA-2 WS-DT-QUANTIDADE WS-DT-UNIDADE
004340         WS-DT-STATUS.
004350     MOVE WS-DT-DATA-2 TO WS-DATA-JANELA.

004360     MOVE "A" TO WS-DT-FUNCAO.
004370     MOVE WS-DATA-ATUAL TO WS-DT-DATA-1.
004380     MOVE -3 TO WS-DT-QUANTIDADE.
004390     MOVE "M" TO WS-DT-UNIDADE.
004400     CALL "PROG74" USING WS-DT-FUNCAO WS-DT-DATA-1
004410         WS-DT-DATA-2 WS-DT-QUANTIDADE WS-DT-UNIDADE
004420         WS-DT-STATUS.
004430     MOVE WS-DT-DATA-2 TO WS-DATA-RECENTE.

004440     MOVE "D" TO WS-DT-FUNCAO.
004450     MOVE WS-DATA-RECENTE TO WS-DT-DATA-1.
004460     MOVE WS-DATA-ATUAL TO WS-DT-DATA-2.
004470     CALL "PROG74" USING WS-DT-FUNCAO WS-DT-DATA-1
004480         WS-DT-DATA-2 WS-DT-QUANTIDADE WS-DT-UNIDADE
004490         WS-DT-STATUS.
004500     MOVE WS-DT-QUANTIDADE TO WS-DIAS-PERIODO.

004510     OPEN INPUT RECEIVABLE-FILE.
004520     IF NOT FS-ARFILE-OK
004530         DISPLAY "PROG170: CONTAS A RECEBER (ARFILE) "
004540             "INDISPONIVEL - " FS-ARFILE
004550         MOVE 8 TO RETURN-CODE
004560         GO TO 3000-REVISAR-EXIT
004570     END-IF.
004580     OPEN INPUT CUSTOMER-FILE.
004590     IF NOT FS-CUSTFILE-OK
004600         DISPLAY "PROG170: ERRO AO ABRIR CUSTOMER-FILE "
004610             FS-CUSTFILE
004620         CLOSE RECEIVABLE-FILE
004630         MOVE 8 TO RETURN-CODE
004640         GO TO 3000-REVISAR-EXIT
004650     END-IF.
004660     OPEN I-O PROPOSAL-FILE.
004670     IF NOT FS-LIMPROP-OK
004680         OPEN OUTPUT PROPOSAL-FILE
004690         CLOSE PROPOSAL-FILE
004700         OPEN I-O PROPOSAL-FILE
004710     END-IF.
004720     IF NOT FS-LIMPROP-OK
004730         DISPLAY "PROG170: ERRO AO ABRIR PROPOSAL-FILE "
004740             FS-LIMPROP
004750         CLOSE RECEIVABLE-FILE
004760         CLOSE CUSTOMER-FILE
004770         MOVE 8 TO RETURN-CODE
004780         GO TO 3000-REVISAR-EXIT
004790     END-IF.
004800     OPEN INPUT AR-MOVEMENT-FILE.
004810     IF FS-ARMOV-OK
004820         SET WS-ARMOV-ABERTO TO TRUE
004830     ELSE
004840         DISPLAY "PROG170: SEM MOVIMENTOS (ARMOV) - SEM "
004850             "HISTORICO DE PAGAMENTO, LIMITES MANTIDOS"
004860     END-IF.

004870     PERFORM 3050-LER-TITULO.
004880     PERFORM 3100-ACUMULAR THRU 3100-ACUMULAR-EXIT
004890         UNTIL FS-ARFILE-EOF.
004900     IF WS-VENDAS-PERIODO > ZERO
004910         COMPUTE WS-DSO ROUNDED =
004920             WS-TOTAL-ABERTO * WS-DIAS-PERIODO / WS-VENDAS-PERIODO
004930             ON SIZE ERROR
004940                 MOVE 99999.9 TO WS-DSO
004950         END-COMPUTE
004960     END-IF.

004970     MOVE "I" TO WS-FUNCAO-REL.
004980     MOVE "REVISAO TRIMESTRAL DE LIMITES DE CREDITO"
004990         TO WS-TITULO-REL.
005000     MOVE "CLIENTE NOME                 PAGTOS PRAZO M ATRASO M"
005010         TO WS-COLUNAS-REL.
005020     MOVE "% ATRASO TEND" TO WS-COLUNAS-REL(56:13).
005030     MOVE SPACES TO WS-LINHA-REL.
005040     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
005050         WS-COLUNAS-REL WS-LINHA-REL.

005060     PERFORM 3060-LER-CLIENTE.
005070     PERFORM 3200-REVISAR-CLIENTE THRU 3200-REVISAR-CLIENTE-EXIT
005080         UNTIL FS-CUSTFILE-EOF.

005090     PERFORM 3900-TOTAIS THRU 3900-TOTAIS-EXIT.

005100     CLOSE RECEIVABLE-FILE.
005110     CLOSE CUSTOMER-FILE.
005120     CLOSE PROPOSAL-FILE.
005130     IF WS-ARMOV-ABERTO
005140         CLOSE AR-MOVEMENT-FILE
005150     END-IF.

005160     MOVE WS-DATA-ATUAL TO CC-DATA-ULTIMA-REVISAO.
005170     MOVE WS-DSO TO CC-DSO-ULTIMA-REVISAO.
005180     REWRITE CRITERIO-CREDITO-REC.

005190     MOVE WS-DSO TO WS-DIAS-ED.
005200     MOVE SPACES TO WS-DESCRICAO-AUD.
005210     STRING "REVISAO DE LIMITES EM " WS-DATA-ATUAL " DSO "
005220         WS-DIAS-ED
005230         DELIMITED BY SIZE INTO WS-DESCRICAO-AUD.
005240     CALL "PROG22" USING "PROG170 " WS-DESCRICAO-AUD.
005250 3000-REVISAR-EXIT.
005260     EXIT.

005270 3050-LER-TITULO.
005280     READ RECEIVABLE-FILE NEXT
005290         AT END
005300             SET FS-ARFILE-EOF TO TRUE
005310     END-READ.

005320 3060-LER-CLIENTE.
005330     READ CUSTOMER-FILE NEXT
005340         AT END
005350             SET FS-CUSTFILE-EOF TO TRUE
005360     END-READ.

005370*----------------------------------------------------------------
005380* 3100-ACUMULAR - CURRENT BALANCE PER CUSTOMER (OPEN AND WRITTEN-
005390*                  OFF ITEMS), OPEN RECEIVABLES AND THE LAST
005400*                  QUARTER'S CREDIT SALES FOR THE DSO
005410*----------------------------------------------------------------
005420 3100-ACUMULAR.
005430     IF NOT AR-CANCELADO
005440         AND AR-DATA-EMISSAO NOT < WS-DATA-RECENTE
005450         ADD AR-VALOR TO WS-VENDAS-PERIODO
005460     END-IF.
005470     IF AR-ABERTO
005480         ADD AR-SALDO TO WS-TOTAL-ABERTO
005490     END-IF.
005500     IF NOT AR-ABERTO AND NOT AR-BAIXADO-PERDA
005510         GO TO 3100-ACUMULAR-SEGUIR
005520     END-IF.

005530     MOVE "N" TO WS-ACHOU-SW.
005540     PERFORM 3110-COMPARAR-ENTRADA
005550         VARYING WS-INDICE FROM 1 BY 1
005560         UNTIL WS-INDICE > WS-QTDE-CLIENTES OR WS-ACHOU.
005570     IF WS-ACHOU
005580         SUBTRACT 1 FROM WS-INDICE
005590     ELSE
005600         IF WS-QTDE-CLIENTES >= 500
005610             DISPLAY "PROG170: TABELA DE CLIENTES CHEIA - "
005620                 "CLIENTE " AR-CLIENTE " IGNORADO"
005630             GO TO 3100-ACUMULAR-SEGUIR
005640         END-IF
005650         ADD 1 TO WS-QTDE-CLIENTES
005660         MOVE WS-QTDE-CLIENTES TO WS-INDICE
005670         MOVE AR-CLIENTE TO WS-RV-CLIENTE(WS-INDICE)
005680         MOVE ZERO TO WS-RV-SALDO(WS-INDICE)
005690     END-IF.
005700     ADD AR-SALDO TO WS-RV-SALDO(WS-INDICE).

005710 3100-ACUMULAR-SEGUIR.
005720     PERFORM 3050-LER-TITULO.
005730 3100-ACUMULAR-EXIT.
005740     EXIT.

005750 3110-COMPARAR-ENTRADA.
005760     IF WS-RV-CLIENTE(WS-INDICE) = AR-CLIENTE
005770         SET WS-ACHOU TO TRUE
005780     END-IF.

005790 3120-COMPARAR-CLIENTE.
005800     IF WS-RV-CLIENTE(WS-INDICE) = CU-CODIGO
005810         SET WS-ACHOU TO TRUE
005820     END-IF.

005830*----------------------------------------------------------------
005840* 3200-REVISAR-CLIENTE - ONE CUSTOMER: THE SETTLEMENT HISTORY OF
005850*                         THE WINDOW, THE LARGEST EXPOSURE, THE
005860*                         PROPOSAL AND ITS REPORT LINES
005870*----------------------------------------------------------------
005880 3200-REVISAR-CLIENTE.
005890     IF CU-LIMITE-CREDITO = ZERO
005900         GO TO 3200-REVISAR-CLIENTE-SEGUIR
005910     END-IF.

005920     MOVE ZERO TO WS-SALDO-ATUAL.
005930     MOVE "N" TO WS-ACHOU-SW.
005940     PERFORM 3120-COMPARAR-CLIENTE
005950         VARYING WS-INDICE FROM 1 BY 1
005960         UNTIL WS-INDICE > WS-QTDE-CLIENTES OR WS-ACHOU.
005970     IF WS-ACHOU
005980         SUBTRACT 1 FROM WS-INDICE
005990         MOVE WS-RV-SALDO(WS-INDICE) TO WS-SALDO-ATUAL
006000     END-IF.

006010     MOVE ZERO TO WS-EFEITO-JANELA.
006020     MOVE ZERO TO WS-QTD-PAGAMENTOS.
006030     MOVE ZERO TO WS-QTD-ATRASADOS.
006040     MOVE ZERO TO WS-SOMA-PRAZO.
006050     MOVE ZERO TO WS-SOMA-ATRASO.
006060     MOVE ZERO TO WS-QTD-RECENTE.
006070     MOVE ZERO TO WS-SOMA-RECENTE.
006080     MOVE ZERO TO WS-QTD-ANTERIOR.
006090     MOVE ZERO TO WS-SOMA-ANTERIOR.
006100     IF WS-ARMOV-ABERTO
006110         PERFORM 3300-POSICIONAR-MOVIMENTOS
006120             THRU 3300-POSICIONAR-MOVIMENTOS-EXIT
006130         PERFORM 3400-SOMAR-MOVIMENTO
006140             THRU 3400-SOMAR-MOVIMENTO-EXIT
006150             UNTIL FS-ARMOV-EOF
006160     END-IF.

006170* THE BALANCE AT THE START OF THE WINDOW, CARRIED FORWARD
006180     COMPUTE WS-SALDO-CORRENTE =
006190         WS-SALDO-ATUAL - WS-EFEITO-JANELA.
006200     MOVE WS-SALDO-CORRENTE TO WS-MAIOR-EXPOSICAO.
006210     IF WS-SALDO-ATUAL > WS-MAIOR-EXPOSICAO
006220         MOVE WS-SALDO-ATUAL TO WS-MAIOR-EXPOSICAO
006230     END-IF.
006240     IF WS-ARMOV-ABERTO
006250         PERFORM 3300-POSICIONAR-MOVIMENTOS
006260             THRU 3300-POSICIONAR-MOVIMENTOS-EXIT
006270         PERFORM 3500-EXPOSICAO THRU 3500-EXPOSICAO-EXIT
006280             UNTIL FS-ARMOV-EOF
006290     END-IF.
006300     IF WS-MAIOR-EXPOSICAO < ZERO
006310         MOVE ZERO TO WS-MAIOR-EXPOSICAO
006320     END-IF.

006330     PERFORM 3600-PROPOR THRU 3600-PROPOR-EXIT.
006340     PERFORM 3700-GRAVAR-PROPOSTA THRU 3700-GRAVAR-PROPOSTA-EXIT.
006350     PERFORM 3800-IMPRIMIR-CLIENTE
006360         THRU 3800-IMPRIMIR-CLIENTE-EXIT.
006370     ADD 1 TO WS-QTD-REVISADOS.

006380 3200-REVISAR-CLIENTE-SEGUIR.
006390     PERFORM 3060-LER-CLIENTE.
006400 3200-REVISAR-CLIENTE-EXIT.
006410     EXIT.

006420*----------------------------------------------------------------
006430* 3300-POSICIONAR-MOVIMENTOS - FIRST MOVEMENT OF THE CUSTOMER IN
006440*                               THE WINDOW, BY CUSTOMER + DATE
006450*----------------------------------------------------------------
006460 3300-POSICIONAR-MOVIMENTOS.
006470     MOVE "00" TO FS-ARMOV.
006480     MOVE CU-CODIGO TO MA-CLIENTE.
006490     MOVE WS-DATA-JANELA TO MA-DATA.
006500     START AR-MOVEMENT-FILE KEY IS NOT LESS THAN MA-CHAVE-CLIENTE
006510         INVALID KEY
006520             SET FS-ARMOV-EOF TO TRUE
006530             GO TO 3300-POSICIONAR-MOVIMENTOS-EXIT
006540     END-START.
006550     PERFORM 3310-LER-MOVIMENTO.
006560 3300-POSICIONAR-MOVIMENTOS-EXIT.
006570     EXIT.

006580 3310-LER-MOVIMENTO.
006590     READ AR-MOVEMENT-FILE NEXT
006600         AT END
006610             SET FS-ARMOV-EOF TO TRUE
006620     END-READ.
006630     IF FS-ARMOV-OK AND MA-CLIENTE NOT = CU-CODIGO
006640         SET FS-ARMOV-EOF TO TRUE
006650     END-IF.

006660*----------------------------------------------------------------
006670* 3350-EFEITO-MOVIMENTO - THE PROG169 SIGNS: INVOICES AND LATE
006680*                          CHARGES RAISE WHAT IS OWED, THE REST
006690*                          LOWER IT
006700*----------------------------------------------------------------
006710 3350-EFEITO-MOVIMENTO.
006720     IF MA-FATURA OR MA-ENCARGOS
006730         MOVE MA-VALOR TO WS-EFEITO
006740     ELSE
006750         COMPUTE WS-EFEITO = ZERO - MA-VALOR
006760     END-IF.

006770 3400-SOMAR-MOVIMENTO.
006780     PERFORM 3350-EFEITO-MOVIMENTO.
006790     ADD WS-EFEITO TO WS-EFEITO-JANELA.
006800     IF MA-RECEBIMENTO
006810         PERFORM 3450-PRAZO-PAGAMENTO
006820             THRU 3450-PRAZO-PAGAMENTO-EXIT
006830     END-IF.
006840     PERFORM 3310-LER-MOVIMENTO.
006850 3400-SOMAR-MOVIMENTO-EXIT.
006860     EXIT.

006870*----------------------------------------------------------------
006880* 3450-PRAZO-PAGAMENTO - DAYS FROM ISSUE TO PAYMENT AND DAYS PAST
006890*                         DUE, AGAINST THE TITLE PAID
006900*----------------------------------------------------------------
006910 3450-PRAZO-PAGAMENTO.
006920     MOVE MA-NUMERO-NOTA TO AR-NUMERO-NOTA.
006930     READ RECEIVABLE-FILE
006940         INVALID KEY
006950             GO TO 3450-PRAZO-PAGAMENTO-EXIT
006960     END-READ.

006970     MOVE "D" TO WS-DT-FUNCAO.
006980     MOVE AR-DATA-EMISSAO TO WS-DT-DATA-1.
006990     MOVE MA-DATA TO WS-DT-DATA-2.
007000     CALL "PROG74" USING WS-DT-FUNCAO WS-DT-DATA-1
007010         WS-DT-DATA-2 WS-DT-QUANTIDADE WS-DT-UNIDADE
007020         WS-DT-STATUS.
007030     MOVE WS-DT-QUANTIDADE TO WS-PRAZO.
007040     IF WS-PRAZO < ZERO
007050         MOVE ZERO TO WS-PRAZO
007060     END-IF.

007070     MOVE "D" TO WS-DT-FUNCAO.
007080     MOVE AR-VENCIMENTO TO WS-DT-DATA-1.
007090     MOVE MA-DATA TO WS-DT-DATA-2.
007100     CALL "PROG74" USING WS-DT-FUNCAO WS-DT-DATA-1
007110         WS-DT-DATA-2 WS-DT-QUANTIDADE WS-DT-UNIDADE
007120         WS-DT-STATUS.
007130     MOVE WS-DT-QUANTIDADE TO WS-ATRASO.

007140     ADD 1 TO WS-QTD-PAGAMENTOS.
007150     ADD WS-PRAZO TO WS-SOMA-PRAZO.
007160     IF WS-ATRASO > ZERO
007170         ADD 1 TO WS-QTD-ATRASADOS
007180         ADD WS-ATRASO TO WS-SOMA-ATRASO
007190     END-IF.
007200     IF MA-DATA NOT < WS-DATA-RECENTE
007210         ADD 1 TO WS-QTD-RECENTE
007220         ADD WS-PRAZO TO WS-SOMA-RECENTE
007230     ELSE
007240         ADD 1 TO WS-QTD-ANTERIOR
007250         ADD WS-PRAZO TO WS-SOMA-ANTERIOR
007260     END-IF.
007270 3450-PRAZO-PAGAMENTO-EXIT.
007280     EXIT.

007290 3500-EXPOSICAO.
007300     PERFORM 3350-EFEITO-MOVIMENTO.
007310     ADD WS-EFEITO TO WS-SALDO-CORRENTE.
007320     IF WS-SALDO-CORRENTE > WS-MAIOR-EXPOSICAO
007330         MOVE WS-SALDO-CORRENTE TO WS-MAIOR-EXPOSICAO
007340     END-IF.
007350     PERFORM 3310-LER-MOVIMENTO.
007360 3500-EXPOSICAO-EXIT.
007370     EXIT.

007380*----------------------------------------------------------------
007390* 3600-PROPOR - THE MEASURES AND THE RULE THAT DECIDES THE
007400*                PROPOSAL. NO PAYMENT IN THE WINDOW MEANS NOTHING
007410*                TO JUDGE BY - THE LIMIT IS HELD
007420*----------------------------------------------------------------
007430 3600-PROPOR.
007440     INITIALIZE PROPOSTA-LIMITE-REC.
007450     MOVE CU-CODIGO TO LP-CLIENTE.
007460     MOVE WS-DATA-ATUAL TO LP-DATA-REVISAO.
007470     MOVE WS-QTD-PAGAMENTOS TO LP-QTD-PAGAMENTOS.
007480     MOVE WS-MAIOR-EXPOSICAO TO LP-MAIOR-EXPOSICAO.
007490     MOVE CU-LIMITE-CREDITO TO LP-LIMITE-ATUAL.
007500     MOVE CU-LIMITE-CREDITO TO LP-LIMITE-PROPOSTO.
007510     MOVE "E" TO LP-TENDENCIA.
007520     MOVE "M" TO LP-ACAO.
007530     MOVE "N" TO LP-SITUACAO.

007540     IF WS-QTD-PAGAMENTOS = ZERO
007550         GO TO 3600-PROPOR-EXIT
007560     END-IF.

007570     COMPUTE LP-PRAZO-MEDIO ROUNDED =
007580         WS-SOMA-PRAZO / WS-QTD-PAGAMENTOS.
007590     COMPUTE LP-ATRASO-MEDIO ROUNDED =
007600         WS-SOMA-ATRASO / WS-QTD-PAGAMENTOS.
007610     COMPUTE LP-PCT-ATRASO ROUNDED =
007620         WS-QTD-ATRASADOS * 100 / WS-QTD-PAGAMENTOS.

007630     IF WS-QTD-RECENTE > ZERO AND WS-QTD-ANTERIOR > ZERO
007640         COMPUTE WS-MEDIA-RECENTE ROUNDED =
007650             WS-SOMA-RECENTE / WS-QTD-RECENTE
007660         COMPUTE WS-MEDIA-ANTERIOR ROUNDED =
007670             WS-SOMA-ANTERIOR / WS-QTD-ANTERIOR
007680         IF WS-MEDIA-RECENTE >
007690             WS-MEDIA-ANTERIOR + WS-DIAS-TENDENCIA
007700             MOVE "P" TO LP-TENDENCIA
007710         END-IF
007720         IF WS-MEDIA-RECENTE + WS-DIAS-TENDENCIA <
007730             WS-MEDIA-ANTERIOR
007740             MOVE "M" TO LP-TENDENCIA
007750         END-IF
007760     END-IF.

007770     IF LP-PCT-ATRASO > CC-RED-PCT-ATRASO-MIN
007780         OR LP-ATRASO-MEDIO > CC-RED-DIAS-ATRASO-MIN
007790         MOVE "R" TO LP-ACAO
007800         COMPUTE LP-LIMITE-PROPOSTO ROUNDED =
007810             CU-LIMITE-CREDITO * (100 - CC-RED-PCT) / 100
007820         GO TO 3600-PROPOR-DECIDIDA
007830     END-IF.

007840     COMPUTE WS-USO-MINIMO ROUNDED =
007850         CU-LIMITE-CREDITO * CC-AUM-USO-MIN / 100.
007860     IF LP-PCT-ATRASO NOT > CC-AUM-PCT-ATRASO-MAX
007870         AND LP-ATRASO-MEDIO NOT > CC-AUM-DIAS-ATRASO-MAX
007880         AND NOT LP-PIORANDO
007890         AND WS-MAIOR-EXPOSICAO NOT < WS-USO-MINIMO
007900         MOVE "A" TO LP-ACAO
007910         COMPUTE LP-LIMITE-PROPOSTO ROUNDED =
007920             CU-LIMITE-CREDITO * (100 + CC-AUM-PCT) / 100
007930             ON SIZE ERROR
007940                 MOVE 999999999.99 TO LP-LIMITE-PROPOSTO
007950         END-COMPUTE
007960     END-IF.

007970 3600-PROPOR-DECIDIDA.
007980     IF LP-LIMITE-PROPOSTO = CU-LIMITE-CREDITO
007990         MOVE "M" TO LP-ACAO
008000     END-IF.
008010     IF NOT LP-MANTER
008020         MOVE "P" TO LP-SITUACAO
008030     END-IF.
008040 3600-PROPOR-EXIT.
008050     EXIT.

008060*----------------------------------------------------------------
008070* 3700-GRAVAR-PROPOSTA - A NEW REVIEW REPLACES WHATEVER THE LAST
008080*                         ONE LEFT FOR THE CUSTOMER
008090*----------------------------------------------------------------
008100 3700-GRAVAR-PROPOSTA.
008110     EVALUATE TRUE
008120         WHEN LP-AUMENTAR
008130             ADD 1 TO WS-QTD-AUMENTOS
008140         WHEN LP-REDUZIR
008150             ADD 1 TO WS-QTD-REDUCOES
008160         WHEN OTHER
008170             ADD 1 TO WS-QTD-MANTIDOS
008180     END-EVALUATE.

008190     WRITE PROPOSTA-LIMITE-REC
008200         INVALID KEY
008210             REWRITE PROPOSTA-LIMITE-REC
008220     END-WRITE.
008230     IF NOT FS-LIMPROP-OK
008240         DISPLAY "PROG170: ERRO AO GRAVAR PROPOSTA DO CLIENTE "
008250             LP-CLIENTE " - " FS-LIMPROP
008260         MOVE 8 TO RETURN-CODE
008270     END-IF.
008280 3700-GRAVAR-PROPOSTA-EXIT.
008290     EXIT.

008300*----------------------------------------------------------------
008310* 3800-IMPRIMIR-CLIENTE - MEASURES ON ONE LINE, EXPOSURE AND THE
008320*                          PROPOSAL ON THE NEXT
008330*----------------------------------------------------------------
008340 3800-IMPRIMIR-CLIENTE.
008350     MOVE "D" TO WS-FUNCAO-REL.
008360     MOVE LP-QTD-PAGAMENTOS TO WS-QTD-ED.
008370     MOVE LP-PRAZO-MEDIO TO WS-DIAS-ED.
008380     MOVE LP-ATRASO-MEDIO TO WS-ATRASO-ED.
008390     MOVE LP-PCT-ATRASO TO WS-PCT-ED.
008400     MOVE SPACES TO WS-LINHA-REL.
008410     STRING CU-CODIGO "  " CU-NOME(1:20) " " WS-QTD-ED " "
008420         WS-DIAS-ED " " WS-ATRASO-ED "   " WS-PCT-ED "   "
008430         LP-TENDENCIA
008440         DELIMITED BY SIZE INTO WS-LINHA-REL.
008450     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
008460         WS-COLUNAS-REL WS-LINHA-REL.

008470     EVALUATE TRUE
008480         WHEN LP-AUMENTAR
008490             MOVE "AUMENTO" TO WS-NOME-ACAO
008500         WHEN LP-REDUZIR
008510             MOVE "REDUCAO" TO WS-NOME-ACAO
008520         WHEN OTHER
008530             MOVE "MANTER" TO WS-NOME-ACAO
008540     END-EVALUATE.
008550     MOVE LP-MAIOR-EXPOSICAO TO WS-VALOR-ED.
008560     MOVE LP-LIMITE-ATUAL TO WS-ATUAL-ED.
008570     MOVE LP-LIMITE-PROPOSTO TO WS-PROPOSTO-ED.
008580     MOVE SPACES TO WS-LINHA-REL.
008590     STRING "  EXPOS " WS-VALOR-ED " LIMITE " WS-ATUAL-ED
008600         " -> " WS-PROPOSTO-ED " " WS-NOME-ACAO
008610         DELIMITED BY SIZE INTO WS-LINHA-REL.
008620     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
008630         WS-COLUNAS-REL WS-LINHA-REL.
008640 3800-IMPRIMIR-CLIENTE-EXIT.
008650     EXIT.

008660 3900-TOTAIS.
008670     MOVE "D" TO WS-FUNCAO-REL.
008680     MOVE SPACES TO WS-LINHA-REL.
008690     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
008700         WS-COLUNAS-REL WS-LINHA-REL.

008710     MOVE WS-DSO TO WS-DIAS-ED.
008720     MOVE WS-TOTAL-ABERTO TO WS-VALOR-ED.
008730     MOVE WS-VENDAS-PERIODO TO WS-ATUAL-ED.
008740     MOVE SPACES TO WS-LINHA-REL.
008750     STRING "DSO DA EMPRESA: " WS-DIAS-ED " DIAS  (ABERTO "
008760         WS-VALOR-ED " VENDAS " WS-ATUAL-ED ")"
008770         DELIMITED BY SIZE INTO WS-LINHA-REL.
008780     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
008790         WS-COLUNAS-REL WS-LINHA-REL.

008800     MOVE SPACES TO WS-LINHA-REL.
008810     MOVE WS-QTD-REVISADOS TO WS-QTD-ED.
008820     STRING "CLIENTES REVISADOS: " WS-QTD-ED
008830         DELIMITED BY SIZE INTO WS-LINHA-REL.
008840     MOVE WS-QTD-AUMENTOS TO WS-QTD-ED.
008850     STRING "  AUMENTOS: " WS-QTD-ED
008860         DELIMITED BY SIZE INTO WS-LINHA-REL(27:17).
008870     MOVE WS-QTD-REDUCOES TO WS-QTD-ED.
008880     STRING "  REDUCOES: " WS-QTD-ED
008890         DELIMITED BY SIZE INTO WS-LINHA-REL(44:17).
008900     MOVE WS-QTD-MANTIDOS TO WS-QTD-ED.
008910     STRING "  MANTIDOS: " WS-QTD-ED
008920         DELIMITED BY SIZE INTO WS-LINHA-REL(61:17).
008930     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
008940         WS-COLUNAS-REL WS-LINHA-REL.

008950     MOVE "F" TO WS-FUNCAO-REL.
008960     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
008970         WS-COLUNAS-REL WS-LINHA-REL.
008980 3900-TOTAIS-EXIT.
008990     EXIT.

009000*----------------------------------------------------------------
009010* 4000-DECIDIR - CREDIT WALKS THE PENDING PROPOSALS, APPROVING OR
009020*                 REJECTING EACH; BLANK LEAVES IT FOR LATER
009030*----------------------------------------------------------------
009040 4000-DECIDIR.
009050     OPEN I-O PROPOSAL-FILE.
009060     IF NOT FS-LIMPROP-OK
009070         DISPLAY "PROG170: SEM PROPOSTAS (LIMPROP) - EXECUTE A "
009080             "OPERACAO 2"
009090         MOVE 8 TO RETURN-CODE
009100         GO TO 4000-DECIDIR-EXIT
009110     END-IF.

009120     DISPLAY "CODIGO DO ANALISTA DE CREDITO".
009130     ACCEPT WS-CODIGO-ANALISTA.
009140     IF WS-CODIGO-ANALISTA = SPACES
009150         DISPLAY "PROG170: ANALISTA OBRIGATORIO - OPERACAO "
009160             "CANCELADA"
009170         CLOSE PROPOSAL-FILE
009180         GO TO 4000-DECIDIR-EXIT
009190     END-IF.

009200     MOVE "N" TO WS-FIM-DECISAO-SW.
009210     PERFORM 4050-LER-PROPOSTA.
009220     PERFORM 4100-DECIDIR-PROPOSTA THRU 4100-DECIDIR-PROPOSTA-EXIT
009230         UNTIL FS-LIMPROP-EOF OR WS-FIM-DECISAO.
009240     CLOSE PROPOSAL-FILE.
009250     DISPLAY "PROG170: PROPOSTAS DECIDIDAS: " WS-QTD-DECIDIDAS.
009260 4000-DECIDIR-EXIT.
009270     EXIT.

009280 4050-LER-PROPOSTA.
009290     READ PROPOSAL-FILE NEXT
009300         AT END
009310             SET FS-LIMPROP-EOF TO TRUE
009320     END-READ.

009330 4100-DECIDIR-PROPOSTA.
009340     IF NOT LP-PENDENTE
009350         GO TO 4100-DECIDIR-PROPOSTA-SEGUIR
009360     END-IF.

009370     MOVE LP-PRAZO-MEDIO TO WS-DIAS-ED.
009380     MOVE LP-ATRASO-MEDIO TO WS-ATRASO-ED.
009390     MOVE LP-PCT-ATRASO TO WS-PCT-ED.
009400     MOVE LP-MAIOR-EXPOSICAO TO WS-VALOR-ED.
009410     MOVE LP-LIMITE-ATUAL TO WS-ATUAL-ED.
009420     MOVE LP-LIMITE-PROPOSTO TO WS-PROPOSTO-ED.
009430     DISPLAY "-----------------------------------------------".
009440     DISPLAY "CLIENTE ........ : " LP-CLIENTE
009450         "   REVISAO: " LP-DATA-REVISAO.
009460     DISPLAY "PRAZO MEDIO .... : " WS-DIAS-ED
009470         "   ATRASO MEDIO: " WS-ATRASO-ED.
009480     DISPLAY "% PAGO ATRASADO  : " WS-PCT-ED
009490         "   TENDENCIA: " LP-TENDENCIA.
009500     DISPLAY "MAIOR EXPOSICAO  : " WS-VALOR-ED.
009510     DISPLAY "LIMITE ATUAL ... : " WS-ATUAL-ED.
009520     DISPLAY "LIMITE PROPOSTO  : " WS-PROPOSTO-ED.
009530     DISPLAY "DECISAO (A = APROVAR / R = REJEITAR / BRANCO = "
009540         "DEPOIS / F = ENCERRAR)".
009550     MOVE SPACES TO WS-DECISAO.
009560     ACCEPT WS-DECISAO.

009570     EVALUATE TRUE
009580         WHEN WS-DECISAO-FIM
009590             SET WS-FIM-DECISAO TO TRUE
009600             GO TO 4100-DECIDIR-PROPOSTA-EXIT
009610         WHEN WS-DECISAO-APROVAR
009620             MOVE "A" TO LP-SITUACAO
009630         WHEN WS-DECISAO-REJEITAR
009640             MOVE "R" TO LP-SITUACAO
009650         WHEN OTHER
009660             GO TO 4100-DECIDIR-PROPOSTA-SEGUIR
009670     END-EVALUATE.

009680     MOVE WS-CODIGO-ANALISTA TO LP-ANALISTA.
009690     MOVE WS-DATA-ATUAL TO LP-DATA-DECISAO.
009700     REWRITE PROPOSTA-LIMITE-REC.
009710     IF NOT FS-LIMPROP-OK
009720         DISPLAY "PROG170: ERRO AO GRAVAR DECISAO - " FS-LIMPROP
009730         MOVE 8 TO RETURN-CODE
009740         GO TO 4100-DECIDIR-PROPOSTA-SEGUIR
009750     END-IF.
009760     ADD 1 TO WS-QTD-DECIDIDAS.

009770     MOVE SPACES TO WS-DESCRICAO-AUD.
009780     STRING "PROPOSTA LIMITE CLI " LP-CLIENTE " SITUACAO "
009790         LP-SITUACAO " ANALISTA " WS-CODIGO-ANALISTA
009800         DELIMITED BY SIZE INTO WS-DESCRICAO-AUD.
009810     CALL "PROG22" USING "PROG170 " WS-DESCRICAO-AUD.

009820 4100-DECIDIR-PROPOSTA-SEGUIR.
009830     PERFORM 4050-LER-PROPOSTA.
009840 4100-DECIDIR-PROPOSTA-EXIT.
009850     EXIT.

009860*----------------------------------------------------------------
009870* 5000-EFETIVAR - APPROVED LIMITS GO TO CUSTFILE UNDER ONE
009880*                  SUPERVISOR SIGN-OFF. A LIMIT CHANGED BY HAND
009890*                  SINCE THE REVIEW IS LEFT ALONE
009900*----------------------------------------------------------------
009910 5000-EFETIVAR.
009920     PERFORM 5100-AUTORIZAR THRU 5100-AUTORIZAR-EXIT.
009930     IF NOT WS-APROVADO
009940         DISPLAY "PROG170: EFETIVACAO NAO AUTORIZADA"
009950         GO TO 5000-EFETIVAR-EXIT
009960     END-IF.

009970     OPEN I-O PROPOSAL-FILE.
009980     IF NOT FS-LIMPROP-OK
009990         DISPLAY "PROG170: SEM PROPOSTAS (LIMPROP) - EXECUTE A "
010000             "OPERACAO 2"
010010         MOVE 8 TO RETURN-CODE
010020         GO TO 5000-EFETIVAR-EXIT
010030     END-IF.
010040     OPEN I-O CUSTOMER-FILE.
010050     IF NOT FS-CUSTFILE-OK
010060         DISPLAY "PROG170: ERRO AO ABRIR CUSTOMER-FILE "
010070             FS-CUSTFILE
010080         CLOSE PROPOSAL-FILE
010090         MOVE 8 TO RETURN-CODE
010100         GO TO 5000-EFETIVAR-EXIT
010110     END-IF.

010120     PERFORM 4050-LER-PROPOSTA.
010130     PERFORM 5200-APLICAR THRU 5200-APLICAR-EXIT
010140         UNTIL FS-LIMPROP-EOF.
010150     CLOSE CUSTOMER-FILE.
010160     CLOSE PROPOSAL-FILE.
010170     DISPLAY "PROG170: LIMITES EFETIVADOS: " WS-QTD-EFETIVADAS.
010180 5000-EFETIVAR-EXIT.
010190     EXIT.

010200*----------------------------------------------------------------
010210* 5100-AUTORIZAR - SUPERVISOR-LEVEL SIGN-OFF, THE SAME CHECK
010220*                   PROG167 RUNS
010230*----------------------------------------------------------------
010240 5100-AUTORIZAR.
010250     MOVE "N" TO WS-APROVADO-SW.
010260     DISPLAY "CONFIRMA A EFETIVACAO DOS LIMITES APROVADOS? (S/N)".
010270     ACCEPT WS-RESPOSTA.
010280     IF NOT WS-RESPOSTA-SIM
010290         GO TO 5100-AUTORIZAR-EXIT
010300     END-IF.

010310     OPEN INPUT OPERATOR-FILE.
010320     IF NOT FS-OPERADOR-OK
010330         DISPLAY "PROG170: ERRO AO ABRIR OPERATOR-FILE "
010340             FS-OPERADOR
010350         GO TO 5100-AUTORIZAR-EXIT
010360     END-IF.

010370     DISPLAY "LIMITES - INFORME O CODIGO DO OPERADOR SUPERVISOR".
010380     ACCEPT WS-CODIGO-APROV.

010390     MOVE WS-CODIGO-APROV TO OP-CODIGO-OPERADOR.
010400     READ OPERATOR-FILE
010410         INVALID KEY
010420             DISPLAY "PROG170: OPERADOR NAO ENCONTRADO"
010430         NOT INVALID KEY
010440             IF OP-NIVEL-SUPERVISOR
010450                 MOVE "Y" TO WS-APROVADO-SW
010460             ELSE
010470                 DISPLAY "PROG170: OPERADOR SEM NIVEL DE "
010480                     "APROVACAO"
010490             END-IF
010500     END-READ.
010510     CLOSE OPERATOR-FILE.
010520 5100-AUTORIZAR-EXIT.
010530     EXIT.

010540 5200-APLICAR.
010550     IF NOT LP-APROVADA
010560         GO TO 5200-APLICAR-SEGUIR
010570     END-IF.

010580     MOVE LP-CLIENTE TO CU-CODIGO.
010590     READ CUSTOMER-FILE
010600         INVALID KEY
010610             DISPLAY "PROG170: CLIENTE " LP-CLIENTE
010620                 " NAO CADASTRADO - PROPOSTA IGNORADA"
010630             GO TO 5200-APLICAR-SEGUIR
010640     END-READ.
010650     IF CU-LIMITE-CREDITO NOT = LP-LIMITE-ATUAL
010660         DISPLAY "PROG170: LIMITE DO CLIENTE " LP-CLIENTE
010670             " ALTERADO DESDE A REVISAO - PROPOSTA IGNORADA"
010680         GO TO 5200-APLICAR-SEGUIR
010690     END-IF.

010700     MOVE LP-LIMITE-PROPOSTO TO CU-LIMITE-CREDITO.
010710     REWRITE CLIENTE-REC.
010720     IF NOT FS-CUSTFILE-OK
010730         DISPLAY "PROG170: ERRO AO ATUALIZAR CLIENTE " LP-CLIENTE
010740             " - " FS-CUSTFILE
010750         MOVE 8 TO RETURN-CODE
010760         GO TO 5200-APLICAR-SEGUIR
010770     END-IF.

010780     MOVE "E" TO LP-SITUACAO.
010790     MOVE WS-CODIGO-APROV TO LP-SUPERVISOR.
010800     MOVE WS-DATA-ATUAL TO LP-DATA-EFETIVACAO.
010810     REWRITE PROPOSTA-LIMITE-REC.
010820     ADD 1 TO WS-QTD-EFETIVADAS.

010830     MOVE LP-LIMITE-ATUAL TO WS-ANTIGO-AUD.
010840     MOVE LP-LIMITE-PROPOSTO TO WS-NOVO-AUD.
010850     MOVE SPACES TO WS-DESCRICAO-AUD.
010860     STRING "LIM CLI " LP-CLIENTE " DE " WS-ANTIGO-AUD " PARA "
010870         WS-NOVO-AUD " SUP " WS-CODIGO-APROV
010880         DELIMITED BY SIZE INTO WS-DESCRICAO-AUD.
010890     CALL "PROG22" USING "PROG170 " WS-DESCRICAO-AUD.

010900 5200-APLICAR-SEGUIR.
010910     PERFORM 4050-LER-PROPOSTA.
010920 5200-APLICAR-EXIT.
010930     EXIT.

010940 9999-EXIT.
010950     STOP RUN.
