001000******************************************************************
001010* PROGRAM-ID: PROG169
001020* AUTHOR:      R. ALMEIDA - APPLICATIONS
001030* INSTALLATION: FATURAMENTO
001040* DATE-WRITTEN: 2026-09-21
001050* DATE-COMPILED:
001060* PURPOSE:     CUSTOMER STATEMENT OF ACCOUNT. FOR ONE CUSTOMER
001070*              (OR EVERY CUSTOMER WITH ACTIVITY OR A BALANCE) AND
001080*              A DATE RANGE, PRINTS THROUGH PROG68 THE CU-ENDERECO
001090*              ADDRESS BLOCK, THE OPENING BALANCE, EACH INVOICE,
001100*              PAYMENT, LATE CHARGE, CANCELLATION / CREDIT NOTE
001110*              AND RECOVERY LOGGED ON ARMOV IN THE PERIOD WITH A
001120*              RUNNING BALANCE, THE CLOSING BALANCE AND THE AGING
001130*              OF THE OPEN ITEMS AT THE END DATE. THE CLOSING
001140*              BALANCE IS THE CURRENT ARFILE BALANCE LESS THE
001150*              MOVEMENTS DATED AFTER THE PERIOD; THE OPENING
001160*              BALANCE IS THE CLOSING LESS THE PERIOD MOVEMENTS.
001170* ----------------------------------------------------------------
001180* MODIFICATION HISTORY
001190* DATE       INIT DESCRIPTION
001200* 2026-09-21 RA   INITIAL VERSION
001210******************************************************************
001220 IDENTIFICATION DIVISION.
001230 PROGRAM-ID. PROG169.

001240 ENVIRONMENT DIVISION.
001250 INPUT-OUTPUT SECTION.
001260 FILE-CONTROL.
001270     SELECT RECEIVABLE-FILE ASSIGN TO "ARFILE"
001280         ORGANIZATION IS INDEXED
001290         ACCESS MODE IS DYNAMIC
001300         RECORD KEY IS AR-NUMERO-NOTA
001310         FILE STATUS IS FS-ARFILE.

001320     SELECT CUSTOMER-FILE ASSIGN TO "CUSTFILE"
001330         ORGANIZATION IS INDEXED
001340         ACCESS MODE IS DYNAMIC
001350         RECORD KEY IS CU-CODIGO
001360         FILE STATUS IS FS-CUSTFILE.

001370     SELECT AR-MOVEMENT-FILE ASSIGN TO "ARMOV"
001380         ORGANIZATION IS INDEXED
001390         ACCESS MODE IS DYNAMIC
001400         RECORD KEY IS MA-CHAVE
001410         ALTERNATE RECORD KEY IS MA-CHAVE-CLIENTE WITH DUPLICATES
001420         FILE STATUS IS FS-ARMOV.

001430 DATA DIVISION.
001440 FILE SECTION.
001450 FD  RECEIVABLE-FILE.
001460 COPY ARREC.

001470 FD  CUSTOMER-FILE.
001480 COPY CUSTREC.

001490 FD  AR-MOVEMENT-FILE.
001500 COPY MOVAREC.

001510 WORKING-STORAGE SECTION.
001520 01  FS-ARFILE                   PIC X(02).
001530     88  FS-ARFILE-OK            VALUE "00".
001540     88  FS-ARFILE-EOF           VALUE "10".

001550 01  FS-CUSTFILE                 PIC X(02).
001560     88  FS-CUSTFILE-OK          VALUE "00".
001570     88  FS-CUSTFILE-EOF         VALUE "10".

001580 01  FS-ARMOV                    PIC X(02).
001590     88  FS-ARMOV-OK             VALUE "00".
001600     88  FS-ARMOV-EOF            VALUE "10".

001610 01  WS-ARMOV-SW                 PIC X(01) VALUE "N".
001620     88  WS-ARMOV-ABERTO         VALUE "Y".

001630 01  WS-DATA-ATUAL               PIC 9(08).
001640 01  WS-CLIENTE-SEL              PIC 9(06).
001650 01  WS-DATA-INICIO              PIC 9(08).
001660 01  WS-DATA-FIM                 PIC 9(08).
001670 01  WS-DATA-LIDA                PIC 9(08).
001680 01  WS-DATA-SW                  PIC X(01).
001690     88  WS-DATA-VALIDA          VALUE "Y".

001700 01  WS-MENSAGEM                 PIC X(40).
001710 01  WS-VALOR-ENT                PIC 9(09).
001720 01  WS-LIMITE-MIN               PIC 9(09).
001730 01  WS-LIMITE-MAX               PIC 9(09).

001740 01  WS-CHAMADA-DATA.
001750     05  WS-DT-FUNCAO            PIC X(01).
001760     05  WS-DT-DATA-1            PIC 9(08).
001770     05  WS-DT-DATA-2            PIC 9(08).
001780     05  WS-DT-QUANTIDADE        PIC S9(07).
001790     05  WS-DT-UNIDADE           PIC X(01).
001800     05  WS-DT-STATUS            PIC X(01).
001810         88  WS-DT-OK            VALUE "1".

001820 01  WS-DIAS-ATRASO              PIC S9(07).

001830 01  WS-QTDE-CLIENTES            PIC 9(03) COMP VALUE ZERO.
001840 01  WS-INDICE                   PIC 9(03) COMP.
001850 01  WS-ACHOU-SW                 PIC X(01).
001860     88  WS-ACHOU                VALUE "Y".
001870 01  WS-CLIENTE-BUSCA            PIC 9(06).

001880 01  WS-TABELA-SALDOS.
001890     05  WS-EXT-ENTRADA OCCURS 500 TIMES.
001900         10  WS-EXT-CLIENTE      PIC 9(06).
001910         10  WS-EXT-SALDO        PIC 9(11)V9(02).
001920         10  WS-EXT-CORRENTE     PIC 9(11)V9(02).
001930         10  WS-EXT-30           PIC 9(11)V9(02).
001940         10  WS-EXT-60           PIC 9(11)V9(02).
001950         10  WS-EXT-90           PIC 9(11)V9(02).
001960         10  WS-EXT-MAIS-90      PIC 9(11)V9(02).

001970 01  WS-SALDO-ATUAL              PIC S9(11)V9(02).
001980 01  WS-EFEITO-POSTERIOR         PIC S9(11)V9(02).
001990 01  WS-EFEITO-PERIODO           PIC S9(11)V9(02).
002000 01  WS-EFEITO                   PIC S9(11)V9(02).
002010 01  WS-SALDO-ANTERIOR           PIC S9(11)V9(02).
002020 01  WS-SALDO-FINAL              PIC S9(11)V9(02).
002030 01  WS-SALDO-CORRENTE           PIC S9(11)V9(02).
002040 01  WS-QTD-PERIODO              PIC 9(05) COMP.
002050 01  WS-QTD-EXTRATOS             PIC 9(05) COMP VALUE ZERO.

002060 01  WS-DESCRICAO-MOV            PIC X(12).
002070 01  WS-DEBITO-ED                PIC ZZ,ZZZ,ZZ9.99.
002080 01  WS-CREDITO-ED               PIC ZZ,ZZZ,ZZ9.99.
002090 01  WS-SALDO-ED                 PIC ZZZ,ZZZ,ZZ9.99-.
002100 01  WS-VALOR-ED                 PIC ZZZ,ZZZ,ZZ9.99.
002110 01  WS-V30-ED                   PIC ZZZ,ZZZ,ZZ9.99.
002120 01  WS-V60-ED                   PIC ZZZ,ZZZ,ZZ9.99.
002130 01  WS-V90-ED                   PIC ZZZ,ZZZ,ZZ9.99.
002140 01  WS-VMAIS-ED                 PIC ZZZ,ZZZ,ZZ9.99.

002150 01  WS-LINHA-REL                PIC X(80).
002160 01  WS-FUNCAO-REL               PIC X(01).
002170 01  WS-TITULO-REL               PIC X(60).
002180 01  WS-COLUNAS-REL              PIC X(80).

002190 01  WS-DESCRICAO-AUD            PIC X(60).

002200 PROCEDURE DIVISION.

002210*----------------------------------------------------------------
002220* 0000-MAINLINE - BALANCES AND AGING FROM ARFILE FIRST, THEN ONE
002230*                  STATEMENT PER CUSTOMER FROM ARMOV
002240*----------------------------------------------------------------
002250 0000-MAINLINE.
002260     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.

002270     PERFORM 1100-LER-PROXIMO.
002280     PERFORM 2000-ACUMULAR THRU 2000-ACUMULAR-EXIT
002290         UNTIL FS-ARFILE-EOF.
002300     CLOSE RECEIVABLE-FILE.

002310     MOVE "I" TO WS-FUNCAO-REL.
002320     MOVE "EXTRATO DE CONTA CORRENTE DE CLIENTES"
002330         TO WS-TITULO-REL.
002340     MOVE "DATA     HISTORICO    NOTA" TO WS-COLUNAS-REL.
002350     MOVE "DEBITO" TO WS-COLUNAS-REL(41:6).
002360     MOVE "CREDITO" TO WS-COLUNAS-REL(54:7).
002370     MOVE "SALDO" TO WS-COLUNAS-REL(71:5).
002380     MOVE SPACES TO WS-LINHA-REL.
002390     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
002400         WS-COLUNAS-REL WS-LINHA-REL.

002410     IF WS-CLIENTE-SEL NOT = ZERO
002420         MOVE WS-CLIENTE-SEL TO CU-CODIGO
002430         READ CUSTOMER-FILE
002440             INVALID KEY
002450                 MOVE "(CLIENTE NAO CADASTRADO)" TO CU-NOME
002460                 MOVE SPACES TO CU-ENDERECO
002470         END-READ
002480         PERFORM 3000-EXTRATO-CLIENTE
002490             THRU 3000-EXTRATO-CLIENTE-EXIT
002500     ELSE
002510         PERFORM 1200-LER-CLIENTE
002520         PERFORM 3000-EXTRATO-CLIENTE
002530             THRU 3000-EXTRATO-CLIENTE-EXIT
002540             UNTIL FS-CUSTFILE-EOF
002550     END-IF.

002560     MOVE "F" TO WS-FUNCAO-REL.
002570     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
002580         WS-COLUNAS-REL WS-LINHA-REL.

002590     CLOSE CUSTOMER-FILE.
002600     IF WS-ARMOV-ABERTO
002610         CLOSE AR-MOVEMENT-FILE
002620     END-IF.

002630     DISPLAY "PROG169: EXTRATOS EMITIDOS: " WS-QTD-EXTRATOS.
002640     MOVE SPACES TO WS-DESCRICAO-AUD.
002650     STRING "EMITIU EXTRATO CLIENTE " WS-CLIENTE-SEL " DE "
002660         WS-DATA-INICIO " A " WS-DATA-FIM
002670         DELIMITED BY SIZE INTO WS-DESCRICAO-AUD.
002680     CALL "PROG22" USING "PROG169 " WS-DESCRICAO-AUD.
002690     GO TO 9999-EXIT.

002700*----------------------------------------------------------------
002710* 1000-INICIALIZAR - CUSTOMER (0 = ALL) AND THE PERIOD
002720*----------------------------------------------------------------
002730 1000-INICIALIZAR.
002740     ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.

002750     MOVE "CLIENTE (0 = TODOS COM MOVIMENTO)" TO WS-MENSAGEM.
002760     MOVE ZERO TO WS-LIMITE-MIN.
002770     MOVE 999999 TO WS-LIMITE-MAX.
002780     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
002790         WS-LIMITE-MIN WS-LIMITE-MAX.
002800     MOVE WS-VALOR-ENT TO WS-CLIENTE-SEL.

002810     MOVE "N" TO WS-DATA-SW.
002820     MOVE "DATA INICIAL DO PERIODO" TO WS-MENSAGEM.
002830     PERFORM 1300-LER-DATA THRU 1300-LER-DATA-EXIT
002840         UNTIL WS-DATA-VALIDA.
002850     MOVE WS-DATA-LIDA TO WS-DATA-INICIO.

002860     MOVE "N" TO WS-DATA-SW.
002870     MOVE "DATA FINAL DO PERIODO (0 = HOJE)" TO WS-MENSAGEM.
002880     PERFORM 1300-LER-DATA THRU 1300-LER-DATA-EXIT
002890         UNTIL WS-DATA-VALIDA.
002900     MOVE WS-DATA-LIDA TO WS-DATA-FIM.

002910     IF WS-DATA-FIM < WS-DATA-INICIO
002920         DISPLAY "PROG169: DATA FINAL ANTERIOR A INICIAL - "
002930             "EXTRATO CANCELADO"
002940         GO TO 9999-EXIT
002950     END-IF.

002960     OPEN INPUT RECEIVABLE-FILE.
002970     IF NOT FS-ARFILE-OK
002980         DISPLAY "PROG169: SEM CONTAS A RECEBER (ARFILE) - "
002990             "NADA A EMITIR"
003000         GO TO 9999-EXIT
003010     END-IF.

003020     OPEN INPUT CUSTOMER-FILE.
003030     IF NOT FS-CUSTFILE-OK
003040         DISPLAY "PROG169: ERRO AO ABRIR CUSTOMER-FILE "
003050             FS-CUSTFILE
003060         CLOSE RECEIVABLE-FILE
003070         GO TO 9999-EXIT
003080     END-IF.

003090     OPEN INPUT AR-MOVEMENT-FILE.
003100     IF FS-ARMOV-OK
003110         SET WS-ARMOV-ABERTO TO TRUE
003120     ELSE
003130         DISPLAY "PROG169: SEM MOVIMENTOS (ARMOV) - EXTRATO "
003140             "APENAS COM SALDOS"
003150     END-IF.
003160 1000-INICIALIZAR-EXIT.
003170     EXIT.

003180 1100-LER-PROXIMO.
003190     READ RECEIVABLE-FILE NEXT
003200         AT END
003210             SET FS-ARFILE-EOF TO TRUE
003220     END-READ.

003230 1200-LER-CLIENTE.
003240     READ CUSTOMER-FILE NEXT
003250         AT END
003260             SET FS-CUSTFILE-EOF TO TRUE
003270     END-READ.

003280 1300-LER-DATA.
003290     MOVE ZERO TO WS-LIMITE-MIN.
003300     MOVE 99991231 TO WS-LIMITE-MAX.
003310     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
003320         WS-LIMITE-MIN WS-LIMITE-MAX.
003330     IF WS-VALOR-ENT = ZERO
003340         MOVE WS-DATA-ATUAL TO WS-DATA-LIDA
003350     ELSE
003360         MOVE WS-VALOR-ENT TO WS-DATA-LIDA
003370     END-IF.

003380     MOVE "V" TO WS-DT-FUNCAO.
003390     MOVE WS-DATA-LIDA TO WS-DT-DATA-1.
003400     CALL "PROG74" USING WS-DT-FUNCAO WS-DT-DATA-1
003410         WS-DT-DATA-2 WS-DT-QUANTIDADE WS-DT-UNIDADE
003420         WS-DT-STATUS.
003430     IF WS-DT-OK
003440         SET WS-DATA-VALIDA TO TRUE
003450     ELSE
003460         DISPLAY "PROG169: DATA INVALIDA - REDIGITE"
003470     END-IF.
003480 1300-LER-DATA-EXIT.
003490     EXIT.

003500*----------------------------------------------------------------
003510* 2000-ACUMULAR - CURRENT BALANCE PER CUSTOMER (OPEN AND WRITTEN-
003520*                  OFF ITEMS - A WRITTEN-OFF TITLE IS STILL OWED)
003530*                  AND THE OPEN ITEMS AGED TO THE END DATE
003540*----------------------------------------------------------------
003550 2000-ACUMULAR.
003560     IF NOT AR-ABERTO AND NOT AR-BAIXADO-PERDA
003570         GO TO 2000-ACUMULAR-SEGUIR
003580     END-IF.
003590     IF WS-CLIENTE-SEL NOT = ZERO
003600         AND AR-CLIENTE NOT = WS-CLIENTE-SEL
003610         GO TO 2000-ACUMULAR-SEGUIR
003620     END-IF.

003630     MOVE AR-CLIENTE TO WS-CLIENTE-BUSCA.
003640     PERFORM 2100-LOCALIZAR-CLIENTE
003650         THRU 2100-LOCALIZAR-CLIENTE-EXIT.
003660     IF NOT WS-ACHOU
003670         DISPLAY "PROG169: TABELA DE CLIENTES CHEIA - CLIENTE "
003680             AR-CLIENTE " IGNORADO"
003690         GO TO 2000-ACUMULAR-SEGUIR
003700     END-IF.
003710     ADD AR-SALDO TO WS-EXT-SALDO(WS-INDICE).

003720     IF NOT AR-ABERTO
003730         GO TO 2000-ACUMULAR-SEGUIR
003740     END-IF.
003750     MOVE "D" TO WS-DT-FUNCAO.
003760     MOVE AR-VENCIMENTO TO WS-DT-DATA-1.
003770     MOVE WS-DATA-FIM TO WS-DT-DATA-2.
003780     CALL "PROG74" USING WS-DT-FUNCAO WS-DT-DATA-1
003790         WS-DT-DATA-2 WS-DT-QUANTIDADE WS-DT-UNIDADE
003800         WS-DT-STATUS.
003810     MOVE WS-DT-QUANTIDADE TO WS-DIAS-ATRASO.

003820     EVALUATE TRUE
003830         WHEN WS-DIAS-ATRASO <= ZERO
003840             ADD AR-SALDO TO WS-EXT-CORRENTE(WS-INDICE)
003850         WHEN WS-DIAS-ATRASO <= 30
003860             ADD AR-SALDO TO WS-EXT-30(WS-INDICE)
003870         WHEN WS-DIAS-ATRASO <= 60
003880             ADD AR-SALDO TO WS-EXT-60(WS-INDICE)
003890         WHEN WS-DIAS-ATRASO <= 90
003900             ADD AR-SALDO TO WS-EXT-90(WS-INDICE)
003910         WHEN OTHER
003920             ADD AR-SALDO TO WS-EXT-MAIS-90(WS-INDICE)
003930     END-EVALUATE.

003940 2000-ACUMULAR-SEGUIR.
003950     PERFORM 1100-LER-PROXIMO.
003960 2000-ACUMULAR-EXIT.
003970     EXIT.

003980*----------------------------------------------------------------
003990* 2100-LOCALIZAR-CLIENTE - THE PER-CUSTOMER TABLE, PROG130 STYLE;
004000*                           A NEW CUSTOMER GETS A ZEROED ENTRY
004010*----------------------------------------------------------------
004020 2100-LOCALIZAR-CLIENTE.
004030     MOVE "N" TO WS-ACHOU-SW.
004040     PERFORM 2110-COMPARAR-ENTRADA
004050         VARYING WS-INDICE FROM 1 BY 1
004060         UNTIL WS-INDICE > WS-QTDE-CLIENTES OR WS-ACHOU.
004070     IF WS-ACHOU
004080         SUBTRACT 1 FROM WS-INDICE
004090         GO TO 2100-LOCALIZAR-CLIENTE-EXIT
004100     END-IF.

004110     IF WS-QTDE-CLIENTES >= 500
004120         GO TO 2100-LOCALIZAR-CLIENTE-EXIT
004130     END-IF.

004140     ADD 1 TO WS-QTDE-CLIENTES.
004150     MOVE WS-QTDE-CLIENTES TO WS-INDICE.
004160     MOVE WS-CLIENTE-BUSCA TO WS-EXT-CLIENTE(WS-INDICE).
004170     MOVE ZERO TO WS-EXT-SALDO(WS-INDICE).
004180     MOVE ZERO TO WS-EXT-CORRENTE(WS-INDICE).
004190     MOVE ZERO TO WS-EXT-30(WS-INDICE).
004200     MOVE ZERO TO WS-EXT-60(WS-INDICE).
004210     MOVE ZERO TO WS-EXT-90(WS-INDICE).
004220     MOVE ZERO TO WS-EXT-MAIS-90(WS-INDICE).
004230     SET WS-ACHOU TO TRUE.
004240 2100-LOCALIZAR-CLIENTE-EXIT.
004250     EXIT.

004260 2110-COMPARAR-ENTRADA.
004270     IF WS-EXT-CLIENTE(WS-INDICE) = WS-CLIENTE-BUSCA
004280         SET WS-ACHOU TO TRUE
004290     END-IF.

004300*----------------------------------------------------------------
004310* 3000-EXTRATO-CLIENTE - THE CUSTOMER IN CLIENTE-REC. A FIRST
004320*                         PASS OVER ITS MOVEMENTS WORKS THE
004330*                         CLOSING AND OPENING BALANCES BACK FROM
004340*                         THE CURRENT ONE; THE SECOND PRINTS THE
004350*                         PERIOD WITH THE RUNNING BALANCE
004360*----------------------------------------------------------------
004370 3000-EXTRATO-CLIENTE.
004380     MOVE CU-CODIGO TO WS-CLIENTE-BUSCA.
004390     PERFORM 2100-LOCALIZAR-CLIENTE
004400         THRU 2100-LOCALIZAR-CLIENTE-EXIT.
004410     IF NOT WS-ACHOU
004420         DISPLAY "PROG169: TABELA DE CLIENTES CHEIA - CLIENTE "
004430             CU-CODIGO " IGNORADO"
004440         GO TO 3000-EXTRATO-CLIENTE-SEGUIR
004450     END-IF.
004460     MOVE WS-EXT-SALDO(WS-INDICE) TO WS-SALDO-ATUAL.

004470     MOVE ZERO TO WS-EFEITO-POSTERIOR.
004480     MOVE ZERO TO WS-EFEITO-PERIODO.
004490     MOVE ZERO TO WS-QTD-PERIODO.
004500     IF WS-ARMOV-ABERTO
004510         PERFORM 3100-POSICIONAR-MOVIMENTOS
004520             THRU 3100-POSICIONAR-MOVIMENTOS-EXIT
004530         PERFORM 3200-SOMAR-MOVIMENTO
004540             THRU 3200-SOMAR-MOVIMENTO-EXIT
004550             UNTIL FS-ARMOV-EOF
004560     END-IF.

004570     COMPUTE WS-SALDO-FINAL =
004580         WS-SALDO-ATUAL - WS-EFEITO-POSTERIOR.
004590     COMPUTE WS-SALDO-ANTERIOR =
004600         WS-SALDO-FINAL - WS-EFEITO-PERIODO.

004610     IF WS-CLIENTE-SEL = ZERO AND WS-QTD-PERIODO = ZERO
004620         AND WS-SALDO-ANTERIOR = ZERO AND WS-SALDO-FINAL = ZERO
004630         GO TO 3000-EXTRATO-CLIENTE-SEGUIR
004640     END-IF.

004650     PERFORM 3300-CABECALHO-CLIENTE
004660         THRU 3300-CABECALHO-CLIENTE-EXIT.

004670     MOVE WS-SALDO-ANTERIOR TO WS-SALDO-CORRENTE.
004680     IF WS-ARMOV-ABERTO AND WS-QTD-PERIODO > ZERO
004690         PERFORM 3100-POSICIONAR-MOVIMENTOS
004700             THRU 3100-POSICIONAR-MOVIMENTOS-EXIT
004710         PERFORM 3400-LINHA-MOVIMENTO
004720             THRU 3400-LINHA-MOVIMENTO-EXIT
004730             UNTIL FS-ARMOV-EOF
004740     END-IF.

004750     PERFORM 3500-RODAPE-CLIENTE THRU 3500-RODAPE-CLIENTE-EXIT.
004760     ADD 1 TO WS-QTD-EXTRATOS.

004770 3000-EXTRATO-CLIENTE-SEGUIR.
004780     IF WS-CLIENTE-SEL = ZERO
004790         PERFORM 1200-LER-CLIENTE
004800     END-IF.
004810 3000-EXTRATO-CLIENTE-EXIT.
004820     EXIT.

004830*----------------------------------------------------------------
004840* 3100-POSICIONAR-MOVIMENTOS - FIRST MOVEMENT OF THE CUSTOMER BY
004850*                               THE CUSTOMER + DATE KEY
004860*----------------------------------------------------------------
004870 3100-POSICIONAR-MOVIMENTOS.
004880     MOVE "00" TO FS-ARMOV.
004890     MOVE CU-CODIGO TO MA-CLIENTE.
004900     MOVE ZERO TO MA-DATA.
004910     START AR-MOVEMENT-FILE KEY IS NOT LESS THAN MA-CHAVE-CLIENTE
004920         INVALID KEY
004930             SET FS-ARMOV-EOF TO TRUE
004940             GO TO 3100-POSICIONAR-MOVIMENTOS-EXIT
004950     END-START.
004960     PERFORM 3110-LER-MOVIMENTO.
004970 3100-POSICIONAR-MOVIMENTOS-EXIT.
004980     EXIT.

004990 3110-LER-MOVIMENTO.
005000     READ AR-MOVEMENT-FILE NEXT
005010         AT END
005020             SET FS-ARMOV-EOF TO TRUE
005030     END-READ.
005040     IF FS-ARMOV-OK AND MA-CLIENTE NOT = CU-CODIGO
005050         SET FS-ARMOV-EOF TO TRUE
005060     END-IF.

005070*----------------------------------------------------------------
005080* 3150-EFEITO-MOVIMENTO - INVOICES AND LATE CHARGES RAISE WHAT IS
005090*                          OWED; PAYMENTS, CANCELLATIONS AND
005100*                          RECOVERIES LOWER IT
005110*----------------------------------------------------------------
005120 3150-EFEITO-MOVIMENTO.
005130     EVALUATE TRUE
005140         WHEN MA-FATURA
005150             MOVE "FATURA" TO WS-DESCRICAO-MOV
005160             MOVE MA-VALOR TO WS-EFEITO
005170         WHEN MA-ENCARGOS
005180             MOVE "MULTA/JUROS" TO WS-DESCRICAO-MOV
005190             MOVE MA-VALOR TO WS-EFEITO
005200         WHEN MA-RECEBIMENTO
005210             MOVE "PAGAMENTO" TO WS-DESCRICAO-MOV
005220             COMPUTE WS-EFEITO = ZERO - MA-VALOR
005230         WHEN MA-CANCELAMENTO
005240             MOVE "CANCEL/CRED" TO WS-DESCRICAO-MOV
005250             COMPUTE WS-EFEITO = ZERO - MA-VALOR
005260         WHEN MA-RECUPERACAO
005270             MOVE "RECUPERACAO" TO WS-DESCRICAO-MOV
005280             COMPUTE WS-EFEITO = ZERO - MA-VALOR
005290         WHEN OTHER
005300             MOVE "(DESCONHEC.)" TO WS-DESCRICAO-MOV
005310             MOVE ZERO TO WS-EFEITO
005320     END-EVALUATE.

005330 3200-SOMAR-MOVIMENTO.
005340     PERFORM 3150-EFEITO-MOVIMENTO.
005350     IF MA-DATA > WS-DATA-FIM
005360         ADD WS-EFEITO TO WS-EFEITO-POSTERIOR
005370     ELSE
005380         IF MA-DATA NOT < WS-DATA-INICIO
005390             ADD WS-EFEITO TO WS-EFEITO-PERIODO
005400             ADD 1 TO WS-QTD-PERIODO
005410         END-IF
005420     END-IF.
005430     PERFORM 3110-LER-MOVIMENTO.
005440 3200-SOMAR-MOVIMENTO-EXIT.
005450     EXIT.

005460*----------------------------------------------------------------
005470* 3300-CABECALHO-CLIENTE - ADDRESS BLOCK AND OPENING BALANCE
005480*----------------------------------------------------------------
005490 3300-CABECALHO-CLIENTE.
005500     MOVE "D" TO WS-FUNCAO-REL.
005510     MOVE SPACES TO WS-LINHA-REL.
005520     STRING "CLIENTE " CU-CODIGO " - " CU-NOME
005530         DELIMITED BY SIZE INTO WS-LINHA-REL.
005540     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
005550         WS-COLUNAS-REL WS-LINHA-REL.
005560     MOVE SPACES TO WS-LINHA-REL.
005570     STRING "        " CU-RUA
005580         DELIMITED BY SIZE INTO WS-LINHA-REL.
005590     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
005600         WS-COLUNAS-REL WS-LINHA-REL.
005610     MOVE SPACES TO WS-LINHA-REL.
005620     STRING "        " CU-CIDADE " " CU-ESTADO " " CU-CEP
005630         DELIMITED BY SIZE INTO WS-LINHA-REL.
005640     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
005650         WS-COLUNAS-REL WS-LINHA-REL.

005660     MOVE WS-SALDO-ANTERIOR TO WS-SALDO-ED.
005670     MOVE SPACES TO WS-LINHA-REL.
005680     STRING WS-DATA-INICIO " SALDO ANTERIOR"
005690         DELIMITED BY SIZE INTO WS-LINHA-REL.
005700     MOVE WS-SALDO-ED TO WS-LINHA-REL(62:15).
005710     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
005720         WS-COLUNAS-REL WS-LINHA-REL.
005730 3300-CABECALHO-CLIENTE-EXIT.
005740     EXIT.

005750*----------------------------------------------------------------
005760* 3400-LINHA-MOVIMENTO - ONE PERIOD MOVEMENT WITH THE RUNNING
005770*                         BALANCE
005780*----------------------------------------------------------------
005790 3400-LINHA-MOVIMENTO.
005800     IF MA-DATA < WS-DATA-INICIO OR MA-DATA > WS-DATA-FIM
005810         GO TO 3400-LINHA-MOVIMENTO-SEGUIR
005820     END-IF.

005830     PERFORM 3150-EFEITO-MOVIMENTO.
005840     ADD WS-EFEITO TO WS-SALDO-CORRENTE.
005850     MOVE WS-SALDO-CORRENTE TO WS-SALDO-ED.

005860     MOVE SPACES TO WS-LINHA-REL.
005870     STRING MA-DATA " " WS-DESCRICAO-MOV " " MA-NUMERO-NOTA
005880         DELIMITED BY SIZE INTO WS-LINHA-REL.
005890     IF WS-EFEITO < ZERO
005900         MOVE MA-VALOR TO WS-CREDITO-ED
005910         MOVE WS-CREDITO-ED TO WS-LINHA-REL(48:13)
005920     ELSE
005930         MOVE MA-VALOR TO WS-DEBITO-ED
005940         MOVE WS-DEBITO-ED TO WS-LINHA-REL(34:13)
005950     END-IF.
005960     MOVE WS-SALDO-ED TO WS-LINHA-REL(62:15).
005970     MOVE "D" TO WS-FUNCAO-REL.
005980     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
005990         WS-COLUNAS-REL WS-LINHA-REL.

006000 3400-LINHA-MOVIMENTO-SEGUIR.
006010     PERFORM 3110-LER-MOVIMENTO.
006020 3400-LINHA-MOVIMENTO-EXIT.
006030     EXIT.

006040*----------------------------------------------------------------
006050* 3500-RODAPE-CLIENTE - CLOSING BALANCE AND THE AGING OF THE
006060*                        OPEN ITEMS AT THE END DATE
006070*----------------------------------------------------------------
006080 3500-RODAPE-CLIENTE.
006090     MOVE "D" TO WS-FUNCAO-REL.
006100     MOVE WS-SALDO-FINAL TO WS-SALDO-ED.
006110     MOVE SPACES TO WS-LINHA-REL.
006120     STRING WS-DATA-FIM " SALDO EM " WS-DATA-FIM
006130         DELIMITED BY SIZE INTO WS-LINHA-REL.
006140     MOVE WS-SALDO-ED TO WS-LINHA-REL(62:15).
006150     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
006160         WS-COLUNAS-REL WS-LINHA-REL.

006170     MOVE WS-EXT-CORRENTE(WS-INDICE) TO WS-VALOR-ED.
006180     MOVE WS-EXT-30(WS-INDICE) TO WS-V30-ED.
006190     MOVE WS-EXT-60(WS-INDICE) TO WS-V60-ED.
006200     MOVE SPACES TO WS-LINHA-REL.
006210     STRING "  A VENCER: " WS-VALOR-ED " ATE 30: " WS-V30-ED
006220         " ATE 60: " WS-V60-ED
006230         DELIMITED BY SIZE INTO WS-LINHA-REL.
006240     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
006250         WS-COLUNAS-REL WS-LINHA-REL.

006260     MOVE WS-EXT-90(WS-INDICE) TO WS-V90-ED.
006270     MOVE WS-EXT-MAIS-90(WS-INDICE) TO WS-VMAIS-ED.
006280     MOVE SPACES TO WS-LINHA-REL.
006290     STRING "  ATE 90..: " WS-V90-ED " MAIS DE 90: " WS-VMAIS-ED
006300         DELIMITED BY SIZE INTO WS-LINHA-REL.
006310     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
006320         WS-COLUNAS-REL WS-LINHA-REL.

006330     MOVE SPACES TO WS-LINHA-REL.
006340     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
006350         WS-COLUNAS-REL WS-LINHA-REL.
006360 3500-RODAPE-CLIENTE-EXIT.
006370     EXIT.

006380 9999-EXIT.
006390     STOP RUN.
