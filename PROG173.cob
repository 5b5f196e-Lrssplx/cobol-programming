001000******************************************************************
001010* PROGRAM-ID: PROG173
001020* AUTHOR:      R. ALMEIDA - APPLICATIONS
001030* INSTALLATION: CONTABILIDADE
001040* DATE-WRITTEN: 2026-09-24
001050* DATE-COMPILED:
001060* PURPOSE:     THIRTEEN-WEEK CASH-FLOW FORECAST FOR TREASURY,
001070*              FROM TODAY AND A KEYED OPENING CASH FIGURE.
001080*              INFLOWS: THE OPEN ARFILE ITEMS BY AR-VENCIMENTO
001090*              MOVED BY EACH CUSTOMER'S AVERAGE DAYS LATE OVER
001100*              THE LAST TWELVE MONTHS OF RECEIPTS (ARMOV), AND
001110*              THE CONTRACT BILLING (CONTFILE) STILL TO BE
001120*              INVOICED, RECEIVED 30 DAYS AFTER BILLING AS PROG20
001130*              SETS THE DUE DATE. OUTFLOWS: THE NET OF THE LAST
001140*              PAYROLL REGISTER ON EACH PAYPER PAYMENT DATE, THE
001150*              LAST PROG95 FGTS DEPOSIT ON THE 7TH OF THE MONTH
001160*              AFTER EACH PAYROLL PERIOD, THE 13O INSTALLMENTS
001170*              (NOV 30 AND DEC 20) AND THE OPEN SUPPLIER PAYABLES
001180*              (APFILE). RECEIPTS ROLL FORWARD AND PAYMENTS BACK
001190*              TO A BUSINESS DAY THROUGH PROG74. PRINTS THE WEEK
001200*              BY WEEK TABLE WITH THE RUNNING BALANCE THROUGH
001210*              PROG68.
001220* ----------------------------------------------------------------
001230* MODIFICATION HISTORY
001240* DATE       INIT DESCRIPTION
001250* 2026-09-24 RA   INITIAL VERSION
001251* 2026-10-15 RA   THE OPERATOR IDENTIFIES ITSELF (PROG211) AT
001252*                 START-UP. BELOW INTEGRAL EVERY AMOUNT ON THE
001253*                 FORECAST (WEEKLY COLUMNS, BALANCES AND SOURCE
001254*                 TOTALS) PRINTS AS ASTERISKS; AN INTEGRAL
001255*                 FORECAST IS LOGGED THROUGH PROG22.
001260******************************************************************
001270 IDENTIFICATION DIVISION.
001280 PROGRAM-ID. PROG173.

001290 ENVIRONMENT DIVISION.
001300 INPUT-OUTPUT SECTION.
001310 FILE-CONTROL.
001320     SELECT RECEIVABLE-FILE ASSIGN TO "ARFILE"
001330         ORGANIZATION IS INDEXED
001340         ACCESS MODE IS DYNAMIC
001350         RECORD KEY IS AR-NUMERO-NOTA
001360         FILE STATUS IS FS-ARFILE.

001370     SELECT AR-MOVEMENT-FILE ASSIGN TO "ARMOV"
001380         ORGANIZATION IS INDEXED
001390         ACCESS MODE IS DYNAMIC
001400         RECORD KEY IS MA-CHAVE
001410         ALTERNATE RECORD KEY IS MA-CHAVE-CLIENTE
001420             WITH DUPLICATES
001430         FILE STATUS IS FS-ARMOV.

001440     SELECT CONTRACT-FILE ASSIGN TO "CONTFILE"
001450         ORGANIZATION IS INDEXED
001460         ACCESS MODE IS DYNAMIC
001470         RECORD KEY IS CN-CHAVE
001480         FILE STATUS IS FS-CONTFILE.

001490     SELECT PAYROLL-REGISTER ASSIGN TO "PAYREG"
001500         ORGANIZATION IS LINE SEQUENTIAL
001510         FILE STATUS IS FS-PAYREG.

001520     SELECT REGISTER-13 ASSIGN TO "PAYREG13"
001530         ORGANIZATION IS LINE SEQUENTIAL
001540         FILE STATUS IS FS-PAYREG13.

001550     SELECT PAY-PERIOD-FILE ASSIGN TO "PAYPER"
001560         ORGANIZATION IS INDEXED
001570         ACCESS MODE IS DYNAMIC
001580         RECORD KEY IS PP-ID
001590         FILE STATUS IS FS-PAYPER.

001600     SELECT FGTS-BALANCE ASSIGN TO "FGTSFILE"
001610         ORGANIZATION IS INDEXED
001620         ACCESS MODE IS DYNAMIC
001630         RECORD KEY IS FG-CODIGO
001640         FILE STATUS IS FS-FGTSFILE.

001650     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
001660         ORGANIZATION IS INDEXED
001670         ACCESS MODE IS DYNAMIC
001680         RECORD KEY IS CODIGO
001690         ALTERNATE RECORD KEY IS NOME
001700             WITH DUPLICATES
001710         ALTERNATE RECORD KEY IS DEPARTAMENTO
001720             WITH DUPLICATES
001730         FILE STATUS IS FS-EMPMAST.

001740     SELECT PAYABLE-FILE ASSIGN TO "APFILE"
001750         ORGANIZATION IS INDEXED
001760         ACCESS MODE IS DYNAMIC
001770         RECORD KEY IS AP-NUMERO
001780         ALTERNATE RECORD KEY IS AP-CHAVE-DOCUMENTO
001790         FILE STATUS IS FS-APFILE.

001800 DATA DIVISION.
001810 FILE SECTION.
001820 FD  RECEIVABLE-FILE.
001830 COPY ARREC.

001840 FD  AR-MOVEMENT-FILE.
001850 COPY MOVAREC.

001860 FD  CONTRACT-FILE.
001870 COPY CONTREC.

001880 FD  PAYROLL-REGISTER.
001890 COPY PAYREGRC.

001900 FD  REGISTER-13.
001910 COPY PAYREGRC REPLACING ==PAYREG-REC== BY ==PAYREG13-REC==
001920     LEADING ==PR-== BY ==P13-==.

001930 FD  PAY-PERIOD-FILE.
001940 COPY PAYPERRC.

001950 FD  FGTS-BALANCE.
001960 COPY FGTSREC.

001970 FD  EMPLOYEE-MASTER.
001980 COPY EMPREC.

001990 FD  PAYABLE-FILE.
002000 COPY APREC.

002010 WORKING-STORAGE SECTION.
002020 01  FS-ARFILE                   PIC X(02).
002030     88  FS-ARFILE-OK            VALUE "00".
002040     88  FS-ARFILE-EOF           VALUE "10".

002050 01  FS-ARMOV                    PIC X(02).
002060     88  FS-ARMOV-OK             VALUE "00".
002070     88  FS-ARMOV-EOF            VALUE "10".

002080 01  FS-CONTFILE                 PIC X(02).
002090     88  FS-CONTFILE-OK          VALUE "00".
002100     88  FS-CONTFILE-EOF         VALUE "10".

002110 01  FS-PAYREG                   PIC X(02).
002120     88  FS-PAYREG-OK            VALUE "00".
002130     88  FS-PAYREG-EOF           VALUE "10".

002140 01  FS-PAYREG13                 PIC X(02).
002150     88  FS-PAYREG13-OK          VALUE "00".
002160     88  FS-PAYREG13-EOF         VALUE "10".

002170 01  FS-PAYPER                   PIC X(02).
002180     88  FS-PAYPER-OK            VALUE "00".
002190     88  FS-PAYPER-EOF           VALUE "10".

002200 01  FS-FGTSFILE                 PIC X(02).
002210     88  FS-FGTSFILE-OK          VALUE "00".
002220     88  FS-FGTSFILE-EOF         VALUE "10".

002230 01  FS-EMPMAST                  PIC X(02).
002240     88  FS-EMPMAST-OK           VALUE "00".
002250     88  FS-EMPMAST-EOF          VALUE "10".

002260 01  FS-APFILE                   PIC X(02).
002270     88  FS-APFILE-OK            VALUE "00".
002280     88  FS-APFILE-EOF           VALUE "10".

002290 01  WS-MENSAGEM                 PIC X(40).
002300 01  WS-VALOR-ENT                PIC 9(09).
002310 01  WS-LIMITE-MIN               PIC 9(09).
002320 01  WS-LIMITE-MAX               PIC 9(09).
002330 01  WS-SINAL-SW                 PIC X(01).
002340     88  WS-SINAL-NEGATIVO       VALUE "-".

002350 01  WS-CHAMADA-DATA.
002360     05  WS-DT-FUNCAO            PIC X(01).
002370     05  WS-DT-DATA-1            PIC 9(08).
002380     05  WS-DT-DATA-2            PIC 9(08).
002390     05  WS-DT-QUANTIDADE        PIC S9(07).
002400     05  WS-DT-UNIDADE           PIC X(01).
002410     05  WS-DT-STATUS            PIC X(01).
002420         88  WS-DT-OK            VALUE "1".

002430 01  WS-DATA-ATUAL               PIC 9(08).
002440 01  WS-DATA-ATUAL-R REDEFINES WS-DATA-ATUAL.
002450     05  WS-ANO-ATUAL            PIC 9(04).
002460     05  WS-MES-ATUAL            PIC 9(02).
002470     05  WS-DIA-ATUAL            PIC 9(02).
002480 01  WS-DATA-FIM                 PIC 9(08).
002490 01  WS-DATA-HISTORICO           PIC 9(08).

002500 01  WS-DATA-EVENTO              PIC 9(08).
002510 01  WS-DATA-EVENTO-R REDEFINES WS-DATA-EVENTO.
002520     05  WS-ANO-EVENTO           PIC 9(04).
002530     05  WS-MES-EVENTO           PIC 9(02).
002540     05  WS-DIA-EVENTO           PIC 9(02).
002550 01  WS-VALOR-EVENTO             PIC 9(11)V9(02).
002560 01  WS-COLUNA-SW                PIC X(01).
002570     88  WS-COL-RECEBER          VALUE "R".
002580     88  WS-COL-CONTRATO         VALUE "C".
002590     88  WS-COL-FOLHA            VALUE "F".
002600     88  WS-COL-FORNECEDOR       VALUE "P".
002610 01  WS-ROLAGEM-SW               PIC X(01).
002620     88  WS-ROLAR-ADIANTE        VALUE "P".
002630     88  WS-ROLAR-ANTES          VALUE "U".

002640 01  WS-SEMANA                   PIC 9(02) COMP.
002650 01  WS-DIAS-DESDE-INICIO        PIC S9(07).

002660 01  WS-TABELA-SEMANAS.
002670     05  WS-SM-ENTRADA OCCURS 13 TIMES.
002680         10  WS-SM-INICIO        PIC 9(08).
002690         10  WS-SM-RECEBER       PIC 9(11)V9(02).
002700         10  WS-SM-CONTRATOS     PIC 9(11)V9(02).
002710         10  WS-SM-FOLHA         PIC 9(11)V9(02).
002720         10  WS-SM-FORNECEDORES  PIC 9(11)V9(02).

002730 01  WS-QTDE-CLIENTES            PIC 9(03) COMP VALUE ZERO.
002740 01  WS-INDICE                   PIC 9(03) COMP.
002750 01  WS-ACHOU-SW                 PIC X(01).
002760     88  WS-ACHOU                VALUE "Y".
002770 01  WS-CLIENTE-BUSCA            PIC 9(06).

002780 01  WS-TABELA-CLIENTES.
002790     05  WS-CL-ENTRADA OCCURS 500 TIMES.
002800         10  WS-CL-CODIGO        PIC 9(06).
002810         10  WS-CL-DIAS-VALOR    PIC S9(13)V9(02).
002820         10  WS-CL-VALOR         PIC 9(11)V9(02).
002830         10  WS-CL-ATRASO-MEDIO  PIC S9(05).

002840 01  WS-ATRASO-CLIENTE           PIC S9(05).
002850 01  WS-DIAS-ATRASO              PIC S9(07).

002860 01  WS-MES-FATURA               PIC 9(02) COMP.
002870 01  WS-PERIODO-FATURA           PIC 9(06).
002880 01  WS-PERIODO-FATURA-R REDEFINES WS-PERIODO-FATURA.
002890     05  WS-ANO-FATURA           PIC 9(04).
002900     05  WS-MES-FAT              PIC 9(02).
002910 01  WS-DATA-FATURA              PIC 9(08).

002920 01  WS-PERIODO-SEGUINTE         PIC 9(06).
002930 01  WS-PERIODO-SEGUINTE-R REDEFINES WS-PERIODO-SEGUINTE.
002940     05  WS-ANO-SEGUINTE         PIC 9(04).
002950     05  WS-MES-SEGUINTE         PIC 9(02).

002960 01  WS-ANO-13                   PIC 9(04).
002970 01  WS-PERIODO-13               PIC 9(06).
002980 01  WS-PARCELA-13-1             PIC 9(11)V9(02).
002990 01  WS-PARCELA-13-2             PIC 9(11)V9(02).
003000 01  WS-ORIGEM-13-1              PIC X(08).
003010 01  WS-ORIGEM-13-2              PIC X(08).

003020 01  WS-TOTAIS.
003030     05  WS-SALDO-INICIAL        PIC S9(11)V9(02).
003040     05  WS-SALDO-CORRENTE       PIC S9(11)V9(02).
003050     05  WS-LIQUIDO-FOLHA        PIC 9(11)V9(02).
003060     05  WS-DEPOSITO-FGTS        PIC 9(11)V9(02).
003070     05  WS-ULT-PERIODO-FGTS     PIC 9(06).
003080     05  WS-SOMA-SALARIOS        PIC 9(11)V9(02).
003090     05  WS-TOT-RECEBER          PIC 9(11)V9(02).
003100     05  WS-TOT-CONTRATOS        PIC 9(11)V9(02).
003110     05  WS-TOT-FOLHA            PIC 9(11)V9(02).
003120     05  WS-TOT-FGTS             PIC 9(11)V9(02).
003130     05  WS-TOT-13               PIC 9(11)V9(02).
003140     05  WS-TOT-FORNECEDORES     PIC 9(11)V9(02).
003150     05  WS-TOT-FORA-HORIZONTE   PIC 9(11)V9(02).

003160 01  WS-SEMANA-ED                PIC Z9.
003170 01  WS-DATA-ED                  PIC 9999/99/99.
003180 01  WS-ENTRADA-1-ED             PIC ZZZZZZZZ9.99.
003183 01  WS-ENTRADA-1-ED-X REDEFINES WS-ENTRADA-1-ED
003186                                 PIC X(12).
003190 01  WS-ENTRADA-2-ED             PIC ZZZZZZZZ9.99.
003193 01  WS-ENTRADA-2-ED-X REDEFINES WS-ENTRADA-2-ED
003196                                 PIC X(12).
003200 01  WS-SAIDA-1-ED               PIC ZZZZZZZZ9.99.
003203 01  WS-SAIDA-1-ED-X REDEFINES WS-SAIDA-1-ED
003206                                 PIC X(12).
003210 01  WS-SAIDA-2-ED               PIC ZZZZZZZZ9.99.
003213 01  WS-SAIDA-2-ED-X REDEFINES WS-SAIDA-2-ED
003216                                 PIC X(12).
003220 01  WS-SALDO-ED                 PIC -ZZZZZZZ9.99.
003223 01  WS-SALDO-ED-X REDEFINES WS-SALDO-ED
003226                                 PIC X(12).
003230 01  WS-TOTAL-ED                 PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
003233 01  WS-TOTAL-ED-X REDEFINES WS-TOTAL-ED
003236                                 PIC X(18).
003240 01  WS-SALDO-TOT-ED             PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
003243 01  WS-SALDO-TOT-ED-X REDEFINES WS-SALDO-TOT-ED
003246                                 PIC X(18).

003250 01  WS-LINHA-REL                PIC X(80).
003260 01  WS-FUNCAO-REL               PIC X(01).
003270 01  WS-TITULO-REL               PIC X(60).
003280 01  WS-COLUNAS-REL              PIC X(80).

003290 01  WS-DESCRICAO-AUD            PIC X(60).

003291 01  WS-CHAMADA-VISAO.
003292     05  WS-VIS-FUNCAO           PIC X(01).
003293     05  WS-VIS-OPERADOR         PIC X(06).
003294     05  WS-VIS-NIVEL            PIC X(01).
003295         88  WS-VIS-DOCUMENTOS   VALUE "2" "3".
003296         88  WS-VIS-INTEGRAL     VALUE "3".
003297     05  WS-VIS-STATUS           PIC X(01).

003300 PROCEDURE DIVISION.

003310*----------------------------------------------------------------
003320* 0000-MAINLINE
003330*----------------------------------------------------------------
003340 0000-MAINLINE.
003350     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
003360     PERFORM 2000-HISTORICO-CLIENTES
003370         THRU 2000-HISTORICO-CLIENTES-EXIT.
003380     PERFORM 3000-TITULOS-RECEBER THRU 3000-TITULOS-RECEBER-EXIT.
003390     PERFORM 3500-CONTRATOS THRU 3500-CONTRATOS-EXIT.
003400     PERFORM 4000-FOLHA-E-FGTS THRU 4000-FOLHA-E-FGTS-EXIT.
003410     PERFORM 4500-DECIMO-TERCEIRO THRU 4500-DECIMO-TERCEIRO-EXIT.
003420     PERFORM 5000-FORNECEDORES THRU 5000-FORNECEDORES-EXIT.
003430     PERFORM 8000-IMPRIMIR THRU 8000-IMPRIMIR-EXIT.
003440     GO TO 9999-EXIT.

003450*----------------------------------------------------------------
003460* 1000-INICIALIZAR - OPENING CASH, IN CENTAVOS WITH ITS SIGN
003470*                    APART, AND THE THIRTEEN WEEKS FROM TODAY
003480*----------------------------------------------------------------
003490 1000-INICIALIZAR.
003500     ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
003510     MOVE ZERO TO WS-TOTAIS.

003512     MOVE "I" TO WS-VIS-FUNCAO.
003514     CALL "PROG211" USING WS-VIS-FUNCAO WS-VIS-OPERADOR
003516         WS-VIS-NIVEL WS-VIS-STATUS.

003520     MOVE "SALDO DE CAIXA INICIAL (CENTAVOS)" TO WS-MENSAGEM.
003530     MOVE ZERO TO WS-LIMITE-MIN.
003540     MOVE 999999999 TO WS-LIMITE-MAX.
003550     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
003560         WS-LIMITE-MIN WS-LIMITE-MAX.
003570     DISPLAY "SINAL DO SALDO (+ / -)".
003580     ACCEPT WS-SINAL-SW.
003590     COMPUTE WS-SALDO-INICIAL = WS-VALOR-ENT / 100.
003600     IF WS-SINAL-NEGATIVO
003610         COMPUTE WS-SALDO-INICIAL = WS-SALDO-INICIAL * -1
003620     END-IF.

003630     PERFORM 1100-MONTAR-SEMANA THRU 1100-MONTAR-SEMANA-EXIT
003640         VARYING WS-SEMANA FROM 1 BY 1 UNTIL WS-SEMANA > 13.

003650     MOVE "A" TO WS-DT-FUNCAO.
003660     MOVE "D" TO WS-DT-UNIDADE.
003670     MOVE WS-DATA-ATUAL TO WS-DT-DATA-1.
003680     MOVE 90 TO WS-DT-QUANTIDADE.
003690     CALL "PROG74" USING WS-DT-FUNCAO WS-DT-DATA-1
003700         WS-DT-DATA-2 WS-DT-QUANTIDADE WS-DT-UNIDADE
003710         WS-DT-STATUS.
003720     MOVE WS-DT-DATA-2 TO WS-DATA-FIM.

003730     MOVE "A" TO WS-DT-FUNCAO.
003740     MOVE "M" TO WS-DT-UNIDADE.
003750     MOVE WS-DATA-ATUAL TO WS-DT-DATA-1.
003760     MOVE -12 TO WS-DT-QUANTIDADE.
003770     CALL "PROG74" USING WS-DT-FUNCAO WS-DT-DATA-1
003780         WS-DT-DATA-2 WS-DT-QUANTIDADE WS-DT-UNIDADE
003790         WS-DT-STATUS.
003800     MOVE WS-DT-DATA-2 TO WS-DATA-HISTORICO.
003810 1000-INICIALIZAR-EXIT.
003820     EXIT.

003830 1100-MONTAR-SEMANA.
003840     MOVE "A" TO WS-DT-FUNCAO.
003850     MOVE "D" TO WS-DT-UNIDADE.
003860     MOVE WS-DATA-ATUAL TO WS-DT-DATA-1.
003870     COMPUTE WS-DT-QUANTIDADE = (WS-SEMANA - 1) * 7.
003880     CALL "PROG74" USING WS-DT-FUNCAO WS-DT-DATA-1
003890         WS-DT-DATA-2 WS-DT-QUANTIDADE WS-DT-UNIDADE
003900         WS-DT-STATUS.
003910     MOVE WS-DT-DATA-2 TO WS-SM-INICIO(WS-SEMANA).
003920     MOVE ZERO TO WS-SM-RECEBER(WS-SEMANA).
003930     MOVE ZERO TO WS-SM-CONTRATOS(WS-SEMANA).
003940     MOVE ZERO TO WS-SM-FOLHA(WS-SEMANA).
003950     MOVE ZERO TO WS-SM-FORNECEDORES(WS-SEMANA).
003960 1100-MONTAR-SEMANA-EXIT.
003970     EXIT.

003980*----------------------------------------------------------------
003990* 2000-HISTORICO-CLIENTES - AVERAGE DAYS LATE PER CUSTOMER, EACH
004000*                           RECEIPT OF THE LAST TWELVE MONTHS
004010*                           WEIGHTED BY ITS VALUE AGAINST THE
004020*                           TITLE'S DUE DATE. EARLY PAYERS COUNT
004030*                           AS ON TIME
004040*----------------------------------------------------------------
004050 2000-HISTORICO-CLIENTES.
004060     OPEN INPUT AR-MOVEMENT-FILE.
004070     IF NOT FS-ARMOV-OK
004080         DISPLAY "PROG173: SEM HISTORICO DE RECEBIMENTOS (ARMOV) "
004090             "- TITULOS PREVISTOS NO VENCIMENTO"
004100         GO TO 2000-HISTORICO-CLIENTES-EXIT
004110     END-IF.
004120     OPEN INPUT RECEIVABLE-FILE.
004130     IF NOT FS-ARFILE-OK
004140         CLOSE AR-MOVEMENT-FILE
004150         GO TO 2000-HISTORICO-CLIENTES-EXIT
004160     END-IF.

004170     PERFORM 2100-LER-MOVIMENTO THRU 2100-LER-MOVIMENTO-EXIT
004180         UNTIL FS-ARMOV-EOF.
004190     CLOSE AR-MOVEMENT-FILE RECEIVABLE-FILE.

004200     PERFORM 2300-CALCULAR-MEDIA
004210         VARYING WS-INDICE FROM 1 BY 1
004220         UNTIL WS-INDICE > WS-QTDE-CLIENTES.
004230 2000-HISTORICO-CLIENTES-EXIT.
004240     EXIT.

004250 2100-LER-MOVIMENTO.
004260     READ AR-MOVEMENT-FILE NEXT
004270         AT END
004280             SET FS-ARMOV-EOF TO TRUE
004290             GO TO 2100-LER-MOVIMENTO-EXIT
004300     END-READ.
004310     IF NOT MA-RECEBIMENTO
004320         OR MA-DATA < WS-DATA-HISTORICO
004330         OR MA-VALOR = ZERO
004340         GO TO 2100-LER-MOVIMENTO-EXIT
004350     END-IF.

004360     MOVE MA-NUMERO-NOTA TO AR-NUMERO-NOTA.
004370     READ RECEIVABLE-FILE
004380         INVALID KEY
004390             GO TO 2100-LER-MOVIMENTO-EXIT
004400     END-READ.

004410     MOVE "D" TO WS-DT-FUNCAO.
004420     MOVE AR-VENCIMENTO TO WS-DT-DATA-1.
004430     MOVE MA-DATA TO WS-DT-DATA-2.
004440     CALL "PROG74" USING WS-DT-FUNCAO WS-DT-DATA-1
004450         WS-DT-DATA-2 WS-DT-QUANTIDADE WS-DT-UNIDADE
004460         WS-DT-STATUS.
004470     MOVE WS-DT-QUANTIDADE TO WS-DIAS-ATRASO.
004480     IF WS-DIAS-ATRASO < ZERO
004490         MOVE ZERO TO WS-DIAS-ATRASO
004500     END-IF.

004510     MOVE MA-CLIENTE TO WS-CLIENTE-BUSCA.
004520     PERFORM 2200-LOCALIZAR-CLIENTE
004530         THRU 2200-LOCALIZAR-CLIENTE-EXIT.
004540     IF WS-ACHOU
004550         COMPUTE WS-CL-DIAS-VALOR(WS-INDICE) =
004560             WS-CL-DIAS-VALOR(WS-INDICE)
004570             + WS-DIAS-ATRASO * MA-VALOR
004580         ADD MA-VALOR TO WS-CL-VALOR(WS-INDICE)
004590     END-IF.
004600 2100-LER-MOVIMENTO-EXIT.
004610     EXIT.

004620 2200-LOCALIZAR-CLIENTE.
004630     MOVE "N" TO WS-ACHOU-SW.
004640     PERFORM 2210-COMPARAR-CLIENTE
004650         VARYING WS-INDICE FROM 1 BY 1
004660         UNTIL WS-INDICE > WS-QTDE-CLIENTES OR WS-ACHOU.
004670     IF WS-ACHOU
004680         SUBTRACT 1 FROM WS-INDICE
004690         GO TO 2200-LOCALIZAR-CLIENTE-EXIT
004700     END-IF.

004710     IF WS-QTDE-CLIENTES >= 500
004720         GO TO 2200-LOCALIZAR-CLIENTE-EXIT
004730     END-IF.

004740     ADD 1 TO WS-QTDE-CLIENTES.
004750     MOVE WS-QTDE-CLIENTES TO WS-INDICE.
004760     MOVE WS-CLIENTE-BUSCA TO WS-CL-CODIGO(WS-INDICE).
004770     MOVE ZERO TO WS-CL-DIAS-VALOR(WS-INDICE).
004780     MOVE ZERO TO WS-CL-VALOR(WS-INDICE).
004790     MOVE ZERO TO WS-CL-ATRASO-MEDIO(WS-INDICE).
004800     SET WS-ACHOU TO TRUE.
004810 2200-LOCALIZAR-CLIENTE-EXIT.
004820     EXIT.

004830 2210-COMPARAR-CLIENTE.
004840     IF WS-CL-CODIGO(WS-INDICE) = WS-CLIENTE-BUSCA
004850         SET WS-ACHOU TO TRUE
004860     END-IF.

004870 2300-CALCULAR-MEDIA.
004880     IF WS-CL-VALOR(WS-INDICE) > ZERO
004890         COMPUTE WS-CL-ATRASO-MEDIO(WS-INDICE) ROUNDED =
004900             WS-CL-DIAS-VALOR(WS-INDICE) / WS-CL-VALOR(WS-INDICE)
004910     END-IF.

004920*----------------------------------------------------------------
004930* 2400-ATRASO-DO-CLIENTE - THE CUSTOMER'S AVERAGE DAYS LATE, ZERO
004940*                          WITHOUT HISTORY. LOOKS ONLY, NEVER ADDS
004950*----------------------------------------------------------------
004960 2400-ATRASO-DO-CLIENTE.
004970     MOVE ZERO TO WS-ATRASO-CLIENTE.
004980     MOVE "N" TO WS-ACHOU-SW.
004990     PERFORM 2210-COMPARAR-CLIENTE
005000         VARYING WS-INDICE FROM 1 BY 1
005010         UNTIL WS-INDICE > WS-QTDE-CLIENTES OR WS-ACHOU.
005020     IF WS-ACHOU
005030         SUBTRACT 1 FROM WS-INDICE
005040         MOVE WS-CL-ATRASO-MEDIO(WS-INDICE) TO WS-ATRASO-CLIENTE
005050     END-IF.
005060 2400-ATRASO-DO-CLIENTE-EXIT.
005070     EXIT.

005080*----------------------------------------------------------------
005090* 3000-TITULOS-RECEBER - EVERY OPEN TITLE'S BALANCE ON ITS DUE
005100*                        DATE PLUS THE CUSTOMER'S DELAY; WHAT IS
005110*                        ALREADY OVERDUE FALLS IN THE FIRST WEEK
005120*----------------------------------------------------------------
005130 3000-TITULOS-RECEBER.
005140     OPEN INPUT RECEIVABLE-FILE.
005150     IF NOT FS-ARFILE-OK
005160         DISPLAY "PROG173: CONTAS A RECEBER (ARFILE) "
005170             "INDISPONIVEL - SEM ENTRADAS DE TITULOS"
005180         GO TO 3000-TITULOS-RECEBER-EXIT
005190     END-IF.

005200     PERFORM 3100-LER-TITULO THRU 3100-LER-TITULO-EXIT
005210         UNTIL FS-ARFILE-EOF.
005220     CLOSE RECEIVABLE-FILE.
005230 3000-TITULOS-RECEBER-EXIT.
005240     EXIT.

005250 3100-LER-TITULO.
005260     READ RECEIVABLE-FILE NEXT
005270         AT END
005280             SET FS-ARFILE-EOF TO TRUE
005290             GO TO 3100-LER-TITULO-EXIT
005300     END-READ.
005310     IF NOT AR-ABERTO OR AR-SALDO = ZERO
005320         GO TO 3100-LER-TITULO-EXIT
005330     END-IF.

005340     MOVE AR-CLIENTE TO WS-CLIENTE-BUSCA.
005350     PERFORM 2400-ATRASO-DO-CLIENTE
005360         THRU 2400-ATRASO-DO-CLIENTE-EXIT.
005370     MOVE AR-VENCIMENTO TO WS-DT-DATA-1.
005380     MOVE WS-ATRASO-CLIENTE TO WS-DT-QUANTIDADE.
005390     PERFORM 7000-SOMAR-DIAS THRU 7000-SOMAR-DIAS-EXIT.

005400     MOVE AR-SALDO TO WS-VALOR-EVENTO.
005410     SET WS-COL-RECEBER TO TRUE.
005420     SET WS-ROLAR-ADIANTE TO TRUE.
005430     PERFORM 7200-LANCAR THRU 7200-LANCAR-EXIT.
005440 3100-LER-TITULO-EXIT.
005450     EXIT.

005460*----------------------------------------------------------------
005470* 3500-CONTRATOS - EACH CONTRACT LINE IN FORCE IS BILLED ON ITS
005480*                  BILLING DAY OF EVERY MONTH NOT YET REACHED;
005490*                  THE INVOICE FALLS DUE 30 DAYS LATER AND THE
005500*                  CUSTOMER'S DELAY IS ADDED. A BILLING DAY
005510*                  ALREADY PASSED THIS MONTH IS ON ARFILE
005520*----------------------------------------------------------------
005530 3500-CONTRATOS.
005540     OPEN INPUT CONTRACT-FILE.
005550     IF NOT FS-CONTFILE-OK
005560         GO TO 3500-CONTRATOS-EXIT
005570     END-IF.

005580     PERFORM 3600-LER-CONTRATO THRU 3600-LER-CONTRATO-EXIT
005590         UNTIL FS-CONTFILE-EOF.
005600     CLOSE CONTRACT-FILE.
005610 3500-CONTRATOS-EXIT.
005620     EXIT.

005630 3600-LER-CONTRATO.
005640     READ CONTRACT-FILE NEXT
005650         AT END
005660             SET FS-CONTFILE-EOF TO TRUE
005670             GO TO 3600-LER-CONTRATO-EXIT
005680     END-READ.

005690     MOVE CN-CLIENTE TO WS-CLIENTE-BUSCA.
005700     PERFORM 2400-ATRASO-DO-CLIENTE
005710         THRU 2400-ATRASO-DO-CLIENTE-EXIT.

005720     MOVE WS-ANO-ATUAL TO WS-ANO-FATURA.
005730     MOVE WS-MES-ATUAL TO WS-MES-FAT.
005740     PERFORM 3700-FATURA-DO-MES THRU 3700-FATURA-DO-MES-EXIT
005750         VARYING WS-MES-FATURA FROM 1 BY 1
005760         UNTIL WS-MES-FATURA > 4.
005770 3600-LER-CONTRATO-EXIT.
005780     EXIT.

005790 3700-FATURA-DO-MES.
005800     COMPUTE WS-DATA-FATURA =
005810         WS-PERIODO-FATURA * 100 + CN-DIA-FATURAMENTO.
005820     IF WS-DATA-FATURA < WS-DATA-ATUAL
005830         OR WS-DATA-FATURA < CN-DATA-INICIO
005840         OR WS-DATA-FATURA > CN-DATA-FIM
005850         GO TO 3700-FATURA-SEGUINTE
005860     END-IF.

005870     MOVE WS-DATA-FATURA TO WS-DT-DATA-1.
005880     COMPUTE WS-DT-QUANTIDADE = 30 + WS-ATRASO-CLIENTE.
005890     PERFORM 7000-SOMAR-DIAS THRU 7000-SOMAR-DIAS-EXIT.
005900     COMPUTE WS-VALOR-EVENTO = CN-QUANTIDADE * CN-PRECO.
005910     SET WS-COL-CONTRATO TO TRUE.
005920     SET WS-ROLAR-ADIANTE TO TRUE.
005930     PERFORM 7200-LANCAR THRU 7200-LANCAR-EXIT.

005940 3700-FATURA-SEGUINTE.
005950     ADD 1 TO WS-MES-FAT.
005960     IF WS-MES-FAT > 12
005970         MOVE 1 TO WS-MES-FAT
005980         ADD 1 TO WS-ANO-FATURA
005990     END-IF.
006000 3700-FATURA-DO-MES-EXIT.
006010     EXIT.

006020*----------------------------------------------------------------
006030* 4000-FOLHA-E-FGTS - THE LAST REGISTER'S NET IS PAID ON EVERY
006040*                     PAYPER PAYMENT DATE IN THE HORIZON; THE LAST
006050*                     FGTS DEPOSIT IS DUE ON THE 7TH OF THE MONTH
006060*                     AFTER EACH PAYROLL PERIOD
006070*----------------------------------------------------------------
006080 4000-FOLHA-E-FGTS.
006090     OPEN INPUT PAYROLL-REGISTER.
006100     IF FS-PAYREG-OK
006110         PERFORM 4100-SOMAR-LIQUIDO THRU 4100-SOMAR-LIQUIDO-EXIT
006120             UNTIL FS-PAYREG-EOF
006130         CLOSE PAYROLL-REGISTER
006140     ELSE
006150         DISPLAY "PROG173: SEM REGISTRO DE FOLHA (PAYREG) - "
006160             "FOLHA NAO PREVISTA"
006170     END-IF.

006180     OPEN INPUT FGTS-BALANCE.
006190     IF FS-FGTSFILE-OK
006200         PERFORM 4200-SOMAR-FGTS THRU 4200-SOMAR-FGTS-EXIT
006210             UNTIL FS-FGTSFILE-EOF
006220         CLOSE FGTS-BALANCE
006230     END-IF.

006240     OPEN INPUT PAY-PERIOD-FILE.
006250     IF NOT FS-PAYPER-OK
006260         DISPLAY "PROG173: SEM CALENDARIO DE FOLHA (PAYPER) - "
006270             "FOLHA E FGTS NAO PREVISTOS"
006280         GO TO 4000-FOLHA-E-FGTS-EXIT
006290     END-IF.
006300     PERFORM 4300-LER-PERIODO THRU 4300-LER-PERIODO-EXIT
006310         UNTIL FS-PAYPER-EOF.
006320     CLOSE PAY-PERIOD-FILE.
006330 4000-FOLHA-E-FGTS-EXIT.
006340     EXIT.

006350 4100-SOMAR-LIQUIDO.
006360     READ PAYROLL-REGISTER
006370         AT END
006380             SET FS-PAYREG-EOF TO TRUE
006390             GO TO 4100-SOMAR-LIQUIDO-EXIT
006400     END-READ.
006410     IF PR-DETALHE
006420         ADD PR-LIQUIDO TO WS-LIQUIDO-FOLHA
006430     END-IF.
006440 4100-SOMAR-LIQUIDO-EXIT.
006450     EXIT.

006460*    ONLY THE DEPOSITS OF THE LATEST PERIOD ON FILE ARE SUMMED
006470 4200-SOMAR-FGTS.
006480     READ FGTS-BALANCE NEXT
006490         AT END
006500             SET FS-FGTSFILE-EOF TO TRUE
006510             GO TO 4200-SOMAR-FGTS-EXIT
006520     END-READ.
006530     IF FG-ULT-PERIODO > WS-ULT-PERIODO-FGTS
006540         MOVE FG-ULT-PERIODO TO WS-ULT-PERIODO-FGTS
006550         MOVE ZERO TO WS-DEPOSITO-FGTS
006560     END-IF.
006570     IF FG-ULT-PERIODO = WS-ULT-PERIODO-FGTS
006580         ADD FG-ULT-DEPOSITO TO WS-DEPOSITO-FGTS
006590     END-IF.
006600 4200-SOMAR-FGTS-EXIT.
006610     EXIT.

006620 4300-LER-PERIODO.
006630     READ PAY-PERIOD-FILE NEXT
006640         AT END
006650             SET FS-PAYPER-EOF TO TRUE
006660             GO TO 4300-LER-PERIODO-EXIT
006670     END-READ.

006680     IF PP-DATA-PAGAMENTO NOT < WS-DATA-ATUAL
006690         AND PP-DATA-PAGAMENTO NOT > WS-DATA-FIM
006700         MOVE PP-DATA-PAGAMENTO TO WS-DATA-EVENTO
006710         MOVE WS-LIQUIDO-FOLHA TO WS-VALOR-EVENTO
006720         SET WS-COL-FOLHA TO TRUE
006730         SET WS-ROLAR-ANTES TO TRUE
006740         PERFORM 7200-LANCAR THRU 7200-LANCAR-EXIT
006750         ADD WS-LIQUIDO-FOLHA TO WS-TOT-FOLHA
006760     END-IF.

006770     MOVE PP-ID TO WS-PERIODO-SEGUINTE.
006780     ADD 1 TO WS-MES-SEGUINTE.
006790     IF WS-MES-SEGUINTE > 12
006800         MOVE 1 TO WS-MES-SEGUINTE
006810         ADD 1 TO WS-ANO-SEGUINTE
006820     END-IF.
006830     COMPUTE WS-DATA-EVENTO = WS-PERIODO-SEGUINTE * 100 + 7.
006840     IF WS-DATA-EVENTO NOT < WS-DATA-ATUAL
006850         AND WS-DATA-EVENTO NOT > WS-DATA-FIM
006860         MOVE WS-DEPOSITO-FGTS TO WS-VALOR-EVENTO
006870         SET WS-COL-FOLHA TO TRUE
006880         SET WS-ROLAR-ANTES TO TRUE
006890         PERFORM 7200-LANCAR THRU 7200-LANCAR-EXIT
006900         ADD WS-DEPOSITO-FGTS TO WS-TOT-FGTS
006910     END-IF.
006920 4300-LER-PERIODO-EXIT.
006930     EXIT.

006940*----------------------------------------------------------------
006950* 4500-DECIMO-TERCEIRO - FIRST INSTALLMENT BY NOVEMBER 30, SECOND
006960*                        BY DECEMBER 20. AN INSTALLMENT ALREADY
006970*                        RUN BY PROG91 (PAYREG13) IS TAKEN AT ITS
006980*                        NET; OTHERWISE HALF THE ACTIVE PAYROLL'S
006990*                        SALARIES IS ESTIMATED FOR EACH
007000*----------------------------------------------------------------
007010 4500-DECIMO-TERCEIRO.
007020     MOVE WS-ANO-ATUAL TO WS-ANO-13.
007030     MOVE ZERO TO WS-PARCELA-13-1.
007040     MOVE ZERO TO WS-PARCELA-13-2.
007050     MOVE "ESTIMADA" TO WS-ORIGEM-13-1.
007060     MOVE "ESTIMADA" TO WS-ORIGEM-13-2.

007070     OPEN INPUT EMPLOYEE-MASTER.
007080     IF FS-EMPMAST-OK
007090         PERFORM 4600-SOMAR-SALARIO THRU 4600-SOMAR-SALARIO-EXIT
007100             UNTIL FS-EMPMAST-EOF
007110         CLOSE EMPLOYEE-MASTER
007120     END-IF.
007130     COMPUTE WS-PARCELA-13-1 ROUNDED = WS-SOMA-SALARIOS / 2.
007140     MOVE WS-PARCELA-13-1 TO WS-PARCELA-13-2.

007150     OPEN INPUT REGISTER-13.
007160     IF FS-PAYREG13-OK
007170         PERFORM 4700-LER-REGISTRO-13
007180             THRU 4700-LER-REGISTRO-13-EXIT
007190             UNTIL FS-PAYREG13-EOF
007200         CLOSE REGISTER-13
007210     END-IF.

007220     COMPUTE WS-DATA-EVENTO = WS-ANO-13 * 10000 + 1130.
007230     MOVE WS-PARCELA-13-1 TO WS-VALOR-EVENTO.
007240     PERFORM 4800-LANCAR-PARCELA THRU 4800-LANCAR-PARCELA-EXIT.
007250     COMPUTE WS-DATA-EVENTO = WS-ANO-13 * 10000 + 1220.
007260     MOVE WS-PARCELA-13-2 TO WS-VALOR-EVENTO.
007270     PERFORM 4800-LANCAR-PARCELA THRU 4800-LANCAR-PARCELA-EXIT.
007280 4500-DECIMO-TERCEIRO-EXIT.
007290     EXIT.

007300 4600-SOMAR-SALARIO.
007310     READ EMPLOYEE-MASTER NEXT
007320         AT END
007330             SET FS-EMPMAST-EOF TO TRUE
007340             GO TO 4600-SOMAR-SALARIO-EXIT
007350     END-READ.
007360     IF EMP-ATIVO
007370         ADD SALARIO TO WS-SOMA-SALARIOS
007380     END-IF.
007390 4600-SOMAR-SALARIO-EXIT.
007400     EXIT.

007410*    THE REGISTER HOLDS ONE RUN: AAAA13 IS THE FIRST INSTALLMENT,
007420*    AAAA14 THE SECOND
007430 4700-LER-REGISTRO-13.
007440     READ REGISTER-13
007450         AT END
007460             SET FS-PAYREG13-EOF TO TRUE
007470             GO TO 4700-LER-REGISTRO-13-EXIT
007480     END-READ.
007490     IF NOT P13-DETALHE
007500         GO TO 4700-LER-REGISTRO-13-EXIT
007510     END-IF.

007520     COMPUTE WS-PERIODO-13 = WS-ANO-13 * 100 + 13.
007530     IF P13-PERIODO = WS-PERIODO-13
007540         IF WS-ORIGEM-13-1 = "ESTIMADA"
007550             MOVE ZERO TO WS-PARCELA-13-1
007560             MOVE "PROG91" TO WS-ORIGEM-13-1
007570         END-IF
007580         ADD P13-LIQUIDO TO WS-PARCELA-13-1
007590     END-IF.
007600     COMPUTE WS-PERIODO-13 = WS-ANO-13 * 100 + 14.
007610     IF P13-PERIODO = WS-PERIODO-13
007620         IF WS-ORIGEM-13-2 = "ESTIMADA"
007630             MOVE ZERO TO WS-PARCELA-13-2
007640             MOVE "PROG91" TO WS-ORIGEM-13-2
007650         END-IF
007660         ADD P13-LIQUIDO TO WS-PARCELA-13-2
007670     END-IF.
007680 4700-LER-REGISTRO-13-EXIT.
007690     EXIT.

007700 4800-LANCAR-PARCELA.
007710     IF WS-DATA-EVENTO < WS-DATA-ATUAL
007720         OR WS-DATA-EVENTO > WS-DATA-FIM
007730         OR WS-VALOR-EVENTO = ZERO
007740         GO TO 4800-LANCAR-PARCELA-EXIT
007750     END-IF.
007760     ADD WS-VALOR-EVENTO TO WS-TOT-13.
007770     SET WS-COL-FOLHA TO TRUE.
007780     SET WS-ROLAR-ANTES TO TRUE.
007790     PERFORM 7200-LANCAR THRU 7200-LANCAR-EXIT.
007800 4800-LANCAR-PARCELA-EXIT.
007810     EXIT.

007820*----------------------------------------------------------------
007830* 5000-FORNECEDORES - EVERY OPEN PAYABLE'S BALANCE ON ITS DUE
007840*                     DATE; WHAT IS OVERDUE FALLS IN WEEK ONE
007850*----------------------------------------------------------------
007860 5000-FORNECEDORES.
007870     OPEN INPUT PAYABLE-FILE.
007880     IF NOT FS-APFILE-OK
007890         GO TO 5000-FORNECEDORES-EXIT
007900     END-IF.

007910     PERFORM 5100-LER-PAGAR THRU 5100-LER-PAGAR-EXIT
007920         UNTIL FS-APFILE-EOF.
007930     CLOSE PAYABLE-FILE.
007940 5000-FORNECEDORES-EXIT.
007950     EXIT.

007960 5100-LER-PAGAR.
007970     READ PAYABLE-FILE NEXT
007980         AT END
007990             SET FS-APFILE-EOF TO TRUE
008000             GO TO 5100-LER-PAGAR-EXIT
008010     END-READ.
008020     IF NOT AP-ABERTO OR AP-SALDO = ZERO
008030         GO TO 5100-LER-PAGAR-EXIT
008040     END-IF.

008050     MOVE AP-VENCIMENTO TO WS-DATA-EVENTO.
008060     MOVE AP-SALDO TO WS-VALOR-EVENTO.
008070     SET WS-COL-FORNECEDOR TO TRUE.
008080     SET WS-ROLAR-ANTES TO TRUE.
008090     PERFORM 7200-LANCAR THRU 7200-LANCAR-EXIT.
008100 5100-LER-PAGAR-EXIT.
008110     EXIT.

008120*----------------------------------------------------------------
008130* 7000-SOMAR-DIAS - WS-DT-DATA-1 PLUS WS-DT-QUANTIDADE DAYS INTO
008140*                   WS-DATA-EVENTO
008150*----------------------------------------------------------------
008160 7000-SOMAR-DIAS.
008170     MOVE "A" TO WS-DT-FUNCAO.
008180     MOVE "D" TO WS-DT-UNIDADE.
008190     CALL "PROG74" USING WS-DT-FUNCAO WS-DT-DATA-1
008200         WS-DT-DATA-2 WS-DT-QUANTIDADE WS-DT-UNIDADE
008210         WS-DT-STATUS.
008220     MOVE WS-DT-DATA-2 TO WS-DATA-EVENTO.
008230 7000-SOMAR-DIAS-EXIT.
008240     EXIT.

008250*----------------------------------------------------------------
008260* 7200-LANCAR - ROLLS WS-DATA-EVENTO TO A BUSINESS DAY (FORWARD
008270*               FOR RECEIPTS, BACK FOR PAYMENTS) AND ADDS THE
008280*               VALUE TO ITS WEEK AND COLUMN. BEFORE TODAY IS
008290*               WEEK ONE; PAST THE THIRTEENTH WEEK IS LEFT OUT,
008300*               TOTALLED APART
008310*----------------------------------------------------------------
008320 7200-LANCAR.
008330     IF WS-DATA-EVENTO < WS-DATA-ATUAL
008340         MOVE WS-DATA-ATUAL TO WS-DATA-EVENTO
008350     END-IF.

008360     MOVE WS-ROLAGEM-SW TO WS-DT-FUNCAO.
008370     MOVE WS-DATA-EVENTO TO WS-DT-DATA-1.
008380     CALL "PROG74" USING WS-DT-FUNCAO WS-DT-DATA-1
008390         WS-DT-DATA-2 WS-DT-QUANTIDADE WS-DT-UNIDADE
008400         WS-DT-STATUS.
008410     IF WS-DT-OK
008420         MOVE WS-DT-DATA-2 TO WS-DATA-EVENTO
008430     END-IF.
008440     IF WS-DATA-EVENTO < WS-DATA-ATUAL
008450         MOVE WS-DATA-ATUAL TO WS-DATA-EVENTO
008460     END-IF.

008470     MOVE "D" TO WS-DT-FUNCAO.
008480     MOVE WS-DATA-ATUAL TO WS-DT-DATA-1.
008490     MOVE WS-DATA-EVENTO TO WS-DT-DATA-2.
008500     CALL "PROG74" USING WS-DT-FUNCAO WS-DT-DATA-1
008510         WS-DT-DATA-2 WS-DT-QUANTIDADE WS-DT-UNIDADE
008520         WS-DT-STATUS.
008530     MOVE WS-DT-QUANTIDADE TO WS-DIAS-DESDE-INICIO.
008540     IF WS-DIAS-DESDE-INICIO > 90
008550         ADD WS-VALOR-EVENTO TO WS-TOT-FORA-HORIZONTE
008560         GO TO 7200-LANCAR-EXIT
008570     END-IF.
008580     COMPUTE WS-SEMANA = WS-DIAS-DESDE-INICIO / 7 + 1.

008590     EVALUATE TRUE
008600         WHEN WS-COL-RECEBER
008610             ADD WS-VALOR-EVENTO TO WS-SM-RECEBER(WS-SEMANA)
008620             ADD WS-VALOR-EVENTO TO WS-TOT-RECEBER
008630         WHEN WS-COL-CONTRATO
008640             ADD WS-VALOR-EVENTO TO WS-SM-CONTRATOS(WS-SEMANA)
008650             ADD WS-VALOR-EVENTO TO WS-TOT-CONTRATOS
008660         WHEN WS-COL-FOLHA
008670             ADD WS-VALOR-EVENTO TO WS-SM-FOLHA(WS-SEMANA)
008680         WHEN WS-COL-FORNECEDOR
008690             ADD WS-VALOR-EVENTO TO WS-SM-FORNECEDORES(WS-SEMANA)
008700             ADD WS-VALOR-EVENTO TO WS-TOT-FORNECEDORES
008710     END-EVALUATE.
008720 7200-LANCAR-EXIT.
008730     EXIT.

008740*----------------------------------------------------------------
008750* 8000-IMPRIMIR - ONE LINE PER WEEK WITH THE RUNNING BALANCE,
008760*                 THEN THE TOTAL OF EACH SOURCE
008770*----------------------------------------------------------------
008780 8000-IMPRIMIR.
008790     MOVE "I" TO WS-FUNCAO-REL.
008800     MOVE SPACES TO WS-TITULO-REL.
008810     MOVE WS-DATA-ATUAL TO WS-DATA-ED.
008820     STRING "FLUXO DE CAIXA PREVISTO - 13 SEMANAS A PARTIR DE "
008830         WS-DATA-ED DELIMITED BY SIZE INTO WS-TITULO-REL.
008840     MOVE "SM INICIO" TO WS-COLUNAS-REL.
008850     MOVE "TITULOS" TO WS-COLUNAS-REL(19:7).
008860     MOVE "CONTRATOS" TO WS-COLUNAS-REL(30:9).
008870     MOVE "FOLHA/ENC" TO WS-COLUNAS-REL(43:9).
008880     MOVE "FORNECED" TO WS-COLUNAS-REL(57:8).
008890     MOVE "SALDO" TO WS-COLUNAS-REL(73:5).
008900     MOVE SPACES TO WS-LINHA-REL.
008910     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
008920         WS-COLUNAS-REL WS-LINHA-REL.
008921     IF WS-VIS-INTEGRAL
008922         MOVE SPACES TO WS-DESCRICAO-AUD
008923         STRING "RELATORIO INTEGRAL OP " WS-VIS-OPERADOR " "
008924             WS-TITULO-REL
008925             DELIMITED BY SIZE INTO WS-DESCRICAO-AUD
008926         CALL "PROG22" USING "PROG173 " WS-DESCRICAO-AUD
008927     END-IF.

008930     MOVE "D" TO WS-FUNCAO-REL.
008940     MOVE WS-SALDO-INICIAL TO WS-SALDO-TOT-ED.
008943     PERFORM 8200-MASCARAR-VALORES
008946         THRU 8200-MASCARAR-VALORES-EXIT.
008950     MOVE SPACES TO WS-LINHA-REL.
008960     STRING "SALDO INICIAL INFORMADO: " WS-SALDO-TOT-ED
008970         DELIMITED BY SIZE INTO WS-LINHA-REL.
008980     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
008990         WS-COLUNAS-REL WS-LINHA-REL.

009000     MOVE WS-SALDO-INICIAL TO WS-SALDO-CORRENTE.
009010     PERFORM 8100-LINHA-SEMANA THRU 8100-LINHA-SEMANA-EXIT
009020         VARYING WS-SEMANA FROM 1 BY 1 UNTIL WS-SEMANA > 13.

009030     MOVE WS-TOT-RECEBER TO WS-TOTAL-ED.
009033     PERFORM 8200-MASCARAR-VALORES
009036         THRU 8200-MASCARAR-VALORES-EXIT.
009040     MOVE SPACES TO WS-LINHA-REL.
009050     STRING "ENTRADAS - TITULOS EM ABERTO ....... : "
009060         WS-TOTAL-ED DELIMITED BY SIZE INTO WS-LINHA-REL.
009070     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
009080         WS-COLUNAS-REL WS-LINHA-REL.
009090     MOVE WS-TOT-CONTRATOS TO WS-TOTAL-ED.
009093     PERFORM 8200-MASCARAR-VALORES
009096         THRU 8200-MASCARAR-VALORES-EXIT.
009100     MOVE SPACES TO WS-LINHA-REL.
009110     STRING "ENTRADAS - CONTRATOS A FATURAR ..... : "
009120         WS-TOTAL-ED DELIMITED BY SIZE INTO WS-LINHA-REL.
009130     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
009140         WS-COLUNAS-REL WS-LINHA-REL.
009150     MOVE WS-TOT-FOLHA TO WS-TOTAL-ED.
009153     PERFORM 8200-MASCARAR-VALORES
009156         THRU 8200-MASCARAR-VALORES-EXIT.
009160     MOVE SPACES TO WS-LINHA-REL.
009170     STRING "SAIDAS   - FOLHA LIQUIDA ........... : "
009180         WS-TOTAL-ED DELIMITED BY SIZE INTO WS-LINHA-REL.
009190     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
009200         WS-COLUNAS-REL WS-LINHA-REL.
009210     MOVE WS-TOT-FGTS TO WS-TOTAL-ED.
009213     PERFORM 8200-MASCARAR-VALORES
009216         THRU 8200-MASCARAR-VALORES-EXIT.
009220     MOVE SPACES TO WS-LINHA-REL.
009230     STRING "SAIDAS   - FGTS ................... : "
009240         WS-TOTAL-ED DELIMITED BY SIZE INTO WS-LINHA-REL.
009250     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
009260         WS-COLUNAS-REL WS-LINHA-REL.
009270     MOVE WS-TOT-13 TO WS-TOTAL-ED.
009273     PERFORM 8200-MASCARAR-VALORES
009276         THRU 8200-MASCARAR-VALORES-EXIT.
009280     MOVE SPACES TO WS-LINHA-REL.
009290     STRING "SAIDAS   - 13O SALARIO (1A " WS-ORIGEM-13-1
009300         " 2A " WS-ORIGEM-13-2 ") : " WS-TOTAL-ED
009310         DELIMITED BY SIZE INTO WS-LINHA-REL.
009320     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
009330         WS-COLUNAS-REL WS-LINHA-REL.
009340     MOVE WS-TOT-FORNECEDORES TO WS-TOTAL-ED.
009343     PERFORM 8200-MASCARAR-VALORES
009346         THRU 8200-MASCARAR-VALORES-EXIT.
009350     MOVE SPACES TO WS-LINHA-REL.
009360     STRING "SAIDAS   - FORNECEDORES ........... : "
009370         WS-TOTAL-ED DELIMITED BY SIZE INTO WS-LINHA-REL.
009380     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
009390         WS-COLUNAS-REL WS-LINHA-REL.
009400     MOVE WS-TOT-FORA-HORIZONTE TO WS-TOTAL-ED.
009403     PERFORM 8200-MASCARAR-VALORES
009406         THRU 8200-MASCARAR-VALORES-EXIT.
009410     MOVE SPACES TO WS-LINHA-REL.
009420     STRING "PREVISTO APOS A 13A SEMANA (FORA) .. : "
009430         WS-TOTAL-ED DELIMITED BY SIZE INTO WS-LINHA-REL.
009440     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
009450         WS-COLUNAS-REL WS-LINHA-REL.
009460     MOVE WS-SALDO-CORRENTE TO WS-SALDO-TOT-ED.
009463     PERFORM 8200-MASCARAR-VALORES
009466         THRU 8200-MASCARAR-VALORES-EXIT.
009470     MOVE SPACES TO WS-LINHA-REL.
009480     STRING "SALDO FINAL PREVISTO ............... : "
009490         WS-SALDO-TOT-ED DELIMITED BY SIZE INTO WS-LINHA-REL.
009500     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
009510         WS-COLUNAS-REL WS-LINHA-REL.

009520     MOVE "F" TO WS-FUNCAO-REL.
009530     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
009540         WS-COLUNAS-REL WS-LINHA-REL.

009544     MOVE WS-SALDO-CORRENTE TO WS-SALDO-TOT-ED.
009550     MOVE SPACES TO WS-DESCRICAO-AUD.
009560     STRING "EMITIU FLUXO DE CAIXA DE 13 SEMANAS - SALDO FINAL "
009570         WS-SALDO-TOT-ED DELIMITED BY SIZE INTO WS-DESCRICAO-AUD.
009580     CALL "PROG22" USING "PROG173 " WS-DESCRICAO-AUD.
009590 8000-IMPRIMIR-EXIT.
009600     EXIT.

009610 8100-LINHA-SEMANA.
009620     COMPUTE WS-SALDO-CORRENTE = WS-SALDO-CORRENTE
009630         + WS-SM-RECEBER(WS-SEMANA) + WS-SM-CONTRATOS(WS-SEMANA)
009640         - WS-SM-FOLHA(WS-SEMANA) - WS-SM-FORNECEDORES(WS-SEMANA).

009650     MOVE WS-SM-RECEBER(WS-SEMANA) TO WS-ENTRADA-1-ED.
009660     MOVE WS-SM-CONTRATOS(WS-SEMANA) TO WS-ENTRADA-2-ED.
009670     MOVE WS-SM-FOLHA(WS-SEMANA) TO WS-SAIDA-1-ED.
009680     MOVE WS-SM-FORNECEDORES(WS-SEMANA) TO WS-SAIDA-2-ED.
009690     MOVE WS-SALDO-CORRENTE TO WS-SALDO-ED.
009693     PERFORM 8200-MASCARAR-VALORES
009696         THRU 8200-MASCARAR-VALORES-EXIT.
009700     MOVE WS-SM-INICIO(WS-SEMANA) TO WS-DATA-ED.
009710     MOVE WS-SEMANA TO WS-SEMANA-ED.
009720     MOVE SPACES TO WS-LINHA-REL.
009730     STRING WS-SEMANA-ED " " WS-DATA-ED " " WS-ENTRADA-1-ED " "
009740         WS-ENTRADA-2-ED " " WS-SAIDA-1-ED " " WS-SAIDA-2-ED " "
009750         WS-SALDO-ED DELIMITED BY SIZE INTO WS-LINHA-REL.
009760     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
009770         WS-COLUNAS-REL WS-LINHA-REL.
009780 8100-LINHA-SEMANA-EXIT.
009790     EXIT.

009791*----------------------------------------------------------------
009792* 8200-MASCARAR-VALORES - BELOW INTEGRAL THE AMOUNTS JUST EDITED
009793*                         PRINT AS ASTERISKS
009794*----------------------------------------------------------------
009795 8200-MASCARAR-VALORES.
009796     IF NOT WS-VIS-INTEGRAL
009797         MOVE ALL "*" TO WS-ENTRADA-1-ED-X WS-ENTRADA-2-ED-X
009798             WS-SAIDA-1-ED-X WS-SAIDA-2-ED-X WS-SALDO-ED-X
009799             WS-TOTAL-ED-X WS-SALDO-TOT-ED-X
009800     END-IF.
009801 8200-MASCARAR-VALORES-EXIT.
009802     EXIT.

009803 9999-EXIT.
009810     STOP RUN.
