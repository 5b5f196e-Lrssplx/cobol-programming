001000******************************************************************
001010* PROGRAM-ID: PROG178
001020* AUTHOR:      R. ALMEIDA - APPLICATIONS
001030* INSTALLATION: FOLHA DE PAGAMENTO / RECURSOS HUMANOS
001040* DATE-WRITTEN: 2026-09-28
001050* DATE-COMPILED:
001060* PURPOSE:     PARTICIPACAO NOS LUCROS E RESULTADOS (PLR)
001070*              DISTRIBUTION RUN FOR A REFERENCE YEAR. THE POOL OF
001080*              THE YEAR'S AGREEMENT ON PLRPRM (PROG177) IS SPLIT
001090*              INTO A FIXED PORTION, SHARED EQUALLY, AND A PORTION
001100*              PROPORTIONAL TO SALARIO. EACH ACTIVE FUNCIONARIO'S
001110*              SHARE IS PRORATED BY THE MONTHS WORKED IN THE YEAR
001120*              (THE PROG91 RULE: 15 DAYS OR MORE MAKE A MONTH) AND
001130*              REDUCED BY THE AGREEMENT'S PERCENTAGE PER
001140*              UNJUSTIFIED ABSENCE DAY - AN UNPAID AFASTAMENTO DAY
001150*              ON ABSFILE IN A MONTH THAT STILL COUNTS. THE PLR IS
001160*              TAXED ON THE EXCLUSIVE IRRF TABLE ON PLRPRM FOR THE
001170*              YEAR OF PAYMENT, OVER ALL PLR RECEIVED IN THAT
001180*              YEAR, NOT THROUGH THE PROG46 MONTHLY BRACKETS, AND
001190*              CARRIES NO INSS. LIKE PROG66, A PREVIEW OF EVERY
001200*              SHARE IS SHOWN FIRST AND NOTHING IS PAID UNTIL THE
001210*              PREPARING OPERATOR AND A DIFFERENT SUPERVISOR-LEVEL
001220*              OPERATOR SIGN OFF. THE RUN THEN PRINTS THE PLR
001230*              PAYSLIP, WRITES THE PLR REGISTER (PAYREGPL, PAYROLL
001240*              REGISTER SHAPE) FOR THE PROG62 CNAB REMITTANCE, THE
001250*              PLRFILE LEDGER ROW, THE SEPARATE PLR YTD
001260*              ACCUMULATORS THE PROG45 INFORME PRINTS AND THE
001270*              BALANCED JOURNAL. A FUNCIONARIO ALREADY ON PLRFILE
001280*              FOR THE YEAR KEEPS THE SHARE IN THE SPLIT BUT IS
001290*              NOT PAID AGAIN.
001300* ----------------------------------------------------------------
001310* MODIFICATION HISTORY
001320* DATE       INIT DESCRIPTION
001330* 2026-09-28 RA   INITIAL VERSION
001331* 2026-09-28 RA   THE PLR REGISTER ZEROES THE NEW UNION DUES
001332*                 COLUMN.
001333* 2026-09-28 RA   ZEROES THE NEW PR-ADIC-RISCO (HAZARD PAY) COLUMN
001334*                 ON THE ROWS IT WRITES.
001335* 2026-09-28 RA   ZEROES THE NEW PR-DSR-VARIAVEL AND
001336*                 PR-DSR-PERDIDO COLUMNS ON THE ROWS IT WRITES.
001337* 2026-10-15 RA   PAYREG AND GL ROWS CARRY THE FUNCIONARIO'S
001338*                 EMPRESA (PR-EMPRESA, GL-EMPRESA).
001339* 2026-10-15 RA   EACH GL ROW GOES TO THE GL INTERFACE OF THE
001340*                 FUNCIONARIO'S COMPANY, NAMED BY PROG220 (GLFILE
001341*                 FOR 001), AS PROG42 POSTS THE SAME PAYROLL.
001342******************************************************************
001350 IDENTIFICATION DIVISION.
001360 PROGRAM-ID. PROG178.

001370 ENVIRONMENT DIVISION.
001380 INPUT-OUTPUT SECTION.
001390 FILE-CONTROL.
001400     SELECT PLR-PARAM-FILE ASSIGN TO "PLRPRM"
001410         ORGANIZATION IS INDEXED
001420         ACCESS MODE IS DYNAMIC
001430         RECORD KEY IS PM-CHAVE
001440         FILE STATUS IS FS-PLRPRM.

001450     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
001460         ORGANIZATION IS INDEXED
001470         ACCESS MODE IS DYNAMIC
001480         RECORD KEY IS CODIGO
001490         ALTERNATE RECORD KEY IS NOME
001500             WITH DUPLICATES
001510         ALTERNATE RECORD KEY IS DEPARTAMENTO
001520             WITH DUPLICATES
001530         FILE STATUS IS FS-EMPMAST.

001540     SELECT ABSENCE-FILE ASSIGN TO "ABSFILE"
001550         ORGANIZATION IS INDEXED
001560         ACCESS MODE IS DYNAMIC
001570         RECORD KEY IS AB-CHAVE
001580         FILE STATUS IS FS-ABSFILE.

001590     SELECT PLR-FILE ASSIGN TO "PLRFILE"
001600         ORGANIZATION IS INDEXED
001610         ACCESS MODE IS DYNAMIC
001620         RECORD KEY IS PL-CHAVE
001630         FILE STATUS IS FS-PLRFILE.

001640     SELECT YTD-FILE ASSIGN TO "YTDFILE"
001650         ORGANIZATION IS INDEXED
001660         ACCESS MODE IS DYNAMIC
001670         RECORD KEY IS YT-CHAVE
001680         FILE STATUS IS FS-YTDFILE.

001690     SELECT OPERATOR-FILE ASSIGN TO "OPERADOR"
001700         ORGANIZATION IS INDEXED
001710         ACCESS MODE IS DYNAMIC
001720         RECORD KEY IS OP-CODIGO-OPERADOR
001730         FILE STATUS IS FS-OPERADOR.

001740     SELECT PLR-REGISTER ASSIGN TO "PAYREGPL"
001750         ORGANIZATION IS LINE SEQUENTIAL
001760         FILE STATUS IS FS-PAYREGPL.

001770     SELECT PAYSLIP-PRINT ASSIGN TO "FOLHAPLR"
001780         ORGANIZATION IS LINE SEQUENTIAL
001790         FILE STATUS IS FS-FOLHAPLR.

001800     SELECT GL-INTERFACE ASSIGN TO DYNAMIC WS-NOME-GL
001810         ORGANIZATION IS LINE SEQUENTIAL
001820         FILE STATUS IS FS-GLFILE.

001830 DATA DIVISION.
001840 FILE SECTION.
001850 FD  PLR-PARAM-FILE.
001860 COPY PLRPREC.

001870 FD  EMPLOYEE-MASTER.
001880 COPY EMPREC.

001890 FD  ABSENCE-FILE.
001900 COPY ABSREC.

001910 FD  PLR-FILE.
001920 COPY PLRREC.

001930 FD  YTD-FILE.
001940 COPY YTDREC.

001950 FD  OPERATOR-FILE.
001960 COPY OPERREC.

001970 FD  PLR-REGISTER.
001980 COPY PAYREGRC.

001990 FD  PAYSLIP-PRINT.
002000 01  FOLHA-LINHA                 PIC X(80).

002010 FD  GL-INTERFACE.
002020 COPY GLREC.

002030 WORKING-STORAGE SECTION.
002040 01  FS-PLRPRM                   PIC X(02).
002050     88  FS-PLRPRM-OK            VALUE "00".

002060 01  FS-EMPMAST                  PIC X(02).
002070     88  FS-EMPMAST-OK           VALUE "00".
002080     88  FS-EMPMAST-EOF          VALUE "10".

002090 01  FS-ABSFILE                  PIC X(02).
002100     88  FS-ABSFILE-OK           VALUE "00".
002110 01  WS-ABS-SW                   PIC X(01) VALUE "N".
002120     88  WS-ABS-PRESENTE         VALUE "Y".

002130 01  FS-PLRFILE                  PIC X(02).
002140     88  FS-PLRFILE-OK           VALUE "00".

002150 01  FS-YTDFILE                  PIC X(02).
002160     88  FS-YTDFILE-OK           VALUE "00".

002170 01  FS-OPERADOR                 PIC X(02).
002180     88  FS-OPERADOR-OK          VALUE "00".

002190 01  FS-PAYREGPL                 PIC X(02).
002200     88  FS-PAYREGPL-OK          VALUE "00".

002210 01  FS-FOLHAPLR                 PIC X(02).
002220     88  FS-FOLHAPLR-OK          VALUE "00".

002230 01  FS-GLFILE                   PIC X(02).
002240     88  FS-GLFILE-OK            VALUE "00".

002241 01  WS-EMPRESA-GL               PIC X(03) VALUE "001".
002242 01  WS-NOME-GL                  PIC X(08) VALUE "GLFILE".
002243 01  WS-EMPRESA-LANCAMENTO       PIC X(03).

002244* PROG220 COMPANY SERVICE CALL
002245 01  WS-CHAMADA-EMPRESA.
002246     05  WS-CIA-FUNCAO           PIC X(01).
002247     05  WS-CIA-EMPRESA          PIC X(03).
002248     05  WS-CIA-ARQUIVO          PIC X(08).
002249     05  WS-CIA-STATUS           PIC X(01).
002250         88  WS-CIA-OK           VALUE "1".
002251 COPY CIAREC.

002252 01  WS-MENSAGEM                 PIC X(40).
002260 01  WS-VALOR-ENT                PIC 9(09).
002270 01  WS-LIMITE-MIN               PIC 9(09).
002280 01  WS-LIMITE-MAX               PIC 9(09).

002290 01  WS-DATA-ATUAL               PIC 9(08).
002300 01  WS-PERIODO-ATUAL            PIC 9(06).
002310 01  WS-ANO-PAGAMENTO            PIC 9(04).
002320 01  WS-ANO-REFERENCIA           PIC 9(04).

002330 01  WS-ACORDO.
002340     05  WS-VALOR-POOL           PIC 9(09)V9(02).
002350     05  WS-PERC-FIXO            PIC 9(03)V9(02).
002360     05  WS-REDUCAO-FALTA        PIC 9(03)V9(02).
002370     05  WS-POOL-FIXO            PIC 9(09)V9(02).
002380     05  WS-POOL-PROPORCIONAL    PIC 9(09)V9(02).

002390 01  WS-TABELA-IR.
002400     05  WS-ANO-TABELA           PIC 9(04) VALUE ZERO.
002410     05  WS-QTD-FAIXAS           PIC 9(02) COMP VALUE ZERO.
002420     05  WS-FAIXA-IR             OCCURS 10 TIMES.
002430         10  WS-FX-LIMITE        PIC 9(09)V9(02).
002440         10  WS-FX-ALIQUOTA      PIC 9(02)V9(02).
002450         10  WS-FX-PARCELA       PIC 9(09)V9(02).
002460 01  WS-FIM-PARAM-SW             PIC X(01).
002470     88  WS-FIM-PARAM            VALUE "Y".
002480 01  WS-FX-IDX                   PIC 9(02) COMP.
002490 01  WS-FAIXA-ACHADA-SW          PIC X(01).
002500     88  WS-FAIXA-ACHADA         VALUE "Y".

002510 01  WS-MESES.
002520     05  WS-MES-INICIO           PIC 9(02).
002530     05  WS-MES-IDX              PIC 9(02) COMP.
002540     05  WS-MESES-DIREITO        PIC 9(02).
002550     05  WS-DIAS-FALTA           PIC 9(03).
002560     05  WS-DIAS-AFASTADO-MES    OCCURS 12 TIMES PIC 9(03).

002570 01  WS-AFASTAMENTO.
002580     05  WS-FIM-ABS-SW           PIC X(01).
002590         88  WS-FIM-ABS          VALUE "Y".
002600     05  WS-ANO-INICIO           PIC 9(08).
002610     05  WS-ANO-FIM              PIC 9(08).
002620     05  WS-SOBREPOE-INICIO      PIC 9(08).
002630     05  WS-SOBREPOE-FIM         PIC 9(08).
002640     05  WS-MES-TRECHO-INI       PIC 9(02).
002650     05  WS-MES-TRECHO-FIM       PIC 9(02).
002660     05  WS-DIA-TRECHO-INI       PIC 9(02).
002670     05  WS-DIA-TRECHO-FIM       PIC 9(02).
002680     05  WS-DIAS-TRECHO          PIC 9(03).

002690 01  WS-COTA-FUNCIONARIO.
002700     05  WS-PERC-REDUZIDO        PIC 9(05)V9(02).
002710     05  WS-FATOR                PIC 9(01)V9(04).
002720     05  WS-COTA                 PIC 9(01)V9(06).
002730     05  WS-PESO                 PIC 9(07)V9(06).
002740 01  WS-SOMA-COTAS               PIC 9(07)V9(06) VALUE ZERO.
002750 01  WS-SOMA-PESOS               PIC 9(11)V9(06) VALUE ZERO.

002760 01  WS-CALCULO.
002770     05  WS-VALOR-FIXO           PIC 9(09)V9(02).
002780     05  WS-VALOR-PROPORCIONAL   PIC 9(09)V9(02).
002790     05  WS-VALOR-PLR            PIC 9(09)V9(02).
002800     05  WS-PLR-ANTERIOR         PIC 9(09)V9(02).
002810     05  WS-IR-ANTERIOR          PIC 9(09)V9(02).
002820     05  WS-BASE-IR              PIC 9(09)V9(02).
002830     05  WS-IR-ACUMULADO         PIC S9(09)V9(02).
002840     05  WS-DESCONTO-IR          PIC 9(09)V9(02).
002850     05  WS-VALOR-LIQUIDO        PIC 9(09)V9(02).

002860 01  WS-JA-PAGO-SW               PIC X(01).
002870     88  WS-JA-PAGO              VALUE "Y".

002880 01  WS-APROVACAO.
002890     05  WS-APROVADO-SW          PIC X(01) VALUE "N".
002900         88  WS-APROVADO         VALUE "Y".
002910     05  WS-CODIGO-PREPARADOR    PIC X(06).
002920     05  WS-CODIGO-APROV         PIC X(06).

002930 01  WS-TOTAIS-GERAIS.
002940     05  WS-TOT-PREVIA           PIC 9(09)V9(02) VALUE ZERO.
002950     05  WS-TOT-BRUTO            PIC 9(09)V9(02) VALUE ZERO.
002960     05  WS-TOT-IRRF             PIC 9(09)V9(02) VALUE ZERO.
002970     05  WS-TOT-LIQUIDO          PIC 9(09)V9(02) VALUE ZERO.
002980 01  WS-QTD-ELEGIVEIS            PIC 9(06) COMP VALUE ZERO.
002990 01  WS-QTD-PAGOS                PIC 9(06) COMP VALUE ZERO.
003000 01  WS-QTD-JA-PAGOS             PIC 9(06) COMP VALUE ZERO.
003010 01  WS-QTD-SEM-DIREITO          PIC 9(06) COMP VALUE ZERO.
003020 01  WS-QTD-PAGOS-ED             PIC 9(06).

003030 01  WS-FATOR-ED                 PIC 9.9999.
003040 01  WS-PLR-ED                   PIC ZZZ,ZZZ,ZZ9.99.
003050 01  WS-FIXO-ED                  PIC ZZZ,ZZZ,ZZ9.99.
003060 01  WS-PROP-ED                  PIC ZZZ,ZZZ,ZZ9.99.
003070 01  WS-IR-ED                    PIC ZZZ,ZZZ,ZZ9.99.
003080 01  WS-LIQUIDO-ED               PIC ZZZ,ZZZ,ZZ9.99.
003090 01  WS-SITUACAO-ED              PIC X(08).

003100 01  WS-CHAMADA-MAPA.
003110     05  WS-MAPA-EVENTO          PIC X(12).
003120     05  WS-MAPA-DEPARTAMENTO    PIC X(10).
003130     05  WS-MAPA-DEBITO          PIC X(12).
003140     05  WS-MAPA-CREDITO         PIC X(12).
003150     05  WS-MAPA-CENTRO          PIC X(10).
003160     05  WS-MAPA-STATUS          PIC X(01).
003170         88  WS-MAPEADO          VALUE "1".
003180         88  WS-SEM-MAPA         VALUE "2".
003190         88  WS-SEM-TABELA       VALUE "3".
003200 01  WS-QTD-SEM-MAPA             PIC 9(05) VALUE ZERO.

003210 01  WS-DESCRICAO-AUD            PIC X(60).

003220 PROCEDURE DIVISION.

003230*----------------------------------------------------------------
003240* 0000-MAINLINE
003250*----------------------------------------------------------------
003260 0000-MAINLINE.
003270     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
003280     PERFORM 2000-APURAR THRU 2000-APURAR-EXIT
003290         UNTIL FS-EMPMAST-EOF.

003300     IF WS-QTD-ELEGIVEIS = ZERO
003310         DISPLAY "PROG178: NENHUM FUNCIONARIO COM DIREITO A PLR "
003320             "DE " WS-ANO-REFERENCIA " - NADA A PAGAR"
003330         GO TO 9999-EXIT
003340     END-IF.

003350     PERFORM 3000-PREVIA THRU 3000-PREVIA-EXIT.

003360     PERFORM 4000-CONFIRMAR-APROVACAO
003370         THRU 4000-CONFIRMAR-APROVACAO-EXIT.
003380     IF NOT WS-APROVADO
003390         DISPLAY "PROG178: DISTRIBUICAO REJEITADA - SEM "
003400             "APROVACAO DE UM SEGUNDO OPERADOR"
003410         MOVE 8 TO RETURN-CODE
003420         GO TO 9999-EXIT
003430     END-IF.

003440     PERFORM 5000-APLICAR THRU 5000-APLICAR-EXIT.
003450     PERFORM 8000-FINALIZAR THRU 8000-FINALIZAR-EXIT.
003460     GO TO 9999-EXIT.

003470*----------------------------------------------------------------
003480* 1000-INICIALIZAR - THE REFERENCE YEAR, ITS AGREEMENT, THE IRRF
003490*                    TABLE OF THE YEAR OF PAYMENT AND THE FILES
003500*                    THE PREVIEW READS
003510*----------------------------------------------------------------
003520 1000-INICIALIZAR.
003530     ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
003540     MOVE WS-DATA-ATUAL(1:6) TO WS-PERIODO-ATUAL.
003550     MOVE WS-DATA-ATUAL(1:4) TO WS-ANO-PAGAMENTO.

003560     MOVE "ANO-BASE DA PLR (AAAA)" TO WS-MENSAGEM.
003570     MOVE 1900 TO WS-LIMITE-MIN.
003580     MOVE WS-ANO-PAGAMENTO TO WS-LIMITE-MAX.
003590     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
003600         WS-LIMITE-MIN WS-LIMITE-MAX.
003610     MOVE WS-VALOR-ENT TO WS-ANO-REFERENCIA.

003620     COMPUTE WS-ANO-INICIO = WS-ANO-REFERENCIA * 10000 + 0101.
003630     COMPUTE WS-ANO-FIM    = WS-ANO-REFERENCIA * 10000 + 1231.

003640     OPEN INPUT PLR-PARAM-FILE.
003650     IF NOT FS-PLRPRM-OK
003660         DISPLAY "PROG178: PARAMETROS DA PLR (PLRPRM) "
003670             "INDISPONIVEIS - CADASTRE NO PROG177"
003680         MOVE 8 TO RETURN-CODE
003690         GO TO 9999-EXIT
003700     END-IF.
003710     PERFORM 1100-CARREGAR-ACORDO THRU 1100-CARREGAR-ACORDO-EXIT.
003720     PERFORM 1200-CARREGAR-TABELA-IR
003730         THRU 1200-CARREGAR-TABELA-IR-EXIT.
003740     CLOSE PLR-PARAM-FILE.

003750     OPEN INPUT EMPLOYEE-MASTER.
003760     IF NOT FS-EMPMAST-OK
003770         DISPLAY "PROG178: ERRO AO ABRIR EMPLOYEE-MASTER "
003780                 FS-EMPMAST
003790         GO TO 9999-EXIT
003800     END-IF.

003810     OPEN INPUT ABSENCE-FILE.
003820     IF FS-ABSFILE-OK
003830         SET WS-ABS-PRESENTE TO TRUE
003840     END-IF.

003850     OPEN I-O PLR-FILE.
003860     IF NOT FS-PLRFILE-OK
003870         OPEN OUTPUT PLR-FILE
003880         CLOSE PLR-FILE
003890         OPEN I-O PLR-FILE
003900     END-IF.
003910     IF NOT FS-PLRFILE-OK
003920         DISPLAY "PROG178: ERRO AO ABRIR PLR-FILE " FS-PLRFILE
003930         GO TO 9999-EXIT
003940     END-IF.

003950     OPEN I-O YTD-FILE.
003960     IF NOT FS-YTDFILE-OK
003970         OPEN OUTPUT YTD-FILE
003980         CLOSE YTD-FILE
003990         OPEN I-O YTD-FILE
004000     END-IF.
004010     IF NOT FS-YTDFILE-OK
004020         DISPLAY "PROG178: ERRO AO ABRIR YTD-FILE " FS-YTDFILE
004030         GO TO 9999-EXIT
004040     END-IF.

004050     PERFORM 1300-LER-PROXIMO.
004060 1000-INICIALIZAR-EXIT.
004070     EXIT.

004080*----------------------------------------------------------------
004090* 1100-CARREGAR-ACORDO - NO AGREEMENT FOR THE YEAR, NOTHING IS
004100*                        DISTRIBUTED
004110*----------------------------------------------------------------
004120 1100-CARREGAR-ACORDO.
004130     MOVE WS-ANO-REFERENCIA TO PM-ANO.
004140     MOVE "A"               TO PM-TIPO.
004150     MOVE ZERO              TO PM-FAIXA.
004160     READ PLR-PARAM-FILE
004170         INVALID KEY
004180             DISPLAY "PROG178: ACORDO DE PLR DE "
004190                 WS-ANO-REFERENCIA " NAO CADASTRADO - "
004200                 "CADASTRE NO PROG177"
004210             CLOSE PLR-PARAM-FILE
004220             MOVE 8 TO RETURN-CODE
004230             GO TO 9999-EXIT
004240     END-READ.

004250     MOVE PM-VALOR-POOL    TO WS-VALOR-POOL.
004260     MOVE PM-PERC-FIXO     TO WS-PERC-FIXO.
004270     MOVE PM-REDUCAO-FALTA TO WS-REDUCAO-FALTA.
004280     COMPUTE WS-POOL-FIXO ROUNDED =
004290         WS-VALOR-POOL * WS-PERC-FIXO / 100.
004300     COMPUTE WS-POOL-PROPORCIONAL =
004310         WS-VALOR-POOL - WS-POOL-FIXO.
004320 1100-CARREGAR-ACORDO-EXIT.
004330     EXIT.

004340*----------------------------------------------------------------
004350* 1200-CARREGAR-TABELA-IR - THE BANDS OF THE LATEST YEAR NOT
004360*                           AFTER THE YEAR OF PAYMENT; THE KEY
004370*                           ORDER BRINGS THE YEARS ASCENDING AND
004380*                           THE BANDS OF EACH YEAR IN ORDER
004390*----------------------------------------------------------------
004400 1200-CARREGAR-TABELA-IR.
004410     MOVE "N" TO WS-FIM-PARAM-SW.
004420     MOVE ZERO   TO PM-ANO.
004430     MOVE SPACES TO PM-TIPO.
004440     MOVE ZERO   TO PM-FAIXA.
004450     START PLR-PARAM-FILE KEY IS NOT LESS THAN PM-CHAVE
004460         INVALID KEY
004470             SET WS-FIM-PARAM TO TRUE
004480     END-START.
004490     PERFORM 1210-LER-FAIXA THRU 1210-LER-FAIXA-EXIT
004500         UNTIL WS-FIM-PARAM.

004510     IF WS-QTD-FAIXAS = ZERO
004520         DISPLAY "PROG178: TABELA DE IR EXCLUSIVO DA PLR NAO "
004530             "CADASTRADA - CADASTRE NO PROG177"
004540         CLOSE PLR-PARAM-FILE
004550         MOVE 8 TO RETURN-CODE
004560         GO TO 9999-EXIT
004570     END-IF.
004580     IF WS-ANO-TABELA NOT = WS-ANO-PAGAMENTO
004590         DISPLAY "PROG178: AVISO - TABELA DE IR DA PLR DE "
004600             WS-ANO-PAGAMENTO " NAO CADASTRADA, USADA A DE "
004610             WS-ANO-TABELA
004620     END-IF.
004630 1200-CARREGAR-TABELA-IR-EXIT.
004640     EXIT.

004650 1210-LER-FAIXA.
004660     READ PLR-PARAM-FILE NEXT
004670         AT END
004680             SET WS-FIM-PARAM TO TRUE
004690             GO TO 1210-LER-FAIXA-EXIT
004700     END-READ.
004710     IF PM-ANO > WS-ANO-PAGAMENTO
004720         SET WS-FIM-PARAM TO TRUE
004730         GO TO 1210-LER-FAIXA-EXIT
004740     END-IF.
004750     IF NOT PM-FAIXA-IR
004760         GO TO 1210-LER-FAIXA-EXIT
004770     END-IF.

004780     IF PM-ANO NOT = WS-ANO-TABELA
004790         MOVE PM-ANO TO WS-ANO-TABELA
004800         MOVE ZERO   TO WS-QTD-FAIXAS
004810     END-IF.
004820     IF WS-QTD-FAIXAS < 10
004830         ADD 1 TO WS-QTD-FAIXAS
004840         MOVE PM-LIMITE-SUPERIOR TO WS-FX-LIMITE(WS-QTD-FAIXAS)
004850         MOVE PM-ALIQUOTA        TO WS-FX-ALIQUOTA(WS-QTD-FAIXAS)
004860         MOVE PM-PARCELA-DEDUZIR TO WS-FX-PARCELA(WS-QTD-FAIXAS)
004870     END-IF.
004880 1210-LER-FAIXA-EXIT.
004890     EXIT.

004900 1300-LER-PROXIMO.
004910     READ EMPLOYEE-MASTER NEXT
004920         AT END
004930             SET FS-EMPMAST-EOF TO TRUE
004940     END-READ.

004950*----------------------------------------------------------------
004960* 2000-APURAR - FIRST PASS: EVERY ENTITLED FUNCIONARIO'S SHARE OF
004970*               THE FIXED PORTION (THE COTA) AND OF THE
004980*               PROPORTIONAL ONE (COTA TIMES SALARIO), SUMMED SO
004990*               THE WHOLE POOL IS SPLIT
005000*----------------------------------------------------------------
005010 2000-APURAR.
005020     IF NOT EMP-ATIVO
005030         GO TO 2000-APURAR-SEGUIR
005040     END-IF.

005050     PERFORM 2100-CALCULAR-COTA THRU 2100-CALCULAR-COTA-EXIT.
005060     IF WS-COTA = ZERO
005070         ADD 1 TO WS-QTD-SEM-DIREITO
005080         GO TO 2000-APURAR-SEGUIR
005090     END-IF.

005100     ADD WS-COTA TO WS-SOMA-COTAS.
005110     ADD WS-PESO TO WS-SOMA-PESOS.
005120     ADD 1 TO WS-QTD-ELEGIVEIS.

005130 2000-APURAR-SEGUIR.
005140     PERFORM 1300-LER-PROXIMO.
005150 2000-APURAR-EXIT.
005160     EXIT.

005170*----------------------------------------------------------------
005180* 2100-CALCULAR-COTA - MONTHS WORKED OVER TWELVE, TIMES THE FACTOR
005190*                      LEFT AFTER THE ABSENCE REDUCTION (NEVER
005200*                      BELOW ZERO)
005210*----------------------------------------------------------------
005220 2100-CALCULAR-COTA.
005230     MOVE ZERO TO WS-COTA.
005240     MOVE ZERO TO WS-PESO.
005250     MOVE ZERO TO WS-FATOR.
005260     PERFORM 2110-CONTAR-MESES THRU 2110-CONTAR-MESES-EXIT.
005270     IF WS-MESES-DIREITO = ZERO
005280         GO TO 2100-CALCULAR-COTA-EXIT
005290     END-IF.

005300     COMPUTE WS-PERC-REDUZIDO = WS-DIAS-FALTA * WS-REDUCAO-FALTA.
005310     IF WS-PERC-REDUZIDO NOT < 100
005320         GO TO 2100-CALCULAR-COTA-EXIT
005330     END-IF.

005340     COMPUTE WS-FATOR = (100 - WS-PERC-REDUZIDO) / 100.
005350     COMPUTE WS-COTA ROUNDED = WS-MESES-DIREITO * WS-FATOR / 12.
005360     COMPUTE WS-PESO ROUNDED = SALARIO * WS-COTA.
005370 2100-CALCULAR-COTA-EXIT.
005380     EXIT.

005390*----------------------------------------------------------------
005400* 2110-CONTAR-MESES - A MONTH OF THE YEAR COUNTS WHEN THE
005410*                     FUNCIONARIO WORKED 15 DAYS OR MORE IN IT
005420*                     (THE PROG91 RULE); THE UNPAID DAYS OF A
005430*                     MONTH THAT STILL COUNTS ARE THE UNJUSTIFIED
005440*                     ABSENCES
005450*----------------------------------------------------------------
005460 2110-CONTAR-MESES.
005470     MOVE ZERO TO WS-MESES-DIREITO.
005480     MOVE ZERO TO WS-DIAS-FALTA.
005490     MOVE 1 TO WS-MES-IDX.
005500     PERFORM 2120-ZERAR-MES THRU 2120-ZERAR-MES-EXIT
005510         UNTIL WS-MES-IDX > 12.

005520     IF DATA-ADMISSAO(1:4) > WS-ANO-REFERENCIA
005530         GO TO 2110-CONTAR-MESES-EXIT
005540     END-IF.

005550     IF DATA-ADMISSAO(1:4) = WS-ANO-REFERENCIA
005560         MOVE DATA-ADMISSAO(5:2) TO WS-MES-INICIO
005570         IF DATA-ADMISSAO(7:2) > 15
005580             ADD 1 TO WS-MES-INICIO
005590         END-IF
005600     ELSE
005610         MOVE 1 TO WS-MES-INICIO
005620     END-IF.
005630     IF WS-MES-INICIO > 12
005640         GO TO 2110-CONTAR-MESES-EXIT
005650     END-IF.

005660     PERFORM 2200-SOMAR-AFASTAMENTOS
005670         THRU 2200-SOMAR-AFASTAMENTOS-EXIT.

005680     MOVE WS-MES-INICIO TO WS-MES-IDX.
005690     PERFORM 2130-CONTAR-UM-MES THRU 2130-CONTAR-UM-MES-EXIT
005700         UNTIL WS-MES-IDX > 12.
005710 2110-CONTAR-MESES-EXIT.
005720     EXIT.

005730 2120-ZERAR-MES.
005740     MOVE ZERO TO WS-DIAS-AFASTADO-MES(WS-MES-IDX).
005750     ADD 1 TO WS-MES-IDX.
005760 2120-ZERAR-MES-EXIT.
005770     EXIT.

005780 2130-CONTAR-UM-MES.
005790     IF WS-DIAS-AFASTADO-MES(WS-MES-IDX) < 15
005800         ADD 1 TO WS-MESES-DIREITO
005810         ADD WS-DIAS-AFASTADO-MES(WS-MES-IDX) TO WS-DIAS-FALTA
005820     END-IF.
005830     ADD 1 TO WS-MES-IDX.
005840 2130-CONTAR-UM-MES-EXIT.
005850     EXIT.

005860*----------------------------------------------------------------
005870* 2200-SOMAR-AFASTAMENTOS - WALK THE FUNCIONARIO'S ABSFILE ROWS
005880*                           AND PILE THE UNPAID DAYS OF THE YEAR
005890*                           INTO THE PER-MONTH TABLE
005900*----------------------------------------------------------------
005910 2200-SOMAR-AFASTAMENTOS.
005920     IF NOT WS-ABS-PRESENTE
005930         GO TO 2200-SOMAR-AFASTAMENTOS-EXIT
005940     END-IF.

005950     MOVE "N" TO WS-FIM-ABS-SW.
005960     MOVE CODIGO TO AB-CODIGO.
005970     MOVE ZERO TO AB-DATA-INICIO.
005980     START ABSENCE-FILE KEY IS NOT LESS THAN AB-CHAVE
005990         INVALID KEY
006000             SET WS-FIM-ABS TO TRUE
006010     END-START.

006020     PERFORM 2210-SOMAR-UM-AFASTAMENTO
006030         THRU 2210-SOMAR-UM-AFASTAMENTO-EXIT
006040         UNTIL WS-FIM-ABS.
006050 2200-SOMAR-AFASTAMENTOS-EXIT.
006060     EXIT.

006070*----------------------------------------------------------------
006080* 2210-SOMAR-UM-AFASTAMENTO - ONE ABSENCE ROW PER PASS, CLIPPED
006090*                             TO THE YEAR AND SPREAD OVER THE
006100*                             COMMERCIAL 30-DAY MONTHS IT TOUCHES
006110*----------------------------------------------------------------
006120 2210-SOMAR-UM-AFASTAMENTO.
006130     READ ABSENCE-FILE NEXT
006140         AT END
006150             SET WS-FIM-ABS TO TRUE
006160             GO TO 2210-SOMAR-UM-AFASTAMENTO-EXIT
006170     END-READ.

006180     IF AB-CODIGO NOT = CODIGO
006190         SET WS-FIM-ABS TO TRUE
006200         GO TO 2210-SOMAR-UM-AFASTAMENTO-EXIT
006210     END-IF.

006220     IF AB-REMUNERADO
006230         GO TO 2210-SOMAR-UM-AFASTAMENTO-EXIT
006240     END-IF.

006250     IF AB-DATA-FIM < WS-ANO-INICIO
006260         OR AB-DATA-INICIO > WS-ANO-FIM
006270         GO TO 2210-SOMAR-UM-AFASTAMENTO-EXIT
006280     END-IF.

006290     IF AB-DATA-INICIO > WS-ANO-INICIO
006300         MOVE AB-DATA-INICIO TO WS-SOBREPOE-INICIO
006310     ELSE
006320         MOVE WS-ANO-INICIO TO WS-SOBREPOE-INICIO
006330     END-IF.
006340     IF AB-DATA-FIM < WS-ANO-FIM
006350         MOVE AB-DATA-FIM TO WS-SOBREPOE-FIM
006360     ELSE
006370         MOVE WS-ANO-FIM TO WS-SOBREPOE-FIM
006380     END-IF.

006390     MOVE WS-SOBREPOE-INICIO(5:2) TO WS-MES-TRECHO-INI.
006400     MOVE WS-SOBREPOE-FIM(5:2)    TO WS-MES-TRECHO-FIM.
006410     MOVE WS-SOBREPOE-INICIO(7:2) TO WS-DIA-TRECHO-INI.
006420     MOVE WS-SOBREPOE-FIM(7:2)    TO WS-DIA-TRECHO-FIM.

006430     MOVE WS-MES-TRECHO-INI TO WS-MES-IDX.
006440     PERFORM 2220-SOMAR-MES-TRECHO
006450         THRU 2220-SOMAR-MES-TRECHO-EXIT
006460         UNTIL WS-MES-IDX > WS-MES-TRECHO-FIM.
006470 2210-SOMAR-UM-AFASTAMENTO-EXIT.
006480     EXIT.

006490*----------------------------------------------------------------
006500* 2220-SOMAR-MES-TRECHO - ONE MONTH OF THE CLIPPED STRETCH PER
006510*                         PASS, OVER THE COMMERCIAL 30-DAY MONTH
006520*----------------------------------------------------------------
006530 2220-SOMAR-MES-TRECHO.
006540     EVALUATE TRUE
006550         WHEN WS-MES-IDX = WS-MES-TRECHO-INI
006560             AND WS-MES-IDX = WS-MES-TRECHO-FIM
006570             COMPUTE WS-DIAS-TRECHO =
006580                 WS-DIA-TRECHO-FIM - WS-DIA-TRECHO-INI + 1
006590         WHEN WS-MES-IDX = WS-MES-TRECHO-INI
006600             COMPUTE WS-DIAS-TRECHO =
006610                 30 - WS-DIA-TRECHO-INI + 1
006620         WHEN WS-MES-IDX = WS-MES-TRECHO-FIM
006630             MOVE WS-DIA-TRECHO-FIM TO WS-DIAS-TRECHO
006640         WHEN OTHER
006650             MOVE 30 TO WS-DIAS-TRECHO
006660     END-EVALUATE.
006670     ADD WS-DIAS-TRECHO
006680         TO WS-DIAS-AFASTADO-MES(WS-MES-IDX).
006690     ADD 1 TO WS-MES-IDX.
006700 2220-SOMAR-MES-TRECHO-EXIT.
006710     EXIT.

006720*----------------------------------------------------------------
006730* 3000-PREVIA - SECOND PASS: ONLY SHOWS WHAT EACH FUNCIONARIO
006740*               WOULD RECEIVE
006750*----------------------------------------------------------------
006760 3000-PREVIA.
006770     MOVE WS-VALOR-POOL TO WS-PLR-ED.
006780     DISPLAY "PREVIA DA PLR - ANO-BASE " WS-ANO-REFERENCIA
006790         " - TOTAL A DISTRIBUIR " WS-PLR-ED.
006800     DISPLAY "CODIGO MESES FALTAS FATOR          PLR            "
006810         "IRRF        LIQUIDO".

006820     PERFORM 3050-REPOSICIONAR THRU 3050-REPOSICIONAR-EXIT.
006830     PERFORM 3100-MOSTRAR-PREVIA THRU 3100-MOSTRAR-PREVIA-EXIT
006840         UNTIL FS-EMPMAST-EOF.

006850     MOVE WS-TOT-PREVIA TO WS-PLR-ED.
006860     DISPLAY "FUNCIONARIOS COM DIREITO: " WS-QTD-ELEGIVEIS
006870         " - TOTAL DISTRIBUIDO " WS-PLR-ED.
006880 3000-PREVIA-EXIT.
006890     EXIT.

006900 3050-REPOSICIONAR.
006910     MOVE "00" TO FS-EMPMAST.
006920     MOVE ZERO TO CODIGO.
006930     START EMPLOYEE-MASTER KEY IS NOT LESS THAN CODIGO
006940         INVALID KEY
006950             SET FS-EMPMAST-EOF TO TRUE
006960     END-START.
006970     IF NOT FS-EMPMAST-EOF
006980         PERFORM 1300-LER-PROXIMO
006990     END-IF.
007000 3050-REPOSICIONAR-EXIT.
007010     EXIT.

007020 3100-MOSTRAR-PREVIA.
007030     IF NOT EMP-ATIVO
007040         GO TO 3100-MOSTRAR-PREVIA-SEGUIR
007050     END-IF.
007060     PERFORM 2100-CALCULAR-COTA THRU 2100-CALCULAR-COTA-EXIT.
007070     IF WS-COTA = ZERO
007080         GO TO 3100-MOSTRAR-PREVIA-SEGUIR
007090     END-IF.

007100     PERFORM 3200-CALCULAR-PLR THRU 3200-CALCULAR-PLR-EXIT.
007110     PERFORM 3400-VERIFICAR-JA-PAGO
007120         THRU 3400-VERIFICAR-JA-PAGO-EXIT.
007130     IF WS-JA-PAGO
007140         MOVE "JA PAGO " TO WS-SITUACAO-ED
007150     ELSE
007160         MOVE SPACES TO WS-SITUACAO-ED
007170     END-IF.

007180     MOVE WS-FATOR         TO WS-FATOR-ED.
007190     MOVE WS-VALOR-PLR     TO WS-PLR-ED.
007200     MOVE WS-DESCONTO-IR   TO WS-IR-ED.
007210     MOVE WS-VALOR-LIQUIDO TO WS-LIQUIDO-ED.
007220     DISPLAY CODIGO " " WS-MESES-DIREITO "    " WS-DIAS-FALTA
007230         "    " WS-FATOR-ED " " WS-PLR-ED " " WS-IR-ED " "
007240         WS-LIQUIDO-ED " " WS-SITUACAO-ED.
007250     ADD WS-VALOR-PLR TO WS-TOT-PREVIA.

007260 3100-MOSTRAR-PREVIA-SEGUIR.
007270     PERFORM 1300-LER-PROXIMO.
007280 3100-MOSTRAR-PREVIA-EXIT.
007290     EXIT.

007300*----------------------------------------------------------------
007310* 3200-CALCULAR-PLR - THE FIXED PORTION BY COTA, THE PROPORTIONAL
007320*                     ONE BY COTA TIMES SALARIO, THEN THE TAX
007330*----------------------------------------------------------------
007340 3200-CALCULAR-PLR.
007350     COMPUTE WS-VALOR-FIXO ROUNDED =
007360         WS-POOL-FIXO * WS-COTA / WS-SOMA-COTAS.
007370     MOVE ZERO TO WS-VALOR-PROPORCIONAL.
007380     IF WS-SOMA-PESOS > ZERO
007390         COMPUTE WS-VALOR-PROPORCIONAL ROUNDED =
007400             WS-POOL-PROPORCIONAL * WS-PESO / WS-SOMA-PESOS
007410     END-IF.
007420     COMPUTE WS-VALOR-PLR =
007430         WS-VALOR-FIXO + WS-VALOR-PROPORCIONAL.

007440     PERFORM 3300-CALCULAR-IR THRU 3300-CALCULAR-IR-EXIT.
007450     COMPUTE WS-VALOR-LIQUIDO = WS-VALOR-PLR - WS-DESCONTO-IR.
007460 3200-CALCULAR-PLR-EXIT.
007470     EXIT.

007480*----------------------------------------------------------------
007490* 3300-CALCULAR-IR - EXCLUSIVE TAXATION: THE TABLE APPLIES TO ALL
007500*                    PLR RECEIVED IN THE YEAR OF PAYMENT, SO THE
007510*                    TAX ON THE ACCUMULATED BASE IS TAKEN LESS THE
007520*                    TAX ALREADY WITHHELD ON EARLIER PLR OF THE
007530*                    YEAR (THE PLR YTD ACCUMULATORS)
007540*----------------------------------------------------------------
007550 3300-CALCULAR-IR.
007560     MOVE ZERO TO WS-PLR-ANTERIOR.
007570     MOVE ZERO TO WS-IR-ANTERIOR.
007580     MOVE CODIGO           TO YT-CODIGO.
007590     MOVE WS-ANO-PAGAMENTO TO YT-ANO.
007600     READ YTD-FILE
007610         INVALID KEY
007620             CONTINUE
007630         NOT INVALID KEY
007640             IF YT-PLR-BRUTO NUMERIC AND YT-PLR-IRRF NUMERIC
007650                 MOVE YT-PLR-BRUTO TO WS-PLR-ANTERIOR
007660                 MOVE YT-PLR-IRRF  TO WS-IR-ANTERIOR
007670             END-IF
007680     END-READ.

007690     COMPUTE WS-BASE-IR = WS-PLR-ANTERIOR + WS-VALOR-PLR.
007700     MOVE "N" TO WS-FAIXA-ACHADA-SW.
007710     PERFORM 3310-LOCALIZAR-FAIXA THRU 3310-LOCALIZAR-FAIXA-EXIT
007720         VARYING WS-FX-IDX FROM 1 BY 1
007730         UNTIL WS-FX-IDX > WS-QTD-FAIXAS OR WS-FAIXA-ACHADA.
007740     IF NOT WS-FAIXA-ACHADA
007750         MOVE WS-QTD-FAIXAS TO WS-FX-IDX
007760     ELSE
007770         SUBTRACT 1 FROM WS-FX-IDX
007780     END-IF.

007790     COMPUTE WS-IR-ACUMULADO ROUNDED =
007800         WS-BASE-IR * WS-FX-ALIQUOTA(WS-FX-IDX) / 100
007810         - WS-FX-PARCELA(WS-FX-IDX) - WS-IR-ANTERIOR.
007820     IF WS-IR-ACUMULADO > ZERO
007830         MOVE WS-IR-ACUMULADO TO WS-DESCONTO-IR
007840     ELSE
007850         MOVE ZERO TO WS-DESCONTO-IR
007860     END-IF.
007870 3300-CALCULAR-IR-EXIT.
007880     EXIT.

007890 3310-LOCALIZAR-FAIXA.
007900     IF WS-BASE-IR NOT > WS-FX-LIMITE(WS-FX-IDX)
007910         SET WS-FAIXA-ACHADA TO TRUE
007920     END-IF.
007930 3310-LOCALIZAR-FAIXA-EXIT.
007940     EXIT.

007950*----------------------------------------------------------------
007960* 3400-VERIFICAR-JA-PAGO - A PLRFILE ROW FOR THE CODIGO AND
007970*                          REFERENCE YEAR MEANS IT WAS PAID
007980*----------------------------------------------------------------
007990 3400-VERIFICAR-JA-PAGO.
008000     MOVE "N" TO WS-JA-PAGO-SW.
008010     MOVE CODIGO            TO PL-CODIGO.
008020     MOVE WS-ANO-REFERENCIA TO PL-ANO-REFERENCIA.
008030     READ PLR-FILE
008040         INVALID KEY
008050             CONTINUE
008060         NOT INVALID KEY
008070             SET WS-JA-PAGO TO TRUE
008080     END-READ.
008090 3400-VERIFICAR-JA-PAGO-EXIT.
008100     EXIT.

008110*----------------------------------------------------------------
008120* 4000-CONFIRMAR-APROVACAO - TWO SIGNATURES: THE OPERATOR WHO
008130*                            PREPARED THE RUN AND A DIFFERENT
008140*                            SUPERVISOR-LEVEL OPERATOR, BOTH
008150*                            ACTIVE AND NOT BLOCKED (THE PROG66
008160*                            SIGN-OFF)
008170*----------------------------------------------------------------
008180 4000-CONFIRMAR-APROVACAO.
008190     MOVE "N" TO WS-APROVADO-SW.

008200     OPEN INPUT OPERATOR-FILE.
008210     IF NOT FS-OPERADOR-OK
008220         DISPLAY "PROG178: ERRO AO ABRIR OPERATOR-FILE "
008230             FS-OPERADOR
008240         GO TO 4000-CONFIRMAR-APROVACAO-EXIT
008250     END-IF.

008260     DISPLAY "DISTRIBUICAO DA PLR - INFORME O CODIGO DO "
008270             "OPERADOR QUE PREPAROU".
008280     ACCEPT WS-CODIGO-PREPARADOR.
008290     MOVE WS-CODIGO-PREPARADOR TO OP-CODIGO-OPERADOR.
008300     READ OPERATOR-FILE
008310         INVALID KEY
008320             DISPLAY "PROG178: OPERADOR PREPARADOR NAO ENCONTRADO"
008330             CLOSE OPERATOR-FILE
008340             GO TO 4000-CONFIRMAR-APROVACAO-EXIT
008350     END-READ.
008360     IF OP-BLOQUEADO OR OP-DESATIVADO
008370         DISPLAY "PROG178: OPERADOR PREPARADOR BLOQUEADO OU "
008380                 "DESATIVADO"
008390         CLOSE OPERATOR-FILE
008400         GO TO 4000-CONFIRMAR-APROVACAO-EXIT
008410     END-IF.

008420     DISPLAY "INFORME O CODIGO DO SEGUNDO OPERADOR APROVADOR".
008430     ACCEPT WS-CODIGO-APROV.
008440     IF WS-CODIGO-APROV = WS-CODIGO-PREPARADOR
008450         DISPLAY "PROG178: O APROVADOR DEVE SER OUTRO OPERADOR"
008460         CLOSE OPERATOR-FILE
008470         GO TO 4000-CONFIRMAR-APROVACAO-EXIT
008480     END-IF.

008490     MOVE WS-CODIGO-APROV TO OP-CODIGO-OPERADOR.
008500     READ OPERATOR-FILE
008510         INVALID KEY
008520             DISPLAY "PROG178: OPERADOR APROVADOR NAO ENCONTRADO"
008530         NOT INVALID KEY
008540             IF OP-NIVEL-SUPERVISOR
008550                 AND NOT OP-BLOQUEADO AND NOT OP-DESATIVADO
008560                 MOVE "Y" TO WS-APROVADO-SW
008570             ELSE
008580                 DISPLAY "PROG178: OPERADOR INFORMADO NAO TEM "
008590                         "NIVEL DE APROVACAO"
008600             END-IF
008610     END-READ.

008620     CLOSE OPERATOR-FILE.
008630 4000-CONFIRMAR-APROVACAO-EXIT.
008640     EXIT.

008650*----------------------------------------------------------------
008660* 5000-APLICAR - THIRD PASS: THE OUTPUT FILES ARE OPENED ONLY NOW,
008670*                SO A REJECTED PREVIEW LEAVES NO REGISTER BEHIND
008680*----------------------------------------------------------------
008690 5000-APLICAR.
008700     OPEN OUTPUT PLR-REGISTER.
008710     IF NOT FS-PAYREGPL-OK
008720         DISPLAY "PROG178: ERRO AO ABRIR PLR-REGISTER "
008730                 FS-PAYREGPL
008740         GO TO 9999-EXIT
008750     END-IF.

008760     OPEN OUTPUT PAYSLIP-PRINT.
008770     IF NOT FS-FOLHAPLR-OK
008780         DISPLAY "PROG178: ERRO AO ABRIR PAYSLIP-PRINT "
008790                 FS-FOLHAPLR
008800         GO TO 9999-EXIT
008810     END-IF.

008820     OPEN EXTEND GL-INTERFACE.
008830     IF NOT FS-GLFILE-OK
008840         OPEN OUTPUT GL-INTERFACE
008850     END-IF.
008860     IF NOT FS-GLFILE-OK
008870         DISPLAY "PROG178: ERRO AO ABRIR GL-INTERFACE "
008874             WS-NOME-GL " " FS-GLFILE
008880         GO TO 9999-EXIT
008890     END-IF.

008900     PERFORM 3050-REPOSICIONAR THRU 3050-REPOSICIONAR-EXIT.
008910     PERFORM 5100-APLICAR-UM THRU 5100-APLICAR-UM-EXIT
008920         UNTIL FS-EMPMAST-EOF.
008930 5000-APLICAR-EXIT.
008940     EXIT.

008950 5100-APLICAR-UM.
008960     IF NOT EMP-ATIVO
008970         GO TO 5100-APLICAR-UM-SEGUIR
008980     END-IF.
008990     PERFORM 2100-CALCULAR-COTA THRU 2100-CALCULAR-COTA-EXIT.
009000     IF WS-COTA = ZERO
009010         GO TO 5100-APLICAR-UM-SEGUIR
009020     END-IF.

009030     PERFORM 3400-VERIFICAR-JA-PAGO
009040         THRU 3400-VERIFICAR-JA-PAGO-EXIT.
009050     IF WS-JA-PAGO
009060         ADD 1 TO WS-QTD-JA-PAGOS
009070         GO TO 5100-APLICAR-UM-SEGUIR
009080     END-IF.

009090     PERFORM 3200-CALCULAR-PLR THRU 3200-CALCULAR-PLR-EXIT.
009100     IF WS-VALOR-PLR = ZERO
009110         GO TO 5100-APLICAR-UM-SEGUIR
009120     END-IF.

009130     PERFORM 5200-IMPRIMIR-HOLERITE
009140         THRU 5200-IMPRIMIR-HOLERITE-EXIT.
009150     PERFORM 5300-GRAVAR-REGISTRO THRU 5300-GRAVAR-REGISTRO-EXIT.
009160     PERFORM 5400-GRAVAR-PLR THRU 5400-GRAVAR-PLR-EXIT.
009170     PERFORM 5500-ATUALIZAR-YTD THRU 5500-ATUALIZAR-YTD-EXIT.
009180     PERFORM 5600-GRAVAR-LANCAMENTOS
009190         THRU 5600-GRAVAR-LANCAMENTOS-EXIT.
009200     ADD 1 TO WS-QTD-PAGOS.

009210 5100-APLICAR-UM-SEGUIR.
009220     PERFORM 1300-LER-PROXIMO.
009230 5100-APLICAR-UM-EXIT.
009240     EXIT.

009250*----------------------------------------------------------------
009260* 5200-IMPRIMIR-HOLERITE
009270*----------------------------------------------------------------
009280 5200-IMPRIMIR-HOLERITE.
009290     MOVE WS-VALOR-FIXO         TO WS-FIXO-ED.
009300     MOVE WS-VALOR-PROPORCIONAL TO WS-PROP-ED.
009310     MOVE WS-VALOR-PLR          TO WS-PLR-ED.
009320     MOVE WS-DESCONTO-IR        TO WS-IR-ED.
009330     MOVE WS-VALOR-LIQUIDO      TO WS-LIQUIDO-ED.
009340     MOVE WS-FATOR              TO WS-FATOR-ED.

009350     MOVE "===============================================" TO
009360         FOLHA-LINHA.
009370     WRITE FOLHA-LINHA.
009380     MOVE "  HOLERITE - PARTICIPACAO NOS LUCROS (PLR)     " TO
009390         FOLHA-LINHA.
009400     WRITE FOLHA-LINHA.
009410     MOVE "===============================================" TO
009420         FOLHA-LINHA.
009430     WRITE FOLHA-LINHA.
009440     MOVE SPACES TO FOLHA-LINHA.
009450     STRING "CODIGO ... : " CODIGO DELIMITED BY SIZE
009460         INTO FOLHA-LINHA.
009470     WRITE FOLHA-LINHA.
009480     MOVE SPACES TO FOLHA-LINHA.
009490     STRING "NOME ..... : " NOME DELIMITED BY SIZE
009500         INTO FOLHA-LINHA.
009510     WRITE FOLHA-LINHA.
009520     MOVE SPACES TO FOLHA-LINHA.
009530     STRING "ANO-BASE . : " WS-ANO-REFERENCIA
009540         "   PAGAMENTO: " WS-PERIODO-ATUAL
009550         DELIMITED BY SIZE INTO FOLHA-LINHA.
009560     WRITE FOLHA-LINHA.
009570     MOVE SPACES TO FOLHA-LINHA.
009580     STRING "MESES TRABALHADOS: " WS-MESES-DIREITO
009590         "   FALTAS: " WS-DIAS-FALTA "   FATOR: " WS-FATOR-ED
009600         DELIMITED BY SIZE INTO FOLHA-LINHA.
009610     WRITE FOLHA-LINHA.
009620     MOVE "-----------------------------------------------" TO
009630         FOLHA-LINHA.
009640     WRITE FOLHA-LINHA.
009650     MOVE SPACES TO FOLHA-LINHA.
009660     STRING "PARCELA FIXA .......... : " MOEDA-COD " "
009670         WS-FIXO-ED DELIMITED BY SIZE INTO FOLHA-LINHA.
009680     WRITE FOLHA-LINHA.
009690     MOVE SPACES TO FOLHA-LINHA.
009700     STRING "PARCELA PROPORCIONAL .. : " MOEDA-COD " "
009710         WS-PROP-ED DELIMITED BY SIZE INTO FOLHA-LINHA.
009720     WRITE FOLHA-LINHA.
009730     MOVE SPACES TO FOLHA-LINHA.
009740     STRING "TOTAL DA PLR .......... : " MOEDA-COD " "
009750         WS-PLR-ED DELIMITED BY SIZE INTO FOLHA-LINHA.
009760     WRITE FOLHA-LINHA.
009770     MOVE SPACES TO FOLHA-LINHA.
009780     STRING "IRRF EXCLUSIVO PLR .... : " MOEDA-COD " "
009790         WS-IR-ED DELIMITED BY SIZE INTO FOLHA-LINHA.
009800     WRITE FOLHA-LINHA.
009810     MOVE "-----------------------------------------------" TO
009820         FOLHA-LINHA.
009830     WRITE FOLHA-LINHA.
009840     MOVE SPACES TO FOLHA-LINHA.
009850     STRING "VALOR LIQUIDO ......... : " MOEDA-COD " "
009860         WS-LIQUIDO-ED DELIMITED BY SIZE INTO FOLHA-LINHA.
009870     WRITE FOLHA-LINHA.
009880     MOVE "===============================================" TO
009890         FOLHA-LINHA.
009900     WRITE FOLHA-LINHA.
009910     MOVE SPACES TO FOLHA-LINHA.
009920     WRITE FOLHA-LINHA.
009930 5200-IMPRIMIR-HOLERITE-EXIT.
009940     EXIT.

009950*----------------------------------------------------------------
009960* 5300-GRAVAR-REGISTRO - SAME ROW SHAPE AS THE PAYROLL REGISTER,
009970*                        ON THE PLR'S OWN DATASET; THE EXCLUSIVE
009980*                        IRRF IS THE ONLY DEDUCTION
009990*----------------------------------------------------------------
010000 5300-GRAVAR-REGISTRO.
010010     MOVE SPACES TO PAYREG-REC.
010020     SET PR-DETALHE TO TRUE.
010030     MOVE WS-PERIODO-ATUAL  TO PR-PERIODO.
010040     MOVE CODIGO            TO PR-CODIGO.
010041     MOVE EMPRESA           TO PR-EMPRESA.
010050     MOVE WS-VALOR-PLR      TO PR-BRUTO.
010060     MOVE ZERO              TO PR-HORAS-EXTRAS.
010070     MOVE ZERO              TO PR-DESC-INSS.
010080     MOVE WS-DESCONTO-IR    TO PR-DESC-IRRF.
010090     MOVE ZERO              TO PR-DESC-EMPRESTIMO.
010100     MOVE ZERO              TO PR-DESC-BENEFICIO.
010110     MOVE WS-DESCONTO-IR    TO PR-TOTAL-DESCONTOS.
010120     MOVE WS-VALOR-LIQUIDO  TO PR-LIQUIDO.
010130     MOVE MOEDA-COD         TO PR-MOEDA.
010140     MOVE ZERO              TO PR-DESC-PENSAO.
010150     MOVE ZERO              TO PR-SAL-FAMILIA.
010160     MOVE ZERO              TO PR-ADIC-NOTURNO.
010170     MOVE ZERO              TO PR-COMISSAO.
010180     MOVE ZERO              TO PR-DESC-ESTORNO-COM.
010181     MOVE ZERO              TO PR-DESC-SINDICAL.
010182     MOVE ZERO              TO PR-ADIC-RISCO.
010183     MOVE ZERO              TO PR-DSR-VARIAVEL.
010184     MOVE ZERO              TO PR-DSR-PERDIDO.
010190     WRITE PAYREG-REC.

010200     ADD WS-VALOR-PLR     TO WS-TOT-BRUTO.
010210     ADD WS-DESCONTO-IR   TO WS-TOT-IRRF.
010220     ADD WS-VALOR-LIQUIDO TO WS-TOT-LIQUIDO.
010230 5300-GRAVAR-REGISTRO-EXIT.
010240     EXIT.

010250*----------------------------------------------------------------
010260* 5400-GRAVAR-PLR - THE LEDGER ROW THAT KEEPS A RERUN FROM PAYING
010270*                   TWICE
010280*----------------------------------------------------------------
010290 5400-GRAVAR-PLR.
010300     MOVE CODIGO                TO PL-CODIGO.
010310     MOVE WS-ANO-REFERENCIA     TO PL-ANO-REFERENCIA.
010320     MOVE SALARIO               TO PL-SALARIO-BASE.
010330     MOVE WS-MESES-DIREITO      TO PL-MESES.
010340     MOVE WS-DIAS-FALTA         TO PL-DIAS-FALTA.
010350     MOVE WS-FATOR              TO PL-FATOR.
010360     MOVE WS-VALOR-FIXO         TO PL-VALOR-FIXO.
010370     MOVE WS-VALOR-PROPORCIONAL TO PL-VALOR-PROPORCIONAL.
010380     MOVE WS-VALOR-PLR          TO PL-VALOR-BRUTO.
010390     MOVE WS-DESCONTO-IR        TO PL-DESC-IRRF.
010400     MOVE WS-VALOR-LIQUIDO      TO PL-VALOR-LIQUIDO.
010410     MOVE WS-PERIODO-ATUAL      TO PL-PERIODO-PAGAMENTO.
010420     MOVE WS-DATA-ATUAL         TO PL-DATA-PAGAMENTO.
010430     MOVE WS-CODIGO-PREPARADOR  TO PL-PREPARADOR.
010440     MOVE WS-CODIGO-APROV       TO PL-APROVADOR.
010450     WRITE PLR-REC.
010460     IF NOT FS-PLRFILE-OK
010470         DISPLAY "PROG178: ERRO AO GRAVAR PLR DE " CODIGO
010480             " - " FS-PLRFILE
010490     END-IF.
010500 5400-GRAVAR-PLR-EXIT.
010510     EXIT.

010520*----------------------------------------------------------------
010530* 5500-ATUALIZAR-YTD - THE PLR ROLLS INTO ITS OWN ACCUMULATORS OF
010540*                      THE YEAR OF PAYMENT; THE SALARY FIGURES ARE
010550*                      LEFT ALONE
010560*----------------------------------------------------------------
010570 5500-ATUALIZAR-YTD.
010580     MOVE CODIGO           TO YT-CODIGO.
010590     MOVE WS-ANO-PAGAMENTO TO YT-ANO.
010600     READ YTD-FILE
010610         INVALID KEY
010620             MOVE CODIGO           TO YT-CODIGO
010630             MOVE WS-ANO-PAGAMENTO TO YT-ANO
010640             MOVE ZERO TO YT-BRUTO
010650             MOVE ZERO TO YT-DESC-INSS
010660             MOVE ZERO TO YT-DESC-IRRF
010670             MOVE ZERO TO YT-DESC-EMPRESTIMO
010680             MOVE ZERO TO YT-DESC-BENEFICIO
010690             MOVE ZERO TO YT-TOTAL-DESCONTOS
010700             MOVE ZERO TO YT-LIQUIDO
010710             MOVE ZERO TO YT-DESC-PENSAO
010720             MOVE ZERO TO YT-PLR-BRUTO
010730             MOVE ZERO TO YT-PLR-IRRF
010740             MOVE ZERO TO YT-PLR-LIQUIDO
010750             MOVE MOEDA-COD TO YT-MOEDA
010760     END-READ.
010770     IF YT-PLR-BRUTO NOT NUMERIC OR YT-PLR-IRRF NOT NUMERIC
010780         OR YT-PLR-LIQUIDO NOT NUMERIC
010790         MOVE ZERO TO YT-PLR-BRUTO
010800         MOVE ZERO TO YT-PLR-IRRF
010810         MOVE ZERO TO YT-PLR-LIQUIDO
010820     END-IF.

010830     ADD WS-VALOR-PLR     TO YT-PLR-BRUTO.
010840     ADD WS-DESCONTO-IR   TO YT-PLR-IRRF.
010850     ADD WS-VALOR-LIQUIDO TO YT-PLR-LIQUIDO.

010860     IF FS-YTDFILE-OK
010870         REWRITE YTD-REC
010880     ELSE
010890         WRITE YTD-REC
010900     END-IF.
010910     IF NOT FS-YTDFILE-OK
010920         DISPLAY "PROG178: ERRO AO ATUALIZAR YTD DE " CODIGO
010930             " - " FS-YTDFILE
010940     END-IF.
010950 5500-ATUALIZAR-YTD-EXIT.
010960     EXIT.

010970*----------------------------------------------------------------
010980* 5600-GRAVAR-LANCAMENTOS - THE PLR EXPENSE IS DEBITED FOR THE
010990*                           GROSS; THE EXCLUSIVE IRRF IS CREDITED
011000*                           TO THE SAME IRRF PAYABLE THE PAYROLL
011010*                           USES AND THE NET TO SALARIES PAYABLE,
011020*                           WHICH THE REMITTANCE SETTLES
011030*----------------------------------------------------------------
011040 5600-GRAVAR-LANCAMENTOS.
011050     MOVE "DESPESA-PLR " TO GL-CONTA.
011060     SET GL-DEBITO TO TRUE.
011070     MOVE WS-VALOR-PLR TO GL-VALOR.
011080     PERFORM 5610-GRAVAR-UMA-LINHA
011090         THRU 5610-GRAVAR-UMA-LINHA-EXIT.

011100     IF WS-DESCONTO-IR > ZERO
011110         MOVE "IRRF-A-PAGAR" TO GL-CONTA
011120         SET GL-CREDITO TO TRUE
011130         MOVE WS-DESCONTO-IR TO GL-VALOR
011140         PERFORM 5610-GRAVAR-UMA-LINHA
011150             THRU 5610-GRAVAR-UMA-LINHA-EXIT
011160     END-IF.

011170     MOVE "SALARIOS-PAG" TO GL-CONTA.
011180     SET GL-CREDITO TO TRUE.
011190     MOVE WS-VALOR-LIQUIDO TO GL-VALOR.
011200     PERFORM 5610-GRAVAR-UMA-LINHA
011210         THRU 5610-GRAVAR-UMA-LINHA-EXIT.
011220 5600-GRAVAR-LANCAMENTOS-EXIT.
011230     EXIT.

011240*----------------------------------------------------------------
011250* 5610-GRAVAR-UMA-LINHA - THE ACCOUNT RESOLVES THROUGH THE GLMAP
011260*                         TABLE (PROG138) AS IN PROG42; A SHOP
011270*                         WITHOUT THE TABLE KEEPS THE EVENT NAME
011280*----------------------------------------------------------------
011290 5610-GRAVAR-UMA-LINHA.
011300     MOVE GL-CONTA      TO WS-MAPA-EVENTO.
011310     MOVE DEPARTAMENTO  TO WS-MAPA-DEPARTAMENTO.
011320     CALL "PROG138" USING WS-MAPA-EVENTO WS-MAPA-DEPARTAMENTO
011330         WS-MAPA-DEBITO WS-MAPA-CREDITO WS-MAPA-CENTRO
011340         WS-MAPA-STATUS.
011350     IF WS-SEM-MAPA
011360         ADD 1 TO WS-QTD-SEM-MAPA
011370         DISPLAY "PROG178: EVENTO " WS-MAPA-EVENTO " SEM "
011380             "MAPEAMENTO DE CONTA - LINHA NAO LANCADA"
011390         GO TO 5610-GRAVAR-UMA-LINHA-EXIT
011400     END-IF.
011410     IF WS-MAPEADO
011420         IF GL-DEBITO
011430             MOVE WS-MAPA-DEBITO TO GL-CONTA
011440         ELSE
011450             MOVE WS-MAPA-CREDITO TO GL-CONTA
011460         END-IF
011470     END-IF.

011480     IF WS-MAPEADO AND WS-MAPA-CENTRO NOT = SPACES
011490         MOVE WS-MAPA-CENTRO TO GL-CENTRO-CUSTO
011500     ELSE
011510         MOVE DEPARTAMENTO TO GL-CENTRO-CUSTO
011520     END-IF.
011521     MOVE EMPRESA          TO GL-EMPRESA.
011522     MOVE EMPRESA TO WS-EMPRESA-LANCAMENTO.
011523     IF WS-EMPRESA-LANCAMENTO = SPACES
011524         MOVE "001" TO WS-EMPRESA-LANCAMENTO
011525     END-IF.
011526     IF WS-EMPRESA-LANCAMENTO NOT = WS-EMPRESA-GL
011527         PERFORM 5620-TROCAR-INTERFACE
011528             THRU 5620-TROCAR-INTERFACE-EXIT
011529     END-IF.
011530     MOVE "PROG178 "       TO GL-PROGRAMA.
011540     MOVE WS-PERIODO-ATUAL TO GL-PERIODO.
011550     MOVE WS-DATA-ATUAL    TO GL-DATA.
011560     WRITE GL-INTERFACE-REC.
011570 5610-GRAVAR-UMA-LINHA-EXIT.
011580     EXIT.

011581*----------------------------------------------------------------
011582* 5620-TROCAR-INTERFACE - THE FUNCIONARIO BELONGS TO ANOTHER
011583*                         COMPANY THAN THE OPEN GL INTERFACE:
011584*                         CLOSE IT AND EXTEND THE OTHER'S
011585*----------------------------------------------------------------
011586 5620-TROCAR-INTERFACE.
011587     CLOSE GL-INTERFACE.
011588     MOVE WS-EMPRESA-LANCAMENTO TO WS-EMPRESA-GL.
011589     MOVE "N" TO WS-CIA-FUNCAO.
011590     MOVE WS-EMPRESA-GL TO WS-CIA-EMPRESA.
011591     MOVE "GLFILE  " TO WS-CIA-ARQUIVO.
011592     CALL "PROG220" USING WS-CIA-FUNCAO WS-CIA-EMPRESA
011593         WS-CIA-ARQUIVO COMPANHIA-REC WS-CIA-STATUS.
011594     MOVE WS-CIA-ARQUIVO TO WS-NOME-GL.
011595     OPEN EXTEND GL-INTERFACE.
011596     IF NOT FS-GLFILE-OK
011597         OPEN OUTPUT GL-INTERFACE
011598     END-IF.
011599     IF NOT FS-GLFILE-OK
011600         DISPLAY "PROG178: ERRO AO ABRIR GL-INTERFACE "
011601             WS-NOME-GL " " FS-GLFILE " - LANCAMENTOS DA EMPRESA "
011602             WS-EMPRESA-GL " NAO GRAVADOS"
011603         MOVE 8 TO RETURN-CODE
011604     END-IF.
011605 5620-TROCAR-INTERFACE-EXIT.
011606     EXIT.

011607*----------------------------------------------------------------
011608* 8000-FINALIZAR - GRAND-TOTAL TRAILER ON THE PLR REGISTER (THE
011610*                  TOTAL PROG62 RECONCILES AGAINST), CONTROL
011620*                  COUNTS AND THE AUDIT ROW
011630*----------------------------------------------------------------
011640 8000-FINALIZAR.
011650     MOVE SPACES TO PAYREG-REC.
011660     SET PR-TRAILER TO TRUE.
011670     MOVE WS-PERIODO-ATUAL  TO PR-PERIODO.
011680     MOVE WS-QTD-PAGOS      TO PR-CODIGO.
011690     MOVE WS-TOT-BRUTO      TO PR-BRUTO.
011700     MOVE ZERO              TO PR-HORAS-EXTRAS.
011710     MOVE ZERO              TO PR-DESC-INSS.
011720     MOVE WS-TOT-IRRF       TO PR-DESC-IRRF.
011730     MOVE ZERO              TO PR-DESC-EMPRESTIMO.
011740     MOVE ZERO              TO PR-DESC-BENEFICIO.
011750     MOVE WS-TOT-IRRF       TO PR-TOTAL-DESCONTOS.
011760     MOVE WS-TOT-LIQUIDO    TO PR-LIQUIDO.
011770     MOVE SPACES            TO PR-MOEDA.
011780     MOVE ZERO              TO PR-DESC-PENSAO.
011790     MOVE ZERO              TO PR-SAL-FAMILIA.
011800     MOVE ZERO              TO PR-ADIC-NOTURNO.
011810     MOVE ZERO              TO PR-COMISSAO.
011820     MOVE ZERO              TO PR-DESC-ESTORNO-COM.
011821     MOVE ZERO              TO PR-DESC-SINDICAL.
011822     MOVE ZERO              TO PR-ADIC-RISCO.
011823     MOVE ZERO              TO PR-DSR-VARIAVEL.
011824     MOVE ZERO              TO PR-DSR-PERDIDO.
011830     WRITE PAYREG-REC.

011840     DISPLAY "PROG178: FUNCIONARIOS PAGOS .. : " WS-QTD-PAGOS.
011850     IF WS-QTD-JA-PAGOS > ZERO
011860         DISPLAY "PROG178: JA PAGOS (PULADOS) . : "
011870             WS-QTD-JA-PAGOS
011880     END-IF.
011890     IF WS-QTD-SEM-DIREITO > ZERO
011900         DISPLAY "PROG178: SEM DIREITO A PLR .. : "
011910             WS-QTD-SEM-DIREITO
011920     END-IF.
011930     DISPLAY "PROG178: TOTAL BRUTO ......... : " WS-TOT-BRUTO.
011940     DISPLAY "PROG178: IRRF EXCLUSIVO ...... : " WS-TOT-IRRF.
011950     DISPLAY "PROG178: TOTAL LIQUIDO ....... : " WS-TOT-LIQUIDO.

011960     CLOSE EMPLOYEE-MASTER PLR-FILE YTD-FILE PLR-REGISTER
011970         PAYSLIP-PRINT GL-INTERFACE.
011980     IF WS-ABS-PRESENTE
011990         CLOSE ABSENCE-FILE
012000     END-IF.

012010     MOVE WS-QTD-PAGOS TO WS-QTD-PAGOS-ED.
012020     MOVE SPACES TO WS-DESCRICAO-AUD.
012030     STRING "PAGOU PLR DE " WS-ANO-REFERENCIA " A "
012040         WS-QTD-PAGOS-ED " FUNC. APROV " WS-CODIGO-APROV
012050         DELIMITED BY SIZE INTO WS-DESCRICAO-AUD.
012060     CALL "PROG22" USING "PROG178 " WS-DESCRICAO-AUD.

012070     IF WS-QTD-SEM-MAPA > ZERO
012080         DISPLAY "PROG178: LINHAS SEM MAPEAMENTO DE CONTA: "
012090             WS-QTD-SEM-MAPA " - CORRIJA O GLMAP (PROG137)"
012100         MOVE 8 TO RETURN-CODE
012110     END-IF.
012120 8000-FINALIZAR-EXIT.
012130     EXIT.

012140 9999-EXIT.
012150     STOP RUN.
