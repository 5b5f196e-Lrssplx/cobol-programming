001000******************************************************************
001010* PROGRAM-ID: PROG174
001020* AUTHOR:      R. ALMEIDA - APPLICATIONS
001030* INSTALLATION: FOLHA DE PAGAMENTO / RECURSOS HUMANOS
001040* DATE-WRITTEN: 2026-09-24
001050* DATE-COMPILED:
001060* PURPOSE:     ADIANTAMENTO QUINZENAL (MID-MONTH SALARY ADVANCE).
001070*              OPERATION 1 RECORDS A FUNCIONARIO'S ELECTION ON
001080*              ADTOPT - "N" OPTS OUT OF THE ADVANCE. OPERATION 2
001090*              IS THE ADVANCE RUN FOR THE CURRENT MONTH'S PAY
001100*              PERIOD, WHICH THE PROG43 CALENDAR MUST HAVE OPEN:
001110*              EVERY ACTIVE FUNCIONARIO NOT OPTED OUT RECEIVES
001120*              THE PERCENTAGE OF SALARIO ON THE ADTPRM PARAMETER
001130*              DATASET (40% WITHOUT IT), PRORATED OVER THE FIRST
001140*              HALF OF THE MONTH (15 COMMERCIAL DAYS) FOR AN
001150*              ADMISSION INSIDE IT AND FOR THE UNPAID AFASTAMENTO
001160*              DAYS ON ABSFILE. THE RUN WRITES ITS OWN REGISTER
001170*              (PAYREGAD, SAME ROW SHAPE AS THE PAYROLL REGISTER)
001180*              FOR THE PROG62 CNAB REMITTANCE, THE ADTFILE LEDGER
001190*              ROW PROG42 DEDUCTS IN THE MONTHLY RUN, AND THE
001200*              BALANCED JOURNAL ROWS. A FUNCIONARIO ALREADY ON
001210*              ADTFILE FOR THE PERIOD IS SKIPPED, SO A RERUN
001220*              NEVER PAYS TWICE.
001230* ----------------------------------------------------------------
001240* MODIFICATION HISTORY
001250* DATE       INIT DESCRIPTION
001260* 2026-09-24 RA   INITIAL VERSION
001261* 2026-09-28 RA   THE ADVANCE REGISTER ZEROES THE NEW UNION DUES
001262*                 COLUMN.
001263* 2026-09-28 RA   ZEROES THE NEW PR-ADIC-RISCO (HAZARD PAY) COLUMN
001264*                 ON THE ROWS IT WRITES.
001265* 2026-09-28 RA   ZEROES THE NEW PR-DSR-VARIAVEL AND
001266*                 PR-DSR-PERDIDO COLUMNS ON THE ROWS IT WRITES.
001267* 2026-10-15 RA   PAYREG AND GL ROWS CARRY THE FUNCIONARIO'S
001268*                 EMPRESA (PR-EMPRESA, GL-EMPRESA).
001269* 2026-10-15 RA   EACH GL ROW GOES TO THE GL INTERFACE OF THE
001270*                 FUNCIONARIO'S COMPANY, NAMED BY PROG220 (GLFILE
001271*                 FOR 001), AS PROG42 POSTS THE SAME PAYROLL.
001272******************************************************************
001280 IDENTIFICATION DIVISION.
001290 PROGRAM-ID. PROG174.

001300 ENVIRONMENT DIVISION.
001310 INPUT-OUTPUT SECTION.
001320 FILE-CONTROL.
001330     SELECT PARAM-FILE ASSIGN TO "ADTPRM"
001340         ORGANIZATION IS LINE SEQUENTIAL
001350         FILE STATUS IS FS-ADTPRM.

001360     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
001370         ORGANIZATION IS INDEXED
001380         ACCESS MODE IS DYNAMIC
001390         RECORD KEY IS CODIGO
001400         ALTERNATE RECORD KEY IS NOME
001410             WITH DUPLICATES
001420         ALTERNATE RECORD KEY IS DEPARTAMENTO
001430             WITH DUPLICATES
001440         FILE STATUS IS FS-EMPMAST.

001450     SELECT PAY-PERIOD-FILE ASSIGN TO "PAYPER"
001460         ORGANIZATION IS INDEXED
001470         ACCESS MODE IS DYNAMIC
001480         RECORD KEY IS PP-ID
001490         FILE STATUS IS FS-PAYPER.

001500     SELECT ABSENCE-FILE ASSIGN TO "ABSFILE"
001510         ORGANIZATION IS INDEXED
001520         ACCESS MODE IS DYNAMIC
001530         RECORD KEY IS AB-CHAVE
001540         FILE STATUS IS FS-ABSFILE.

001550     SELECT OPTION-FILE ASSIGN TO "ADTOPT"
001560         ORGANIZATION IS INDEXED
001570         ACCESS MODE IS DYNAMIC
001580         RECORD KEY IS AO-CODIGO
001590         FILE STATUS IS FS-ADTOPT.

001600     SELECT ADVANCE-FILE ASSIGN TO "ADTFILE"
001610         ORGANIZATION IS INDEXED
001620         ACCESS MODE IS DYNAMIC
001630         RECORD KEY IS AD-CHAVE
001640         FILE STATUS IS FS-ADTFILE.

001650     SELECT ADVANCE-REGISTER ASSIGN TO "PAYREGAD"
001660         ORGANIZATION IS LINE SEQUENTIAL
001670         FILE STATUS IS FS-PAYREGAD.

001680     SELECT GL-INTERFACE ASSIGN TO DYNAMIC WS-NOME-GL
001690         ORGANIZATION IS LINE SEQUENTIAL
001700         FILE STATUS IS FS-GLFILE.

001710 DATA DIVISION.
001720 FILE SECTION.
001730 FD  PARAM-FILE.
001740 01  ADTPRM-REC.
001750     05  PA-PERCENTUAL           PIC 9(03)V9(02).
001760     05  FILLER                  PIC X(75).

001770 FD  EMPLOYEE-MASTER.
001780 COPY EMPREC.

001790 FD  PAY-PERIOD-FILE.
001800 COPY PAYPERRC.

001810 FD  ABSENCE-FILE.
001820 COPY ABSREC.

001830 FD  OPTION-FILE.
001840 COPY ADOPTREC.

001850 FD  ADVANCE-FILE.
001860 COPY ADTREC.

001870 FD  ADVANCE-REGISTER.
001880 COPY PAYREGRC.

001890 FD  GL-INTERFACE.
001900 COPY GLREC.

001910 WORKING-STORAGE SECTION.
001920 01  FS-ADTPRM                   PIC X(02).
001930     88  FS-ADTPRM-OK            VALUE "00".

001940 01  FS-EMPMAST                  PIC X(02).
001950     88  FS-EMPMAST-OK           VALUE "00".
001960     88  FS-EMPMAST-EOF          VALUE "10".

001970 01  FS-PAYPER                   PIC X(02).
001980     88  FS-PAYPER-OK            VALUE "00".

001990 01  FS-ABSFILE                  PIC X(02).
002000     88  FS-ABSFILE-OK           VALUE "00".
002010 01  WS-ABS-SW                   PIC X(01) VALUE "N".
002020     88  WS-ABS-PRESENTE         VALUE "Y".

002030 01  FS-ADTOPT                   PIC X(02).
002040     88  FS-ADTOPT-OK            VALUE "00".
002050 01  WS-OPT-SW                   PIC X(01) VALUE "N".
002060     88  WS-OPT-PRESENTE         VALUE "Y".

002070 01  FS-ADTFILE                  PIC X(02).
002080     88  FS-ADTFILE-OK           VALUE "00".

002090 01  FS-PAYREGAD                 PIC X(02).
002100     88  FS-PAYREGAD-OK          VALUE "00".

002110 01  FS-GLFILE                   PIC X(02).
002120     88  FS-GLFILE-OK            VALUE "00".

002121 01  WS-EMPRESA-GL               PIC X(03) VALUE "001".
002122 01  WS-NOME-GL                  PIC X(08) VALUE "GLFILE".
002123 01  WS-EMPRESA-LANCAMENTO       PIC X(03).

002124* PROG220 COMPANY SERVICE CALL
002125 01  WS-CHAMADA-EMPRESA.
002126     05  WS-CIA-FUNCAO           PIC X(01).
002127     05  WS-CIA-EMPRESA          PIC X(03).
002128     05  WS-CIA-ARQUIVO          PIC X(08).
002129     05  WS-CIA-STATUS           PIC X(01).
002130         88  WS-CIA-OK           VALUE "1".
002131 COPY CIAREC.

002132 01  WS-OPCAO-SW                 PIC X(01).
002140     88  WS-OPCAO-ELEICAO        VALUE "1".
002150     88  WS-OPCAO-PROCESSAR      VALUE "2".

002160 01  WS-OPCAO-ENT                PIC X(01).
002170 01  WS-JA-EXISTE-SW             PIC X(01) VALUE "N".
002180     88  WS-JA-EXISTE            VALUE "Y".

002190 01  WS-MENSAGEM                 PIC X(40).
002200 01  WS-VALOR-ENT                PIC 9(09).
002210 01  WS-LIMITE-MIN               PIC 9(09).
002220 01  WS-LIMITE-MAX               PIC 9(09).

002230 01  WS-DATA-ATUAL               PIC 9(08).
002240 01  WS-PERIODO-ATUAL            PIC 9(06).
002250 01  WS-PERCENTUAL               PIC 9(03)V9(02) VALUE 40.

002260 01  WS-QUINZENA.
002270     05  WS-QUINZENA-INICIO      PIC 9(08).
002280     05  WS-QUINZENA-FIM         PIC 9(08).
002290     05  WS-DIREITO-INICIO       PIC 9(08).
002300     05  WS-DIAS-DIREITO         PIC S9(03).
002310     05  WS-DIAS-NAO-PAGOS       PIC 9(03).
002320     05  WS-FIM-ABS-SW           PIC X(01).
002330         88  WS-FIM-ABS          VALUE "Y".
002340     05  WS-SOBREPOE-INICIO      PIC 9(08).
002350     05  WS-SOBREPOE-FIM         PIC 9(08).
002360     05  WS-DIA-TRECHO-INI       PIC 9(02).
002370     05  WS-DIA-TRECHO-FIM       PIC 9(02).
002380     05  WS-DIAS-TRECHO          PIC 9(03).

002390 01  WS-VALOR-ADIANTAMENTO       PIC 9(09)V9(02).

002400 01  WS-TOTAIS-GERAIS.
002410     05  WS-TOT-ADIANTAMENTO     PIC 9(09)V9(02) VALUE ZERO.
002420 01  WS-QTD-PAGOS                PIC 9(06) COMP VALUE ZERO.
002430 01  WS-QTD-JA-PAGOS             PIC 9(06) COMP VALUE ZERO.
002440 01  WS-QTD-OPTANTES-FORA        PIC 9(06) COMP VALUE ZERO.
002450 01  WS-QTD-SEM-DIREITO          PIC 9(06) COMP VALUE ZERO.
002460 01  WS-QTD-PAGOS-ED             PIC 9(06).

002470 01  WS-PERCENTUAL-ED            PIC ZZ9.99.
002480 01  WS-VALOR-ED                 PIC ZZZ,ZZZ,ZZ9.99.

002490 01  WS-CHAMADA-MAPA.
002500     05  WS-MAPA-EVENTO          PIC X(12).
002510     05  WS-MAPA-DEPARTAMENTO    PIC X(10).
002520     05  WS-MAPA-DEBITO          PIC X(12).
002530     05  WS-MAPA-CREDITO         PIC X(12).
002540     05  WS-MAPA-CENTRO          PIC X(10).
002550     05  WS-MAPA-STATUS          PIC X(01).
002560         88  WS-MAPEADO          VALUE "1".
002570         88  WS-SEM-MAPA         VALUE "2".
002580         88  WS-SEM-TABELA       VALUE "3".
002590 01  WS-QTD-SEM-MAPA             PIC 9(05) VALUE ZERO.

002600 01  WS-DESCRICAO-AUD            PIC X(60).

002610 PROCEDURE DIVISION.

002620*----------------------------------------------------------------
002630* 0000-MAINLINE
002640*----------------------------------------------------------------
002650 0000-MAINLINE.
002660     ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
002670     MOVE WS-DATA-ATUAL(1:6) TO WS-PERIODO-ATUAL.
002680     DISPLAY "OPERACAO (1 = OPCAO DO FUNCIONARIO / "
002690             "2 = PROCESSAR ADIANTAMENTO)".
002700     ACCEPT WS-OPCAO-SW.

002710     EVALUATE TRUE
002720         WHEN WS-OPCAO-ELEICAO
002730             PERFORM 2000-GRAVAR-OPCAO THRU 2000-GRAVAR-OPCAO-EXIT
002740         WHEN WS-OPCAO-PROCESSAR
002750             PERFORM 3000-INICIALIZAR-LOTE
002760                 THRU 3000-INICIALIZAR-LOTE-EXIT
002770             PERFORM 4000-PROCESSAR THRU 4000-PROCESSAR-EXIT
002780                 UNTIL FS-EMPMAST-EOF
002790             PERFORM 8000-FINALIZAR THRU 8000-FINALIZAR-EXIT
002800         WHEN OTHER
002810             DISPLAY "PROG174: OPERACAO INVALIDA"
002820             MOVE 8 TO RETURN-CODE
002830     END-EVALUATE.
002840     GO TO 9999-EXIT.

002850*----------------------------------------------------------------
002860* 2000-GRAVAR-OPCAO - THE ELECTION THE ADVANCE RUN READS; ANY
002870*                     ANSWER OTHER THAN "N" KEEPS THE ADVANCE
002880*----------------------------------------------------------------
002890 2000-GRAVAR-OPCAO.
002900     OPEN INPUT EMPLOYEE-MASTER.
002910     IF NOT FS-EMPMAST-OK
002920         DISPLAY "PROG174: ERRO AO ABRIR EMPLOYEE-MASTER "
002930                 FS-EMPMAST
002940         GO TO 2000-GRAVAR-OPCAO-EXIT
002950     END-IF.

002960     MOVE "CODIGO DO FUNCIONARIO" TO WS-MENSAGEM.
002970     MOVE 1 TO WS-LIMITE-MIN.
002980     MOVE 999999 TO WS-LIMITE-MAX.
002990     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
003000         WS-LIMITE-MIN WS-LIMITE-MAX.
003010     MOVE WS-VALOR-ENT TO CODIGO.

003020     READ EMPLOYEE-MASTER
003030         INVALID KEY
003040             DISPLAY "PROG174: FUNCIONARIO " CODIGO " NAO "
003050                 "ENCONTRADO"
003060             CLOSE EMPLOYEE-MASTER
003070             GO TO 2000-GRAVAR-OPCAO-EXIT
003080     END-READ.
003090     CLOSE EMPLOYEE-MASTER.

003100     OPEN I-O OPTION-FILE.
003110     IF NOT FS-ADTOPT-OK
003120         OPEN OUTPUT OPTION-FILE
003130         CLOSE OPTION-FILE
003140         OPEN I-O OPTION-FILE
003150     END-IF.
003160     IF NOT FS-ADTOPT-OK
003170         DISPLAY "PROG174: ERRO AO ABRIR OPTION-FILE " FS-ADTOPT
003180         GO TO 2000-GRAVAR-OPCAO-EXIT
003190     END-IF.

003200     DISPLAY "RECEBE ADIANTAMENTO QUINZENAL (S = SIM / N = NAO)".
003210     ACCEPT WS-OPCAO-ENT.
003220     IF WS-OPCAO-ENT NOT = "N"
003230         MOVE "S" TO WS-OPCAO-ENT
003240     END-IF.

003250     MOVE "N" TO WS-JA-EXISTE-SW.
003260     MOVE CODIGO TO AO-CODIGO.
003270     READ OPTION-FILE
003280         INVALID KEY
003290             CONTINUE
003300         NOT INVALID KEY
003310             SET WS-JA-EXISTE TO TRUE
003320     END-READ.

003330     MOVE CODIGO        TO AO-CODIGO.
003340     MOVE WS-OPCAO-ENT  TO AO-OPCAO.
003350     MOVE WS-DATA-ATUAL TO AO-DATA-OPCAO.
003360     IF WS-JA-EXISTE
003370         REWRITE ADIANTAMENTO-OPCAO-REC
003380     ELSE
003390         WRITE ADIANTAMENTO-OPCAO-REC
003400     END-IF.
003410     IF NOT FS-ADTOPT-OK
003420         DISPLAY "PROG174: ERRO AO GRAVAR OPCAO - " FS-ADTOPT
003430         CLOSE OPTION-FILE
003440         GO TO 2000-GRAVAR-OPCAO-EXIT
003450     END-IF.
003460     CLOSE OPTION-FILE.

003470     DISPLAY "PROG174: OPCAO DE " CODIGO " GRAVADA: "
003480         WS-OPCAO-ENT.
003490     MOVE SPACES TO WS-DESCRICAO-AUD.
003500     STRING "GRAVOU OPCAO ADIANTAMENTO QUINZENAL " WS-OPCAO-ENT
003510         " PARA " CODIGO
003520         DELIMITED BY SIZE INTO WS-DESCRICAO-AUD.
003530     CALL "PROG22" USING "PROG174 " WS-DESCRICAO-AUD.
003540 2000-GRAVAR-OPCAO-EXIT.
003550     EXIT.

003560*----------------------------------------------------------------
003570* 3000-INICIALIZAR-LOTE - THE PERCENTAGE, THE OPEN PERIOD AND ITS
003580*                         FIRST FIFTEEN DAYS, AND THE FILES
003590*----------------------------------------------------------------
003600 3000-INICIALIZAR-LOTE.
003610     PERFORM 3050-LER-PARAMETRO THRU 3050-LER-PARAMETRO-EXIT.
003620     PERFORM 3100-VALIDAR-PERIODO THRU 3100-VALIDAR-PERIODO-EXIT.

003630     OPEN INPUT EMPLOYEE-MASTER.
003640     IF NOT FS-EMPMAST-OK
003650         DISPLAY "PROG174: ERRO AO ABRIR EMPLOYEE-MASTER "
003660                 FS-EMPMAST
003670         GO TO 9999-EXIT
003680     END-IF.

003690     OPEN INPUT ABSENCE-FILE.
003700     IF FS-ABSFILE-OK
003710         SET WS-ABS-PRESENTE TO TRUE
003720     END-IF.

003730     OPEN INPUT OPTION-FILE.
003740     IF FS-ADTOPT-OK
003750         SET WS-OPT-PRESENTE TO TRUE
003760     END-IF.

003770     OPEN I-O ADVANCE-FILE.
003780     IF NOT FS-ADTFILE-OK
003790         OPEN OUTPUT ADVANCE-FILE
003800         CLOSE ADVANCE-FILE
003810         OPEN I-O ADVANCE-FILE
003820     END-IF.
003830     IF NOT FS-ADTFILE-OK
003840         DISPLAY "PROG174: ERRO AO ABRIR ADVANCE-FILE " FS-ADTFILE
003850         GO TO 9999-EXIT
003860     END-IF.

003870     OPEN OUTPUT ADVANCE-REGISTER.
003880     IF NOT FS-PAYREGAD-OK
003890         DISPLAY "PROG174: ERRO AO ABRIR ADVANCE-REGISTER "
003900                 FS-PAYREGAD
003910         GO TO 9999-EXIT
003920     END-IF.

003930     OPEN EXTEND GL-INTERFACE.
003940     IF NOT FS-GLFILE-OK
003950         OPEN OUTPUT GL-INTERFACE
003960     END-IF.
003970     IF NOT FS-GLFILE-OK
003980         DISPLAY "PROG174: ERRO AO ABRIR GL-INTERFACE "
003984             WS-NOME-GL " " FS-GLFILE
003990         GO TO 9999-EXIT
004000     END-IF.

004010     MOVE WS-PERCENTUAL TO WS-PERCENTUAL-ED.
004020     DISPLAY "PROG174: ADIANTAMENTO DO PERIODO " WS-PERIODO-ATUAL
004030         " - " WS-PERCENTUAL-ED "% DO SALARIO".

004040     PERFORM 3200-LER-PROXIMO.
004050 3000-INICIALIZAR-LOTE-EXIT.
004060     EXIT.

004070*----------------------------------------------------------------
004080* 3050-LER-PARAMETRO - THE PERCENTAGE ON ADTPRM (04000 = 40,00%);
004090*                      NO DATASET, ZERO OR OVER 100 KEEPS 40%
004100*----------------------------------------------------------------
004110 3050-LER-PARAMETRO.
004120     OPEN INPUT PARAM-FILE.
004130     IF NOT FS-ADTPRM-OK
004140         GO TO 3050-LER-PARAMETRO-EXIT
004150     END-IF.

004160     READ PARAM-FILE
004170         AT END
004180             CONTINUE
004190         NOT AT END
004200             IF PA-PERCENTUAL NUMERIC
004210                 AND PA-PERCENTUAL > ZERO
004220                 AND PA-PERCENTUAL NOT > 100
004230                 MOVE PA-PERCENTUAL TO WS-PERCENTUAL
004240             END-IF
004250     END-READ.
004260     CLOSE PARAM-FILE.
004270 3050-LER-PARAMETRO-EXIT.
004280     EXIT.

004290*----------------------------------------------------------------
004300* 3100-VALIDAR-PERIODO - THE ADVANCE IS ONLY PAID AGAINST A
004310*                        PERIOD THE CALENDAR SAYS IS OPEN, THE
004320*                        SAME ONE PROG42 WILL PAY AT MONTH END
004330*----------------------------------------------------------------
004340 3100-VALIDAR-PERIODO.
004350     OPEN INPUT PAY-PERIOD-FILE.
004360     IF NOT FS-PAYPER-OK
004370         DISPLAY "PROG174: CALENDARIO DE PERIODOS (PAYPER) "
004380             "INDISPONIVEL - " FS-PAYPER
004390         MOVE 8 TO RETURN-CODE
004400         GO TO 9999-EXIT
004410     END-IF.
004420     MOVE WS-PERIODO-ATUAL TO PP-ID.
004430     READ PAY-PERIOD-FILE
004440         INVALID KEY
004450             DISPLAY "PROG174: PERIODO " WS-PERIODO-ATUAL
004460                 " NAO ABERTO NO CALENDARIO - ADIANTAMENTO NAO "
004470                 "PROCESSADO"
004480             CLOSE PAY-PERIOD-FILE
004490             MOVE 8 TO RETURN-CODE
004500             GO TO 9999-EXIT
004510     END-READ.
004520     IF NOT PP-ABERTO
004530         DISPLAY "PROG174: PERIODO " WS-PERIODO-ATUAL
004540             " JA FECHADO - ADIANTAMENTO NAO PROCESSADO"
004550         CLOSE PAY-PERIOD-FILE
004560         MOVE 8 TO RETURN-CODE
004570         GO TO 9999-EXIT
004580     END-IF.

004590     MOVE PP-DATA-INICIO TO WS-QUINZENA-INICIO.
004600     COMPUTE WS-QUINZENA-FIM = WS-PERIODO-ATUAL * 100 + 15.
004610     CLOSE PAY-PERIOD-FILE.
004620 3100-VALIDAR-PERIODO-EXIT.
004630     EXIT.

004640 3200-LER-PROXIMO.
004650     READ EMPLOYEE-MASTER NEXT
004660         AT END
004670             SET FS-EMPMAST-EOF TO TRUE
004680     END-READ.

004690*----------------------------------------------------------------
004700* 4000-PROCESSAR - ONE ACTIVE FUNCIONARIO PER PASS: ELECTION,
004710*                  ADVANCE ALREADY PAID, DAYS OF RIGHT, VALUE
004720*                  AND THE POSTINGS
004730*----------------------------------------------------------------
004740 4000-PROCESSAR.
004750     IF NOT EMP-ATIVO
004760         GO TO 4000-PROCESSAR-SEGUIR
004770     END-IF.

004780     IF WS-OPT-PRESENTE
004790         MOVE CODIGO TO AO-CODIGO
004800         READ OPTION-FILE
004810             INVALID KEY
004820                 MOVE "S" TO AO-OPCAO
004830         END-READ
004840         IF AO-NAO-RECEBE
004850             ADD 1 TO WS-QTD-OPTANTES-FORA
004860             GO TO 4000-PROCESSAR-SEGUIR
004870         END-IF
004880     END-IF.

004890     MOVE CODIGO           TO AD-CODIGO.
004900     MOVE WS-PERIODO-ATUAL TO AD-PERIODO.
004910     READ ADVANCE-FILE
004920         INVALID KEY
004930             CONTINUE
004940         NOT INVALID KEY
004950             ADD 1 TO WS-QTD-JA-PAGOS
004960             GO TO 4000-PROCESSAR-SEGUIR
004970     END-READ.

004980     PERFORM 4100-CONTAR-DIAS THRU 4100-CONTAR-DIAS-EXIT.
004990     IF WS-DIAS-DIREITO NOT > ZERO
005000         ADD 1 TO WS-QTD-SEM-DIREITO
005010         GO TO 4000-PROCESSAR-SEGUIR
005020     END-IF.

005030     COMPUTE WS-VALOR-ADIANTAMENTO ROUNDED =
005040         SALARIO * WS-PERCENTUAL / 100 * WS-DIAS-DIREITO / 15.
005050     IF WS-VALOR-ADIANTAMENTO = ZERO
005060         ADD 1 TO WS-QTD-SEM-DIREITO
005070         GO TO 4000-PROCESSAR-SEGUIR
005080     END-IF.

005090     PERFORM 4300-GRAVAR-REGISTRO THRU 4300-GRAVAR-REGISTRO-EXIT.
005100     PERFORM 4400-GRAVAR-ADIANTAMENTO
005110         THRU 4400-GRAVAR-ADIANTAMENTO-EXIT.
005120     PERFORM 4500-GRAVAR-LANCAMENTOS
005130         THRU 4500-GRAVAR-LANCAMENTOS-EXIT.
005140     ADD 1 TO WS-QTD-PAGOS.

005150 4000-PROCESSAR-SEGUIR.
005160     PERFORM 3200-LER-PROXIMO.
005170 4000-PROCESSAR-EXIT.
005180     EXIT.

005190*----------------------------------------------------------------
005200* 4100-CONTAR-DIAS - THE FIRST FIFTEEN DAYS OF THE MONTH, FROM
005210*                    THE ADMISSION WHEN IT FALLS INSIDE THEM,
005220*                    LESS THE UNPAID AFASTAMENTO DAYS (MONTHLY
005230*                    PERIODS, SO DAY-OF-MONTH ARITHMETIC HOLDS)
005240*----------------------------------------------------------------
005250 4100-CONTAR-DIAS.
005260     MOVE ZERO TO WS-DIAS-DIREITO.
005270     IF DATA-ADMISSAO > WS-QUINZENA-FIM
005280         GO TO 4100-CONTAR-DIAS-EXIT
005290     END-IF.

005300     IF DATA-ADMISSAO > WS-QUINZENA-INICIO
005310         MOVE DATA-ADMISSAO TO WS-DIREITO-INICIO
005320     ELSE
005330         MOVE WS-QUINZENA-INICIO TO WS-DIREITO-INICIO
005340     END-IF.
005350     MOVE WS-DIREITO-INICIO(7:2) TO WS-DIA-TRECHO-INI.
005360     COMPUTE WS-DIAS-DIREITO = 15 - WS-DIA-TRECHO-INI + 1.

005370     MOVE ZERO TO WS-DIAS-NAO-PAGOS.
005380     IF NOT WS-ABS-PRESENTE
005390         GO TO 4100-CONTAR-DIAS-EXIT
005400     END-IF.

005410     MOVE "N" TO WS-FIM-ABS-SW.
005420     MOVE CODIGO TO AB-CODIGO.
005430     MOVE ZERO TO AB-DATA-INICIO.
005440     START ABSENCE-FILE KEY IS NOT LESS THAN AB-CHAVE
005450         INVALID KEY
005460             SET WS-FIM-ABS TO TRUE
005470     END-START.

005480     PERFORM 4200-SOMAR-DIAS-AFASTADO
005490         THRU 4200-SOMAR-DIAS-AFASTADO-EXIT
005500         UNTIL WS-FIM-ABS.

005510     SUBTRACT WS-DIAS-NAO-PAGOS FROM WS-DIAS-DIREITO.
005520     IF WS-DIAS-NAO-PAGOS > ZERO
005530         DISPLAY "PROG174: FUNCIONARIO " CODIGO " COM "
005540             WS-DIAS-NAO-PAGOS " DIA(S) NAO REMUNERADO(S) NA "
005550             "QUINZENA"
005560     END-IF.
005570 4100-CONTAR-DIAS-EXIT.
005580     EXIT.

005590*----------------------------------------------------------------
005600* 4200-SOMAR-DIAS-AFASTADO - ONE ABSENCE ROW PER PASS; ONLY THE
005610*                            UNPAID STRETCH INSIDE THE DAYS OF
005620*                            RIGHT COUNTS
005630*----------------------------------------------------------------
005640 4200-SOMAR-DIAS-AFASTADO.
005650     READ ABSENCE-FILE NEXT
005660         AT END
005670             SET WS-FIM-ABS TO TRUE
005680             GO TO 4200-SOMAR-DIAS-AFASTADO-EXIT
005690     END-READ.

005700     IF AB-CODIGO NOT = CODIGO
005710         SET WS-FIM-ABS TO TRUE
005720         GO TO 4200-SOMAR-DIAS-AFASTADO-EXIT
005730     END-IF.

005740     IF AB-REMUNERADO
005750         GO TO 4200-SOMAR-DIAS-AFASTADO-EXIT
005760     END-IF.

005770     IF AB-DATA-FIM < WS-DIREITO-INICIO
005780         OR AB-DATA-INICIO > WS-QUINZENA-FIM
005790         GO TO 4200-SOMAR-DIAS-AFASTADO-EXIT
005800     END-IF.

005810     IF AB-DATA-INICIO > WS-DIREITO-INICIO
005820         MOVE AB-DATA-INICIO TO WS-SOBREPOE-INICIO
005830     ELSE
005840         MOVE WS-DIREITO-INICIO TO WS-SOBREPOE-INICIO
005850     END-IF.
005860     IF AB-DATA-FIM < WS-QUINZENA-FIM
005870         MOVE AB-DATA-FIM TO WS-SOBREPOE-FIM
005880     ELSE
005890         MOVE WS-QUINZENA-FIM TO WS-SOBREPOE-FIM
005900     END-IF.

005910     MOVE WS-SOBREPOE-INICIO(7:2) TO WS-DIA-TRECHO-INI.
005920     MOVE WS-SOBREPOE-FIM(7:2)    TO WS-DIA-TRECHO-FIM.
005930     COMPUTE WS-DIAS-TRECHO =
005940         WS-DIA-TRECHO-FIM - WS-DIA-TRECHO-INI + 1.
005950     ADD WS-DIAS-TRECHO TO WS-DIAS-NAO-PAGOS.
005960 4200-SOMAR-DIAS-AFASTADO-EXIT.
005970     EXIT.

005980*----------------------------------------------------------------
005990* 4300-GRAVAR-REGISTRO - SAME ROW SHAPE AS THE PAYROLL REGISTER,
006000*                        ON THE ADVANCE'S OWN DATASET: THE ADVANCE
006010*                        IS GROSS AND NET, WITH NO DEDUCTIONS
006020*----------------------------------------------------------------
006030 4300-GRAVAR-REGISTRO.
006040     MOVE SPACES TO PAYREG-REC.
006050     SET PR-DETALHE TO TRUE.
006060     MOVE WS-PERIODO-ATUAL      TO PR-PERIODO.
006070     MOVE CODIGO                TO PR-CODIGO.
006071     MOVE EMPRESA               TO PR-EMPRESA.
006080     MOVE WS-VALOR-ADIANTAMENTO TO PR-BRUTO.
006090     MOVE ZERO                  TO PR-HORAS-EXTRAS.
006100     MOVE ZERO                  TO PR-DESC-INSS.
006110     MOVE ZERO                  TO PR-DESC-IRRF.
006120     MOVE ZERO                  TO PR-DESC-EMPRESTIMO.
006130     MOVE ZERO                  TO PR-DESC-BENEFICIO.
006140     MOVE ZERO                  TO PR-TOTAL-DESCONTOS.
006150     MOVE WS-VALOR-ADIANTAMENTO TO PR-LIQUIDO.
006160     MOVE MOEDA-COD             TO PR-MOEDA.
006170     MOVE ZERO                  TO PR-DESC-PENSAO.
006180     MOVE ZERO                  TO PR-SAL-FAMILIA.
006190     MOVE ZERO                  TO PR-ADIC-NOTURNO.
006200     MOVE ZERO                  TO PR-COMISSAO.
006210     MOVE ZERO                  TO PR-DESC-ESTORNO-COM.
006211     MOVE ZERO                  TO PR-DESC-SINDICAL.
006212     MOVE ZERO                  TO PR-ADIC-RISCO.
006213     MOVE ZERO                  TO PR-DSR-VARIAVEL.
006214     MOVE ZERO                  TO PR-DSR-PERDIDO.
006220     WRITE PAYREG-REC.

006230     ADD WS-VALOR-ADIANTAMENTO TO WS-TOT-ADIANTAMENTO.
006240 4300-GRAVAR-REGISTRO-EXIT.
006250     EXIT.

006260*----------------------------------------------------------------
006270* 4400-GRAVAR-ADIANTAMENTO - THE LEDGER ROW PROG42 DEDUCTS
006280*----------------------------------------------------------------
006290 4400-GRAVAR-ADIANTAMENTO.
006300     MOVE CODIGO                TO AD-CODIGO.
006310     MOVE WS-PERIODO-ATUAL      TO AD-PERIODO.
006320     MOVE SALARIO               TO AD-SALARIO-BASE.
006330     MOVE WS-PERCENTUAL         TO AD-PERCENTUAL.
006340     MOVE WS-DIAS-DIREITO       TO AD-DIAS-DIREITO.
006350     MOVE WS-VALOR-ADIANTAMENTO TO AD-VALOR.
006360     MOVE WS-DATA-ATUAL         TO AD-DATA-PAGAMENTO.
006370     SET AD-PAGO TO TRUE.
006380     MOVE ZERO                  TO AD-DATA-DESCONTO.
006390     WRITE ADIANTAMENTO-REC.
006400     IF NOT FS-ADTFILE-OK
006410         DISPLAY "PROG174: ERRO AO GRAVAR ADIANTAMENTO DE "
006420             CODIGO " - " FS-ADTFILE
006430     END-IF.
006440 4400-GRAVAR-ADIANTAMENTO-EXIT.
006450     EXIT.

006460*----------------------------------------------------------------
006470* 4500-GRAVAR-LANCAMENTOS - THE ADVANCE DEBITS THE ADVANCES-TO-
006480*                           EMPLOYEES ACCOUNT PROG42 CLEARS AT
006490*                           MONTH END AND CREDITS SALARIES
006500*                           PAYABLE, WHICH THE REMITTANCE
006510*                           SETTLES
006520*----------------------------------------------------------------
006530 4500-GRAVAR-LANCAMENTOS.
006540     MOVE "ADIANT-SALAR" TO GL-CONTA.
006550     SET GL-DEBITO TO TRUE.
006560     MOVE WS-VALOR-ADIANTAMENTO TO GL-VALOR.
006570     PERFORM 4510-GRAVAR-UMA-LINHA
006580         THRU 4510-GRAVAR-UMA-LINHA-EXIT.

006590     MOVE "SALARIOS-PAG" TO GL-CONTA.
006600     SET GL-CREDITO TO TRUE.
006610     MOVE WS-VALOR-ADIANTAMENTO TO GL-VALOR.
006620     PERFORM 4510-GRAVAR-UMA-LINHA
006630         THRU 4510-GRAVAR-UMA-LINHA-EXIT.
006640 4500-GRAVAR-LANCAMENTOS-EXIT.
006650     EXIT.

006660*----------------------------------------------------------------
006670* 4510-GRAVAR-UMA-LINHA - THE ACCOUNT RESOLVES THROUGH THE GLMAP
006680*                         TABLE (PROG138) AS IN PROG42; A SHOP
006690*                         WITHOUT THE TABLE KEEPS THE EVENT NAME
006700*----------------------------------------------------------------
006710 4510-GRAVAR-UMA-LINHA.
006720     MOVE GL-CONTA      TO WS-MAPA-EVENTO.
006730     MOVE DEPARTAMENTO  TO WS-MAPA-DEPARTAMENTO.
006740     CALL "PROG138" USING WS-MAPA-EVENTO WS-MAPA-DEPARTAMENTO
006750         WS-MAPA-DEBITO WS-MAPA-CREDITO WS-MAPA-CENTRO
006760         WS-MAPA-STATUS.
006770     IF WS-SEM-MAPA
006780         ADD 1 TO WS-QTD-SEM-MAPA
006790         DISPLAY "PROG174: EVENTO " WS-MAPA-EVENTO " SEM "
006800             "MAPEAMENTO DE CONTA - LINHA NAO LANCADA"
006810         GO TO 4510-GRAVAR-UMA-LINHA-EXIT
006820     END-IF.
006830     IF WS-MAPEADO
006840         IF GL-DEBITO
006850             MOVE WS-MAPA-DEBITO TO GL-CONTA
006860         ELSE
006870             MOVE WS-MAPA-CREDITO TO GL-CONTA
006880         END-IF
006890     END-IF.

006900     IF WS-MAPEADO AND WS-MAPA-CENTRO NOT = SPACES
006910         MOVE WS-MAPA-CENTRO TO GL-CENTRO-CUSTO
006920     ELSE
006930         MOVE DEPARTAMENTO TO GL-CENTRO-CUSTO
006940     END-IF.
006941     MOVE EMPRESA          TO GL-EMPRESA.
006942     MOVE EMPRESA TO WS-EMPRESA-LANCAMENTO.
006943     IF WS-EMPRESA-LANCAMENTO = SPACES
006944         MOVE "001" TO WS-EMPRESA-LANCAMENTO
006945     END-IF.
006946     IF WS-EMPRESA-LANCAMENTO NOT = WS-EMPRESA-GL
006947         PERFORM 4520-TROCAR-INTERFACE
006948             THRU 4520-TROCAR-INTERFACE-EXIT
006949     END-IF.
006950     MOVE "PROG174 "       TO GL-PROGRAMA.
006960     MOVE WS-PERIODO-ATUAL TO GL-PERIODO.
006970     MOVE WS-DATA-ATUAL    TO GL-DATA.
006980     WRITE GL-INTERFACE-REC.
006990 4510-GRAVAR-UMA-LINHA-EXIT.
007000     EXIT.

007001*----------------------------------------------------------------
007002* 4520-TROCAR-INTERFACE - THE FUNCIONARIO BELONGS TO ANOTHER
007003*                         COMPANY THAN THE OPEN GL INTERFACE:
007004*                         CLOSE IT AND EXTEND THE OTHER'S
007005*----------------------------------------------------------------
007006 4520-TROCAR-INTERFACE.
007007     CLOSE GL-INTERFACE.
007008     MOVE WS-EMPRESA-LANCAMENTO TO WS-EMPRESA-GL.
007009     MOVE "N" TO WS-CIA-FUNCAO.
007010     MOVE WS-EMPRESA-GL TO WS-CIA-EMPRESA.
007011     MOVE "GLFILE  " TO WS-CIA-ARQUIVO.
007012     CALL "PROG220" USING WS-CIA-FUNCAO WS-CIA-EMPRESA
007013         WS-CIA-ARQUIVO COMPANHIA-REC WS-CIA-STATUS.
007014     MOVE WS-CIA-ARQUIVO TO WS-NOME-GL.
007015     OPEN EXTEND GL-INTERFACE.
007016     IF NOT FS-GLFILE-OK
007017         OPEN OUTPUT GL-INTERFACE
007018     END-IF.
007019     IF NOT FS-GLFILE-OK
007020         DISPLAY "PROG174: ERRO AO ABRIR GL-INTERFACE "
007021             WS-NOME-GL " " FS-GLFILE " - LANCAMENTOS DA EMPRESA "
007022             WS-EMPRESA-GL " NAO GRAVADOS"
007023         MOVE 8 TO RETURN-CODE
007024     END-IF.
007025 4520-TROCAR-INTERFACE-EXIT.
007026     EXIT.

007027*----------------------------------------------------------------
007028* 8000-FINALIZAR - GRAND-TOTAL TRAILER ON THE ADVANCE REGISTER
007030*                  (THE TOTAL PROG62 RECONCILES AGAINST), CONTROL
007040*                  COUNTS AND THE AUDIT ROW
007050*----------------------------------------------------------------
007060 8000-FINALIZAR.
007070     MOVE SPACES TO PAYREG-REC.
007080     SET PR-TRAILER TO TRUE.
007090     MOVE WS-PERIODO-ATUAL    TO PR-PERIODO.
007100     MOVE WS-QTD-PAGOS        TO PR-CODIGO.
007110     MOVE WS-TOT-ADIANTAMENTO TO PR-BRUTO.
007120     MOVE ZERO                TO PR-HORAS-EXTRAS.
007130     MOVE ZERO                TO PR-DESC-INSS.
007140     MOVE ZERO                TO PR-DESC-IRRF.
007150     MOVE ZERO                TO PR-DESC-EMPRESTIMO.
007160     MOVE ZERO                TO PR-DESC-BENEFICIO.
007170     MOVE ZERO                TO PR-TOTAL-DESCONTOS.
007180     MOVE WS-TOT-ADIANTAMENTO TO PR-LIQUIDO.
007190     MOVE SPACES              TO PR-MOEDA.
007200     MOVE ZERO                TO PR-DESC-PENSAO.
007210     MOVE ZERO                TO PR-SAL-FAMILIA.
007220     MOVE ZERO                TO PR-ADIC-NOTURNO.
007230     MOVE ZERO                TO PR-COMISSAO.
007240     MOVE ZERO                TO PR-DESC-ESTORNO-COM.
007241     MOVE ZERO                TO PR-DESC-SINDICAL.
007242     MOVE ZERO                TO PR-ADIC-RISCO.
007243     MOVE ZERO                TO PR-DSR-VARIAVEL.
007244     MOVE ZERO                TO PR-DSR-PERDIDO.
007250     WRITE PAYREG-REC.

007260     MOVE WS-TOT-ADIANTAMENTO TO WS-VALOR-ED.
007270     DISPLAY "PROG174: FUNCIONARIOS PAGOS .. : " WS-QTD-PAGOS.
007280     IF WS-QTD-JA-PAGOS > ZERO
007290         DISPLAY "PROG174: JA PAGOS (PULADOS) . : "
007300             WS-QTD-JA-PAGOS
007310     END-IF.
007320     IF WS-QTD-OPTANTES-FORA > ZERO
007330         DISPLAY "PROG174: OPTARAM POR NAO RECEBER: "
007340             WS-QTD-OPTANTES-FORA
007350     END-IF.
007360     IF WS-QTD-SEM-DIREITO > ZERO
007370         DISPLAY "PROG174: SEM DIAS DE DIREITO  : "
007380             WS-QTD-SEM-DIREITO
007390     END-IF.
007400     DISPLAY "PROG174: TOTAL DO ADIANTAMENTO: " WS-VALOR-ED.

007410     CLOSE EMPLOYEE-MASTER ADVANCE-FILE ADVANCE-REGISTER
007420         GL-INTERFACE.
007430     IF WS-ABS-PRESENTE
007440         CLOSE ABSENCE-FILE
007450     END-IF.
007460     IF WS-OPT-PRESENTE
007470         CLOSE OPTION-FILE
007480     END-IF.

007490     MOVE WS-QTD-PAGOS TO WS-QTD-PAGOS-ED.
007500     MOVE SPACES TO WS-DESCRICAO-AUD.
007510     STRING "PAGOU ADIANTAMENTO DE " WS-PERIODO-ATUAL " PARA "
007520         WS-QTD-PAGOS-ED " FUNCIONARIO(S)"
007530         DELIMITED BY SIZE INTO WS-DESCRICAO-AUD.
007540     CALL "PROG22" USING "PROG174 " WS-DESCRICAO-AUD.

007550     IF WS-QTD-SEM-MAPA > ZERO
007560         DISPLAY "PROG174: LINHAS SEM MAPEAMENTO DE CONTA: "
007570             WS-QTD-SEM-MAPA " - CORRIJA O GLMAP (PROG137)"
007580         MOVE 8 TO RETURN-CODE
007590     END-IF.
007600 8000-FINALIZAR-EXIT.
007610     EXIT.

007620 9999-EXIT.
007630     STOP RUN.
