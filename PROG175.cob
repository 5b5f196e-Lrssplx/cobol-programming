001000******************************************************************
001010* PROGRAM-ID: PROG175
001020* AUTHOR:      R. ALMEIDA - APPLICATIONS
001030* INSTALLATION: FOLHA DE PAGAMENTO / RECURSOS HUMANOS
001040* DATE-WRITTEN: 2026-09-28
001050* DATE-COMPILED:
001060* PURPOSE:     RETROACTIVE COLLECTIVE-AGREEMENT (DISSIDIO) PAY
001070*              DIFFERENCES. GIVEN THE MONTH THE AGREEMENT TAKES
001080*              EFFECT, THE AGREED PERCENTAGE AND/OR THE NEW SALARY
001090*              FLOOR, AND AN OPTIONAL DEPARTAMENTO, RECOMPUTES
001100*              EVERY PERIOD THE PROG43 CALENDAR HAS CLOSED SINCE
001110*              THEN FROM WHAT WAS ACTUALLY PAID ON PAYHIST: THE
001120*              SALARY PORTION IS RAISED BY THE PERCENTAGE (OR TO
001130*              THE FLOOR WHEN HIGHER), AND THE SAME RATIO IS
001140*              APPLIED TO THE OVERTIME (OVTFILE), THE NIGHT
001150*              PREMIUM, THE VACATION PAID IN THE MONTH (FERAGEND)
001160*              AND THE 13O SALARIO PAID IN THE WINDOW. EACH
001170*              DIFFERENCE IS WRITTEN PER COMPETENCE MONTH AND
001180*              RUBRIC ON DISSFILE, WHICH PROG42 PAYS IN THE
001190*              CURRENT PERIOD AND PROG96 REPORTS AGAINST THE
001200*              ORIGINAL COMPETENCE, AND IS PRINTED ON THE
001210*              DIFFERENCES REGISTER (PROG68). A RERUN REPLACES
001220*              ONLY DIFFERENCES NOT YET PAID.
001230* ----------------------------------------------------------------
001240* MODIFICATION HISTORY
001250* DATE       INIT DESCRIPTION
001260* 2026-09-28 RA   INITIAL VERSION
001261* 2026-09-28 RA   HAZARD PAY LEFT OUT OF THE SALARY PORTION;
001262*                 PERICULOSIDADE GETS ITS OWN AR DIFFERENCE
001263* 2026-09-28 RA   DSR ON VARIABLES LEFT OUT OF THE SALARY PORTION
001264*                 AND GIVEN ITS OWN DR DIFFERENCE
001265* 2026-10-15 RA   THE OPERATOR IDENTIFIES ITSELF (PROG211) AT
001266*                 START-UP. BELOW INTEGRAL THE VALOR PAGO,
001267*                 DIFERENCA AND TOTAL COLUMNS PRINT AS ASTERISKS;
001268*                 AN INTEGRAL REGISTER IS LOGGED THROUGH PROG22.
001270******************************************************************
001280 IDENTIFICATION DIVISION.
001290 PROGRAM-ID. PROG175.

001300 ENVIRONMENT DIVISION.
001310 INPUT-OUTPUT SECTION.
001320 FILE-CONTROL.
001330     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
001340         ORGANIZATION IS INDEXED
001350         ACCESS MODE IS DYNAMIC
001360         RECORD KEY IS CODIGO
001370         ALTERNATE RECORD KEY IS NOME
001380             WITH DUPLICATES
001390         ALTERNATE RECORD KEY IS DEPARTAMENTO
001400             WITH DUPLICATES
001410         FILE STATUS IS FS-EMPMAST.

001420     SELECT PAY-PERIOD-FILE ASSIGN TO "PAYPER"
001430         ORGANIZATION IS INDEXED
001440         ACCESS MODE IS DYNAMIC
001450         RECORD KEY IS PP-ID
001460         FILE STATUS IS FS-PAYPER.

001470     SELECT PAYSLIP-HISTORY ASSIGN TO "PAYHIST"
001480         ORGANIZATION IS INDEXED
001490         ACCESS MODE IS DYNAMIC
001500         RECORD KEY IS PH-CHAVE
001510         FILE STATUS IS FS-PAYHIST.

001520     SELECT OVERTIME-FILE ASSIGN TO "OVTFILE"
001530         ORGANIZATION IS INDEXED
001540         ACCESS MODE IS DYNAMIC
001550         RECORD KEY IS OV-CHAVE
001560         FILE STATUS IS FS-OVTFILE.

001570     SELECT VACATION-AGENDA ASSIGN TO "FERAGEND"
001580         ORGANIZATION IS INDEXED
001590         ACCESS MODE IS DYNAMIC
001600         RECORD KEY IS FA-CHAVE
001610         FILE STATUS IS FS-FERAGEND.

001620     SELECT DIFFERENCE-FILE ASSIGN TO "DISSFILE"
001630         ORGANIZATION IS INDEXED
001640         ACCESS MODE IS DYNAMIC
001650         RECORD KEY IS DS-CHAVE
001660         FILE STATUS IS FS-DISSFILE.

001670 DATA DIVISION.
001680 FILE SECTION.
001690 FD  EMPLOYEE-MASTER.
001700 COPY EMPREC.

001710 FD  PAY-PERIOD-FILE.
001720 COPY PAYPERRC.

001730 FD  PAYSLIP-HISTORY.
001740 COPY PAYHISRC.

001750 FD  OVERTIME-FILE.
001760 COPY OVTREC.

001770 FD  VACATION-AGENDA.
001780 COPY FERAGREC.

001790 FD  DIFFERENCE-FILE.
001800 COPY DISSREC.

001810 WORKING-STORAGE SECTION.
001820 01  FS-EMPMAST                  PIC X(02).
001830     88  FS-EMPMAST-OK           VALUE "00".
001840     88  FS-EMPMAST-EOF          VALUE "10".

001850 01  FS-PAYPER                   PIC X(02).
001860     88  FS-PAYPER-OK            VALUE "00".

001870 01  FS-PAYHIST                  PIC X(02).
001880     88  FS-PAYHIST-OK           VALUE "00".

001890 01  FS-OVTFILE                  PIC X(02).
001900     88  FS-OVTFILE-OK           VALUE "00".
001910 01  WS-OVT-SW                   PIC X(01) VALUE "N".
001920     88  WS-OVT-PRESENTE         VALUE "Y".

001930 01  FS-FERAGEND                 PIC X(02).
001940     88  FS-FERAGEND-OK          VALUE "00".
001950 01  WS-FER-SW                   PIC X(01) VALUE "N".
001960     88  WS-FER-PRESENTE         VALUE "Y".

001970 01  FS-DISSFILE                 PIC X(02).
001980     88  FS-DISSFILE-OK          VALUE "00".

001990 01  WS-MENSAGEM                 PIC X(40).
002000 01  WS-VALOR-ENT                PIC 9(09).
002010 01  WS-LIMITE-MIN               PIC 9(09).
002020 01  WS-LIMITE-MAX               PIC 9(09).

002030 01  WS-DATA-ATUAL               PIC 9(08).
002040 01  WS-PERIODO-ATUAL            PIC 9(06).

002050 01  WS-PARAMETROS.
002060     05  WS-VIGENCIA             PIC 9(06).
002070     05  WS-PERCENTUAL           PIC 9(03)V9(02).
002080     05  WS-PISO                 PIC 9(07)V9(02).
002090     05  WS-FILTRO-DEPTO         PIC X(10).

002100 01  WS-TABELA-PERIODOS.
002110     05  WS-QTD-PERIODOS         PIC 9(02) COMP VALUE ZERO.
002120     05  WS-PERIODO-FECHADO      PIC 9(06) OCCURS 36 TIMES.
002130 01  WS-IDX-PER                  PIC 9(02) COMP.
002140 01  WS-FIM-PAYPER-SW            PIC X(01) VALUE "N".
002150     88  WS-FIM-PAYPER           VALUE "Y".

002160 01  WS-CALCULO-PERIODO.
002170     05  WS-COMPETENCIA          PIC 9(06).
002180     05  WS-SALARIO-PAGO         PIC S9(09)V9(02).
002190     05  WS-SALARIO-REVISTO      PIC 9(09)V9(02).
002200     05  WS-FATOR                PIC 9(03)V9(06).
002210     05  WS-ULTIMO-FATOR         PIC 9(03)V9(06).
002220     05  WS-EXTRAS-PAGAS         PIC 9(09)V9(02).
002230     05  WS-DIAS-FERIAS          PIC 9(03).
002240     05  WS-FIM-AGENDA-SW        PIC X(01).
002250         88  WS-FIM-AGENDA       VALUE "Y".
002260     05  WS-ANO                  PIC 9(04).
002270     05  WS-ANO-INICIO           PIC 9(04).
002280     05  WS-ANO-FIM              PIC 9(04).
002290     05  WS-PERIODO-13           PIC 9(06).

002300 01  WS-DIFERENCA.
002310     05  WS-DIF-RUBRICA          PIC X(02).
002320     05  WS-DIF-ORIGINAL         PIC 9(09)V9(02).
002330     05  WS-DIF-VALOR            PIC 9(09)V9(02).

002331 01  WS-CHAMADA-RISCO.
002332     05  WS-GRAU-RISCO           PIC X(01).
002333         88  WS-PERICULOSIDADE   VALUE "P".
002334     05  WS-ADIC-RISCO-CALC      PIC 9(09)V9(02).

002340 01  WS-TOTAIS.
002350     05  WS-TOT-FUNCIONARIO      PIC 9(09)V9(02).
002360     05  WS-TOT-GERAL            PIC 9(11)V9(02) VALUE ZERO.
002370     05  WS-QTD-AFETADOS         PIC 9(06) COMP VALUE ZERO.
002380     05  WS-QTD-LINHAS           PIC 9(06) COMP VALUE ZERO.
002390     05  WS-QTD-JA-PAGAS         PIC 9(06) COMP VALUE ZERO.
002400 01  WS-QTD-AFETADOS-ED          PIC 9(06).

002410 01  WS-FUNCAO-REL               PIC X(01).
002420 01  WS-TITULO-REL               PIC X(60).
002430 01  WS-COLUNAS-REL              PIC X(80).
002440 01  WS-LINHA-REL                PIC X(80).

002450 01  WS-PERCENTUAL-ED            PIC ZZ9.99.
002460 01  WS-PISO-ED                  PIC Z,ZZZ,ZZ9.99.
002470 01  WS-ORIGINAL-ED              PIC ZZZ,ZZZ,ZZ9.99.
002473 01  WS-ORIGINAL-ED-X REDEFINES WS-ORIGINAL-ED
002476                                 PIC X(14).
002480 01  WS-VALOR-ED                 PIC ZZZ,ZZZ,ZZ9.99.
002483 01  WS-VALOR-ED-X REDEFINES WS-VALOR-ED
002486                                 PIC X(14).
002490 01  WS-TOTAL-ED                 PIC Z,ZZZ,ZZZ,ZZ9.99.
002493 01  WS-TOTAL-ED-X REDEFINES WS-TOTAL-ED
002496                                 PIC X(16).

002500 01  WS-DESCRICAO-AUD            PIC X(60).

002501 01  WS-CHAMADA-VISAO.
002502     05  WS-VIS-FUNCAO           PIC X(01).
002503     05  WS-VIS-OPERADOR         PIC X(06).
002504     05  WS-VIS-NIVEL            PIC X(01).
002505         88  WS-VIS-DOCUMENTOS   VALUE "2" "3".
002506         88  WS-VIS-INTEGRAL     VALUE "3".
002507     05  WS-VIS-STATUS           PIC X(01).

002510 PROCEDURE DIVISION.

002520*----------------------------------------------------------------
002530* 0000-MAINLINE
002540*----------------------------------------------------------------
002550 0000-MAINLINE.
002560     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
002570     PERFORM 2000-PROCESSAR THRU 2000-PROCESSAR-EXIT
002580         UNTIL FS-EMPMAST-EOF.
002590     PERFORM 8000-FINALIZAR THRU 8000-FINALIZAR-EXIT.
002600     GO TO 9999-EXIT.

002610*----------------------------------------------------------------
002620* 1000-INICIALIZAR - THE AGREEMENT'S TERMS, THE CLOSED PERIODS
002630*                    SINCE IT TOOK EFFECT, FILES AND REGISTER
002640*----------------------------------------------------------------
002650 1000-INICIALIZAR.
002660     ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
002670     MOVE WS-DATA-ATUAL(1:6) TO WS-PERIODO-ATUAL.

002672     MOVE "I" TO WS-VIS-FUNCAO.
002674     CALL "PROG211" USING WS-VIS-FUNCAO WS-VIS-OPERADOR
002676         WS-VIS-NIVEL WS-VIS-STATUS.

002680     MOVE "MES DE VIGENCIA DO ACORDO (AAAAMM)" TO WS-MENSAGEM.
002690     MOVE 190001 TO WS-LIMITE-MIN.
002700     MOVE 999912 TO WS-LIMITE-MAX.
002710     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
002720         WS-LIMITE-MIN WS-LIMITE-MAX.
002730     MOVE WS-VALOR-ENT TO WS-VIGENCIA.
002740     IF WS-VIGENCIA NOT < WS-PERIODO-ATUAL
002750         DISPLAY "PROG175: VIGENCIA " WS-VIGENCIA " NAO E "
002760             "RETROATIVA - NADA A CALCULAR"
002770         MOVE 8 TO RETURN-CODE
002780         GO TO 9999-EXIT
002790     END-IF.

002800     MOVE "REAJUSTE (CENTESIMOS DE %)" TO WS-MENSAGEM.
002810     MOVE ZERO TO WS-LIMITE-MIN.
002820     MOVE 10000 TO WS-LIMITE-MAX.
002830     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
002840         WS-LIMITE-MIN WS-LIMITE-MAX.
002850     COMPUTE WS-PERCENTUAL = WS-VALOR-ENT / 100.

002860     MOVE "NOVO PISO SALARIAL (CENTAVOS, 0=SEM)" TO WS-MENSAGEM.
002870     MOVE ZERO TO WS-LIMITE-MIN.
002880     MOVE 999999999 TO WS-LIMITE-MAX.
002890     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
002900         WS-LIMITE-MIN WS-LIMITE-MAX.
002910     COMPUTE WS-PISO = WS-VALOR-ENT / 100.

002920     IF WS-PERCENTUAL = ZERO AND WS-PISO = ZERO
002930         DISPLAY "PROG175: SEM REAJUSTE NEM PISO - NADA A "
002940             "CALCULAR"
002950         MOVE 8 TO RETURN-CODE
002960         GO TO 9999-EXIT
002970     END-IF.

002980     DISPLAY "DEPARTAMENTO (BRANCO = TODOS)".
002990     ACCEPT WS-FILTRO-DEPTO.

003000     PERFORM 1100-CARREGAR-PERIODOS
003010         THRU 1100-CARREGAR-PERIODOS-EXIT.
003020     IF WS-QTD-PERIODOS = ZERO
003030         DISPLAY "PROG175: NENHUM PERIODO FECHADO DESDE "
003040             WS-VIGENCIA " - NADA A CALCULAR"
003050         MOVE 8 TO RETURN-CODE
003060         GO TO 9999-EXIT
003070     END-IF.

003080     OPEN INPUT EMPLOYEE-MASTER.
003090     IF NOT FS-EMPMAST-OK
003100         DISPLAY "PROG175: ERRO AO ABRIR EMPLOYEE-MASTER "
003110                 FS-EMPMAST
003120         GO TO 9999-EXIT
003130     END-IF.

003140     OPEN INPUT PAYSLIP-HISTORY.
003150     IF NOT FS-PAYHIST-OK
003160         DISPLAY "PROG175: ERRO AO ABRIR PAYSLIP-HISTORY "
003170                 FS-PAYHIST
003180         GO TO 9999-EXIT
003190     END-IF.

003200     OPEN INPUT OVERTIME-FILE.
003210     IF FS-OVTFILE-OK
003220         SET WS-OVT-PRESENTE TO TRUE
003230     END-IF.

003240     OPEN INPUT VACATION-AGENDA.
003250     IF FS-FERAGEND-OK
003260         SET WS-FER-PRESENTE TO TRUE
003270     END-IF.

003280     OPEN I-O DIFFERENCE-FILE.
003290     IF NOT FS-DISSFILE-OK
003300         OPEN OUTPUT DIFFERENCE-FILE
003310         CLOSE DIFFERENCE-FILE
003320         OPEN I-O DIFFERENCE-FILE
003330     END-IF.
003340     IF NOT FS-DISSFILE-OK
003350         DISPLAY "PROG175: ERRO AO ABRIR DIFFERENCE-FILE "
003360                 FS-DISSFILE
003370         GO TO 9999-EXIT
003380     END-IF.

003390     MOVE WS-PERCENTUAL TO WS-PERCENTUAL-ED.
003400     MOVE WS-PISO TO WS-PISO-ED.
003410     MOVE "I" TO WS-FUNCAO-REL.
003420     MOVE SPACES TO WS-TITULO-REL.
003430     STRING "DIFERENCAS DE DISSIDIO DESDE " WS-VIGENCIA " - "
003440         WS-PERCENTUAL-ED "% PISO " WS-PISO-ED
003450         DELIMITED BY SIZE INTO WS-TITULO-REL.
003460     MOVE "CODIGO" TO WS-COLUNAS-REL.
003470     MOVE "COMPET" TO WS-COLUNAS-REL(9:6).
003480     MOVE "RUBRICA" TO WS-COLUNAS-REL(17:7).
003490     MOVE "VALOR PAGO" TO WS-COLUNAS-REL(31:10).
003500     MOVE "DIFERENCA" TO WS-COLUNAS-REL(50:9).
003510     MOVE SPACES TO WS-LINHA-REL.
003520     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
003530         WS-COLUNAS-REL WS-LINHA-REL.
003531     IF WS-VIS-INTEGRAL
003532         MOVE SPACES TO WS-DESCRICAO-AUD
003533         STRING "RELATORIO INTEGRAL OP " WS-VIS-OPERADOR " "
003534             WS-TITULO-REL
003535             DELIMITED BY SIZE INTO WS-DESCRICAO-AUD
003536         CALL "PROG22" USING "PROG175 " WS-DESCRICAO-AUD
003537     END-IF.
003540     MOVE "D" TO WS-FUNCAO-REL.

003550     PERFORM 1200-LER-PROXIMO.
003560 1000-INICIALIZAR-EXIT.
003570     EXIT.

003580*----------------------------------------------------------------
003590* 1100-CARREGAR-PERIODOS - EVERY PERIOD FROM THE EFFECTIVE MONTH
003600*                          UP TO THE CURRENT ONE THE CALENDAR
003610*                          MARKS CLOSED; AN OPEN PERIOD IS STILL
003620*                          PAID BY PROG42 ON THE NEW SALARIO
003630*----------------------------------------------------------------
003640 1100-CARREGAR-PERIODOS.
003650     OPEN INPUT PAY-PERIOD-FILE.
003660     IF NOT FS-PAYPER-OK
003670         DISPLAY "PROG175: CALENDARIO DE PERIODOS (PAYPER) "
003680             "INDISPONIVEL - " FS-PAYPER
003690         MOVE 8 TO RETURN-CODE
003700         GO TO 9999-EXIT
003710     END-IF.

003720     MOVE WS-VIGENCIA TO PP-ID.
003730     START PAY-PERIOD-FILE KEY IS NOT LESS THAN PP-ID
003740         INVALID KEY
003750             SET WS-FIM-PAYPER TO TRUE
003760     END-START.

003770     PERFORM 1110-LER-PERIODO THRU 1110-LER-PERIODO-EXIT
003780         UNTIL WS-FIM-PAYPER.
003790     CLOSE PAY-PERIOD-FILE.
003800 1100-CARREGAR-PERIODOS-EXIT.
003810     EXIT.

003820 1110-LER-PERIODO.
003830     READ PAY-PERIOD-FILE NEXT
003840         AT END
003850             SET WS-FIM-PAYPER TO TRUE
003860             GO TO 1110-LER-PERIODO-EXIT
003870     END-READ.

003880     IF PP-ID NOT < WS-PERIODO-ATUAL
003890         SET WS-FIM-PAYPER TO TRUE
003900         GO TO 1110-LER-PERIODO-EXIT
003910     END-IF.

003920     IF NOT PP-FECHADO
003930         GO TO 1110-LER-PERIODO-EXIT
003940     END-IF.

003950     IF WS-QTD-PERIODOS = 36
003960         DISPLAY "PROG175: MAIS DE 36 PERIODOS FECHADOS - "
003970             "CALCULO LIMITADO ATE " PP-ID
003980         SET WS-FIM-PAYPER TO TRUE
003990         GO TO 1110-LER-PERIODO-EXIT
004000     END-IF.

004010     ADD 1 TO WS-QTD-PERIODOS.
004020     MOVE PP-ID TO WS-PERIODO-FECHADO(WS-QTD-PERIODOS).
004030 1110-LER-PERIODO-EXIT.
004040     EXIT.

004050 1200-LER-PROXIMO.
004060     READ EMPLOYEE-MASTER NEXT
004070         AT END
004080             SET FS-EMPMAST-EOF TO TRUE
004090     END-READ.

004100*----------------------------------------------------------------
004110* 2000-PROCESSAR - ONE ACTIVE FUNCIONARIO PER PASS: EVERY CLOSED
004120*                  PERIOD, THEN THE 13O SALARIO OF THE WINDOW
004130*----------------------------------------------------------------
004140 2000-PROCESSAR.
004150     IF NOT EMP-ATIVO
004160         GO TO 2000-PROCESSAR-SEGUIR
004170     END-IF.
004180     IF WS-FILTRO-DEPTO NOT = SPACES
004190         AND DEPARTAMENTO NOT = WS-FILTRO-DEPTO
004200         GO TO 2000-PROCESSAR-SEGUIR
004210     END-IF.

004220     MOVE ZERO TO WS-TOT-FUNCIONARIO.
004221     CALL "PROG182" USING CODIGO DEPARTAMENTO CARGO SALARIO
004222         WS-GRAU-RISCO WS-ADIC-RISCO-CALC.
004230     MOVE ZERO TO WS-ULTIMO-FATOR.
004240     PERFORM 2100-CALCULAR-PERIODO THRU 2100-CALCULAR-PERIODO-EXIT
004250         VARYING WS-IDX-PER FROM 1 BY 1
004260         UNTIL WS-IDX-PER > WS-QTD-PERIODOS.

004270     MOVE WS-VIGENCIA(1:4)  TO WS-ANO-INICIO.
004280     MOVE WS-PERIODO-ATUAL(1:4) TO WS-ANO-FIM.
004290     PERFORM 2300-CALCULAR-13 THRU 2300-CALCULAR-13-EXIT
004300         VARYING WS-ANO FROM WS-ANO-INICIO BY 1
004310         UNTIL WS-ANO > WS-ANO-FIM.

004320     IF WS-TOT-FUNCIONARIO > ZERO
004330         ADD 1 TO WS-QTD-AFETADOS
004340         ADD WS-TOT-FUNCIONARIO TO WS-TOT-GERAL
004350     END-IF.

004360 2000-PROCESSAR-SEGUIR.
004370     PERFORM 1200-LER-PROXIMO.
004380 2000-PROCESSAR-EXIT.
004390     EXIT.

004400*----------------------------------------------------------------
004410* 2100-CALCULAR-PERIODO - THE SALARY PORTION PAID (GROSS LESS
004420*                         OVERTIME, NIGHT PREMIUM, COMMISSION,
004421*                         HAZARD PAY AND DSR ON VARIABLES)
004430*                         RAISED BY THE PERCENTAGE OR TO THE
004440*                         FLOOR; THE RATIO CARRIES OVER TO THE
004450*                         SALARY-BASED RUBRICS OF THE MONTH
004460*----------------------------------------------------------------
004470 2100-CALCULAR-PERIODO.
004480     MOVE WS-PERIODO-FECHADO(WS-IDX-PER) TO WS-COMPETENCIA.
004490     MOVE CODIGO         TO PH-CODIGO.
004500     MOVE WS-COMPETENCIA TO PH-PERIODO.
004510     READ PAYSLIP-HISTORY
004520         INVALID KEY
004530             GO TO 2100-CALCULAR-PERIODO-EXIT
004540     END-READ.
004550     IF NOT PH-ORIGEM-LOTE
004560         GO TO 2100-CALCULAR-PERIODO-EXIT
004570     END-IF.

004580     COMPUTE WS-SALARIO-PAGO = PH-BRUTO - PH-HORAS-EXTRAS
004590         - PH-ADIC-NOTURNO - PH-COMISSAO - PH-ADIC-RISCO
004591         - PH-DSR-VARIAVEL.
004600     IF WS-SALARIO-PAGO NOT > ZERO
004610         GO TO 2100-CALCULAR-PERIODO-EXIT
004620     END-IF.

004630     COMPUTE WS-SALARIO-REVISTO ROUNDED =
004640         WS-SALARIO-PAGO * (1 + WS-PERCENTUAL / 100).
004650     IF WS-PISO > WS-SALARIO-REVISTO
004660         MOVE WS-PISO TO WS-SALARIO-REVISTO
004670     END-IF.
004680     COMPUTE WS-FATOR ROUNDED =
004690         WS-SALARIO-REVISTO / WS-SALARIO-PAGO.
004700     MOVE WS-FATOR TO WS-ULTIMO-FATOR.
004710     IF WS-FATOR NOT > 1
004720         GO TO 2100-CALCULAR-PERIODO-EXIT
004730     END-IF.

004740     MOVE "SA" TO WS-DIF-RUBRICA.
004750     MOVE WS-SALARIO-PAGO TO WS-DIF-ORIGINAL.
004760     COMPUTE WS-DIF-VALOR =
004770         WS-SALARIO-REVISTO - WS-SALARIO-PAGO.
004780     PERFORM 2500-GRAVAR-DIFERENCA
004790         THRU 2500-GRAVAR-DIFERENCA-EXIT.

004800     MOVE PH-HORAS-EXTRAS TO WS-EXTRAS-PAGAS.
004810     IF WS-OVT-PRESENTE
004820         MOVE CODIGO         TO OV-CODIGO
004830         MOVE WS-COMPETENCIA TO OV-PERIODO
004840         READ OVERTIME-FILE
004850             INVALID KEY
004860                 CONTINUE
004870             NOT INVALID KEY
004880                 MOVE OV-VALOR TO WS-EXTRAS-PAGAS
004890         END-READ
004900     END-IF.
004910     MOVE "HE" TO WS-DIF-RUBRICA.
004920     MOVE WS-EXTRAS-PAGAS TO WS-DIF-ORIGINAL.
004930     COMPUTE WS-DIF-VALOR ROUNDED =
004940         WS-EXTRAS-PAGAS * (WS-FATOR - 1).
004950     PERFORM 2500-GRAVAR-DIFERENCA
004960         THRU 2500-GRAVAR-DIFERENCA-EXIT.

004970     MOVE "AN" TO WS-DIF-RUBRICA.
004980     MOVE PH-ADIC-NOTURNO TO WS-DIF-ORIGINAL.
004990     COMPUTE WS-DIF-VALOR ROUNDED =
005000         PH-ADIC-NOTURNO * (WS-FATOR - 1).
005010     PERFORM 2500-GRAVAR-DIFERENCA
005020         THRU 2500-GRAVAR-DIFERENCA-EXIT.

005021     MOVE "DR" TO WS-DIF-RUBRICA.
005022     MOVE PH-DSR-VARIAVEL TO WS-DIF-ORIGINAL.
005023     COMPUTE WS-DIF-VALOR ROUNDED =
005024         PH-DSR-VARIAVEL * (WS-FATOR - 1).
005025     PERFORM 2500-GRAVAR-DIFERENCA
005026         THRU 2500-GRAVAR-DIFERENCA-EXIT.

005027* PERICULOSIDADE FOLLOWS THE SALARY; INSALUBRIDADE FOLLOWS THE
005028* MINIMUM WAGE AND HAS NO DIFFERENCE HERE
005029     IF WS-PERICULOSIDADE AND PH-ADIC-RISCO > ZERO
005030         MOVE "AR" TO WS-DIF-RUBRICA
005031         MOVE PH-ADIC-RISCO TO WS-DIF-ORIGINAL
005032         COMPUTE WS-DIF-VALOR ROUNDED =
005033             PH-ADIC-RISCO * (WS-FATOR - 1)
005034         PERFORM 2500-GRAVAR-DIFERENCA
005035             THRU 2500-GRAVAR-DIFERENCA-EXIT
005036     END-IF.

005037     PERFORM 2200-SOMAR-FERIAS THRU 2200-SOMAR-FERIAS-EXIT.
005040     IF WS-DIAS-FERIAS > ZERO
005050         MOVE "FE" TO WS-DIF-RUBRICA
005060         COMPUTE WS-DIF-ORIGINAL ROUNDED =
005070             WS-SALARIO-PAGO / 30 * WS-DIAS-FERIAS * 4 / 3
005080         COMPUTE WS-DIF-VALOR ROUNDED =
005090             (WS-SALARIO-REVISTO - WS-SALARIO-PAGO) / 30
005100             * WS-DIAS-FERIAS * 4 / 3
005110         PERFORM 2500-GRAVAR-DIFERENCA
005120             THRU 2500-GRAVAR-DIFERENCA-EXIT
005130     END-IF.
005140 2100-CALCULAR-PERIODO-EXIT.
005150     EXIT.

005160*----------------------------------------------------------------
005170* 2200-SOMAR-FERIAS - DAYS OF EVERY VACATION PROG94 PAID THAT
005180*                     STARTED IN THE COMPETENCE MONTH; THEY WERE
005190*                     PAID ON SALARIO PLUS THE ONE-THIRD
005200*----------------------------------------------------------------
005210 2200-SOMAR-FERIAS.
005220     MOVE ZERO TO WS-DIAS-FERIAS.
005230     IF NOT WS-FER-PRESENTE
005240         GO TO 2200-SOMAR-FERIAS-EXIT
005250     END-IF.

005260     MOVE "N" TO WS-FIM-AGENDA-SW.
005270     MOVE CODIGO TO FA-CODIGO.
005280     COMPUTE FA-DATA-INICIO = WS-COMPETENCIA * 100.
005290     START VACATION-AGENDA KEY IS NOT LESS THAN FA-CHAVE
005300         INVALID KEY
005310             SET WS-FIM-AGENDA TO TRUE
005320     END-START.

005330     PERFORM 2210-LER-AGENDA THRU 2210-LER-AGENDA-EXIT
005340         UNTIL WS-FIM-AGENDA.
005350 2200-SOMAR-FERIAS-EXIT.
005360     EXIT.

005370 2210-LER-AGENDA.
005380     READ VACATION-AGENDA NEXT
005390         AT END
005400             SET WS-FIM-AGENDA TO TRUE
005410             GO TO 2210-LER-AGENDA-EXIT
005420     END-READ.

005430     IF FA-CODIGO NOT = CODIGO
005440         OR FA-DATA-INICIO(1:6) NOT = WS-COMPETENCIA
005450         SET WS-FIM-AGENDA TO TRUE
005460         GO TO 2210-LER-AGENDA-EXIT
005470     END-IF.

005480     IF FA-PAGA
005490         ADD FA-DIAS TO WS-DIAS-FERIAS
005500     END-IF.
005510 2210-LER-AGENDA-EXIT.
005520     EXIT.

005530*----------------------------------------------------------------
005540* 2300-CALCULAR-13 - THE 13O SALARIO OF A YEAR WHOSE DECEMBER
005550*                    FALLS IN THE WINDOW: THE 2A PARCELA ROW
005560*                    (AAAA14) CARRIES THE FULL VALUE, OR THE 1A
005570*                    (AAAA13) WHEN ONLY THE ADVANCE WAS PAID YET.
005580*                    THE RATIO IS THE LATEST ONE COMPUTED
005590*----------------------------------------------------------------
005600 2300-CALCULAR-13.
005610     COMPUTE WS-COMPETENCIA = WS-ANO * 100 + 12.
005620     IF WS-COMPETENCIA < WS-VIGENCIA
005630         GO TO 2300-CALCULAR-13-EXIT
005640     END-IF.
005650     IF WS-ULTIMO-FATOR NOT > 1
005660         GO TO 2300-CALCULAR-13-EXIT
005670     END-IF.

005680     COMPUTE WS-PERIODO-13 = WS-ANO * 100 + 14.
005690     MOVE CODIGO        TO PH-CODIGO.
005700     MOVE WS-PERIODO-13 TO PH-PERIODO.
005710     READ PAYSLIP-HISTORY
005720         INVALID KEY
005730             COMPUTE WS-PERIODO-13 = WS-ANO * 100 + 13
005740             MOVE WS-PERIODO-13 TO PH-PERIODO
005750             READ PAYSLIP-HISTORY
005760                 INVALID KEY
005770                     GO TO 2300-CALCULAR-13-EXIT
005780             END-READ
005790     END-READ.
005800     IF NOT PH-ORIGEM-LOTE
005810         GO TO 2300-CALCULAR-13-EXIT
005820     END-IF.

005830     MOVE "13" TO WS-DIF-RUBRICA.
005840     MOVE PH-BRUTO TO WS-DIF-ORIGINAL.
005850     COMPUTE WS-DIF-VALOR ROUNDED =
005860         PH-BRUTO * (WS-ULTIMO-FATOR - 1).
005870     PERFORM 2500-GRAVAR-DIFERENCA
005880         THRU 2500-GRAVAR-DIFERENCA-EXIT.
005890 2300-CALCULAR-13-EXIT.
005900     EXIT.

005910*----------------------------------------------------------------
005920* 2500-GRAVAR-DIFERENCA - ONE ROW PER COMPETENCE AND RUBRIC; A ROW
005930*                         PROG42 ALREADY PAID IS KEPT AS IT IS, A
005940*                         PENDING ONE IS REPLACED BY THIS RUN
005950*----------------------------------------------------------------
005960 2500-GRAVAR-DIFERENCA.
005970     IF WS-DIF-VALOR = ZERO
005980         GO TO 2500-GRAVAR-DIFERENCA-EXIT
005990     END-IF.

006000     MOVE CODIGO         TO DS-CODIGO.
006010     MOVE WS-COMPETENCIA TO DS-COMPETENCIA.
006020     MOVE WS-DIF-RUBRICA TO DS-RUBRICA.
006030     READ DIFFERENCE-FILE
006040         INVALID KEY
006050             MOVE ZERO TO DS-PERIODO-PAGO
006060     END-READ.
006070     IF FS-DISSFILE-OK AND DS-PERIODO-PAGO NOT = ZERO
006080         ADD 1 TO WS-QTD-JA-PAGAS
006090         GO TO 2500-GRAVAR-DIFERENCA-EXIT
006100     END-IF.

006110     MOVE WS-VIGENCIA     TO DS-VIGENCIA.
006120     MOVE WS-PERCENTUAL   TO DS-PERCENTUAL.
006130     MOVE WS-DIF-ORIGINAL TO DS-VALOR-ORIGINAL.
006140     MOVE WS-DIF-VALOR    TO DS-VALOR-DIFERENCA.
006150     MOVE WS-DATA-ATUAL   TO DS-DATA-GERACAO.
006160     MOVE ZERO            TO DS-PERIODO-PAGO.
006170     MOVE "N"             TO DS-EVENTO-SW.
006180     IF FS-DISSFILE-OK
006190         REWRITE DISSIDIO-REC
006200     ELSE
006210         WRITE DISSIDIO-REC
006220     END-IF.
006230     IF NOT FS-DISSFILE-OK
006240         DISPLAY "PROG175: ERRO AO GRAVAR DIFERENCA DE "
006250             CODIGO " " WS-COMPETENCIA " - " FS-DISSFILE
006260         GO TO 2500-GRAVAR-DIFERENCA-EXIT
006270     END-IF.

006280     ADD WS-DIF-VALOR TO WS-TOT-FUNCIONARIO.
006290     ADD 1 TO WS-QTD-LINHAS.

006300     MOVE WS-DIF-ORIGINAL TO WS-ORIGINAL-ED.
006310     MOVE WS-DIF-VALOR    TO WS-VALOR-ED.
006312     IF NOT WS-VIS-INTEGRAL
006314         MOVE ALL "*" TO WS-ORIGINAL-ED-X WS-VALOR-ED-X
006316     END-IF.
006320     MOVE SPACES TO WS-LINHA-REL.
006330     MOVE CODIGO          TO WS-LINHA-REL(1:6).
006340     MOVE WS-COMPETENCIA  TO WS-LINHA-REL(9:6).
006350     MOVE WS-DIF-RUBRICA  TO WS-LINHA-REL(19:2).
006360     MOVE WS-ORIGINAL-ED  TO WS-LINHA-REL(27:14).
006370     MOVE WS-VALOR-ED     TO WS-LINHA-REL(45:14).
006380     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
006390         WS-COLUNAS-REL WS-LINHA-REL.
006400 2500-GRAVAR-DIFERENCA-EXIT.
006410     EXIT.

006420*----------------------------------------------------------------
006430* 8000-FINALIZAR - REGISTER TOTAL AND TRAILER, CONTROL COUNTS AND
006440*                  THE AUDIT ROW
006450*----------------------------------------------------------------
006460 8000-FINALIZAR.
006470     MOVE "T" TO WS-FUNCAO-REL.
006480     MOVE WS-TOT-GERAL TO WS-TOTAL-ED.
006482     IF NOT WS-VIS-INTEGRAL
006484         MOVE ALL "*" TO WS-TOTAL-ED-X
006486     END-IF.
006490     MOVE SPACES TO WS-LINHA-REL.
006500     STRING "TOTAL DAS DIFERENCAS A PAGAR ...... : " WS-TOTAL-ED
006510         DELIMITED BY SIZE INTO WS-LINHA-REL.
006520     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
006530         WS-COLUNAS-REL WS-LINHA-REL.
006540     MOVE "F" TO WS-FUNCAO-REL.
006550     MOVE SPACES TO WS-LINHA-REL.
006560     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
006570         WS-COLUNAS-REL WS-LINHA-REL.

006580     DISPLAY "PROG175: PERIODOS FECHADOS RECALCULADOS: "
006590         WS-QTD-PERIODOS.
006600     DISPLAY "PROG175: FUNCIONARIOS COM DIFERENCA .. : "
006610         WS-QTD-AFETADOS.
006620     DISPLAY "PROG175: LINHAS GRAVADAS ............. : "
006630         WS-QTD-LINHAS.
006640     IF WS-QTD-JA-PAGAS > ZERO
006650         DISPLAY "PROG175: JA PAGAS PELA FOLHA (MANTIDAS): "
006660             WS-QTD-JA-PAGAS
006670     END-IF.
006680     DISPLAY "PROG175: TOTAL DAS DIFERENCAS ........ : "
006690         WS-TOTAL-ED.

006700     CLOSE EMPLOYEE-MASTER PAYSLIP-HISTORY DIFFERENCE-FILE.
006710     IF WS-OVT-PRESENTE
006720         CLOSE OVERTIME-FILE
006730     END-IF.
006740     IF WS-FER-PRESENTE
006750         CLOSE VACATION-AGENDA
006760     END-IF.

006770     MOVE WS-QTD-AFETADOS TO WS-QTD-AFETADOS-ED.
006780     MOVE SPACES TO WS-DESCRICAO-AUD.
006790     STRING "CALCULOU DISSIDIO DESDE " WS-VIGENCIA " PARA "
006800         WS-QTD-AFETADOS-ED " FUNCIONARIO(S)"
006810         DELIMITED BY SIZE INTO WS-DESCRICAO-AUD.
006820     CALL "PROG22" USING "PROG175 " WS-DESCRICAO-AUD.
006830 8000-FINALIZAR-EXIT.
006840     EXIT.

006850 9999-EXIT.
006860     STOP RUN.
