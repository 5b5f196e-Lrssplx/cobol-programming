001000******************************************************************
001010* PROGRAM-ID: PROG195
001020* AUTHOR:      R. ALMEIDA - APPLICATIONS
001030* INSTALLATION: FOLHA DE PAGAMENTO / RECURSOS HUMANOS
001040* DATE-WRITTEN: 2026-10-05
001050* DATE-COMPILED:
001060* PURPOSE:     MONTHLY ABSENTEEISM REPORT. FOR A REQUESTED MONTH
001070*              (AAAAMM), EVERY ACTIVE FUNCIONARIO'S EXPECTED HOURS
001080*              ARE THE WORKED DAYS OF THE SCHEDULE AS PROG193
001090*              RESOLVES IT (MONDAY TO FRIDAY WITHOUT ONE; FERIADOS
001100*              OFF EXCEPT ON A ROTATING SHIFT) FROM THE ADMISSION
001110*              ON, AT THE SCHEDULE'S DAILY HOURS (8 WITHOUT ONE).
001120*              THE HOURS LOST ARE CHARGED TO FOUR REASONS:
001130*                MEDICO  - ABSFILE "DOENCA" DAYS PAID BY THE
001140*                          COMPANY (THE FIRST 15, PROG111);
001150*                INSS    - ABSFILE "DOENCA" DAYS PAST THE 15TH,
001160*                          UNPAID BY THE COMPANY;
001170*                INJUST  - ABSFILE "FALTA" DAYS, AND SCHEDULED
001180*                          DAYS WITHOUT A PUNCH THAT STILL HAVE AN
001190*                          OPEN PROG54 MISSING-PUNCH EXCEPTION;
001200*                ATRASO  - THE FIRST ENTRADA LATER THAN THE
001210*                          SCHEDULE'S START BY MORE THAN THE 10
001220*                          MINUTES OF TOLERANCE (THE WHOLE DELAY).
001230*              DAYS UNDER ANY OTHER ABSFILE MOTIVO (FERIAS,
001240*              LICENCA, ...) ARE NOT EXPECTED AT ALL. PRINTS,
001250*              THROUGH THE PROG68 REPORT SERVICES, ONE LINE PER
001260*              DEPARTAMENTO, THE SAME FIGURES CONSOLIDATED UP THE
001270*              DM-PAI HIERARCHY ON DEPTFILE, THE COMPANY TOTAL,
001280*              AND THE FUNCIONARIOS WHOSE RATE IS ABOVE THE KEYED
001290*              LIMIT. EACH LINE COMPARES THE RATE WITH THE THREE
001300*              PRIOR MONTHS' SNAPSHOT ROWS, AND THE MONTH'S OWN
001310*              FIGURES ARE RECORDED ON SNAPHIST FOR THE PROG70
001320*              TREND.
001330* ----------------------------------------------------------------
001340* MODIFICATION HISTORY
001350* DATE       INIT DESCRIPTION
001360* 2026-10-05 RA   INITIAL VERSION
001361* 2026-10-08 RA   A NEW SNAPSHOT ROW STARTS THE MONTH'S
001362*                 MOVEMENT COUNTS AT ZERO.
001370******************************************************************
001380 IDENTIFICATION DIVISION.
001390 PROGRAM-ID. PROG195.

001400 ENVIRONMENT DIVISION.
001410 INPUT-OUTPUT SECTION.
001420 FILE-CONTROL.
001430     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
001440         ORGANIZATION IS INDEXED
001450         ACCESS MODE IS DYNAMIC
001460         RECORD KEY IS CODIGO
001470         ALTERNATE RECORD KEY IS NOME
001480             WITH DUPLICATES
001490         ALTERNATE RECORD KEY IS DEPARTAMENTO
001500             WITH DUPLICATES
001510         FILE STATUS IS FS-EMPMAST.

001520     SELECT ABSENCE-FILE ASSIGN TO "ABSFILE"
001530         ORGANIZATION IS INDEXED
001540         ACCESS MODE IS DYNAMIC
001550         RECORD KEY IS AB-CHAVE
001560         FILE STATUS IS FS-ABSFILE.

001570     SELECT TIMECARD-FILE ASSIGN TO "TIMECARD"
001580         ORGANIZATION IS INDEXED
001590         ACCESS MODE IS DYNAMIC
001600         RECORD KEY IS TC-CHAVE
001610         FILE STATUS IS FS-TIMECARD.

001620     SELECT EXCEPTION-FILE ASSIGN TO "EXCPFILE"
001630         ORGANIZATION IS LINE SEQUENTIAL
001640         FILE STATUS IS FS-EXCPFILE.

001650     SELECT DEPARTMENT-FILE ASSIGN TO "DEPTFILE"
001660         ORGANIZATION IS INDEXED
001670         ACCESS MODE IS DYNAMIC
001680         RECORD KEY IS DM-CODIGO
001690         FILE STATUS IS FS-DEPTFILE.

001700     SELECT SNAPSHOT-FILE ASSIGN TO "SNAPHIST"
001710         ORGANIZATION IS INDEXED
001720         ACCESS MODE IS DYNAMIC
001730         RECORD KEY IS SN-CHAVE
001740         FILE STATUS IS FS-SNAPHIST.

001750 DATA DIVISION.
001760 FILE SECTION.
001770 FD  EMPLOYEE-MASTER.
001780 COPY EMPREC.

001790 FD  ABSENCE-FILE.
001800 COPY ABSREC.

001810 FD  TIMECARD-FILE.
001820 COPY TIMEREC.

001830 FD  EXCEPTION-FILE.
001840 COPY EXCPREC.

001850 FD  DEPARTMENT-FILE.
001860 COPY DEPTREC.

001870 FD  SNAPSHOT-FILE.
001880 COPY SNAPREC.

001890 WORKING-STORAGE SECTION.
001900 01  FS-EMPMAST                  PIC X(02).
001910     88  FS-EMPMAST-OK           VALUE "00".
001920     88  FS-EMPMAST-EOF          VALUE "10".

001930 01  FS-ABSFILE                  PIC X(02).
001940     88  FS-ABSFILE-OK           VALUE "00".
001950 01  WS-ABS-SW                   PIC X(01) VALUE "N".
001960     88  WS-ABS-PRESENTE         VALUE "Y".
001970 01  WS-FIM-ABS-SW               PIC X(01).
001980     88  WS-FIM-ABS              VALUE "Y".

001990 01  FS-TIMECARD                 PIC X(02).
002000     88  FS-TIMECARD-OK          VALUE "00".
002010 01  WS-PONTO-SW                 PIC X(01) VALUE "N".
002020     88  WS-PONTO-PRESENTE       VALUE "Y".

002030 01  FS-EXCPFILE                 PIC X(02).
002040     88  FS-EXCPFILE-OK          VALUE "00".
002050     88  FS-EXCPFILE-EOF         VALUE "10".

002060 01  FS-DEPTFILE                 PIC X(02).
002070     88  FS-DEPTFILE-OK          VALUE "00".
002080 01  WS-DEPT-SW                  PIC X(01) VALUE "N".
002090     88  WS-DEPT-PRESENTE        VALUE "Y".

002100 01  FS-SNAPHIST                 PIC X(02).
002110     88  FS-SNAPHIST-OK          VALUE "00".

002120 01  WS-MENSAGEM                 PIC X(40).
002130 01  WS-VALOR-ENT                PIC 9(09).
002140 01  WS-LIMITE-MIN               PIC 9(09).
002150 01  WS-LIMITE-MAX               PIC 9(09).

002160 01  WS-PERIODO-ABSENT           PIC 9(06).
002170 01  WS-PERIODO-R REDEFINES WS-PERIODO-ABSENT.
002180     05  WS-ANO-ABSENT           PIC 9(04).
002190     05  WS-MES-ABSENT           PIC 9(02).
002200 01  WS-LIMITE-INDIVIDUAL        PIC 9(03).
002210 01  WS-INICIO-MES               PIC 9(08).
002220 01  WS-FIM-MES                  PIC 9(08).

002230* THE THREE MONTHS BEFORE THE ONE APURADO, MOST RECENT FIRST
002240 01  WS-PERIODOS-ANTERIORES.
002250     05  WS-PERIODO-ANT          PIC 9(06) OCCURS 3 TIMES.
002260 01  WS-PERIODO-CALC             PIC 9(06).
002270 01  WS-PERIODO-CALC-R REDEFINES WS-PERIODO-CALC.
002280     05  WS-ANO-CALC             PIC 9(04).
002290     05  WS-MES-CALC             PIC 9(02).
002300 01  WS-IND-MES                  PIC 9(01) COMP.

002310 01  WS-CHAMADA-DATA.
002320     05  WS-DT-FUNCAO            PIC X(01).
002330     05  WS-DT-DATA-1            PIC 9(08).
002340     05  WS-DT-DATA-2            PIC 9(08).
002350     05  WS-DT-QUANTIDADE        PIC S9(07).
002360     05  WS-DT-UNIDADE           PIC X(01).
002370     05  WS-DT-STATUS            PIC X(01).
002380         88  WS-DT-OK            VALUE "1".

002390 01  WS-CHAMADA-ESCALA.
002400     05  WS-ESC-DATA-INICIO      PIC 9(08).
002410     05  WS-ESC-QTD-DIAS         PIC 9(02).
002420     05  WS-ESC-DIAS-TRABALHO    PIC X(31).
002430     05  WS-ESC-HORAS-DIA        PIC 9(02)V9(02).
002440     05  WS-ESC-HORA-INICIO      PIC 9(04).
002450     05  WS-ESC-HORA-INICIO-R REDEFINES WS-ESC-HORA-INICIO.
002460         10  WS-ESC-INICIO-HH    PIC 9(02).
002470         10  WS-ESC-INICIO-MM    PIC 9(02).
002480     05  WS-ESC-TURNO            PIC X(04).
002490     05  WS-ESC-TIPO             PIC X(01).
002500         88  WS-ESC-SEM-ESCALA   VALUE "N".
002510         88  WS-ESC-ROTATIVA     VALUE "R".

002520* THE MONTH, ONE ENTRY PER DAY: WEEKDAY (1 = SUNDAY) AND FERIADO
002530 01  WS-DIAS-MES                 PIC 9(02) VALUE ZERO.
002540 01  WS-CALENDARIO.
002550     05  WS-CAL-DIA              OCCURS 31 TIMES.
002560         10  WS-CAL-SEMANA       PIC 9(01).
002570         10  WS-CAL-FERIADO-SW   PIC X(01).
002580             88  WS-CAL-FERIADO  VALUE "F".
002590 01  WS-IDX-DIA                  PIC 9(02).
002600 01  WS-FIM-CALENDARIO-SW        PIC X(01) VALUE "N".
002610     88  WS-FIM-CALENDARIO       VALUE "Y".
002620 01  WS-SEMANA-PADRAO            PIC X(07) VALUE "NSSSSSN".

002630* THE FUNCIONARIO'S MONTH, ONE CLASS PER DAY: SPACE NOT EXPECTED,
002640* "T" EXPECTED, "M" MEDICO, "I" INSS, "F" FALTA, "X" OTHER LEAVE
002650 01  WS-DIAS-FUNCIONARIO.
002660     05  WS-DIA-CLASSE           PIC X(01) OCCURS 31 TIMES.
002670         88  WS-DIA-ESPERADO     VALUE "T".
002680         88  WS-DIA-MEDICO       VALUE "M".
002690         88  WS-DIA-INSS         VALUE "I".
002700         88  WS-DIA-FALTA        VALUE "F".
002710 01  WS-CLASSE-AFASTAMENTO       PIC X(01).
002720 01  WS-INTERVALO.
002730     05  WS-INT-INICIO           PIC 9(08).
002740     05  WS-INT-FIM              PIC 9(08).
002750     05  WS-INT-DIA-DE           PIC 9(02).
002760     05  WS-INT-DIA-ATE          PIC 9(02).

002770* THE FUNCIONARIO'S MINUTES: EXPECTED AND LOST BY REASON (1 =
002780* MEDICO, 2 = INSS, 3 = INJUSTIFICADA, 4 = ATRASO)
002790 01  WS-MINUTOS-FUNCIONARIO.
002800     05  WS-FUN-PREVISTOS        PIC 9(07).
002810     05  WS-FUN-PERDA            PIC 9(07) OCCURS 4 TIMES.
002820 01  WS-FUN-PERDIDOS             PIC 9(07).
002830 01  WS-MINUTOS-DIA              PIC 9(04).
002840 01  WS-MINUTOS-ENTRADA          PIC 9(04).
002850 01  WS-MINUTOS-INICIO           PIC 9(04).
002860 01  WS-MINUTOS-ATRASO           PIC 9(04).
002870 01  WS-HORA-ENTRADA             PIC 9(04).
002880 01  WS-HORA-ENTRADA-R REDEFINES WS-HORA-ENTRADA.
002890     05  WS-ENTRADA-HH           PIC 9(02).
002900     05  WS-ENTRADA-MM           PIC 9(02).
002910* CLT ART. 58: UP TO 10 MINUTES A DAY ARE NOT A DELAY
002920 01  WS-TOLERANCIA-ATRASO        PIC 9(02) VALUE 10.
002930 01  WS-MOTIVO-IND               PIC 9(01) COMP.

002940* OPEN PROG54 MISSING-PUNCH EXCEPTIONS OF THE MONTH
002950 01  WS-QTDE-AUSENTES            PIC 9(04) COMP VALUE ZERO.
002960 01  WS-TABELA-AUSENTES.
002970     05  WS-AUS-ENTRADA OCCURS 3000 TIMES.
002980         10  WS-AUS-CODIGO       PIC 9(06).
002990         10  WS-AUS-DIA          PIC 9(02).
003000 01  WS-IND-AUS                  PIC 9(04) COMP.
003010 01  WS-AUS-DATA                 PIC X(08).
003020 01  WS-AUS-DATA-N REDEFINES WS-AUS-DATA
003030                                 PIC 9(08).
003040 01  WS-QTD-AUS-FORA             PIC 9(05) VALUE ZERO.
003050 01  WS-ACHOU-AUS-SW             PIC X(01).
003060     88  WS-ACHOU-AUS            VALUE "Y".

003070* ONE ENTRY PER DEPARTAMENTO, OWN FIGURES (1) AND CONSOLIDATED
003080* WITH EVERY DEPARTAMENTO BELOW IT ON DM-PAI (2)
003090 01  WS-QTDE-DEPTOS              PIC 9(03) COMP VALUE ZERO.
003100 01  WS-QTDE-PROPRIOS            PIC 9(03) COMP VALUE ZERO.
003110 01  WS-TABELA-DEPTOS.
003120     05  WS-DEP-ENTRADA OCCURS 60 TIMES.
003130         10  WS-DEP-CODIGO       PIC X(10).
003140         10  WS-DEP-PAI-SW       PIC X(01).
003150             88  WS-DEP-E-PAI    VALUE "S".
003160         10  WS-DEP-NIVEL        OCCURS 2 TIMES.
003170             15  WS-DEP-PREVISTOS
003180                                 PIC 9(09).
003190             15  WS-DEP-PERDA    PIC 9(09) OCCURS 4 TIMES.
003200             15  WS-DEP-ANT-MES  OCCURS 3 TIMES.
003210                 20  WS-DEP-ANT-PREVISTAS
003220                                 PIC 9(07)V9(02).
003230                 20  WS-DEP-ANT-PERDIDAS
003240                                 PIC 9(07)V9(02).
003250 01  WS-DEPTO-PROCURADO          PIC X(10).
003260 01  WS-INDICE                   PIC 9(03) COMP.
003270 01  WS-INDICE2                  PIC 9(03) COMP.
003280 01  WS-IND-BUSCA                PIC 9(03) COMP.
003290 01  WS-ACHOU-SW                 PIC X(01).
003300     88  WS-ACHOU                VALUE "Y".
003310 01  WS-QTD-FORA-TABELA          PIC 9(05) VALUE ZERO.
003320 01  WS-NIVEL                    PIC 9(01) COMP.
003330 01  WS-QTD-NIVEIS               PIC 9(02) COMP.
003340 01  WS-FIM-CADEIA-SW            PIC X(01).
003350     88  WS-FIM-CADEIA           VALUE "Y".

003360 01  WS-TOTAIS-EMPRESA.
003370     05  WS-TOT-PREVISTOS        PIC 9(09).
003380     05  WS-TOT-PERDA            PIC 9(09) OCCURS 4 TIMES.
003390     05  WS-TOT-ANT-MES          OCCURS 3 TIMES.
003400         10  WS-TOT-ANT-PREVISTAS
003410                                 PIC 9(07)V9(02).
003420         10  WS-TOT-ANT-PERDIDAS PIC 9(07)V9(02).

003430* FUNCIONARIOS ABOVE THE KEYED LIMIT
003440 01  WS-QTDE-ACIMA               PIC 9(03) COMP VALUE ZERO.
003450 01  WS-TABELA-ACIMA.
003460     05  WS-ACI-ENTRADA OCCURS 300 TIMES.
003470         10  WS-ACI-CODIGO       PIC 9(06).
003480         10  WS-ACI-NOME         PIC X(20).
003490         10  WS-ACI-DEPTO        PIC X(10).
003500         10  WS-ACI-PREVISTOS    PIC 9(07).
003510         10  WS-ACI-PERDIDOS     PIC 9(07).
003520         10  WS-ACI-TAXA         PIC 9(03)V9(02).
003530 01  WS-QTD-ACIMA-FORA           PIC 9(05) VALUE ZERO.
003540 01  WS-QTD-FUNCIONARIOS         PIC 9(05) VALUE ZERO.
003550 01  WS-QTD-GRAVADOS             PIC 9(03) VALUE ZERO.

003560* WORK FIELDS FOR ONE PRINTED LINE
003570 01  WS-LINHA-CALC.
003580     05  WS-CALC-PREVISTOS       PIC 9(09).
003590     05  WS-CALC-PERDA           PIC 9(09) OCCURS 4 TIMES.
003600     05  WS-CALC-PERDIDOS        PIC 9(09).
003610     05  WS-CALC-ANT-PREVISTAS   PIC 9(07)V9(02) OCCURS 3 TIMES.
003620     05  WS-CALC-ANT-PERDIDAS    PIC 9(07)V9(02) OCCURS 3 TIMES.
003630 01  WS-TAXA                     PIC 9(03)V9(02).
003640 01  WS-TAXA-ED                  PIC ZZ9.99.

003650 01  WS-IMPRESSAO.
003660     05  WS-IMP-DEPTO            PIC X(10).
003670     05  FILLER                  PIC X(01).
003680     05  WS-IMP-PREVISTAS        PIC ZZZZZZ9.
003690     05  FILLER                  PIC X(01).
003700     05  WS-IMP-PERDA-ED         OCCURS 4 TIMES.
003710         10  WS-IMP-PERDA        PIC ZZZZZ9.
003720         10  FILLER              PIC X(01).
003730     05  WS-IMP-TAXA             PIC ZZ9.99.
003740     05  WS-IMP-ANT-ED           OCCURS 3 TIMES.
003750         10  FILLER              PIC X(01).
003760         10  WS-IMP-ANT          PIC X(06).
003770     05  FILLER                  PIC X(06).

003780 01  WS-IMPRESSAO-FUNC REDEFINES WS-IMPRESSAO.
003790     05  WS-IMF-CODIGO           PIC 9(06).
003800     05  FILLER                  PIC X(01).
003810     05  WS-IMF-NOME             PIC X(20).
003820     05  FILLER                  PIC X(01).
003830     05  WS-IMF-DEPTO            PIC X(10).
003840     05  FILLER                  PIC X(01).
003850     05  WS-IMF-PREVISTAS        PIC ZZZZ9.
003860     05  FILLER                  PIC X(01).
003870     05  WS-IMF-PERDIDAS         PIC ZZZZ9.
003880     05  FILLER                  PIC X(01).
003890     05  WS-IMF-TAXA             PIC ZZ9.99.
003900     05  FILLER                  PIC X(23).

003910 01  WS-LINHA-REL                PIC X(80).
003920 01  WS-FUNCAO-REL               PIC X(01).
003930 01  WS-TITULO-REL               PIC X(60).
003940 01  WS-COLUNAS-REL              PIC X(80).

003950 01  WS-DESCRICAO-AUD            PIC X(60).

003960 PROCEDURE DIVISION.

003970*----------------------------------------------------------------
003980* 0000-MAINLINE
003990*----------------------------------------------------------------
004000 0000-MAINLINE.
004010     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
004020     PERFORM 2000-PROCESSAR THRU 2000-PROCESSAR-EXIT
004030         UNTIL FS-EMPMAST-EOF.
004040     PERFORM 3000-CONSOLIDAR THRU 3000-CONSOLIDAR-EXIT.
004050     PERFORM 8000-FINALIZAR THRU 8000-FINALIZAR-EXIT.
004060     GO TO 9999-EXIT.

004070*----------------------------------------------------------------
004080* 1000-INICIALIZAR - MONTH, LIMIT, CALENDAR, THE THREE PRIOR
004090*                    MONTHS AND THE OPEN MISSING-PUNCH ROWS
004100*----------------------------------------------------------------
004110 1000-INICIALIZAR.
004120     MOVE "MES DO ABSENTEISMO (AAAAMM)" TO WS-MENSAGEM.
004130     MOVE 190001 TO WS-LIMITE-MIN.
004140     MOVE 999912 TO WS-LIMITE-MAX.
004150     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
004160         WS-LIMITE-MIN WS-LIMITE-MAX.
004170     MOVE WS-VALOR-ENT TO WS-PERIODO-ABSENT.
004180     IF WS-MES-ABSENT < 1 OR WS-MES-ABSENT > 12
004190         DISPLAY "PROG195: MES INVALIDO " WS-PERIODO-ABSENT
004200         MOVE 8 TO RETURN-CODE
004210         GO TO 9999-EXIT
004220     END-IF.

004230     MOVE "LIMITE INDIVIDUAL DE ABSENTEISMO (%)" TO WS-MENSAGEM.
004240     MOVE 1 TO WS-LIMITE-MIN.
004250     MOVE 100 TO WS-LIMITE-MAX.
004260     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
004270         WS-LIMITE-MIN WS-LIMITE-MAX.
004280     MOVE WS-VALOR-ENT TO WS-LIMITE-INDIVIDUAL.

004290     COMPUTE WS-INICIO-MES = WS-PERIODO-ABSENT * 100 + 1.
004300     PERFORM 1100-CLASSIFICAR-DIA THRU 1100-CLASSIFICAR-DIA-EXIT
004310         VARYING WS-IDX-DIA FROM 1 BY 1
004320         UNTIL WS-IDX-DIA > 31 OR WS-FIM-CALENDARIO.
004330     COMPUTE WS-FIM-MES = WS-PERIODO-ABSENT * 100 + WS-DIAS-MES.

004340     MOVE WS-PERIODO-ABSENT TO WS-PERIODO-CALC.
004350     PERFORM 1200-MES-ANTERIOR THRU 1200-MES-ANTERIOR-EXIT
004360         VARYING WS-IND-MES FROM 1 BY 1
004370         UNTIL WS-IND-MES > 3.

004380     MOVE ZERO TO WS-TOTAIS-EMPRESA.

004390     OPEN INPUT EMPLOYEE-MASTER.
004400     IF NOT FS-EMPMAST-OK
004410         DISPLAY "PROG195: ERRO AO ABRIR EMPLOYEE-MASTER "
004420                 FS-EMPMAST
004430         MOVE 8 TO RETURN-CODE
004440         GO TO 9999-EXIT
004450     END-IF.

004460     OPEN I-O SNAPSHOT-FILE.
004470     IF NOT FS-SNAPHIST-OK
004480         OPEN OUTPUT SNAPSHOT-FILE
004490         CLOSE SNAPSHOT-FILE
004500         OPEN I-O SNAPSHOT-FILE
004510     END-IF.
004520     IF NOT FS-SNAPHIST-OK
004530         DISPLAY "PROG195: ERRO AO ABRIR SNAPSHOT-FILE "
004540                 FS-SNAPHIST
004550         CLOSE EMPLOYEE-MASTER
004560         MOVE 8 TO RETURN-CODE
004570         GO TO 9999-EXIT
004580     END-IF.

004590     OPEN INPUT ABSENCE-FILE.
004600     IF FS-ABSFILE-OK
004610         SET WS-ABS-PRESENTE TO TRUE
004620     END-IF.

004630     OPEN INPUT TIMECARD-FILE.
004640     IF FS-TIMECARD-OK
004650         SET WS-PONTO-PRESENTE TO TRUE
004660     ELSE
004670         DISPLAY "PROG195: TIMECARD INDISPONIVEL - SEM ATRASOS "
004680             "E SEM FALTAS SEM PONTO"
004690     END-IF.

004700     OPEN INPUT DEPARTMENT-FILE.
004710     IF FS-DEPTFILE-OK
004720         SET WS-DEPT-PRESENTE TO TRUE
004730     ELSE
004740         DISPLAY "PROG195: DEPTFILE INDISPONIVEL - SEM "
004750             "CONSOLIDACAO NO DEPARTAMENTO PAI"
004760     END-IF.

004770     OPEN INPUT EXCEPTION-FILE.
004780     IF FS-EXCPFILE-OK
004790         PERFORM 1300-CARREGAR-AUSENTE
004800             THRU 1300-CARREGAR-AUSENTE-EXIT
004810             UNTIL FS-EXCPFILE-EOF
004820         CLOSE EXCEPTION-FILE
004830     END-IF.

004840     MOVE "I" TO WS-FUNCAO-REL.
004850     MOVE SPACES TO WS-TITULO-REL.
004860     STRING "ABSENTEISMO POR DEPARTAMENTO - MES "
004870         WS-PERIODO-ABSENT " (HORAS)"
004880         DELIMITED BY SIZE INTO WS-TITULO-REL.
004890     MOVE SPACES TO WS-COLUNAS-REL.
004900     STRING "DEPTO      PREVIST MEDICO   INSS INJUST ATRASO  "
004910         "TAXA%   M-1%   M-2%   M-3%"
004920         DELIMITED BY SIZE INTO WS-COLUNAS-REL.
004930     MOVE SPACES TO WS-LINHA-REL.
004940     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
004950         WS-COLUNAS-REL WS-LINHA-REL.

004960     PERFORM 1400-LER-PROXIMO THRU 1400-LER-PROXIMO-EXIT.
004970 1000-INICIALIZAR-EXIT.
004980     EXIT.

004990*----------------------------------------------------------------
005000* 1100-CLASSIFICAR-DIA - WEEKDAY AND FERIADO OF ONE DAY (PROG74);
005010*                        THE FIRST DAY PROG74 REFUSES ENDS THE
005020*                        MONTH
005030*----------------------------------------------------------------
005040 1100-CLASSIFICAR-DIA.
005050     MOVE "S" TO WS-DT-FUNCAO.
005060     MOVE WS-INICIO-MES TO WS-DT-DATA-1.
005070     MOVE WS-IDX-DIA TO WS-DT-DATA-1(7:2).
005080     CALL "PROG74" USING WS-DT-FUNCAO WS-DT-DATA-1
005090         WS-DT-DATA-2 WS-DT-QUANTIDADE WS-DT-UNIDADE
005100         WS-DT-STATUS.
005110     IF NOT WS-DT-OK
005120         SET WS-FIM-CALENDARIO TO TRUE
005130         GO TO 1100-CLASSIFICAR-DIA-EXIT
005140     END-IF.
005150     MOVE WS-IDX-DIA TO WS-DIAS-MES.
005160     MOVE WS-DT-QUANTIDADE TO WS-CAL-SEMANA(WS-IDX-DIA).
005170     MOVE WS-DT-UNIDADE TO WS-CAL-FERIADO-SW(WS-IDX-DIA).
005180 1100-CLASSIFICAR-DIA-EXIT.
005190     EXIT.

005200 1200-MES-ANTERIOR.
005210     IF WS-MES-CALC = 1
005220         SUBTRACT 1 FROM WS-ANO-CALC
005230         MOVE 12 TO WS-MES-CALC
005240     ELSE
005250         SUBTRACT 1 FROM WS-MES-CALC
005260     END-IF.
005270     MOVE WS-PERIODO-CALC TO WS-PERIODO-ANT(WS-IND-MES).
005280 1200-MES-ANTERIOR-EXIT.
005290     EXIT.

005300*----------------------------------------------------------------
005310* 1300-CARREGAR-AUSENTE - PROG54 "PONTO AUSENTE NO DIA" ROWS OF
005320*                         THE MONTH NOT YET RESOLVED; A RESOLVED
005330*                         ROW WAS JUSTIFIED AFTER THE FACT
005340*----------------------------------------------------------------
005350 1300-CARREGAR-AUSENTE.
005360     READ EXCEPTION-FILE
005370         AT END
005380             SET FS-EXCPFILE-EOF TO TRUE
005390             GO TO 1300-CARREGAR-AUSENTE-EXIT
005400     END-READ.
005410     IF EXCP-PROGRAMA NOT = "PROG54  "
005420         OR EXCP-REGRA NOT = "PONTO AUSENTE NO DIA"
005430         OR EXCP-RESOLVIDA
005440         GO TO 1300-CARREGAR-AUSENTE-EXIT
005450     END-IF.
005460     MOVE EXCP-VALOR(1:8) TO WS-AUS-DATA.
005470     IF WS-AUS-DATA NOT NUMERIC
005480         OR WS-AUS-DATA(1:6) NOT = WS-PERIODO-ABSENT
005490         OR EXCP-CAMPO(7:6) NOT NUMERIC
005500         GO TO 1300-CARREGAR-AUSENTE-EXIT
005510     END-IF.
005520     IF WS-QTDE-AUSENTES >= 3000
005530         ADD 1 TO WS-QTD-AUS-FORA
005540         GO TO 1300-CARREGAR-AUSENTE-EXIT
005550     END-IF.
005560     ADD 1 TO WS-QTDE-AUSENTES.
005570     MOVE EXCP-CAMPO(7:6) TO WS-AUS-CODIGO(WS-QTDE-AUSENTES).
005580     MOVE WS-AUS-DATA(7:2) TO WS-AUS-DIA(WS-QTDE-AUSENTES).
005590 1300-CARREGAR-AUSENTE-EXIT.
005600     EXIT.

005610 1400-LER-PROXIMO.
005620     READ EMPLOYEE-MASTER NEXT
005630         AT END
005640             SET FS-EMPMAST-EOF TO TRUE
005650     END-READ.
005660 1400-LER-PROXIMO-EXIT.
005670     EXIT.

005680*----------------------------------------------------------------
005690* 2000-PROCESSAR - ONE ACTIVE FUNCIONARIO PER PASS INTO ITS
005700*                  DEPARTAMENTO'S OWN FIGURES
005710*----------------------------------------------------------------
005720 2000-PROCESSAR.
005730     IF NOT EMP-ATIVO
005740         GO TO 2000-PROCESSAR-SEGUIR
005750     END-IF.

005760     PERFORM 2100-APURAR-DIAS THRU 2100-APURAR-DIAS-EXIT.

005770     MOVE ZERO TO WS-MINUTOS-FUNCIONARIO.
005780     PERFORM 2200-MEDIR-DIA THRU 2200-MEDIR-DIA-EXIT
005790         VARYING WS-IDX-DIA FROM 1 BY 1
005800         UNTIL WS-IDX-DIA > WS-DIAS-MES.
005810     IF WS-FUN-PREVISTOS = ZERO
005820         GO TO 2000-PROCESSAR-SEGUIR
005830     END-IF.
005840     ADD 1 TO WS-QTD-FUNCIONARIOS.
005850     COMPUTE WS-FUN-PERDIDOS = WS-FUN-PERDA(1) + WS-FUN-PERDA(2)
005860         + WS-FUN-PERDA(3) + WS-FUN-PERDA(4).

005870     MOVE DEPARTAMENTO TO WS-DEPTO-PROCURADO.
005880     PERFORM 2400-LOCALIZAR-DEPTO THRU 2400-LOCALIZAR-DEPTO-EXIT.
005890     IF WS-ACHOU
005900         MOVE 1 TO WS-NIVEL
005910         ADD WS-FUN-PREVISTOS
005920             TO WS-DEP-PREVISTOS(WS-INDICE WS-NIVEL)
005930         PERFORM 2500-SOMAR-MOTIVO THRU 2500-SOMAR-MOTIVO-EXIT
005940             VARYING WS-MOTIVO-IND FROM 1 BY 1
005950             UNTIL WS-MOTIVO-IND > 4
005960     ELSE
005970         ADD 1 TO WS-QTD-FORA-TABELA
005980     END-IF.

005990     ADD WS-FUN-PREVISTOS TO WS-TOT-PREVISTOS.
006000     ADD WS-FUN-PERDA(1) TO WS-TOT-PERDA(1).
006010     ADD WS-FUN-PERDA(2) TO WS-TOT-PERDA(2).
006020     ADD WS-FUN-PERDA(3) TO WS-TOT-PERDA(3).
006030     ADD WS-FUN-PERDA(4) TO WS-TOT-PERDA(4).

006040     COMPUTE WS-TAXA ROUNDED =
006050         WS-FUN-PERDIDOS * 100 / WS-FUN-PREVISTOS.
006060     IF WS-TAXA > WS-LIMITE-INDIVIDUAL
006070         PERFORM 2600-ANOTAR-ACIMA THRU 2600-ANOTAR-ACIMA-EXIT
006080     END-IF.

006090 2000-PROCESSAR-SEGUIR.
006100     PERFORM 1400-LER-PROXIMO THRU 1400-LER-PROXIMO-EXIT.
006110 2000-PROCESSAR-EXIT.
006120     EXIT.

006130*----------------------------------------------------------------
006140* 2100-APURAR-DIAS - THE SCHEDULED DAYS (PROG193) FROM THE
006150*                    ADMISSION ON, THEN THE ABSFILE ROWS OVER THEM
006160*----------------------------------------------------------------
006170 2100-APURAR-DIAS.
006180     MOVE WS-INICIO-MES TO WS-ESC-DATA-INICIO.
006190     MOVE WS-DIAS-MES TO WS-ESC-QTD-DIAS.
006200     CALL "PROG193" USING CODIGO WS-ESC-DATA-INICIO
006210         WS-ESC-QTD-DIAS WS-ESC-DIAS-TRABALHO WS-ESC-HORAS-DIA
006220         WS-ESC-HORA-INICIO WS-ESC-TURNO WS-ESC-TIPO.
006230     IF WS-ESC-HORAS-DIA = ZERO
006240         MOVE 480 TO WS-MINUTOS-DIA
006250     ELSE
006260         COMPUTE WS-MINUTOS-DIA = WS-ESC-HORAS-DIA * 60
006270     END-IF.

006280     MOVE SPACES TO WS-DIAS-FUNCIONARIO.
006290     PERFORM 2110-MARCAR-DIA THRU 2110-MARCAR-DIA-EXIT
006300         VARYING WS-IDX-DIA FROM 1 BY 1
006310         UNTIL WS-IDX-DIA > WS-DIAS-MES.

006320     IF WS-ABS-PRESENTE
006330         MOVE "N" TO WS-FIM-ABS-SW
006340         MOVE CODIGO TO AB-CODIGO
006350         MOVE ZERO TO AB-DATA-INICIO
006360         START ABSENCE-FILE KEY IS NOT LESS THAN AB-CHAVE
006370             INVALID KEY
006380                 SET WS-FIM-ABS TO TRUE
006390         END-START
006400         PERFORM 2130-MARCAR-AFASTAMENTO
006410             THRU 2130-MARCAR-AFASTAMENTO-EXIT
006420             UNTIL WS-FIM-ABS
006430     END-IF.
006440 2100-APURAR-DIAS-EXIT.
006450     EXIT.

006460 2110-MARCAR-DIA.
006470     IF WS-ESC-SEM-ESCALA
006480         IF WS-SEMANA-PADRAO(WS-CAL-SEMANA(WS-IDX-DIA):1)
006490             NOT = "S"
006500             GO TO 2110-MARCAR-DIA-EXIT
006510         END-IF
006520     ELSE
006530         IF WS-ESC-DIAS-TRABALHO(WS-IDX-DIA:1) NOT = "S"
006540             GO TO 2110-MARCAR-DIA-EXIT
006550         END-IF
006560     END-IF.
006570     IF WS-CAL-FERIADO(WS-IDX-DIA) AND NOT WS-ESC-ROTATIVA
006580         GO TO 2110-MARCAR-DIA-EXIT
006590     END-IF.
006600     IF WS-INICIO-MES + WS-IDX-DIA - 1 < DATA-ADMISSAO
006610         GO TO 2110-MARCAR-DIA-EXIT
006620     END-IF.
006630     MOVE "T" TO WS-DIA-CLASSE(WS-IDX-DIA).
006640 2110-MARCAR-DIA-EXIT.
006650     EXIT.

006660 2130-MARCAR-AFASTAMENTO.
006670     READ ABSENCE-FILE NEXT
006680         AT END
006690             SET WS-FIM-ABS TO TRUE
006700             GO TO 2130-MARCAR-AFASTAMENTO-EXIT
006710     END-READ.
006720     IF AB-CODIGO NOT = CODIGO
006730         SET WS-FIM-ABS TO TRUE
006740         GO TO 2130-MARCAR-AFASTAMENTO-EXIT
006750     END-IF.
006760     EVALUATE TRUE
006770         WHEN AB-MOTIVO = "DOENCA" AND AB-REMUNERADO
006780             MOVE "M" TO WS-CLASSE-AFASTAMENTO
006790         WHEN AB-MOTIVO = "DOENCA"
006800             MOVE "I" TO WS-CLASSE-AFASTAMENTO
006810         WHEN AB-FALTA-INJUSTIFICADA
006820             MOVE "F" TO WS-CLASSE-AFASTAMENTO
006830         WHEN OTHER
006840             MOVE "X" TO WS-CLASSE-AFASTAMENTO
006850     END-EVALUATE.
006860     MOVE AB-DATA-INICIO TO WS-INT-INICIO.
006870     MOVE AB-DATA-FIM TO WS-INT-FIM.
006880     IF AB-DATA-FIM = ZERO
006890         MOVE WS-FIM-MES TO WS-INT-FIM
006900     END-IF.
006910     PERFORM 2140-MARCAR-INTERVALO
006920         THRU 2140-MARCAR-INTERVALO-EXIT.
006930 2130-MARCAR-AFASTAMENTO-EXIT.
006940     EXIT.

006950*----------------------------------------------------------------
006960* 2140-MARCAR-INTERVALO - THE EXPECTED DAYS OF THE MONTH BETWEEN
006970*                         WS-INT-INICIO AND WS-INT-FIM TAKE THE
006980*                         ABSENCE'S CLASS
006990*----------------------------------------------------------------
007000 2140-MARCAR-INTERVALO.
007010     IF WS-INT-FIM < WS-INICIO-MES OR WS-INT-INICIO > WS-FIM-MES
007020         GO TO 2140-MARCAR-INTERVALO-EXIT
007030     END-IF.
007040     IF WS-INT-INICIO < WS-INICIO-MES
007050         MOVE 1 TO WS-INT-DIA-DE
007060     ELSE
007070         MOVE WS-INT-INICIO(7:2) TO WS-INT-DIA-DE
007080     END-IF.
007090     IF WS-INT-FIM > WS-FIM-MES
007100         MOVE WS-DIAS-MES TO WS-INT-DIA-ATE
007110     ELSE
007120         MOVE WS-INT-FIM(7:2) TO WS-INT-DIA-ATE
007130     END-IF.
007140     PERFORM 2145-MARCAR-CLASSE THRU 2145-MARCAR-CLASSE-EXIT
007150         VARYING WS-IDX-DIA FROM WS-INT-DIA-DE BY 1
007160         UNTIL WS-IDX-DIA > WS-INT-DIA-ATE.
007170 2140-MARCAR-INTERVALO-EXIT.
007180     EXIT.

007190 2145-MARCAR-CLASSE.
007200     IF WS-DIA-CLASSE(WS-IDX-DIA) NOT = SPACE
007210         MOVE WS-CLASSE-AFASTAMENTO TO WS-DIA-CLASSE(WS-IDX-DIA)
007220     END-IF.
007230 2145-MARCAR-CLASSE-EXIT.
007240     EXIT.

007250*----------------------------------------------------------------
007260* 2200-MEDIR-DIA - EXPECTED AND LOST MINUTES OF ONE DAY
007270*----------------------------------------------------------------
007280 2200-MEDIR-DIA.
007290     IF WS-DIA-CLASSE(WS-IDX-DIA) = SPACE
007300         OR WS-DIA-CLASSE(WS-IDX-DIA) = "X"
007310         GO TO 2200-MEDIR-DIA-EXIT
007320     END-IF.
007330     ADD WS-MINUTOS-DIA TO WS-FUN-PREVISTOS.

007340     EVALUATE TRUE
007350         WHEN WS-DIA-MEDICO(WS-IDX-DIA)
007360             ADD WS-MINUTOS-DIA TO WS-FUN-PERDA(1)
007370         WHEN WS-DIA-INSS(WS-IDX-DIA)
007380             ADD WS-MINUTOS-DIA TO WS-FUN-PERDA(2)
007390         WHEN WS-DIA-FALTA(WS-IDX-DIA)
007400             ADD WS-MINUTOS-DIA TO WS-FUN-PERDA(3)
007410         WHEN OTHER
007420             PERFORM 2300-VERIFICAR-PONTO
007430                 THRU 2300-VERIFICAR-PONTO-EXIT
007440     END-EVALUATE.
007450 2200-MEDIR-DIA-EXIT.
007460     EXIT.

007470*----------------------------------------------------------------
007480* 2300-VERIFICAR-PONTO - AN EXPECTED DAY WITHOUT A PUNCH COUNTS AS
007490*                        UNJUSTIFIED WHILE PROG54'S EXCEPTION IS
007500*                        OPEN; WITH A PUNCH, THE FIRST ENTRADA IS
007510*                        MEASURED AGAINST THE SCHEDULE'S START
007520*----------------------------------------------------------------
007530 2300-VERIFICAR-PONTO.
007540     IF NOT WS-PONTO-PRESENTE
007550         GO TO 2300-VERIFICAR-PONTO-EXIT
007560     END-IF.

007570     MOVE CODIGO TO TC-CODIGO.
007580     COMPUTE TC-DATA = WS-INICIO-MES + WS-IDX-DIA - 1.
007590     READ TIMECARD-FILE
007600         INVALID KEY
007610             PERFORM 2310-PROCURAR-AUSENTE
007620                 THRU 2310-PROCURAR-AUSENTE-EXIT
007630             IF WS-ACHOU-AUS
007640                 ADD WS-MINUTOS-DIA TO WS-FUN-PERDA(3)
007650             END-IF
007660             GO TO 2300-VERIFICAR-PONTO-EXIT
007670     END-READ.

007680     IF WS-ESC-HORA-INICIO = ZERO OR TC-PAR-ENTRADA(1) = ZERO
007690         GO TO 2300-VERIFICAR-PONTO-EXIT
007700     END-IF.
007710     MOVE TC-PAR-ENTRADA(1) TO WS-HORA-ENTRADA.
007720     COMPUTE WS-MINUTOS-ENTRADA =
007730         WS-ENTRADA-HH * 60 + WS-ENTRADA-MM.
007740     COMPUTE WS-MINUTOS-INICIO =
007750         WS-ESC-INICIO-HH * 60 + WS-ESC-INICIO-MM.
007760     IF WS-MINUTOS-ENTRADA NOT > WS-MINUTOS-INICIO
007770         GO TO 2300-VERIFICAR-PONTO-EXIT
007780     END-IF.
007790     COMPUTE WS-MINUTOS-ATRASO =
007800         WS-MINUTOS-ENTRADA - WS-MINUTOS-INICIO.
007810     IF WS-MINUTOS-ATRASO NOT > WS-TOLERANCIA-ATRASO
007820         GO TO 2300-VERIFICAR-PONTO-EXIT
007830     END-IF.
007840     IF WS-MINUTOS-ATRASO > WS-MINUTOS-DIA
007850         MOVE WS-MINUTOS-DIA TO WS-MINUTOS-ATRASO
007860     END-IF.
007870     ADD WS-MINUTOS-ATRASO TO WS-FUN-PERDA(4).
007880 2300-VERIFICAR-PONTO-EXIT.
007890     EXIT.

007900 2310-PROCURAR-AUSENTE.
007910     MOVE "N" TO WS-ACHOU-AUS-SW.
007920     PERFORM 2320-COMPARAR-AUSENTE
007930         VARYING WS-IND-AUS FROM 1 BY 1
007940         UNTIL WS-IND-AUS > WS-QTDE-AUSENTES OR WS-ACHOU-AUS.
007950 2310-PROCURAR-AUSENTE-EXIT.
007960     EXIT.

007970 2320-COMPARAR-AUSENTE.
007980     IF WS-AUS-CODIGO(WS-IND-AUS) = CODIGO
007990         AND WS-AUS-DIA(WS-IND-AUS) = WS-IDX-DIA
008000         SET WS-ACHOU-AUS TO TRUE
008010     END-IF.

008020*----------------------------------------------------------------
008030* 2400-LOCALIZAR-DEPTO - FIRST-SEEN TABLE OF DEPARTAMENTOS, THE
008040*                        SAME SHAPE PROG69 KEEPS; WS-INDICE POINTS
008050*                        AT WS-DEPTO-PROCURADO'S ENTRY
008060*----------------------------------------------------------------
008070 2400-LOCALIZAR-DEPTO.
008080     MOVE "N" TO WS-ACHOU-SW.
008090     PERFORM 2410-COMPARAR-DEPTO
008100         VARYING WS-IND-BUSCA FROM 1 BY 1
008110         UNTIL WS-IND-BUSCA > WS-QTDE-DEPTOS OR WS-ACHOU.
008120     IF WS-ACHOU
008130         COMPUTE WS-INDICE = WS-IND-BUSCA - 1
008140         GO TO 2400-LOCALIZAR-DEPTO-EXIT
008150     END-IF.

008160     IF WS-QTDE-DEPTOS >= 60
008170         GO TO 2400-LOCALIZAR-DEPTO-EXIT
008180     END-IF.

008190     ADD 1 TO WS-QTDE-DEPTOS.
008200     MOVE WS-QTDE-DEPTOS TO WS-INDICE.
008210     MOVE ZEROS TO WS-DEP-ENTRADA(WS-INDICE).
008220     MOVE WS-DEPTO-PROCURADO TO WS-DEP-CODIGO(WS-INDICE).
008230     MOVE "N" TO WS-DEP-PAI-SW(WS-INDICE).
008240     SET WS-ACHOU TO TRUE.
008250 2400-LOCALIZAR-DEPTO-EXIT.
008260     EXIT.

008270 2410-COMPARAR-DEPTO.
008280     IF WS-DEP-CODIGO(WS-IND-BUSCA) = WS-DEPTO-PROCURADO
008290         SET WS-ACHOU TO TRUE
008300     END-IF.

008310 2500-SOMAR-MOTIVO.
008320     ADD WS-FUN-PERDA(WS-MOTIVO-IND)
008330         TO WS-DEP-PERDA(WS-INDICE WS-NIVEL WS-MOTIVO-IND).
008340 2500-SOMAR-MOTIVO-EXIT.
008350     EXIT.

008360 2600-ANOTAR-ACIMA.
008370     IF WS-QTDE-ACIMA >= 300
008380         ADD 1 TO WS-QTD-ACIMA-FORA
008390         GO TO 2600-ANOTAR-ACIMA-EXIT
008400     END-IF.
008410     ADD 1 TO WS-QTDE-ACIMA.
008420     MOVE CODIGO TO WS-ACI-CODIGO(WS-QTDE-ACIMA).
008430     MOVE NOME TO WS-ACI-NOME(WS-QTDE-ACIMA).
008440     MOVE DEPARTAMENTO TO WS-ACI-DEPTO(WS-QTDE-ACIMA).
008450     MOVE WS-FUN-PREVISTOS TO WS-ACI-PREVISTOS(WS-QTDE-ACIMA).
008460     MOVE WS-FUN-PERDIDOS TO WS-ACI-PERDIDOS(WS-QTDE-ACIMA).
008470     MOVE WS-TAXA TO WS-ACI-TAXA(WS-QTDE-ACIMA).
008480 2600-ANOTAR-ACIMA-EXIT.
008490     EXIT.

008500*----------------------------------------------------------------
008510* 3000-CONSOLIDAR - FOR EVERY DEPARTAMENTO WITH FUNCIONARIOS OF
008520*                   ITS OWN: THE THREE PRIOR MONTHS FROM SNAPHIST,
008530*                   THE MONTH'S ROW RECORDED THERE, AND ITS
008540*                   FIGURES ADDED TO ITSELF AND EVERY DEPARTAMENTO
008550*                   ABOVE IT ON DM-PAI
008560*----------------------------------------------------------------
008570 3000-CONSOLIDAR.
008580     MOVE WS-QTDE-DEPTOS TO WS-QTDE-PROPRIOS.
008590     PERFORM 3100-CONSOLIDAR-DEPTO THRU 3100-CONSOLIDAR-DEPTO-EXIT
008600         VARYING WS-INDICE2 FROM 1 BY 1
008610         UNTIL WS-INDICE2 > WS-QTDE-PROPRIOS.
008620 3000-CONSOLIDAR-EXIT.
008630     EXIT.

008640 3100-CONSOLIDAR-DEPTO.
008650     PERFORM 3110-LER-ANTERIOR THRU 3110-LER-ANTERIOR-EXIT
008660         VARYING WS-IND-MES FROM 1 BY 1
008670         UNTIL WS-IND-MES > 3.
008680     PERFORM 3200-GRAVAR-SNAPSHOT THRU 3200-GRAVAR-SNAPSHOT-EXIT.

008690     MOVE WS-DEP-CODIGO(WS-INDICE2) TO WS-DEPTO-PROCURADO.
008700     MOVE WS-INDICE2 TO WS-INDICE.
008710     MOVE ZERO TO WS-QTD-NIVEIS.
008720     MOVE "N" TO WS-FIM-CADEIA-SW.
008730     PERFORM 3300-SUBIR-NIVEL THRU 3300-SUBIR-NIVEL-EXIT
008740         UNTIL WS-FIM-CADEIA.
008750 3100-CONSOLIDAR-DEPTO-EXIT.
008760     EXIT.

008770 3110-LER-ANTERIOR.
008780     MOVE WS-PERIODO-ANT(WS-IND-MES) TO SN-PERIODO.
008790     MOVE WS-DEP-CODIGO(WS-INDICE2) TO SN-DEPARTAMENTO.
008800     READ SNAPSHOT-FILE
008810         INVALID KEY
008820             GO TO 3110-LER-ANTERIOR-EXIT
008830     END-READ.
008840     MOVE SN-HORAS-PREVISTAS
008850         TO WS-DEP-ANT-PREVISTAS(WS-INDICE2 1 WS-IND-MES).
008860     MOVE SN-HORAS-PERDIDAS
008870         TO WS-DEP-ANT-PERDIDAS(WS-INDICE2 1 WS-IND-MES).
008880     ADD SN-HORAS-PREVISTAS TO WS-TOT-ANT-PREVISTAS(WS-IND-MES).
008890     ADD SN-HORAS-PERDIDAS TO WS-TOT-ANT-PERDIDAS(WS-IND-MES).
008900 3110-LER-ANTERIOR-EXIT.
008910     EXIT.

008920*----------------------------------------------------------------
008930* 3200-GRAVAR-SNAPSHOT - THE MONTH'S ROW FOR THE DEPARTAMENTO;
008940*                        THE HEADCOUNT FIELDS ARE PROG69'S AND ARE
008950*                        LEFT AS THEY ARE (ZERO ON A NEW ROW)
008960*----------------------------------------------------------------
008970 3200-GRAVAR-SNAPSHOT.
008980     MOVE WS-PERIODO-ABSENT TO SN-PERIODO.
008990     MOVE WS-DEP-CODIGO(WS-INDICE2) TO SN-DEPARTAMENTO.
009000     MOVE "N" TO WS-ACHOU-SW.
009010     READ SNAPSHOT-FILE
009020         INVALID KEY
009030             MOVE ZERO TO SN-QTD-ATIVOS
009040             MOVE ZERO TO SN-QTD-AFASTADOS
009050             MOVE ZERO TO SN-TOTAL-SALARIO-BRL
009051             MOVE ZERO TO SN-QTD-ADMISSOES
009052             MOVE ZERO TO SN-QTD-TRANSF-ENTRADA
009053             MOVE ZERO TO SN-QTD-TRANSF-SAIDA
009060         NOT INVALID KEY
009070             SET WS-ACHOU TO TRUE
009080     END-READ.

009090     MOVE WS-DEP-PREVISTOS(WS-INDICE2 1) TO WS-CALC-PREVISTOS.
009100     COMPUTE WS-CALC-PERDIDOS =
009110         WS-DEP-PERDA(WS-INDICE2 1 1)
009120         + WS-DEP-PERDA(WS-INDICE2 1 2)
009130         + WS-DEP-PERDA(WS-INDICE2 1 3)
009140         + WS-DEP-PERDA(WS-INDICE2 1 4).
009150     COMPUTE SN-HORAS-PREVISTAS ROUNDED = WS-CALC-PREVISTOS / 60.
009160     COMPUTE SN-HORAS-PERDIDAS ROUNDED = WS-CALC-PERDIDOS / 60.
009170     MOVE ZERO TO SN-TAXA-ABSENTEISMO.
009180     IF WS-CALC-PREVISTOS > ZERO
009190         COMPUTE SN-TAXA-ABSENTEISMO ROUNDED =
009200             WS-CALC-PERDIDOS * 100 / WS-CALC-PREVISTOS
009210     END-IF.

009220     IF WS-ACHOU
009230         REWRITE SNAPSHOT-REC
009240     ELSE
009250         WRITE SNAPSHOT-REC
009260     END-IF.
009270     IF NOT FS-SNAPHIST-OK
009280         DISPLAY "PROG195: ERRO AO GRAVAR SNAPSHOT DE "
009290             SN-DEPARTAMENTO " - " FS-SNAPHIST
009300     ELSE
009310         ADD 1 TO WS-QTD-GRAVADOS
009320     END-IF.
009330 3200-GRAVAR-SNAPSHOT-EXIT.
009340     EXIT.

009350*----------------------------------------------------------------
009360* 3300-SUBIR-NIVEL - ADDS THE OWN FIGURES OF WS-INDICE2 INTO
009370*                    THE CONSOLIDATED FIGURES OF
009380*                    WS-DEPTO-PROCURADO, THEN MOVES TO ITS DM-PAI.
009390*                    STOPS AT A TOP-LEVEL DEPARTAMENTO, ONE NOT ON
009400*                    DEPTFILE, OR AFTER 10 LEVELS (A LOOP IN THE
009410*                    HIERARCHY)
009420*----------------------------------------------------------------
009430 3300-SUBIR-NIVEL.
009440     IF WS-INDICE NOT = WS-INDICE2
009450         SET WS-DEP-E-PAI(WS-INDICE) TO TRUE
009460     END-IF.
009470     ADD WS-DEP-PREVISTOS(WS-INDICE2 1)
009480         TO WS-DEP-PREVISTOS(WS-INDICE 2).
009490     ADD WS-DEP-PERDA(WS-INDICE2 1 1)
009500         TO WS-DEP-PERDA(WS-INDICE 2 1).
009510     ADD WS-DEP-PERDA(WS-INDICE2 1 2)
009520         TO WS-DEP-PERDA(WS-INDICE 2 2).
009530     ADD WS-DEP-PERDA(WS-INDICE2 1 3)
009540         TO WS-DEP-PERDA(WS-INDICE 2 3).
009550     ADD WS-DEP-PERDA(WS-INDICE2 1 4)
009560         TO WS-DEP-PERDA(WS-INDICE 2 4).
009570     PERFORM 3310-SOMAR-ANTERIOR THRU 3310-SOMAR-ANTERIOR-EXIT
009580         VARYING WS-IND-MES FROM 1 BY 1
009590         UNTIL WS-IND-MES > 3.

009600     ADD 1 TO WS-QTD-NIVEIS.
009610     IF NOT WS-DEPT-PRESENTE OR WS-QTD-NIVEIS >= 10
009620         SET WS-FIM-CADEIA TO TRUE
009630         GO TO 3300-SUBIR-NIVEL-EXIT
009640     END-IF.
009650     MOVE WS-DEPTO-PROCURADO TO DM-CODIGO.
009660     READ DEPARTMENT-FILE
009670         INVALID KEY
009680             SET WS-FIM-CADEIA TO TRUE
009690             GO TO 3300-SUBIR-NIVEL-EXIT
009700     END-READ.
009710     IF DM-PAI = SPACES OR DM-PAI = WS-DEPTO-PROCURADO
009720         SET WS-FIM-CADEIA TO TRUE
009730         GO TO 3300-SUBIR-NIVEL-EXIT
009740     END-IF.

009750     MOVE DM-PAI TO WS-DEPTO-PROCURADO.
009760     PERFORM 2400-LOCALIZAR-DEPTO THRU 2400-LOCALIZAR-DEPTO-EXIT.
009770     IF NOT WS-ACHOU
009780         ADD 1 TO WS-QTD-FORA-TABELA
009790         SET WS-FIM-CADEIA TO TRUE
009800     END-IF.
009810 3300-SUBIR-NIVEL-EXIT.
009820     EXIT.

009830 3310-SOMAR-ANTERIOR.
009840     ADD WS-DEP-ANT-PREVISTAS(WS-INDICE2 1 WS-IND-MES)
009850         TO WS-DEP-ANT-PREVISTAS(WS-INDICE 2 WS-IND-MES).
009860     ADD WS-DEP-ANT-PERDIDAS(WS-INDICE2 1 WS-IND-MES)
009870         TO WS-DEP-ANT-PERDIDAS(WS-INDICE 2 WS-IND-MES).
009880 3310-SOMAR-ANTERIOR-EXIT.
009890     EXIT.

009900*----------------------------------------------------------------
009910* 8000-FINALIZAR - OWN LINES, CONSOLIDATED LINES, COMPANY TOTAL,
009920*                  THE FUNCIONARIOS ABOVE THE LIMIT
009930*----------------------------------------------------------------
009940 8000-FINALIZAR.
009950     PERFORM 8100-IMPRIMIR-PROPRIO THRU 8100-IMPRIMIR-PROPRIO-EXIT
009960         VARYING WS-INDICE FROM 1 BY 1
009970         UNTIL WS-INDICE > WS-QTDE-PROPRIOS.

009980     MOVE "T" TO WS-FUNCAO-REL.
009990     MOVE "CONSOLIDADO NO DEPARTAMENTO PAI (DM-PAI)"
010000         TO WS-LINHA-REL.
010010     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
010020         WS-COLUNAS-REL WS-LINHA-REL.
010030     PERFORM 8200-IMPRIMIR-PAI THRU 8200-IMPRIMIR-PAI-EXIT
010040         VARYING WS-INDICE FROM 1 BY 1
010050         UNTIL WS-INDICE > WS-QTDE-DEPTOS.

010060     MOVE "T" TO WS-FUNCAO-REL.
010070     MOVE "TOTAL DA EMPRESA" TO WS-LINHA-REL.
010080     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
010090         WS-COLUNAS-REL WS-LINHA-REL.
010100     MOVE WS-TOT-PREVISTOS TO WS-CALC-PREVISTOS.
010110     MOVE WS-TOT-PERDA(1) TO WS-CALC-PERDA(1).
010120     MOVE WS-TOT-PERDA(2) TO WS-CALC-PERDA(2).
010130     MOVE WS-TOT-PERDA(3) TO WS-CALC-PERDA(3).
010140     MOVE WS-TOT-PERDA(4) TO WS-CALC-PERDA(4).
010150     MOVE WS-TOT-ANT-PREVISTAS(1) TO WS-CALC-ANT-PREVISTAS(1).
010160     MOVE WS-TOT-ANT-PREVISTAS(2) TO WS-CALC-ANT-PREVISTAS(2).
010170     MOVE WS-TOT-ANT-PREVISTAS(3) TO WS-CALC-ANT-PREVISTAS(3).
010180     MOVE WS-TOT-ANT-PERDIDAS(1) TO WS-CALC-ANT-PERDIDAS(1).
010190     MOVE WS-TOT-ANT-PERDIDAS(2) TO WS-CALC-ANT-PERDIDAS(2).
010200     MOVE WS-TOT-ANT-PERDIDAS(3) TO WS-CALC-ANT-PERDIDAS(3).
010210     MOVE "EMPRESA" TO WS-DEPTO-PROCURADO.
010220     PERFORM 8500-IMPRIMIR-LINHA THRU 8500-IMPRIMIR-LINHA-EXIT.

010230     MOVE "T" TO WS-FUNCAO-REL.
010240     MOVE SPACES TO WS-LINHA-REL.
010250     STRING "FUNCIONARIOS ACIMA DE " WS-LIMITE-INDIVIDUAL
010260         "% - CODIGO NOME / DEPTO / PREVIST PERDIDAS TAXA%"
010270         DELIMITED BY SIZE INTO WS-LINHA-REL.
010280     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
010290         WS-COLUNAS-REL WS-LINHA-REL.
010300     PERFORM 8300-IMPRIMIR-ACIMA THRU 8300-IMPRIMIR-ACIMA-EXIT
010310         VARYING WS-INDICE FROM 1 BY 1
010320         UNTIL WS-INDICE > WS-QTDE-ACIMA.

010330     IF WS-QTD-FORA-TABELA > ZERO OR WS-QTD-ACIMA-FORA > ZERO
010340         OR WS-QTD-AUS-FORA > ZERO
010350         MOVE SPACES TO WS-LINHA-REL
010360         STRING "FORA DAS TABELAS - DEPTOS: " WS-QTD-FORA-TABELA
010370             " FUNCIONARIOS: " WS-QTD-ACIMA-FORA
010380             " PONTOS AUSENTES: " WS-QTD-AUS-FORA
010390             DELIMITED BY SIZE INTO WS-LINHA-REL
010400         MOVE "D" TO WS-FUNCAO-REL
010410         CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
010420             WS-COLUNAS-REL WS-LINHA-REL
010430     END-IF.

010440     MOVE "F" TO WS-FUNCAO-REL.
010450     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
010460         WS-COLUNAS-REL WS-LINHA-REL.

010470     CLOSE EMPLOYEE-MASTER SNAPSHOT-FILE.
010480     IF WS-ABS-PRESENTE
010490         CLOSE ABSENCE-FILE
010500     END-IF.
010510     IF WS-PONTO-PRESENTE
010520         CLOSE TIMECARD-FILE
010530     END-IF.
010540     IF WS-DEPT-PRESENTE
010550         CLOSE DEPARTMENT-FILE
010560     END-IF.

010570     DISPLAY "PROG195: FUNCIONARIOS APURADOS : "
010580         WS-QTD-FUNCIONARIOS.
010590     DISPLAY "PROG195: LINHAS NO SNAPHIST .. : " WS-QTD-GRAVADOS.

010600     MOVE SPACES TO WS-DESCRICAO-AUD.
010610     STRING "EMITIU ABSENTEISMO DE " WS-PERIODO-ABSENT
010620         " E GRAVOU " WS-QTD-GRAVADOS " LINHAS NO SNAPHIST"
010630         DELIMITED BY SIZE INTO WS-DESCRICAO-AUD.
010640     CALL "PROG22" USING "PROG195 " WS-DESCRICAO-AUD.
010650 8000-FINALIZAR-EXIT.
010660     EXIT.

010670 8100-IMPRIMIR-PROPRIO.
010680     MOVE 1 TO WS-NIVEL.
010690     PERFORM 8400-CARREGAR-CALCULO
010700         THRU 8400-CARREGAR-CALCULO-EXIT.
010710     MOVE WS-DEP-CODIGO(WS-INDICE) TO WS-DEPTO-PROCURADO.
010720     PERFORM 8500-IMPRIMIR-LINHA THRU 8500-IMPRIMIR-LINHA-EXIT.
010730 8100-IMPRIMIR-PROPRIO-EXIT.
010740     EXIT.

010750 8200-IMPRIMIR-PAI.
010760     IF NOT WS-DEP-E-PAI(WS-INDICE)
010770         GO TO 8200-IMPRIMIR-PAI-EXIT
010780     END-IF.
010790     MOVE 2 TO WS-NIVEL.
010800     PERFORM 8400-CARREGAR-CALCULO
010810         THRU 8400-CARREGAR-CALCULO-EXIT.
010820     MOVE WS-DEP-CODIGO(WS-INDICE) TO WS-DEPTO-PROCURADO.
010830     PERFORM 8500-IMPRIMIR-LINHA THRU 8500-IMPRIMIR-LINHA-EXIT.
010840 8200-IMPRIMIR-PAI-EXIT.
010850     EXIT.

010860 8300-IMPRIMIR-ACIMA.
010870     MOVE SPACES TO WS-IMPRESSAO-FUNC.
010880     MOVE WS-ACI-CODIGO(WS-INDICE) TO WS-IMF-CODIGO.
010890     MOVE WS-ACI-NOME(WS-INDICE) TO WS-IMF-NOME.
010900     MOVE WS-ACI-DEPTO(WS-INDICE) TO WS-IMF-DEPTO.
010910     COMPUTE WS-IMF-PREVISTAS ROUNDED =
010920         WS-ACI-PREVISTOS(WS-INDICE) / 60.
010930     COMPUTE WS-IMF-PERDIDAS ROUNDED =
010940         WS-ACI-PERDIDOS(WS-INDICE) / 60.
010950     MOVE WS-ACI-TAXA(WS-INDICE) TO WS-IMF-TAXA.
010960     MOVE WS-IMPRESSAO-FUNC TO WS-LINHA-REL.
010970     MOVE "D" TO WS-FUNCAO-REL.
010980     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
010990         WS-COLUNAS-REL WS-LINHA-REL.
011000 8300-IMPRIMIR-ACIMA-EXIT.
011010     EXIT.

011020 8400-CARREGAR-CALCULO.
011030     MOVE WS-DEP-PREVISTOS(WS-INDICE WS-NIVEL)
011040         TO WS-CALC-PREVISTOS.
011050     MOVE WS-DEP-PERDA(WS-INDICE WS-NIVEL 1) TO WS-CALC-PERDA(1).
011060     MOVE WS-DEP-PERDA(WS-INDICE WS-NIVEL 2) TO WS-CALC-PERDA(2).
011070     MOVE WS-DEP-PERDA(WS-INDICE WS-NIVEL 3) TO WS-CALC-PERDA(3).
011080     MOVE WS-DEP-PERDA(WS-INDICE WS-NIVEL 4) TO WS-CALC-PERDA(4).
011090     PERFORM 8410-CARREGAR-ANTERIOR
011100         THRU 8410-CARREGAR-ANTERIOR-EXIT
011110         VARYING WS-IND-MES FROM 1 BY 1
011120         UNTIL WS-IND-MES > 3.
011130 8400-CARREGAR-CALCULO-EXIT.
011140     EXIT.

011150 8410-CARREGAR-ANTERIOR.
011160     MOVE WS-DEP-ANT-PREVISTAS(WS-INDICE WS-NIVEL WS-IND-MES)
011170         TO WS-CALC-ANT-PREVISTAS(WS-IND-MES).
011180     MOVE WS-DEP-ANT-PERDIDAS(WS-INDICE WS-NIVEL WS-IND-MES)
011190         TO WS-CALC-ANT-PERDIDAS(WS-IND-MES).
011200 8410-CARREGAR-ANTERIOR-EXIT.
011210     EXIT.

011220*----------------------------------------------------------------
011230* 8500-IMPRIMIR-LINHA - ONE LINE FROM WS-LINHA-CALC: HOURS, THE
011240*                       MONTH'S RATE AND THE THREE PRIOR RATES
011250*                       ("-" WHERE NO HOURS WERE RECORDED)
011260*----------------------------------------------------------------
011270 8500-IMPRIMIR-LINHA.
011280     MOVE SPACES TO WS-IMPRESSAO.
011290     MOVE WS-DEPTO-PROCURADO TO WS-IMP-DEPTO.
011300     COMPUTE WS-IMP-PREVISTAS ROUNDED = WS-CALC-PREVISTOS / 60.
011310     COMPUTE WS-IMP-PERDA(1) ROUNDED = WS-CALC-PERDA(1) / 60.
011320     COMPUTE WS-IMP-PERDA(2) ROUNDED = WS-CALC-PERDA(2) / 60.
011330     COMPUTE WS-IMP-PERDA(3) ROUNDED = WS-CALC-PERDA(3) / 60.
011340     COMPUTE WS-IMP-PERDA(4) ROUNDED = WS-CALC-PERDA(4) / 60.
011350     COMPUTE WS-CALC-PERDIDOS =
011360         WS-CALC-PERDA(1) + WS-CALC-PERDA(2)
011370         + WS-CALC-PERDA(3) + WS-CALC-PERDA(4).
011380     MOVE ZERO TO WS-TAXA.
011390     IF WS-CALC-PREVISTOS > ZERO
011400         COMPUTE WS-TAXA ROUNDED =
011410             WS-CALC-PERDIDOS * 100 / WS-CALC-PREVISTOS
011420     END-IF.
011430     MOVE WS-TAXA TO WS-IMP-TAXA.
011440     PERFORM 8510-TAXA-ANTERIOR THRU 8510-TAXA-ANTERIOR-EXIT
011450         VARYING WS-IND-MES FROM 1 BY 1
011460         UNTIL WS-IND-MES > 3.

011470     MOVE WS-IMPRESSAO TO WS-LINHA-REL.
011480     MOVE "D" TO WS-FUNCAO-REL.
011490     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
011500         WS-COLUNAS-REL WS-LINHA-REL.
011510 8500-IMPRIMIR-LINHA-EXIT.
011520     EXIT.

011530 8510-TAXA-ANTERIOR.
011540     IF WS-CALC-ANT-PREVISTAS(WS-IND-MES) = ZERO
011550         MOVE "     -" TO WS-IMP-ANT(WS-IND-MES)
011560         GO TO 8510-TAXA-ANTERIOR-EXIT
011570     END-IF.
011580     COMPUTE WS-TAXA ROUNDED =
011590         WS-CALC-ANT-PERDIDAS(WS-IND-MES) * 100
011600         / WS-CALC-ANT-PREVISTAS(WS-IND-MES).
011610     MOVE WS-TAXA TO WS-TAXA-ED.
011620     MOVE WS-TAXA-ED TO WS-IMP-ANT(WS-IND-MES).
011630 8510-TAXA-ANTERIOR-EXIT.
011640     EXIT.

011650 9999-EXIT.
011660     STOP RUN.
