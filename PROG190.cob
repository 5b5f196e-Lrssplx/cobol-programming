001000******************************************************************
001010* PROGRAM-ID: PROG190
001020* AUTHOR:      R. ALMEIDA - APPLICATIONS
001030* INSTALLATION: FOLHA DE PAGAMENTO / RECURSOS HUMANOS
001040* DATE-WRITTEN: 2026-10-01
001050* DATE-COMPILED:
001060* PURPOSE:     NIGHTLY WORKING-HOURS COMPLIANCE PASS. FOR EVERY
001070*              ACTIVE FUNCIONARIO WITH A TIMECARD ROW ON THE DAY
001080*              BEING APURADO, CHECKS THE PUNCHES AGAINST THE
001090*              LABOR-LAW LIMITS AND APPENDS ONE ROW PER VIOLATION
001100*              TO THE SHARED EXCEPTIONS FILE (EXCPREC LAYOUT, AS
001110*              PROG54 WRITES IT), EACH UNDER ITS OWN RULE CODE SO
001120*              IT REACHES THE PROG79 WORKLIST:
001130*                JT01 - LESS THAN 11 HOURS BETWEEN THE PREVIOUS
001140*                       DAY'S LAST SAIDA AND THE DAY'S FIRST
001150*                       ENTRADA (INTERJORNADA);
001160*                JT02 - A DAY OVER 6 WORKED HOURS WITHOUT A MEAL
001170*                       BREAK OF AT LEAST 1 HOUR (INTRAJORNADA);
001180*                JT03 - MORE THAN 2 HOURS OVER THE DAY'S ESCALA
001190*                       HOURS (PROG193; 8 HOURS WITHOUT A
001191*                       SCHEDULE, ALL OF IT ON A SCHEDULED DAY
001192*                       OFF);
001210*                JT04 - A SEVENTH CONSECUTIVE DAY WITH PUNCHES.
001220*              EXCP-VALOR CARRIES THE DAY AND THE MEASURE, WHICH
001230*              IS WHAT THE PROG191 MONTHLY SUMMARY READS.
001240* ----------------------------------------------------------------
001250* MODIFICATION HISTORY
001260* DATE       INIT DESCRIPTION
001270* 2026-10-01 RA   INITIAL VERSION
001271* 2026-10-05 RA   JT03 TAKES THE DAY'S JORNADA FROM THE PROG193
001272*                 SCHEDULE RESOLVER, SO ROTATING SHIFT PATTERNS
001273*                 ARE MEASURED AGAINST THEIR OWN HOURS.
001280******************************************************************
001290 IDENTIFICATION DIVISION.
001300 PROGRAM-ID. PROG190.

001310 ENVIRONMENT DIVISION.
001320 INPUT-OUTPUT SECTION.
001330 FILE-CONTROL.
001340     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
001350         ORGANIZATION IS INDEXED
001360         ACCESS MODE IS DYNAMIC
001370         RECORD KEY IS CODIGO
001380         ALTERNATE RECORD KEY IS NOME
001390             WITH DUPLICATES
001400         ALTERNATE RECORD KEY IS DEPARTAMENTO
001410             WITH DUPLICATES
001420         FILE STATUS IS FS-EMPMAST.

001430     SELECT TIMECARD-FILE ASSIGN TO "TIMECARD"
001440         ORGANIZATION IS INDEXED
001450         ACCESS MODE IS DYNAMIC
001460         RECORD KEY IS TC-CHAVE
001470         FILE STATUS IS FS-TIMECARD.

001530     SELECT EXCEPTION-FILE ASSIGN TO "EXCPFILE"
001540         ORGANIZATION IS LINE SEQUENTIAL
001550         FILE STATUS IS FS-EXCPFILE.

001560 DATA DIVISION.
001570 FILE SECTION.
001580 FD  EMPLOYEE-MASTER.
001590 COPY EMPREC.

001600 FD  TIMECARD-FILE.
001610 COPY TIMEREC.

001640 FD  EXCEPTION-FILE.
001650 COPY EXCPREC.

001660 WORKING-STORAGE SECTION.
001670 01  FS-EMPMAST                  PIC X(02).
001680     88  FS-EMPMAST-OK           VALUE "00".
001690     88  FS-EMPMAST-EOF          VALUE "10".

001700 01  FS-TIMECARD                 PIC X(02).
001710     88  FS-TIMECARD-OK          VALUE "00".

001760 01  FS-EXCPFILE                 PIC X(02).
001770     88  FS-EXCPFILE-OK          VALUE "00".

001780 01  WS-MENSAGEM                 PIC X(40).
001790 01  WS-VALOR-ENT                PIC 9(09).
001800 01  WS-LIMITE-MIN               PIC 9(09).
001810 01  WS-LIMITE-MAX               PIC 9(09).
001820 01  WS-DATA-ATUAL               PIC 9(08).
001830 01  WS-DATA-APURADA             PIC 9(08).
001841 01  WS-CHAMADA-ESCALA.
001842     05  WS-ESC-DATA-INICIO      PIC 9(08).
001843     05  WS-ESC-QTD-DIAS         PIC 9(02).
001844     05  WS-ESC-DIAS-TRABALHO    PIC X(31).
001845     05  WS-ESC-HORAS-DIA        PIC 9(02)V9(02).
001846     05  WS-ESC-HORA-INICIO      PIC 9(04).
001847     05  WS-ESC-TURNO            PIC X(04).
001848     05  WS-ESC-TIPO             PIC X(01).
001849         88  WS-ESC-SEM-ESCALA   VALUE "N".

001850* THE SIX DAYS BEFORE THE ONE APURADO, MOST RECENT FIRST
001860 01  WS-DATAS-ANTERIORES.
001870     05  WS-DATA-ANTERIOR        PIC 9(08) OCCURS 6 TIMES.
001880 01  WS-IND-DIA                  PIC 9(01) COMP.

001890* LEGAL LIMITS, IN MINUTES
001900 01  WS-LIMITES-JORNADA.
001910     05  WS-MIN-INTERJORNADA     PIC 9(04) COMP VALUE 660.
001920     05  WS-JORNADA-COM-INTERVALO
001930                                 PIC 9(04) COMP VALUE 360.
001940     05  WS-MIN-INTERVALO        PIC 9(04) COMP VALUE 60.
001950     05  WS-MAX-HORA-EXTRA       PIC 9(04) COMP VALUE 120.
001960     05  WS-JORNADA-PADRAO       PIC 9(04) COMP VALUE 480.
001970     05  WS-MAX-DIAS-SEGUIDOS    PIC 9(01) VALUE 7.

001980 01  WS-CHAMADA-DATA.
001990     05  WS-DT-FUNCAO            PIC X(01).
002000     05  WS-DT-DATA-1            PIC 9(08).
002010     05  WS-DT-DATA-2            PIC 9(08).
002020     05  WS-DT-QUANTIDADE        PIC S9(07).
002030     05  WS-DT-UNIDADE           PIC X(01).
002040     05  WS-DT-STATUS            PIC X(01).
002050         88  WS-DT-OK            VALUE "1".

002060* MEASURES OF THE TIMECARD ROW LAST READ, IN MINUTES FROM THE
002070* START OF ITS DAY (A PAIR PAST MIDNIGHT RUNS BEYOND 1440)
002080 01  WS-MEDIDAS-ROW.
002090     05  WS-MD-TRABALHADOS       PIC S9(05) COMP.
002100     05  WS-MD-MAIOR-INTERVALO   PIC S9(05) COMP.
002110     05  WS-MD-PRIMEIRA-ENTRADA  PIC S9(05) COMP.
002120     05  WS-MD-ULTIMA-SAIDA      PIC S9(05) COMP.
002130     05  WS-MD-DESLOCAMENTO      PIC S9(05) COMP.
002140     05  WS-MD-ABERTO-SW         PIC X(01).
002150         88  WS-MD-ABERTO        VALUE "Y".
002160 01  WS-IND-PAR                  PIC 9(01) COMP.
002170 01  WS-MINUTOS-ENTRADA          PIC S9(05) COMP.
002180 01  WS-MINUTOS-SAIDA            PIC S9(05) COMP.
002190 01  WS-HORA-PARTE               PIC 9(02).
002200 01  WS-MINUTO-PARTE             PIC 9(02).
002210 01  WS-INTERVALO-PAR            PIC S9(05) COMP.

002220* THE DAY APURADO, KEPT WHILE THE EARLIER DAYS ARE READ
002230 01  WS-MEDIDAS-DIA.
002240     05  WS-DIA-TRABALHADOS      PIC S9(05) COMP.
002250     05  WS-DIA-MAIOR-INTERVALO  PIC S9(05) COMP.
002260     05  WS-DIA-PRIMEIRA-ENTRADA PIC S9(05) COMP.
002270     05  WS-DIA-QTD-PARES        PIC 9(01).

002280 01  WS-JORNADA-MINUTOS          PIC S9(05) COMP.
002290 01  WS-EXCESSO-MINUTOS          PIC S9(05) COMP.
002300 01  WS-DESCANSO-MINUTOS         PIC S9(05) COMP.
002310 01  WS-DIAS-SEGUIDOS            PIC 9(01).
002320 01  WS-SEQUENCIA-SW             PIC X(01).
002330     88  WS-SEQUENCIA-QUEBRADA   VALUE "Y".

002340 01  WS-MEDIDA-MINUTOS           PIC S9(05) COMP.
002350 01  WS-MEDIDA-HORAS             PIC 9(02).
002360 01  WS-MEDIDA-MIN               PIC 9(02).
002370 01  WS-REGRA                    PIC X(40).

002380 01  WS-QTD-VERIFICADOS          PIC 9(06) COMP VALUE ZERO.
002390 01  WS-QTD-EXCECOES             PIC 9(06) COMP VALUE ZERO.
002400 01  WS-QTD-VERIFICADOS-ED       PIC 9(06).
002410 01  WS-QTD-EXCECOES-ED          PIC 9(06).

002420 01  WS-DESCRICAO-AUD            PIC X(60).

002430 PROCEDURE DIVISION.

002440*----------------------------------------------------------------
002450* 0000-MAINLINE
002460*----------------------------------------------------------------
002470 0000-MAINLINE.
002480     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
002490     PERFORM 2000-PROCESSAR THRU 2000-PROCESSAR-EXIT
002500         UNTIL FS-EMPMAST-EOF.
002510     PERFORM 8000-FINALIZAR THRU 8000-FINALIZAR-EXIT.
002520     GO TO 9999-EXIT.

002530*----------------------------------------------------------------
002540* 1000-INICIALIZAR - THE DAY TO APURAR, ITS WEEKDAY AND THE SIX
002550*                    DAYS BEFORE IT
002560*----------------------------------------------------------------
002570 1000-INICIALIZAR.
002580     ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.

002590     MOVE "DATA A APURAR (AAAAMMDD, 0 = HOJE)" TO WS-MENSAGEM.
002600     MOVE ZERO TO WS-LIMITE-MIN.
002610     MOVE 99991231 TO WS-LIMITE-MAX.
002620     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
002630         WS-LIMITE-MIN WS-LIMITE-MAX.
002640     IF WS-VALOR-ENT = ZERO
002650         MOVE WS-DATA-ATUAL TO WS-DATA-APURADA
002660     ELSE
002670         MOVE WS-VALOR-ENT TO WS-DATA-APURADA
002680     END-IF.

002690     MOVE "V" TO WS-DT-FUNCAO.
002700     MOVE WS-DATA-APURADA TO WS-DT-DATA-1.
002710     CALL "PROG74" USING WS-DT-FUNCAO WS-DT-DATA-1
002720         WS-DT-DATA-2 WS-DT-QUANTIDADE WS-DT-UNIDADE
002730         WS-DT-STATUS.
002740     IF NOT WS-DT-OK
002750         DISPLAY "PROG190: DATA INVALIDA " WS-DATA-APURADA
002760         MOVE 8 TO RETURN-CODE
002770         GO TO 9999-EXIT
002780     END-IF.

002800     PERFORM 1200-DATA-ANTERIOR THRU 1200-DATA-ANTERIOR-EXIT
002810         VARYING WS-IND-DIA FROM 1 BY 1
002820         UNTIL WS-IND-DIA > 6.

002830     OPEN INPUT EMPLOYEE-MASTER.
002840     IF NOT FS-EMPMAST-OK
002850         DISPLAY "PROG190: ERRO AO ABRIR EMPLOYEE-MASTER "
002860                 FS-EMPMAST
002870         MOVE 8 TO RETURN-CODE
002880         GO TO 9999-EXIT
002890     END-IF.

002900     OPEN INPUT TIMECARD-FILE.
002910     IF NOT FS-TIMECARD-OK
002920         DISPLAY "PROG190: ERRO AO ABRIR TIMECARD-FILE "
002930                 FS-TIMECARD
002940         MOVE 8 TO RETURN-CODE
002950         GO TO 9999-EXIT
002960     END-IF.

003010     PERFORM 1100-LER-PROXIMO.
003020 1000-INICIALIZAR-EXIT.
003030     EXIT.

003040 1100-LER-PROXIMO.
003050     READ EMPLOYEE-MASTER NEXT
003060         AT END
003070             SET FS-EMPMAST-EOF TO TRUE
003080     END-READ.

003090 1200-DATA-ANTERIOR.
003100     MOVE "A" TO WS-DT-FUNCAO.
003110     MOVE WS-DATA-APURADA TO WS-DT-DATA-1.
003120     COMPUTE WS-DT-QUANTIDADE = ZERO - WS-IND-DIA.
003130     MOVE "D" TO WS-DT-UNIDADE.
003140     CALL "PROG74" USING WS-DT-FUNCAO WS-DT-DATA-1
003150         WS-DT-DATA-2 WS-DT-QUANTIDADE WS-DT-UNIDADE
003160         WS-DT-STATUS.
003170     MOVE WS-DT-DATA-2 TO WS-DATA-ANTERIOR(WS-IND-DIA).
003180 1200-DATA-ANTERIOR-EXIT.
003190     EXIT.

003200*----------------------------------------------------------------
003210* 2000-PROCESSAR - ONE FUNCIONARIO PER PASS; ONLY AN ACTIVE ONE
003220*                  WITH PUNCHES ON THE DAY IS CHECKED (A MISSING
003230*                  PUNCH IS PROG54'S EXCEPTION)
003240*----------------------------------------------------------------
003250 2000-PROCESSAR.
003260     IF NOT EMP-ATIVO
003270         GO TO 2000-PROCESSAR-SEGUIR
003280     END-IF.

003290     MOVE CODIGO TO TC-CODIGO.
003300     MOVE WS-DATA-APURADA TO TC-DATA.
003310     READ TIMECARD-FILE
003320         INVALID KEY
003330             GO TO 2000-PROCESSAR-SEGUIR
003340     END-READ.
003350     IF TC-QTD-PARES = ZERO
003360         GO TO 2000-PROCESSAR-SEGUIR
003370     END-IF.

003380     ADD 1 TO WS-QTD-VERIFICADOS.
003390     PERFORM 3000-MEDIR-ROW THRU 3000-MEDIR-ROW-EXIT.
003400     MOVE WS-MD-TRABALHADOS      TO WS-DIA-TRABALHADOS.
003410     MOVE WS-MD-MAIOR-INTERVALO  TO WS-DIA-MAIOR-INTERVALO.
003420     MOVE WS-MD-PRIMEIRA-ENTRADA TO WS-DIA-PRIMEIRA-ENTRADA.
003430     MOVE TC-QTD-PARES           TO WS-DIA-QTD-PARES.

003440     PERFORM 2100-VERIFICAR-INTRAJORNADA
003450         THRU 2100-VERIFICAR-INTRAJORNADA-EXIT.
003460     PERFORM 2200-VERIFICAR-HORA-EXTRA
003470         THRU 2200-VERIFICAR-HORA-EXTRA-EXIT.
003480     PERFORM 2300-VERIFICAR-INTERJORNADA
003490         THRU 2300-VERIFICAR-INTERJORNADA-EXIT.
003500     PERFORM 2400-VERIFICAR-DESCANSO
003510         THRU 2400-VERIFICAR-DESCANSO-EXIT.

003520 2000-PROCESSAR-SEGUIR.
003530     PERFORM 1100-LER-PROXIMO.
003540 2000-PROCESSAR-EXIT.
003550     EXIT.

003560*----------------------------------------------------------------
003570* 2100-VERIFICAR-INTRAJORNADA - OVER 6 WORKED HOURS THE DAY NEEDS
003580*                               A BREAK OF AT LEAST 1 HOUR BETWEEN
003590*                               TWO PAIRS
003600*----------------------------------------------------------------
003610 2100-VERIFICAR-INTRAJORNADA.
003620     IF WS-DIA-TRABALHADOS NOT > WS-JORNADA-COM-INTERVALO
003630         GO TO 2100-VERIFICAR-INTRAJORNADA-EXIT
003640     END-IF.
003650     IF WS-DIA-MAIOR-INTERVALO NOT < WS-MIN-INTERVALO
003660         GO TO 2100-VERIFICAR-INTRAJORNADA-EXIT
003670     END-IF.

003680     IF WS-DIA-QTD-PARES = 1
003690         MOVE "JT02 SEM INTERVALO EM JORNADA > 6H"
003700             TO WS-REGRA
003710     ELSE
003720         MOVE "JT02 INTERVALO < 1H EM JORNADA > 6H"
003730             TO WS-REGRA
003740     END-IF.
003750     MOVE WS-DIA-MAIOR-INTERVALO TO WS-MEDIDA-MINUTOS.
003760     PERFORM 5000-GRAVAR-EXCECAO-HORAS
003770         THRU 5000-GRAVAR-EXCECAO-HORAS-EXIT.
003780 2100-VERIFICAR-INTRAJORNADA-EXIT.
003790     EXIT.

003800*----------------------------------------------------------------
003810* 2200-VERIFICAR-HORA-EXTRA - WORKED MINUTES OVER THE DAY'S
003820*                             ESCALA HOURS (PROG193); A
003830*                             SCHEDULED DAY OFF HAS NO JORNADA,
003840*                             AND NO SCHEDULE MEANS 8 HOURS
003841*                             EVERY DAY
003850*----------------------------------------------------------------
003860 2200-VERIFICAR-HORA-EXTRA.
003870     MOVE WS-JORNADA-PADRAO TO WS-JORNADA-MINUTOS.
003871     MOVE WS-DATA-APURADA TO WS-ESC-DATA-INICIO.
003872     MOVE 1 TO WS-ESC-QTD-DIAS.
003873     CALL "PROG193" USING CODIGO WS-ESC-DATA-INICIO
003874         WS-ESC-QTD-DIAS WS-ESC-DIAS-TRABALHO WS-ESC-HORAS-DIA
003875         WS-ESC-HORA-INICIO WS-ESC-TURNO WS-ESC-TIPO.
003876     IF NOT WS-ESC-SEM-ESCALA
003877         IF WS-ESC-DIAS-TRABALHO(1:1) = "S"
003878             COMPUTE WS-JORNADA-MINUTOS =
003879                 WS-ESC-HORAS-DIA * 60
003880         ELSE
003881             MOVE ZERO TO WS-JORNADA-MINUTOS
003882         END-IF
003883     END-IF.

004020     COMPUTE WS-EXCESSO-MINUTOS =
004030         WS-DIA-TRABALHADOS - WS-JORNADA-MINUTOS.
004040     IF WS-EXCESSO-MINUTOS NOT > WS-MAX-HORA-EXTRA
004050         GO TO 2200-VERIFICAR-HORA-EXTRA-EXIT
004060     END-IF.

004070     MOVE "JT03 HORA EXTRA ACIMA DE 2H NO DIA" TO WS-REGRA.
004080     MOVE WS-EXCESSO-MINUTOS TO WS-MEDIDA-MINUTOS.
004090     PERFORM 5000-GRAVAR-EXCECAO-HORAS
004100         THRU 5000-GRAVAR-EXCECAO-HORAS-EXIT.
004110 2200-VERIFICAR-HORA-EXTRA-EXIT.
004120     EXIT.

004130*----------------------------------------------------------------
004140* 2300-VERIFICAR-INTERJORNADA - FROM THE PREVIOUS DAY'S LAST
004150*                               SAIDA TO THE DAY'S FIRST ENTRADA;
004160*                               A PREVIOUS DAY STILL OPEN CANNOT
004170*                               BE MEASURED AND IS LEFT TO PROG54
004180*----------------------------------------------------------------
004190 2300-VERIFICAR-INTERJORNADA.
004200     MOVE CODIGO TO TC-CODIGO.
004210     MOVE WS-DATA-ANTERIOR(1) TO TC-DATA.
004220     READ TIMECARD-FILE
004230         INVALID KEY
004240             GO TO 2300-VERIFICAR-INTERJORNADA-EXIT
004250     END-READ.
004260     IF TC-QTD-PARES = ZERO
004270         GO TO 2300-VERIFICAR-INTERJORNADA-EXIT
004280     END-IF.

004290     PERFORM 3000-MEDIR-ROW THRU 3000-MEDIR-ROW-EXIT.
004300     IF WS-MD-ABERTO OR WS-MD-TRABALHADOS = ZERO
004310         GO TO 2300-VERIFICAR-INTERJORNADA-EXIT
004320     END-IF.

004330     COMPUTE WS-DESCANSO-MINUTOS =
004340         1440 + WS-DIA-PRIMEIRA-ENTRADA - WS-MD-ULTIMA-SAIDA.
004350     IF WS-DESCANSO-MINUTOS NOT < WS-MIN-INTERJORNADA
004360         GO TO 2300-VERIFICAR-INTERJORNADA-EXIT
004370     END-IF.
004380     IF WS-DESCANSO-MINUTOS < ZERO
004390         MOVE ZERO TO WS-DESCANSO-MINUTOS
004400     END-IF.

004410     MOVE "JT01 INTERJORNADA MENOR QUE 11H" TO WS-REGRA.
004420     MOVE WS-DESCANSO-MINUTOS TO WS-MEDIDA-MINUTOS.
004430     PERFORM 5000-GRAVAR-EXCECAO-HORAS
004440         THRU 5000-GRAVAR-EXCECAO-HORAS-EXIT.
004450 2300-VERIFICAR-INTERJORNADA-EXIT.
004460     EXIT.

004470*----------------------------------------------------------------
004480* 2400-VERIFICAR-DESCANSO - THE DAY AND THE SIX BEFORE IT ALL
004490*                           CARRYING PUNCHES MAKE A SEVENTH DAY
004500*                           WITHOUT THE WEEKLY REST
004510*----------------------------------------------------------------
004520 2400-VERIFICAR-DESCANSO.
004530     MOVE 1 TO WS-DIAS-SEGUIDOS.
004540     MOVE "N" TO WS-SEQUENCIA-SW.
004550     PERFORM 2410-VERIFICAR-DIA-ANTERIOR
004560         THRU 2410-VERIFICAR-DIA-ANTERIOR-EXIT
004570         VARYING WS-IND-DIA FROM 1 BY 1
004580         UNTIL WS-IND-DIA > 6 OR WS-SEQUENCIA-QUEBRADA.
004590     IF WS-DIAS-SEGUIDOS < WS-MAX-DIAS-SEGUIDOS
004600         GO TO 2400-VERIFICAR-DESCANSO-EXIT
004610     END-IF.

004620     MOVE "JT04 SETIMO DIA SEGUIDO SEM DESCANSO" TO WS-REGRA.
004630     MOVE SPACES TO EXCP-VALOR.
004640     STRING WS-DATA-APURADA " " WS-DIAS-SEGUIDOS " DIAS"
004650         DELIMITED BY SIZE INTO EXCP-VALOR.
004660     PERFORM 5100-GRAVAR-LINHA-EXCECAO
004670         THRU 5100-GRAVAR-LINHA-EXCECAO-EXIT.
004680 2400-VERIFICAR-DESCANSO-EXIT.
004690     EXIT.

004700 2410-VERIFICAR-DIA-ANTERIOR.
004710     MOVE CODIGO TO TC-CODIGO.
004720     MOVE WS-DATA-ANTERIOR(WS-IND-DIA) TO TC-DATA.
004730     READ TIMECARD-FILE
004740         INVALID KEY
004750             SET WS-SEQUENCIA-QUEBRADA TO TRUE
004760             GO TO 2410-VERIFICAR-DIA-ANTERIOR-EXIT
004770     END-READ.
004780     IF TC-QTD-PARES = ZERO
004790         SET WS-SEQUENCIA-QUEBRADA TO TRUE
004800         GO TO 2410-VERIFICAR-DIA-ANTERIOR-EXIT
004810     END-IF.
004820     ADD 1 TO WS-DIAS-SEGUIDOS.
004830 2410-VERIFICAR-DIA-ANTERIOR-EXIT.
004840     EXIT.

004850*----------------------------------------------------------------
004860* 3000-MEDIR-ROW - WORKED MINUTES, LONGEST BREAK BETWEEN PAIRS,
004870*                  FIRST ENTRADA AND LAST SAIDA OF THE TIMECARD
004880*                  ROW IN THE RECORD AREA. A PAIR STARTING EARLIER
004890*                  THAN THE PREVIOUS SAIDA, OR ENDING EARLIER THAN
004900*                  ITS OWN ENTRADA, HAS CROSSED MIDNIGHT
004910*----------------------------------------------------------------
004920 3000-MEDIR-ROW.
004930     MOVE ZERO TO WS-MD-TRABALHADOS.
004940     MOVE ZERO TO WS-MD-MAIOR-INTERVALO.
004950     MOVE ZERO TO WS-MD-ULTIMA-SAIDA.
004960     MOVE ZERO TO WS-MD-DESLOCAMENTO.
004970     MOVE "N" TO WS-MD-ABERTO-SW.

004980     DIVIDE TC-PAR-ENTRADA(1) BY 100
004990         GIVING WS-HORA-PARTE REMAINDER WS-MINUTO-PARTE.
005000     COMPUTE WS-MD-PRIMEIRA-ENTRADA =
005010         WS-HORA-PARTE * 60 + WS-MINUTO-PARTE.

005020     PERFORM 3100-MEDIR-PAR THRU 3100-MEDIR-PAR-EXIT
005030         VARYING WS-IND-PAR FROM 1 BY 1
005040         UNTIL WS-IND-PAR > TC-QTD-PARES.
005050 3000-MEDIR-ROW-EXIT.
005060     EXIT.

005070 3100-MEDIR-PAR.
005080     IF TC-PAR-SAIDA(WS-IND-PAR) = ZERO
005090         SET WS-MD-ABERTO TO TRUE
005100         GO TO 3100-MEDIR-PAR-EXIT
005110     END-IF.

005120     DIVIDE TC-PAR-ENTRADA(WS-IND-PAR) BY 100
005130         GIVING WS-HORA-PARTE REMAINDER WS-MINUTO-PARTE.
005140     COMPUTE WS-MINUTOS-ENTRADA = WS-MD-DESLOCAMENTO
005150         + WS-HORA-PARTE * 60 + WS-MINUTO-PARTE.
005160     DIVIDE TC-PAR-SAIDA(WS-IND-PAR) BY 100
005170         GIVING WS-HORA-PARTE REMAINDER WS-MINUTO-PARTE.
005180     COMPUTE WS-MINUTOS-SAIDA = WS-MD-DESLOCAMENTO
005190         + WS-HORA-PARTE * 60 + WS-MINUTO-PARTE.

005200     IF WS-IND-PAR > 1
005210         IF WS-MINUTOS-ENTRADA < WS-MD-ULTIMA-SAIDA
005220             ADD 1440 TO WS-MD-DESLOCAMENTO
005230             ADD 1440 TO WS-MINUTOS-ENTRADA
005240             ADD 1440 TO WS-MINUTOS-SAIDA
005250         END-IF
005260         COMPUTE WS-INTERVALO-PAR =
005270             WS-MINUTOS-ENTRADA - WS-MD-ULTIMA-SAIDA
005280         IF WS-INTERVALO-PAR > WS-MD-MAIOR-INTERVALO
005290             MOVE WS-INTERVALO-PAR TO WS-MD-MAIOR-INTERVALO
005300         END-IF
005310     END-IF.
005320     IF WS-MINUTOS-SAIDA < WS-MINUTOS-ENTRADA
005330         ADD 1440 TO WS-MD-DESLOCAMENTO
005340         ADD 1440 TO WS-MINUTOS-SAIDA
005350     END-IF.

005360     COMPUTE WS-MD-TRABALHADOS = WS-MD-TRABALHADOS
005370         + WS-MINUTOS-SAIDA - WS-MINUTOS-ENTRADA.
005380     MOVE WS-MINUTOS-SAIDA TO WS-MD-ULTIMA-SAIDA.
005390 3100-MEDIR-PAR-EXIT.
005400     EXIT.

005410*----------------------------------------------------------------
005420* 5000-GRAVAR-EXCECAO-HORAS - THE DAY AND THE MEASURE AS HH:MM
005430*----------------------------------------------------------------
005440 5000-GRAVAR-EXCECAO-HORAS.
005450     DIVIDE WS-MEDIDA-MINUTOS BY 60 GIVING WS-MEDIDA-HORAS
005460         REMAINDER WS-MEDIDA-MIN.
005470     MOVE SPACES TO EXCP-VALOR.
005480     STRING WS-DATA-APURADA " " WS-MEDIDA-HORAS ":"
005490         WS-MEDIDA-MIN
005500         DELIMITED BY SIZE INTO EXCP-VALOR.
005510     PERFORM 5100-GRAVAR-LINHA-EXCECAO
005520         THRU 5100-GRAVAR-LINHA-EXCECAO-EXIT.
005530 5000-GRAVAR-EXCECAO-HORAS-EXIT.
005540     EXIT.

005550*----------------------------------------------------------------
005560* 5100-GRAVAR-LINHA-EXCECAO - SAME APPEND-OR-CREATE SHAPE AS
005570*                             PROG54
005580*----------------------------------------------------------------
005590 5100-GRAVAR-LINHA-EXCECAO.
005600     ACCEPT EXCP-DATA FROM DATE YYYYMMDD.
005610     ACCEPT EXCP-HORA FROM TIME.
005620     MOVE "PROG190 " TO EXCP-PROGRAMA.
005630     MOVE SPACES TO EXCP-CAMPO.
005640     STRING "PONTO " CODIGO DELIMITED BY SIZE INTO EXCP-CAMPO.
005650     MOVE WS-REGRA TO EXCP-REGRA.

005660     MOVE "A"   TO EXCP-STATUS.
005670     MOVE SPACES TO EXCP-RESPONSAVEL.
005680     MOVE ZERO  TO EXCP-DATA-RESOLUCAO.
005690     MOVE SPACES TO EXCP-NOTAS.
005700     OPEN EXTEND EXCEPTION-FILE.
005710     IF NOT FS-EXCPFILE-OK
005720         OPEN OUTPUT EXCEPTION-FILE
005730     END-IF.
005740     WRITE EXCP-REC.
005750     CLOSE EXCEPTION-FILE.

005760     ADD 1 TO WS-QTD-EXCECOES.
005770     DISPLAY "PROG190: EXCECAO - FUNCIONARIO " CODIGO " "
005780         EXCP-REGRA.
005790 5100-GRAVAR-LINHA-EXCECAO-EXIT.
005800     EXIT.

005810*----------------------------------------------------------------
005820* 8000-FINALIZAR
005830*----------------------------------------------------------------
005840 8000-FINALIZAR.
005850     DISPLAY " ".
005860     DISPLAY "PROG190: DATA APURADA ......... : " WS-DATA-APURADA.
005870     DISPLAY "PROG190: FUNCIONARIOS C/ PONTO : "
005880         WS-QTD-VERIFICADOS.
005890     DISPLAY "PROG190: VIOLACOES GRAVADAS .. : "
005900         WS-QTD-EXCECOES.
005910     CLOSE EMPLOYEE-MASTER TIMECARD-FILE.

005950     IF WS-QTD-EXCECOES > ZERO
005960         MOVE 4 TO RETURN-CODE
005970     END-IF.

005980     MOVE WS-QTD-VERIFICADOS TO WS-QTD-VERIFICADOS-ED.
005990     MOVE WS-QTD-EXCECOES TO WS-QTD-EXCECOES-ED.
006000     MOVE SPACES TO WS-DESCRICAO-AUD.
006010     STRING "JORNADA " WS-DATA-APURADA ": "
006020         WS-QTD-VERIFICADOS-ED " VERIFICADOS, "
006030         WS-QTD-EXCECOES-ED " VIOLACOES"
006040         DELIMITED BY SIZE INTO WS-DESCRICAO-AUD.
006050     CALL "PROG22" USING "PROG190 " WS-DESCRICAO-AUD.
006060 8000-FINALIZAR-EXIT.
006070     EXIT.

006080 9999-EXIT.
006090     STOP RUN.
