001000******************************************************************
001010* PROGRAM-ID: PROG193
001020* AUTHOR:      R. ALMEIDA - APPLICATIONS
001030* INSTALLATION: FOLHA DE PAGAMENTO / RECURSOS HUMANOS
001040* DATE-WRITTEN: 2026-10-05
001050* DATE-COMPILED:
001060* PURPOSE:     CALLABLE WORK-SCHEDULE RESOLVER, IN THE MOLD OF
001070*              PROG182. GIVEN A FUNCIONARIO'S CODIGO, A START DATE
001080*              AND A NUMBER OF DAYS (UP TO 31), ANSWERS "WAS THIS
001090*              A WORKDAY FOR THIS PERSON" FOR EACH OF THOSE DAYS
001100*              ("S" WORKED / "N" REST) AND RETURNS THE HOURS OF A
001110*              WORKED DAY AND THE SHIFT START:
001120*                - ESCFILE ROW WITH A BLANK ES-TURNO: THE SEVEN
001130*                  WEEKDAY FLAGS (WEEKDAY OF THE START DATE FROM
001140*                  PROG74 "S") AND THE ROW'S HOURS;
001150*                - ESCFILE ROW WITH ES-TURNO: THE PATTERN ON
001160*                  TURNOFIL (PROG192), ITS CYCLE POSITION BEING
001170*                  THE DAYS FROM ES-DATA-ANCORA (PROG74 "D")
001180*                  MODULO THE CYCLE LENGTH, AND THE PATTERN'S
001190*                  HOURS;
001200*                - NO ROW, OR A PATTERN THAT IS NOT ON TURNOFIL:
001210*                  EVERY DAY WORKED, HOURS ZERO, AND THE CALLER
001220*                  KEEPS ITS OWN DEFAULTS.
001230*              THE TIMECARD EXCEPTION, OVERTIME, ESPELHO, DSR,
001240*              VOUCHER AND COMPLIANCE PASSES ALL ASK HERE, SO THEY
001250*              NEVER DISAGREE ABOUT A FUNCIONARIO'S DAY OFF.
001260* ----------------------------------------------------------------
001270* MODIFICATION HISTORY
001280* DATE       INIT DESCRIPTION
001290* 2026-10-05 RA   INITIAL VERSION
001300******************************************************************
001310 IDENTIFICATION DIVISION.
001320 PROGRAM-ID. PROG193.

001330 ENVIRONMENT DIVISION.
001340 INPUT-OUTPUT SECTION.
001350 FILE-CONTROL.
001360     SELECT SCHEDULE-MASTER ASSIGN TO "ESCFILE"
001370         ORGANIZATION IS INDEXED
001380         ACCESS MODE IS DYNAMIC
001390         RECORD KEY IS ES-CODIGO
001400         FILE STATUS IS FS-ESCFILE.

001410     SELECT SHIFT-PATTERN-FILE ASSIGN TO "TURNOFIL"
001420         ORGANIZATION IS INDEXED
001430         ACCESS MODE IS DYNAMIC
001440         RECORD KEY IS TN-CODIGO
001450         FILE STATUS IS FS-TURNOFIL.

001460 DATA DIVISION.
001470 FILE SECTION.
001480 FD  SCHEDULE-MASTER.
001490 COPY ESCREC.

001500 FD  SHIFT-PATTERN-FILE.
001510 COPY TURNREC.

001520 WORKING-STORAGE SECTION.
001530 01  FS-ESCFILE                  PIC X(02).
001540     88  FS-ESCFILE-OK           VALUE "00".

001550 01  FS-TURNOFIL                 PIC X(02).
001560     88  FS-TURNOFIL-OK          VALUE "00".

001570 01  WS-ESCALA-SW                PIC X(01).
001580     88  WS-ESCALA-LIDA          VALUE "Y".

001590 01  WS-CHAMADA-DATA.
001600     05  WS-DT-FUNCAO            PIC X(01).
001610     05  WS-DT-DATA-1            PIC 9(08).
001620     05  WS-DT-DATA-2            PIC 9(08).
001630     05  WS-DT-QUANTIDADE        PIC S9(07).
001640     05  WS-DT-UNIDADE           PIC X(01).
001650     05  WS-DT-STATUS            PIC X(01).
001660         88  WS-DT-OK            VALUE "1".

001670 01  WS-QTD-DIAS                 PIC 9(02) COMP.
001680 01  WS-IND-DIA                  PIC 9(02) COMP.
001690 01  WS-POSICAO                  PIC 9(02) COMP.
001700 01  WS-QUOCIENTE                PIC S9(07) COMP.
001710 01  WS-RESTO                    PIC S9(07) COMP.

001720 LINKAGE SECTION.
001730 01  LK-CODIGO                   PIC 9(06).
001740 01  LK-DATA-INICIO              PIC 9(08).
001750 01  LK-QTD-DIAS                 PIC 9(02).
001760 01  LK-DIAS-TRABALHO            PIC X(31).
001770 01  LK-HORAS-DIA                PIC 9(02)V9(02).
001780 01  LK-HORA-INICIO              PIC 9(04).
001790 01  LK-TURNO                    PIC X(04).
001800 01  LK-TIPO-ESCALA              PIC X(01).
001810     88  LK-SEM-ESCALA           VALUE "N".
001820     88  LK-ESCALA-SEMANAL       VALUE "S".
001830     88  LK-ESCALA-ROTATIVA      VALUE "R".

001840 PROCEDURE DIVISION USING LK-CODIGO LK-DATA-INICIO LK-QTD-DIAS
001850         LK-DIAS-TRABALHO LK-HORAS-DIA LK-HORA-INICIO LK-TURNO
001860         LK-TIPO-ESCALA.

001870*----------------------------------------------------------------
001880* 0000-MAINLINE
001890*----------------------------------------------------------------
001900 0000-MAINLINE.
001910     MOVE LK-QTD-DIAS TO WS-QTD-DIAS.
001920     IF WS-QTD-DIAS < 1
001930         MOVE 1 TO WS-QTD-DIAS
001940     END-IF.
001950     IF WS-QTD-DIAS > 31
001960         MOVE 31 TO WS-QTD-DIAS
001970     END-IF.

001980     SET LK-SEM-ESCALA TO TRUE.
001990     MOVE SPACES TO LK-DIAS-TRABALHO.
002000     MOVE ALL "S" TO LK-DIAS-TRABALHO(1:WS-QTD-DIAS).
002010     MOVE ZERO TO LK-HORAS-DIA.
002020     MOVE ZERO TO LK-HORA-INICIO.
002030     MOVE SPACES TO LK-TURNO.

002040     PERFORM 1000-LER-ESCALA THRU 1000-LER-ESCALA-EXIT.
002050     IF NOT WS-ESCALA-LIDA
002060         GOBACK
002070     END-IF.

002080     IF ES-ESCALA-SEMANAL
002090         PERFORM 2000-RESOLVER-SEMANAL
002100             THRU 2000-RESOLVER-SEMANAL-EXIT
002110     ELSE
002120         PERFORM 3000-RESOLVER-TURNO
002130             THRU 3000-RESOLVER-TURNO-EXIT
002140     END-IF.

002150     GOBACK.

002160*----------------------------------------------------------------
002170* 1000-LER-ESCALA - NO FILE OR NO ROW LEAVES THE EVERY-DAY ANSWER
002180*----------------------------------------------------------------
002190 1000-LER-ESCALA.
002200     MOVE "N" TO WS-ESCALA-SW.

002210     OPEN INPUT SCHEDULE-MASTER.
002220     IF NOT FS-ESCFILE-OK
002230         GO TO 1000-LER-ESCALA-EXIT
002240     END-IF.

002250     MOVE LK-CODIGO TO ES-CODIGO.
002260     READ SCHEDULE-MASTER
002270         INVALID KEY
002280             CONTINUE
002290         NOT INVALID KEY
002300             SET WS-ESCALA-LIDA TO TRUE
002310     END-READ.
002320     CLOSE SCHEDULE-MASTER.
002330 1000-LER-ESCALA-EXIT.
002340     EXIT.

002350*----------------------------------------------------------------
002360* 2000-RESOLVER-SEMANAL - THE WEEKDAY OF THE START DATE, THEN
002370*                          ONE FLAG PER DAY, SATURDAY WRAPPING
002380*                          BACK TO SUNDAY
002390*----------------------------------------------------------------
002400 2000-RESOLVER-SEMANAL.
002410     MOVE "S" TO WS-DT-FUNCAO.
002420     MOVE LK-DATA-INICIO TO WS-DT-DATA-1.
002430     CALL "PROG74" USING WS-DT-FUNCAO WS-DT-DATA-1
002440         WS-DT-DATA-2 WS-DT-QUANTIDADE WS-DT-UNIDADE
002450         WS-DT-STATUS.
002460     IF NOT WS-DT-OK
002470         GO TO 2000-RESOLVER-SEMANAL-EXIT
002480     END-IF.

002490     SET LK-ESCALA-SEMANAL TO TRUE.
002500     MOVE ES-HORAS-DIA TO LK-HORAS-DIA.
002510     MOVE ES-HORA-INICIO TO LK-HORA-INICIO.
002520     MOVE WS-DT-QUANTIDADE TO WS-POSICAO.

002530     PERFORM 2100-MARCAR-DIA-SEMANA
002540         THRU 2100-MARCAR-DIA-SEMANA-EXIT
002550         VARYING WS-IND-DIA FROM 1 BY 1
002560         UNTIL WS-IND-DIA > WS-QTD-DIAS.
002570 2000-RESOLVER-SEMANAL-EXIT.
002580     EXIT.

002590 2100-MARCAR-DIA-SEMANA.
002600     IF ES-DIA-SEMANA(WS-POSICAO) = "S"
002610         MOVE "S" TO LK-DIAS-TRABALHO(WS-IND-DIA:1)
002620     ELSE
002630         MOVE "N" TO LK-DIAS-TRABALHO(WS-IND-DIA:1)
002640     END-IF.
002650     ADD 1 TO WS-POSICAO.
002660     IF WS-POSICAO > 7
002670         MOVE 1 TO WS-POSICAO
002680     END-IF.
002690 2100-MARCAR-DIA-SEMANA-EXIT.
002700     EXIT.

002710*----------------------------------------------------------------
002720* 3000-RESOLVER-TURNO - DAYS FROM THE ANCHOR TO THE START DATE,
002730*                        MODULO THE CYCLE, GIVE THE START DATE'S
002740*                        POSITION IN THE CYCLE; A DATE BEFORE THE
002750*                        ANCHOR COUNTS BACKWARDS THE SAME WAY
002760*----------------------------------------------------------------
002770 3000-RESOLVER-TURNO.
002780     OPEN INPUT SHIFT-PATTERN-FILE.
002790     IF NOT FS-TURNOFIL-OK
002800         DISPLAY "PROG193: TURNO " ES-TURNO " DE " LK-CODIGO
002810             " - TABELA DE TURNOS AUSENTE"
002820         GO TO 3000-RESOLVER-TURNO-EXIT
002830     END-IF.

002840     MOVE ES-TURNO TO TN-CODIGO.
002850     READ SHIFT-PATTERN-FILE
002860         INVALID KEY
002870             MOVE ZERO TO TN-CICLO
002880     END-READ.
002890     CLOSE SHIFT-PATTERN-FILE.
002900     IF TN-CICLO = ZERO
002910         DISPLAY "PROG193: TURNO " ES-TURNO " DE " LK-CODIGO
002920             " NAO CADASTRADO"
002930         GO TO 3000-RESOLVER-TURNO-EXIT
002940     END-IF.

002950     MOVE "D" TO WS-DT-FUNCAO.
002960     MOVE ES-DATA-ANCORA TO WS-DT-DATA-1.
002970     MOVE LK-DATA-INICIO TO WS-DT-DATA-2.
002980     CALL "PROG74" USING WS-DT-FUNCAO WS-DT-DATA-1
002990         WS-DT-DATA-2 WS-DT-QUANTIDADE WS-DT-UNIDADE
003000         WS-DT-STATUS.
003010     IF NOT WS-DT-OK
003020         DISPLAY "PROG193: DATA-ANCORA INVALIDA NA ESCALA DE "
003030             LK-CODIGO
003040         GO TO 3000-RESOLVER-TURNO-EXIT
003050     END-IF.

003060     DIVIDE WS-DT-QUANTIDADE BY TN-CICLO GIVING WS-QUOCIENTE
003070         REMAINDER WS-RESTO.
003080     IF WS-RESTO < ZERO
003090         ADD TN-CICLO TO WS-RESTO
003100     END-IF.
003110     COMPUTE WS-POSICAO = WS-RESTO + 1.

003120     SET LK-ESCALA-ROTATIVA TO TRUE.
003130     MOVE ES-TURNO TO LK-TURNO.
003140     MOVE TN-HORAS-DIA TO LK-HORAS-DIA.
003150     MOVE TN-HORA-INICIO TO LK-HORA-INICIO.

003160     PERFORM 3100-MARCAR-DIA-TURNO
003170         THRU 3100-MARCAR-DIA-TURNO-EXIT
003180         VARYING WS-IND-DIA FROM 1 BY 1
003190         UNTIL WS-IND-DIA > WS-QTD-DIAS.
003200 3000-RESOLVER-TURNO-EXIT.
003210     EXIT.

003220 3100-MARCAR-DIA-TURNO.
003230     IF TN-DIA-CICLO(WS-POSICAO) = "S"
003240         MOVE "S" TO LK-DIAS-TRABALHO(WS-IND-DIA:1)
003250     ELSE
003260         MOVE "N" TO LK-DIAS-TRABALHO(WS-IND-DIA:1)
003270     END-IF.
003280     ADD 1 TO WS-POSICAO.
003290     IF WS-POSICAO > TN-CICLO
003300         MOVE 1 TO WS-POSICAO
003310     END-IF.
003320 3100-MARCAR-DIA-TURNO-EXIT.
003330     EXIT.
