001180* MODIFICATION HISTORY
001190* DATE       INIT DESCRIPTION
001200* 2026-09-02 RA   INITIAL VERSION
001201* 2026-10-05 RA   A FUNCIONARIO MAY NOW BE PUT ON A ROTATING SHIFT
001202*                 PATTERN (TURNOFIL, PROG192) WITH THE ANCHOR DATE
001203*                 OF THE CYCLE INSTEAD OF THE WEEKDAY FLAGS.
001210******************************************************************
001220 IDENTIFICATION DIVISION.
001230 PROGRAM-ID. PROG104.
001300         RECORD KEY IS ES-CODIGO
001310         FILE STATUS IS FS-ESCFILE.

001311     SELECT SHIFT-PATTERN-FILE ASSIGN TO "TURNOFIL"
001312         ORGANIZATION IS INDEXED
001313         ACCESS MODE IS DYNAMIC
001314         RECORD KEY IS TN-CODIGO
001315         FILE STATUS IS FS-TURNOFIL.

001320     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
001330         ORGANIZATION IS INDEXED
001340         ACCESS MODE IS DYNAMIC
001430 FD  SCHEDULE-MASTER.
001440 COPY ESCREC.

001441 FD  SHIFT-PATTERN-FILE.
001442 COPY TURNREC.

001450 FD  EMPLOYEE-MASTER.
001460 COPY EMPREC.

001480 01  FS-ESCFILE                  PIC X(02).
001490     88  FS-ESCFILE-OK           VALUE "00".

001491 01  FS-TURNOFIL                 PIC X(02).
001492     88  FS-TURNOFIL-OK          VALUE "00".

001500 01  FS-EMPMAST                  PIC X(02).
001510     88  FS-EMPMAST-OK           VALUE "00".

001620 01  WS-DIAS-ENT                 PIC X(07).
001630 01  WS-DIA-IDX                  PIC 9(01).
001640 01  WS-HORAS-ED                 PIC Z9.99.
001641 01  WS-TURNO-ENT                PIC X(04).

001642 01  WS-CHAMADA-DATA.
001643     05  WS-DT-FUNCAO            PIC X(01).
001644     05  WS-DT-DATA-1            PIC 9(08).
001645     05  WS-DT-DATA-2            PIC 9(08).
001646     05  WS-DT-QUANTIDADE        PIC S9(07).
001647     05  WS-DT-UNIDADE           PIC X(01).
001648     05  WS-DT-STATUS            PIC X(01).
001649         88  WS-DT-OK            VALUE "1".

001650 01  WS-DESCRICAO-AUD            PIC X(60).


002310*----------------------------------------------------------------
002320* 2000-CAPTURAR - THE SEVEN FLAGS COME AS ONE STRING, DOMINGO
002330*                  FIRST; ANYTHING THAT IS NOT "S" COUNTS AS "N".
002331*                  A SHIFT-PATTERN CODE REPLACES THE FLAGS, THE
002332*                  HOURS AND THE START WITH THE PATTERN'S OWN
002333*----------------------------------------------------------------
002350 2000-CAPTURAR.
002351     DISPLAY "CODIGO DO TURNO (BRANCO = ESCALA SEMANAL)".
002352     ACCEPT WS-TURNO-ENT.
002353     IF WS-TURNO-ENT NOT = SPACES
002354         PERFORM 2200-CAPTURAR-TURNO
002355             THRU 2200-CAPTURAR-TURNO-EXIT
002356         GO TO 2000-CAPTURAR-EXIT
002357     END-IF.
002358     MOVE SPACES TO ES-TURNO.
002359     MOVE ZERO TO ES-DATA-ANCORA.

002360     DISPLAY "DIAS DE TRABALHO (7 LETRAS S/N, DOM A SAB, "
002370             "EX: NSSSSSN)".
002380     ACCEPT WS-DIAS-ENT.
002640 2100-AJUSTAR-DIA-EXIT.
002650     EXIT.

002651*----------------------------------------------------------------
002652* 2200-CAPTURAR-TURNO - THE PATTERN MUST BE ON TURNOFIL; THE
002653*                        ANCHOR IS THE DATE THAT IS DAY 1 OF
002654*                        THE FUNCIONARIO'S CYCLE
002655*----------------------------------------------------------------
002656 2200-CAPTURAR-TURNO.
002657     OPEN INPUT SHIFT-PATTERN-FILE.
002658     IF NOT FS-TURNOFIL-OK
002659         DISPLAY "PROG104: TABELA DE TURNOS (TURNOFIL) AUSENTE"
002660             " - OPERACAO REJEITADA"
002661         CLOSE SCHEDULE-MASTER EMPLOYEE-MASTER
002662         GO TO 9999-EXIT
002663     END-IF.
002664     MOVE WS-TURNO-ENT TO TN-CODIGO.
002665     READ SHIFT-PATTERN-FILE
002666         INVALID KEY
002667             DISPLAY "PROG104: TURNO " WS-TURNO-ENT " NAO "
002668                 "CADASTRADO - OPERACAO REJEITADA"
002669             CLOSE SHIFT-PATTERN-FILE SCHEDULE-MASTER
002670                 EMPLOYEE-MASTER
002671             GO TO 9999-EXIT
002672     END-READ.
002673     CLOSE SHIFT-PATTERN-FILE.

002674     MOVE "DATA-ANCORA, DIA 1 DO CICLO (AAAAMMDD)"
002675         TO WS-MENSAGEM.
002676     MOVE 19000101 TO WS-LIMITE-MIN.
002677     MOVE 99991231 TO WS-LIMITE-MAX.
002678     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
002679         WS-LIMITE-MIN WS-LIMITE-MAX.
002680     MOVE "V" TO WS-DT-FUNCAO.
002681     MOVE WS-VALOR-ENT TO WS-DT-DATA-1.
002682     CALL "PROG74" USING WS-DT-FUNCAO WS-DT-DATA-1
002683         WS-DT-DATA-2 WS-DT-QUANTIDADE WS-DT-UNIDADE
002684         WS-DT-STATUS.
002685     IF NOT WS-DT-OK
002686         DISPLAY "PROG104: DATA-ANCORA " WS-DT-DATA-1
002687             " INVALIDA - OPERACAO REJEITADA"
002688         CLOSE SCHEDULE-MASTER EMPLOYEE-MASTER
002689         GO TO 9999-EXIT
002690     END-IF.

002691     MOVE WS-TURNO-ENT TO ES-TURNO.
002692     MOVE WS-DT-DATA-1 TO ES-DATA-ANCORA.
002693     MOVE SPACES TO ES-DIAS-TRABALHO.
002694     MOVE ZERO TO ES-HORAS-DIA.
002695     MOVE ZERO TO ES-HORA-INICIO.
002696 2200-CAPTURAR-TURNO-EXIT.
002697     EXIT.

002698*----------------------------------------------------------------
002699* 3000-GRAVAR
002700*----------------------------------------------------------------
002701 3000-GRAVAR.
002702     IF WS-JA-EXISTE
002710         REWRITE ESCALA-REC
002720     ELSE
002730         WRITE ESCALA-REC

002800     DISPLAY "PROG104: ESCALA DE " ES-CODIGO " GRAVADA".
002810     MOVE SPACES TO WS-DESCRICAO-AUD.
002811     IF ES-ESCALA-SEMANAL
002820         STRING "GRAVOU ESCALA DE " ES-CODIGO " ("
002830             ES-DIAS-TRABALHO ")"
002840             DELIMITED BY SIZE INTO WS-DESCRICAO-AUD
002841     ELSE
002842         STRING "GRAVOU ESCALA DE " ES-CODIGO " (TURNO "
002843             ES-TURNO " ANCORA " ES-DATA-ANCORA ")"
002844             DELIMITED BY SIZE INTO WS-DESCRICAO-AUD
002845     END-IF.
002850     CALL "PROG22" USING "PROG104 " WS-DESCRICAO-AUD.
002860 3000-GRAVAR-EXIT.
002870     EXIT.
002950         GO TO 4000-CONSULTAR-EXIT
002960     END-IF.

002961     DISPLAY "CODIGO ........ : " ES-CODIGO.
002962     IF NOT ES-ESCALA-SEMANAL
002963         DISPLAY "TURNO ......... : " ES-TURNO
002964         DISPLAY "DATA-ANCORA ... : " ES-DATA-ANCORA
002965         GO TO 4000-CONSULTAR-EXIT
002966     END-IF.

002970     MOVE ES-HORAS-DIA TO WS-HORAS-ED.
002990     DISPLAY "DIAS (DOM-SAB)  : " ES-DIAS-TRABALHO.
003000     DISPLAY "HORAS POR DIA . : " WS-HORAS-ED.
003010     DISPLAY "INICIO DO TURNO : " ES-HORA-INICIO.
