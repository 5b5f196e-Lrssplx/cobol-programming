001000******************************************************************
001010* PROGRAM-ID: PROG192
001020* AUTHOR:      R. ALMEIDA - APPLICATIONS
001030* INSTALLATION: FOLHA DE PAGAMENTO / RECURSOS HUMANOS
001040* DATE-WRITTEN: 2026-10-05
001050* DATE-COMPILED:
001060* PURPOSE:     MAINTAINS THE SHIFT-PATTERN (TURNO) TABLE
001070*              (TURNOFIL) - INCLUSION, ALTERATION AND CONSULTATION
001080*              OF A ROTATING PATTERN'S CYCLE LENGTH, ITS WORK/REST
001090*              SEQUENCE, THE HOURS OF EACH WORKED DAY AND THE
001100*              SHIFT START, IN THE PROG186 MOLD. PROG104 PUTS A
001110*              FUNCIONARIO ON A PATTERN AND PROG193 RESOLVES THE
001120*              WORKED DAYS FROM IT. EVERY OPERATION IS LOGGED
001130*              THROUGH THE PROG22 AUDIT WRITER.
001140* ----------------------------------------------------------------
001150* MODIFICATION HISTORY
001160* DATE       INIT DESCRIPTION
001170* 2026-10-05 RA   INITIAL VERSION
001180******************************************************************
001190 IDENTIFICATION DIVISION.
001200 PROGRAM-ID. PROG192.

001210 ENVIRONMENT DIVISION.
001220 INPUT-OUTPUT SECTION.
001230 FILE-CONTROL.
001240     SELECT SHIFT-PATTERN-FILE ASSIGN TO "TURNOFIL"
001250         ORGANIZATION IS INDEXED
001260         ACCESS MODE IS DYNAMIC
001270         RECORD KEY IS TN-CODIGO
001280         FILE STATUS IS FS-TURNOFIL.

001290 DATA DIVISION.
001300 FILE SECTION.
001310 FD  SHIFT-PATTERN-FILE.
001320 COPY TURNREC.

001330 WORKING-STORAGE SECTION.
001340 01  FS-TURNOFIL                 PIC X(02).
001350     88  FS-TURNOFIL-OK          VALUE "00".

001360 01  WS-OPCAO-SW                 PIC X(01).
001370     88  WS-OPCAO-INCLUIR        VALUE "1".
001380     88  WS-OPCAO-ALTERAR        VALUE "2".
001390     88  WS-OPCAO-CONSULTAR      VALUE "3".

001400 01  WS-JA-EXISTE-SW             PIC X(01) VALUE "N".
001410     88  WS-JA-EXISTE            VALUE "Y".

001420 01  WS-MENSAGEM                 PIC X(40).
001430 01  WS-VALOR-ENT                PIC 9(09).
001440 01  WS-LIMITE-MIN               PIC 9(09).
001450 01  WS-LIMITE-MAX               PIC 9(09).

001460 01  WS-SEQUENCIA-ENT            PIC X(28).
001470 01  WS-DIA-IDX                  PIC 9(02) COMP.
001480 01  WS-QTD-TRABALHO             PIC 9(02) COMP.
001490 01  WS-QTD-DESCANSO             PIC 9(02) COMP.
001500 01  WS-QTD-TRABALHO-ED          PIC Z9.
001510 01  WS-QTD-DESCANSO-ED          PIC Z9.
001520 01  WS-HORAS-ED                 PIC Z9.99.

001530 01  WS-DESCRICAO-AUD            PIC X(60).

001540 PROCEDURE DIVISION.

001550 0000-MAINLINE.
001560     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.

001570     IF WS-OPCAO-CONSULTAR
001580         PERFORM 4000-CONSULTAR THRU 4000-CONSULTAR-EXIT
001590     ELSE
001600         PERFORM 2000-CAPTURAR THRU 2000-CAPTURAR-EXIT
001610         PERFORM 3000-GRAVAR THRU 3000-GRAVAR-EXIT
001620     END-IF.

001630     CLOSE SHIFT-PATTERN-FILE.
001640     GO TO 9999-EXIT.

001650*----------------------------------------------------------------
001660* 1000-INICIALIZAR
001670*----------------------------------------------------------------
001680 1000-INICIALIZAR.
001690     OPEN I-O SHIFT-PATTERN-FILE.
001700     IF NOT FS-TURNOFIL-OK
001710         OPEN OUTPUT SHIFT-PATTERN-FILE
001720         CLOSE SHIFT-PATTERN-FILE
001730         OPEN I-O SHIFT-PATTERN-FILE
001740     END-IF.
001750     IF NOT FS-TURNOFIL-OK
001760         DISPLAY "PROG192: ERRO AO ABRIR SHIFT-PATTERN-FILE "
001770                 FS-TURNOFIL
001780         GO TO 9999-EXIT
001790     END-IF.

001800     DISPLAY "OPERACAO (1 = INCLUIR / 2 = ALTERAR / "
001810             "3 = CONSULTAR)".
001820     ACCEPT WS-OPCAO-SW.

001830     DISPLAY "CODIGO DO TURNO (EX: 1236, 6X2, 5X1)".
001840     ACCEPT TN-CODIGO.
001850     IF TN-CODIGO = SPACES
001860         DISPLAY "PROG192: CODIGO DO TURNO EM BRANCO - "
001870             "OPERACAO REJEITADA"
001880         CLOSE SHIFT-PATTERN-FILE
001890         GO TO 9999-EXIT
001900     END-IF.

001910     READ SHIFT-PATTERN-FILE
001920         INVALID KEY
001930             MOVE "N" TO WS-JA-EXISTE-SW
001940         NOT INVALID KEY
001950             MOVE "Y" TO WS-JA-EXISTE-SW
001960     END-READ.

001970     IF WS-OPCAO-INCLUIR AND WS-JA-EXISTE
001980         DISPLAY "PROG192: TURNO " TN-CODIGO " JA CADASTRADO - "
001990             "OPERACAO REJEITADA"
002000         CLOSE SHIFT-PATTERN-FILE
002010         GO TO 9999-EXIT
002020     END-IF.
002030     IF WS-OPCAO-ALTERAR AND NOT WS-JA-EXISTE
002040         DISPLAY "PROG192: TURNO " TN-CODIGO " NAO CADASTRADO - "
002050             "OPERACAO REJEITADA"
002060         CLOSE SHIFT-PATTERN-FILE
002070         GO TO 9999-EXIT
002080     END-IF.
002090 1000-INICIALIZAR-EXIT.
002100     EXIT.

002110*----------------------------------------------------------------
002120* 2000-CAPTURAR - THE SEQUENCE COMES AS ONE STRING, DAY 1 OF THE
002130*                 CYCLE FIRST; ANYTHING THAT IS NOT "S" COUNTS AS
002140*                 A REST DAY. A PATTERN NEEDS AT LEAST ONE WORKED
002150*                 DAY AND ONE REST DAY.
002160*----------------------------------------------------------------
002170 2000-CAPTURAR.
002180     DISPLAY "DESCRICAO DO TURNO".
002190     ACCEPT TN-DESCRICAO.

002200     MOVE "DIAS NO CICLO (2 A 28)" TO WS-MENSAGEM.
002210     MOVE 2 TO WS-LIMITE-MIN.
002220     MOVE 28 TO WS-LIMITE-MAX.
002230     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
002240         WS-LIMITE-MIN WS-LIMITE-MAX.
002250     MOVE WS-VALOR-ENT TO TN-CICLO.

002260     DISPLAY "SEQUENCIA DO CICLO (S = TRABALHO / N = FOLGA, "
002270             "EX: SSSSSSNN)".
002280     ACCEPT WS-SEQUENCIA-ENT.

002290     MOVE SPACES TO TN-SEQUENCIA.
002300     MOVE ZERO TO WS-QTD-TRABALHO.
002310     MOVE ZERO TO WS-QTD-DESCANSO.
002320     PERFORM 2100-AJUSTAR-DIA THRU 2100-AJUSTAR-DIA-EXIT
002330         VARYING WS-DIA-IDX FROM 1 BY 1
002340         UNTIL WS-DIA-IDX > TN-CICLO.

002350     IF WS-QTD-TRABALHO = ZERO OR WS-QTD-DESCANSO = ZERO
002360         DISPLAY "PROG192: O CICLO PRECISA DE DIAS DE TRABALHO "
002370             "E DE FOLGA - OPERACAO REJEITADA"
002380         CLOSE SHIFT-PATTERN-FILE
002390         GO TO 9999-EXIT
002400     END-IF.

002410     MOVE "HORAS POR DIA TRABALHADO (1200=12,00)"
002420         TO WS-MENSAGEM.
002430     MOVE 1 TO WS-LIMITE-MIN.
002440     MOVE 2400 TO WS-LIMITE-MAX.
002450     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
002460         WS-LIMITE-MIN WS-LIMITE-MAX.
002470     COMPUTE TN-HORAS-DIA = WS-VALOR-ENT / 100.

002480     MOVE "INICIO DO TURNO (HHMM)" TO WS-MENSAGEM.
002490     MOVE ZERO TO WS-LIMITE-MIN.
002500     MOVE 2359 TO WS-LIMITE-MAX.
002510     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
002520         WS-LIMITE-MIN WS-LIMITE-MAX.
002530     MOVE WS-VALOR-ENT TO TN-HORA-INICIO.
002540 2000-CAPTURAR-EXIT.
002550     EXIT.

002560 2100-AJUSTAR-DIA.
002570     IF WS-SEQUENCIA-ENT(WS-DIA-IDX:1) = "S"
002580         MOVE "S" TO TN-DIA-CICLO(WS-DIA-IDX)
002590         ADD 1 TO WS-QTD-TRABALHO
002600     ELSE
002610         MOVE "N" TO TN-DIA-CICLO(WS-DIA-IDX)
002620         ADD 1 TO WS-QTD-DESCANSO
002630     END-IF.
002640 2100-AJUSTAR-DIA-EXIT.
002650     EXIT.

002660*----------------------------------------------------------------
002670* 3000-GRAVAR
002680*----------------------------------------------------------------
002690 3000-GRAVAR.
002700     IF WS-JA-EXISTE
002710         REWRITE TURNO-REC
002720     ELSE
002730         WRITE TURNO-REC
002740     END-IF.
002750     IF NOT FS-TURNOFIL-OK
002760         DISPLAY "PROG192: ERRO AO GRAVAR TURNO " TN-CODIGO
002770             " - " FS-TURNOFIL
002780         GO TO 3000-GRAVAR-EXIT
002790     END-IF.

002800     DISPLAY "PROG192: TURNO " TN-CODIGO " GRAVADO".
002810     MOVE SPACES TO WS-DESCRICAO-AUD.
002820     STRING "GRAVOU TURNO " TN-CODIGO " CICLO " TN-CICLO " ("
002830         TN-SEQUENCIA ")"
002840         DELIMITED BY SIZE INTO WS-DESCRICAO-AUD.
002850     CALL "PROG22" USING "PROG192 " WS-DESCRICAO-AUD.
002860 3000-GRAVAR-EXIT.
002870     EXIT.

002880*----------------------------------------------------------------
002890* 4000-CONSULTAR
002900*----------------------------------------------------------------
002910 4000-CONSULTAR.
002920     IF NOT WS-JA-EXISTE
002930         DISPLAY "PROG192: TURNO " TN-CODIGO " NAO CADASTRADO"
002940         GO TO 4000-CONSULTAR-EXIT
002950     END-IF.

002960     MOVE ZERO TO WS-QTD-TRABALHO.
002970     MOVE ZERO TO WS-QTD-DESCANSO.
002980     PERFORM 4100-CONTAR-DIA THRU 4100-CONTAR-DIA-EXIT
002990         VARYING WS-DIA-IDX FROM 1 BY 1
003000         UNTIL WS-DIA-IDX > TN-CICLO.
003010     MOVE WS-QTD-TRABALHO TO WS-QTD-TRABALHO-ED.
003020     MOVE WS-QTD-DESCANSO TO WS-QTD-DESCANSO-ED.
003030     MOVE TN-HORAS-DIA TO WS-HORAS-ED.

003040     DISPLAY "TURNO ........... : " TN-CODIGO.
003050     DISPLAY "DESCRICAO ....... : " TN-DESCRICAO.
003060     DISPLAY "DIAS NO CICLO ... : " TN-CICLO.
003070     DISPLAY "SEQUENCIA ....... : " TN-SEQUENCIA.
003080     DISPLAY "TRABALHO/FOLGA .. : " WS-QTD-TRABALHO-ED " X "
003090         WS-QTD-DESCANSO-ED.
003100     DISPLAY "HORAS POR DIA ... : " WS-HORAS-ED.
003110     DISPLAY "INICIO DO TURNO . : " TN-HORA-INICIO.
003120 4000-CONSULTAR-EXIT.
003130     EXIT.

003140 4100-CONTAR-DIA.
003150     IF TN-DIA-CICLO(WS-DIA-IDX) = "S"
003160         ADD 1 TO WS-QTD-TRABALHO
003170     ELSE
003180         ADD 1 TO WS-QTD-DESCANSO
003190     END-IF.
003200 4100-CONTAR-DIA-EXIT.
003210     EXIT.

003220 9999-EXIT.
003230     STOP RUN.
