001190*                 PUNCH EXCEPTION: A FUNCIONARIO WHOSE ESCALA
001200*                 MARKS THE DAY AS OFF IS SKIPPED. NO ESCALA ROW
001210*                 KEEPS THE OLD EVERY-DAY ASSUMPTION.
001211* 2026-10-01 RA   OPEN-PUNCH CHECK LOOKS AT THE LAST OF THE DAY'S
001212*                 ENTRADA/SAIDA PAIRS
001213* 2026-10-05 RA   WHETHER THE DAY IS A WORKDAY NOW COMES FROM THE
001214*                 PROG193 SCHEDULE RESOLVER, SO A FUNCIONARIO ON A
001215*                 ROTATING SHIFT PATTERN IS NOT FLAGGED ON THE
001216*                 PATTERN'S REST DAYS.
001217* 2026-10-05 RA   A MISSING-PUNCH ROW CARRIES THE DAY APURADO IN
001218*                 EXCP-VALOR, SO PROG195 CAN CHARGE IT TO THE
001219*                 RIGHT MONTH.
001220******************************************************************
001230 IDENTIFICATION DIVISION.
001240 PROGRAM-ID. PROG54.
001400         RECORD KEY IS TC-CHAVE
001410         FILE STATUS IS FS-TIMECARD.

001470     SELECT EXCEPTION-FILE ASSIGN TO "EXCPFILE"
001480         ORGANIZATION IS LINE SEQUENTIAL
001490         FILE STATUS IS FS-EXCPFILE.
001540 FD  TIMECARD-FILE.
001550 COPY TIMEREC.

001580 FD  EXCEPTION-FILE.
001590 COPY EXCPREC.

001640 01  FS-TIMECARD                 PIC X(02).
001650     88  FS-TIMECARD-OK          VALUE "00".

001700 01  WS-DIA-FOLGA-SW             PIC X(01).
001710     88  WS-DIA-FOLGA            VALUE "Y".

001720 01  WS-CHAMADA-ESCALA.
001721     05  WS-ESC-DATA-INICIO      PIC 9(08).
001722     05  WS-ESC-QTD-DIAS         PIC 9(02).
001723     05  WS-ESC-DIAS-TRABALHO    PIC X(31).
001724     05  WS-ESC-HORAS-DIA        PIC 9(02)V9(02).
001725     05  WS-ESC-HORA-INICIO      PIC 9(04).
001726     05  WS-ESC-TURNO            PIC X(04).
001727     05  WS-ESC-TIPO             PIC X(01).
001728         88  WS-ESC-SEM-ESCALA   VALUE "N".

001830 01  FS-EXCPFILE                 PIC X(02).
001840     88  FS-EXCPFILE-OK          VALUE "00".
002250         GO TO 9999-EXIT
002260     END-IF.

002330     PERFORM 1100-LER-PROXIMO.
002340 1000-INICIALIZAR-EXIT.
002350     EXIT.
002390             SET FS-EMPMAST-EOF TO TRUE
002400     END-READ.

002740*----------------------------------------------------------------
002750* 2000-PROCESSAR - ONE ACTIVE FUNCIONARIO PER PASS
002760*----------------------------------------------------------------
002880                 PERFORM 2100-GRAVAR-EXCECAO
002890                     THRU 2100-GRAVAR-EXCECAO-EXIT
002900             NOT INVALID KEY
002910                 IF TC-PAR-SAIDA(TC-QTD-PARES) = ZERO
002920                     PERFORM 2200-GRAVAR-EXCECAO-SAIDA
002930                         THRU 2200-GRAVAR-EXCECAO-SAIDA-EXIT
002940                 END-IF
002990     EXIT.

003000*----------------------------------------------------------------
003010* 2050-VERIFICAR-ESCALA - A FUNCIONARIO WHOSE ESCALA (WEEKLY OR
003020*                          ROTATING) MARKS THE DAY AS OFF OWES
003021*                          NO PUNCH
003030*----------------------------------------------------------------
003040 2050-VERIFICAR-ESCALA.
003050     MOVE "N" TO WS-DIA-FOLGA-SW.

003051     MOVE WS-DATA-APURADA TO WS-ESC-DATA-INICIO.
003052     MOVE 1 TO WS-ESC-QTD-DIAS.
003053     CALL "PROG193" USING CODIGO WS-ESC-DATA-INICIO
003054         WS-ESC-QTD-DIAS WS-ESC-DIAS-TRABALHO WS-ESC-HORAS-DIA
003055         WS-ESC-HORA-INICIO WS-ESC-TURNO WS-ESC-TIPO.

003140     IF WS-ESC-DIAS-TRABALHO(1:1) NOT = "S"
003150         SET WS-DIA-FOLGA TO TRUE
003160     END-IF.
003170 2050-VERIFICAR-ESCALA-EXIT.
003200* 2100-GRAVAR-EXCECAO - NO PUNCH AT ALL FOR THE DAY
003210*----------------------------------------------------------------
003220 2100-GRAVAR-EXCECAO.
003230     MOVE WS-DATA-APURADA TO EXCP-VALOR.
003240     MOVE "PONTO AUSENTE NO DIA" TO EXCP-REGRA.
003250     PERFORM 2300-GRAVAR-LINHA-EXCECAO
003260         THRU 2300-GRAVAR-LINHA-EXCECAO-EXIT.
003280     EXIT.

003290*----------------------------------------------------------------
003300* 2200-GRAVAR-EXCECAO-SAIDA - CLOCK-IN WITHOUT A CLOCK-OUT ON
003301*                              THE LAST PAIR OF THE DAY
003310*----------------------------------------------------------------
003320 2200-GRAVAR-EXCECAO-SAIDA.
003330     MOVE SPACES TO EXCP-VALOR.
003340     STRING "ENTRADA " TC-PAR-ENTRADA(TC-QTD-PARES)
003350         DELIMITED BY SIZE INTO EXCP-VALOR.
003360     MOVE "PONTO SEM SAIDA PAREADA" TO EXCP-REGRA.
003370     PERFORM 2300-GRAVAR-LINHA-EXCECAO
003740     DISPLAY "PROG54: EXCECOES GRAVADAS .... : "
003750         WS-QTD-EXCECOES.
003760     CLOSE EMPLOYEE-MASTER TIMECARD-FILE.
003800 8000-FINALIZAR-EXIT.
003810     EXIT.

