001830* 2026-09-03 RA   THE NHDISP TRANSMISSION ROW IS NOW KEYED
001840*                 AAAAMM LIKE EVERY OTHER XMITFILE ROW - THE
001850*                 DATE ACCEPT WAS TRUNCATING TO YYMMDD.
001851* 2026-09-28 RA   RECORD IMAGES WIDENED TO THE 300-BYTE EMPLOYEE
001852*                 MASTER (UNION FIELDS ADDED).
001853* 2026-10-05 RA   A NEW HIRE NOW TAKES DEPARTAMENTO AND CARGO
001854*                 FROM THE FEED (NH-DEPARTAMENTO/NH-CARGO, FILLED
001855*                 BY THE PROG197 HIRING STEP); SPACES STILL LEAVE
001856*                 THEM FOR PROG18 TO ASSIGN.
001857* 2026-10-05 RA   A NEW HIRE NOW GETS A PROBATION CONTRACT ROW
001858*                 (EXPFILE) THROUGH PROG199.
001859* 2026-10-05 RA   RECORD IMAGES WIDENED TO THE 309-BYTE EMPLOYEE
001860*                 MASTER (CONTRACT TYPE FIELDS ADDED).
001861* 2026-10-05 RA   LOADS THE CONTRACT TYPE AND END DATE FROM THE
001862*                 FEED (SPACE = CLT ON A NEW ROW, UNCHANGED ON AN
001863*                 UPDATE); ONLY CLT HIRES GET A PROBATION ROW.
001864* 2026-10-08 RA   A NEW HIRE WITH A CARGO HAS THE POSITION'S
001865*                 MISSING REQUIRED COURSES RAISED ON THE EXCPFILE
001866*                 (PROG205).
001867* 2026-10-15 RA   RECORD IMAGES WIDENED TO THE 312-BYTE EMPLOYEE
001868*                 MASTER (COMPANY CODE ADDED).
001869* 2026-10-15 RA   THE FEED'S COMPANY CODE (NH-EMPRESA) IS LOADED
001870*                 INTO EMPRESA; A NEW ROW WITHOUT ONE GOES TO
001871*                 AN UPDATE WITHOUT ONE KEEPS ITS COMPANY.
001872******************************************************************
001873 IDENTIFICATION DIVISION.
001880 PROGRAM-ID. PROG37.

001890 ENVIRONMENT DIVISION.

002690 01  FS-NHLOG                    PIC X(02).
002700     88  FS-NHLOG-OK             VALUE "00".

002710     88  FS-NHLOG-NOTFND         VALUE "23".
002711 01  WS-EXPERIENCIA-STATUS       PIC X(01).
002712 01  WS-LACUNAS-TREIN            PIC 9(03).

002720 01  FS-BANDFILE                 PIC X(02).
002730     88  FS-BANDFILE-OK          VALUE "00".
002930     05  WS-CODIGO-GUARDADO      PIC 9(06).
002940     05  WS-CODIGO-SUSP          PIC 9(06).
002950     05  WS-NOME-SUSP            PIC X(30).
002960     05  WS-REG-GUARDADO         PIC X(312).
002970     05  WS-DATA-DIA             PIC 9(08).
002980     05  WS-QTD-SUSPEITOS        PIC 9(07) COMP VALUE ZERO.

003290 01  WS-DESDE-ULTIMO-CKPT         PIC 9(03) COMP VALUE ZERO.

003300 01  WS-JORNAL.
003310     05  WS-JR-ANTES             PIC X(312).
003320     05  WS-JR-DEPOIS            PIC X(312).
003330     05  WS-JR-OPERACAO          PIC X(01).

003340 01  WS-CHAMADA-XMIT.
005680     MOVE NH-CPF          TO CPF.
005690     MOVE NH-PIS          TO PIS.
005700     MOVE NH-CTPS         TO CTPS.
005701     IF NH-TIPO-CONTRATO NOT = SPACE
005702         MOVE NH-TIPO-CONTRATO TO TIPO-CONTRATO
005703         MOVE NH-DATA-FIM-CONTRATO TO DATA-FIM-CONTRATO
005704     END-IF.
005705     IF NH-EMPRESA NOT = SPACES
005706         MOVE NH-EMPRESA TO EMPRESA
005707     END-IF.
005710     MOVE "A"             TO STATUS-FUNCIONARIO.

005720     IF WS-JA-EXISTE
005940             THRU 2700-GRAVAR-DISPOSICAO-EXIT
005950         DISPLAY CODIGO " " NOME " ATUALIZADO"
005960     ELSE
005970         MOVE NH-DEPARTAMENTO TO DEPARTAMENTO
005971         MOVE NH-CARGO TO CARGO
005980         MOVE SPACES TO TAREFA
005990         MOVE ZERO TO DATA-EFETIVA-TAREFA
005991         IF NH-TIPO-CONTRATO = SPACE
005992             MOVE "C" TO TIPO-CONTRATO
005993             MOVE ZERO TO DATA-FIM-CONTRATO
005994         END-IF
005995         IF NH-EMPRESA = SPACES
005996             MOVE "001" TO EMPRESA
005997         END-IF
006000         MOVE ZERO TO DATA-ADMISSAO-ORIG
006010         WRITE FUNCIONARIO
006020         IF NOT FS-EMPMAST-OK
006120         PERFORM 2130-GRAVAR-LOG-CARGA
006130             THRU 2130-GRAVAR-LOG-CARGA-EXIT
006140         ADD 1 TO WS-QTD-INCLUIDOS
006141         IF EMP-CLT
006142             CALL "PROG199" USING CODIGO DATA-ADMISSAO
006143                 WS-EXPERIENCIA-STATUS
006144         END-IF
006145         IF CARGO NOT = SPACES
006146             CALL "PROG205" USING CODIGO CARGO "PROG37  "
006147                 WS-LACUNAS-TREIN
006148         END-IF
006150         MOVE FUNCIONARIO TO WS-JR-DEPOIS
006160         MOVE "I" TO WS-JR-OPERACAO
006170         CALL "PROG141" USING "PROG37  " WS-JR-OPERACAO
