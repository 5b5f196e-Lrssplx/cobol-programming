001000******************************************************************
001010* PROGRAM-ID: PROG205
001020* AUTHOR:      R. ALMEIDA - APPLICATIONS
001030* INSTALLATION: FOLHA DE PAGAMENTO / RECURSOS HUMANOS
001040* DATE-WRITTEN: 2026-10-08
001050* DATE-COMPILED:
001060* PURPOSE:     CALLABLE TRAINING-GAP CHECK, IN THE MOLD OF
001070*              PROG182. GIVEN A FUNCIONARIO'S CODIGO AND THE CARGO
001080*              THE FUNCIONARIO HAS JUST TAKEN, WALKS THE COURSES
001090*              THE REQUIREMENTS MATRIX (MATRFILE) LISTS FOR THAT
001100*              CARGO AND, FOR EVERY ONE WITH NO COMPLETION ON
001110*              TREIFILE OR WITH AN EXPIRED ONE, WRITES A ROW TO
001120*              THE SHARED EXCEPTIONS FILE UNDER THE CALLER'S NAME
001130*              SO IT LANDS ON THE PROG79 WORKLIST. RETURNS THE
001140*              NUMBER OF GAPS RAISED. THE NEW-HIRE LOAD (PROG37),
001150*              THE ASSIGNMENT (PROG18) AND THE TRANSFER STEP
001160*              (PROG204) ALL CALL IT, SO A NEW POSITION NEVER
001170*              STARTS WITH ITS GAPS UNNOTICED.
001180* ----------------------------------------------------------------
001190* MODIFICATION HISTORY
001200* DATE       INIT DESCRIPTION
001210* 2026-10-08 RA   INITIAL VERSION
001220******************************************************************
001230 IDENTIFICATION DIVISION.
001240 PROGRAM-ID. PROG205.

001250 ENVIRONMENT DIVISION.
001260 INPUT-OUTPUT SECTION.
001270 FILE-CONTROL.
001280     SELECT REQUIREMENTS-MATRIX ASSIGN TO "MATRFILE"
001290         ORGANIZATION IS INDEXED
001300         ACCESS MODE IS DYNAMIC
001310         RECORD KEY IS MT-CHAVE
001320         FILE STATUS IS FS-MATRFILE.

001330     SELECT TRAINING-FILE ASSIGN TO "TREIFILE"
001340         ORGANIZATION IS INDEXED
001350         ACCESS MODE IS DYNAMIC
001360         RECORD KEY IS CT-CHAVE
001370         FILE STATUS IS FS-TREIFILE.

001380     SELECT EXCEPTION-FILE ASSIGN TO "EXCPFILE"
001390         ORGANIZATION IS LINE SEQUENTIAL
001400         FILE STATUS IS FS-EXCPFILE.

001410 DATA DIVISION.
001420 FILE SECTION.
001430 FD  REQUIREMENTS-MATRIX.
001440 COPY MATRREC.

001450 FD  TRAINING-FILE.
001460 COPY TREINREC.

001470 FD  EXCEPTION-FILE.
001480 COPY EXCPREC.

001490 WORKING-STORAGE SECTION.
001500 01  FS-MATRFILE                 PIC X(02).
001510     88  FS-MATRFILE-OK          VALUE "00".

001520 01  FS-TREIFILE                 PIC X(02).
001530     88  FS-TREIFILE-OK          VALUE "00".
001540 01  WS-TREI-SW                  PIC X(01).
001550     88  WS-TREI-PRESENTE        VALUE "Y".

001560 01  FS-EXCPFILE                 PIC X(02).
001570     88  FS-EXCPFILE-OK          VALUE "00".

001580 01  WS-FIM-MATRIZ-SW            PIC X(01).
001590     88  WS-FIM-MATRIZ           VALUE "Y".

001600 01  WS-DATA-ATUAL               PIC 9(08).
001610 01  WS-SITUACAO                 PIC X(07).

001620 LINKAGE SECTION.
001630 01  LK-CODIGO                   PIC 9(06).
001640 01  LK-CARGO                    PIC X(08).
001650 01  LK-PROGRAMA                 PIC X(08).
001660 01  LK-QTD-LACUNAS              PIC 9(03).

001670 PROCEDURE DIVISION USING LK-CODIGO LK-CARGO LK-PROGRAMA
001680         LK-QTD-LACUNAS.

001690*----------------------------------------------------------------
001700* 0000-MAINLINE
001710*----------------------------------------------------------------
001720 0000-MAINLINE.
001730     MOVE ZERO TO LK-QTD-LACUNAS.
001740     IF LK-CARGO = SPACES
001750         GO TO 9999-EXIT
001760     END-IF.
001770     ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.

001780     OPEN INPUT REQUIREMENTS-MATRIX.
001790     IF NOT FS-MATRFILE-OK
001800         GO TO 9999-EXIT
001810     END-IF.

001820     MOVE "N" TO WS-TREI-SW.
001830     OPEN INPUT TRAINING-FILE.
001840     IF FS-TREIFILE-OK
001850         SET WS-TREI-PRESENTE TO TRUE
001860     END-IF.

001870     MOVE "N" TO WS-FIM-MATRIZ-SW.
001880     MOVE LK-CARGO TO MT-CARGO.
001890     MOVE LOW-VALUES TO MT-CURSO.
001900     START REQUIREMENTS-MATRIX KEY IS NOT LESS THAN MT-CHAVE
001910         INVALID KEY
001920             SET WS-FIM-MATRIZ TO TRUE
001930     END-START.

001940     PERFORM 1000-VERIFICAR-EXIGENCIA
001950         THRU 1000-VERIFICAR-EXIGENCIA-EXIT
001960         UNTIL WS-FIM-MATRIZ.

001970     CLOSE REQUIREMENTS-MATRIX.
001980     IF WS-TREI-PRESENTE
001990         CLOSE TRAINING-FILE
002000     END-IF.
002010     GO TO 9999-EXIT.

002020*----------------------------------------------------------------
002030* 1000-VERIFICAR-EXIGENCIA - ONE REQUIRED COURSE OF THE CARGO PER
002040*                             PASS: NO COMPLETION, OR ONE ALREADY
002050*                             EXPIRED, IS A GAP
002060*----------------------------------------------------------------
002070 1000-VERIFICAR-EXIGENCIA.
002080     READ REQUIREMENTS-MATRIX NEXT
002090         AT END
002100             SET WS-FIM-MATRIZ TO TRUE
002110             GO TO 1000-VERIFICAR-EXIGENCIA-EXIT
002120     END-READ.
002130     IF MT-CARGO NOT = LK-CARGO
002140         SET WS-FIM-MATRIZ TO TRUE
002150         GO TO 1000-VERIFICAR-EXIGENCIA-EXIT
002160     END-IF.

002170     MOVE "FALTA  " TO WS-SITUACAO.
002180     IF WS-TREI-PRESENTE
002190         MOVE LK-CODIGO TO CT-CODIGO
002200         MOVE MT-CURSO TO CT-CURSO
002210         READ TRAINING-FILE
002220             INVALID KEY
002230                 CONTINUE
002240             NOT INVALID KEY
002250                 IF CT-DATA-VALIDADE < WS-DATA-ATUAL
002260                     MOVE "VENCIDO" TO WS-SITUACAO
002270                 ELSE
002280                     GO TO 1000-VERIFICAR-EXIGENCIA-EXIT
002290                 END-IF
002300         END-READ
002310     END-IF.

002320     PERFORM 1100-GRAVAR-EXCECAO THRU 1100-GRAVAR-EXCECAO-EXIT.
002330 1000-VERIFICAR-EXIGENCIA-EXIT.
002340     EXIT.

002350*----------------------------------------------------------------
002360* 1100-GRAVAR-EXCECAO - SAME APPEND-OR-CREATE SHAPE AS PROG117
002370*----------------------------------------------------------------
002380 1100-GRAVAR-EXCECAO.
002390     ACCEPT EXCP-DATA FROM DATE YYYYMMDD.
002400     ACCEPT EXCP-HORA FROM TIME.
002410     MOVE LK-PROGRAMA TO EXCP-PROGRAMA.
002420     MOVE SPACES TO EXCP-CAMPO.
002430     STRING "TREIN " LK-CODIGO DELIMITED BY SIZE
002440         INTO EXCP-CAMPO.
002450     MOVE SPACES TO EXCP-VALOR.
002460     STRING MT-CURSO " " WS-SITUACAO DELIMITED BY SIZE
002470         INTO EXCP-VALOR.
002480     MOVE "TREINAMENTO EXIGIDO PELO CARGO PENDENTE" TO EXCP-REGRA.

002490     MOVE "A"   TO EXCP-STATUS.
002500     MOVE SPACES TO EXCP-RESPONSAVEL.
002510     MOVE ZERO  TO EXCP-DATA-RESOLUCAO.
002520     MOVE SPACES TO EXCP-NOTAS.
002530     OPEN EXTEND EXCEPTION-FILE.
002540     IF NOT FS-EXCPFILE-OK
002550         OPEN OUTPUT EXCEPTION-FILE
002560     END-IF.
002570     WRITE EXCP-REC.
002580     CLOSE EXCEPTION-FILE.

002590     ADD 1 TO LK-QTD-LACUNAS.
002600 1100-GRAVAR-EXCECAO-EXIT.
002610     EXIT.

002620 9999-EXIT.
002630     GOBACK.
