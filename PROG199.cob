001000******************************************************************
001010* PROGRAM-ID: PROG199
001020* AUTHOR:      R. ALMEIDA - APPLICATIONS
001030* INSTALLATION: FOLHA DE PAGAMENTO / RECURSOS HUMANOS
001040* DATE-WRITTEN: 2026-10-05
001050* DATE-COMPILED:
001060* PURPOSE:     CALLABLE PROBATION-CONTRACT REGISTRAR, IN THE MOLD
001070*              OF PROG147. GIVEN A NEW FUNCIONARIO'S CODIGO AND
001080*              DATA-ADMISSAO, WRITES THE EXPFILE ROW WITH THE TWO
001090*              45-DAY TERMS OF THE CONTRATO DE EXPERIENCIA - THE
001100*              FIRST ENDS ON THE 45TH DAY COUNTING THE ADMISSION,
001110*              THE SECOND ON THE 90TH (PROG74 "A"). A ROW ALREADY
001120*              ON FILE IS LEFT AS IT IS. THE INCLUSION (PROG16),
001130*              THE NEW-HIRE LOAD (PROG37) AND THE DAILY PROBATION
001140*              PASS (PROG200, FOR ADMISSIONS THAT PREDATE THE
001150*              FILE) ALL REGISTER HERE.
001160*              LK-STATUS: "1" WRITTEN, "J" ALREADY ON FILE,
001170*              "E" NOT WRITTEN (BAD DATE OR FILE ERROR).
001180* ----------------------------------------------------------------
001190* MODIFICATION HISTORY
001200* DATE       INIT DESCRIPTION
001210* 2026-10-05 RA   INITIAL VERSION
001220******************************************************************
001230 IDENTIFICATION DIVISION.
001240 PROGRAM-ID. PROG199.

001250 ENVIRONMENT DIVISION.
001260 INPUT-OUTPUT SECTION.
001270 FILE-CONTROL.
001280     SELECT PROBATION-FILE ASSIGN TO "EXPFILE"
001290         ORGANIZATION IS INDEXED
001300         ACCESS MODE IS DYNAMIC
001310         RECORD KEY IS EP-CODIGO
001320         FILE STATUS IS FS-EXPFILE.

001330 DATA DIVISION.
001340 FILE SECTION.
001350 FD  PROBATION-FILE.
001360 COPY EXPREC.

001370 WORKING-STORAGE SECTION.
001380 01  FS-EXPFILE                  PIC X(02).
001390     88  FS-EXPFILE-OK           VALUE "00".

001400 01  WS-DIAS-PERIODO             PIC 9(03) VALUE 45.

001410 01  WS-CHAMADA-DATA.
001420     05  WS-DT-FUNCAO            PIC X(01).
001430     05  WS-DT-DATA-1            PIC 9(08).
001440     05  WS-DT-DATA-2            PIC 9(08).
001450     05  WS-DT-QUANTIDADE        PIC S9(07).
001460     05  WS-DT-UNIDADE           PIC X(01).
001470     05  WS-DT-STATUS            PIC X(01).
001480         88  WS-DT-OK            VALUE "1".

001490 LINKAGE SECTION.
001500 01  LK-CODIGO                   PIC 9(06).
001510 01  LK-DATA-ADMISSAO            PIC 9(08).
001520 01  LK-STATUS                   PIC X(01).
001530     88  LK-GRAVADO              VALUE "1".
001540     88  LK-JA-EXISTE            VALUE "J".
001550     88  LK-ERRO                 VALUE "E".

001560 PROCEDURE DIVISION USING LK-CODIGO LK-DATA-ADMISSAO LK-STATUS.

001570*----------------------------------------------------------------
001580* 0000-MAINLINE - SAME OPEN-OR-BOOTSTRAP SHAPE AS THE OTHER
001590*                  CALLABLE WRITERS; A FAILURE NEVER STOPS THE
001600*                  CALLER
001610*----------------------------------------------------------------
001620 0000-MAINLINE.
001630     SET LK-ERRO TO TRUE.

001640     PERFORM 1000-CALCULAR-TERMOS THRU 1000-CALCULAR-TERMOS-EXIT.
001650     IF NOT WS-DT-OK
001660         DISPLAY "PROG199: DATA DE ADMISSAO INVALIDA ("
001670             LK-DATA-ADMISSAO ") - EXPERIENCIA DE " LK-CODIGO
001680             " NAO REGISTRADA"
001690         GOBACK
001700     END-IF.

001710     OPEN I-O PROBATION-FILE.
001720     IF NOT FS-EXPFILE-OK
001730         OPEN OUTPUT PROBATION-FILE
001740         CLOSE PROBATION-FILE
001750         OPEN I-O PROBATION-FILE
001760     END-IF.
001770     IF NOT FS-EXPFILE-OK
001780         DISPLAY "PROG199: ARQUIVO DE EXPERIENCIA (EXPFILE) "
001790             "INDISPONIVEL - " FS-EXPFILE
001800         GOBACK
001810     END-IF.

001820     WRITE EXPERIENCIA-REC
001830         INVALID KEY
001840             SET LK-JA-EXISTE TO TRUE
001850         NOT INVALID KEY
001860             SET LK-GRAVADO TO TRUE
001870     END-WRITE.

001880     CLOSE PROBATION-FILE.
001890     GOBACK.

001900*----------------------------------------------------------------
001910* 1000-CALCULAR-TERMOS - THE ADMISSION DAY IS THE FIRST DAY OF
001920*                        THE FIRST TERM, SO EACH END IS 44 AND
001930*                        89 DAYS AFTER IT
001940*----------------------------------------------------------------
001950 1000-CALCULAR-TERMOS.
001960     MOVE SPACES TO EXPERIENCIA-REC.
001970     MOVE LK-CODIGO TO EP-CODIGO.
001980     MOVE LK-DATA-ADMISSAO TO EP-DATA-ADMISSAO.
001990     MOVE WS-DIAS-PERIODO TO EP-DIAS-PERIODO-1.
002000     MOVE WS-DIAS-PERIODO TO EP-DIAS-PERIODO-2.
002010     SET EP-PRIMEIRO-PERIODO TO TRUE.
002020     SET EP-EM-EXPERIENCIA TO TRUE.
002030     MOVE ZERO TO EP-DATA-DECISAO(1) EP-DATA-ALERTA(1)
002040         EP-DATA-DECISAO(2) EP-DATA-ALERTA(2) EP-DATA-TERMINO.

002050     MOVE "A" TO WS-DT-FUNCAO.
002060     MOVE LK-DATA-ADMISSAO TO WS-DT-DATA-1.
002070     COMPUTE WS-DT-QUANTIDADE = EP-DIAS-PERIODO-1 - 1.
002080     MOVE "D" TO WS-DT-UNIDADE.
002090     CALL "PROG74" USING WS-DT-FUNCAO WS-DT-DATA-1
002100         WS-DT-DATA-2 WS-DT-QUANTIDADE WS-DT-UNIDADE
002110         WS-DT-STATUS.
002120     IF NOT WS-DT-OK
002130         GO TO 1000-CALCULAR-TERMOS-EXIT
002140     END-IF.
002150     MOVE WS-DT-DATA-2 TO EP-FIM-PERIODO-1.

002160     MOVE EP-FIM-PERIODO-1 TO WS-DT-DATA-1.
002170     MOVE EP-DIAS-PERIODO-2 TO WS-DT-QUANTIDADE.
002180     MOVE "D" TO WS-DT-UNIDADE.
002190     CALL "PROG74" USING WS-DT-FUNCAO WS-DT-DATA-1
002200         WS-DT-DATA-2 WS-DT-QUANTIDADE WS-DT-UNIDADE
002210         WS-DT-STATUS.
002220     MOVE WS-DT-DATA-2 TO EP-FIM-PERIODO-2.
002230 1000-CALCULAR-TERMOS-EXIT.
002240     EXIT.
