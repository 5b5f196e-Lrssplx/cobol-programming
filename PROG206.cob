001000******************************************************************
001010* PROGRAM-ID: PROG206
001020* AUTHOR:      R. ALMEIDA - APPLICATIONS
001030* INSTALLATION: FOLHA DE PAGAMENTO / RECURSOS HUMANOS
001040* DATE-WRITTEN: 2026-10-08
001050* DATE-COMPILED:
001060* PURPOSE:     TRAINING COMPLIANCE GAP REPORT BY DEPARTAMENTO. FOR
001070*              ONE DEPARTAMENTO (OR ALL OF THEM, LEFT BLANK),
001080*              WALKS THE ACTIVE FUNCIONARIOS AND, FOR EACH ONE
001090*              HOLDING A CARGO, EVERY COURSE THE REQUIREMENTS
001100*              MATRIX (MATRFILE, PROG116) LISTS FOR THAT CARGO,
001110*              PRINTING ONE LINE PER COURSE WITH NO COMPLETION ON
001120*              TREIFILE ("FALTA") OR WITH AN EXPIRED ONE
001130*              ("VENCIDO" AND THE DATE), WITH THE GAPS AND THE
001140*              FUNCIONARIOS NOT COMPLIANT PER DEPARTAMENTO,
001150*              THROUGH THE PROG68 REPORT SERVICES.
001160* ----------------------------------------------------------------
001170* MODIFICATION HISTORY
001180* DATE       INIT DESCRIPTION
001190* 2026-10-08 RA   INITIAL VERSION
001200******************************************************************
001210 IDENTIFICATION DIVISION.
001220 PROGRAM-ID. PROG206.

001230 ENVIRONMENT DIVISION.
001240 INPUT-OUTPUT SECTION.
001250 FILE-CONTROL.
001260     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
001270         ORGANIZATION IS INDEXED
001280         ACCESS MODE IS DYNAMIC
001290         RECORD KEY IS CODIGO
001300         ALTERNATE RECORD KEY IS NOME
001310             WITH DUPLICATES
001320         ALTERNATE RECORD KEY IS DEPARTAMENTO
001330             WITH DUPLICATES
001340         FILE STATUS IS FS-EMPMAST.

001350     SELECT REQUIREMENTS-MATRIX ASSIGN TO "MATRFILE"
001360         ORGANIZATION IS INDEXED
001370         ACCESS MODE IS DYNAMIC
001380         RECORD KEY IS MT-CHAVE
001390         FILE STATUS IS FS-MATRFILE.

001400     SELECT TRAINING-FILE ASSIGN TO "TREIFILE"
001410         ORGANIZATION IS INDEXED
001420         ACCESS MODE IS DYNAMIC
001430         RECORD KEY IS CT-CHAVE
001440         FILE STATUS IS FS-TREIFILE.

001450     SELECT COURSE-CATALOG ASSIGN TO "CURSFILE"
001460         ORGANIZATION IS INDEXED
001470         ACCESS MODE IS DYNAMIC
001480         RECORD KEY IS CS-CODIGO
001490         FILE STATUS IS FS-CURSFILE.

001500 DATA DIVISION.
001510 FILE SECTION.
001520 FD  EMPLOYEE-MASTER.
001530 COPY EMPREC.

001540 FD  REQUIREMENTS-MATRIX.
001550 COPY MATRREC.

001560 FD  TRAINING-FILE.
001570 COPY TREINREC.

001580 FD  COURSE-CATALOG.
001590 COPY CURSREC.

001600 WORKING-STORAGE SECTION.
001610 01  FS-EMPMAST                  PIC X(02).
001620     88  FS-EMPMAST-OK           VALUE "00".
001630     88  FS-EMPMAST-EOF          VALUE "10".

001640 01  FS-MATRFILE                 PIC X(02).
001650     88  FS-MATRFILE-OK          VALUE "00".

001660 01  FS-TREIFILE                 PIC X(02).
001670     88  FS-TREIFILE-OK          VALUE "00".
001680 01  WS-TREI-SW                  PIC X(01) VALUE "N".
001690     88  WS-TREI-PRESENTE        VALUE "Y".

001700 01  FS-CURSFILE                 PIC X(02).
001710     88  FS-CURSFILE-OK          VALUE "00".
001720 01  WS-CURS-SW                  PIC X(01) VALUE "N".
001730     88  WS-CURS-PRESENTE        VALUE "Y".

001740 01  WS-FIM-MATRIZ-SW            PIC X(01).
001750     88  WS-FIM-MATRIZ           VALUE "Y".
001760 01  WS-PENDENTE-SW              PIC X(01).
001770     88  WS-TEM-PENDENCIA        VALUE "Y".

001780 01  WS-DATA-ATUAL               PIC 9(08).
001790 01  WS-DEPTO-FILTRO             PIC X(10).
001800 01  WS-DEPTO-ANTERIOR           PIC X(10).

001810 01  WS-TOTAIS-DEPTO.
001820     05  WS-DEP-FUNCIONARIOS     PIC 9(05).
001830     05  WS-DEP-PENDENTES        PIC 9(05).
001840     05  WS-DEP-LACUNAS          PIC 9(05).
001850 01  WS-TOTAIS-GERAIS.
001860     05  WS-TOT-FUNCIONARIOS     PIC 9(05) VALUE ZERO.
001870     05  WS-TOT-PENDENTES        PIC 9(05) VALUE ZERO.
001880     05  WS-TOT-LACUNAS          PIC 9(05) VALUE ZERO.

001890 01  WS-IMPRESSAO.
001900     05  WS-IMP-CODIGO           PIC 9(06).
001910     05  FILLER                  PIC X(01).
001920     05  WS-IMP-NOME             PIC X(20).
001930     05  FILLER                  PIC X(01).
001940     05  WS-IMP-CARGO            PIC X(08).
001950     05  FILLER                  PIC X(01).
001960     05  WS-IMP-CURSO            PIC X(08).
001970     05  FILLER                  PIC X(01).
001980     05  WS-IMP-NOME-CURSO       PIC X(20).
001990     05  FILLER                  PIC X(01).
002000     05  WS-IMP-SITUACAO         PIC X(07).
002010     05  FILLER                  PIC X(01).
002020     05  WS-IMP-VALIDADE         PIC X(08).

002030 01  WS-FUNCAO-REL               PIC X(01).
002040 01  WS-TITULO-REL               PIC X(60).
002050 01  WS-COLUNAS-REL              PIC X(80).
002060 01  WS-LINHA-REL                PIC X(80).

002070 01  WS-DESCRICAO-AUD            PIC X(60).

002080 PROCEDURE DIVISION.

002090*----------------------------------------------------------------
002100* 0000-MAINLINE
002110*----------------------------------------------------------------
002120 0000-MAINLINE.
002130     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
002140     PERFORM 2000-PROCESSAR THRU 2000-PROCESSAR-EXIT
002150         UNTIL FS-EMPMAST-EOF.
002160     PERFORM 8000-FINALIZAR THRU 8000-FINALIZAR-EXIT.
002170     GO TO 9999-EXIT.

002180*----------------------------------------------------------------
002190* 1000-INICIALIZAR - THE MASTER IS WALKED IN DEPARTAMENTO ORDER
002200*----------------------------------------------------------------
002210 1000-INICIALIZAR.
002220     ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.

002230     DISPLAY "DEPARTAMENTO (BRANCO = TODOS)".
002240     ACCEPT WS-DEPTO-FILTRO.

002250     OPEN INPUT REQUIREMENTS-MATRIX.
002260     IF NOT FS-MATRFILE-OK
002270         DISPLAY "PROG206: SEM MATRIZ DE TREINAMENTOS (MATRFILE) "
002280             "- NADA A VERIFICAR"
002290         GO TO 9999-EXIT
002300     END-IF.

002310     OPEN INPUT EMPLOYEE-MASTER.
002320     IF NOT FS-EMPMAST-OK
002330         DISPLAY "PROG206: ERRO AO ABRIR EMPLOYEE-MASTER "
002340                 FS-EMPMAST
002350         CLOSE REQUIREMENTS-MATRIX
002360         MOVE 8 TO RETURN-CODE
002370         GO TO 9999-EXIT
002380     END-IF.

002390     OPEN INPUT TRAINING-FILE.
002400     IF FS-TREIFILE-OK
002410         SET WS-TREI-PRESENTE TO TRUE
002420     END-IF.
002430     OPEN INPUT COURSE-CATALOG.
002440     IF FS-CURSFILE-OK
002450         SET WS-CURS-PRESENTE TO TRUE
002460     END-IF.

002470     MOVE WS-DEPTO-FILTRO TO DEPARTAMENTO.
002480     START EMPLOYEE-MASTER KEY IS NOT LESS THAN DEPARTAMENTO
002490         INVALID KEY
002500             SET FS-EMPMAST-EOF TO TRUE
002510     END-START.
002520     MOVE HIGH-VALUES TO WS-DEPTO-ANTERIOR.

002530     MOVE "I" TO WS-FUNCAO-REL.
002540     MOVE SPACES TO WS-TITULO-REL.
002550     STRING "TREINAMENTOS OBRIGATORIOS PENDENTES POR "
002560         "DEPARTAMENTO - " WS-DATA-ATUAL
002570         DELIMITED BY SIZE INTO WS-TITULO-REL.
002580     MOVE SPACES TO WS-COLUNAS-REL.
002590     STRING "CODIGO NOME                 CARGO    CURSO    "
002600         "DESCRICAO            SITUACAO VALIDADE"
002610         DELIMITED BY SIZE INTO WS-COLUNAS-REL.
002620     MOVE SPACES TO WS-LINHA-REL.
002630     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
002640         WS-COLUNAS-REL WS-LINHA-REL.

002650     PERFORM 1100-LER-PROXIMO THRU 1100-LER-PROXIMO-EXIT.
002660 1000-INICIALIZAR-EXIT.
002670     EXIT.

002680 1100-LER-PROXIMO.
002690     IF FS-EMPMAST-EOF
002700         GO TO 1100-LER-PROXIMO-EXIT
002710     END-IF.
002720     READ EMPLOYEE-MASTER NEXT
002730         AT END
002740             SET FS-EMPMAST-EOF TO TRUE
002750             GO TO 1100-LER-PROXIMO-EXIT
002760     END-READ.
002770     IF WS-DEPTO-FILTRO NOT = SPACES
002780         AND DEPARTAMENTO NOT = WS-DEPTO-FILTRO
002790         SET FS-EMPMAST-EOF TO TRUE
002800     END-IF.
002810 1100-LER-PROXIMO-EXIT.
002820     EXIT.

002830*----------------------------------------------------------------
002840* 2000-PROCESSAR - ONE ACTIVE FUNCIONARIO PER PASS AGAINST THE
002850*                   MATRIX ROWS OF ITS CARGO
002860*----------------------------------------------------------------
002870 2000-PROCESSAR.
002880     IF NOT EMP-ATIVO
002890         GO TO 2000-PROCESSAR-SEGUIR
002900     END-IF.

002910     IF DEPARTAMENTO NOT = WS-DEPTO-ANTERIOR
002920         PERFORM 3000-QUEBRA-DEPARTAMENTO
002930             THRU 3000-QUEBRA-DEPARTAMENTO-EXIT
002940     END-IF.
002950     ADD 1 TO WS-DEP-FUNCIONARIOS.

002960     IF CARGO = SPACES
002970         GO TO 2000-PROCESSAR-SEGUIR
002980     END-IF.

002990     MOVE "N" TO WS-PENDENTE-SW.
003000     MOVE "N" TO WS-FIM-MATRIZ-SW.
003010     MOVE CARGO TO MT-CARGO.
003020     MOVE LOW-VALUES TO MT-CURSO.
003030     START REQUIREMENTS-MATRIX KEY IS NOT LESS THAN MT-CHAVE
003040         INVALID KEY
003050             SET WS-FIM-MATRIZ TO TRUE
003060     END-START.
003070     PERFORM 2100-VERIFICAR-EXIGENCIA
003080         THRU 2100-VERIFICAR-EXIGENCIA-EXIT
003090         UNTIL WS-FIM-MATRIZ.

003100     IF WS-TEM-PENDENCIA
003110         ADD 1 TO WS-DEP-PENDENTES
003120     END-IF.

003130 2000-PROCESSAR-SEGUIR.
003140     PERFORM 1100-LER-PROXIMO THRU 1100-LER-PROXIMO-EXIT.
003150 2000-PROCESSAR-EXIT.
003160     EXIT.

003170*----------------------------------------------------------------
003180* 2100-VERIFICAR-EXIGENCIA - ONE REQUIRED COURSE PER PASS; NO
003190*                             COMPLETION OR AN EXPIRED ONE PRINTS
003200*----------------------------------------------------------------
003210 2100-VERIFICAR-EXIGENCIA.
003220     READ REQUIREMENTS-MATRIX NEXT
003230         AT END
003240             SET WS-FIM-MATRIZ TO TRUE
003250             GO TO 2100-VERIFICAR-EXIGENCIA-EXIT
003260     END-READ.
003270     IF MT-CARGO NOT = CARGO
003280         SET WS-FIM-MATRIZ TO TRUE
003290         GO TO 2100-VERIFICAR-EXIGENCIA-EXIT
003300     END-IF.

003310     MOVE SPACES TO WS-IMPRESSAO.
003320     MOVE "FALTA" TO WS-IMP-SITUACAO.
003330     IF WS-TREI-PRESENTE
003340         MOVE CODIGO TO CT-CODIGO
003350         MOVE MT-CURSO TO CT-CURSO
003360         READ TRAINING-FILE
003370             INVALID KEY
003380                 CONTINUE
003390             NOT INVALID KEY
003400                 IF CT-DATA-VALIDADE < WS-DATA-ATUAL
003410                     MOVE "VENCIDO" TO WS-IMP-SITUACAO
003420                     MOVE CT-DATA-VALIDADE TO WS-IMP-VALIDADE
003430                 ELSE
003440                     GO TO 2100-VERIFICAR-EXIGENCIA-EXIT
003450                 END-IF
003460         END-READ
003470     END-IF.

003480     MOVE CODIGO TO WS-IMP-CODIGO.
003490     MOVE NOME TO WS-IMP-NOME.
003500     MOVE CARGO TO WS-IMP-CARGO.
003510     MOVE MT-CURSO TO WS-IMP-CURSO.
003520     IF WS-CURS-PRESENTE
003530         MOVE MT-CURSO TO CS-CODIGO
003540         READ COURSE-CATALOG
003550             INVALID KEY
003560                 MOVE "(FORA DO CATALOGO)" TO WS-IMP-NOME-CURSO
003570             NOT INVALID KEY
003580                 MOVE CS-NOME TO WS-IMP-NOME-CURSO
003590         END-READ
003600     END-IF.

003610     MOVE WS-IMPRESSAO TO WS-LINHA-REL.
003620     MOVE "D" TO WS-FUNCAO-REL.
003630     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
003640         WS-COLUNAS-REL WS-LINHA-REL.
003650     SET WS-TEM-PENDENCIA TO TRUE.
003660     ADD 1 TO WS-DEP-LACUNAS.
003670 2100-VERIFICAR-EXIGENCIA-EXIT.
003680     EXIT.

003690*----------------------------------------------------------------
003700* 3000-QUEBRA-DEPARTAMENTO - CLOSES THE DEPARTMENT JUST FINISHED
003710*                             AND OPENS THE NEXT ONE
003720*----------------------------------------------------------------
003730 3000-QUEBRA-DEPARTAMENTO.
003740     IF WS-DEPTO-ANTERIOR NOT = HIGH-VALUES
003750         PERFORM 3100-TOTAL-DEPTO THRU 3100-TOTAL-DEPTO-EXIT
003760     END-IF.

003770     MOVE DEPARTAMENTO TO WS-DEPTO-ANTERIOR.
003780     MOVE ZERO TO WS-DEP-FUNCIONARIOS WS-DEP-PENDENTES
003790         WS-DEP-LACUNAS.
003800     MOVE SPACES TO WS-LINHA-REL.
003810     STRING "DEPARTAMENTO: " DEPARTAMENTO
003820         DELIMITED BY SIZE INTO WS-LINHA-REL.
003830     MOVE "T" TO WS-FUNCAO-REL.
003840     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
003850         WS-COLUNAS-REL WS-LINHA-REL.
003860 3000-QUEBRA-DEPARTAMENTO-EXIT.
003870     EXIT.

003880 3100-TOTAL-DEPTO.
003890     MOVE SPACES TO WS-LINHA-REL.
003900     STRING "  ATIVOS: " WS-DEP-FUNCIONARIOS
003910         "   COM PENDENCIA: " WS-DEP-PENDENTES
003920         "   CURSOS PENDENTES: " WS-DEP-LACUNAS
003930         DELIMITED BY SIZE INTO WS-LINHA-REL.
003940     MOVE "D" TO WS-FUNCAO-REL.
003950     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
003960         WS-COLUNAS-REL WS-LINHA-REL.

003970     ADD WS-DEP-FUNCIONARIOS TO WS-TOT-FUNCIONARIOS.
003980     ADD WS-DEP-PENDENTES TO WS-TOT-PENDENTES.
003990     ADD WS-DEP-LACUNAS TO WS-TOT-LACUNAS.
004000 3100-TOTAL-DEPTO-EXIT.
004010     EXIT.

004020*----------------------------------------------------------------
004030* 8000-FINALIZAR
004040*----------------------------------------------------------------
004050 8000-FINALIZAR.
004060     IF WS-DEPTO-ANTERIOR NOT = HIGH-VALUES
004070         PERFORM 3100-TOTAL-DEPTO THRU 3100-TOTAL-DEPTO-EXIT
004080     END-IF.

004090     MOVE SPACES TO WS-LINHA-REL.
004100     STRING "ATIVOS: " WS-TOT-FUNCIONARIOS
004110         "   COM PENDENCIA: " WS-TOT-PENDENTES
004120         "   CURSOS PENDENTES: " WS-TOT-LACUNAS
004130         DELIMITED BY SIZE INTO WS-LINHA-REL.
004140     MOVE "T" TO WS-FUNCAO-REL.
004150     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
004160         WS-COLUNAS-REL WS-LINHA-REL.

004170     MOVE "F" TO WS-FUNCAO-REL.
004180     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
004190         WS-COLUNAS-REL WS-LINHA-REL.

004200     CLOSE EMPLOYEE-MASTER REQUIREMENTS-MATRIX.
004210     IF WS-TREI-PRESENTE
004220         CLOSE TRAINING-FILE
004230     END-IF.
004240     IF WS-CURS-PRESENTE
004250         CLOSE COURSE-CATALOG
004260     END-IF.

004270     MOVE SPACES TO WS-DESCRICAO-AUD.
004280     STRING "EMITIU PENDENCIAS DE TREINAMENTO DEPTO "
004290         WS-DEPTO-FILTRO
004300         DELIMITED BY SIZE INTO WS-DESCRICAO-AUD.
004310     CALL "PROG22" USING "PROG206 " WS-DESCRICAO-AUD.
004320 8000-FINALIZAR-EXIT.
004330     EXIT.

004340 9999-EXIT.
004350     STOP RUN.
