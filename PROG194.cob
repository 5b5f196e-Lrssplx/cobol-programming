001000******************************************************************
001010* PROGRAM-ID: PROG194
001020* AUTHOR:      R. ALMEIDA - APPLICATIONS
001030* INSTALLATION: FOLHA DE PAGAMENTO / RECURSOS HUMANOS
001040* DATE-WRITTEN: 2026-10-05
001050* DATE-COMPILED:
001060* PURPOSE:     MONTHLY SHIFT ROSTER BY DEPARTAMENTO. FOR A
001070*              REQUESTED MONTH (AAAAMM) AND ONE DEPARTAMENTO (OR
001080*              ALL OF THEM, LEFT BLANK), PRINTS ONE LINE PER
001090*              ACTIVE FUNCIONARIO WITH THE TURNO CODE AND A MARK
001100*              FOR EVERY DAY OF THE MONTH - "T" A WORKED DAY, "."
001110*              A DAY OFF - AS RESOLVED BY PROG193 FROM THE
001120*              ESCFILE ROW AND ITS SHIFT PATTERN, THROUGH THE
001130*              PROG68 REPORT SERVICES. IT REPLACES THE PAPER
001140*              ROSTER POSTED IN EACH AREA.
001150* ----------------------------------------------------------------
001160* MODIFICATION HISTORY
001170* DATE       INIT DESCRIPTION
001180* 2026-10-05 RA   INITIAL VERSION
001190******************************************************************
001200 IDENTIFICATION DIVISION.
001210 PROGRAM-ID. PROG194.

001220 ENVIRONMENT DIVISION.
001230 INPUT-OUTPUT SECTION.
001240 FILE-CONTROL.
001250     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
001260         ORGANIZATION IS INDEXED
001270         ACCESS MODE IS DYNAMIC
001280         RECORD KEY IS CODIGO
001290         ALTERNATE RECORD KEY IS NOME
001300             WITH DUPLICATES
001310         ALTERNATE RECORD KEY IS DEPARTAMENTO
001320             WITH DUPLICATES
001330         FILE STATUS IS FS-EMPMAST.

001340 DATA DIVISION.
001350 FILE SECTION.
001360 FD  EMPLOYEE-MASTER.
001370 COPY EMPREC.

001380 WORKING-STORAGE SECTION.
001390 01  FS-EMPMAST                  PIC X(02).
001400     88  FS-EMPMAST-OK           VALUE "00".
001410     88  FS-EMPMAST-EOF          VALUE "10".

001420 01  WS-MENSAGEM                 PIC X(40).
001430 01  WS-VALOR-ENT                PIC 9(09).
001440 01  WS-LIMITE-MIN               PIC 9(09).
001450 01  WS-LIMITE-MAX               PIC 9(09).

001460 01  WS-PERIODO-ESCALA           PIC 9(06).
001470 01  WS-PERIODO-R REDEFINES WS-PERIODO-ESCALA.
001480     05  WS-ANO-ESCALA           PIC 9(04).
001490     05  WS-MES-ESCALA           PIC 9(02).
001500 01  WS-INICIO-MES               PIC 9(08).
001510 01  WS-INICIO-PROXIMO           PIC 9(08).
001520 01  WS-DIAS-MES                 PIC 9(02).
001530 01  WS-DEPTO-FILTRO             PIC X(10).
001540 01  WS-DEPTO-ANTERIOR           PIC X(10).

001550 01  WS-CHAMADA-DATA.
001560     05  WS-DT-FUNCAO            PIC X(01).
001570     05  WS-DT-DATA-1            PIC 9(08).
001580     05  WS-DT-DATA-2            PIC 9(08).
001590     05  WS-DT-QUANTIDADE        PIC S9(07).
001600     05  WS-DT-UNIDADE           PIC X(01).
001610     05  WS-DT-STATUS            PIC X(01).
001620         88  WS-DT-OK            VALUE "1".

001630 01  WS-CHAMADA-ESCALA.
001640     05  WS-ESC-DATA-INICIO      PIC 9(08).
001650     05  WS-ESC-QTD-DIAS         PIC 9(02).
001660     05  WS-ESC-DIAS-TRABALHO    PIC X(31).
001670     05  WS-ESC-HORAS-DIA        PIC 9(02)V9(02).
001680     05  WS-ESC-HORA-INICIO      PIC 9(04).
001690     05  WS-ESC-TURNO            PIC X(04).
001700     05  WS-ESC-TIPO             PIC X(01).
001710         88  WS-ESC-SEM-ESCALA   VALUE "N".
001720         88  WS-ESC-SEMANAL      VALUE "S".
001730         88  WS-ESC-ROTATIVA     VALUE "R".

001740 01  WS-IDX-DIA                  PIC 9(02) COMP.
001750 01  WS-QTD-LISTADOS             PIC 9(05) VALUE ZERO.
001760 01  WS-QTD-SEM-ESCALA           PIC 9(05) VALUE ZERO.

001770 01  WS-IMPRESSAO.
001780     05  WS-IMP-CODIGO           PIC 9(06).
001790     05  FILLER                  PIC X(01).
001800     05  WS-IMP-NOME             PIC X(20).
001810     05  FILLER                  PIC X(01).
001820     05  WS-IMP-TURNO            PIC X(05).
001830     05  FILLER                  PIC X(01).
001840     05  WS-IMP-DIAS.
001850         10  WS-IMP-DIA          PIC X(01) OCCURS 31 TIMES.
001860     05  FILLER                  PIC X(15).

001870 01  WS-LINHA-REL                PIC X(80).
001880 01  WS-FUNCAO-REL               PIC X(01).
001890 01  WS-TITULO-REL               PIC X(60).
001900 01  WS-COLUNAS-REL              PIC X(80).

001910 01  WS-DESCRICAO-AUD            PIC X(60).

001920 PROCEDURE DIVISION.

001930*----------------------------------------------------------------
001940* 0000-MAINLINE
001950*----------------------------------------------------------------
001960 0000-MAINLINE.
001970     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
001980     PERFORM 2000-PROCESSAR THRU 2000-PROCESSAR-EXIT
001990         UNTIL FS-EMPMAST-EOF.
002000     PERFORM 8000-FINALIZAR THRU 8000-FINALIZAR-EXIT.
002010     GO TO 9999-EXIT.

002020*----------------------------------------------------------------
002030* 1000-INICIALIZAR - THE MONTH, ITS LENGTH (PROG74 "D" TO THE
002040*                    FIRST OF THE NEXT ONE) AND THE DEPARTAMENTO
002050*----------------------------------------------------------------
002060 1000-INICIALIZAR.
002070     MOVE "MES DA ESCALA (AAAAMM)" TO WS-MENSAGEM.
002080     MOVE 190001 TO WS-LIMITE-MIN.
002090     MOVE 999912 TO WS-LIMITE-MAX.
002100     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
002110         WS-LIMITE-MIN WS-LIMITE-MAX.
002120     MOVE WS-VALOR-ENT TO WS-PERIODO-ESCALA.
002130     IF WS-MES-ESCALA < 1 OR WS-MES-ESCALA > 12
002140         DISPLAY "PROG194: MES INVALIDO " WS-PERIODO-ESCALA
002150         MOVE 8 TO RETURN-CODE
002160         GO TO 9999-EXIT
002170     END-IF.

002180     COMPUTE WS-INICIO-MES = WS-PERIODO-ESCALA * 100 + 1.
002190     IF WS-MES-ESCALA = 12
002200         COMPUTE WS-INICIO-PROXIMO =
002210             (WS-ANO-ESCALA + 1) * 10000 + 101
002220     ELSE
002230         COMPUTE WS-INICIO-PROXIMO = WS-INICIO-MES + 100
002240     END-IF.
002250     MOVE "D" TO WS-DT-FUNCAO.
002260     MOVE WS-INICIO-MES TO WS-DT-DATA-1.
002270     MOVE WS-INICIO-PROXIMO TO WS-DT-DATA-2.
002280     CALL "PROG74" USING WS-DT-FUNCAO WS-DT-DATA-1
002290         WS-DT-DATA-2 WS-DT-QUANTIDADE WS-DT-UNIDADE
002300         WS-DT-STATUS.
002310     IF NOT WS-DT-OK
002320         DISPLAY "PROG194: MES INVALIDO " WS-PERIODO-ESCALA
002330         MOVE 8 TO RETURN-CODE
002340         GO TO 9999-EXIT
002350     END-IF.
002360     MOVE WS-DT-QUANTIDADE TO WS-DIAS-MES.

002370     DISPLAY "DEPARTAMENTO (BRANCO = TODOS)".
002380     ACCEPT WS-DEPTO-FILTRO.

002390     OPEN INPUT EMPLOYEE-MASTER.
002400     IF NOT FS-EMPMAST-OK
002410         DISPLAY "PROG194: ERRO AO ABRIR EMPLOYEE-MASTER "
002420                 FS-EMPMAST
002430         MOVE 8 TO RETURN-CODE
002440         GO TO 9999-EXIT
002450     END-IF.

002460     MOVE WS-DEPTO-FILTRO TO DEPARTAMENTO.
002470     START EMPLOYEE-MASTER KEY IS NOT LESS THAN DEPARTAMENTO
002480         INVALID KEY
002490             SET FS-EMPMAST-EOF TO TRUE
002500     END-START.
002510     MOVE HIGH-VALUES TO WS-DEPTO-ANTERIOR.

002520     MOVE "I" TO WS-FUNCAO-REL.
002530     MOVE SPACES TO WS-TITULO-REL.
002540     STRING "ESCALA DE TURNOS POR DEPARTAMENTO - MES "
002550         WS-PERIODO-ESCALA
002560         DELIMITED BY SIZE INTO WS-TITULO-REL.
002570     MOVE SPACES TO WS-COLUNAS-REL.
002580     STRING "CODIGO NOME                 TURNO "
002590         "1234567890123456789012345678901"
002600         DELIMITED BY SIZE INTO WS-COLUNAS-REL.
002610     MOVE SPACES TO WS-LINHA-REL.
002620     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
002630         WS-COLUNAS-REL WS-LINHA-REL.

002640     PERFORM 1100-LER-PROXIMO THRU 1100-LER-PROXIMO-EXIT.
002650 1000-INICIALIZAR-EXIT.
002660     EXIT.

002670 1100-LER-PROXIMO.
002680     IF FS-EMPMAST-EOF
002690         GO TO 1100-LER-PROXIMO-EXIT
002700     END-IF.
002710     READ EMPLOYEE-MASTER NEXT
002720         AT END
002730             SET FS-EMPMAST-EOF TO TRUE
002740             GO TO 1100-LER-PROXIMO-EXIT
002750     END-READ.
002760     IF WS-DEPTO-FILTRO NOT = SPACES
002770         AND DEPARTAMENTO NOT = WS-DEPTO-FILTRO
002780         SET FS-EMPMAST-EOF TO TRUE
002790     END-IF.
002800 1100-LER-PROXIMO-EXIT.
002810     EXIT.

002820*----------------------------------------------------------------
002830* 2000-PROCESSAR - ONE ACTIVE FUNCIONARIO PER PASS, WITH A
002840*                  HEADING LINE AT EVERY DEPARTMENT BREAK
002850*----------------------------------------------------------------
002860 2000-PROCESSAR.
002870     IF NOT EMP-ATIVO
002880         GO TO 2000-PROCESSAR-SEGUIR
002890     END-IF.

002900     IF DEPARTAMENTO NOT = WS-DEPTO-ANTERIOR
002910         MOVE DEPARTAMENTO TO WS-DEPTO-ANTERIOR
002920         MOVE SPACES TO WS-LINHA-REL
002930         STRING "DEPARTAMENTO: " DEPARTAMENTO
002940             DELIMITED BY SIZE INTO WS-LINHA-REL
002950         MOVE "T" TO WS-FUNCAO-REL
002960         CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
002970             WS-COLUNAS-REL WS-LINHA-REL
002980     END-IF.

002990     MOVE WS-INICIO-MES TO WS-ESC-DATA-INICIO.
003000     MOVE WS-DIAS-MES TO WS-ESC-QTD-DIAS.
003010     CALL "PROG193" USING CODIGO WS-ESC-DATA-INICIO
003020         WS-ESC-QTD-DIAS WS-ESC-DIAS-TRABALHO WS-ESC-HORAS-DIA
003030         WS-ESC-HORA-INICIO WS-ESC-TURNO WS-ESC-TIPO.

003040     MOVE SPACES TO WS-IMPRESSAO.
003050     MOVE CODIGO TO WS-IMP-CODIGO.
003060     MOVE NOME TO WS-IMP-NOME.
003070     EVALUATE TRUE
003080         WHEN WS-ESC-ROTATIVA
003090             MOVE WS-ESC-TURNO TO WS-IMP-TURNO
003100         WHEN WS-ESC-SEMANAL
003110             MOVE "SEMAN" TO WS-IMP-TURNO
003120         WHEN OTHER
003130             MOVE "-" TO WS-IMP-TURNO
003140     END-EVALUATE.
003150     IF WS-ESC-SEM-ESCALA
003160         MOVE "SEM ESCALA CADASTRADA" TO WS-IMP-DIAS
003170         ADD 1 TO WS-QTD-SEM-ESCALA
003180     ELSE
003190         PERFORM 2100-MARCAR-DIA THRU 2100-MARCAR-DIA-EXIT
003200             VARYING WS-IDX-DIA FROM 1 BY 1
003210             UNTIL WS-IDX-DIA > WS-DIAS-MES
003220     END-IF.

003230     MOVE WS-IMPRESSAO TO WS-LINHA-REL.
003240     MOVE "D" TO WS-FUNCAO-REL.
003250     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
003260         WS-COLUNAS-REL WS-LINHA-REL.
003270     ADD 1 TO WS-QTD-LISTADOS.

003280 2000-PROCESSAR-SEGUIR.
003290     PERFORM 1100-LER-PROXIMO THRU 1100-LER-PROXIMO-EXIT.
003300 2000-PROCESSAR-EXIT.
003310     EXIT.

003320 2100-MARCAR-DIA.
003330     IF WS-ESC-DIAS-TRABALHO(WS-IDX-DIA:1) = "S"
003340         MOVE "T" TO WS-IMP-DIA(WS-IDX-DIA)
003350     ELSE
003360         MOVE "." TO WS-IMP-DIA(WS-IDX-DIA)
003370     END-IF.
003380 2100-MARCAR-DIA-EXIT.
003390     EXIT.

003400*----------------------------------------------------------------
003410* 8000-FINALIZAR
003420*----------------------------------------------------------------
003430 8000-FINALIZAR.
003440     MOVE SPACES TO WS-LINHA-REL.
003450     STRING "FUNCIONARIOS LISTADOS: " WS-QTD-LISTADOS
003460         "   SEM ESCALA: " WS-QTD-SEM-ESCALA
003470         DELIMITED BY SIZE INTO WS-LINHA-REL.
003480     MOVE "T" TO WS-FUNCAO-REL.
003490     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
003500         WS-COLUNAS-REL WS-LINHA-REL.

003510     MOVE "F" TO WS-FUNCAO-REL.
003520     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
003530         WS-COLUNAS-REL WS-LINHA-REL.

003540     CLOSE EMPLOYEE-MASTER.

003550     MOVE SPACES TO WS-DESCRICAO-AUD.
003560     STRING "EMITIU ESCALA DE TURNOS DE " WS-PERIODO-ESCALA
003570         " DEPTO " WS-DEPTO-FILTRO
003580         DELIMITED BY SIZE INTO WS-DESCRICAO-AUD.
003590     CALL "PROG22" USING "PROG194 " WS-DESCRICAO-AUD.
003600 8000-FINALIZAR-EXIT.
003610     EXIT.

003620 9999-EXIT.
003630     STOP RUN.
