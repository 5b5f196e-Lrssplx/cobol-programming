001000******************************************************************
001010* PROGRAM-ID: PROG191
001020* AUTHOR:      R. ALMEIDA - APPLICATIONS
001030* INSTALLATION: FOLHA DE PAGAMENTO / RECURSOS HUMANOS
001040* DATE-WRITTEN: 2026-10-01
001050* DATE-COMPILED:
001060* PURPOSE:     MONTHLY WORKING-HOURS COMPLIANCE SUMMARY. FOR A
001070*              REQUESTED PERIOD (AAAAMM), COUNTS THE VIOLATIONS
001080*              THE PROG190 NIGHTLY PASS LEFT ON THE EXCEPTIONS
001090*              FILE - BY THE DAY THEY HAPPENED, NOT THE DAY THEY
001100*              WERE FOUND - UNDER THE FUNCIONARIO'S DEPARTAMENTO
001110*              AND RULE CODE (JT01 INTERJORNADA, JT02
001120*              INTRAJORNADA, JT03 OVERTIME OVER 2 HOURS, JT04
001130*              SEVENTH DAY), AND PRINTS ONE LINE PER DEPARTAMENTO
001140*              WITH ITS SHARE OF THE COMPANY TOTAL THROUGH THE
001150*              PROG68 REPORT SERVICES, SO THE AREAS WHERE THEY
001160*              CLUSTER STAND OUT BEFORE THE LABOR INSPECTION
001170*              DOES IT FOR US.
001180* ----------------------------------------------------------------
001190* MODIFICATION HISTORY
001200* DATE       INIT DESCRIPTION
001210* 2026-10-01 RA   INITIAL VERSION
001220******************************************************************
001230 IDENTIFICATION DIVISION.
001240 PROGRAM-ID. PROG191.

001250 ENVIRONMENT DIVISION.
001260 INPUT-OUTPUT SECTION.
001270 FILE-CONTROL.
001280     SELECT EXCEPTION-FILE ASSIGN TO "EXCPFILE"
001290         ORGANIZATION IS LINE SEQUENTIAL
001300         FILE STATUS IS FS-EXCPFILE.

001310     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
001320         ORGANIZATION IS INDEXED
001330         ACCESS MODE IS DYNAMIC
001340         RECORD KEY IS CODIGO
001350         ALTERNATE RECORD KEY IS NOME
001360             WITH DUPLICATES
001370         ALTERNATE RECORD KEY IS DEPARTAMENTO
001380             WITH DUPLICATES
001390         FILE STATUS IS FS-EMPMAST.

001400 DATA DIVISION.
001410 FILE SECTION.
001420 FD  EXCEPTION-FILE.
001430 COPY EXCPREC.

001440 FD  EMPLOYEE-MASTER.
001450 COPY EMPREC.

001460 WORKING-STORAGE SECTION.
001470 01  FS-EXCPFILE                 PIC X(02).
001480     88  FS-EXCPFILE-OK          VALUE "00".
001490     88  FS-EXCPFILE-EOF         VALUE "10".

001500 01  FS-EMPMAST                  PIC X(02).
001510     88  FS-EMPMAST-OK           VALUE "00".

001520 01  WS-ARQUIVOS-SW              PIC X(01) VALUE "N".
001530     88  WS-ARQUIVOS-ABERTOS     VALUE "Y".

001540 01  WS-MENSAGEM                 PIC X(40).
001550 01  WS-VALOR-ENT                PIC 9(09).
001560 01  WS-LIMITE-MIN               PIC 9(09).
001570 01  WS-LIMITE-MAX               PIC 9(09).

001580 01  WS-PERIODO-RESUMO           PIC 9(06).
001590 01  WS-DEPTO-VIOLACAO           PIC X(10).
001600 01  WS-REGRA-CODIGO             PIC X(01).
001610 01  WS-IND-REGRA REDEFINES WS-REGRA-CODIGO
001620                                 PIC 9(01).

001630 01  WS-INDICE                   PIC 9(03) COMP.
001640 01  WS-ACHOU-SW                 PIC X(01).
001650     88  WS-ACHOU                VALUE "Y".
001660 01  WS-QTD-FORA-TABELA          PIC 9(05) VALUE ZERO.

001670 01  WS-QTDE-DEPTOS              PIC 9(03) COMP VALUE ZERO.
001680 01  WS-TABELA-DEPTOS.
001690     05  WS-DEP-ENTRADA OCCURS 50 TIMES.
001700         10  WS-DEP-CODIGO       PIC X(10).
001710         10  WS-DEP-REGRA        PIC 9(05) OCCURS 4 TIMES.
001720         10  WS-DEP-TOTAL        PIC 9(05).

001730 01  WS-TOTAIS-GERAIS.
001740     05  WS-TOT-REGRA            PIC 9(05) OCCURS 4 TIMES.
001750     05  WS-TOT-GERAL            PIC 9(05).

001760 01  WS-PERCENTUAL               PIC 9(03)V9(01).

001770 01  WS-IMPRESSAO.
001780     05  WS-IMP-DEPTO            PIC X(10).
001790     05  FILLER                  PIC X(02).
001800     05  WS-IMP-REGRA-ED         OCCURS 4 TIMES.
001810         10  WS-IMP-REGRA        PIC ZZ,ZZ9.
001820         10  FILLER              PIC X(02).
001830     05  WS-IMP-TOTAL            PIC ZZ,ZZ9.
001840     05  FILLER                  PIC X(02).
001850     05  WS-IMP-PERCENTUAL       PIC ZZ9.9.
001860     05  FILLER                  PIC X(01).

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
001990         UNTIL FS-EXCPFILE-EOF.
002000     PERFORM 8000-FINALIZAR THRU 8000-FINALIZAR-EXIT.
002010     GO TO 9999-EXIT.

002020*----------------------------------------------------------------
002030* 1000-INICIALIZAR
002040*----------------------------------------------------------------
002050 1000-INICIALIZAR.
002060     MOVE "PERIODO DO RESUMO (AAAAMM)" TO WS-MENSAGEM.
002070     MOVE 190001 TO WS-LIMITE-MIN.
002080     MOVE 999912 TO WS-LIMITE-MAX.
002090     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
002100         WS-LIMITE-MIN WS-LIMITE-MAX.
002110     MOVE WS-VALOR-ENT TO WS-PERIODO-RESUMO.

002120     MOVE ZERO TO WS-TOTAIS-GERAIS.

002130     OPEN INPUT EXCEPTION-FILE.
002140     IF NOT FS-EXCPFILE-OK
002150         DISPLAY "PROG191: SEM ARQUIVO DE EXCECOES (EXCPFILE) "
002160             "- NADA A RELATAR"
002170         SET FS-EXCPFILE-EOF TO TRUE
002180         GO TO 1000-INICIALIZAR-EXIT
002190     END-IF.

002200     OPEN INPUT EMPLOYEE-MASTER.
002210     IF NOT FS-EMPMAST-OK
002220         DISPLAY "PROG191: ERRO AO ABRIR EMPLOYEE-MASTER "
002230                 FS-EMPMAST
002240         CLOSE EXCEPTION-FILE
002250         SET FS-EXCPFILE-EOF TO TRUE
002260         GO TO 1000-INICIALIZAR-EXIT
002270     END-IF.
002280     SET WS-ARQUIVOS-ABERTOS TO TRUE.

002290     MOVE "I" TO WS-FUNCAO-REL.
002300     MOVE SPACES TO WS-TITULO-REL.
002310     STRING "VIOLACOES DE JORNADA POR DEPARTAMENTO - PERIODO "
002320         WS-PERIODO-RESUMO
002330         DELIMITED BY SIZE INTO WS-TITULO-REL.
002340     MOVE SPACES TO WS-COLUNAS-REL.
002350     STRING "DEPTO       INTERJ  INTRAJ  EXTRA2  7O DIA"
002360         "   TOTAL    PCT"
002370         DELIMITED BY SIZE INTO WS-COLUNAS-REL.
002380     MOVE SPACES TO WS-LINHA-REL.
002390     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
002400         WS-COLUNAS-REL WS-LINHA-REL.

002410     PERFORM 1100-LER-PROXIMO THRU 1100-LER-PROXIMO-EXIT.
002420 1000-INICIALIZAR-EXIT.
002430     EXIT.

002440 1100-LER-PROXIMO.
002450     READ EXCEPTION-FILE
002460         AT END
002470             SET FS-EXCPFILE-EOF TO TRUE
002480     END-READ.
002490 1100-LER-PROXIMO-EXIT.
002500     EXIT.

002510*----------------------------------------------------------------
002520* 2000-PROCESSAR - ONE EXCEPTION ROW PER PASS; ONLY THE PROG190
002530*                  ROWS WHOSE DAY FALLS IN THE PERIOD COUNT
002540*----------------------------------------------------------------
002550 2000-PROCESSAR.
002560     IF EXCP-PROGRAMA NOT = "PROG190 "
002570         OR EXCP-VALOR(1:6) NOT = WS-PERIODO-RESUMO
002580         OR EXCP-REGRA(1:2) NOT = "JT"
002590         GO TO 2000-PROCESSAR-SEGUIR
002600     END-IF.

002610     MOVE EXCP-REGRA(4:1) TO WS-REGRA-CODIGO.
002620     IF WS-IND-REGRA NOT NUMERIC
002630         OR WS-IND-REGRA < 1 OR WS-IND-REGRA > 4
002640         GO TO 2000-PROCESSAR-SEGUIR
002650     END-IF.

002660     MOVE "SEM DEPTO" TO WS-DEPTO-VIOLACAO.
002670     IF EXCP-CAMPO(7:6) IS NUMERIC
002680         MOVE EXCP-CAMPO(7:6) TO CODIGO
002690         READ EMPLOYEE-MASTER
002700             INVALID KEY
002710                 CONTINUE
002720             NOT INVALID KEY
002730                 MOVE DEPARTAMENTO TO WS-DEPTO-VIOLACAO
002740         END-READ
002750     END-IF.

002760     ADD 1 TO WS-TOT-REGRA(WS-IND-REGRA).
002770     ADD 1 TO WS-TOT-GERAL.

002780     PERFORM 2300-LOCALIZAR-DEPTO THRU 2300-LOCALIZAR-DEPTO-EXIT.
002790     IF NOT WS-ACHOU
002800         ADD 1 TO WS-QTD-FORA-TABELA
002810         GO TO 2000-PROCESSAR-SEGUIR
002820     END-IF.
002830     ADD 1 TO WS-DEP-REGRA(WS-INDICE WS-IND-REGRA).
002840     ADD 1 TO WS-DEP-TOTAL(WS-INDICE).

002850 2000-PROCESSAR-SEGUIR.
002860     PERFORM 1100-LER-PROXIMO THRU 1100-LER-PROXIMO-EXIT.
002870 2000-PROCESSAR-EXIT.
002880     EXIT.

002890*----------------------------------------------------------------
002900* 2300-LOCALIZAR-DEPTO - THE PER-DEPARTMENT ACCUMULATION TABLE,
002910*                        THE SAME SHAPE PROG184 KEEPS
002920*----------------------------------------------------------------
002930 2300-LOCALIZAR-DEPTO.
002940     MOVE "N" TO WS-ACHOU-SW.
002950     PERFORM 2310-COMPARAR-DEPTO
002960         VARYING WS-INDICE FROM 1 BY 1
002970         UNTIL WS-INDICE > WS-QTDE-DEPTOS OR WS-ACHOU.
002980     IF WS-ACHOU
002990         SUBTRACT 1 FROM WS-INDICE
003000         GO TO 2300-LOCALIZAR-DEPTO-EXIT
003010     END-IF.

003020     IF WS-QTDE-DEPTOS >= 50
003030         GO TO 2300-LOCALIZAR-DEPTO-EXIT
003040     END-IF.

003050     ADD 1 TO WS-QTDE-DEPTOS.
003060     MOVE WS-QTDE-DEPTOS TO WS-INDICE.
003070     MOVE WS-DEPTO-VIOLACAO TO WS-DEP-CODIGO(WS-INDICE).
003080     MOVE ZERO TO WS-DEP-REGRA(WS-INDICE 1)
003090         WS-DEP-REGRA(WS-INDICE 2) WS-DEP-REGRA(WS-INDICE 3)
003100         WS-DEP-REGRA(WS-INDICE 4) WS-DEP-TOTAL(WS-INDICE).
003110     SET WS-ACHOU TO TRUE.
003120 2300-LOCALIZAR-DEPTO-EXIT.
003130     EXIT.

003140 2310-COMPARAR-DEPTO.
003150     IF WS-DEP-CODIGO(WS-INDICE) = WS-DEPTO-VIOLACAO
003160         SET WS-ACHOU TO TRUE
003170     END-IF.

003180*----------------------------------------------------------------
003190* 8000-FINALIZAR - ONE LINE PER DEPARTAMENTO AND THE COMPANY
003200*                  TOTAL
003210*----------------------------------------------------------------
003220 8000-FINALIZAR.
003230     IF NOT WS-ARQUIVOS-ABERTOS
003240         GO TO 8000-FINALIZAR-EXIT
003250     END-IF.

003260     PERFORM 8100-IMPRIMIR-DEPTO THRU 8100-IMPRIMIR-DEPTO-EXIT
003270         VARYING WS-INDICE FROM 1 BY 1
003280         UNTIL WS-INDICE > WS-QTDE-DEPTOS.

003290     MOVE "T" TO WS-FUNCAO-REL.
003300     MOVE "TOTAL DA EMPRESA" TO WS-LINHA-REL.
003310     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
003320         WS-COLUNAS-REL WS-LINHA-REL.
003330     MOVE SPACES TO WS-IMPRESSAO.
003340     MOVE "EMPRESA" TO WS-IMP-DEPTO.
003350     MOVE WS-TOT-REGRA(1) TO WS-IMP-REGRA(1).
003360     MOVE WS-TOT-REGRA(2) TO WS-IMP-REGRA(2).
003370     MOVE WS-TOT-REGRA(3) TO WS-IMP-REGRA(3).
003380     MOVE WS-TOT-REGRA(4) TO WS-IMP-REGRA(4).
003390     MOVE WS-TOT-GERAL TO WS-IMP-TOTAL.
003400     IF WS-TOT-GERAL > ZERO
003410         MOVE 100 TO WS-IMP-PERCENTUAL
003420     ELSE
003430         MOVE ZERO TO WS-IMP-PERCENTUAL
003440     END-IF.
003450     MOVE WS-IMPRESSAO TO WS-LINHA-REL.
003460     MOVE "D" TO WS-FUNCAO-REL.
003470     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
003480         WS-COLUNAS-REL WS-LINHA-REL.

003490     IF WS-QTD-FORA-TABELA > ZERO
003500         MOVE SPACES TO WS-LINHA-REL
003510         STRING "VIOLACOES FORA DA TABELA (MAIS DE 50 DEPTOS): "
003520             WS-QTD-FORA-TABELA " - SO NO TOTAL DA EMPRESA"
003530             DELIMITED BY SIZE INTO WS-LINHA-REL
003540         MOVE "D" TO WS-FUNCAO-REL
003550         CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
003560             WS-COLUNAS-REL WS-LINHA-REL
003570     END-IF.

003580     MOVE "F" TO WS-FUNCAO-REL.
003590     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
003600         WS-COLUNAS-REL WS-LINHA-REL.

003610     CLOSE EXCEPTION-FILE EMPLOYEE-MASTER.

003620     MOVE SPACES TO WS-DESCRICAO-AUD.
003630     STRING "EMITIU RESUMO DE VIOLACOES DE JORNADA DE "
003640         WS-PERIODO-RESUMO
003650         DELIMITED BY SIZE INTO WS-DESCRICAO-AUD.
003660     CALL "PROG22" USING "PROG191 " WS-DESCRICAO-AUD.
003670 8000-FINALIZAR-EXIT.
003680     EXIT.

003690 8100-IMPRIMIR-DEPTO.
003700     MOVE SPACES TO WS-IMPRESSAO.
003710     MOVE WS-DEP-CODIGO(WS-INDICE) TO WS-IMP-DEPTO.
003720     MOVE WS-DEP-REGRA(WS-INDICE 1) TO WS-IMP-REGRA(1).
003730     MOVE WS-DEP-REGRA(WS-INDICE 2) TO WS-IMP-REGRA(2).
003740     MOVE WS-DEP-REGRA(WS-INDICE 3) TO WS-IMP-REGRA(3).
003750     MOVE WS-DEP-REGRA(WS-INDICE 4) TO WS-IMP-REGRA(4).
003760     MOVE WS-DEP-TOTAL(WS-INDICE) TO WS-IMP-TOTAL.
003770     COMPUTE WS-PERCENTUAL ROUNDED =
003780         WS-DEP-TOTAL(WS-INDICE) * 100 / WS-TOT-GERAL.
003790     MOVE WS-PERCENTUAL TO WS-IMP-PERCENTUAL.
003800     MOVE WS-IMPRESSAO TO WS-LINHA-REL.
003810     MOVE "D" TO WS-FUNCAO-REL.
003820     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
003830         WS-COLUNAS-REL WS-LINHA-REL.
003840 8100-IMPRIMIR-DEPTO-EXIT.
003850     EXIT.

003860 9999-EXIT.
003870     STOP RUN.
