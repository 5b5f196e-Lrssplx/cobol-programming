001000******************************************************************
001010* PROGRAM-ID: PROG207
001020* AUTHOR:      R. ALMEIDA - APPLICATIONS
001030* INSTALLATION: FOLHA DE PAGAMENTO / RECURSOS HUMANOS
001040* DATE-WRITTEN: 2026-10-08
001050* DATE-COMPILED:
001060* PURPOSE:     TRAINING HOURS AND COST BY DEPARTAMENTO FOR ONE
001070*              YEAR. READS EVERY COMPLETION ON TREIFILE WHOSE
001080*              CONCLUSION DATE FALLS IN THE YEAR ASKED AND ADDS
001090*              ITS HOURS AND COST UNDER THE DEPARTAMENTO THE
001100*              FUNCIONARIO WAS IN WHEN IT WAS RECORDED (PROG116),
001110*              PRINTING ONE LINE PER DEPARTAMENTO AND THE COMPANY
001120*              TOTAL THROUGH THE PROG68 REPORT SERVICES.
001130* ----------------------------------------------------------------
001140* MODIFICATION HISTORY
001150* DATE       INIT DESCRIPTION
001160* 2026-10-08 RA   INITIAL VERSION
001170******************************************************************
001180 IDENTIFICATION DIVISION.
001190 PROGRAM-ID. PROG207.

001200 ENVIRONMENT DIVISION.
001210 INPUT-OUTPUT SECTION.
001220 FILE-CONTROL.
001230     SELECT TRAINING-FILE ASSIGN TO "TREIFILE"
001240         ORGANIZATION IS INDEXED
001250         ACCESS MODE IS SEQUENTIAL
001260         RECORD KEY IS CT-CHAVE
001270         FILE STATUS IS FS-TREIFILE.

001280 DATA DIVISION.
001290 FILE SECTION.
001300 FD  TRAINING-FILE.
001310 COPY TREINREC.

001320 WORKING-STORAGE SECTION.
001330 01  FS-TREIFILE                 PIC X(02).
001340     88  FS-TREIFILE-OK          VALUE "00".
001350     88  FS-TREIFILE-EOF         VALUE "10".

001360 01  WS-MENSAGEM                 PIC X(40).
001370 01  WS-VALOR-ENT                PIC 9(09).
001380 01  WS-LIMITE-MIN               PIC 9(09).
001390 01  WS-LIMITE-MAX               PIC 9(09).

001400 01  WS-ANO                      PIC 9(04).
001410 01  WS-DEPTO-BUSCA              PIC X(10).

001420 01  WS-INDICE                   PIC 9(03) COMP.
001430 01  WS-ACHOU-SW                 PIC X(01).
001440     88  WS-ACHOU                VALUE "Y".
001450 01  WS-QTD-FORA-TABELA          PIC 9(05) VALUE ZERO.

001460 01  WS-QTDE-DEPTOS              PIC 9(03) COMP VALUE ZERO.
001470 01  WS-TABELA-DEPTOS.
001480     05  WS-DEP-ENTRADA OCCURS 50 TIMES.
001490         10  WS-DEP-CODIGO       PIC X(10).
001500         10  WS-DEP-CONCLUSOES   PIC 9(05).
001510         10  WS-DEP-HORAS        PIC 9(07).
001520         10  WS-DEP-CUSTO        PIC 9(11)V9(02).

001530 01  WS-TOTAIS-GERAIS.
001540     05  WS-TOT-CONCLUSOES       PIC 9(05) VALUE ZERO.
001550     05  WS-TOT-HORAS            PIC 9(07) VALUE ZERO.
001560     05  WS-TOT-CUSTO            PIC 9(11)V9(02) VALUE ZERO.

001570 01  WS-IMPRESSAO.
001580     05  WS-IMP-DEPTO            PIC X(10).
001590     05  FILLER                  PIC X(02).
001600     05  WS-IMP-CONCLUSOES       PIC ZZZZ9.
001610     05  FILLER                  PIC X(02).
001620     05  WS-IMP-HORAS            PIC Z,ZZZ,ZZ9.
001630     05  FILLER                  PIC X(02).
001640     05  WS-IMP-CUSTO            PIC ZZZ,ZZZ,ZZ9.99.
001650     05  FILLER                  PIC X(02).
001660     05  WS-IMP-MEDIA            PIC ZZZ,ZZ9.99.

001670 01  WS-FUNCAO-REL               PIC X(01).
001680 01  WS-TITULO-REL               PIC X(60).
001690 01  WS-COLUNAS-REL              PIC X(80).
001700 01  WS-LINHA-REL                PIC X(80).

001710 01  WS-DESCRICAO-AUD            PIC X(60).

001720 PROCEDURE DIVISION.

001730*----------------------------------------------------------------
001740* 0000-MAINLINE
001750*----------------------------------------------------------------
001760 0000-MAINLINE.
001770     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
001780     PERFORM 2000-PROCESSAR THRU 2000-PROCESSAR-EXIT
001790         UNTIL FS-TREIFILE-EOF.
001800     PERFORM 8000-FINALIZAR THRU 8000-FINALIZAR-EXIT.
001810     GO TO 9999-EXIT.

001820*----------------------------------------------------------------
001830* 1000-INICIALIZAR
001840*----------------------------------------------------------------
001850 1000-INICIALIZAR.
001860     MOVE "ANO DAS CONCLUSOES (AAAA)" TO WS-MENSAGEM.
001870     MOVE 1900 TO WS-LIMITE-MIN.
001880     MOVE 9999 TO WS-LIMITE-MAX.
001890     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
001900         WS-LIMITE-MIN WS-LIMITE-MAX.
001910     MOVE WS-VALOR-ENT TO WS-ANO.

001920     OPEN INPUT TRAINING-FILE.
001930     IF NOT FS-TREIFILE-OK
001940         DISPLAY "PROG207: SEM CONCLUSOES DE TREINAMENTO "
001950             "(TREIFILE)"
001960         GO TO 9999-EXIT
001970     END-IF.

001980     PERFORM 1100-LER-PROXIMO THRU 1100-LER-PROXIMO-EXIT.
001990 1000-INICIALIZAR-EXIT.
002000     EXIT.

002010 1100-LER-PROXIMO.
002020     READ TRAINING-FILE NEXT
002030         AT END
002040             SET FS-TREIFILE-EOF TO TRUE
002050     END-READ.
002060 1100-LER-PROXIMO-EXIT.
002070     EXIT.

002080*----------------------------------------------------------------
002090* 2000-PROCESSAR - ONE COMPLETION PER PASS; OTHER YEARS SKIP
002100*----------------------------------------------------------------
002110 2000-PROCESSAR.
002120     IF CT-DATA-CONCLUSAO(1:4) NOT = WS-ANO
002130         GO TO 2000-PROCESSAR-SEGUIR
002140     END-IF.

002150     MOVE CT-DEPARTAMENTO TO WS-DEPTO-BUSCA.
002160     PERFORM 2300-LOCALIZAR-DEPTO THRU 2300-LOCALIZAR-DEPTO-EXIT.
002170     IF NOT WS-ACHOU
002180         ADD 1 TO WS-QTD-FORA-TABELA
002190         GO TO 2000-PROCESSAR-SEGUIR
002200     END-IF.

002210     ADD 1 TO WS-DEP-CONCLUSOES(WS-INDICE).
002220     ADD CT-CARGA-HORARIA TO WS-DEP-HORAS(WS-INDICE).
002230     ADD CT-CUSTO TO WS-DEP-CUSTO(WS-INDICE).

002240 2000-PROCESSAR-SEGUIR.
002250     PERFORM 1100-LER-PROXIMO THRU 1100-LER-PROXIMO-EXIT.
002260 2000-PROCESSAR-EXIT.
002270     EXIT.

002280*----------------------------------------------------------------
002290* 2300-LOCALIZAR-DEPTO - THE PER-DEPARTMENT ACCUMULATION TABLE,
002300*                         THE SAME SHAPE PROG184 KEEPS
002310*----------------------------------------------------------------
002320 2300-LOCALIZAR-DEPTO.
002330     MOVE "N" TO WS-ACHOU-SW.
002340     PERFORM 2310-COMPARAR-DEPTO
002350         VARYING WS-INDICE FROM 1 BY 1
002360         UNTIL WS-INDICE > WS-QTDE-DEPTOS OR WS-ACHOU.
002370     IF WS-ACHOU
002380         SUBTRACT 1 FROM WS-INDICE
002390         GO TO 2300-LOCALIZAR-DEPTO-EXIT
002400     END-IF.

002410     IF WS-QTDE-DEPTOS >= 50
002420         GO TO 2300-LOCALIZAR-DEPTO-EXIT
002430     END-IF.

002440     ADD 1 TO WS-QTDE-DEPTOS.
002450     MOVE WS-QTDE-DEPTOS TO WS-INDICE.
002460     MOVE WS-DEPTO-BUSCA TO WS-DEP-CODIGO(WS-INDICE).
002470     MOVE ZERO TO WS-DEP-CONCLUSOES(WS-INDICE)
002480         WS-DEP-HORAS(WS-INDICE) WS-DEP-CUSTO(WS-INDICE).
002490     SET WS-ACHOU TO TRUE.
002500 2300-LOCALIZAR-DEPTO-EXIT.
002510     EXIT.

002520 2310-COMPARAR-DEPTO.
002530     IF WS-DEP-CODIGO(WS-INDICE) = WS-DEPTO-BUSCA
002540         SET WS-ACHOU TO TRUE
002550     END-IF.

002560*----------------------------------------------------------------
002570* 8000-FINALIZAR - ONE LINE PER DEPARTAMENTO AND THE COMPANY TOTAL
002580*----------------------------------------------------------------
002590 8000-FINALIZAR.
002600     CLOSE TRAINING-FILE.

002610     MOVE "I" TO WS-FUNCAO-REL.
002620     MOVE SPACES TO WS-TITULO-REL.
002630     STRING "HORAS E CUSTO DE TREINAMENTO POR DEPARTAMENTO - "
002640         "ANO " WS-ANO
002650         DELIMITED BY SIZE INTO WS-TITULO-REL.
002660     MOVE SPACES TO WS-COLUNAS-REL.
002670     STRING "DEPTO       CONCL.      HORAS           CUSTO"
002680         "  CUSTO/HORA"
002690         DELIMITED BY SIZE INTO WS-COLUNAS-REL.
002700     MOVE SPACES TO WS-LINHA-REL.
002710     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
002720         WS-COLUNAS-REL WS-LINHA-REL.

002730     PERFORM 8100-IMPRIMIR-DEPTO THRU 8100-IMPRIMIR-DEPTO-EXIT
002740         VARYING WS-INDICE FROM 1 BY 1
002750         UNTIL WS-INDICE > WS-QTDE-DEPTOS.

002760     MOVE SPACES TO WS-IMPRESSAO.
002770     MOVE "TOTAL" TO WS-IMP-DEPTO.
002780     MOVE WS-TOT-CONCLUSOES TO WS-IMP-CONCLUSOES.
002790     MOVE WS-TOT-HORAS TO WS-IMP-HORAS.
002800     MOVE WS-TOT-CUSTO TO WS-IMP-CUSTO.
002810     IF WS-TOT-HORAS > ZERO
002820         COMPUTE WS-IMP-MEDIA ROUNDED =
002830             WS-TOT-CUSTO / WS-TOT-HORAS
002840     ELSE
002850         MOVE ZERO TO WS-IMP-MEDIA
002860     END-IF.
002870     MOVE WS-IMPRESSAO TO WS-LINHA-REL.
002880     MOVE "T" TO WS-FUNCAO-REL.
002890     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
002900         WS-COLUNAS-REL WS-LINHA-REL.

002910     IF WS-QTD-FORA-TABELA > ZERO
002920         MOVE SPACES TO WS-LINHA-REL
002930         STRING "CONCLUSOES FORA DA TABELA DE DEPARTAMENTOS: "
002940             WS-QTD-FORA-TABELA
002950             DELIMITED BY SIZE INTO WS-LINHA-REL
002960         MOVE "T" TO WS-FUNCAO-REL
002970         CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
002980             WS-COLUNAS-REL WS-LINHA-REL
002990     END-IF.

003000     MOVE "F" TO WS-FUNCAO-REL.
003010     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
003020         WS-COLUNAS-REL WS-LINHA-REL.

003030     MOVE SPACES TO WS-DESCRICAO-AUD.
003040     STRING "EMITIU HORAS E CUSTO DE TREINAMENTO DO ANO " WS-ANO
003050         DELIMITED BY SIZE INTO WS-DESCRICAO-AUD.
003060     CALL "PROG22" USING "PROG207 " WS-DESCRICAO-AUD.
003070 8000-FINALIZAR-EXIT.
003080     EXIT.

003090 8100-IMPRIMIR-DEPTO.
003100     MOVE SPACES TO WS-IMPRESSAO.
003110     MOVE WS-DEP-CODIGO(WS-INDICE) TO WS-IMP-DEPTO.
003120     MOVE WS-DEP-CONCLUSOES(WS-INDICE) TO WS-IMP-CONCLUSOES.
003130     MOVE WS-DEP-HORAS(WS-INDICE) TO WS-IMP-HORAS.
003140     MOVE WS-DEP-CUSTO(WS-INDICE) TO WS-IMP-CUSTO.
003150     IF WS-DEP-HORAS(WS-INDICE) > ZERO
003160         COMPUTE WS-IMP-MEDIA ROUNDED =
003170             WS-DEP-CUSTO(WS-INDICE) / WS-DEP-HORAS(WS-INDICE)
003180     ELSE
003190         MOVE ZERO TO WS-IMP-MEDIA
003200     END-IF.
003210     MOVE WS-IMPRESSAO TO WS-LINHA-REL.
003220     MOVE "D" TO WS-FUNCAO-REL.
003230     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
003240         WS-COLUNAS-REL WS-LINHA-REL.

003250     ADD WS-DEP-CONCLUSOES(WS-INDICE) TO WS-TOT-CONCLUSOES.
003260     ADD WS-DEP-HORAS(WS-INDICE) TO WS-TOT-HORAS.
003270     ADD WS-DEP-CUSTO(WS-INDICE) TO WS-TOT-CUSTO.
003280 8100-IMPRIMIR-DEPTO-EXIT.
003290     EXIT.

003300 9999-EXIT.
003310     STOP RUN.
