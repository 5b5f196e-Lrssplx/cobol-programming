001000******************************************************************
001010* PROGRAM-ID: PROG198
001020* AUTHOR:      R. ALMEIDA - APPLICATIONS
001030* INSTALLATION: FOLHA DE PAGAMENTO / RECURSOS HUMANOS
001040* DATE-WRITTEN: 2026-10-05
001050* DATE-COMPILED:
001060* PURPOSE:     TIME-TO-FILL REPORT PER DEPARTAMENTO FROM THE
001070*              REQFILE REQUISITIONS (PROG196/PROG197). FOR A
001080*              REQUESTED RANGE OF MONTHS (AAAAMM TO AAAAMM), THE
001090*              REQUISITIONS FILLED WITHIN IT ARE MEASURED IN
001100*              CALENDAR DAYS FROM OPENING TO CLOSING (PROG74) -
001110*              COUNT, AVERAGE, SHORTEST AND LONGEST - AND THOSE
001120*              CANCELLED OR REFUSED WITHIN IT ARE COUNTED. THE
001130*              REQUISITIONS STILL OPEN TODAY ARE SHOWN WITH THEIR
001140*              AVERAGE AND OLDEST AGE, WHATEVER THE RANGE. ONE
001150*              LINE PER DEPARTAMENTO AND THE COMPANY TOTAL,
001160*              THROUGH THE PROG68 REPORT SERVICES.
001170* ----------------------------------------------------------------
001180* MODIFICATION HISTORY
001190* DATE       INIT DESCRIPTION
001200* 2026-10-05 RA   INITIAL VERSION
001210******************************************************************
001220 IDENTIFICATION DIVISION.
001230 PROGRAM-ID. PROG198.

001240 ENVIRONMENT DIVISION.
001250 INPUT-OUTPUT SECTION.
001260 FILE-CONTROL.
001270     SELECT REQUISITION-FILE ASSIGN TO "REQFILE"
001280         ORGANIZATION IS INDEXED
001290         ACCESS MODE IS DYNAMIC
001300         RECORD KEY IS RQ-NUMERO
001310         FILE STATUS IS FS-REQFILE.

001320 DATA DIVISION.
001330 FILE SECTION.
001340 FD  REQUISITION-FILE.
001350 COPY REQREC.

001360 WORKING-STORAGE SECTION.
001370 01  FS-REQFILE                  PIC X(02).
001380     88  FS-REQFILE-OK           VALUE "00".
001390     88  FS-REQFILE-EOF          VALUE "10".

001400 01  WS-MENSAGEM                 PIC X(40).
001410 01  WS-VALOR-ENT                PIC 9(09).
001420 01  WS-LIMITE-MIN               PIC 9(09).
001430 01  WS-LIMITE-MAX               PIC 9(09).

001440 01  WS-PERIODO-INICIAL          PIC 9(06).
001450 01  WS-PERIODO-INICIAL-R REDEFINES WS-PERIODO-INICIAL.
001460     05  WS-ANO-INICIAL          PIC 9(04).
001470     05  WS-MES-INICIAL          PIC 9(02).
001480 01  WS-PERIODO-FINAL            PIC 9(06).
001490 01  WS-PERIODO-FINAL-R REDEFINES WS-PERIODO-FINAL.
001500     05  WS-ANO-FINAL            PIC 9(04).
001510     05  WS-MES-FINAL            PIC 9(02).
001520 01  WS-DATA-DE                  PIC 9(08).
001530 01  WS-DATA-ATE                 PIC 9(08).
001540 01  WS-DATA-ATUAL               PIC 9(08).

001550 01  WS-CHAMADA-DATA.
001560     05  WS-DT-FUNCAO            PIC X(01).
001570     05  WS-DT-DATA-1            PIC 9(08).
001580     05  WS-DT-DATA-2            PIC 9(08).
001590     05  WS-DT-QUANTIDADE        PIC S9(07).
001600     05  WS-DT-UNIDADE           PIC X(01).
001610     05  WS-DT-STATUS            PIC X(01).
001620         88  WS-DT-OK            VALUE "1".

001630 01  WS-DIAS                     PIC 9(05).

001640* ONE ENTRY PER DEPARTAMENTO IN FIRST-SEEN ORDER; ENTRY 61 CARRIES
001650* THE COMPANY TOTAL
001660 01  WS-QTDE-DEPTOS              PIC 9(03) COMP VALUE ZERO.
001670 01  WS-TABELA-DEPTOS.
001680     05  WS-DEP-ENTRADA OCCURS 61 TIMES.
001690         10  WS-DEP-CODIGO       PIC X(10).
001700         10  WS-DEP-PREENCHIDAS  PIC 9(05).
001710         10  WS-DEP-SOMA-DIAS    PIC 9(09).
001720         10  WS-DEP-MENOR        PIC 9(05).
001730         10  WS-DEP-MAIOR        PIC 9(05).
001740         10  WS-DEP-ABERTAS      PIC 9(05).
001750         10  WS-DEP-SOMA-IDADE   PIC 9(09).
001760         10  WS-DEP-MAIS-ANTIGA  PIC 9(05).
001770         10  WS-DEP-ENCERRADAS   PIC 9(05).
001780 01  WS-DEPTO-PROCURADO          PIC X(10).
001790 01  WS-INDICE                   PIC 9(03) COMP.
001800 01  WS-IND-BUSCA                PIC 9(03) COMP.
001810 01  WS-IND-TOTAL                PIC 9(03) COMP VALUE 61.
001820 01  WS-ACHOU-SW                 PIC X(01).
001830     88  WS-ACHOU                VALUE "Y".
001840 01  WS-QTD-FORA-TABELA          PIC 9(05) VALUE ZERO.
001850 01  WS-QTD-LIDAS                PIC 9(07) VALUE ZERO.
001860 01  WS-MEDIA                    PIC 9(05)V9(01).

001870 01  WS-IMPRESSAO.
001880     05  WS-IMP-DEPTO            PIC X(10).
001890     05  FILLER                  PIC X(02).
001900     05  WS-IMP-PREENCHIDAS      PIC ZZZZZZ9.
001910     05  FILLER                  PIC X(02).
001920     05  WS-IMP-MEDIA            PIC ZZZZ9.9.
001930     05  FILLER                  PIC X(02).
001940     05  WS-IMP-MENOR            PIC ZZZZ9.
001950     05  FILLER                  PIC X(02).
001960     05  WS-IMP-MAIOR            PIC ZZZZ9.
001970     05  FILLER                  PIC X(02).
001980     05  WS-IMP-ABERTAS          PIC ZZZZZZ9.
001990     05  FILLER                  PIC X(02).
002000     05  WS-IMP-IDADE            PIC ZZZZ9.9.
002010     05  FILLER                  PIC X(02).
002020     05  WS-IMP-MAIS-ANTIGA      PIC ZZZZZ9.
002030     05  FILLER                  PIC X(02).
002040     05  WS-IMP-ENCERRADAS       PIC ZZZZ9.
002050     05  FILLER                  PIC X(05).

002060 01  WS-LINHA-REL                PIC X(80).
002070 01  WS-FUNCAO-REL               PIC X(01).
002080 01  WS-TITULO-REL               PIC X(60).
002090 01  WS-COLUNAS-REL              PIC X(80).

002100 01  WS-DESCRICAO-AUD            PIC X(60).

002110 PROCEDURE DIVISION.

002120*----------------------------------------------------------------
002130* 0000-MAINLINE
002140*----------------------------------------------------------------
002150 0000-MAINLINE.
002160     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
002170     PERFORM 2000-PROCESSAR THRU 2000-PROCESSAR-EXIT
002180         UNTIL FS-REQFILE-EOF.
002190     PERFORM 8000-FINALIZAR THRU 8000-FINALIZAR-EXIT.
002200     GO TO 9999-EXIT.

002210*----------------------------------------------------------------
002220* 1000-INICIALIZAR - THE RANGE OF MONTHS, FROM THE FIRST DAY OF
002230*                    THE FIRST TO THE LAST DAY OF THE LAST
002240*----------------------------------------------------------------
002250 1000-INICIALIZAR.
002260     ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.

002270     MOVE "MES INICIAL (AAAAMM)" TO WS-MENSAGEM.
002280     MOVE 190001 TO WS-LIMITE-MIN.
002290     MOVE 999912 TO WS-LIMITE-MAX.
002300     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
002310         WS-LIMITE-MIN WS-LIMITE-MAX.
002320     MOVE WS-VALOR-ENT TO WS-PERIODO-INICIAL.

002330     MOVE "MES FINAL (AAAAMM)" TO WS-MENSAGEM.
002340     MOVE WS-PERIODO-INICIAL TO WS-LIMITE-MIN.
002350     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
002360         WS-LIMITE-MIN WS-LIMITE-MAX.
002370     MOVE WS-VALOR-ENT TO WS-PERIODO-FINAL.

002380     IF WS-MES-INICIAL < 1 OR WS-MES-INICIAL > 12
002390        OR WS-MES-FINAL < 1 OR WS-MES-FINAL > 12
002400         DISPLAY "PROG198: MES INVALIDO " WS-PERIODO-INICIAL
002410             " / " WS-PERIODO-FINAL
002420         MOVE 8 TO RETURN-CODE
002430         GO TO 9999-EXIT
002440     END-IF.
002450     COMPUTE WS-DATA-DE = WS-PERIODO-INICIAL * 100 + 1.
002460     COMPUTE WS-DATA-ATE = WS-PERIODO-FINAL * 100 + 31.

002470     OPEN INPUT REQUISITION-FILE.
002480     IF NOT FS-REQFILE-OK
002490         DISPLAY "PROG198: ERRO AO ABRIR REQUISITION-FILE "
002500                 FS-REQFILE
002510         MOVE 8 TO RETURN-CODE
002520         GO TO 9999-EXIT
002530     END-IF.

002540     MOVE ZEROS TO WS-DEP-ENTRADA(WS-IND-TOTAL).
002550     MOVE "EMPRESA" TO WS-DEP-CODIGO(WS-IND-TOTAL).

002560     MOVE "I" TO WS-FUNCAO-REL.
002570     MOVE SPACES TO WS-TITULO-REL.
002580     STRING "TEMPO DE PREENCHIMENTO DE VAGAS - "
002590         WS-PERIODO-INICIAL " A " WS-PERIODO-FINAL
002600         DELIMITED BY SIZE INTO WS-TITULO-REL.
002610     MOVE SPACES TO WS-COLUNAS-REL.
002620     STRING "DEPTO       PREENCH    MEDIA  MENOR  MAIOR  "
002630         "ABERTAS    IDADE  ANTIGA   CANC"
002640         DELIMITED BY SIZE INTO WS-COLUNAS-REL.
002650     MOVE SPACES TO WS-LINHA-REL.
002660     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
002670         WS-COLUNAS-REL WS-LINHA-REL.

002680     PERFORM 1100-LER-PROXIMA THRU 1100-LER-PROXIMA-EXIT.
002690 1000-INICIALIZAR-EXIT.
002700     EXIT.

002710 1100-LER-PROXIMA.
002720     READ REQUISITION-FILE NEXT
002730         AT END
002740             SET FS-REQFILE-EOF TO TRUE
002750     END-READ.
002760 1100-LER-PROXIMA-EXIT.
002770     EXIT.

002780*----------------------------------------------------------------
002790* 2000-PROCESSAR - ONE REQUISITION PER PASS, CHARGED TO ITS
002800*                  DEPARTAMENTO AND TO THE COMPANY TOTAL
002810*----------------------------------------------------------------
002820 2000-PROCESSAR.
002830     ADD 1 TO WS-QTD-LIDAS.

002840     IF RQ-PREENCHIDA
002850        AND (RQ-DATA-FECHAMENTO < WS-DATA-DE
002860             OR RQ-DATA-FECHAMENTO > WS-DATA-ATE)
002870         GO TO 2000-PROCESSAR-SEGUIR
002880     END-IF.
002890     IF (RQ-CANCELADA OR RQ-RECUSADA)
002900        AND (RQ-DATA-FECHAMENTO < WS-DATA-DE
002910             OR RQ-DATA-FECHAMENTO > WS-DATA-ATE)
002920         GO TO 2000-PROCESSAR-SEGUIR
002930     END-IF.

002940     MOVE RQ-DEPARTAMENTO TO WS-DEPTO-PROCURADO.
002950     PERFORM 2400-LOCALIZAR-DEPTO THRU 2400-LOCALIZAR-DEPTO-EXIT.
002960     IF NOT WS-ACHOU
002970         ADD 1 TO WS-QTD-FORA-TABELA
002980     END-IF.

002990     EVALUATE TRUE
003000         WHEN RQ-PREENCHIDA
003010             MOVE RQ-DATA-FECHAMENTO TO WS-DT-DATA-2
003020             PERFORM 2100-CONTAR-DIAS THRU 2100-CONTAR-DIAS-EXIT
003030             IF WS-ACHOU
003040                 PERFORM 2200-SOMAR-PREENCHIDA
003050                     THRU 2200-SOMAR-PREENCHIDA-EXIT
003060             END-IF
003070             MOVE WS-IND-TOTAL TO WS-INDICE
003080             PERFORM 2200-SOMAR-PREENCHIDA
003090                 THRU 2200-SOMAR-PREENCHIDA-EXIT
003100         WHEN RQ-EM-ABERTO
003110             MOVE WS-DATA-ATUAL TO WS-DT-DATA-2
003120             PERFORM 2100-CONTAR-DIAS THRU 2100-CONTAR-DIAS-EXIT
003130             IF WS-ACHOU
003140                 PERFORM 2300-SOMAR-ABERTA
003150                     THRU 2300-SOMAR-ABERTA-EXIT
003160             END-IF
003170             MOVE WS-IND-TOTAL TO WS-INDICE
003180             PERFORM 2300-SOMAR-ABERTA THRU 2300-SOMAR-ABERTA-EXIT
003190         WHEN OTHER
003200             IF WS-ACHOU
003210                 ADD 1 TO WS-DEP-ENCERRADAS(WS-INDICE)
003220             END-IF
003230             ADD 1 TO WS-DEP-ENCERRADAS(WS-IND-TOTAL)
003240     END-EVALUATE.

003250 2000-PROCESSAR-SEGUIR.
003260     PERFORM 1100-LER-PROXIMA THRU 1100-LER-PROXIMA-EXIT.
003270 2000-PROCESSAR-EXIT.
003280     EXIT.

003290*----------------------------------------------------------------
003300* 2100-CONTAR-DIAS - CALENDAR DAYS FROM THE OPENING TO
003310*                    WS-DT-DATA-2 (ZERO IF EITHER DATE IS BAD)
003320*----------------------------------------------------------------
003330 2100-CONTAR-DIAS.
003340     MOVE ZERO TO WS-DIAS.
003350     MOVE "D" TO WS-DT-FUNCAO.
003360     MOVE RQ-DATA-ABERTURA TO WS-DT-DATA-1.
003370     CALL "PROG74" USING WS-DT-FUNCAO WS-DT-DATA-1
003380         WS-DT-DATA-2 WS-DT-QUANTIDADE WS-DT-UNIDADE
003390         WS-DT-STATUS.
003400     IF WS-DT-OK AND WS-DT-QUANTIDADE > ZERO
003410         MOVE WS-DT-QUANTIDADE TO WS-DIAS
003420     END-IF.
003430 2100-CONTAR-DIAS-EXIT.
003440     EXIT.

003450 2200-SOMAR-PREENCHIDA.
003460     ADD 1 TO WS-DEP-PREENCHIDAS(WS-INDICE).
003470     ADD WS-DIAS TO WS-DEP-SOMA-DIAS(WS-INDICE).
003480     IF WS-DEP-PREENCHIDAS(WS-INDICE) = 1
003490        OR WS-DIAS < WS-DEP-MENOR(WS-INDICE)
003500         MOVE WS-DIAS TO WS-DEP-MENOR(WS-INDICE)
003510     END-IF.
003520     IF WS-DIAS > WS-DEP-MAIOR(WS-INDICE)
003530         MOVE WS-DIAS TO WS-DEP-MAIOR(WS-INDICE)
003540     END-IF.
003550 2200-SOMAR-PREENCHIDA-EXIT.
003560     EXIT.

003570 2300-SOMAR-ABERTA.
003580     ADD 1 TO WS-DEP-ABERTAS(WS-INDICE).
003590     ADD WS-DIAS TO WS-DEP-SOMA-IDADE(WS-INDICE).
003600     IF WS-DIAS > WS-DEP-MAIS-ANTIGA(WS-INDICE)
003610         MOVE WS-DIAS TO WS-DEP-MAIS-ANTIGA(WS-INDICE)
003620     END-IF.
003630 2300-SOMAR-ABERTA-EXIT.
003640     EXIT.

003650*----------------------------------------------------------------
003660* 2400-LOCALIZAR-DEPTO - FIRST-SEEN TABLE OF DEPARTAMENTOS;
003670*                        WS-INDICE POINTS AT WS-DEPTO-PROCURADO'S
003680*                        ENTRY
003690*----------------------------------------------------------------
003700 2400-LOCALIZAR-DEPTO.
003710     MOVE "N" TO WS-ACHOU-SW.
003720     PERFORM 2410-COMPARAR-DEPTO
003730         VARYING WS-IND-BUSCA FROM 1 BY 1
003740         UNTIL WS-IND-BUSCA > WS-QTDE-DEPTOS OR WS-ACHOU.
003750     IF WS-ACHOU
003760         COMPUTE WS-INDICE = WS-IND-BUSCA - 1
003770         GO TO 2400-LOCALIZAR-DEPTO-EXIT
003780     END-IF.

003790     IF WS-QTDE-DEPTOS >= 60
003800         GO TO 2400-LOCALIZAR-DEPTO-EXIT
003810     END-IF.

003820     ADD 1 TO WS-QTDE-DEPTOS.
003830     MOVE WS-QTDE-DEPTOS TO WS-INDICE.
003840     MOVE ZEROS TO WS-DEP-ENTRADA(WS-INDICE).
003850     MOVE WS-DEPTO-PROCURADO TO WS-DEP-CODIGO(WS-INDICE).
003860     SET WS-ACHOU TO TRUE.
003870 2400-LOCALIZAR-DEPTO-EXIT.
003880     EXIT.

003890 2410-COMPARAR-DEPTO.
003900     IF WS-DEP-CODIGO(WS-IND-BUSCA) = WS-DEPTO-PROCURADO
003910         SET WS-ACHOU TO TRUE
003920     END-IF.

003930*----------------------------------------------------------------
003940* 8000-FINALIZAR - ONE LINE PER DEPARTAMENTO, THEN THE COMPANY
003950*----------------------------------------------------------------
003960 8000-FINALIZAR.
003970     CLOSE REQUISITION-FILE.

003980     PERFORM 8100-IMPRIMIR-DEPTO THRU 8100-IMPRIMIR-DEPTO-EXIT
003990         VARYING WS-INDICE FROM 1 BY 1
004000         UNTIL WS-INDICE > WS-QTDE-DEPTOS.

004010     MOVE WS-IND-TOTAL TO WS-INDICE.
004020     PERFORM 8100-IMPRIMIR-DEPTO THRU 8100-IMPRIMIR-DEPTO-EXIT.

004030     MOVE SPACES TO WS-LINHA-REL.
004040     STRING "MEDIA/MENOR/MAIOR: DIAS DA ABERTURA AO PREENCHIMENTO"
004050         "; IDADE/ANTIGA: DIAS"
004060         DELIMITED BY SIZE INTO WS-LINHA-REL.
004070     MOVE "T" TO WS-FUNCAO-REL.
004080     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
004090         WS-COLUNAS-REL WS-LINHA-REL.
004100     MOVE SPACES TO WS-LINHA-REL.
004110     STRING "DAS REQUISICOES AINDA ABERTAS EM " WS-DATA-ATUAL
004120         "; CANC: CANCELADAS OU RECUSADAS NO PERIODO"
004130         DELIMITED BY SIZE INTO WS-LINHA-REL.
004140     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
004150         WS-COLUNAS-REL WS-LINHA-REL.

004160     IF WS-QTD-FORA-TABELA > ZERO
004170         MOVE SPACES TO WS-LINHA-REL
004180         STRING "REQUISICOES SO NO TOTAL (MAIS DE 60 DEPTOS): "
004190             WS-QTD-FORA-TABELA
004200             DELIMITED BY SIZE INTO WS-LINHA-REL
004210         CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
004220             WS-COLUNAS-REL WS-LINHA-REL
004230     END-IF.

004240     MOVE "F" TO WS-FUNCAO-REL.
004250     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
004260         WS-COLUNAS-REL WS-LINHA-REL.

004270     MOVE SPACES TO WS-DESCRICAO-AUD.
004280     STRING "EMITIU TEMPO DE PREENCHIMENTO " WS-PERIODO-INICIAL
004290         " A " WS-PERIODO-FINAL
004300         DELIMITED BY SIZE INTO WS-DESCRICAO-AUD.
004310     CALL "PROG22" USING "PROG198 " WS-DESCRICAO-AUD.
004320 8000-FINALIZAR-EXIT.
004330     EXIT.

004340 8100-IMPRIMIR-DEPTO.
004350     MOVE SPACES TO WS-IMPRESSAO.
004360     MOVE WS-DEP-CODIGO(WS-INDICE) TO WS-IMP-DEPTO.
004370     MOVE WS-DEP-PREENCHIDAS(WS-INDICE) TO WS-IMP-PREENCHIDAS.
004380     MOVE ZERO TO WS-MEDIA.
004390     IF WS-DEP-PREENCHIDAS(WS-INDICE) > ZERO
004400         COMPUTE WS-MEDIA ROUNDED = WS-DEP-SOMA-DIAS(WS-INDICE)
004410             / WS-DEP-PREENCHIDAS(WS-INDICE)
004420     END-IF.
004430     MOVE WS-MEDIA TO WS-IMP-MEDIA.
004440     MOVE WS-DEP-MENOR(WS-INDICE) TO WS-IMP-MENOR.
004450     MOVE WS-DEP-MAIOR(WS-INDICE) TO WS-IMP-MAIOR.
004460     MOVE WS-DEP-ABERTAS(WS-INDICE) TO WS-IMP-ABERTAS.
004470     MOVE ZERO TO WS-MEDIA.
004480     IF WS-DEP-ABERTAS(WS-INDICE) > ZERO
004490         COMPUTE WS-MEDIA ROUNDED = WS-DEP-SOMA-IDADE(WS-INDICE)
004500             / WS-DEP-ABERTAS(WS-INDICE)
004510     END-IF.
004520     MOVE WS-MEDIA TO WS-IMP-IDADE.
004530     MOVE WS-DEP-MAIS-ANTIGA(WS-INDICE) TO WS-IMP-MAIS-ANTIGA.
004540     MOVE WS-DEP-ENCERRADAS(WS-INDICE) TO WS-IMP-ENCERRADAS.

004550     MOVE WS-IMPRESSAO TO WS-LINHA-REL.
004560     IF WS-INDICE = WS-IND-TOTAL
004570         MOVE "T" TO WS-FUNCAO-REL
004580     ELSE
004590         MOVE "D" TO WS-FUNCAO-REL
004600     END-IF.
004610     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
004620         WS-COLUNAS-REL WS-LINHA-REL.
004630 8100-IMPRIMIR-DEPTO-EXIT.
004640     EXIT.

004650 9999-EXIT.
004660     STOP RUN.
