001000******************************************************************
001010* PROGRAM-ID: PROG208
001020* AUTHOR:      R. ALMEIDA - APPLICATIONS
001030* INSTALLATION: FOLHA DE PAGAMENTO / RECURSOS HUMANOS
001040* DATE-WRITTEN: 2026-10-08
001050* DATE-COMPILED:
001060* PURPOSE:     SURVEY RESULTS TABULATION. FOR ONE QUESTIONNAIRE
001070*              TAG AND ONE CAMPAIGN - THE ANSWER DATES FROM/TO,
001080*              SINCE A TAG IS RE-USED CAMPAIGN AFTER CAMPAIGN -
001090*              READS THE SURVEY FILE (PROG7, PROG34, PROG57) AND
001100*              PRINTS, PER QUESTION, THE COUNT AND PERCENTAGE OF
001110*              EACH VALID ANSWER ON QDEFFILE COMPANY-WIDE, SIDE BY
001120*              SIDE WITH THE PREVIOUS CAMPAIGN UNDER THE SAME TAG,
001130*              AND PER DEPARTAMENTO. QUESTIONS WITH NO DEFINITION
001140*              ROW (THE COMPILED-IN QUESTIONNAIRES) ARE TABULATED
001150*              BY THE ANSWERS FOUND; FREE-TEXT ANSWERS ARE ONLY
001160*              COUNTED.
001170*              ANONYMITY: A DEPARTAMENTO WITH FEWER THAN
001180*              WS-LIMITE-ANONIMATO RESPONDENTS IS FOLDED INTO
001190*              "OUTROS"; WHILE "OUTROS" ITSELF IS UNDER THE LIMIT
001200*              THE SMALLEST DEPARTAMENTO STILL SHOWN IS FOLDED IN
001210*              TOO, SO NO GROUP CAN BE WORKED OUT FROM THE COMPANY
001220*              TOTAL. A CAMPAIGN UNDER THE LIMIT COMPANY-WIDE IS
001230*              NOT PRINTED AT ALL.
001240* ----------------------------------------------------------------
001250* MODIFICATION HISTORY
001260* DATE       INIT DESCRIPTION
001270* 2026-10-08 RA   INITIAL VERSION
001280******************************************************************
001290 IDENTIFICATION DIVISION.
001300 PROGRAM-ID. PROG208.

001310 ENVIRONMENT DIVISION.
001320 INPUT-OUTPUT SECTION.
001330 FILE-CONTROL.
001340     SELECT QUESTION-DEF-FILE ASSIGN TO "QDEFFILE"
001350         ORGANIZATION IS INDEXED
001360         ACCESS MODE IS DYNAMIC
001370         RECORD KEY IS QD-CHAVE
001380         FILE STATUS IS FS-QDEFFILE.

001390     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
001400         ORGANIZATION IS INDEXED
001410         ACCESS MODE IS DYNAMIC
001420         RECORD KEY IS CODIGO
001430         ALTERNATE RECORD KEY IS NOME
001440             WITH DUPLICATES
001450         ALTERNATE RECORD KEY IS DEPARTAMENTO
001460             WITH DUPLICATES
001470         FILE STATUS IS FS-EMPMAST.

001480     SELECT SURVEY-FILE ASSIGN TO "SURVEY"
001490         ORGANIZATION IS LINE SEQUENTIAL
001500         FILE STATUS IS FS-SURVEY.

001510 DATA DIVISION.
001520 FILE SECTION.
001530 FD  QUESTION-DEF-FILE.
001540 COPY QDEFREC.

001550 FD  EMPLOYEE-MASTER.
001560 COPY EMPREC.

001570 FD  SURVEY-FILE.
001580 COPY SURVEY.

001590 WORKING-STORAGE SECTION.
001600 01  FS-QDEFFILE                 PIC X(02).
001610     88  FS-QDEFFILE-OK          VALUE "00".

001620 01  FS-EMPMAST                  PIC X(02).
001630     88  FS-EMPMAST-OK           VALUE "00".

001640 01  FS-SURVEY                   PIC X(02).
001650     88  FS-SURVEY-OK            VALUE "00".
001660     88  FS-SURVEY-EOF           VALUE "10".

001670 01  WS-MENSAGEM                 PIC X(40).
001680 01  WS-VALOR-ENT                PIC 9(09).
001690 01  WS-LIMITE-MIN               PIC 9(09).
001700 01  WS-LIMITE-MAX               PIC 9(09).

001710 01  WS-TAG-ENT                  PIC X(08).
001720 01  WS-INI-ATUAL                PIC 9(08).
001730 01  WS-FIM-ATUAL                PIC 9(08).
001740 01  WS-INI-ANTERIOR             PIC 9(08).
001750 01  WS-FIM-ANTERIOR             PIC 9(08).

001760 01  WS-LIMITE-ANONIMATO         PIC 9(03) VALUE 5.

001770 01  WS-CAMPANHA-SW              PIC X(01).
001780     88  WS-CAMPANHA-ATUAL       VALUE "A".
001790     88  WS-CAMPANHA-ANTERIOR    VALUE "P".
001800 01  WS-COMPARAR-SW              PIC X(01) VALUE "N".
001810     88  WS-COMPARAR             VALUE "S".
001820 01  WS-FIM-PERGUNTAS-SW         PIC X(01) VALUE "N".
001830     88  WS-FIM-PERGUNTAS        VALUE "Y".
001840 01  WS-ACHOU-SW                 PIC X(01).
001850     88  WS-ACHOU                VALUE "Y".
001860 01  WS-CANDIDATO-SW             PIC X(01).
001870     88  WS-SEM-CANDIDATO        VALUE "N".

001880 01  WS-IND-PRG                  PIC 9(03) COMP.
001890 01  WS-IND-DEP                  PIC 9(03) COMP.
001900 01  WS-IND-OPC                  PIC 9(03) COMP.
001910 01  WS-IND-RSP                  PIC 9(05) COMP.
001920 01  WS-IND-MENOR                PIC 9(03) COMP.
001930 01  WS-DEPTO-BUSCA              PIC X(10).
001940 01  WS-RESPOSTA-BUSCA           PIC X(20).

001950 01  WS-QTD-FORA-TABELA          PIC 9(05) VALUE ZERO.
001960 01  WS-TOT-RESP-ATUAL           PIC 9(05) VALUE ZERO.
001970 01  WS-TOT-RESP-ANTERIOR        PIC 9(05) VALUE ZERO.
001980 01  WS-OUTROS-RESPONDENTES      PIC 9(05) VALUE ZERO.

001990*----------------------------------------------------------------
002000* QUESTIONS OF THE TAG - SLOTS 1-8 HOLD THE ANSWERS TABULATED,
002010* SLOT 9 EVERY ANSWER OUTSIDE THEM
002020*----------------------------------------------------------------
002030 01  WS-QTDE-PERGUNTAS           PIC 9(03) COMP VALUE ZERO.
002040 01  WS-TABELA-PERGUNTAS.
002050     05  WS-PRG-ENTRADA OCCURS 30 TIMES.
002060         10  WS-PRG-NUM          PIC 9(02).
002070         10  WS-PRG-TEXTO        PIC X(60).
002080         10  WS-PRG-TIPO         PIC X(01).
002090             88  WS-PRG-LIVRE    VALUE "T".
002100             88  WS-PRG-LISTA    VALUE "L".
002110         10  WS-PRG-QTDE-OPCOES  PIC 9(03) COMP.
002120         10  WS-PRG-OPCAO        PIC X(20) OCCURS 8 TIMES.
002130         10  WS-PRG-EMP-TOTAL    PIC 9(05).
002140         10  WS-PRG-EMP-QTD      PIC 9(05) OCCURS 9 TIMES.
002150         10  WS-PRG-ANT-TOTAL    PIC 9(05).
002160         10  WS-PRG-ANT-QTD      PIC 9(05) OCCURS 9 TIMES.

002170*----------------------------------------------------------------
002180* DEPARTAMENTOS OF THE CURRENT CAMPAIGN - ENTRY 51 TAKES WHATEVER
002190* DOES NOT FIT AND IS ALWAYS FOLDED INTO "OUTROS"
002200*----------------------------------------------------------------
002210 01  WS-QTDE-DEPTOS              PIC 9(03) COMP VALUE ZERO.
002220 01  WS-TABELA-DEPTOS.
002230     05  WS-DEP-ENTRADA OCCURS 51 TIMES.
002240         10  WS-DEP-CODIGO       PIC X(10).
002250         10  WS-DEP-RESPONDENTES PIC 9(05).
002260         10  WS-DEP-AGRUPADO-SW  PIC X(01).
002270             88  WS-DEP-AGRUPADO VALUE "S".
002280         10  WS-DEP-PERGUNTA OCCURS 30 TIMES.
002290             15  WS-DEP-TOTAL    PIC 9(05).
002300             15  WS-DEP-QTD      PIC 9(05) OCCURS 9 TIMES.

002310 01  WS-OUTROS-TOTAL             PIC 9(05).
002320 01  WS-OUTROS-TABELA.
002330     05  WS-OUTROS-QTD           PIC 9(05) OCCURS 9 TIMES.

002340*----------------------------------------------------------------
002350* RESPONDENTS SEEN - ONE DEPARTAMENTO LOOK-UP PER FUNCIONARIO AND
002360* EACH ONE COUNTED ONCE PER CAMPAIGN
002370*----------------------------------------------------------------
002380 01  WS-QTDE-RESPONDENTES        PIC 9(05) COMP VALUE ZERO.
002390 01  WS-TABELA-RESPONDENTES.
002400     05  WS-RSP-ENTRADA OCCURS 3000 TIMES.
002410         10  WS-RSP-CODIGO       PIC 9(06).
002420         10  WS-RSP-DEPTO        PIC 9(03) COMP.
002430         10  WS-RSP-ATUAL-SW     PIC X(01).
002440         10  WS-RSP-ANTERIOR-SW  PIC X(01).

002450 01  WS-PCT-ATUAL                PIC 9(03)V9(01).
002460 01  WS-PCT-ANTERIOR             PIC 9(03)V9(01).
002470 01  WS-VARIACAO                 PIC S9(03)V9(01).

002480 01  WS-IMPRESSAO.
002490     05  WS-IMP-GRUPO            PIC X(10).
002500     05  FILLER                  PIC X(01).
002510     05  WS-IMP-RESPOSTA         PIC X(20).
002520     05  FILLER                  PIC X(01).
002530     05  WS-IMP-QTD              PIC ZZZZ9.
002540     05  FILLER                  PIC X(01).
002550     05  WS-IMP-PCT              PIC ZZ9.9.
002560     05  FILLER                  PIC X(03).
002570     05  WS-IMP-ANT-QTD          PIC ZZZZ9.
002580     05  FILLER                  PIC X(01).
002590     05  WS-IMP-ANT-PCT          PIC ZZ9.9.
002600     05  FILLER                  PIC X(02).
002610     05  WS-IMP-VARIACAO         PIC +ZZ9.9.

002620 01  WS-FUNCAO-REL               PIC X(01).
002630 01  WS-TITULO-REL               PIC X(60).
002640 01  WS-COLUNAS-REL              PIC X(80).
002650 01  WS-LINHA-REL                PIC X(80).

002660 01  WS-DESCRICAO-AUD            PIC X(60).

002670 PROCEDURE DIVISION.

002680*----------------------------------------------------------------
002690* 0000-MAINLINE
002700*----------------------------------------------------------------
002710 0000-MAINLINE.
002720     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
002730     PERFORM 2000-PROCESSAR THRU 2000-PROCESSAR-EXIT
002740         UNTIL FS-SURVEY-EOF.
002750     PERFORM 3000-AGRUPAR THRU 3000-AGRUPAR-EXIT.
002760     PERFORM 4000-IMPRIMIR THRU 4000-IMPRIMIR-EXIT.
002770     PERFORM 8000-FINALIZAR THRU 8000-FINALIZAR-EXIT.
002780     GO TO 9999-EXIT.

002790*----------------------------------------------------------------
002800* 1000-INICIALIZAR - TAG, THE TWO CAMPAIGN WINDOWS AND THE TAG'S
002810*                     DEFINED QUESTIONS
002820*----------------------------------------------------------------
002830 1000-INICIALIZAR.
002840     INITIALIZE WS-TABELA-PERGUNTAS WS-TABELA-DEPTOS
002850         WS-TABELA-RESPONDENTES.

002860     DISPLAY "TAG DO QUESTIONARIO (EX: CLIMA26)".
002870     ACCEPT WS-TAG-ENT.

002880     MOVE "CAMPANHA - PRIMEIRA RESPOSTA (AAAAMMDD)"
002890         TO WS-MENSAGEM.
002900     MOVE 19000101 TO WS-LIMITE-MIN.
002910     MOVE 99991231 TO WS-LIMITE-MAX.
002920     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
002930         WS-LIMITE-MIN WS-LIMITE-MAX.
002940     MOVE WS-VALOR-ENT TO WS-INI-ATUAL.

002950     MOVE "CAMPANHA - ULTIMA RESPOSTA (AAAAMMDD)" TO WS-MENSAGEM.
002960     MOVE WS-INI-ATUAL TO WS-LIMITE-MIN.
002970     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
002980         WS-LIMITE-MIN WS-LIMITE-MAX.
002990     MOVE WS-VALOR-ENT TO WS-FIM-ATUAL.

003000     MOVE "ANTERIOR - PRIMEIRA (AAAAMMDD, 0 = NAO)"
003010         TO WS-MENSAGEM.
003020     MOVE ZERO TO WS-LIMITE-MIN.
003030     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
003040         WS-LIMITE-MIN WS-LIMITE-MAX.
003050     MOVE WS-VALOR-ENT TO WS-INI-ANTERIOR.
003060     MOVE ZERO TO WS-FIM-ANTERIOR.
003070     IF WS-INI-ANTERIOR >= WS-INI-ATUAL
003080         DISPLAY "PROG208: A ANTERIOR DEVE COMECAR ANTES DA "
003090             "ATUAL - SEM COMPARACAO"
003100         MOVE ZERO TO WS-INI-ANTERIOR
003110     END-IF.

003120     IF WS-INI-ANTERIOR NOT = ZERO
003130         MOVE "ANTERIOR - ULTIMA RESPOSTA (AAAAMMDD)"
003140             TO WS-MENSAGEM
003150         MOVE WS-INI-ANTERIOR TO WS-LIMITE-MIN
003160         COMPUTE WS-LIMITE-MAX = WS-INI-ATUAL - 1
003170         CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
003180             WS-LIMITE-MIN WS-LIMITE-MAX
003190         MOVE WS-VALOR-ENT TO WS-FIM-ANTERIOR
003200     END-IF.

003210     OPEN INPUT SURVEY-FILE.
003220     IF NOT FS-SURVEY-OK
003230         DISPLAY "PROG208: ERRO AO ABRIR SURVEY-FILE " FS-SURVEY
003240         MOVE 8 TO RETURN-CODE
003250         GO TO 9999-EXIT
003260     END-IF.

003270     OPEN INPUT EMPLOYEE-MASTER.
003280     IF NOT FS-EMPMAST-OK
003290         DISPLAY "PROG208: ERRO AO ABRIR EMPLOYEE-MASTER "
003300                 FS-EMPMAST
003310         CLOSE SURVEY-FILE
003320         MOVE 8 TO RETURN-CODE
003330         GO TO 9999-EXIT
003340     END-IF.

003350     OPEN INPUT QUESTION-DEF-FILE.
003360     IF FS-QDEFFILE-OK
003370         MOVE WS-TAG-ENT TO QD-TAG
003380         MOVE ZERO TO QD-PERGUNTA-NUM
003390         START QUESTION-DEF-FILE KEY IS NOT LESS THAN QD-CHAVE
003400             INVALID KEY
003410                 SET WS-FIM-PERGUNTAS TO TRUE
003420         END-START
003430         PERFORM 1100-CARREGAR-PERGUNTA
003440             THRU 1100-CARREGAR-PERGUNTA-EXIT
003450             UNTIL WS-FIM-PERGUNTAS
003460         CLOSE QUESTION-DEF-FILE
003470     END-IF.

003480     PERFORM 1200-LER-PROXIMO THRU 1200-LER-PROXIMO-EXIT.
003490 1000-INICIALIZAR-EXIT.
003500     EXIT.

003510*----------------------------------------------------------------
003520* 1100-CARREGAR-PERGUNTA - ONE DEFINITION ROW OF THE TAG PER PASS;
003530*                           A LIST QUESTION'S SLASH-SEPARATED
003540*                           VALID ANSWERS BECOME ITS SLOTS
003550*----------------------------------------------------------------
003560 1100-CARREGAR-PERGUNTA.
003570     READ QUESTION-DEF-FILE NEXT
003580         AT END
003590             SET WS-FIM-PERGUNTAS TO TRUE
003600             GO TO 1100-CARREGAR-PERGUNTA-EXIT
003610     END-READ.
003620     IF QD-TAG NOT = WS-TAG-ENT
003630         OR WS-QTDE-PERGUNTAS >= 30
003640         SET WS-FIM-PERGUNTAS TO TRUE
003650         GO TO 1100-CARREGAR-PERGUNTA-EXIT
003660     END-IF.

003670     ADD 1 TO WS-QTDE-PERGUNTAS.
003680     MOVE WS-QTDE-PERGUNTAS TO WS-IND-PRG.
003690     MOVE QD-PERGUNTA-NUM TO WS-PRG-NUM(WS-IND-PRG).
003700     MOVE QD-TEXTO TO WS-PRG-TEXTO(WS-IND-PRG).
003710     MOVE QD-TIPO-RESPOSTA TO WS-PRG-TIPO(WS-IND-PRG).
003720     MOVE ZERO TO WS-PRG-QTDE-OPCOES(WS-IND-PRG).
003730     IF QD-RESPOSTA-LISTA
003740         UNSTRING QD-RESPOSTAS-VALIDAS DELIMITED BY "/"
003750             INTO WS-PRG-OPCAO(WS-IND-PRG, 1)
003760                  WS-PRG-OPCAO(WS-IND-PRG, 2)
003770                  WS-PRG-OPCAO(WS-IND-PRG, 3)
003780                  WS-PRG-OPCAO(WS-IND-PRG, 4)
003790                  WS-PRG-OPCAO(WS-IND-PRG, 5)
003800                  WS-PRG-OPCAO(WS-IND-PRG, 6)
003810                  WS-PRG-OPCAO(WS-IND-PRG, 7)
003820                  WS-PRG-OPCAO(WS-IND-PRG, 8)
003830             TALLYING IN WS-PRG-QTDE-OPCOES(WS-IND-PRG)
003840         END-UNSTRING
003850     END-IF.
003860 1100-CARREGAR-PERGUNTA-EXIT.
003870     EXIT.

003880 1200-LER-PROXIMO.
003890     READ SURVEY-FILE
003900         AT END
003910             SET FS-SURVEY-EOF TO TRUE
003920     END-READ.
003930 1200-LER-PROXIMO-EXIT.
003940     EXIT.

003950*----------------------------------------------------------------
003960* 2000-PROCESSAR - ONE SURVEY ROW PER PASS; ROWS OF OTHER TAGS OR
003970*                   OUTSIDE BOTH CAMPAIGN WINDOWS ARE SKIPPED
003980*----------------------------------------------------------------
003990 2000-PROCESSAR.
004000     IF SV-QUESTIONARIO NOT = WS-TAG-ENT
004010         GO TO 2000-PROCESSAR-SEGUIR
004020     END-IF.

004030     MOVE SPACE TO WS-CAMPANHA-SW.
004040     IF SV-DATA >= WS-INI-ATUAL AND SV-DATA <= WS-FIM-ATUAL
004050         SET WS-CAMPANHA-ATUAL TO TRUE
004060     END-IF.
004070     IF WS-INI-ANTERIOR NOT = ZERO
004080         AND SV-DATA >= WS-INI-ANTERIOR
004090         AND SV-DATA <= WS-FIM-ANTERIOR
004100         SET WS-CAMPANHA-ANTERIOR TO TRUE
004110     END-IF.
004120     IF WS-CAMPANHA-SW = SPACE
004130         GO TO 2000-PROCESSAR-SEGUIR
004140     END-IF.

004150     PERFORM 2100-LOCALIZAR-PERGUNTA
004160         THRU 2100-LOCALIZAR-PERGUNTA-EXIT.
004170     IF NOT WS-ACHOU
004180         ADD 1 TO WS-QTD-FORA-TABELA
004190         GO TO 2000-PROCESSAR-SEGUIR
004200     END-IF.

004210     PERFORM 2200-LOCALIZAR-RESPONDENTE
004220         THRU 2200-LOCALIZAR-RESPONDENTE-EXIT.
004230     IF NOT WS-ACHOU
004240         ADD 1 TO WS-QTD-FORA-TABELA
004250         GO TO 2000-PROCESSAR-SEGUIR
004260     END-IF.

004270     PERFORM 2400-LOCALIZAR-OPCAO THRU 2400-LOCALIZAR-OPCAO-EXIT.

004280     IF WS-CAMPANHA-ATUAL
004290         ADD 1 TO WS-PRG-EMP-TOTAL(WS-IND-PRG)
004300         ADD 1 TO WS-DEP-TOTAL(WS-IND-DEP, WS-IND-PRG)
004310         IF WS-IND-OPC > ZERO
004320             ADD 1 TO WS-PRG-EMP-QTD(WS-IND-PRG, WS-IND-OPC)
004330             ADD 1 TO WS-DEP-QTD(WS-IND-DEP, WS-IND-PRG,
004340                 WS-IND-OPC)
004350         END-IF
004360     ELSE
004370         ADD 1 TO WS-PRG-ANT-TOTAL(WS-IND-PRG)
004380         IF WS-IND-OPC > ZERO
004390             ADD 1 TO WS-PRG-ANT-QTD(WS-IND-PRG, WS-IND-OPC)
004400         END-IF
004410     END-IF.

004420 2000-PROCESSAR-SEGUIR.
004430     PERFORM 1200-LER-PROXIMO THRU 1200-LER-PROXIMO-EXIT.
004440 2000-PROCESSAR-EXIT.
004450     EXIT.

004460*----------------------------------------------------------------
004470* 2100-LOCALIZAR-PERGUNTA - A QUESTION NUMBER WITH NO DEFINITION
004480*                            ROW IS ADDED AS IT IS FOUND
004490*----------------------------------------------------------------
004500 2100-LOCALIZAR-PERGUNTA.
004510     MOVE "N" TO WS-ACHOU-SW.
004520     PERFORM 2110-COMPARAR-PERGUNTA
004530         VARYING WS-IND-PRG FROM 1 BY 1
004540         UNTIL WS-IND-PRG > WS-QTDE-PERGUNTAS OR WS-ACHOU.
004550     IF WS-ACHOU
004560         SUBTRACT 1 FROM WS-IND-PRG
004570         GO TO 2100-LOCALIZAR-PERGUNTA-EXIT
004580     END-IF.

004590     IF WS-QTDE-PERGUNTAS >= 30
004600         GO TO 2100-LOCALIZAR-PERGUNTA-EXIT
004610     END-IF.

004620     ADD 1 TO WS-QTDE-PERGUNTAS.
004630     MOVE WS-QTDE-PERGUNTAS TO WS-IND-PRG.
004640     MOVE SV-PERGUNTA-NUM TO WS-PRG-NUM(WS-IND-PRG).
004650     MOVE "(SEM DEFINICAO NO QDEFFILE)"
004660         TO WS-PRG-TEXTO(WS-IND-PRG).
004670     MOVE "D" TO WS-PRG-TIPO(WS-IND-PRG).
004680     MOVE ZERO TO WS-PRG-QTDE-OPCOES(WS-IND-PRG).
004690     SET WS-ACHOU TO TRUE.
004700 2100-LOCALIZAR-PERGUNTA-EXIT.
004710     EXIT.

004720 2110-COMPARAR-PERGUNTA.
004730     IF WS-PRG-NUM(WS-IND-PRG) = SV-PERGUNTA-NUM
004740         SET WS-ACHOU TO TRUE
004750     END-IF.

004760*----------------------------------------------------------------
004770* 2200-LOCALIZAR-RESPONDENTE - THE DEPARTAMENTO IS LOOKED UP ON
004780*                               THE MASTER THE FIRST TIME A
004790*                               FUNCIONARIO IS SEEN; EACH ONE IS
004800*                               COUNTED ONCE PER CAMPAIGN
004810*----------------------------------------------------------------
004820 2200-LOCALIZAR-RESPONDENTE.
004830     MOVE "N" TO WS-ACHOU-SW.
004840     PERFORM 2210-COMPARAR-RESPONDENTE
004850         VARYING WS-IND-RSP FROM 1 BY 1
004860         UNTIL WS-IND-RSP > WS-QTDE-RESPONDENTES OR WS-ACHOU.
004870     IF WS-ACHOU
004880         SUBTRACT 1 FROM WS-IND-RSP
004890         GO TO 2200-CONTAR-RESPONDENTE
004900     END-IF.

004910     IF WS-QTDE-RESPONDENTES >= 3000
004920         GO TO 2200-LOCALIZAR-RESPONDENTE-EXIT
004930     END-IF.

004940     MOVE SV-CODIGO TO CODIGO.
004950     READ EMPLOYEE-MASTER
004960         INVALID KEY
004970             MOVE "(SEM CAD.)" TO DEPARTAMENTO
004980     END-READ.
004990     MOVE DEPARTAMENTO TO WS-DEPTO-BUSCA.
005000     PERFORM 2300-LOCALIZAR-DEPTO THRU 2300-LOCALIZAR-DEPTO-EXIT.

005010     ADD 1 TO WS-QTDE-RESPONDENTES.
005020     MOVE WS-QTDE-RESPONDENTES TO WS-IND-RSP.
005030     MOVE SV-CODIGO TO WS-RSP-CODIGO(WS-IND-RSP).
005040     MOVE WS-IND-DEP TO WS-RSP-DEPTO(WS-IND-RSP).
005050     MOVE "N" TO WS-RSP-ATUAL-SW(WS-IND-RSP)
005060         WS-RSP-ANTERIOR-SW(WS-IND-RSP).
005070     SET WS-ACHOU TO TRUE.

005080 2200-CONTAR-RESPONDENTE.
005090     MOVE WS-RSP-DEPTO(WS-IND-RSP) TO WS-IND-DEP.
005100     IF WS-CAMPANHA-ATUAL
005110         AND WS-RSP-ATUAL-SW(WS-IND-RSP) NOT = "S"
005120         MOVE "S" TO WS-RSP-ATUAL-SW(WS-IND-RSP)
005130         ADD 1 TO WS-DEP-RESPONDENTES(WS-IND-DEP)
005140         ADD 1 TO WS-TOT-RESP-ATUAL
005150     END-IF.
005160     IF WS-CAMPANHA-ANTERIOR
005170         AND WS-RSP-ANTERIOR-SW(WS-IND-RSP) NOT = "S"
005180         MOVE "S" TO WS-RSP-ANTERIOR-SW(WS-IND-RSP)
005190         ADD 1 TO WS-TOT-RESP-ANTERIOR
005200     END-IF.
005210 2200-LOCALIZAR-RESPONDENTE-EXIT.
005220     EXIT.

005230 2210-COMPARAR-RESPONDENTE.
005240     IF WS-RSP-CODIGO(WS-IND-RSP) = SV-CODIGO
005250         SET WS-ACHOU TO TRUE
005260     END-IF.

005270*----------------------------------------------------------------
005280* 2300-LOCALIZAR-DEPTO - THE PER-DEPARTMENT ACCUMULATION TABLE,
005290*                         THE SAME SHAPE PROG184 KEEPS; A FULL
005300*                         TABLE SENDS THE REST TO ENTRY 51
005310*----------------------------------------------------------------
005320 2300-LOCALIZAR-DEPTO.
005330     MOVE "N" TO WS-ACHOU-SW.
005340     PERFORM 2310-COMPARAR-DEPTO
005350         VARYING WS-IND-DEP FROM 1 BY 1
005360         UNTIL WS-IND-DEP > WS-QTDE-DEPTOS OR WS-ACHOU.
005370     IF WS-ACHOU
005380         SUBTRACT 1 FROM WS-IND-DEP
005390         GO TO 2300-LOCALIZAR-DEPTO-EXIT
005400     END-IF.

005410     IF WS-QTDE-DEPTOS >= 50
005420         MOVE 51 TO WS-IND-DEP
005430         MOVE "(DIVERSOS)" TO WS-DEP-CODIGO(WS-IND-DEP)
005440         GO TO 2300-LOCALIZAR-DEPTO-EXIT
005450     END-IF.

005460     ADD 1 TO WS-QTDE-DEPTOS.
005470     MOVE WS-QTDE-DEPTOS TO WS-IND-DEP.
005480     MOVE WS-DEPTO-BUSCA TO WS-DEP-CODIGO(WS-IND-DEP).
005490 2300-LOCALIZAR-DEPTO-EXIT.
005500     EXIT.

005510 2310-COMPARAR-DEPTO.
005520     IF WS-DEP-CODIGO(WS-IND-DEP) = WS-DEPTO-BUSCA
005530         SET WS-ACHOU TO TRUE
005540     END-IF.

005550*----------------------------------------------------------------
005560* 2400-LOCALIZAR-OPCAO - THE ANSWER SLOT (0 FOR A FREE-TEXT
005570*                         QUESTION, ONLY COUNTED). A QUESTION WITH
005580*                         NO LIST TAKES ITS SLOTS FROM THE ANSWERS
005590*                         FOUND, UP TO EIGHT
005600*----------------------------------------------------------------
005610 2400-LOCALIZAR-OPCAO.
005620     MOVE ZERO TO WS-IND-OPC.
005630     IF WS-PRG-LIVRE(WS-IND-PRG)
005640         GO TO 2400-LOCALIZAR-OPCAO-EXIT
005650     END-IF.

005660     MOVE SV-RESPOSTA TO WS-RESPOSTA-BUSCA.
005670     MOVE "N" TO WS-ACHOU-SW.
005680     PERFORM 2410-COMPARAR-OPCAO
005690         VARYING WS-IND-OPC FROM 1 BY 1
005700         UNTIL WS-IND-OPC > WS-PRG-QTDE-OPCOES(WS-IND-PRG)
005710             OR WS-ACHOU.
005720     IF WS-ACHOU
005730         SUBTRACT 1 FROM WS-IND-OPC
005740         GO TO 2400-LOCALIZAR-OPCAO-EXIT
005750     END-IF.

005760     IF WS-PRG-LISTA(WS-IND-PRG)
005770         OR WS-PRG-QTDE-OPCOES(WS-IND-PRG) >= 8
005780         MOVE 9 TO WS-IND-OPC
005790         GO TO 2400-LOCALIZAR-OPCAO-EXIT
005800     END-IF.

005810     ADD 1 TO WS-PRG-QTDE-OPCOES(WS-IND-PRG).
005820     MOVE WS-PRG-QTDE-OPCOES(WS-IND-PRG) TO WS-IND-OPC.
005830     MOVE WS-RESPOSTA-BUSCA
005840         TO WS-PRG-OPCAO(WS-IND-PRG, WS-IND-OPC).
005850 2400-LOCALIZAR-OPCAO-EXIT.
005860     EXIT.

005870 2410-COMPARAR-OPCAO.
005880     IF WS-PRG-OPCAO(WS-IND-PRG, WS-IND-OPC) = WS-RESPOSTA-BUSCA
005890         SET WS-ACHOU TO TRUE
005900     END-IF.

005910*----------------------------------------------------------------
005920* 3000-AGRUPAR - FOLDS EVERY DEPARTAMENTO UNDER THE ANONYMITY
005930*                 LIMIT INTO "OUTROS", THEN KEEPS FOLDING THE
005940*                 SMALLEST ONE LEFT WHILE "OUTROS" IS UNDER IT
005950*----------------------------------------------------------------
005960 3000-AGRUPAR.
005970     PERFORM 3010-AGRUPAR-PEQUENO THRU 3010-AGRUPAR-PEQUENO-EXIT
005980         VARYING WS-IND-DEP FROM 1 BY 1 UNTIL WS-IND-DEP > 51.

005990     MOVE "S" TO WS-CANDIDATO-SW.
006000     PERFORM 3100-AGRUPAR-MENOR THRU 3100-AGRUPAR-MENOR-EXIT
006010         UNTIL WS-OUTROS-RESPONDENTES = ZERO
006020             OR WS-OUTROS-RESPONDENTES >= WS-LIMITE-ANONIMATO
006030             OR WS-SEM-CANDIDATO.

006040     IF WS-INI-ANTERIOR NOT = ZERO
006050         AND WS-TOT-RESP-ANTERIOR >= WS-LIMITE-ANONIMATO
006060         SET WS-COMPARAR TO TRUE
006070     END-IF.
006080 3000-AGRUPAR-EXIT.
006090     EXIT.

006100 3010-AGRUPAR-PEQUENO.
006110     IF WS-DEP-RESPONDENTES(WS-IND-DEP) = ZERO
006120         GO TO 3010-AGRUPAR-PEQUENO-EXIT
006130     END-IF.
006140     IF WS-DEP-RESPONDENTES(WS-IND-DEP) < WS-LIMITE-ANONIMATO
006150         OR WS-IND-DEP = 51
006160         SET WS-DEP-AGRUPADO(WS-IND-DEP) TO TRUE
006170         ADD WS-DEP-RESPONDENTES(WS-IND-DEP)
006180             TO WS-OUTROS-RESPONDENTES
006190     END-IF.
006200 3010-AGRUPAR-PEQUENO-EXIT.
006210     EXIT.

006220 3100-AGRUPAR-MENOR.
006230     MOVE ZERO TO WS-IND-MENOR.
006240     PERFORM 3110-COMPARAR-MENOR
006250         VARYING WS-IND-DEP FROM 1 BY 1 UNTIL WS-IND-DEP > 51.
006260     IF WS-IND-MENOR = ZERO
006270         MOVE "N" TO WS-CANDIDATO-SW
006280         GO TO 3100-AGRUPAR-MENOR-EXIT
006290     END-IF.

006300     SET WS-DEP-AGRUPADO(WS-IND-MENOR) TO TRUE.
006310     ADD WS-DEP-RESPONDENTES(WS-IND-MENOR)
006320         TO WS-OUTROS-RESPONDENTES.
006330 3100-AGRUPAR-MENOR-EXIT.
006340     EXIT.

006350 3110-COMPARAR-MENOR.
006360     IF WS-DEP-RESPONDENTES(WS-IND-DEP) > ZERO
006370         AND NOT WS-DEP-AGRUPADO(WS-IND-DEP)
006380         IF WS-IND-MENOR = ZERO
006390             MOVE WS-IND-DEP TO WS-IND-MENOR
006400         ELSE
006410             IF WS-DEP-RESPONDENTES(WS-IND-DEP)
006420                 < WS-DEP-RESPONDENTES(WS-IND-MENOR)
006430                 MOVE WS-IND-DEP TO WS-IND-MENOR
006440             END-IF
006450         END-IF
006460     END-IF.

006470*----------------------------------------------------------------
006480* 4000-IMPRIMIR - PER QUESTION: THE COMPANY LINES (WITH THE
006490*                  PREVIOUS CAMPAIGN), EACH DEPARTAMENTO SHOWN AND
006500*                  "OUTROS"
006510*----------------------------------------------------------------
006520 4000-IMPRIMIR.
006530     MOVE "I" TO WS-FUNCAO-REL.
006540     MOVE SPACES TO WS-TITULO-REL.
006550     STRING "RESULTADO DA PESQUISA " WS-TAG-ENT " - "
006560         WS-INI-ATUAL " A " WS-FIM-ATUAL
006570         DELIMITED BY SIZE INTO WS-TITULO-REL.
006580     MOVE SPACES TO WS-COLUNAS-REL.
006590     STRING "GRUPO      RESPOSTA               QTD   PCT  "
006600         "  ANT.  PCT ANT.    VAR"
006610         DELIMITED BY SIZE INTO WS-COLUNAS-REL.
006620     MOVE SPACES TO WS-LINHA-REL.
006630     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
006640         WS-COLUNAS-REL WS-LINHA-REL.

006650     MOVE SPACES TO WS-LINHA-REL.
006660     STRING "RESPONDENTES: " WS-TOT-RESP-ATUAL
006670         "   CAMPANHA ANTERIOR: " WS-TOT-RESP-ANTERIOR
006680         "   MINIMO POR GRUPO: " WS-LIMITE-ANONIMATO
006690         DELIMITED BY SIZE INTO WS-LINHA-REL.
006700     MOVE "T" TO WS-FUNCAO-REL.
006710     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
006720         WS-COLUNAS-REL WS-LINHA-REL.

006730     IF WS-TOT-RESP-ATUAL < WS-LIMITE-ANONIMATO
006740         MOVE SPACES TO WS-LINHA-REL
006750         STRING "RESPONDENTES ABAIXO DO MINIMO - RESULTADO "
006760             "NAO DIVULGADO"
006770             DELIMITED BY SIZE INTO WS-LINHA-REL
006780         MOVE "T" TO WS-FUNCAO-REL
006790         CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
006800             WS-COLUNAS-REL WS-LINHA-REL
006810         GO TO 4000-IMPRIMIR-EXIT
006820     END-IF.

006830     IF WS-INI-ANTERIOR NOT = ZERO AND NOT WS-COMPARAR
006840         MOVE SPACES TO WS-LINHA-REL
006850         STRING "CAMPANHA ANTERIOR ABAIXO DO MINIMO - SEM "
006860             "COMPARACAO"
006870             DELIMITED BY SIZE INTO WS-LINHA-REL
006880         MOVE "T" TO WS-FUNCAO-REL
006890         CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
006900             WS-COLUNAS-REL WS-LINHA-REL
006910     END-IF.

006920     PERFORM 4100-IMPRIMIR-PERGUNTA
006930         THRU 4100-IMPRIMIR-PERGUNTA-EXIT
006940         VARYING WS-IND-PRG FROM 1 BY 1
006950         UNTIL WS-IND-PRG > WS-QTDE-PERGUNTAS.
006960 4000-IMPRIMIR-EXIT.
006970     EXIT.

006980 4100-IMPRIMIR-PERGUNTA.
006990     MOVE SPACES TO WS-LINHA-REL.
007000     STRING "PERGUNTA " WS-PRG-NUM(WS-IND-PRG) ": "
007010         WS-PRG-TEXTO(WS-IND-PRG)
007020         DELIMITED BY SIZE INTO WS-LINHA-REL.
007030     MOVE "T" TO WS-FUNCAO-REL.
007040     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
007050         WS-COLUNAS-REL WS-LINHA-REL.

007060     IF WS-PRG-LIVRE(WS-IND-PRG)
007070         MOVE SPACES TO WS-IMPRESSAO
007080         MOVE "EMPRESA" TO WS-IMP-GRUPO
007090         MOVE "(TEXTO LIVRE)" TO WS-IMP-RESPOSTA
007100         MOVE WS-PRG-EMP-TOTAL(WS-IND-PRG) TO WS-IMP-QTD
007110         PERFORM 4900-LINHA THRU 4900-LINHA-EXIT
007120         GO TO 4100-IMPRIMIR-PERGUNTA-EXIT
007130     END-IF.

007140     PERFORM 4200-LINHA-EMPRESA THRU 4200-LINHA-EMPRESA-EXIT
007150         VARYING WS-IND-OPC FROM 1 BY 1 UNTIL WS-IND-OPC > 9.

007160     PERFORM 4300-IMPRIMIR-DEPTO THRU 4300-IMPRIMIR-DEPTO-EXIT
007170         VARYING WS-IND-DEP FROM 1 BY 1 UNTIL WS-IND-DEP > 50.

007180     IF WS-OUTROS-RESPONDENTES >= WS-LIMITE-ANONIMATO
007190         PERFORM 4400-IMPRIMIR-OUTROS
007200             THRU 4400-IMPRIMIR-OUTROS-EXIT
007210     END-IF.
007220 4100-IMPRIMIR-PERGUNTA-EXIT.
007230     EXIT.

007240 4200-LINHA-EMPRESA.
007250     IF WS-IND-OPC > WS-PRG-QTDE-OPCOES(WS-IND-PRG)
007260         AND WS-IND-OPC < 9
007270         GO TO 4200-LINHA-EMPRESA-EXIT
007280     END-IF.
007290     IF WS-IND-OPC = 9
007300         AND WS-PRG-EMP-QTD(WS-IND-PRG, 9) = ZERO
007310         AND (NOT WS-COMPARAR
007320             OR WS-PRG-ANT-QTD(WS-IND-PRG, 9) = ZERO)
007330         GO TO 4200-LINHA-EMPRESA-EXIT
007340     END-IF.

007350     MOVE SPACES TO WS-IMPRESSAO.
007360     MOVE "EMPRESA" TO WS-IMP-GRUPO.
007370     PERFORM 4800-ROTULO-OPCAO THRU 4800-ROTULO-OPCAO-EXIT.
007380     MOVE WS-PRG-EMP-QTD(WS-IND-PRG, WS-IND-OPC) TO WS-IMP-QTD.
007390     MOVE ZERO TO WS-PCT-ATUAL.
007400     IF WS-PRG-EMP-TOTAL(WS-IND-PRG) > ZERO
007410         COMPUTE WS-PCT-ATUAL ROUNDED =
007420             WS-PRG-EMP-QTD(WS-IND-PRG, WS-IND-OPC) * 100
007430             / WS-PRG-EMP-TOTAL(WS-IND-PRG)
007440     END-IF.
007450     MOVE WS-PCT-ATUAL TO WS-IMP-PCT.

007460     IF WS-COMPARAR
007470         MOVE WS-PRG-ANT-QTD(WS-IND-PRG, WS-IND-OPC)
007480             TO WS-IMP-ANT-QTD
007490         MOVE ZERO TO WS-PCT-ANTERIOR
007500         IF WS-PRG-ANT-TOTAL(WS-IND-PRG) > ZERO
007510             COMPUTE WS-PCT-ANTERIOR ROUNDED =
007520                 WS-PRG-ANT-QTD(WS-IND-PRG, WS-IND-OPC) * 100
007530                 / WS-PRG-ANT-TOTAL(WS-IND-PRG)
007540         END-IF
007550         MOVE WS-PCT-ANTERIOR TO WS-IMP-ANT-PCT
007560         COMPUTE WS-VARIACAO = WS-PCT-ATUAL - WS-PCT-ANTERIOR
007570         MOVE WS-VARIACAO TO WS-IMP-VARIACAO
007580     END-IF.
007590     PERFORM 4900-LINHA THRU 4900-LINHA-EXIT.
007600 4200-LINHA-EMPRESA-EXIT.
007610     EXIT.

007620 4300-IMPRIMIR-DEPTO.
007630     IF WS-DEP-RESPONDENTES(WS-IND-DEP) = ZERO
007640         OR WS-DEP-AGRUPADO(WS-IND-DEP)
007650         GO TO 4300-IMPRIMIR-DEPTO-EXIT
007660     END-IF.
007670     MOVE WS-DEP-TOTAL(WS-IND-DEP, WS-IND-PRG) TO WS-OUTROS-TOTAL.
007680     PERFORM 4310-COPIAR-DEPTO
007690         VARYING WS-IND-OPC FROM 1 BY 1 UNTIL WS-IND-OPC > 9.
007700     MOVE WS-DEP-CODIGO(WS-IND-DEP) TO WS-IMP-GRUPO.
007710     PERFORM 4500-LINHAS-GRUPO THRU 4500-LINHAS-GRUPO-EXIT.
007720 4300-IMPRIMIR-DEPTO-EXIT.
007730     EXIT.

007740 4310-COPIAR-DEPTO.
007750     MOVE WS-DEP-QTD(WS-IND-DEP, WS-IND-PRG, WS-IND-OPC)
007760         TO WS-OUTROS-QTD(WS-IND-OPC).

007770*----------------------------------------------------------------
007780* 4400-IMPRIMIR-OUTROS - THE FOLDED DEPARTAMENTOS ADDED TOGETHER
007790*----------------------------------------------------------------
007800 4400-IMPRIMIR-OUTROS.
007810     MOVE ZERO TO WS-OUTROS-TOTAL.
007820     INITIALIZE WS-OUTROS-TABELA.
007830     PERFORM 4410-SOMAR-OUTROS THRU 4410-SOMAR-OUTROS-EXIT
007840         VARYING WS-IND-DEP FROM 1 BY 1 UNTIL WS-IND-DEP > 51.
007850     MOVE "OUTROS" TO WS-IMP-GRUPO.
007860     PERFORM 4500-LINHAS-GRUPO THRU 4500-LINHAS-GRUPO-EXIT.
007870 4400-IMPRIMIR-OUTROS-EXIT.
007880     EXIT.

007890 4410-SOMAR-OUTROS.
007900     IF NOT WS-DEP-AGRUPADO(WS-IND-DEP)
007910         GO TO 4410-SOMAR-OUTROS-EXIT
007920     END-IF.
007930     ADD WS-DEP-TOTAL(WS-IND-DEP, WS-IND-PRG) TO WS-OUTROS-TOTAL.
007940     PERFORM 4420-SOMAR-OPCAO
007950         VARYING WS-IND-OPC FROM 1 BY 1 UNTIL WS-IND-OPC > 9.
007960 4410-SOMAR-OUTROS-EXIT.
007970     EXIT.

007980 4420-SOMAR-OPCAO.
007990     ADD WS-DEP-QTD(WS-IND-DEP, WS-IND-PRG, WS-IND-OPC)
008000         TO WS-OUTROS-QTD(WS-IND-OPC).

008010*----------------------------------------------------------------
008020* 4500-LINHAS-GRUPO - ONE LINE PER ANSWER SLOT OF ONE GROUP, FROM
008030*                      WS-OUTROS-TOTAL AND WS-OUTROS-TABELA; THE
008040*                      GROUP NAME PRINTS ON THE FIRST LINE ONLY
008050*----------------------------------------------------------------
008060 4500-LINHAS-GRUPO.
008070     MOVE WS-IMP-GRUPO TO WS-DEPTO-BUSCA.
008080     PERFORM 4510-LINHA-GRUPO THRU 4510-LINHA-GRUPO-EXIT
008090         VARYING WS-IND-OPC FROM 1 BY 1 UNTIL WS-IND-OPC > 9.
008100 4500-LINHAS-GRUPO-EXIT.
008110     EXIT.

008120 4510-LINHA-GRUPO.
008130     IF WS-IND-OPC > WS-PRG-QTDE-OPCOES(WS-IND-PRG)
008140         AND WS-IND-OPC < 9
008150         GO TO 4510-LINHA-GRUPO-EXIT
008160     END-IF.
008170     IF WS-IND-OPC = 9 AND WS-OUTROS-QTD(9) = ZERO
008180         GO TO 4510-LINHA-GRUPO-EXIT
008190     END-IF.

008200     MOVE SPACES TO WS-IMPRESSAO.
008210     MOVE WS-DEPTO-BUSCA TO WS-IMP-GRUPO.
008220     MOVE SPACES TO WS-DEPTO-BUSCA.
008230     PERFORM 4800-ROTULO-OPCAO THRU 4800-ROTULO-OPCAO-EXIT.
008240     MOVE WS-OUTROS-QTD(WS-IND-OPC) TO WS-IMP-QTD.
008250     MOVE ZERO TO WS-PCT-ATUAL.
008260     IF WS-OUTROS-TOTAL > ZERO
008270         COMPUTE WS-PCT-ATUAL ROUNDED =
008280             WS-OUTROS-QTD(WS-IND-OPC) * 100 / WS-OUTROS-TOTAL
008290     END-IF.
008300     MOVE WS-PCT-ATUAL TO WS-IMP-PCT.
008310     PERFORM 4900-LINHA THRU 4900-LINHA-EXIT.
008320 4510-LINHA-GRUPO-EXIT.
008330     EXIT.

008340 4800-ROTULO-OPCAO.
008350     IF WS-IND-OPC = 9
008360         MOVE "(OUTRAS RESPOSTAS)" TO WS-IMP-RESPOSTA
008370     ELSE
008380         MOVE WS-PRG-OPCAO(WS-IND-PRG, WS-IND-OPC)
008390             TO WS-IMP-RESPOSTA
008400     END-IF.
008410 4800-ROTULO-OPCAO-EXIT.
008420     EXIT.

008430 4900-LINHA.
008440     MOVE WS-IMPRESSAO TO WS-LINHA-REL.
008450     MOVE "D" TO WS-FUNCAO-REL.
008460     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
008470         WS-COLUNAS-REL WS-LINHA-REL.
008480 4900-LINHA-EXIT.
008490     EXIT.

008500*----------------------------------------------------------------
008510* 8000-FINALIZAR
008520*----------------------------------------------------------------
008530 8000-FINALIZAR.
008540     IF WS-QTD-FORA-TABELA > ZERO
008550         MOVE SPACES TO WS-LINHA-REL
008560         STRING "RESPOSTAS FORA DAS TABELAS DO RELATORIO: "
008570             WS-QTD-FORA-TABELA
008580             DELIMITED BY SIZE INTO WS-LINHA-REL
008590         MOVE "T" TO WS-FUNCAO-REL
008600         CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
008610             WS-COLUNAS-REL WS-LINHA-REL
008620     END-IF.

008630     MOVE "F" TO WS-FUNCAO-REL.
008640     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
008650         WS-COLUNAS-REL WS-LINHA-REL.

008660     CLOSE SURVEY-FILE EMPLOYEE-MASTER.

008670     MOVE SPACES TO WS-DESCRICAO-AUD.
008680     STRING "TABULOU PESQUISA " WS-TAG-ENT " DE " WS-INI-ATUAL
008690         " A " WS-FIM-ATUAL
008700         DELIMITED BY SIZE INTO WS-DESCRICAO-AUD.
008710     CALL "PROG22" USING "PROG208 " WS-DESCRICAO-AUD.
008720 8000-FINALIZAR-EXIT.
008730     EXIT.

008740 9999-EXIT.
008750     STOP RUN.
