001000******************************************************************
001010* PROGRAM-ID: PROG218
001020* AUTHOR:      R. ALMEIDA - APPLICATIONS
001030* INSTALLATION: FOLHA DE PAGAMENTO / RECURSOS HUMANOS
001040* DATE-WRITTEN: 2026-10-12
001050* DATE-COMPILED:
001060* PURPOSE:     FIELD-BY-FIELD COMPARISON OF TWO PAYROLL
001070*              REGISTERS - THE BASE (DEFAULT PAYREG) AND THE ONE
001080*              COMPARED (DEFAULT PAYREGSM, THE PROG42 SIMULATION),
001090*              OR ANY TWO REGISTER DATASETS NAMED AT THE PROMPT,
001100*              E.G. THE RUNS BEFORE AND AFTER A PROG42 OR PROG46
001110*              CHANGE.
001120*              DETAIL ROWS ARE MATCHED ON PERIOD AND PR-CODIGO
001130*              (BOTH REGISTERS COME OUT OF PROG42 IN CODIGO ORDER;
001140*              A ROW OUT OF ORDER STOPS THE RUN) AND EVERY MONEY
001150*              COLUMN IS COMPARED. THE PROG68 REPORT LISTS EACH
001160*              COLUMN THAT DIFFERS - BOTH VALUES AND THE
001170*              DIFFERENCE - EACH FUNCIONARIO FOUND IN ONLY ONE
001180*              REGISTER, AND THE TOTAL OF EVERY COLUMN IN BOTH
001190*              RUNS. A TOLERANCE IN CENTAVOS LETS ROUNDING
001200*              DIFFERENCES PASS. PERIOD ZERO COMPARES EVERY
001210*              PERIOD ON THE FILES. RETURN-CODE 4 WHEN ANYTHING
001220*              DIFFERS, 8 WHEN A REGISTER CANNOT BE READ.
001230* ----------------------------------------------------------------
001240* MODIFICATION HISTORY
001250* DATE       INIT DESCRIPTION
001260* 2026-10-12 RA   INITIAL VERSION
001270******************************************************************
001280 IDENTIFICATION DIVISION.
001290 PROGRAM-ID. PROG218.

001300 ENVIRONMENT DIVISION.
001310 INPUT-OUTPUT SECTION.
001320 FILE-CONTROL.
001330     SELECT BASE-REGISTER ASSIGN TO DYNAMIC WS-NOME-BASE
001340         ORGANIZATION IS LINE SEQUENTIAL
001350         FILE STATUS IS FS-BASE.

001360     SELECT COMPARED-REGISTER ASSIGN TO DYNAMIC WS-NOME-COMPARADO
001370         ORGANIZATION IS LINE SEQUENTIAL
001380         FILE STATUS IS FS-COMPARADO.

001390 DATA DIVISION.
001400 FILE SECTION.
001410 FD  BASE-REGISTER.
001420 COPY PAYREGRC.

001430 FD  COMPARED-REGISTER.
001440 COPY PAYREGRC REPLACING ==PAYREG-REC== BY ==PAYREGCP-REC==
001450     LEADING ==PR-== BY ==PC-==.

001460 WORKING-STORAGE SECTION.
001470 01  FS-BASE                     PIC X(02).
001480     88  FS-BASE-OK              VALUE "00".
001490     88  FS-BASE-EOF             VALUE "10".

001500 01  FS-COMPARADO                PIC X(02).
001510     88  FS-COMPARADO-OK         VALUE "00".
001520     88  FS-COMPARADO-EOF        VALUE "10".

001530 01  WS-NOME-BASE                PIC X(08).
001540 01  WS-NOME-COMPARADO           PIC X(08).

001550 01  WS-MENSAGEM                 PIC X(40).
001560 01  WS-VALOR-ENT                PIC 9(09).
001570 01  WS-LIMITE-MIN               PIC 9(09).
001580 01  WS-LIMITE-MAX               PIC 9(09).
001590 01  WS-PERIODO-FILTRO           PIC 9(06).
001600 01  WS-TOLERANCIA               PIC 9(07)V9(02).
001610 01  WS-DATA-ATUAL               PIC 9(08).

001620* MATCH KEYS - PERIOD AND CODIGO; ALL NINES ONCE A FILE IS DONE
001630 01  WS-FIM-ARQUIVO              PIC 9(12) VALUE 999999999999.
001640 01  WS-CHAVE-BASE               PIC 9(12).
001650 01  WS-CHAVE-BASE-R REDEFINES WS-CHAVE-BASE.
001660     05  WS-PERIODO-BASE         PIC 9(06).
001670     05  WS-CODIGO-BASE          PIC 9(06).
001680 01  WS-CHAVE-COMPARADO          PIC 9(12).
001690 01  WS-CHAVE-COMPARADO-R REDEFINES WS-CHAVE-COMPARADO.
001700     05  WS-PERIODO-COMPARADO    PIC 9(06).
001710     05  WS-CODIGO-COMPARADO     PIC 9(06).
001720 01  WS-CHAVE-ANTERIOR-BASE      PIC 9(12) VALUE ZERO.
001730 01  WS-CHAVE-ANTERIOR-COMP      PIC 9(12) VALUE ZERO.
001740 01  WS-FORA-DE-ORDEM-SW         PIC X(01) VALUE "N".
001750     88  WS-FORA-DE-ORDEM        VALUE "Y".

001760* THE MONEY COLUMNS OF PAYREGRC, IN RECORD ORDER
001770 01  WS-TABELA-COLUNAS.
001780     05  FILLER                  PIC X(16) VALUE "BRUTO".
001790     05  FILLER                  PIC X(16) VALUE "HORAS-EXTRAS".
001800     05  FILLER                  PIC X(16) VALUE "DESC-INSS".
001810     05  FILLER                  PIC X(16) VALUE "DESC-IRRF".
001820     05  FILLER                  PIC X(16)
001830         VALUE "DESC-EMPRESTIMO".
001840     05  FILLER                  PIC X(16) VALUE "DESC-BENEFICIO".
001850     05  FILLER                  PIC X(16)
001860         VALUE "TOTAL-DESCONTOS".
001870     05  FILLER                  PIC X(16) VALUE "LIQUIDO".
001880     05  FILLER                  PIC X(16) VALUE "DESC-PENSAO".
001890     05  FILLER                  PIC X(16) VALUE "SAL-FAMILIA".
001900     05  FILLER                  PIC X(16) VALUE "ADIC-NOTURNO".
001910     05  FILLER                  PIC X(16) VALUE "COMISSAO".
001920     05  FILLER                  PIC X(16)
001930         VALUE "DESC-ESTORNO-COM".
001940     05  FILLER                  PIC X(16) VALUE "DESC-SINDICAL".
001950     05  FILLER                  PIC X(16) VALUE "ADIC-RISCO".
001960     05  FILLER                  PIC X(16) VALUE "DSR-VARIAVEL".
001970     05  FILLER                  PIC X(16) VALUE "DSR-PERDIDO".
001980 01  WS-TABELA-COLUNAS-R REDEFINES WS-TABELA-COLUNAS.
001990     05  WS-NOME-COLUNA          PIC X(16) OCCURS 17 TIMES.
002000 01  WS-QTD-COLUNAS              PIC 9(02) COMP VALUE 17.
002010 01  WS-IND-COL                  PIC 9(02) COMP.

002020 01  WS-VALORES.
002030     05  WS-VALOR-COLUNA OCCURS 17 TIMES.
002040         10  WS-VALOR-BASE       PIC 9(09)V9(02).
002050         10  WS-VALOR-COMPARADO  PIC 9(09)V9(02).
002060         10  WS-TOTAL-BASE       PIC 9(13)V9(02).
002070         10  WS-TOTAL-COMPARADO  PIC 9(13)V9(02).

002080 01  WS-DIFERENCA                PIC S9(13)V9(02).
002090 01  WS-DIFERENCA-ABS            PIC 9(13)V9(02).
002100 01  WS-DIFERE-SW                PIC X(01).
002110     88  WS-DIFERE               VALUE "Y".

002120 01  WS-CONTADORES.
002130     05  WS-QTD-BASE             PIC 9(06) COMP VALUE ZERO.
002140     05  WS-QTD-COMPARADO        PIC 9(06) COMP VALUE ZERO.
002150     05  WS-QTD-CASADOS          PIC 9(06) COMP VALUE ZERO.
002160     05  WS-QTD-IGUAIS           PIC 9(06) COMP VALUE ZERO.
002170     05  WS-QTD-DIFERENTES       PIC 9(06) COMP VALUE ZERO.
002180     05  WS-QTD-SO-BASE          PIC 9(06) COMP VALUE ZERO.
002190     05  WS-QTD-SO-COMPARADO     PIC 9(06) COMP VALUE ZERO.

002200 01  WS-CODIGO-ED                PIC 9(06).
002210 01  WS-BASE-ED                  PIC -ZZZ,ZZZ,ZZ9.99.
002220 01  WS-COMPARADO-ED             PIC -ZZZ,ZZZ,ZZ9.99.
002230 01  WS-DIFERENCA-ED             PIC -ZZZ,ZZZ,ZZ9.99.
002240 01  WS-TOTAL-BASE-ED            PIC -Z,ZZZ,ZZZ,ZZ9.99.
002250 01  WS-TOTAL-COMP-ED            PIC -Z,ZZZ,ZZZ,ZZ9.99.
002260 01  WS-TOTAL-DIF-ED             PIC -Z,ZZZ,ZZZ,ZZ9.99.
002270 01  WS-TOLERANCIA-ED            PIC Z,ZZZ,ZZ9.99.
002280 01  WS-QTD-ED                   PIC ZZZ,ZZ9.
002290 01  WS-QTD2-ED                  PIC ZZZ,ZZ9.

002300 01  WS-CABECALHO.
002310     05  FILLER                  PIC X(24) VALUE "CODIGO COLUNA".
002320     05  FILLER                  PIC X(16) VALUE "BASE".
002330     05  FILLER                  PIC X(16) VALUE "COMPARADO".
002340     05  FILLER                  PIC X(16) VALUE "DIFERENCA".

002350 01  WS-LINHA-REL                PIC X(80).
002360 01  WS-FUNCAO-REL               PIC X(01).
002370 01  WS-TITULO-REL               PIC X(60).
002380 01  WS-COLUNAS-REL              PIC X(80).

002390 01  WS-DESCRICAO-AUD            PIC X(60).

002400 PROCEDURE DIVISION.

002410*----------------------------------------------------------------
002420* 0000-MAINLINE
002430*----------------------------------------------------------------
002440 0000-MAINLINE.
002450     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.

002460     PERFORM 3000-LER-BASE THRU 3000-LER-BASE-EXIT.
002470     PERFORM 3100-LER-COMPARADO THRU 3100-LER-COMPARADO-EXIT.
002480     PERFORM 2000-CASAR THRU 2000-CASAR-EXIT
002490         UNTIL (WS-CHAVE-BASE = WS-FIM-ARQUIVO
002500             AND WS-CHAVE-COMPARADO = WS-FIM-ARQUIVO)
002510             OR WS-FORA-DE-ORDEM.

002520     PERFORM 5000-TOTAIS THRU 5000-TOTAIS-EXIT.
002530     PERFORM 8000-FINALIZAR THRU 8000-FINALIZAR-EXIT.
002540     GO TO 9999-EXIT.

002550*----------------------------------------------------------------
002560* 1000-INICIALIZAR - THE TWO REGISTERS, THE PERIOD AND THE
002570*                     TOLERANCE
002580*----------------------------------------------------------------
002590 1000-INICIALIZAR.
002600     ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.

002610     DISPLAY "REGISTRO BASE (ENTER = PAYREG)".
002620     ACCEPT WS-NOME-BASE.
002630     IF WS-NOME-BASE = SPACES
002640         MOVE "PAYREG" TO WS-NOME-BASE
002650     END-IF.
002660     DISPLAY "REGISTRO COMPARADO (ENTER = PAYREGSM)".
002670     ACCEPT WS-NOME-COMPARADO.
002680     IF WS-NOME-COMPARADO = SPACES
002690         MOVE "PAYREGSM" TO WS-NOME-COMPARADO
002700     END-IF.

002710     MOVE "PERIODO (AAAAMM, 0 = TODOS)" TO WS-MENSAGEM.
002720     MOVE ZERO   TO WS-LIMITE-MIN.
002730     MOVE 999912 TO WS-LIMITE-MAX.
002740     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
002750         WS-LIMITE-MIN WS-LIMITE-MAX.
002760     MOVE WS-VALOR-ENT TO WS-PERIODO-FILTRO.

002770     MOVE "TOLERANCIA EM CENTAVOS (0 = EXATO)" TO WS-MENSAGEM.
002780     MOVE ZERO      TO WS-LIMITE-MIN.
002790     MOVE 999999999 TO WS-LIMITE-MAX.
002800     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
002810         WS-LIMITE-MIN WS-LIMITE-MAX.
002820     COMPUTE WS-TOLERANCIA = WS-VALOR-ENT / 100.

002830     OPEN INPUT BASE-REGISTER.
002840     IF NOT FS-BASE-OK
002850         DISPLAY "PROG218: REGISTRO BASE " WS-NOME-BASE
002860             " INDISPONIVEL - " FS-BASE
002870         MOVE 8 TO RETURN-CODE
002880         GO TO 9999-EXIT
002890     END-IF.
002900     OPEN INPUT COMPARED-REGISTER.
002910     IF NOT FS-COMPARADO-OK
002920         DISPLAY "PROG218: REGISTRO COMPARADO " WS-NOME-COMPARADO
002930             " INDISPONIVEL - " FS-COMPARADO
002940         CLOSE BASE-REGISTER
002950         MOVE 8 TO RETURN-CODE
002960         GO TO 9999-EXIT
002970     END-IF.

002980     PERFORM 1100-ZERAR-COLUNA THRU 1100-ZERAR-COLUNA-EXIT
002990         VARYING WS-IND-COL FROM 1 BY 1
003000         UNTIL WS-IND-COL > WS-QTD-COLUNAS.

003010     MOVE "I" TO WS-FUNCAO-REL.
003020     MOVE SPACES TO WS-TITULO-REL.
003030     STRING "COMPARACAO DE REGISTROS " WS-NOME-BASE " X "
003040         WS-NOME-COMPARADO " PERIODO " WS-PERIODO-FILTRO
003050         DELIMITED BY SIZE INTO WS-TITULO-REL.
003060     MOVE WS-CABECALHO TO WS-COLUNAS-REL.
003070     MOVE SPACES TO WS-LINHA-REL.
003080     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
003090         WS-COLUNAS-REL WS-LINHA-REL.
003100     MOVE "D" TO WS-FUNCAO-REL.
003110 1000-INICIALIZAR-EXIT.
003120     EXIT.

003130 1100-ZERAR-COLUNA.
003140     MOVE ZERO TO WS-VALOR-BASE(WS-IND-COL)
003150                  WS-VALOR-COMPARADO(WS-IND-COL)
003160                  WS-TOTAL-BASE(WS-IND-COL)
003170                  WS-TOTAL-COMPARADO(WS-IND-COL).
003180 1100-ZERAR-COLUNA-EXIT.
003190     EXIT.

003200*----------------------------------------------------------------
003210* 2000-CASAR - CLASSIC MATCH ON THE LOWER KEY; A FUNCIONARIO IN
003220*               ONE REGISTER ONLY IS LISTED BY ITS NET
003230*----------------------------------------------------------------
003240 2000-CASAR.
003250     IF WS-CHAVE-BASE < WS-CHAVE-COMPARADO
003260         MOVE WS-CODIGO-BASE TO WS-CODIGO-ED
003270         MOVE WS-VALOR-BASE(8) TO WS-BASE-ED
003280         MOVE SPACES TO WS-LINHA-REL
003290         STRING WS-CODIGO-ED " SOMENTE NO REGISTRO BASE - "
003300             "PERIODO " WS-PERIODO-BASE " LIQUIDO " WS-BASE-ED
003310             DELIMITED BY SIZE INTO WS-LINHA-REL
003320         CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
003330             WS-COLUNAS-REL WS-LINHA-REL
003340         ADD 1 TO WS-QTD-SO-BASE
003350         PERFORM 3000-LER-BASE THRU 3000-LER-BASE-EXIT
003360         GO TO 2000-CASAR-EXIT
003370     END-IF.

003380     IF WS-CHAVE-COMPARADO < WS-CHAVE-BASE
003390         MOVE WS-CODIGO-COMPARADO TO WS-CODIGO-ED
003400         MOVE WS-VALOR-COMPARADO(8) TO WS-COMPARADO-ED
003410         MOVE SPACES TO WS-LINHA-REL
003420         STRING WS-CODIGO-ED " SOMENTE NO REGISTRO COMPARADO - "
003430             "PERIODO " WS-PERIODO-COMPARADO " LIQUIDO "
003440             WS-COMPARADO-ED
003450             DELIMITED BY SIZE INTO WS-LINHA-REL
003460         CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
003470             WS-COLUNAS-REL WS-LINHA-REL
003480         ADD 1 TO WS-QTD-SO-COMPARADO
003490         PERFORM 3100-LER-COMPARADO THRU 3100-LER-COMPARADO-EXIT
003500         GO TO 2000-CASAR-EXIT
003510     END-IF.

003520     ADD 1 TO WS-QTD-CASADOS.
003530     MOVE "N" TO WS-DIFERE-SW.
003540     PERFORM 2100-COMPARAR-COLUNA THRU 2100-COMPARAR-COLUNA-EXIT
003550         VARYING WS-IND-COL FROM 1 BY 1
003560         UNTIL WS-IND-COL > WS-QTD-COLUNAS.
003570     IF WS-DIFERE
003580         ADD 1 TO WS-QTD-DIFERENTES
003590     ELSE
003600         ADD 1 TO WS-QTD-IGUAIS
003610     END-IF.

003620     PERFORM 3000-LER-BASE THRU 3000-LER-BASE-EXIT.
003630     PERFORM 3100-LER-COMPARADO THRU 3100-LER-COMPARADO-EXIT.
003640 2000-CASAR-EXIT.
003650     EXIT.

003660 2100-COMPARAR-COLUNA.
003670     COMPUTE WS-DIFERENCA = WS-VALOR-COMPARADO(WS-IND-COL)
003680         - WS-VALOR-BASE(WS-IND-COL).
003690     IF WS-DIFERENCA < ZERO
003700         COMPUTE WS-DIFERENCA-ABS = ZERO - WS-DIFERENCA
003710     ELSE
003720         MOVE WS-DIFERENCA TO WS-DIFERENCA-ABS
003730     END-IF.
003740     IF WS-DIFERENCA-ABS NOT > WS-TOLERANCIA
003750         GO TO 2100-COMPARAR-COLUNA-EXIT
003760     END-IF.

003770     SET WS-DIFERE TO TRUE.
003780     MOVE WS-CODIGO-BASE                TO WS-CODIGO-ED.
003790     MOVE WS-VALOR-BASE(WS-IND-COL)      TO WS-BASE-ED.
003800     MOVE WS-VALOR-COMPARADO(WS-IND-COL) TO WS-COMPARADO-ED.
003810     MOVE WS-DIFERENCA                  TO WS-DIFERENCA-ED.
003820     MOVE SPACES TO WS-LINHA-REL.
003830     STRING WS-CODIGO-ED " " WS-NOME-COLUNA(WS-IND-COL) " "
003840         WS-BASE-ED " " WS-COMPARADO-ED " " WS-DIFERENCA-ED
003850         DELIMITED BY SIZE INTO WS-LINHA-REL.
003860     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
003870         WS-COLUNAS-REL WS-LINHA-REL.
003880 2100-COMPARAR-COLUNA-EXIT.
003890     EXIT.

003900*----------------------------------------------------------------
003910* 3000-LER-BASE - NEXT DETAIL ROW OF THE PERIOD; ITS COLUMNS GO
003920*                  INTO THE TABLE AND THE RUN TOTALS
003930*----------------------------------------------------------------
003940 3000-LER-BASE.
003950     READ BASE-REGISTER
003960         AT END
003970             MOVE WS-FIM-ARQUIVO TO WS-CHAVE-BASE
003980             GO TO 3000-LER-BASE-EXIT
003990     END-READ.
004000     IF NOT PR-DETALHE
004010         GO TO 3000-LER-BASE
004020     END-IF.
004030     IF WS-PERIODO-FILTRO NOT = ZERO
004040         AND PR-PERIODO NOT = WS-PERIODO-FILTRO
004050         GO TO 3000-LER-BASE
004060     END-IF.

004070     MOVE PR-PERIODO TO WS-PERIODO-BASE.
004080     MOVE PR-CODIGO  TO WS-CODIGO-BASE.
004090     IF WS-CHAVE-BASE NOT > WS-CHAVE-ANTERIOR-BASE
004100         DISPLAY "PROG218: REGISTRO BASE FORA DE ORDEM NO CODIGO "
004110             PR-CODIGO " PERIODO " PR-PERIODO
004120         SET WS-FORA-DE-ORDEM TO TRUE
004130         MOVE WS-FIM-ARQUIVO TO WS-CHAVE-BASE
004140         GO TO 3000-LER-BASE-EXIT
004150     END-IF.
004160     MOVE WS-CHAVE-BASE TO WS-CHAVE-ANTERIOR-BASE.
004170     ADD 1 TO WS-QTD-BASE.

004180     MOVE PR-BRUTO            TO WS-VALOR-BASE(1).
004190     MOVE PR-HORAS-EXTRAS     TO WS-VALOR-BASE(2).
004200     MOVE PR-DESC-INSS        TO WS-VALOR-BASE(3).
004210     MOVE PR-DESC-IRRF        TO WS-VALOR-BASE(4).
004220     MOVE PR-DESC-EMPRESTIMO  TO WS-VALOR-BASE(5).
004230     MOVE PR-DESC-BENEFICIO   TO WS-VALOR-BASE(6).
004240     MOVE PR-TOTAL-DESCONTOS  TO WS-VALOR-BASE(7).
004250     MOVE PR-LIQUIDO          TO WS-VALOR-BASE(8).
004260     MOVE PR-DESC-PENSAO      TO WS-VALOR-BASE(9).
004270     MOVE PR-SAL-FAMILIA      TO WS-VALOR-BASE(10).
004280     MOVE PR-ADIC-NOTURNO     TO WS-VALOR-BASE(11).
004290     MOVE PR-COMISSAO         TO WS-VALOR-BASE(12).
004300     MOVE PR-DESC-ESTORNO-COM TO WS-VALOR-BASE(13).
004310     MOVE PR-DESC-SINDICAL    TO WS-VALOR-BASE(14).
004320     MOVE PR-ADIC-RISCO       TO WS-VALOR-BASE(15).
004330     MOVE PR-DSR-VARIAVEL     TO WS-VALOR-BASE(16).
004340     MOVE PR-DSR-PERDIDO      TO WS-VALOR-BASE(17).
004350     PERFORM 3010-SOMAR-BASE THRU 3010-SOMAR-BASE-EXIT
004360         VARYING WS-IND-COL FROM 1 BY 1
004370         UNTIL WS-IND-COL > WS-QTD-COLUNAS.
004380 3000-LER-BASE-EXIT.
004390     EXIT.

004400 3010-SOMAR-BASE.
004410     ADD WS-VALOR-BASE(WS-IND-COL) TO WS-TOTAL-BASE(WS-IND-COL).
004420 3010-SOMAR-BASE-EXIT.
004430     EXIT.

004440 3100-LER-COMPARADO.
004450     READ COMPARED-REGISTER
004460         AT END
004470             MOVE WS-FIM-ARQUIVO TO WS-CHAVE-COMPARADO
004480             GO TO 3100-LER-COMPARADO-EXIT
004490     END-READ.
004500     IF NOT PC-DETALHE
004510         GO TO 3100-LER-COMPARADO
004520     END-IF.
004530     IF WS-PERIODO-FILTRO NOT = ZERO
004540         AND PC-PERIODO NOT = WS-PERIODO-FILTRO
004550         GO TO 3100-LER-COMPARADO
004560     END-IF.

004570     MOVE PC-PERIODO TO WS-PERIODO-COMPARADO.
004580     MOVE PC-CODIGO  TO WS-CODIGO-COMPARADO.
004590     IF WS-CHAVE-COMPARADO NOT > WS-CHAVE-ANTERIOR-COMP
004600         DISPLAY "PROG218: REGISTRO COMPARADO FORA DE ORDEM NO "
004610             "CODIGO " PC-CODIGO " PERIODO " PC-PERIODO
004620         SET WS-FORA-DE-ORDEM TO TRUE
004630         MOVE WS-FIM-ARQUIVO TO WS-CHAVE-COMPARADO
004640         GO TO 3100-LER-COMPARADO-EXIT
004650     END-IF.
004660     MOVE WS-CHAVE-COMPARADO TO WS-CHAVE-ANTERIOR-COMP.
004670     ADD 1 TO WS-QTD-COMPARADO.

004680     MOVE PC-BRUTO            TO WS-VALOR-COMPARADO(1).
004690     MOVE PC-HORAS-EXTRAS     TO WS-VALOR-COMPARADO(2).
004700     MOVE PC-DESC-INSS        TO WS-VALOR-COMPARADO(3).
004710     MOVE PC-DESC-IRRF        TO WS-VALOR-COMPARADO(4).
004720     MOVE PC-DESC-EMPRESTIMO  TO WS-VALOR-COMPARADO(5).
004730     MOVE PC-DESC-BENEFICIO   TO WS-VALOR-COMPARADO(6).
004740     MOVE PC-TOTAL-DESCONTOS  TO WS-VALOR-COMPARADO(7).
004750     MOVE PC-LIQUIDO          TO WS-VALOR-COMPARADO(8).
004760     MOVE PC-DESC-PENSAO      TO WS-VALOR-COMPARADO(9).
004770     MOVE PC-SAL-FAMILIA      TO WS-VALOR-COMPARADO(10).
004780     MOVE PC-ADIC-NOTURNO     TO WS-VALOR-COMPARADO(11).
004790     MOVE PC-COMISSAO         TO WS-VALOR-COMPARADO(12).
004800     MOVE PC-DESC-ESTORNO-COM TO WS-VALOR-COMPARADO(13).
004810     MOVE PC-DESC-SINDICAL    TO WS-VALOR-COMPARADO(14).
004820     MOVE PC-ADIC-RISCO       TO WS-VALOR-COMPARADO(15).
004830     MOVE PC-DSR-VARIAVEL     TO WS-VALOR-COMPARADO(16).
004840     MOVE PC-DSR-PERDIDO      TO WS-VALOR-COMPARADO(17).
004850     PERFORM 3110-SOMAR-COMPARADO THRU 3110-SOMAR-COMPARADO-EXIT
004860         VARYING WS-IND-COL FROM 1 BY 1
004870         UNTIL WS-IND-COL > WS-QTD-COLUNAS.
004880 3100-LER-COMPARADO-EXIT.
004890     EXIT.

004900 3110-SOMAR-COMPARADO.
004910     ADD WS-VALOR-COMPARADO(WS-IND-COL)
004920         TO WS-TOTAL-COMPARADO(WS-IND-COL).
004930 3110-SOMAR-COMPARADO-EXIT.
004940     EXIT.

004950*----------------------------------------------------------------
004960* 5000-TOTAIS - EVERY COLUMN TOTALLED FOR BOTH RUNS, THEN THE
004970*                COUNTS
004980*----------------------------------------------------------------
004990 5000-TOTAIS.
005000     MOVE "T" TO WS-FUNCAO-REL.
005010     PERFORM 5100-TOTAL-COLUNA THRU 5100-TOTAL-COLUNA-EXIT
005020         VARYING WS-IND-COL FROM 1 BY 1
005030         UNTIL WS-IND-COL > WS-QTD-COLUNAS.

005040     MOVE WS-QTD-BASE      TO WS-QTD-ED.
005050     MOVE WS-QTD-COMPARADO TO WS-QTD2-ED.
005060     MOVE SPACES TO WS-LINHA-REL.
005070     STRING "FUNCIONARIOS NA BASE ..... : " WS-QTD-ED
005080         "   NO COMPARADO ......... : " WS-QTD2-ED
005090         DELIMITED BY SIZE INTO WS-LINHA-REL.
005100     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
005110         WS-COLUNAS-REL WS-LINHA-REL.

005120     MOVE WS-QTD-IGUAIS     TO WS-QTD-ED.
005130     MOVE WS-QTD-DIFERENTES TO WS-QTD2-ED.
005140     MOVE SPACES TO WS-LINHA-REL.
005150     STRING "CASADOS SEM DIFERENCA .... : " WS-QTD-ED
005160         "   COM DIFERENCA ........ : " WS-QTD2-ED
005170         DELIMITED BY SIZE INTO WS-LINHA-REL.
005180     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
005190         WS-COLUNAS-REL WS-LINHA-REL.

005200     MOVE WS-QTD-SO-BASE      TO WS-QTD-ED.
005210     MOVE WS-QTD-SO-COMPARADO TO WS-QTD2-ED.
005220     MOVE SPACES TO WS-LINHA-REL.
005230     STRING "SOMENTE NA BASE .......... : " WS-QTD-ED
005240         "   SOMENTE NO COMPARADO . : " WS-QTD2-ED
005250         DELIMITED BY SIZE INTO WS-LINHA-REL.
005260     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
005270         WS-COLUNAS-REL WS-LINHA-REL.

005280     MOVE WS-TOLERANCIA TO WS-TOLERANCIA-ED.
005290     MOVE SPACES TO WS-LINHA-REL.
005300     STRING "TOLERANCIA POR COLUNA .... : " WS-TOLERANCIA-ED
005310         DELIMITED BY SIZE INTO WS-LINHA-REL.
005320     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
005330         WS-COLUNAS-REL WS-LINHA-REL.

005340     IF WS-FORA-DE-ORDEM
005350         MOVE "*** COMPARACAO INTERROMPIDA - FORA DE ORDEM"
005360             TO WS-LINHA-REL
005370         CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
005380             WS-COLUNAS-REL WS-LINHA-REL
005390     END-IF.

005400     MOVE "F" TO WS-FUNCAO-REL.
005410     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
005420         WS-COLUNAS-REL WS-LINHA-REL.
005430 5000-TOTAIS-EXIT.
005440     EXIT.

005450 5100-TOTAL-COLUNA.
005460     COMPUTE WS-DIFERENCA = WS-TOTAL-COMPARADO(WS-IND-COL)
005470         - WS-TOTAL-BASE(WS-IND-COL).
005480     MOVE WS-TOTAL-BASE(WS-IND-COL)      TO WS-TOTAL-BASE-ED.
005490     MOVE WS-TOTAL-COMPARADO(WS-IND-COL) TO WS-TOTAL-COMP-ED.
005500     MOVE WS-DIFERENCA                   TO WS-TOTAL-DIF-ED.
005510     MOVE SPACES TO WS-LINHA-REL.
005520     STRING "TOTAL " WS-NOME-COLUNA(WS-IND-COL) " "
005530         WS-TOTAL-BASE-ED " " WS-TOTAL-COMP-ED " " WS-TOTAL-DIF-ED
005540         DELIMITED BY SIZE INTO WS-LINHA-REL.
005550     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
005560         WS-COLUNAS-REL WS-LINHA-REL.
005570 5100-TOTAL-COLUNA-EXIT.
005580     EXIT.

005590*----------------------------------------------------------------
005600* 8000-FINALIZAR
005610*----------------------------------------------------------------
005620 8000-FINALIZAR.
005630     CLOSE BASE-REGISTER.
005640     CLOSE COMPARED-REGISTER.

005650     DISPLAY "PROG218: " WS-QTD-CASADOS " CASADOS, "
005660         WS-QTD-DIFERENTES " COM DIFERENCA, " WS-QTD-SO-BASE
005670         " SO NA BASE, " WS-QTD-SO-COMPARADO " SO NO COMPARADO".

005680     IF WS-FORA-DE-ORDEM
005690         MOVE 8 TO RETURN-CODE
005700     ELSE
005710         IF WS-QTD-DIFERENTES > ZERO
005720             OR WS-QTD-SO-BASE > ZERO
005730             OR WS-QTD-SO-COMPARADO > ZERO
005740             MOVE 4 TO RETURN-CODE
005750         END-IF
005760     END-IF.

005770     MOVE WS-QTD-DIFERENTES TO WS-QTD-ED.
005780     MOVE SPACES TO WS-DESCRICAO-AUD.
005790     STRING "COMPAROU " WS-NOME-BASE " X " WS-NOME-COMPARADO
005800         " DIFERENTES " WS-QTD-ED
005810         DELIMITED BY SIZE INTO WS-DESCRICAO-AUD.
005820     CALL "PROG22" USING "PROG218 " WS-DESCRICAO-AUD.
005830 8000-FINALIZAR-EXIT.
005840     EXIT.

005850 9999-EXIT.
005860     STOP RUN.
