001000******************************************************************
001010* PROGRAM-ID: PROG188
001020* AUTHOR:      R. ALMEIDA - APPLICATIONS
001030* INSTALLATION: FOLHA DE PAGAMENTO / RECURSOS HUMANOS
001040* DATE-WRITTEN: 2026-10-01
001050* DATE-COMPILED:
001060* PURPOSE:     MONTHLY HEALTH-PLAN INVOICE RECONCILIATION. FOR
001070*              THE COMPETENCE KEYED IN, LOADS EVERY LIFE COVERED
001080*              ON SAUDFILE WITH THE PRICE OF ITS PLAN (PLANOSAU),
001090*              THEN READS THE CARRIER'S INVOICE FILE (FATSAUDE)
001100*              AND LISTS, THROUGH THE PROG68 REPORT SERVICES,
001110*              EVERY LIFE BILLED BUT NOT ENROLLED, ENROLLED BUT
001120*              NOT BILLED, BILLED TWICE, BILLED UNDER ANOTHER
001130*              PLAN OR AT ANOTHER PRICE. THE CO-PARTICIPATION
001140*              CHARGES OF ENROLLED LIVES ARE TAKEN UP ON COPARFIL
001150*              WITH THE SHARE THE PLAN PASSES ON, FOR THE PAYROLL
001160*              RUN (PROG42) TO DEDUCT.
001170* ----------------------------------------------------------------
001180* MODIFICATION HISTORY
001190* DATE       INIT DESCRIPTION
001200* 2026-10-01 RA   INITIAL VERSION
001210******************************************************************
001220 IDENTIFICATION DIVISION.
001230 PROGRAM-ID. PROG188.

001240 ENVIRONMENT DIVISION.
001250 INPUT-OUTPUT SECTION.
001260 FILE-CONTROL.
001270     SELECT CARRIER-INVOICE ASSIGN TO "FATSAUDE"
001280         ORGANIZATION IS LINE SEQUENTIAL
001290         FILE STATUS IS FS-FATSAUDE.

001300     SELECT HEALTH-ENROLL-FILE ASSIGN TO "SAUDFILE"
001310         ORGANIZATION IS INDEXED
001320         ACCESS MODE IS DYNAMIC
001330         RECORD KEY IS SA-CHAVE
001340         FILE STATUS IS FS-SAUDFILE.

001350     SELECT HEALTH-PLAN-FILE ASSIGN TO "PLANOSAU"
001360         ORGANIZATION IS INDEXED
001370         ACCESS MODE IS DYNAMIC
001380         RECORD KEY IS PS-PLANO
001390         FILE STATUS IS FS-PLANOSAU.

001400     SELECT COPAY-FILE ASSIGN TO "COPARFIL"
001410         ORGANIZATION IS INDEXED
001420         ACCESS MODE IS DYNAMIC
001430         RECORD KEY IS CF-CHAVE
001440         FILE STATUS IS FS-COPARFIL.

001450 DATA DIVISION.
001460 FILE SECTION.
001470 FD  CARRIER-INVOICE.
001480 01  FATURA-SAUDE-REC.
001490     05  FT-TIPO                 PIC X(01).
001500         88  FT-MENSALIDADE      VALUE "M".
001510         88  FT-COPARTICIPACAO   VALUE "C".
001520     05  FT-COMPETENCIA          PIC 9(06).
001530     05  FT-CODIGO               PIC 9(06).
001540     05  FT-SEQ                  PIC 9(02).
001550     05  FT-PLANO                PIC X(04).
001560     05  FT-NOME                 PIC X(30).
001570     05  FT-VALOR                PIC 9(07)V9(02).
001580     05  FILLER                  PIC X(10).

001590 FD  HEALTH-ENROLL-FILE.
001600 COPY SAUDREC.

001610 FD  HEALTH-PLAN-FILE.
001620 COPY PLSAREC.

001630 FD  COPAY-FILE.
001640 COPY COPAREC.

001650 WORKING-STORAGE SECTION.
001660 01  FS-FATSAUDE                 PIC X(02).
001670     88  FS-FATSAUDE-OK          VALUE "00".
001680     88  FS-FATSAUDE-EOF         VALUE "10".

001690 01  FS-SAUDFILE                 PIC X(02).
001700     88  FS-SAUDFILE-OK          VALUE "00".

001710 01  FS-PLANOSAU                 PIC X(02).
001720     88  FS-PLANOSAU-OK          VALUE "00".

001730 01  FS-COPARFIL                 PIC X(02).
001740     88  FS-COPARFIL-OK          VALUE "00".

001750 01  WS-MENSAGEM                 PIC X(40).
001760 01  WS-VALOR-ENT                PIC 9(09).
001770 01  WS-LIMITE-MIN               PIC 9(09).
001780 01  WS-LIMITE-MAX               PIC 9(09).

001790 01  WS-COMPETENCIA              PIC 9(06).
001800 01  WS-FIM-VIDAS-SW             PIC X(01) VALUE "N".
001810     88  WS-FIM-VIDAS            VALUE "Y".
001820 01  WS-FIM-PLANOS-SW            PIC X(01) VALUE "N".
001830     88  WS-FIM-PLANOS           VALUE "Y".

001840 01  WS-INDICE                   PIC 9(04) COMP.
001850 01  WS-IND-PLANO                PIC 9(03) COMP.
001860 01  WS-ACHOU-SW                 PIC X(01).
001870     88  WS-ACHOU                VALUE "Y".

001880 01  WS-QTDE-PLANOS              PIC 9(03) COMP VALUE ZERO.
001890 01  WS-TABELA-PLANOS.
001900     05  WS-PLA-ENTRADA OCCURS 50 TIMES.
001910         10  WS-PLA-CODIGO       PIC X(04).
001920         10  WS-PLA-PRECO-TIT    PIC 9(05)V9(02).
001930         10  WS-PLA-PRECO-DEP    PIC 9(05)V9(02).
001940         10  WS-PLA-PCT-COPART   PIC 9(03)V9(02).

001950 01  WS-QTDE-VIDAS               PIC 9(04) VALUE ZERO.
001960 01  WS-TABELA-VIDAS.
001970     05  WS-VID-ENTRADA OCCURS 2000 TIMES.
001980         10  WS-VID-CODIGO       PIC 9(06).
001990         10  WS-VID-SEQ          PIC 9(02).
002000         10  WS-VID-PLANO        PIC X(04).
002010         10  WS-VID-PRECO        PIC 9(05)V9(02).
002020         10  WS-VID-PCT-COPART   PIC 9(03)V9(02).
002030         10  WS-VID-FATURADA-SW  PIC X(01).
002040             88  WS-VID-FATURADA VALUE "Y".
002050         10  WS-VID-COPART       PIC 9(07)V9(02).

002060 01  WS-CONTROLES.
002070     05  WS-QTD-FORA-TABELA      PIC 9(05) VALUE ZERO.
002080     05  WS-QTD-LINHAS-FATURA    PIC 9(05) VALUE ZERO.
002090     05  WS-QTD-OUTRA-COMPET     PIC 9(05) VALUE ZERO.
002100     05  WS-QTD-DIVERGENCIAS     PIC 9(05) VALUE ZERO.
002110     05  WS-QTD-COPART-GRAVADAS  PIC 9(05) VALUE ZERO.
002120     05  WS-QTD-COPART-BAIXADAS  PIC 9(05) VALUE ZERO.
002130     05  WS-TOT-FATURADO         PIC 9(11)V9(02) VALUE ZERO.
002140     05  WS-TOT-ESPERADO         PIC 9(11)V9(02) VALUE ZERO.
002150     05  WS-TOT-COPART           PIC 9(11)V9(02) VALUE ZERO.
002160     05  WS-TOT-COPART-FUNC      PIC 9(11)V9(02) VALUE ZERO.

002170 01  WS-DIVERGENCIA.
002180     05  WS-DIV-MOTIVO           PIC X(24).
002190     05  WS-DIV-CODIGO           PIC 9(06).
002200     05  WS-DIV-SEQ              PIC 9(02).
002210     05  WS-DIV-PLANO            PIC X(04).
002220     05  WS-DIV-FATURADO         PIC 9(07)V9(02).
002230     05  WS-DIV-ESPERADO         PIC 9(07)V9(02).

002240 01  WS-VALOR-ED                 PIC ZZZ,ZZ9.99.
002250 01  WS-VALOR-2-ED               PIC ZZZ,ZZ9.99.
002260 01  WS-TOTAL-ED                 PIC ZZZ,ZZZ,ZZ9.99.

002270 01  WS-LINHA-REL                PIC X(80).
002280 01  WS-FUNCAO-REL               PIC X(01).
002290 01  WS-TITULO-REL               PIC X(60).
002300 01  WS-COLUNAS-REL              PIC X(80).

002310 01  WS-DESCRICAO-AUD            PIC X(60).

002320 PROCEDURE DIVISION.

002330*----------------------------------------------------------------
002340* 0000-MAINLINE
002350*----------------------------------------------------------------
002360 0000-MAINLINE.
002370     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
002380     PERFORM 2000-CONFERIR-LINHA THRU 2000-CONFERIR-LINHA-EXIT
002390         UNTIL FS-FATSAUDE-EOF.
002400     PERFORM 3000-NAO-FATURADAS THRU 3000-NAO-FATURADAS-EXIT
002410         VARYING WS-INDICE FROM 1 BY 1
002420         UNTIL WS-INDICE > WS-QTDE-VIDAS.
002430     PERFORM 4000-GRAVAR-COPART THRU 4000-GRAVAR-COPART-EXIT
002440         VARYING WS-INDICE FROM 1 BY 1
002450         UNTIL WS-INDICE > WS-QTDE-VIDAS.
002460     PERFORM 8000-FINALIZAR THRU 8000-FINALIZAR-EXIT.
002470     GO TO 9999-EXIT.

002480*----------------------------------------------------------------
002490* 1000-INICIALIZAR - COMPETENCE, PLAN PRICES AND THE LIVES
002500*                    COVERED IN IT, BEFORE THE INVOICE IS READ
002510*----------------------------------------------------------------
002520 1000-INICIALIZAR.
002530     MOVE "COMPETENCIA DA FATURA (AAAAMM)" TO WS-MENSAGEM.
002540     MOVE 190001 TO WS-LIMITE-MIN.
002550     MOVE 999912 TO WS-LIMITE-MAX.
002560     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
002570         WS-LIMITE-MIN WS-LIMITE-MAX.
002580     MOVE WS-VALOR-ENT TO WS-COMPETENCIA.

002590     OPEN INPUT HEALTH-PLAN-FILE.
002600     IF NOT FS-PLANOSAU-OK
002610         DISPLAY "PROG188: ERRO AO ABRIR HEALTH-PLAN-FILE "
002620             FS-PLANOSAU
002630         GO TO 9999-EXIT
002640     END-IF.
002650     OPEN INPUT HEALTH-ENROLL-FILE.
002660     IF NOT FS-SAUDFILE-OK
002670         DISPLAY "PROG188: ERRO AO ABRIR HEALTH-ENROLL-FILE "
002680             FS-SAUDFILE
002690         CLOSE HEALTH-PLAN-FILE
002700         GO TO 9999-EXIT
002710     END-IF.
002720     OPEN INPUT CARRIER-INVOICE.
002730     IF NOT FS-FATSAUDE-OK
002740         DISPLAY "PROG188: ERRO AO ABRIR CARRIER-INVOICE "
002750             FS-FATSAUDE
002760         CLOSE HEALTH-PLAN-FILE HEALTH-ENROLL-FILE
002770         GO TO 9999-EXIT
002780     END-IF.
002790     OPEN I-O COPAY-FILE.
002800     IF NOT FS-COPARFIL-OK
002810         OPEN OUTPUT COPAY-FILE
002820         CLOSE COPAY-FILE
002830         OPEN I-O COPAY-FILE
002840     END-IF.
002850     IF NOT FS-COPARFIL-OK
002860         DISPLAY "PROG188: ERRO AO ABRIR COPAY-FILE "
002870             FS-COPARFIL
002880         CLOSE HEALTH-PLAN-FILE HEALTH-ENROLL-FILE CARRIER-INVOICE
002890         GO TO 9999-EXIT
002900     END-IF.

002910     MOVE LOW-VALUES TO PS-PLANO.
002920     START HEALTH-PLAN-FILE KEY IS NOT LESS THAN PS-PLANO
002930         INVALID KEY
002940             SET WS-FIM-PLANOS TO TRUE
002950     END-START.
002960     PERFORM 1100-CARREGAR-PLANO THRU 1100-CARREGAR-PLANO-EXIT
002970         UNTIL WS-FIM-PLANOS.

002980     MOVE ZERO TO SA-CODIGO.
002990     MOVE ZERO TO SA-SEQ.
003000     START HEALTH-ENROLL-FILE KEY IS NOT LESS THAN SA-CHAVE
003010         INVALID KEY
003020             SET WS-FIM-VIDAS TO TRUE
003030     END-START.
003040     PERFORM 1200-CARREGAR-VIDA THRU 1200-CARREGAR-VIDA-EXIT
003050         UNTIL WS-FIM-VIDAS.

003060     MOVE "I" TO WS-FUNCAO-REL.
003070     MOVE SPACES TO WS-TITULO-REL.
003080     STRING "CONFERENCIA DA FATURA DO PLANO DE SAUDE - "
003090         WS-COMPETENCIA
003100         DELIMITED BY SIZE INTO WS-TITULO-REL.
003110     MOVE SPACES TO WS-COLUNAS-REL.
003120     STRING "DIVERGENCIA              CODIGO-SQ PLANO"
003130         "   FATURADO   ESPERADO"
003140         DELIMITED BY SIZE INTO WS-COLUNAS-REL.
003150     MOVE SPACES TO WS-LINHA-REL.
003160     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
003170         WS-COLUNAS-REL WS-LINHA-REL.

003180     PERFORM 1300-LER-FATURA THRU 1300-LER-FATURA-EXIT.
003190 1000-INICIALIZAR-EXIT.
003200     EXIT.

003210 1100-CARREGAR-PLANO.
003220     READ HEALTH-PLAN-FILE NEXT
003230         AT END
003240             SET WS-FIM-PLANOS TO TRUE
003250             GO TO 1100-CARREGAR-PLANO-EXIT
003260     END-READ.
003270     IF WS-QTDE-PLANOS NOT < 50
003280         DISPLAY "PROG188: TABELA DE PLANOS CHEIA - PLANO "
003290             PS-PLANO " IGNORADO"
003300         GO TO 1100-CARREGAR-PLANO-EXIT
003310     END-IF.
003320     ADD 1 TO WS-QTDE-PLANOS.
003330     MOVE PS-PLANO            TO WS-PLA-CODIGO(WS-QTDE-PLANOS).
003340     MOVE PS-PRECO-TITULAR    TO WS-PLA-PRECO-TIT(WS-QTDE-PLANOS).
003350     MOVE PS-PRECO-DEPENDENTE TO WS-PLA-PRECO-DEP(WS-QTDE-PLANOS).
003360     MOVE PS-PCT-COPART
003370         TO WS-PLA-PCT-COPART(WS-QTDE-PLANOS).
003380 1100-CARREGAR-PLANO-EXIT.
003390     EXIT.

003400*----------------------------------------------------------------
003410* 1200-CARREGAR-VIDA - A LIFE COUNTS WHEN ITS COVERAGE TOUCHES
003420*                      THE COMPETENCE; THE FILE IS READ IN KEY
003430*                      ORDER, SO THE TABLE IS TOO
003440*----------------------------------------------------------------
003450 1200-CARREGAR-VIDA.
003460     READ HEALTH-ENROLL-FILE NEXT
003470         AT END
003480             SET WS-FIM-VIDAS TO TRUE
003490             GO TO 1200-CARREGAR-VIDA-EXIT
003500     END-READ.
003510     IF SA-DATA-INICIO(1:6) > WS-COMPETENCIA
003520         GO TO 1200-CARREGAR-VIDA-EXIT
003530     END-IF.
003540     IF SA-DATA-FIM NOT = ZERO
003550         AND SA-DATA-FIM(1:6) < WS-COMPETENCIA
003560         GO TO 1200-CARREGAR-VIDA-EXIT
003570     END-IF.
003580     IF WS-QTDE-VIDAS NOT < 2000
003590         ADD 1 TO WS-QTD-FORA-TABELA
003600         GO TO 1200-CARREGAR-VIDA-EXIT
003610     END-IF.

003620     ADD 1 TO WS-QTDE-VIDAS.
003630     MOVE SA-CODIGO TO WS-VID-CODIGO(WS-QTDE-VIDAS).
003640     MOVE SA-SEQ    TO WS-VID-SEQ(WS-QTDE-VIDAS).
003650     MOVE SA-PLANO  TO WS-VID-PLANO(WS-QTDE-VIDAS).
003660     MOVE ZERO      TO WS-VID-PRECO(WS-QTDE-VIDAS).
003670     MOVE ZERO      TO WS-VID-PCT-COPART(WS-QTDE-VIDAS).
003680     MOVE "N"       TO WS-VID-FATURADA-SW(WS-QTDE-VIDAS).
003690     MOVE ZERO      TO WS-VID-COPART(WS-QTDE-VIDAS).

003700     MOVE "N" TO WS-ACHOU-SW.
003710     PERFORM 1210-COMPARAR-PLANO
003720         VARYING WS-IND-PLANO FROM 1 BY 1
003730         UNTIL WS-IND-PLANO > WS-QTDE-PLANOS OR WS-ACHOU.
003740     IF NOT WS-ACHOU
003750         DISPLAY "PROG188: PLANO " SA-PLANO " DA VIDA "
003760             SA-CODIGO "-" SA-SEQ " FORA DO CATALOGO (PROG186)"
003770         GO TO 1200-CARREGAR-VIDA-EXIT
003780     END-IF.
003790     SUBTRACT 1 FROM WS-IND-PLANO.
003800     IF SA-TITULAR
003810         MOVE WS-PLA-PRECO-TIT(WS-IND-PLANO)
003820             TO WS-VID-PRECO(WS-QTDE-VIDAS)
003830     ELSE
003840         MOVE WS-PLA-PRECO-DEP(WS-IND-PLANO)
003850             TO WS-VID-PRECO(WS-QTDE-VIDAS)
003860     END-IF.
003870     MOVE WS-PLA-PCT-COPART(WS-IND-PLANO)
003880         TO WS-VID-PCT-COPART(WS-QTDE-VIDAS).
003890     ADD WS-VID-PRECO(WS-QTDE-VIDAS) TO WS-TOT-ESPERADO.
003900 1200-CARREGAR-VIDA-EXIT.
003910     EXIT.

003920 1210-COMPARAR-PLANO.
003930     IF WS-PLA-CODIGO(WS-IND-PLANO) = SA-PLANO
003940         SET WS-ACHOU TO TRUE
003950     END-IF.

003960 1300-LER-FATURA.
003970     READ CARRIER-INVOICE
003980         AT END
003990             SET FS-FATSAUDE-EOF TO TRUE
004000     END-READ.
004010 1300-LER-FATURA-EXIT.
004020     EXIT.

004030*----------------------------------------------------------------
004040* 2000-CONFERIR-LINHA - ONE INVOICE LINE PER PASS: A MONTHLY
004050*                       FEE IS MATCHED TO ITS ENROLLED LIFE, A
004060*                       CO-PARTICIPATION CHARGE IS ADDED TO IT
004070*----------------------------------------------------------------
004080 2000-CONFERIR-LINHA.
004090     IF FT-COMPETENCIA NOT = WS-COMPETENCIA
004100         ADD 1 TO WS-QTD-OUTRA-COMPET
004110         GO TO 2000-CONFERIR-LINHA-SEGUIR
004120     END-IF.
004130     ADD 1 TO WS-QTD-LINHAS-FATURA.

004140     MOVE "N" TO WS-ACHOU-SW.
004150     PERFORM 2010-COMPARAR-VIDA
004160         VARYING WS-INDICE FROM 1 BY 1
004170         UNTIL WS-INDICE > WS-QTDE-VIDAS OR WS-ACHOU.
004180     SUBTRACT 1 FROM WS-INDICE.

004190     MOVE FT-CODIGO TO WS-DIV-CODIGO.
004200     MOVE FT-SEQ    TO WS-DIV-SEQ.
004210     MOVE FT-PLANO  TO WS-DIV-PLANO.
004220     MOVE FT-VALOR  TO WS-DIV-FATURADO.
004230     MOVE ZERO      TO WS-DIV-ESPERADO.

004240     IF FT-COPARTICIPACAO
004250         ADD FT-VALOR TO WS-TOT-COPART
004260         IF WS-ACHOU
004270             ADD FT-VALOR TO WS-VID-COPART(WS-INDICE)
004280         ELSE
004290             MOVE "COPARTICIP. SEM ADESAO" TO WS-DIV-MOTIVO
004300             PERFORM 2100-IMPRIMIR-DIVERGENCIA
004310                 THRU 2100-IMPRIMIR-DIVERGENCIA-EXIT
004320         END-IF
004330         GO TO 2000-CONFERIR-LINHA-SEGUIR
004340     END-IF.

004350     ADD FT-VALOR TO WS-TOT-FATURADO.
004360     IF NOT WS-ACHOU
004370         MOVE "FATURADO SEM ADESAO" TO WS-DIV-MOTIVO
004380         PERFORM 2100-IMPRIMIR-DIVERGENCIA
004390             THRU 2100-IMPRIMIR-DIVERGENCIA-EXIT
004400         GO TO 2000-CONFERIR-LINHA-SEGUIR
004410     END-IF.

004420     MOVE WS-VID-PRECO(WS-INDICE) TO WS-DIV-ESPERADO.
004430     IF WS-VID-FATURADA(WS-INDICE)
004440         MOVE "COBRADO EM DUPLICIDADE" TO WS-DIV-MOTIVO
004450         PERFORM 2100-IMPRIMIR-DIVERGENCIA
004460             THRU 2100-IMPRIMIR-DIVERGENCIA-EXIT
004470         GO TO 2000-CONFERIR-LINHA-SEGUIR
004480     END-IF.
004490     SET WS-VID-FATURADA(WS-INDICE) TO TRUE.

004500     IF FT-PLANO NOT = WS-VID-PLANO(WS-INDICE)
004510         MOVE "FATURADO EM OUTRO PLANO" TO WS-DIV-MOTIVO
004520         PERFORM 2100-IMPRIMIR-DIVERGENCIA
004530             THRU 2100-IMPRIMIR-DIVERGENCIA-EXIT
004540         GO TO 2000-CONFERIR-LINHA-SEGUIR
004550     END-IF.
004560     IF FT-VALOR NOT = WS-VID-PRECO(WS-INDICE)
004570         MOVE "DIFERENCA DE PRECO" TO WS-DIV-MOTIVO
004580         PERFORM 2100-IMPRIMIR-DIVERGENCIA
004590             THRU 2100-IMPRIMIR-DIVERGENCIA-EXIT
004600     END-IF.

004610 2000-CONFERIR-LINHA-SEGUIR.
004620     PERFORM 1300-LER-FATURA THRU 1300-LER-FATURA-EXIT.
004630 2000-CONFERIR-LINHA-EXIT.
004640     EXIT.

004650 2010-COMPARAR-VIDA.
004660     IF WS-VID-CODIGO(WS-INDICE) = FT-CODIGO
004670         AND WS-VID-SEQ(WS-INDICE) = FT-SEQ
004680         SET WS-ACHOU TO TRUE
004690     END-IF.

004700 2100-IMPRIMIR-DIVERGENCIA.
004710     ADD 1 TO WS-QTD-DIVERGENCIAS.
004720     MOVE WS-DIV-FATURADO TO WS-VALOR-ED.
004730     MOVE WS-DIV-ESPERADO TO WS-VALOR-2-ED.
004740     MOVE "D" TO WS-FUNCAO-REL.
004750     MOVE SPACES TO WS-LINHA-REL.
004760     STRING WS-DIV-MOTIVO " " WS-DIV-CODIGO "-" WS-DIV-SEQ
004770         " " WS-DIV-PLANO "  " WS-VALOR-ED " " WS-VALOR-2-ED
004780         DELIMITED BY SIZE INTO WS-LINHA-REL.
004790     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
004800         WS-COLUNAS-REL WS-LINHA-REL.
004810 2100-IMPRIMIR-DIVERGENCIA-EXIT.
004820     EXIT.

004830*----------------------------------------------------------------
004840* 3000-NAO-FATURADAS - ENROLLED LIVES THE CARRIER DID NOT BILL
004850*----------------------------------------------------------------
004860 3000-NAO-FATURADAS.
004870     IF WS-VID-FATURADA(WS-INDICE)
004880         GO TO 3000-NAO-FATURADAS-EXIT
004890     END-IF.
004900     MOVE "ADERIDO SEM FATURA"     TO WS-DIV-MOTIVO.
004910     MOVE WS-VID-CODIGO(WS-INDICE) TO WS-DIV-CODIGO.
004920     MOVE WS-VID-SEQ(WS-INDICE)    TO WS-DIV-SEQ.
004930     MOVE WS-VID-PLANO(WS-INDICE)  TO WS-DIV-PLANO.
004940     MOVE ZERO                     TO WS-DIV-FATURADO.
004950     MOVE WS-VID-PRECO(WS-INDICE)  TO WS-DIV-ESPERADO.
004960     PERFORM 2100-IMPRIMIR-DIVERGENCIA
004970         THRU 2100-IMPRIMIR-DIVERGENCIA-EXIT.
004980 3000-NAO-FATURADAS-EXIT.
004990     EXIT.

005000*----------------------------------------------------------------
005010* 4000-GRAVAR-COPART - ONE COPARFIL ROW PER LIFE CHARGED, WITH
005020*                      THE SHARE ITS PLAN PASSES ON; A ROW THE
005030*                      PAYROLL ALREADY DEDUCTED IS LEFT AS IS
005040*----------------------------------------------------------------
005050 4000-GRAVAR-COPART.
005060     IF WS-VID-COPART(WS-INDICE) = ZERO
005070         GO TO 4000-GRAVAR-COPART-EXIT
005080     END-IF.

005090     MOVE WS-VID-CODIGO(WS-INDICE) TO CF-CODIGO.
005100     MOVE WS-COMPETENCIA           TO CF-COMPETENCIA.
005110     MOVE WS-VID-SEQ(WS-INDICE)    TO CF-SEQ.
005120     READ COPAY-FILE
005130         INVALID KEY
005140             MOVE "N" TO WS-ACHOU-SW
005150         NOT INVALID KEY
005160             MOVE "Y" TO WS-ACHOU-SW
005170     END-READ.
005180     IF WS-ACHOU AND CF-DESCONTADO
005190         ADD 1 TO WS-QTD-COPART-BAIXADAS
005200         GO TO 4000-GRAVAR-COPART-EXIT
005210     END-IF.

005220     MOVE WS-VID-COPART(WS-INDICE) TO CF-VALOR-FATURADO.
005230     COMPUTE CF-VALOR-FUNCIONARIO ROUNDED =
005240         WS-VID-COPART(WS-INDICE)
005250         * WS-VID-PCT-COPART(WS-INDICE) / 100.
005260     MOVE "P"  TO CF-STATUS.
005270     MOVE ZERO TO CF-PERIODO-DESCONTO.
005280     IF WS-ACHOU
005290         REWRITE COPARTICIPACAO-REC
005300     ELSE
005310         WRITE COPARTICIPACAO-REC
005320     END-IF.
005330     IF NOT FS-COPARFIL-OK
005340         DISPLAY "PROG188: ERRO AO GRAVAR COPARTICIPACAO DE "
005350             CF-CODIGO "-" CF-SEQ " - " FS-COPARFIL
005360         GO TO 4000-GRAVAR-COPART-EXIT
005370     END-IF.
005380     ADD 1 TO WS-QTD-COPART-GRAVADAS.
005390     ADD CF-VALOR-FUNCIONARIO TO WS-TOT-COPART-FUNC.
005400 4000-GRAVAR-COPART-EXIT.
005410     EXIT.

005420*----------------------------------------------------------------
005430* 8000-FINALIZAR
005440*----------------------------------------------------------------
005450 8000-FINALIZAR.
005460     MOVE "T" TO WS-FUNCAO-REL.
005470     MOVE "TOTAIS DA CONFERENCIA" TO WS-LINHA-REL.
005480     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
005490         WS-COLUNAS-REL WS-LINHA-REL.

005500     MOVE "D" TO WS-FUNCAO-REL.
005510     MOVE WS-TOT-FATURADO TO WS-TOTAL-ED.
005520     MOVE SPACES TO WS-LINHA-REL.
005530     STRING "MENSALIDADES FATURADAS ...... " WS-TOTAL-ED
005540         DELIMITED BY SIZE INTO WS-LINHA-REL.
005550     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
005560         WS-COLUNAS-REL WS-LINHA-REL.
005570     MOVE WS-TOT-ESPERADO TO WS-TOTAL-ED.
005580     MOVE SPACES TO WS-LINHA-REL.
005590     STRING "MENSALIDADES DAS VIDAS ADERIDAS " WS-TOTAL-ED
005600         DELIMITED BY SIZE INTO WS-LINHA-REL.
005610     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
005620         WS-COLUNAS-REL WS-LINHA-REL.
005630     MOVE WS-TOT-COPART TO WS-TOTAL-ED.
005640     MOVE SPACES TO WS-LINHA-REL.
005650     STRING "COPARTICIPACAO FATURADA ..... " WS-TOTAL-ED
005660         DELIMITED BY SIZE INTO WS-LINHA-REL.
005670     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
005680         WS-COLUNAS-REL WS-LINHA-REL.
005690     MOVE WS-TOT-COPART-FUNC TO WS-TOTAL-ED.
005700     MOVE SPACES TO WS-LINHA-REL.
005710     STRING "COPARTICIPACAO A DESCONTAR .. " WS-TOTAL-ED
005720         DELIMITED BY SIZE INTO WS-LINHA-REL.
005730     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
005740         WS-COLUNAS-REL WS-LINHA-REL.
005750     MOVE SPACES TO WS-LINHA-REL.
005760     STRING "VIDAS ADERIDAS " WS-QTDE-VIDAS " LINHAS DA FATURA "
005770         WS-QTD-LINHAS-FATURA " DIVERGENCIAS "
005780         WS-QTD-DIVERGENCIAS
005790         DELIMITED BY SIZE INTO WS-LINHA-REL.
005800     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
005810         WS-COLUNAS-REL WS-LINHA-REL.
005820     IF WS-QTD-OUTRA-COMPET > ZERO
005830         MOVE SPACES TO WS-LINHA-REL
005840         STRING "LINHAS DE OUTRA COMPETENCIA IGNORADAS: "
005850             WS-QTD-OUTRA-COMPET
005860             DELIMITED BY SIZE INTO WS-LINHA-REL
005870         CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
005880             WS-COLUNAS-REL WS-LINHA-REL
005890     END-IF.
005900     IF WS-QTD-FORA-TABELA > ZERO
005910         MOVE SPACES TO WS-LINHA-REL
005920         STRING "*** TABELA DE VIDAS CHEIA - " WS-QTD-FORA-TABELA
005930             " VIDA(S) NAO CONFERIDA(S)"
005940             DELIMITED BY SIZE INTO WS-LINHA-REL
005950         CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
005960             WS-COLUNAS-REL WS-LINHA-REL
005970     END-IF.
005980     IF WS-QTD-COPART-BAIXADAS > ZERO
005990         MOVE SPACES TO WS-LINHA-REL
006000         STRING "COPARTICIPACOES JA DESCONTADAS NA FOLHA: "
006010             WS-QTD-COPART-BAIXADAS
006020             DELIMITED BY SIZE INTO WS-LINHA-REL
006030         CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
006040             WS-COLUNAS-REL WS-LINHA-REL
006050     END-IF.

006060     MOVE "F" TO WS-FUNCAO-REL.
006070     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
006080         WS-COLUNAS-REL WS-LINHA-REL.

006090     CLOSE CARRIER-INVOICE HEALTH-ENROLL-FILE HEALTH-PLAN-FILE
006100         COPAY-FILE.

006110     IF WS-QTD-DIVERGENCIAS > ZERO
006120         MOVE 4 TO RETURN-CODE
006130     END-IF.

006140     MOVE SPACES TO WS-DESCRICAO-AUD.
006150     STRING "CONFERIU FATURA SAUDE " WS-COMPETENCIA
006160         " DIVERGENCIAS " WS-QTD-DIVERGENCIAS
006170         DELIMITED BY SIZE INTO WS-DESCRICAO-AUD.
006180     CALL "PROG22" USING "PROG188 " WS-DESCRICAO-AUD.
006190 8000-FINALIZAR-EXIT.
006200     EXIT.

006210 9999-EXIT.
006220     STOP RUN.
