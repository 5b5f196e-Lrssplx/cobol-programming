001000******************************************************************
001010* PROGRAM-ID: PROG214
001020* AUTHOR:      R. ALMEIDA - APPLICATIONS
001030* INSTALLATION: FOLHA DE PAGAMENTO / RECURSOS HUMANOS
001040* DATE-WRITTEN: 2026-10-12
001050* DATE-COMPILED:
001060* PURPOSE:     YEARLY RETENTION ANONYMIZATION OF FORMER EMPLOYEES.
001070*              FOR EVERY INACTIVE FUNCIONARIO WHOSE TERMINATION IS
001080*              OLDER THAN THE RETENTION PERIOD OF A DATA CATEGORY,
001090*              REPLACES THAT CATEGORY'S IDENTIFYING DATA IN THE
001100*              LIVE FILES WITH THE FICTITIOUS IDENTITY OF PROG212
001110*              (THE SAME RULES AS THE PROG151 TRAINING COPY):
001120*                CADASTRO - NOME, ENDERECO, CPF, PIS AND CTPS ON
001130*                           EMPMAST AND PH-NOME ON EVERY PAYHIST
001140*                           ROW;
001150*                BANCARIO - AGENCY, ACCOUNT, DIGIT AND PIX KEY ON
001160*                           BANKFILE;
001170*                DEPENDEN - EVERY DP-NOME ON DEPFILE.
001180*              PAY FIGURES, DATES AND CODES ARE KEPT - THE
001190*              STATUTORY FILES (RAIS, FGTS, INFORME) STILL NEED
001200*              THEM, AND THE CODIGO STILL TIES THEM TOGETHER.
001210*              THE RETENTION PERIODS, IN MONTHS AFTER THE
001220*              TERMINATION, COME FROM THE RETANON FILE (RETREC
001230*              LAYOUT, ONE ROW PER CATEGORY NAME); A CATEGORY
001240*              WITH NO ROW KEEPS WS-MESES-PADRAO MONTHS.
001250*              THE TERMINATION DATE IS THE LATER OF THE EXITQ ROW
001260*              (PROG58) AND THE LAST STATUS-TO-INACTIVE ROW ON
001270*              CHGLOG; A FUNCIONARIO WITH NEITHER IS LISTED AND
001280*              LEFT ALONE. ALREADY-ANONYMIZED DATA IS RECOGNIZED
001290*              BY ITS FICTITIOUS VALUE, SO A RE-RUN CHANGES
001300*              NOTHING.
001310*              THE OLD VALUES OF THOSE FIELDS ON CHGLOG ARE
001320*              SCRUBBED TOO, AND NOTHING IS WRITTEN THROUGH PROG30
001330*              OR THE PROG141 JOURNAL, WHICH WOULD ONLY COPY THE
001340*              REAL DATA SOMEWHERE ELSE. EACH ANONYMIZATION IS
001350*              LOGGED ON THE REGISTER (PROG68) AND IN THE AUDIT
001360*              TRAIL (PROG22) - CODIGO, CATEGORY AND TERMINATION
001370*              DATE ONLY. RUNS UNDER THE PROG85 JOB LOCK.
001371*              CHGLOG ROWS ARE CHAINED (PROG216): THE CHAIN IS
001372*              PROVED WHILE THE FILE IS COPIED, AND ONLY AN
001373*              INTACT CHAIN IS RESEALED FROM THE FIRST SCRUBBED
001374*              ROW ON AND ALLOWED TO REPLACE CHGLOG; THE PROVED
001375*              POSITION ON AUDITSEQ IS MOVED BACK BEFORE THAT ROW
001376*              AND THE RESEAL IS AUDITED.
001380* ----------------------------------------------------------------
001390* MODIFICATION HISTORY
001400* DATE       INIT DESCRIPTION
001410* 2026-10-12 RA   INITIAL VERSION
001411* 2026-10-12 RA   CHGLOG SCRUB PROVES AND RESEALS THE ROW CHAIN
001420******************************************************************
001430 IDENTIFICATION DIVISION.
001440 PROGRAM-ID. PROG214.

001450 ENVIRONMENT DIVISION.
001460 INPUT-OUTPUT SECTION.
001470 FILE-CONTROL.
001480     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
001490         ORGANIZATION IS INDEXED
001500         ACCESS MODE IS DYNAMIC
001510         RECORD KEY IS CODIGO
001520         ALTERNATE RECORD KEY IS NOME
001530             WITH DUPLICATES
001540         ALTERNATE RECORD KEY IS DEPARTAMENTO
001550             WITH DUPLICATES
001560         FILE STATUS IS FS-EMPMAST.

001570     SELECT DEPENDENT-FILE ASSIGN TO "DEPFILE"
001580         ORGANIZATION IS INDEXED
001590         ACCESS MODE IS DYNAMIC
001600         RECORD KEY IS DP-CHAVE
001610         FILE STATUS IS FS-DEPFILE.

001620     SELECT BANK-FILE ASSIGN TO "BANKFILE"
001630         ORGANIZATION IS INDEXED
001640         ACCESS MODE IS DYNAMIC
001650         RECORD KEY IS BK-CODIGO
001660         FILE STATUS IS FS-BANKFILE.

001670     SELECT PAYSLIP-HISTORY ASSIGN TO "PAYHIST"
001680         ORGANIZATION IS INDEXED
001690         ACCESS MODE IS DYNAMIC
001700         RECORD KEY IS PH-CHAVE
001710         FILE STATUS IS FS-PAYHIST.

001720     SELECT EXIT-QUEUE ASSIGN TO "EXITQ"
001730         ORGANIZATION IS INDEXED
001740         ACCESS MODE IS DYNAMIC
001750         RECORD KEY IS EX-CODIGO
001760         FILE STATUS IS FS-EXITQ.

001770     SELECT RETENTION-RULES ASSIGN TO "RETANON"
001780         ORGANIZATION IS LINE SEQUENTIAL
001790         FILE STATUS IS FS-RETANON.

001800     SELECT CHANGE-LOG ASSIGN TO "CHGLOG"
001810         ORGANIZATION IS LINE SEQUENTIAL
001820         FILE STATUS IS FS-CHGLOG.

001830     SELECT CHANGE-LOG-NEW ASSIGN TO "CHGTEMP"
001840         ORGANIZATION IS LINE SEQUENTIAL
001850         FILE STATUS IS FS-CHGTEMP.

001851     SELECT AUDIT-SEQ-FILE ASSIGN TO "AUDITSEQ"
001852         ORGANIZATION IS INDEXED
001853         ACCESS MODE IS DYNAMIC
001854         RECORD KEY IS SEQ-CHAVE
001855         FILE STATUS IS FS-AUDITSEQ.

001860 DATA DIVISION.
001870 FILE SECTION.
001880 FD  EMPLOYEE-MASTER.
001890 COPY EMPREC.

001900 FD  DEPENDENT-FILE.
001910 COPY DEPDREC.

001920 FD  BANK-FILE.
001930 COPY BANKREC.

001940 FD  PAYSLIP-HISTORY.
001950 COPY PAYHISRC.

001960 FD  EXIT-QUEUE.
001970 COPY EXITQREC.

001980 FD  RETENTION-RULES.
001990 COPY RETREC.

002000 FD  CHANGE-LOG.
002010 COPY CHGLOG.

002020 FD  CHANGE-LOG-NEW.
002030 01  CHGTEMP-LINHA               PIC X(111).

002031 FD  AUDIT-SEQ-FILE.
002032 COPY SEQCTL.

002040 WORKING-STORAGE SECTION.
002050 01  FS-EMPMAST                  PIC X(02).
002060     88  FS-EMPMAST-OK           VALUE "00".
002070     88  FS-EMPMAST-EOF          VALUE "10".
002080 01  FS-DEPFILE                  PIC X(02).
002090     88  FS-DEPFILE-OK           VALUE "00".
002100 01  WS-DEP-SW                   PIC X(01) VALUE "N".
002110     88  WS-DEP-PRESENTE         VALUE "Y".
002120 01  FS-BANKFILE                 PIC X(02).
002130     88  FS-BANKFILE-OK          VALUE "00".
002140 01  WS-BANK-SW                  PIC X(01) VALUE "N".
002150     88  WS-BANK-PRESENTE        VALUE "Y".
002160 01  FS-PAYHIST                  PIC X(02).
002170     88  FS-PAYHIST-OK           VALUE "00".
002180 01  WS-HIST-SW                  PIC X(01) VALUE "N".
002190     88  WS-HIST-PRESENTE        VALUE "Y".
002200 01  FS-EXITQ                    PIC X(02).
002210     88  FS-EXITQ-OK             VALUE "00".
002220 01  WS-EXITQ-SW                 PIC X(01) VALUE "N".
002230     88  WS-EXITQ-PRESENTE       VALUE "Y".
002240 01  FS-RETANON                  PIC X(02).
002250     88  FS-RETANON-OK           VALUE "00".
002260     88  FS-RETANON-EOF          VALUE "10".
002270 01  FS-CHGLOG                   PIC X(02).
002280     88  FS-CHGLOG-OK            VALUE "00".
002290     88  FS-CHGLOG-EOF           VALUE "10".
002300 01  FS-CHGTEMP                  PIC X(02).
002310     88  FS-CHGTEMP-OK           VALUE "00".
002311 01  FS-AUDITSEQ                 PIC X(02).
002312     88  FS-AUDITSEQ-OK          VALUE "00".

002320 01  WS-DATA-ATUAL               PIC 9(08).

002330* RETENTION PER CATEGORY - MONTHS AFTER THE TERMINATION, AND THE
002340* CUTOFF DATE THEY GIVE: A TERMINATION BEFORE IT IS ANONYMIZED
002350 01  WS-MESES-PADRAO             PIC 9(03) VALUE 060.
002360 01  WS-TABELA-CATEGORIAS.
002370     05  FILLER PIC X(08) VALUE "CADASTRO".
002380     05  FILLER PIC X(08) VALUE "BANCARIO".
002390     05  FILLER PIC X(08) VALUE "DEPENDEN".
002400 01  WS-TABELA-CATEGORIAS-R REDEFINES WS-TABELA-CATEGORIAS.
002410     05  WS-CAT-NOME             PIC X(08) OCCURS 3 TIMES.
002420 01  WS-RETENCAO.
002430     05  WS-RET-ENTRADA OCCURS 3 TIMES.
002440         10  WS-RET-MESES        PIC 9(03).
002450         10  WS-RET-CORTE        PIC 9(08).
002460 01  WS-IND-CAT                  PIC 9(02) COMP.
002470 01  WS-ACHOU-SW                 PIC X(01).
002480     88  WS-ACHOU                VALUE "Y".
002490 01  WS-MESES-NEGATIVOS          PIC S9(07).

002500 01  WS-CHAMADA-DATA.
002510     05  WS-DT-FUNCAO            PIC X(01).
002520     05  WS-DT-DATA-1            PIC 9(08).
002530     05  WS-DT-DATA-2            PIC 9(08).
002540     05  WS-DT-QUANTIDADE        PIC S9(07).
002550     05  WS-DT-UNIDADE           PIC X(01).
002560     05  WS-DT-STATUS            PIC X(01).
002570         88  WS-DT-OK            VALUE "1".

002580* LAST STATUS-TO-INACTIVE DATE PER CODIGO, FROM CHGLOG
002590 01  WS-TABELA-DESLIGAMENTOS.
002600     05  WS-QTD-DESLIG           PIC 9(04) COMP VALUE ZERO.
002610     05  WS-DESLIG-ENTRADA OCCURS 3000 TIMES.
002620         10  WS-DESLIG-CODIGO    PIC 9(06).
002630         10  WS-DESLIG-DATA      PIC 9(08).
002640 01  WS-IND-DESLIG               PIC 9(04) COMP.
002650 01  WS-CODIGO-BUSCA             PIC 9(06).
002660 01  WS-QTD-DESLIG-FORA          PIC 9(05) VALUE ZERO.

002670 01  WS-DATA-RESCISAO            PIC 9(08).
002680 01  WS-QTD-HOLERITES            PIC 9(04).
002690 01  WS-QTD-DEPENDENTES          PIC 9(02).
002700 01  WS-CATEGORIA-LOG            PIC X(08).
002710 01  WS-DETALHE-LOG              PIC X(30).

002720* CHGLOG SCRUB - LAST CODIGO CHECKED AND WHAT WAS FOUND
002730 01  WS-LIMPEZA.
002740     05  WS-LIMPA-CODIGO         PIC 9(06) VALUE ZERO.
002750     05  WS-LIMPA-CADASTRO-SW    PIC X(01).
002760         88  WS-LIMPA-CADASTRO   VALUE "Y".
002770     05  WS-LIMPA-BANCO-SW       PIC X(01).
002780         88  WS-LIMPA-BANCO      VALUE "Y".
002790     05  WS-CAMPO-TIPO           PIC X(01).
002800         88  WS-CAMPO-CADASTRO   VALUE "C".
002810         88  WS-CAMPO-BANCO      VALUE "B".
002820         88  WS-CAMPO-OUTRO      VALUE "O".
002830 01  WS-VALOR-ANONIMO            PIC X(30) VALUE "(ANONIMIZADO)".

002831* CHGLOG ROW CHAIN - PROVED ON THE ORIGINAL ROWS, RESEALED FROM
002832* THE FIRST SCRUBBED ROW ON
002833 01  WS-RESELO.
002834     05  WS-TAMANHO-CONTEUDO     PIC 9(03) VALUE 103.
002835     05  WS-CHECK-ORIGINAL       PIC 9(08).
002836     05  WS-CHECK-CALCULADO      PIC 9(08).
002837     05  WS-CHECK-ANTERIOR       PIC 9(08).
002838     05  WS-CHECK-ANTES-RESELO   PIC 9(08).
002839     05  WS-SEQ-RESELO           PIC 9(08) VALUE ZERO.
002840     05  WS-SEQ-QUEBRA           PIC 9(08) VALUE ZERO.
002841     05  WS-ALTERADA-SW          PIC X(01).
002842         88  WS-LINHA-ALTERADA   VALUE "Y".
002843     05  WS-RESELANDO-SW         PIC X(01) VALUE "N".
002844         88  WS-RESELANDO        VALUE "Y".
002845     05  WS-QUEBRADA-SW          PIC X(01) VALUE "N".
002846         88  WS-CADEIA-QUEBRADA  VALUE "Y".

002847 01  WS-CONTADORES.
002850     05  WS-QTD-LIDOS            PIC 9(07) VALUE ZERO.
002860     05  WS-QTD-INATIVOS         PIC 9(07) VALUE ZERO.
002870     05  WS-QTD-SEM-DATA         PIC 9(07) VALUE ZERO.
002880     05  WS-QTD-CADASTROS        PIC 9(07) VALUE ZERO.
002890     05  WS-QTD-BANCOS           PIC 9(07) VALUE ZERO.
002900     05  WS-QTD-DEP-TOTAL        PIC 9(07) VALUE ZERO.
002910     05  WS-QTD-HOL-TOTAL        PIC 9(07) VALUE ZERO.
002920     05  WS-QTD-LOG-LIDAS        PIC 9(07) VALUE ZERO.
002930     05  WS-QTD-LOG-GRAVADAS     PIC 9(07) VALUE ZERO.
002940     05  WS-QTD-LOG-LIMPAS       PIC 9(07) VALUE ZERO.

002950 01  WS-CHAMADA-TRAVA.
002960     05  WS-TRAVA-FUNCAO         PIC X(01).
002970     05  WS-TRAVA-PROGRAMA       PIC X(08).
002980     05  WS-TRAVA-STATUS         PIC X(01).
002990         88  WS-TRAVA-OBTIDA     VALUE "1".
003000     05  WS-TRAVA-MINHA-SW       PIC X(01) VALUE "N".
003010         88  WS-TRAVA-MINHA      VALUE "Y".

003020 01  WS-FUNCAO-REL               PIC X(01).
003030 01  WS-TITULO-REL               PIC X(60).
003040 01  WS-COLUNAS-REL              PIC X(80).
003050 01  WS-LINHA-REL                PIC X(80).

003060 01  WS-COMANDO                  PIC X(80).
003070 01  WS-DESCRICAO-AUD            PIC X(60).

003080 COPY ANONREC.

003090 PROCEDURE DIVISION.

003100*----------------------------------------------------------------
003110* 0000-MAINLINE
003120*----------------------------------------------------------------
003130 0000-MAINLINE.
003140     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
003150     PERFORM 2000-PROCESSAR-EMPREGADO
003160         THRU 2000-PROCESSAR-EMPREGADO-EXIT
003170         UNTIL FS-EMPMAST-EOF.
003180     PERFORM 6000-LIMPAR-CHGLOG THRU 6000-LIMPAR-CHGLOG-EXIT.
003190     PERFORM 8000-FINALIZAR THRU 8000-FINALIZAR-EXIT.
003200     GO TO 9999-EXIT.

003210*----------------------------------------------------------------
003220* 1000-INICIALIZAR - LOCK, RULES, CUTOFFS, TERMINATION DATES
003230*----------------------------------------------------------------
003240 1000-INICIALIZAR.
003250     ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.

003260     MOVE "C" TO WS-TRAVA-FUNCAO.
003270     MOVE "PROG214 " TO WS-TRAVA-PROGRAMA.
003280     CALL "PROG85" USING WS-TRAVA-FUNCAO WS-TRAVA-PROGRAMA
003290         WS-TRAVA-STATUS.
003300     IF NOT WS-TRAVA-OBTIDA
003310         DISPLAY "PROG214: EMPLOYEE-MASTER EM USO - "
003320             "EXECUCAO ABANDONADA"
003330         MOVE 8 TO RETURN-CODE
003340         GO TO 9999-EXIT
003350     END-IF.
003360     SET WS-TRAVA-MINHA TO TRUE.

003370     OPEN I-O EMPLOYEE-MASTER.
003380     IF NOT FS-EMPMAST-OK
003390         DISPLAY "PROG214: ERRO AO ABRIR EMPLOYEE-MASTER "
003400                 FS-EMPMAST
003410         MOVE 8 TO RETURN-CODE
003420         GO TO 9999-EXIT
003430     END-IF.

003440     PERFORM 1100-CARREGAR-RETENCAO
003450         THRU 1100-CARREGAR-RETENCAO-EXIT.
003460     PERFORM 1300-CARREGAR-DESLIGAMENTOS
003470         THRU 1300-CARREGAR-DESLIGAMENTOS-EXIT.

003480     OPEN I-O DEPENDENT-FILE.
003490     IF FS-DEPFILE-OK
003500         SET WS-DEP-PRESENTE TO TRUE
003510     END-IF.
003520     OPEN I-O BANK-FILE.
003530     IF FS-BANKFILE-OK
003540         SET WS-BANK-PRESENTE TO TRUE
003550     END-IF.
003560     OPEN I-O PAYSLIP-HISTORY.
003570     IF FS-PAYHIST-OK
003580         SET WS-HIST-PRESENTE TO TRUE
003590     END-IF.
003600     OPEN INPUT EXIT-QUEUE.
003610     IF FS-EXITQ-OK
003620         SET WS-EXITQ-PRESENTE TO TRUE
003630     END-IF.

003640     MOVE "I" TO WS-FUNCAO-REL.
003650     MOVE SPACES TO WS-TITULO-REL.
003660     STRING "ANONIMIZACAO POR RETENCAO - " WS-DATA-ATUAL
003670         DELIMITED BY SIZE INTO WS-TITULO-REL.
003680     MOVE SPACES TO WS-COLUNAS-REL.
003690     STRING "CODIGO  RESCISAO  CATEGORIA  DETALHE"
003700         DELIMITED BY SIZE INTO WS-COLUNAS-REL.
003710     MOVE SPACES TO WS-LINHA-REL.
003720     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
003730         WS-COLUNAS-REL WS-LINHA-REL.

003740     PERFORM 1200-IMPRIMIR-CORTES THRU 1200-IMPRIMIR-CORTES-EXIT
003750         VARYING WS-IND-CAT FROM 1 BY 1 UNTIL WS-IND-CAT > 3.

003760     PERFORM 2900-LER-EMPREGADO.
003770 1000-INICIALIZAR-EXIT.
003780     EXIT.

003790*----------------------------------------------------------------
003800* 1100-CARREGAR-RETENCAO - DEFAULTS FIRST, THEN WHATEVER RETANON
003810*                           SAYS, THEN ONE CUTOFF PER CATEGORY
003820*----------------------------------------------------------------
003830 1100-CARREGAR-RETENCAO.
003840     PERFORM 1110-PADRAO-CATEGORIA THRU 1110-PADRAO-CATEGORIA-EXIT
003850         VARYING WS-IND-CAT FROM 1 BY 1 UNTIL WS-IND-CAT > 3.

003860     OPEN INPUT RETENTION-RULES.
003870     IF NOT FS-RETANON-OK
003880         DISPLAY "PROG214: SEM RETANON - RETENCAO PADRAO DE "
003890             WS-MESES-PADRAO " MESES"
003900         GO TO 1100-CALCULAR-CORTES
003910     END-IF.
003920     PERFORM 1120-LER-REGRA THRU 1120-LER-REGRA-EXIT
003930         UNTIL FS-RETANON-EOF.
003940     CLOSE RETENTION-RULES.

003950 1100-CALCULAR-CORTES.
003960     PERFORM 1140-CALCULAR-CORTE THRU 1140-CALCULAR-CORTE-EXIT
003970         VARYING WS-IND-CAT FROM 1 BY 1 UNTIL WS-IND-CAT > 3.
003980 1100-CARREGAR-RETENCAO-EXIT.
003990     EXIT.

004000 1110-PADRAO-CATEGORIA.
004010     MOVE WS-MESES-PADRAO TO WS-RET-MESES(WS-IND-CAT).
004020 1110-PADRAO-CATEGORIA-EXIT.
004030     EXIT.

004040 1120-LER-REGRA.
004050     READ RETENTION-RULES
004060         AT END
004070             SET FS-RETANON-EOF TO TRUE
004080             GO TO 1120-LER-REGRA-EXIT
004090     END-READ.
004100     MOVE "N" TO WS-ACHOU-SW.
004110     PERFORM 1130-COMPARAR-CATEGORIA
004120         THRU 1130-COMPARAR-CATEGORIA-EXIT
004130         VARYING WS-IND-CAT FROM 1 BY 1
004140         UNTIL WS-IND-CAT > 3 OR WS-ACHOU.
004150     IF NOT WS-ACHOU
004160         DISPLAY "PROG214: CATEGORIA " RT-ARQUIVO
004170             " DESCONHECIDA EM RETANON - IGNORADA"
004180     END-IF.
004190 1120-LER-REGRA-EXIT.
004200     EXIT.

004210 1130-COMPARAR-CATEGORIA.
004220     IF WS-CAT-NOME(WS-IND-CAT) = RT-ARQUIVO
004230         SET WS-ACHOU TO TRUE
004240         MOVE RT-MESES TO WS-RET-MESES(WS-IND-CAT)
004250     END-IF.
004260 1130-COMPARAR-CATEGORIA-EXIT.
004270     EXIT.

004280 1140-CALCULAR-CORTE.
004290     MOVE "A" TO WS-DT-FUNCAO.
004300     MOVE "M" TO WS-DT-UNIDADE.
004310     MOVE WS-DATA-ATUAL TO WS-DT-DATA-1.
004320     COMPUTE WS-MESES-NEGATIVOS = ZERO - WS-RET-MESES(WS-IND-CAT).
004330     MOVE WS-MESES-NEGATIVOS TO WS-DT-QUANTIDADE.
004340     CALL "PROG74" USING WS-DT-FUNCAO WS-DT-DATA-1
004350         WS-DT-DATA-2 WS-DT-QUANTIDADE WS-DT-UNIDADE
004360         WS-DT-STATUS.
004370     IF WS-DT-OK
004380         MOVE WS-DT-DATA-2 TO WS-RET-CORTE(WS-IND-CAT)
004390     ELSE
004400         MOVE ZERO TO WS-RET-CORTE(WS-IND-CAT)
004410     END-IF.
004420 1140-CALCULAR-CORTE-EXIT.
004430     EXIT.

004440 1200-IMPRIMIR-CORTES.
004450     MOVE SPACES TO WS-LINHA-REL.
004460     STRING "RETENCAO " WS-CAT-NOME(WS-IND-CAT) ": "
004470         WS-RET-MESES(WS-IND-CAT) " MESES - RESCISOES ANTES DE "
004480         WS-RET-CORTE(WS-IND-CAT)
004490         DELIMITED BY SIZE INTO WS-LINHA-REL.
004500     MOVE "T" TO WS-FUNCAO-REL.
004510     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
004520         WS-COLUNAS-REL WS-LINHA-REL.
004530 1200-IMPRIMIR-CORTES-EXIT.
004540     EXIT.

004550*----------------------------------------------------------------
004560* 1300-CARREGAR-DESLIGAMENTOS - THE LAST STATUS "I" ROW ON CHGLOG
004570*                                FOR EACH CODIGO
004580*----------------------------------------------------------------
004590 1300-CARREGAR-DESLIGAMENTOS.
004600     OPEN INPUT CHANGE-LOG.
004610     IF NOT FS-CHGLOG-OK
004620         GO TO 1300-CARREGAR-DESLIGAMENTOS-EXIT
004630     END-IF.
004640     PERFORM 1310-LER-ALTERACAO THRU 1310-LER-ALTERACAO-EXIT
004650         UNTIL FS-CHGLOG-EOF.
004660     CLOSE CHANGE-LOG.
004670     IF WS-QTD-DESLIG-FORA > ZERO
004680         DISPLAY "PROG214: " WS-QTD-DESLIG-FORA
004690             " DESLIGAMENTO(S) DO CHGLOG ALEM DA TABELA - "
004700             "SO O EXITQ VALE PARA ELES"
004710     END-IF.
004720 1300-CARREGAR-DESLIGAMENTOS-EXIT.
004730     EXIT.

004740 1310-LER-ALTERACAO.
004750     READ CHANGE-LOG
004760         AT END
004770             SET FS-CHGLOG-EOF TO TRUE
004780             GO TO 1310-LER-ALTERACAO-EXIT
004790     END-READ.
004800     IF CL-CAMPO(1:6) NOT = "STATUS"
004810         OR CL-VALOR-NOVO(1:1) NOT = "I"
004820         GO TO 1310-LER-ALTERACAO-EXIT
004830     END-IF.
004840     MOVE CL-CODIGO TO WS-CODIGO-BUSCA.
004850     PERFORM 1320-LOCALIZAR-DESLIG
004860         THRU 1320-LOCALIZAR-DESLIG-EXIT.
004870     IF WS-ACHOU
004880         IF CL-DATA > WS-DESLIG-DATA(WS-IND-DESLIG)
004890             MOVE CL-DATA TO WS-DESLIG-DATA(WS-IND-DESLIG)
004900         END-IF
004910         GO TO 1310-LER-ALTERACAO-EXIT
004920     END-IF.
004930     IF WS-QTD-DESLIG = 3000
004940         ADD 1 TO WS-QTD-DESLIG-FORA
004950         GO TO 1310-LER-ALTERACAO-EXIT
004960     END-IF.
004970     ADD 1 TO WS-QTD-DESLIG.
004980     MOVE CL-CODIGO TO WS-DESLIG-CODIGO(WS-QTD-DESLIG).
004990     MOVE CL-DATA TO WS-DESLIG-DATA(WS-QTD-DESLIG).
005000 1310-LER-ALTERACAO-EXIT.
005010     EXIT.

005020 1320-LOCALIZAR-DESLIG.
005030     MOVE "N" TO WS-ACHOU-SW.
005040     PERFORM 1330-COMPARAR-DESLIG THRU 1330-COMPARAR-DESLIG-EXIT
005050         VARYING WS-IND-DESLIG FROM 1 BY 1
005060         UNTIL WS-IND-DESLIG > WS-QTD-DESLIG OR WS-ACHOU.
005070     IF WS-ACHOU
005080         SUBTRACT 1 FROM WS-IND-DESLIG
005090     END-IF.
005100 1320-LOCALIZAR-DESLIG-EXIT.
005110     EXIT.

005120 1330-COMPARAR-DESLIG.
005130     IF WS-DESLIG-CODIGO(WS-IND-DESLIG) = WS-CODIGO-BUSCA
005140         SET WS-ACHOU TO TRUE
005150     END-IF.
005160 1330-COMPARAR-DESLIG-EXIT.
005170     EXIT.

005180*----------------------------------------------------------------
005190* 2000-PROCESSAR-EMPREGADO - ONE INACTIVE FUNCIONARIO, CATEGORY BY
005200*                             CATEGORY
005210*----------------------------------------------------------------
005220 2000-PROCESSAR-EMPREGADO.
005230     ADD 1 TO WS-QTD-LIDOS.
005240     IF NOT EMP-INATIVO
005250         GO TO 2000-PROCESSAR-SEGUIR
005260     END-IF.
005270     ADD 1 TO WS-QTD-INATIVOS.

005280     PERFORM 2100-APURAR-RESCISAO THRU 2100-APURAR-RESCISAO-EXIT.
005290     IF WS-DATA-RESCISAO = ZERO
005300         ADD 1 TO WS-QTD-SEM-DATA
005310         MOVE SPACES TO WS-CATEGORIA-LOG
005320         MOVE "SEM DATA DE RESCISAO - MANTIDO" TO WS-DETALHE-LOG
005330         PERFORM 7000-REGISTRAR THRU 7000-REGISTRAR-EXIT
005340         GO TO 2000-PROCESSAR-SEGUIR
005350     END-IF.

005360     MOVE CODIGO TO AN-CODIGO.
005370     MOVE ZERO TO AN-SEQ.
005380     CALL "PROG212" USING IDENTIDADE-FICTICIA.

005390     IF WS-DATA-RESCISAO < WS-RET-CORTE(1)
005400         AND NOME NOT = AN-NOME
005410         PERFORM 3000-ANONIMIZAR-CADASTRO
005420             THRU 3000-ANONIMIZAR-CADASTRO-EXIT
005430     END-IF.
005440     IF WS-DATA-RESCISAO < WS-RET-CORTE(2)
005450         AND WS-BANK-PRESENTE
005460         PERFORM 4000-ANONIMIZAR-BANCO
005470             THRU 4000-ANONIMIZAR-BANCO-EXIT
005480     END-IF.
005490     IF WS-DATA-RESCISAO < WS-RET-CORTE(3)
005500         AND WS-DEP-PRESENTE
005510         PERFORM 5000-ANONIMIZAR-DEPENDENTES
005520             THRU 5000-ANONIMIZAR-DEPENDENTES-EXIT
005530     END-IF.

005540 2000-PROCESSAR-SEGUIR.
005550     PERFORM 2900-LER-EMPREGADO.
005560 2000-PROCESSAR-EMPREGADO-EXIT.
005570     EXIT.

005580* THE LATER OF THE EXIT-QUEUE ROW AND THE CHGLOG STATUS ROW
005590 2100-APURAR-RESCISAO.
005600     MOVE ZERO TO WS-DATA-RESCISAO.
005610     IF WS-EXITQ-PRESENTE
005620         MOVE CODIGO TO EX-CODIGO
005630         READ EXIT-QUEUE
005640             INVALID KEY
005650                 MOVE ZERO TO EX-DATA-RESCISAO
005660         END-READ
005670         MOVE EX-DATA-RESCISAO TO WS-DATA-RESCISAO
005680     END-IF.

005690     MOVE CODIGO TO WS-CODIGO-BUSCA.
005700     PERFORM 1320-LOCALIZAR-DESLIG
005710         THRU 1320-LOCALIZAR-DESLIG-EXIT.
005720     IF WS-ACHOU
005730         IF WS-DESLIG-DATA(WS-IND-DESLIG) > WS-DATA-RESCISAO
005740             MOVE WS-DESLIG-DATA(WS-IND-DESLIG)
005750                 TO WS-DATA-RESCISAO
005760         END-IF
005770     END-IF.
005780 2100-APURAR-RESCISAO-EXIT.
005790     EXIT.

005800 2900-LER-EMPREGADO.
005810     READ EMPLOYEE-MASTER NEXT
005820         AT END
005830             SET FS-EMPMAST-EOF TO TRUE
005840     END-READ.

005850*----------------------------------------------------------------
005860* 3000-ANONIMIZAR-CADASTRO - MASTER ROW, THEN THE NAME ON EVERY
005870*                             PAYSLIP OF THE SAME CODIGO
005880*----------------------------------------------------------------
005890 3000-ANONIMIZAR-CADASTRO.
005900     MOVE AN-NOME TO NOME.
005910     MOVE AN-ENDERECO TO ENDERECO.
005920     MOVE AN-CPF TO CPF.
005930     MOVE AN-PIS TO PIS.
005940     MOVE AN-CTPS TO CTPS.
005950     REWRITE FUNCIONARIO
005960         INVALID KEY
005970             DISPLAY "PROG214: ERRO AO REGRAVAR " CODIGO " "
005980                 FS-EMPMAST
005990             GO TO 3000-ANONIMIZAR-CADASTRO-EXIT
006000     END-REWRITE.
006010     ADD 1 TO WS-QTD-CADASTROS.

006020     MOVE ZERO TO WS-QTD-HOLERITES.
006030     IF WS-HIST-PRESENTE
006040         MOVE CODIGO TO PH-CODIGO
006050         MOVE ZERO TO PH-PERIODO
006060         MOVE "N" TO WS-ACHOU-SW
006070         START PAYSLIP-HISTORY KEY IS NOT LESS THAN PH-CHAVE
006080             INVALID KEY
006090                 SET WS-ACHOU TO TRUE
006100         END-START
006110         PERFORM 3100-ANONIMIZAR-HOLERITE
006120             THRU 3100-ANONIMIZAR-HOLERITE-EXIT
006130             UNTIL WS-ACHOU
006140     END-IF.
006150     ADD WS-QTD-HOLERITES TO WS-QTD-HOL-TOTAL.

006160     MOVE "CADASTRO" TO WS-CATEGORIA-LOG.
006170     MOVE SPACES TO WS-DETALHE-LOG.
006180     STRING "NOME/END/DOCS + " WS-QTD-HOLERITES " HOLERITE(S)"
006190         DELIMITED BY SIZE INTO WS-DETALHE-LOG.
006200     PERFORM 7000-REGISTRAR THRU 7000-REGISTRAR-EXIT.
006210 3000-ANONIMIZAR-CADASTRO-EXIT.
006220     EXIT.

006230* WS-ACHOU DOUBLES AS "NO MORE PAYSLIPS FOR THIS CODIGO"
006240 3100-ANONIMIZAR-HOLERITE.
006250     READ PAYSLIP-HISTORY NEXT
006260         AT END
006270             SET WS-ACHOU TO TRUE
006280             GO TO 3100-ANONIMIZAR-HOLERITE-EXIT
006290     END-READ.
006300     IF PH-CODIGO NOT = CODIGO
006310         SET WS-ACHOU TO TRUE
006320         GO TO 3100-ANONIMIZAR-HOLERITE-EXIT
006330     END-IF.
006340     IF PH-NOME = AN-NOME
006350         GO TO 3100-ANONIMIZAR-HOLERITE-EXIT
006360     END-IF.
006370     MOVE AN-NOME TO PH-NOME.
006380     REWRITE PAYHIST-REC
006390         INVALID KEY
006400             DISPLAY "PROG214: ERRO AO REGRAVAR HOLERITE "
006410                 PH-CHAVE " " FS-PAYHIST
006420             GO TO 3100-ANONIMIZAR-HOLERITE-EXIT
006430     END-REWRITE.
006440     ADD 1 TO WS-QTD-HOLERITES.
006450 3100-ANONIMIZAR-HOLERITE-EXIT.
006460     EXIT.

006470*----------------------------------------------------------------
006480* 4000-ANONIMIZAR-BANCO - THE BANK CODE STAYS, THE ACCOUNT GOES
006490*----------------------------------------------------------------
006500 4000-ANONIMIZAR-BANCO.
006510     MOVE CODIGO TO BK-CODIGO.
006520     READ BANK-FILE
006530         INVALID KEY
006540             GO TO 4000-ANONIMIZAR-BANCO-EXIT
006550     END-READ.
006560     IF BK-PIX = AN-BK-PIX
006570         GO TO 4000-ANONIMIZAR-BANCO-EXIT
006580     END-IF.
006590     MOVE AN-BK-AGENCIA TO BK-AGENCIA.
006600     MOVE AN-BK-CONTA TO BK-CONTA.
006610     MOVE AN-BK-DIGITO TO BK-DIGITO.
006620     MOVE AN-BK-PIX TO BK-PIX.
006630     REWRITE DADOS-BANCARIOS-REC
006640         INVALID KEY
006650             DISPLAY "PROG214: ERRO AO REGRAVAR BANCO " BK-CODIGO
006660                 " " FS-BANKFILE
006670             GO TO 4000-ANONIMIZAR-BANCO-EXIT
006680     END-REWRITE.
006690     ADD 1 TO WS-QTD-BANCOS.

006700     MOVE "BANCARIO" TO WS-CATEGORIA-LOG.
006710     MOVE "AGENCIA/CONTA/PIX" TO WS-DETALHE-LOG.
006720     PERFORM 7000-REGISTRAR THRU 7000-REGISTRAR-EXIT.
006730 4000-ANONIMIZAR-BANCO-EXIT.
006740     EXIT.

006750*----------------------------------------------------------------
006760* 5000-ANONIMIZAR-DEPENDENTES - NAME ONLY; BIRTH DATE AND KINSHIP
006770*                                STILL DRIVE THE IRRF DEDUCTION
006780*                                HISTORY
006790*----------------------------------------------------------------
006800 5000-ANONIMIZAR-DEPENDENTES.
006810     MOVE ZERO TO WS-QTD-DEPENDENTES.
006820     MOVE CODIGO TO DP-CODIGO.
006830     MOVE ZERO TO DP-SEQ.
006840     MOVE "N" TO WS-ACHOU-SW.
006850     START DEPENDENT-FILE KEY IS NOT LESS THAN DP-CHAVE
006860         INVALID KEY
006870             SET WS-ACHOU TO TRUE
006880     END-START.
006890     PERFORM 5100-ANONIMIZAR-DEPENDENTE
006900         THRU 5100-ANONIMIZAR-DEPENDENTE-EXIT
006910         UNTIL WS-ACHOU.
006920     IF WS-QTD-DEPENDENTES = ZERO
006930         GO TO 5000-ANONIMIZAR-DEPENDENTES-EXIT
006940     END-IF.
006950     ADD WS-QTD-DEPENDENTES TO WS-QTD-DEP-TOTAL.

006960     MOVE "DEPENDEN" TO WS-CATEGORIA-LOG.
006970     MOVE SPACES TO WS-DETALHE-LOG.
006980     STRING WS-QTD-DEPENDENTES " NOME(S) DE DEPENDENTE"
006990         DELIMITED BY SIZE INTO WS-DETALHE-LOG.
007000     PERFORM 7000-REGISTRAR THRU 7000-REGISTRAR-EXIT.
007010 5000-ANONIMIZAR-DEPENDENTES-EXIT.
007020     EXIT.

007030 5100-ANONIMIZAR-DEPENDENTE.
007040     READ DEPENDENT-FILE NEXT
007050         AT END
007060             SET WS-ACHOU TO TRUE
007070             GO TO 5100-ANONIMIZAR-DEPENDENTE-EXIT
007080     END-READ.
007090     IF DP-CODIGO NOT = CODIGO
007100         SET WS-ACHOU TO TRUE
007110         GO TO 5100-ANONIMIZAR-DEPENDENTE-EXIT
007120     END-IF.
007130     MOVE DP-SEQ TO AN-SEQ.
007140     CALL "PROG212" USING IDENTIDADE-FICTICIA.
007150     IF DP-NOME = AN-DEP-NOME
007160         GO TO 5100-ANONIMIZAR-DEPENDENTE-EXIT
007170     END-IF.
007180     MOVE AN-DEP-NOME TO DP-NOME.
007190     REWRITE DEPENDENTE-REC
007200         INVALID KEY
007210             DISPLAY "PROG214: ERRO AO REGRAVAR DEPENDENTE "
007220                 DP-CHAVE " " FS-DEPFILE
007230             GO TO 5100-ANONIMIZAR-DEPENDENTE-EXIT
007240     END-REWRITE.
007250     ADD 1 TO WS-QTD-DEPENDENTES.
007260 5100-ANONIMIZAR-DEPENDENTE-EXIT.
007270     EXIT.

007280*----------------------------------------------------------------
007290* 6000-LIMPAR-CHGLOG - THE OLD/NEW VALUES OF AN ANONYMIZED NAME,
007300*                       ADDRESS OR BANK FIELD ARE BLANKED OUT ON A
007310*                       COPY OF CHGLOG THAT THEN REPLACES IT, THE
007320*                       SAME SWAP PROG81 MAKES. STATUS ROWS AND
007330*                       EVERY OTHER FIELD ARE COPIED AS THEY ARE.
007331*                       A CHAIN FOUND BROKEN IS NOT RESEALED -
007332*                       CHGLOG STAYS AS IT IS FOR PROG216.
007340*----------------------------------------------------------------
007350 6000-LIMPAR-CHGLOG.
007360     MOVE "00" TO FS-CHGLOG.
007361     PERFORM 6050-LER-ANCORA THRU 6050-LER-ANCORA-EXIT.
007362     MOVE WS-CHECK-ANTERIOR TO WS-CHECK-ORIGINAL.
007370     OPEN INPUT CHANGE-LOG.
007380     IF NOT FS-CHGLOG-OK
007390         GO TO 6000-LIMPAR-CHGLOG-EXIT
007400     END-IF.
007410     OPEN OUTPUT CHANGE-LOG-NEW.
007420     IF NOT FS-CHGTEMP-OK
007430         DISPLAY "PROG214: ERRO AO CRIAR CHGTEMP " FS-CHGTEMP
007440             " - CHGLOG NAO LIMPO"
007450         CLOSE CHANGE-LOG
007460         GO TO 6000-LIMPAR-CHGLOG-EXIT
007470     END-IF.
007480     PERFORM 6100-COPIAR-ALTERACAO THRU 6100-COPIAR-ALTERACAO-EXIT
007490         UNTIL FS-CHGLOG-EOF.
007500     CLOSE CHANGE-LOG CHANGE-LOG-NEW.

007510     IF WS-QTD-LOG-LIMPAS = ZERO
007520         GO TO 6000-LIMPAR-CHGLOG-EXIT
007530     END-IF.
007540     IF WS-QTD-LOG-GRAVADAS NOT = WS-QTD-LOG-LIDAS
007550         DISPLAY "PROG214: CONTAGEM DO CHGTEMP NAO CONFERE - "
007560             "CHGLOG NAO SUBSTITUIDO"
007570         MOVE 4 TO RETURN-CODE
007580         GO TO 6000-LIMPAR-CHGLOG-EXIT
007590     END-IF.
007591     IF WS-RESELANDO AND WS-CADEIA-QUEBRADA
007592         DISPLAY "PROG214: CADEIA DO CHGLOG QUEBRADA NA SEQ "
007593             WS-SEQ-QUEBRA " - CHGLOG NAO SUBSTITUIDO, VER "
007594             "PROG216"
007595         MOVE 4 TO RETURN-CODE
007596         MOVE ZERO TO WS-QTD-LOG-LIMPAS
007597         GO TO 6000-LIMPAR-CHGLOG-EXIT
007598     END-IF.

007600     MOVE SPACES TO WS-COMANDO.
007610     STRING "mv CHGTEMP CHGLOG" DELIMITED BY SIZE
007620         INTO WS-COMANDO.
007630     CALL "SYSTEM" USING WS-COMANDO.

007631     IF WS-RESELANDO
007632         PERFORM 6300-GUARDAR-RESELO
007633             THRU 6300-GUARDAR-RESELO-EXIT
007634     END-IF.
007640 6000-LIMPAR-CHGLOG-EXIT.
007650     EXIT.

007651*----------------------------------------------------------------
007652* 6050-LER-ANCORA - THE FIRST LIVE CHGLOG ROW CHAINS FROM THE
007653*                   LAST ROW PROG81 ARCHIVED, OR FROM ZERO
007654*----------------------------------------------------------------
007655 6050-LER-ANCORA.
007656     MOVE ZERO TO WS-CHECK-ANTERIOR.
007657     OPEN INPUT AUDIT-SEQ-FILE.
007658     IF NOT FS-AUDITSEQ-OK
007659         GO TO 6050-LER-ANCORA-EXIT
007660     END-IF.
007661     MOVE "CHGLOGBCHK" TO SEQ-CHAVE.
007662     READ AUDIT-SEQ-FILE
007663         INVALID KEY
007664             MOVE ZERO TO SEQ-ULTIMO
007665     END-READ.
007666     MOVE SEQ-ULTIMO TO WS-CHECK-ANTERIOR.
007667     CLOSE AUDIT-SEQ-FILE.
007668 6050-LER-ANCORA-EXIT.
007669     EXIT.

007670 6100-COPIAR-ALTERACAO.
007671     READ CHANGE-LOG
007680         AT END
007690             SET FS-CHGLOG-EOF TO TRUE
007700             GO TO 6100-COPIAR-ALTERACAO-EXIT
007710     END-READ.
007720     ADD 1 TO WS-QTD-LOG-LIDAS.
007721     MOVE "N" TO WS-ALTERADA-SW.

007722     IF CL-SEQUENCIA IS NUMERIC AND CL-CHECK IS NUMERIC
007723         CALL "PROG215" USING WS-CHECK-ORIGINAL CHGLOG-REC
007724             WS-TAMANHO-CONTEUDO WS-CHECK-CALCULADO
007725         IF WS-CHECK-CALCULADO NOT = CL-CHECK
007726             AND NOT WS-CADEIA-QUEBRADA
007727             SET WS-CADEIA-QUEBRADA TO TRUE
007728             MOVE CL-SEQUENCIA TO WS-SEQ-QUEBRA
007729         END-IF
007730         MOVE CL-CHECK TO WS-CHECK-ORIGINAL
007731     END-IF.

007732     EVALUATE CL-CAMPO
007740         WHEN "NOME"
007750         WHEN "RUA"
007760         WHEN "CIDADE"
007770         WHEN "ESTADO"
007780         WHEN "CEP"
007790             SET WS-CAMPO-CADASTRO TO TRUE
007800         WHEN "BANCO"
007810         WHEN "AGENCIA"
007820         WHEN "CONTA-BANCARIA"
007830         WHEN "CHAVE-PIX"
007840             SET WS-CAMPO-BANCO TO TRUE
007850         WHEN OTHER
007860             SET WS-CAMPO-OUTRO TO TRUE
007870     END-EVALUATE.
007880     IF WS-CAMPO-OUTRO
007890         GO TO 6100-GRAVAR
007900     END-IF.
007910     IF CL-VALOR-ANTIGO = WS-VALOR-ANONIMO
007920         AND CL-VALOR-NOVO = WS-VALOR-ANONIMO
007930         GO TO 6100-GRAVAR
007940     END-IF.

007950     IF CL-CODIGO NOT = WS-LIMPA-CODIGO
007960         PERFORM 6200-VERIFICAR-CODIGO
007970             THRU 6200-VERIFICAR-CODIGO-EXIT
007980     END-IF.
007990     IF (WS-CAMPO-CADASTRO AND WS-LIMPA-CADASTRO)
008000         OR (WS-CAMPO-BANCO AND WS-LIMPA-BANCO)
008010         MOVE WS-VALOR-ANONIMO TO CL-VALOR-ANTIGO
008020         MOVE WS-VALOR-ANONIMO TO CL-VALOR-NOVO
008030         ADD 1 TO WS-QTD-LOG-LIMPAS
008031         SET WS-LINHA-ALTERADA TO TRUE
008040     END-IF.

008050 6100-GRAVAR.
008051     IF CL-SEQUENCIA IS NUMERIC AND CL-CHECK IS NUMERIC
008052         IF WS-LINHA-ALTERADA AND NOT WS-RESELANDO
008053             SET WS-RESELANDO TO TRUE
008054             MOVE CL-SEQUENCIA TO WS-SEQ-RESELO
008055             MOVE WS-CHECK-ANTERIOR TO WS-CHECK-ANTES-RESELO
008056         END-IF
008057         IF WS-RESELANDO
008058             CALL "PROG215" USING WS-CHECK-ANTERIOR CHGLOG-REC
008059                 WS-TAMANHO-CONTEUDO CL-CHECK
008060         END-IF
008061         MOVE CL-CHECK TO WS-CHECK-ANTERIOR
008062     END-IF.
008063     MOVE CHGLOG-REC TO CHGTEMP-LINHA.
008070     WRITE CHGTEMP-LINHA.
008080     IF FS-CHGTEMP-OK
008090         ADD 1 TO WS-QTD-LOG-GRAVADAS
008100     END-IF.
008110 6100-COPIAR-ALTERACAO-EXIT.
008120     EXIT.

008130* IS THIS CODIGO'S IDENTITY (AND BANK ROW) THE FICTITIOUS ONE NOW?
008140 6200-VERIFICAR-CODIGO.
008150     MOVE CL-CODIGO TO WS-LIMPA-CODIGO.
008160     MOVE "N" TO WS-LIMPA-CADASTRO-SW.
008170     MOVE "N" TO WS-LIMPA-BANCO-SW.
008180     MOVE CL-CODIGO TO AN-CODIGO.
008190     MOVE ZERO TO AN-SEQ.
008200     CALL "PROG212" USING IDENTIDADE-FICTICIA.

008210     MOVE CL-CODIGO TO CODIGO.
008220     READ EMPLOYEE-MASTER
008230         INVALID KEY
008240             GO TO 6200-VERIFICAR-CODIGO-EXIT
008250     END-READ.
008260     IF NOME = AN-NOME
008270         SET WS-LIMPA-CADASTRO TO TRUE
008280     END-IF.

008290     IF NOT WS-BANK-PRESENTE
008300         GO TO 6200-VERIFICAR-CODIGO-EXIT
008310     END-IF.
008320     MOVE CL-CODIGO TO BK-CODIGO.
008330     READ BANK-FILE
008340         INVALID KEY
008350             GO TO 6200-VERIFICAR-CODIGO-EXIT
008360     END-READ.
008370     IF BK-PIX = AN-BK-PIX
008380         SET WS-LIMPA-BANCO TO TRUE
008390     END-IF.
008400 6200-VERIFICAR-CODIGO-EXIT.
008410     EXIT.

008411*----------------------------------------------------------------
008412* 6300-GUARDAR-RESELO - THE LAST ROW'S NEW CHECK IS WHAT PROG30
008413*                       CHAINS THE NEXT ROW FROM; A PROVED
008414*                       POSITION AT OR PAST THE FIRST RESEALED
008415*                       ROW GOES BACK TO THE ROW BEFORE IT, SO
008416*                       PROG216 PROVES THE RESEALED PART AGAIN
008417*----------------------------------------------------------------
008418 6300-GUARDAR-RESELO.
008419     OPEN I-O AUDIT-SEQ-FILE.
008420     IF NOT FS-AUDITSEQ-OK
008421         DISPLAY "PROG214: ERRO AO ABRIR AUDITSEQ " FS-AUDITSEQ
008422             " - CHGLOGCHK DEVE SER " WS-CHECK-ANTERIOR
008423         MOVE 8 TO RETURN-CODE
008424         GO TO 6300-GUARDAR-RESELO-EXIT
008425     END-IF.

008426     MOVE "CHGLOGCHK" TO SEQ-CHAVE.
008427     READ AUDIT-SEQ-FILE
008428         INVALID KEY
008429             CONTINUE
008430     END-READ.
008431     MOVE WS-CHECK-ANTERIOR TO SEQ-ULTIMO.
008432     IF FS-AUDITSEQ-OK
008433         REWRITE SEQ-CONTROL-REC
008434     ELSE
008435         WRITE SEQ-CONTROL-REC
008436     END-IF.

008437     MOVE "CHGLOGVSEQ" TO SEQ-CHAVE.
008438     READ AUDIT-SEQ-FILE
008439         INVALID KEY
008440             MOVE ZERO TO SEQ-ULTIMO
008441     END-READ.
008442     IF SEQ-ULTIMO NOT < WS-SEQ-RESELO
008443         COMPUTE SEQ-ULTIMO = WS-SEQ-RESELO - 1
008444         REWRITE SEQ-CONTROL-REC
008445         MOVE "CHGLOGVCHK" TO SEQ-CHAVE
008446         READ AUDIT-SEQ-FILE
008447             INVALID KEY
008448                 CONTINUE
008449         END-READ
008450         MOVE WS-CHECK-ANTES-RESELO TO SEQ-ULTIMO
008451         IF FS-AUDITSEQ-OK
008452             REWRITE SEQ-CONTROL-REC
008453         ELSE
008454             WRITE SEQ-CONTROL-REC
008455         END-IF
008456     END-IF.
008457     CLOSE AUDIT-SEQ-FILE.

008458     MOVE SPACES TO WS-DESCRICAO-AUD.
008459     STRING "RESELOU CADEIA DO CHGLOG DESDE A SEQ " WS-SEQ-RESELO
008460         DELIMITED BY SIZE INTO WS-DESCRICAO-AUD.
008461     CALL "PROG22" USING "PROG214 " WS-DESCRICAO-AUD.
008462 6300-GUARDAR-RESELO-EXIT.
008463     EXIT.

008464*----------------------------------------------------------------
008465* 7000-REGISTRAR - REGISTER LINE AND AUDIT ROW FOR ONE CODIGO AND
008466*                  CATEGORY - NEVER THE DATA THAT WAS REMOVED
008467*----------------------------------------------------------------
008468 7000-REGISTRAR.
008470     MOVE SPACES TO WS-LINHA-REL.
008480     STRING CODIGO "  " WS-DATA-RESCISAO "  " WS-CATEGORIA-LOG
008490         "   " WS-DETALHE-LOG
008500         DELIMITED BY SIZE INTO WS-LINHA-REL.
008510     MOVE "D" TO WS-FUNCAO-REL.
008520     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
008530         WS-COLUNAS-REL WS-LINHA-REL.

008540     IF WS-CATEGORIA-LOG = SPACES
008550         GO TO 7000-REGISTRAR-EXIT
008560     END-IF.
008570     MOVE SPACES TO WS-DESCRICAO-AUD.
008580     STRING "ANONIMIZOU " WS-CATEGORIA-LOG " DE " CODIGO
008590         " RESCISAO " WS-DATA-RESCISAO
008600         DELIMITED BY SIZE INTO WS-DESCRICAO-AUD.
008610     CALL "PROG22" USING "PROG214 " WS-DESCRICAO-AUD.
008620 7000-REGISTRAR-EXIT.
008630     EXIT.

008640*----------------------------------------------------------------
008650* 8000-FINALIZAR
008660*----------------------------------------------------------------
008670 8000-FINALIZAR.
008680     MOVE SPACES TO WS-LINHA-REL.
008690     STRING "INATIVOS " WS-QTD-INATIVOS "  SEM DATA DE RESCISAO "
008700         WS-QTD-SEM-DATA
008710         DELIMITED BY SIZE INTO WS-LINHA-REL.
008720     MOVE "T" TO WS-FUNCAO-REL.
008730     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
008740         WS-COLUNAS-REL WS-LINHA-REL.
008750     MOVE SPACES TO WS-LINHA-REL.
008760     STRING "CADASTROS " WS-QTD-CADASTROS "  HOLERITES "
008770         WS-QTD-HOL-TOTAL "  BANCARIOS " WS-QTD-BANCOS
008780         "  DEPENDENTES " WS-QTD-DEP-TOTAL
008790         DELIMITED BY SIZE INTO WS-LINHA-REL.
008800     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
008810         WS-COLUNAS-REL WS-LINHA-REL.
008820     MOVE SPACES TO WS-LINHA-REL.
008830     STRING "LINHAS DO CHGLOG LIMPAS " WS-QTD-LOG-LIMPAS
008840         DELIMITED BY SIZE INTO WS-LINHA-REL.
008850     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
008860         WS-COLUNAS-REL WS-LINHA-REL.
008870     MOVE "F" TO WS-FUNCAO-REL.
008880     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
008890         WS-COLUNAS-REL WS-LINHA-REL.

008900     CLOSE EMPLOYEE-MASTER.
008910     IF WS-DEP-PRESENTE
008920         CLOSE DEPENDENT-FILE
008930     END-IF.
008940     IF WS-BANK-PRESENTE
008950         CLOSE BANK-FILE
008960     END-IF.
008970     IF WS-HIST-PRESENTE
008980         CLOSE PAYSLIP-HISTORY
008990     END-IF.
009000     IF WS-EXITQ-PRESENTE
009010         CLOSE EXIT-QUEUE
009020     END-IF.

009030     MOVE SPACES TO WS-DESCRICAO-AUD.
009040     STRING "ANONIMIZACAO ANUAL: " WS-QTD-CADASTROS " CAD "
009050         WS-QTD-BANCOS " BCO " WS-QTD-DEP-TOTAL " DEP"
009060         DELIMITED BY SIZE INTO WS-DESCRICAO-AUD.
009070     CALL "PROG22" USING "PROG214 " WS-DESCRICAO-AUD.
009080     DISPLAY "PROG214: ANONIMIZACAO CONCLUIDA".
009090 8000-FINALIZAR-EXIT.
009100     EXIT.

009110 9999-EXIT.
009120     IF WS-TRAVA-MINHA
009130         MOVE "R" TO WS-TRAVA-FUNCAO
009140         CALL "PROG85" USING WS-TRAVA-FUNCAO WS-TRAVA-PROGRAMA
009150             WS-TRAVA-STATUS
009160         MOVE "N" TO WS-TRAVA-MINHA-SW
009170     END-IF.
009180     STOP RUN.
