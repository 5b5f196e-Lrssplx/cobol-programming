001000******************************************************************
001010* PROGRAM-ID: PROG176
001020* AUTHOR:      R. ALMEIDA - APPLICATIONS
001030* INSTALLATION: FOLHA DE PAGAMENTO / RECURSOS HUMANOS
001040* DATE-WRITTEN: 2026-09-28
001050* DATE-COMPILED:
001060* PURPOSE:     OFF-CYCLE PAYSLIP CORRECTION FOR A COMPETENCE THE
001070*              PROG43 CALENDAR HAS ALREADY CLOSED. UNDER A
001080*              SUPERVISOR'S SIGN-OFF AND A REASON CODE, THE
001090*              OPERATOR KEYS ONE OR A FEW CODIGOS AND THE
001100*              CORRECTED EARNINGS; THE RUN REVERSES THE PAYSLIP AS
001110*              ISSUED (PAYHIST) - THE YTD ACCUMULATORS GIVE BACK
001120*              THE ORIGINAL FIGURES AND THE GL TAKES THE ORIGINAL
001130*              JOURNAL WITH DEBIT AND CREDIT SWAPPED - RECOMPUTES
001140*              INSS/IRRF/BENEFITS THROUGH PROG46 AND POSTS THE
001150*              CORRECTED PAYSLIP IN ITS PLACE. THE PAYSLIP IMAGE
001160*              AS FIRST ISSUED STAYS ON THE CORRECTION LEDGER
001170*              (CORRFILE) WITH THE REASON AND APPROVER. A
001180*              SUPPLEMENTARY PAYSLIP (FOLHACOR) SHOWS ORIGINAL,
001190*              CORRECTED AND DIFFERENCE; THE SUPPLEMENTARY
001200*              REGISTER (PAYREGCR) CARRIES ONLY THE NET DIFFERENCE
001210*              TO PAY, WHICH PROG62 SENDS AS ITS OWN CNAB
001220*              REMITTANCE. A NET DIFFERENCE AGAINST THE
001230*              FUNCIONARIO IS LEFT ON CORRFILE FOR THE NEXT PROG42
001240*              RUN TO RECOVER. PROG95 (FGTS) AND PROG96 (EVENTS)
001250*              PICK THE CORRECTED FIGURES UP FROM CORRFILE UNDER
001260*              THE ORIGINAL COMPETENCE.
001270* ----------------------------------------------------------------
001280* MODIFICATION HISTORY
001290* DATE       INIT DESCRIPTION
001300* 2026-09-28 RA   INITIAL VERSION
001301* 2026-09-28 RA   THE UNION DUES OF THE ORIGINAL PAYSLIP ARE KEPT
001302*                 ON THE REISSUE, LEFT OUT OF THE ADVANCE RESIDUAL
001303*                 AND POSTED/REVERSED UNDER THEIR OWN GL EVENT;
001304*                 THE CORRECTION REGISTER ZEROES THE NEW COLUMN.
001305* 2026-09-28 RA   ZEROES THE NEW PR-ADIC-RISCO (HAZARD PAY) COLUMN
001306*                 ON THE ROWS IT WRITES.
001307* 2026-09-28 RA   ZEROES THE NEW PR-DSR-VARIAVEL AND
001308*                 PR-DSR-PERDIDO COLUMNS ON THE ROWS IT WRITES.
001309* 2026-10-15 RA   PAYREG AND GL ROWS CARRY THE FUNCIONARIO'S
001310*                 EMPRESA (PR-EMPRESA, GL-EMPRESA).
001311* 2026-10-15 RA   EACH GL ROW GOES TO THE GL INTERFACE OF THE
001312*                 FUNCIONARIO'S COMPANY, NAMED BY PROG220 (GLFILE
001313*                 FOR 001), AS PROG42 POSTS THE SAME PAYROLL.
001314* 2026-10-15 RA   THE OPERATOR IDENTIFIES ITSELF (PROG211) AT
001315*                 START-UP. BELOW INTEGRAL THE LIQUIDO, DIFERENCA
001316*                 AND TOTAL COLUMNS OF THE SUPPLEMENTARY REGISTER
001317*                 PRINT AS ASTERISKS; AN INTEGRAL REGISTER IS
001318*                 LOGGED THROUGH PROG22.
001319******************************************************************
001320 IDENTIFICATION DIVISION.
001330 PROGRAM-ID. PROG176.

001340 ENVIRONMENT DIVISION.
001350 INPUT-OUTPUT SECTION.
001360 FILE-CONTROL.
001370     SELECT OPERATOR-FILE ASSIGN TO "OPERADOR"
001380         ORGANIZATION IS INDEXED
001390         ACCESS MODE IS DYNAMIC
001400         RECORD KEY IS OP-CODIGO-OPERADOR
001410         FILE STATUS IS FS-OPERADOR.

001420     SELECT PAY-PERIOD-FILE ASSIGN TO "PAYPER"
001430         ORGANIZATION IS INDEXED
001440         ACCESS MODE IS DYNAMIC
001450         RECORD KEY IS PP-ID
001460         FILE STATUS IS FS-PAYPER.

001470     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
001480         ORGANIZATION IS INDEXED
001490         ACCESS MODE IS DYNAMIC
001500         RECORD KEY IS CODIGO
001510         ALTERNATE RECORD KEY IS NOME
001520             WITH DUPLICATES
001530         ALTERNATE RECORD KEY IS DEPARTAMENTO
001540             WITH DUPLICATES
001550         FILE STATUS IS FS-EMPMAST.

001560     SELECT PAYSLIP-HISTORY ASSIGN TO "PAYHIST"
001570         ORGANIZATION IS INDEXED
001580         ACCESS MODE IS DYNAMIC
001590         RECORD KEY IS PH-CHAVE
001600         FILE STATUS IS FS-PAYHIST.

001610     SELECT YTD-FILE ASSIGN TO "YTDFILE"
001620         ORGANIZATION IS INDEXED
001630         ACCESS MODE IS DYNAMIC
001640         RECORD KEY IS YT-CHAVE
001650         FILE STATUS IS FS-YTDFILE.

001660     SELECT CORRECTION-FILE ASSIGN TO "CORRFILE"
001670         ORGANIZATION IS INDEXED
001680         ACCESS MODE IS DYNAMIC
001690         RECORD KEY IS CR-CHAVE
001700         FILE STATUS IS FS-CORRFILE.

001710     SELECT ALLOCATION-FILE ASSIGN TO "ALLOCFIL"
001720         ORGANIZATION IS INDEXED
001730         ACCESS MODE IS DYNAMIC
001740         RECORD KEY IS AL-CODIGO
001750         FILE STATUS IS FS-ALLOCFIL.

001760     SELECT GL-INTERFACE ASSIGN TO DYNAMIC WS-NOME-GL
001770         ORGANIZATION IS LINE SEQUENTIAL
001780         FILE STATUS IS FS-GLFILE.

001790     SELECT SUPPLEMENTARY-REGISTER ASSIGN TO "PAYREGCR"
001800         ORGANIZATION IS LINE SEQUENTIAL
001810         FILE STATUS IS FS-PAYREGCR.

001820     SELECT PAYSLIP-PRINT ASSIGN TO "FOLHACOR"
001830         ORGANIZATION IS LINE SEQUENTIAL
001840         FILE STATUS IS FS-FOLHACOR.

001850 DATA DIVISION.
001860 FILE SECTION.
001870 FD  OPERATOR-FILE.
001880 COPY OPERREC.

001890 FD  PAY-PERIOD-FILE.
001900 COPY PAYPERRC.

001910 FD  EMPLOYEE-MASTER.
001920 COPY EMPREC.

001930 FD  PAYSLIP-HISTORY.
001940 COPY PAYHISRC.

001950 FD  YTD-FILE.
001960 COPY YTDREC.

001970 FD  CORRECTION-FILE.
001980 COPY CORRREC.

001990 FD  ALLOCATION-FILE.
002000 COPY ALLOCREC.

002010 FD  GL-INTERFACE.
002020 COPY GLREC.

002030 FD  SUPPLEMENTARY-REGISTER.
002040 COPY PAYREGRC.

002050 FD  PAYSLIP-PRINT.
002060 01  FOLHA-LINHA                 PIC X(80).

002070 WORKING-STORAGE SECTION.
002080 01  FS-OPERADOR                 PIC X(02).
002090     88  FS-OPERADOR-OK          VALUE "00".

002100 01  FS-PAYPER                   PIC X(02).
002110     88  FS-PAYPER-OK            VALUE "00".

002120 01  FS-EMPMAST                  PIC X(02).
002130     88  FS-EMPMAST-OK           VALUE "00".

002140 01  FS-PAYHIST                  PIC X(02).
002150     88  FS-PAYHIST-OK           VALUE "00".

002160 01  FS-YTDFILE                  PIC X(02).
002170     88  FS-YTDFILE-OK           VALUE "00".

002180 01  FS-CORRFILE                 PIC X(02).
002190     88  FS-CORRFILE-OK          VALUE "00".

002200 01  FS-ALLOCFIL                 PIC X(02).
002210     88  FS-ALLOCFIL-OK          VALUE "00".
002220 01  WS-ALLOC-SW                 PIC X(01) VALUE "N".
002230     88  WS-ALLOC-PRESENTE       VALUE "Y".

002240 01  FS-GLFILE                   PIC X(02).
002250     88  FS-GLFILE-OK            VALUE "00".

002251 01  WS-EMPRESA-GL               PIC X(03) VALUE "001".
002252 01  WS-NOME-GL                  PIC X(08) VALUE "GLFILE".
002253 01  WS-EMPRESA-LANCAMENTO       PIC X(03).

002254* PROG220 COMPANY SERVICE CALL
002255 01  WS-CHAMADA-EMPRESA.
002256     05  WS-CIA-FUNCAO           PIC X(01).
002257     05  WS-CIA-EMPRESA          PIC X(03).
002258     05  WS-CIA-ARQUIVO          PIC X(08).
002259     05  WS-CIA-STATUS           PIC X(01).
002260         88  WS-CIA-OK           VALUE "1".
002261 COPY CIAREC.

002262 01  FS-PAYREGCR                 PIC X(02).
002270     88  FS-PAYREGCR-OK          VALUE "00".

002280 01  FS-FOLHACOR                 PIC X(02).
002290     88  FS-FOLHACOR-OK          VALUE "00".

002300 01  WS-MENSAGEM                 PIC X(40).
002310 01  WS-VALOR-ENT                PIC 9(09).
002320 01  WS-LIMITE-MIN               PIC 9(09).
002330 01  WS-LIMITE-MAX               PIC 9(09).

002340 01  WS-DATA-ATUAL               PIC 9(08).
002350 01  WS-PERIODO-ATUAL            PIC 9(06).

002360 01  WS-PARAMETROS.
002370     05  WS-CODIGO-APROV         PIC X(06).
002380     05  WS-MOTIVO               PIC X(02).
002381         88  WS-MOTIVO-VALIDO    VALUE "01" "02" "03" "04"
002382                                       "05" "99".
002390     05  WS-COMPETENCIA          PIC 9(06).

002400 01  WS-FIM-CODIGOS-SW           PIC X(01) VALUE "N".
002410     88  WS-FIM-CODIGOS          VALUE "Y".
002420 01  WS-RECUSADO-SW              PIC X(01).
002430     88  WS-RECUSADO             VALUE "Y".
002440 01  WS-FIM-CORR-SW              PIC X(01).
002450     88  WS-FIM-CORR             VALUE "Y".
002460 01  WS-ULTIMA-SEQ               PIC 9(02).
002470 01  WS-YTD-SW                   PIC X(01).
002480     88  WS-YTD-ENCONTRADO       VALUE "Y".

002490*    THE PAYSLIP AS ISSUED AND AS CORRECTED, IN THE CORRFILE SHAPE
002500 01  WS-ORIGINAL.
002510     05  WS-OR-BRUTO             PIC 9(09)V9(02).
002520     05  WS-OR-HORAS-EXTRAS      PIC 9(09)V9(02).
002530     05  WS-OR-ADIC-NOTURNO      PIC 9(09)V9(02).
002540     05  WS-OR-COMISSAO          PIC 9(09)V9(02).
002550     05  WS-OR-DESC-INSS         PIC 9(09)V9(02).
002560     05  WS-OR-DESC-IRRF         PIC 9(09)V9(02).
002570     05  WS-OR-DESC-BENEFICIO    PIC 9(09)V9(02).
002580     05  WS-OR-TOTAL-DESCONTOS   PIC 9(09)V9(02).
002590     05  WS-OR-LIQUIDO           PIC 9(09)V9(02).

002600 01  WS-CORRIGIDO.
002610     05  WS-CO-BRUTO             PIC 9(09)V9(02).
002620     05  WS-CO-HORAS-EXTRAS      PIC 9(09)V9(02).
002630     05  WS-CO-ADIC-NOTURNO      PIC 9(09)V9(02).
002640     05  WS-CO-COMISSAO          PIC 9(09)V9(02).
002650     05  WS-CO-DESC-INSS         PIC 9(09)V9(02).
002660     05  WS-CO-DESC-IRRF         PIC 9(09)V9(02).
002670     05  WS-CO-DESC-BENEFICIO    PIC 9(09)V9(02).
002680     05  WS-CO-TOTAL-DESCONTOS   PIC 9(09)V9(02).
002690     05  WS-CO-LIQUIDO           PIC 9(09)V9(02).

002700 01  WS-CALCULO.
002710     05  WS-SALARIO-ORIG         PIC S9(09)V9(02).
002720     05  WS-SALARIO-CORR         PIC 9(09)V9(02).
002730     05  WS-ADIANTAMENTO         PIC S9(09)V9(02).
002740     05  WS-OUTROS-DESCONTOS     PIC S9(09)V9(02).
002750     05  WS-LIQUIDO-CALC         PIC S9(09)V9(02).
002760     05  WS-DIFERENCA            PIC S9(09)V9(02).
002770     05  WS-YTD-TRAB             PIC S9(09)V9(02).

002780 01  WS-BRUTO-CALC               PIC 9(09)V9(02).
002790 01  WS-INSS-CALC                PIC 9(09)V9(02).
002800 01  WS-IRRF-CALC                PIC 9(09)V9(02).
002810 01  WS-BENEF-CALC               PIC 9(09)V9(02).

002820*    ONE PAYSLIP'S JOURNAL, POSTED AS ISSUED OR REVERSED
002830 01  WS-HOLERITE.
002840     05  WS-HL-BRUTO             PIC 9(09)V9(02).
002850     05  WS-HL-INSS              PIC 9(09)V9(02).
002860     05  WS-HL-IRRF              PIC 9(09)V9(02).
002870     05  WS-HL-EMPRESTIMO        PIC 9(09)V9(02).
002880     05  WS-HL-BENEFICIO         PIC 9(09)V9(02).
002890     05  WS-HL-PENSAO            PIC 9(09)V9(02).
002900     05  WS-HL-ESTORNO-COM       PIC 9(09)V9(02).
002901     05  WS-HL-SINDICAL          PIC 9(09)V9(02).
002910     05  WS-HL-ADIANTAMENTO      PIC 9(09)V9(02).
002920     05  WS-HL-SALFAM            PIC 9(09)V9(02).
002930     05  WS-HL-LIQUIDO           PIC 9(09)V9(02).
002940 01  WS-ESTORNO-SW               PIC X(01).
002950     88  WS-ESTORNO              VALUE "Y".

002960 01  WS-LANCAMENTO.
002970     05  WS-LC-EVENTO            PIC X(12).
002980     05  WS-LC-LADO              PIC X(01).
002990         88  WS-LC-DEBITO        VALUE "D".
003000     05  WS-LC-VALOR             PIC 9(11)V9(02).

003010 01  WS-RATEIO.
003020     05  WS-TEM-RATEIO-SW        PIC X(01).
003030         88  WS-TEM-RATEIO       VALUE "Y".
003040     05  WS-RATEIO-IDX           PIC 9(01).
003050     05  WS-VALOR-LINHA          PIC 9(11)V9(02).
003060     05  WS-VALOR-ACUMULADO      PIC 9(11)V9(02).
003070     05  WS-VALOR-TRECHO         PIC 9(11)V9(02).

003080 01  WS-CHAMADA-MAPA.
003090     05  WS-MAPA-EVENTO          PIC X(12).
003100     05  WS-MAPA-DEPARTAMENTO    PIC X(10).
003110     05  WS-MAPA-DEBITO          PIC X(12).
003120     05  WS-MAPA-CREDITO         PIC X(12).
003130     05  WS-MAPA-CENTRO          PIC X(10).
003140     05  WS-MAPA-STATUS          PIC X(01).
003150         88  WS-MAPEADO          VALUE "1".
003160         88  WS-SEM-MAPA         VALUE "2".
003170         88  WS-SEM-TABELA       VALUE "3".

003180 01  WS-CONTROLES.
003190     05  WS-QTD-CORRIGIDOS       PIC 9(06) COMP VALUE ZERO.
003200     05  WS-QTD-RECUSADOS        PIC 9(06) COMP VALUE ZERO.
003210     05  WS-QTD-A-PAGAR          PIC 9(06) COMP VALUE ZERO.
003220     05  WS-QTD-A-RECUPERAR      PIC 9(06) COMP VALUE ZERO.
003230     05  WS-QTD-SEM-MAPA         PIC 9(06) COMP VALUE ZERO.
003240     05  WS-TOT-A-PAGAR          PIC 9(09)V9(02) VALUE ZERO.
003250     05  WS-TOT-A-RECUPERAR      PIC 9(09)V9(02) VALUE ZERO.
003260 01  WS-QTD-CORRIGIDOS-ED        PIC 9(06).

003270*    ONE LINE OF THE SUPPLEMENTARY PAYSLIP
003280 01  WS-LINHA-HOLERITE.
003290     05  WS-LH-ROTULO            PIC X(24).
003300     05  WS-LH-ORIGINAL          PIC ZZZ,ZZZ,ZZ9.99.
003310     05  FILLER                  PIC X(02) VALUE SPACES.
003320     05  WS-LH-CORRIGIDO         PIC ZZZ,ZZZ,ZZ9.99.
003330     05  FILLER                  PIC X(02) VALUE SPACES.
003340     05  WS-LH-DIFERENCA         PIC -ZZZ,ZZZ,ZZ9.99.
003350     05  FILLER                  PIC X(09) VALUE SPACES.
003360 01  WS-LH-VALOR-ORIG            PIC 9(09)V9(02).
003370 01  WS-LH-VALOR-CORR            PIC 9(09)V9(02).
003380 01  WS-LH-VALOR-DIF             PIC S9(09)V9(02).

003390 01  WS-FUNCAO-REL               PIC X(01).
003400 01  WS-TITULO-REL               PIC X(60).
003410 01  WS-COLUNAS-REL              PIC X(80).
003420 01  WS-LINHA-REL                PIC X(80).

003430 01  WS-VALOR-ED                 PIC ZZZ,ZZZ,ZZ9.99.
003433 01  WS-VALOR-ED-X REDEFINES WS-VALOR-ED
003436                                 PIC X(14).
003440 01  WS-CORR-ED                  PIC ZZZ,ZZZ,ZZ9.99.
003443 01  WS-CORR-ED-X REDEFINES WS-CORR-ED
003446                                 PIC X(14).
003450 01  WS-DIF-ED                   PIC -ZZZ,ZZZ,ZZ9.99.
003453 01  WS-DIF-ED-X REDEFINES WS-DIF-ED
003456                                 PIC X(15).
003460 01  WS-TOTAL-ED                 PIC Z,ZZZ,ZZZ,ZZ9.99.
003463 01  WS-TOTAL-ED-X REDEFINES WS-TOTAL-ED
003466                                 PIC X(16).

003470 01  WS-DESCRICAO-AUD            PIC X(60).

003471 01  WS-CHAMADA-VISAO.
003472     05  WS-VIS-FUNCAO           PIC X(01).
003473     05  WS-VIS-OPERADOR         PIC X(06).
003474     05  WS-VIS-NIVEL            PIC X(01).
003475         88  WS-VIS-DOCUMENTOS   VALUE "2" "3".
003476         88  WS-VIS-INTEGRAL     VALUE "3".
003477     05  WS-VIS-STATUS           PIC X(01).

003480 PROCEDURE DIVISION.

003490*----------------------------------------------------------------
003500* 0000-MAINLINE
003510*----------------------------------------------------------------
003520 0000-MAINLINE.
003530     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
003540     PERFORM 2000-PROCESSAR THRU 2000-PROCESSAR-EXIT
003550         UNTIL WS-FIM-CODIGOS.
003560     PERFORM 8000-FINALIZAR THRU 8000-FINALIZAR-EXIT.
003570     GO TO 9999-EXIT.

003580*----------------------------------------------------------------
003590* 1000-INICIALIZAR - SIGN-OFF, REASON, COMPETENCE, FILES AND THE
003600*                    SUPPLEMENTARY REGISTER
003610*----------------------------------------------------------------
003620 1000-INICIALIZAR.
003630     ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
003640     MOVE WS-DATA-ATUAL(1:6) TO WS-PERIODO-ATUAL.

003650     PERFORM 1100-AUTORIZAR THRU 1100-AUTORIZAR-EXIT.
003660     PERFORM 1200-OBTER-MOTIVO THRU 1200-OBTER-MOTIVO-EXIT.
003670     PERFORM 1300-OBTER-COMPETENCIA
003680         THRU 1300-OBTER-COMPETENCIA-EXIT.
003690     PERFORM 1400-ABRIR-ARQUIVOS THRU 1400-ABRIR-ARQUIVOS-EXIT.

003692     MOVE "I" TO WS-VIS-FUNCAO.
003694     CALL "PROG211" USING WS-VIS-FUNCAO WS-VIS-OPERADOR
003696         WS-VIS-NIVEL WS-VIS-STATUS.

003700     MOVE "I" TO WS-FUNCAO-REL.
003710     MOVE SPACES TO WS-TITULO-REL.
003720     STRING "CORRECOES FORA DE CICLO - COMPETENCIA "
003730         WS-COMPETENCIA " MOTIVO " WS-MOTIVO
003740         DELIMITED BY SIZE INTO WS-TITULO-REL.
003750     MOVE "CODIGO" TO WS-COLUNAS-REL.
003760     MOVE "NOME" TO WS-COLUNAS-REL(9:4).
003770     MOVE "LIQ ORIGINAL" TO WS-COLUNAS-REL(33:12).
003780     MOVE "LIQ CORRIGIDO" TO WS-COLUNAS-REL(47:13).
003790     MOVE "DIFERENCA" TO WS-COLUNAS-REL(67:9).
003800     MOVE SPACES TO WS-LINHA-REL.
003810     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
003820         WS-COLUNAS-REL WS-LINHA-REL.
003821     IF WS-VIS-INTEGRAL
003822         MOVE SPACES TO WS-DESCRICAO-AUD
003823         STRING "RELATORIO INTEGRAL OP " WS-VIS-OPERADOR " "
003824             WS-TITULO-REL
003825             DELIMITED BY SIZE INTO WS-DESCRICAO-AUD
003826         CALL "PROG22" USING "PROG176 " WS-DESCRICAO-AUD
003827     END-IF.
003830     MOVE "D" TO WS-FUNCAO-REL.
003840 1000-INICIALIZAR-EXIT.
003850     EXIT.

003860*----------------------------------------------------------------
003870* 1100-AUTORIZAR - A PAYSLIP ALREADY PAID IS ONLY REOPENED UNDER
003880*                  A SUPERVISOR'S CODE (THE PROG144 RULE)
003890*----------------------------------------------------------------
003900 1100-AUTORIZAR.
003910     OPEN INPUT OPERATOR-FILE.
003920     IF NOT FS-OPERADOR-OK
003930         DISPLAY "PROG176: ERRO AO ABRIR OPERATOR-FILE "
003940             FS-OPERADOR
003950         MOVE 8 TO RETURN-CODE
003960         GO TO 9999-EXIT
003970     END-IF.

003980     DISPLAY "CORRECAO FORA DE CICLO - INFORME O CODIGO DO "
003990             "OPERADOR SUPERVISOR".
004000     ACCEPT WS-CODIGO-APROV.

004010     MOVE WS-CODIGO-APROV TO OP-CODIGO-OPERADOR.
004020     READ OPERATOR-FILE
004030         INVALID KEY
004040             DISPLAY "PROG176: OPERADOR NAO ENCONTRADO - "
004050                 "CORRECAO RECUSADA"
004060             CLOSE OPERATOR-FILE
004070             MOVE 8 TO RETURN-CODE
004080             GO TO 9999-EXIT
004090     END-READ.
004100     IF NOT OP-NIVEL-SUPERVISOR
004110         OR OP-BLOQUEADO OR OP-DESATIVADO
004120         DISPLAY "PROG176: OPERADOR SEM NIVEL DE SUPERVISOR "
004130             "- CORRECAO RECUSADA"
004140         CLOSE OPERATOR-FILE
004150         MOVE 8 TO RETURN-CODE
004160         GO TO 9999-EXIT
004170     END-IF.
004180     CLOSE OPERATOR-FILE.
004190 1100-AUTORIZAR-EXIT.
004200     EXIT.

004210*----------------------------------------------------------------
004220* 1200-OBTER-MOTIVO - EVERY CORRECTION CARRIES ONE REASON CODE
004230*----------------------------------------------------------------
004240 1200-OBTER-MOTIVO.
004250     DISPLAY "MOTIVO DA CORRECAO (01 = CADASTRO/SALARIO / "
004260             "02 = HORAS EXTRAS / 03 = ADICIONAL NOTURNO /".
004270     DISPLAY "                    04 = COMISSAO / "
004280             "05 = AFASTAMENTO / 99 = OUTROS)".
004290     ACCEPT WS-MOTIVO.
004310     IF NOT WS-MOTIVO-VALIDO
004320         DISPLAY "PROG176: MOTIVO " WS-MOTIVO " INVALIDO - "
004330             "CORRECAO RECUSADA"
004340         MOVE 8 TO RETURN-CODE
004350         GO TO 9999-EXIT
004360     END-IF.
004370 1200-OBTER-MOTIVO-EXIT.
004380     EXIT.

004390*----------------------------------------------------------------
004400* 1300-OBTER-COMPETENCIA - ONLY A MONTH THE CALENDAR HAS CLOSED;
004410*                          AN OPEN ONE IS SIMPLY RERUN BY PROG42
004420*----------------------------------------------------------------
004430 1300-OBTER-COMPETENCIA.
004440     MOVE "COMPETENCIA A CORRIGIR (AAAAMM)" TO WS-MENSAGEM.
004450     MOVE 200001 TO WS-LIMITE-MIN.
004460     MOVE 999912 TO WS-LIMITE-MAX.
004470     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
004480         WS-LIMITE-MIN WS-LIMITE-MAX.
004490     MOVE WS-VALOR-ENT TO WS-COMPETENCIA.

004500     IF WS-COMPETENCIA NOT < WS-PERIODO-ATUAL
004510         DISPLAY "PROG176: COMPETENCIA " WS-COMPETENCIA " NAO E "
004520             "ANTERIOR AO PERIODO ATUAL - CORRECAO RECUSADA"
004530         MOVE 8 TO RETURN-CODE
004540         GO TO 9999-EXIT
004550     END-IF.

004560     OPEN INPUT PAY-PERIOD-FILE.
004570     IF NOT FS-PAYPER-OK
004580         DISPLAY "PROG176: CALENDARIO DE PERIODOS (PAYPER) "
004590             "INDISPONIVEL - " FS-PAYPER
004600         MOVE 8 TO RETURN-CODE
004610         GO TO 9999-EXIT
004620     END-IF.
004630     MOVE WS-COMPETENCIA TO PP-ID.
004640     READ PAY-PERIOD-FILE
004650         INVALID KEY
004660             DISPLAY "PROG176: COMPETENCIA " WS-COMPETENCIA
004670                 " NAO CADASTRADA NO CALENDARIO"
004680             CLOSE PAY-PERIOD-FILE
004690             MOVE 8 TO RETURN-CODE
004700             GO TO 9999-EXIT
004710     END-READ.
004720     IF NOT PP-FECHADO
004730         DISPLAY "PROG176: COMPETENCIA " WS-COMPETENCIA " AINDA "
004740             "ABERTA - CORRIJA PELA FOLHA MENSAL (PROG42)"
004750         CLOSE PAY-PERIOD-FILE
004760         MOVE 8 TO RETURN-CODE
004770         GO TO 9999-EXIT
004780     END-IF.
004790     CLOSE PAY-PERIOD-FILE.
004800 1300-OBTER-COMPETENCIA-EXIT.
004810     EXIT.

004820*----------------------------------------------------------------
004830* 1400-ABRIR-ARQUIVOS
004840*----------------------------------------------------------------
004850 1400-ABRIR-ARQUIVOS.
004860     OPEN INPUT EMPLOYEE-MASTER.
004870     IF NOT FS-EMPMAST-OK
004880         DISPLAY "PROG176: ERRO AO ABRIR EMPLOYEE-MASTER "
004890             FS-EMPMAST
004900         GO TO 9999-EXIT
004910     END-IF.

004920     OPEN I-O PAYSLIP-HISTORY.
004930     IF NOT FS-PAYHIST-OK
004940         DISPLAY "PROG176: ERRO AO ABRIR PAYSLIP-HISTORY "
004950             FS-PAYHIST
004960         GO TO 9999-EXIT
004970     END-IF.

004980     OPEN I-O YTD-FILE.
004990     IF NOT FS-YTDFILE-OK
005000         OPEN OUTPUT YTD-FILE
005010         CLOSE YTD-FILE
005020         OPEN I-O YTD-FILE
005030     END-IF.
005040     IF NOT FS-YTDFILE-OK
005050         DISPLAY "PROG176: ERRO AO ABRIR YTD-FILE " FS-YTDFILE
005060         GO TO 9999-EXIT
005070     END-IF.

005080     OPEN I-O CORRECTION-FILE.
005090     IF NOT FS-CORRFILE-OK
005100         OPEN OUTPUT CORRECTION-FILE
005110         CLOSE CORRECTION-FILE
005120         OPEN I-O CORRECTION-FILE
005130     END-IF.
005140     IF NOT FS-CORRFILE-OK
005150         DISPLAY "PROG176: ERRO AO ABRIR CORRECTION-FILE "
005160             FS-CORRFILE
005170         GO TO 9999-EXIT
005180     END-IF.

005190     OPEN INPUT ALLOCATION-FILE.
005200     IF FS-ALLOCFIL-OK
005210         SET WS-ALLOC-PRESENTE TO TRUE
005220     END-IF.

005230     OPEN EXTEND GL-INTERFACE.
005240     IF NOT FS-GLFILE-OK
005250         OPEN OUTPUT GL-INTERFACE
005260     END-IF.
005270     IF NOT FS-GLFILE-OK
005280         DISPLAY "PROG176: ERRO AO ABRIR GL-INTERFACE "
005290             WS-NOME-GL " " FS-GLFILE
005300         GO TO 9999-EXIT
005310     END-IF.

005320     OPEN OUTPUT SUPPLEMENTARY-REGISTER.
005330     IF NOT FS-PAYREGCR-OK
005340         DISPLAY "PROG176: ERRO AO ABRIR SUPPLEMENTARY-REGISTER "
005350             FS-PAYREGCR
005360         GO TO 9999-EXIT
005370     END-IF.

005380     OPEN OUTPUT PAYSLIP-PRINT.
005390     IF NOT FS-FOLHACOR-OK
005400         DISPLAY "PROG176: ERRO AO ABRIR PAYSLIP-PRINT "
005410             FS-FOLHACOR
005420         GO TO 9999-EXIT
005430     END-IF.
005440 1400-ABRIR-ARQUIVOS-EXIT.
005450     EXIT.

005460*----------------------------------------------------------------
005470* 2000-PROCESSAR - ONE CODIGO PER PASS UNTIL THE OPERATOR KEYS 0
005480*----------------------------------------------------------------
005490 2000-PROCESSAR.
005500     MOVE "CODIGO DO FUNCIONARIO (0 = FIM)" TO WS-MENSAGEM.
005510     MOVE ZERO TO WS-LIMITE-MIN.
005520     MOVE 999999 TO WS-LIMITE-MAX.
005530     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
005540         WS-LIMITE-MIN WS-LIMITE-MAX.
005550     IF WS-VALOR-ENT = ZERO
005560         SET WS-FIM-CODIGOS TO TRUE
005570         GO TO 2000-PROCESSAR-EXIT
005580     END-IF.

005590     MOVE "N" TO WS-RECUSADO-SW.
005600     MOVE WS-VALOR-ENT TO CODIGO.
005610     READ EMPLOYEE-MASTER
005620         INVALID KEY
005630             DISPLAY "PROG176: FUNCIONARIO " CODIGO
005640                 " NAO ENCONTRADO"
005650             ADD 1 TO WS-QTD-RECUSADOS
005660             GO TO 2000-PROCESSAR-EXIT
005670     END-READ.

005680     MOVE CODIGO         TO PH-CODIGO.
005690     MOVE WS-COMPETENCIA TO PH-PERIODO.
005700     READ PAYSLIP-HISTORY
005710         INVALID KEY
005720             DISPLAY "PROG176: FUNCIONARIO " CODIGO " SEM "
005730                 "HOLERITE NA COMPETENCIA " WS-COMPETENCIA
005740             ADD 1 TO WS-QTD-RECUSADOS
005750             GO TO 2000-PROCESSAR-EXIT
005760     END-READ.
005770     IF NOT PH-ORIGEM-LOTE
005780         DISPLAY "PROG176: HOLERITE DE " CODIGO " NA COMPETENCIA "
005790             "NAO FOI PAGO PELA FOLHA (PROG42) - NADA A ESTORNAR"
005800         ADD 1 TO WS-QTD-RECUSADOS
005810         GO TO 2000-PROCESSAR-EXIT
005820     END-IF.

005830     PERFORM 2100-GUARDAR-ORIGINAL
005831         THRU 2100-GUARDAR-ORIGINAL-EXIT.
005840     PERFORM 2200-CAPTURAR-CORRECAO
005850         THRU 2200-CAPTURAR-CORRECAO-EXIT.
005860     IF NOT WS-RECUSADO
005870         PERFORM 2300-RECALCULAR THRU 2300-RECALCULAR-EXIT
005880     END-IF.
005890     IF NOT WS-RECUSADO
005900         PERFORM 2400-GRAVAR-CORRECAO
005910             THRU 2400-GRAVAR-CORRECAO-EXIT
005920     END-IF.
005930     IF WS-RECUSADO
005940         ADD 1 TO WS-QTD-RECUSADOS
005950         GO TO 2000-PROCESSAR-EXIT
005960     END-IF.

005970     PERFORM 2500-ATUALIZAR-HISTORICO
005980         THRU 2500-ATUALIZAR-HISTORICO-EXIT.
005990     PERFORM 2600-AJUSTAR-YTD THRU 2600-AJUSTAR-YTD-EXIT.
006000     PERFORM 2700-GRAVAR-LANCAMENTOS
006010         THRU 2700-GRAVAR-LANCAMENTOS-EXIT.
006020     PERFORM 2800-IMPRIMIR-HOLERITE
006030         THRU 2800-IMPRIMIR-HOLERITE-EXIT.
006040     PERFORM 2900-GRAVAR-REGISTRO THRU 2900-GRAVAR-REGISTRO-EXIT.
006050     ADD 1 TO WS-QTD-CORRIGIDOS.

006060     MOVE WS-DIFERENCA TO WS-DIF-ED.
006070     MOVE SPACES TO WS-DESCRICAO-AUD.
006080     STRING "CORRIGIU " CODIGO " COMP " WS-COMPETENCIA
006090         " MOT " WS-MOTIVO " APROV " WS-CODIGO-APROV
006100         " DIF " WS-DIF-ED
006110         DELIMITED BY SIZE INTO WS-DESCRICAO-AUD.
006120     CALL "PROG22" USING "PROG176 " WS-DESCRICAO-AUD.
006130 2000-PROCESSAR-EXIT.
006140     EXIT.

006150*----------------------------------------------------------------
006160* 2100-GUARDAR-ORIGINAL - THE PAYSLIP AS ISSUED, THE SALARY PART
006170*                         OF ITS GROSS, AND THE DEDUCTIONS THE
006180*                         CORRECTION KEEPS (LOAN, PENSAO, CLAWBACK
006190*                         AND THE MID-MONTH ADVANCE, WHICH LIVES
006200*                         ONLY INSIDE THE TOTAL)
006210*----------------------------------------------------------------
006220 2100-GUARDAR-ORIGINAL.
006230     MOVE PH-BRUTO            TO WS-OR-BRUTO.
006240     MOVE PH-HORAS-EXTRAS     TO WS-OR-HORAS-EXTRAS.
006250     MOVE PH-ADIC-NOTURNO     TO WS-OR-ADIC-NOTURNO.
006260     MOVE PH-COMISSAO         TO WS-OR-COMISSAO.
006270     MOVE PH-DESC-INSS        TO WS-OR-DESC-INSS.
006280     MOVE PH-DESC-IRRF        TO WS-OR-DESC-IRRF.
006290     MOVE PH-DESC-BENEFICIO   TO WS-OR-DESC-BENEFICIO.
006300     MOVE PH-TOTAL-DESCONTOS  TO WS-OR-TOTAL-DESCONTOS.
006310     MOVE PH-LIQUIDO          TO WS-OR-LIQUIDO.

006320     COMPUTE WS-SALARIO-ORIG = PH-BRUTO - PH-HORAS-EXTRAS
006330         - PH-ADIC-NOTURNO - PH-COMISSAO.
006340     IF WS-SALARIO-ORIG < ZERO
006350         MOVE ZERO TO WS-SALARIO-ORIG
006360     END-IF.

006370     COMPUTE WS-OUTROS-DESCONTOS = PH-TOTAL-DESCONTOS
006380         - PH-DESC-INSS - PH-DESC-IRRF - PH-DESC-BENEFICIO.
006390     IF WS-OUTROS-DESCONTOS < ZERO
006400         MOVE ZERO TO WS-OUTROS-DESCONTOS
006410     END-IF.
006420     COMPUTE WS-ADIANTAMENTO = WS-OUTROS-DESCONTOS
006430         - PH-DESC-EMPRESTIMO - PH-DESC-PENSAO
006440         - PH-DESC-ESTORNO-COM - PH-DESC-SINDICAL.
006450     IF WS-ADIANTAMENTO < ZERO
006460         MOVE ZERO TO WS-ADIANTAMENTO
006470     END-IF.

006480     DISPLAY "PROG176: HOLERITE ORIGINAL " CODIGO " " NOME.
006490     MOVE WS-SALARIO-ORIG TO WS-VALOR-ED.
006500     DISPLAY "  SALARIO E DEMAIS PROVENTOS : " WS-VALOR-ED.
006510     MOVE PH-HORAS-EXTRAS TO WS-VALOR-ED.
006520     DISPLAY "  HORAS EXTRAS ............. : " WS-VALOR-ED.
006530     MOVE PH-ADIC-NOTURNO TO WS-VALOR-ED.
006540     DISPLAY "  ADICIONAL NOTURNO ........ : " WS-VALOR-ED.
006550     MOVE PH-COMISSAO TO WS-VALOR-ED.
006560     DISPLAY "  COMISSAO ................. : " WS-VALOR-ED.
006570     MOVE PH-LIQUIDO TO WS-VALOR-ED.
006580     DISPLAY "  LIQUIDO PAGO ............. : " WS-VALOR-ED.
006590 2100-GUARDAR-ORIGINAL-EXIT.
006600     EXIT.

006610*----------------------------------------------------------------
006620* 2200-CAPTURAR-CORRECAO - THE CORRECTED EARNINGS, IN CENTAVOS;
006630*                          AN UNCHANGED LINE IS KEYED AS SHOWN
006640*----------------------------------------------------------------
006650 2200-CAPTURAR-CORRECAO.
006660     MOVE ZERO TO WS-LIMITE-MIN.
006670     MOVE 999999999 TO WS-LIMITE-MAX.

006680     MOVE "SALARIO CORRIGIDO (CENTAVOS)" TO WS-MENSAGEM.
006690     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
006700         WS-LIMITE-MIN WS-LIMITE-MAX.
006710     COMPUTE WS-SALARIO-CORR = WS-VALOR-ENT / 100.

006720     MOVE "HORAS EXTRAS CORRIGIDAS (CENTAVOS)" TO WS-MENSAGEM.
006730     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
006740         WS-LIMITE-MIN WS-LIMITE-MAX.
006750     COMPUTE WS-CO-HORAS-EXTRAS = WS-VALOR-ENT / 100.

006760     MOVE "ADIC NOTURNO CORRIGIDO (CENTAVOS)" TO WS-MENSAGEM.
006770     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
006780         WS-LIMITE-MIN WS-LIMITE-MAX.
006790     COMPUTE WS-CO-ADIC-NOTURNO = WS-VALOR-ENT / 100.

006800     MOVE "COMISSAO CORRIGIDA (CENTAVOS)" TO WS-MENSAGEM.
006810     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
006820         WS-LIMITE-MIN WS-LIMITE-MAX.
006830     COMPUTE WS-CO-COMISSAO = WS-VALOR-ENT / 100.

006840     IF WS-SALARIO-CORR = WS-SALARIO-ORIG
006850         AND WS-CO-HORAS-EXTRAS = WS-OR-HORAS-EXTRAS
006860         AND WS-CO-ADIC-NOTURNO = WS-OR-ADIC-NOTURNO
006870         AND WS-CO-COMISSAO = WS-OR-COMISSAO
006880         DISPLAY "PROG176: NENHUM VALOR ALTERADO PARA " CODIGO
006890             " - NADA A CORRIGIR"
006900         SET WS-RECUSADO TO TRUE
006910     END-IF.
006920 2200-CAPTURAR-CORRECAO-EXIT.
006930     EXIT.

006940*----------------------------------------------------------------
006950* 2300-RECALCULAR - SAME GROSS-TO-NET MATH AS PROG42: PROG46
006960*                   REDOES INSS/IRRF/BENEFITS OVER THE CORRECTED
006970*                   GROSS; THE KEPT DEDUCTIONS AND THE SALARIO-
006980*                   FAMILIA GO THROUGH AS ORIGINALLY PAID
006990*----------------------------------------------------------------
007000 2300-RECALCULAR.
007010     COMPUTE WS-CO-BRUTO ROUNDED = WS-SALARIO-CORR
007020         + WS-CO-HORAS-EXTRAS + WS-CO-ADIC-NOTURNO
007030         + WS-CO-COMISSAO.

007040     MOVE WS-CO-BRUTO TO WS-BRUTO-CALC.
007050     CALL "PROG46" USING CODIGO WS-BRUTO-CALC
007060         WS-INSS-CALC WS-IRRF-CALC WS-BENEF-CALC.
007070     MOVE WS-INSS-CALC  TO WS-CO-DESC-INSS.
007080     MOVE WS-IRRF-CALC  TO WS-CO-DESC-IRRF.
007090     MOVE WS-BENEF-CALC TO WS-CO-DESC-BENEFICIO.

007100     COMPUTE WS-CO-TOTAL-DESCONTOS ROUNDED =
007110         WS-CO-DESC-INSS + WS-CO-DESC-IRRF
007120         + WS-CO-DESC-BENEFICIO + WS-OUTROS-DESCONTOS.
007130     COMPUTE WS-LIQUIDO-CALC ROUNDED =
007140         WS-CO-BRUTO - WS-CO-TOTAL-DESCONTOS + PH-SAL-FAMILIA.
007150     IF WS-LIQUIDO-CALC < ZERO
007160         DISPLAY "PROG176: DESCONTOS DE " CODIGO " EXCEDEM O "
007170             "BRUTO CORRIGIDO - CORRECAO RECUSADA"
007180         SET WS-RECUSADO TO TRUE
007190         GO TO 2300-RECALCULAR-EXIT
007200     END-IF.
007210     MOVE WS-LIQUIDO-CALC TO WS-CO-LIQUIDO.

007220     COMPUTE WS-DIFERENCA = WS-CO-LIQUIDO - WS-OR-LIQUIDO.
007230 2300-RECALCULAR-EXIT.
007240     EXIT.

007250*----------------------------------------------------------------
007260* 2400-GRAVAR-CORRECAO - NEXT SEQUENCE FOR THE CODIGO AND
007270*                        COMPETENCE; THE ROW IS BORN WITH ITS FGTS
007280*                        AND EVENT STILL TO BE PICKED UP
007290*----------------------------------------------------------------
007300 2400-GRAVAR-CORRECAO.
007310     MOVE ZERO TO WS-ULTIMA-SEQ.
007320     MOVE "N" TO WS-FIM-CORR-SW.
007330     MOVE CODIGO         TO CR-CODIGO.
007340     MOVE WS-COMPETENCIA TO CR-COMPETENCIA.
007350     MOVE ZERO           TO CR-SEQ.
007360     START CORRECTION-FILE KEY IS NOT LESS THAN CR-CHAVE
007370         INVALID KEY
007380             SET WS-FIM-CORR TO TRUE
007390     END-START.
007400     PERFORM 2410-LER-CORRECAO THRU 2410-LER-CORRECAO-EXIT
007410         UNTIL WS-FIM-CORR.

007420     IF WS-ULTIMA-SEQ = 99
007430         DISPLAY "PROG176: LIMITE DE CORRECOES DE " CODIGO
007440             " NA COMPETENCIA ATINGIDO - CORRECAO RECUSADA"
007450         SET WS-RECUSADO TO TRUE
007460         GO TO 2400-GRAVAR-CORRECAO-EXIT
007470     END-IF.

007480     MOVE SPACES TO CORRECAO-REC.
007490     MOVE CODIGO           TO CR-CODIGO.
007500     MOVE WS-COMPETENCIA   TO CR-COMPETENCIA.
007510     COMPUTE CR-SEQ = WS-ULTIMA-SEQ + 1.
007520     MOVE WS-MOTIVO        TO CR-MOTIVO.
007530     MOVE WS-CODIGO-APROV  TO CR-APROVADOR.
007540     MOVE WS-DATA-ATUAL    TO CR-DATA-CORRECAO.
007550     MOVE WS-PERIODO-ATUAL TO CR-PERIODO-PROCESSADO.
007560     MOVE WS-ORIGINAL      TO CR-ORIGINAL.
007570     MOVE WS-CORRIGIDO     TO CR-CORRIGIDO.
007580     MOVE WS-DIFERENCA     TO CR-DIFERENCA-LIQUIDA.
007590     IF WS-DIFERENCA > ZERO
007600         SET CR-A-PAGAR TO TRUE
007610     ELSE
007620         IF WS-DIFERENCA < ZERO
007630             SET CR-A-RECUPERAR TO TRUE
007640         ELSE
007650             SET CR-SEM-DIFERENCA TO TRUE
007660         END-IF
007670     END-IF.
007680     MOVE ZERO             TO CR-PERIODO-DESCONTO.
007690     MOVE "N"              TO CR-FGTS-SW.
007700     MOVE "N"              TO CR-EVENTO-SW.
007710     WRITE CORRECAO-REC.
007720     IF NOT FS-CORRFILE-OK
007730         DISPLAY "PROG176: ERRO AO GRAVAR CORRECAO DE " CODIGO
007740             " - " FS-CORRFILE
007750         SET WS-RECUSADO TO TRUE
007760     END-IF.
007770 2400-GRAVAR-CORRECAO-EXIT.
007780     EXIT.

007790 2410-LER-CORRECAO.
007800     READ CORRECTION-FILE NEXT
007810         AT END
007820             SET WS-FIM-CORR TO TRUE
007830             GO TO 2410-LER-CORRECAO-EXIT
007840     END-READ.
007850     IF CR-CODIGO NOT = CODIGO
007860         OR CR-COMPETENCIA NOT = WS-COMPETENCIA
007870         SET WS-FIM-CORR TO TRUE
007880         GO TO 2410-LER-CORRECAO-EXIT
007890     END-IF.
007900     MOVE CR-SEQ TO WS-ULTIMA-SEQ.
007910 2410-LER-CORRECAO-EXIT.
007920     EXIT.

007930*----------------------------------------------------------------
007940* 2500-ATUALIZAR-HISTORICO - THE COMPETENCE'S PAYHIST ROW NOW
007950*                            HOLDS THE CORRECTED PAYSLIP, SO A
007960*                            PROG44 REPRINT SHOWS WHAT IS OWED;
007970*                            THE IMAGE AS FIRST ISSUED IS THE
007980*                            CORRFILE ROW JUST WRITTEN
007990*----------------------------------------------------------------
008000 2500-ATUALIZAR-HISTORICO.
008010     MOVE WS-CO-BRUTO           TO PH-BRUTO.
008020     MOVE WS-CO-HORAS-EXTRAS    TO PH-HORAS-EXTRAS.
008030     MOVE WS-CO-ADIC-NOTURNO    TO PH-ADIC-NOTURNO.
008040     MOVE WS-CO-COMISSAO        TO PH-COMISSAO.
008050     MOVE WS-CO-DESC-INSS       TO PH-DESC-INSS.
008060     MOVE WS-CO-DESC-IRRF       TO PH-DESC-IRRF.
008070     MOVE WS-CO-DESC-BENEFICIO  TO PH-DESC-BENEFICIO.
008080     MOVE WS-CO-TOTAL-DESCONTOS TO PH-TOTAL-DESCONTOS.
008090     MOVE WS-CO-LIQUIDO         TO PH-LIQUIDO.
008100     MOVE WS-DATA-ATUAL         TO PH-DATA-EMISSAO.
008110     REWRITE PAYHIST-REC.
008120     IF NOT FS-PAYHIST-OK
008130         DISPLAY "PROG176: ERRO AO ATUALIZAR HISTORICO DO "
008140             "HOLERITE " CODIGO " - " FS-PAYHIST
008150     END-IF.
008160 2500-ATUALIZAR-HISTORICO-EXIT.
008170     EXIT.

008180*----------------------------------------------------------------
008190* 2600-AJUSTAR-YTD - THE COMPETENCE YEAR GIVES BACK THE ORIGINAL
008200*                    FIGURES AND TAKES THE CORRECTED ONES; A YEAR
008210*                    THE INFORME ALREADY RESET IS LEFT ALONE
008220*----------------------------------------------------------------
008230 2600-AJUSTAR-YTD.
008240     MOVE CODIGO              TO YT-CODIGO.
008250     MOVE WS-COMPETENCIA(1:4) TO YT-ANO.
008260     READ YTD-FILE
008270         INVALID KEY
008280             DISPLAY "PROG176: SEM ACUMULADO ANUAL " YT-ANO
008290                 " DE " CODIGO " - YTD NAO AJUSTADO"
008300             GO TO 2600-AJUSTAR-YTD-EXIT
008310     END-READ.

008320     COMPUTE WS-YTD-TRAB = YT-BRUTO - WS-OR-BRUTO + WS-CO-BRUTO.
008330     PERFORM 2610-LIMITAR-YTD THRU 2610-LIMITAR-YTD-EXIT.
008340     MOVE WS-YTD-TRAB TO YT-BRUTO.

008350     COMPUTE WS-YTD-TRAB = YT-DESC-INSS - WS-OR-DESC-INSS
008360         + WS-CO-DESC-INSS.
008370     PERFORM 2610-LIMITAR-YTD THRU 2610-LIMITAR-YTD-EXIT.
008380     MOVE WS-YTD-TRAB TO YT-DESC-INSS.

008390     COMPUTE WS-YTD-TRAB = YT-DESC-IRRF - WS-OR-DESC-IRRF
008400         + WS-CO-DESC-IRRF.
008410     PERFORM 2610-LIMITAR-YTD THRU 2610-LIMITAR-YTD-EXIT.
008420     MOVE WS-YTD-TRAB TO YT-DESC-IRRF.

008430     COMPUTE WS-YTD-TRAB = YT-DESC-BENEFICIO
008440         - WS-OR-DESC-BENEFICIO + WS-CO-DESC-BENEFICIO.
008450     PERFORM 2610-LIMITAR-YTD THRU 2610-LIMITAR-YTD-EXIT.
008460     MOVE WS-YTD-TRAB TO YT-DESC-BENEFICIO.

008470     COMPUTE WS-YTD-TRAB = YT-TOTAL-DESCONTOS
008480         - WS-OR-TOTAL-DESCONTOS + WS-CO-TOTAL-DESCONTOS.
008490     PERFORM 2610-LIMITAR-YTD THRU 2610-LIMITAR-YTD-EXIT.
008500     MOVE WS-YTD-TRAB TO YT-TOTAL-DESCONTOS.

008510     COMPUTE WS-YTD-TRAB = YT-LIQUIDO - WS-OR-LIQUIDO
008520         + WS-CO-LIQUIDO.
008530     PERFORM 2610-LIMITAR-YTD THRU 2610-LIMITAR-YTD-EXIT.
008540     MOVE WS-YTD-TRAB TO YT-LIQUIDO.

008550     REWRITE YTD-REC.
008560     IF NOT FS-YTDFILE-OK
008570         DISPLAY "PROG176: ERRO AO AJUSTAR YTD DE " CODIGO
008580             " - " FS-YTDFILE
008590     END-IF.
008600 2600-AJUSTAR-YTD-EXIT.
008610     EXIT.

008620 2610-LIMITAR-YTD.
008630     IF WS-YTD-TRAB < ZERO
008640         MOVE ZERO TO WS-YTD-TRAB
008650     END-IF.
008660 2610-LIMITAR-YTD-EXIT.
008670     EXIT.

008680*----------------------------------------------------------------
008690* 2700-GRAVAR-LANCAMENTOS - THE ORIGINAL JOURNAL REVERSED, THEN
008700*                           THE CORRECTED ONE, BOTH IN THE PROG42
008710*                           SHAPE; A NET DIFFERENCE AGAINST THE
008720*                           FUNCIONARIO MOVES FROM SALARIES
008730*                           PAYABLE TO THE RECOVERY ACCOUNT THE
008740*                           NEXT PROG42 RUN CREDITS
008750*----------------------------------------------------------------
008760 2700-GRAVAR-LANCAMENTOS.
008770     PERFORM 2705-LER-RATEIO THRU 2705-LER-RATEIO-EXIT.

008780     MOVE WS-OR-BRUTO           TO WS-HL-BRUTO.
008790     MOVE WS-OR-DESC-INSS       TO WS-HL-INSS.
008800     MOVE WS-OR-DESC-IRRF       TO WS-HL-IRRF.
008810     MOVE WS-OR-DESC-BENEFICIO  TO WS-HL-BENEFICIO.
008820     MOVE WS-OR-LIQUIDO         TO WS-HL-LIQUIDO.
008830     PERFORM 2706-DESCONTOS-MANTIDOS
008840         THRU 2706-DESCONTOS-MANTIDOS-EXIT.
008850     SET WS-ESTORNO TO TRUE.
008860     PERFORM 2710-LANCAR-HOLERITE THRU 2710-LANCAR-HOLERITE-EXIT.

008870     MOVE WS-CO-BRUTO           TO WS-HL-BRUTO.
008880     MOVE WS-CO-DESC-INSS       TO WS-HL-INSS.
008890     MOVE WS-CO-DESC-IRRF       TO WS-HL-IRRF.
008900     MOVE WS-CO-DESC-BENEFICIO  TO WS-HL-BENEFICIO.
008910     MOVE WS-CO-LIQUIDO         TO WS-HL-LIQUIDO.
008920     PERFORM 2706-DESCONTOS-MANTIDOS
008930         THRU 2706-DESCONTOS-MANTIDOS-EXIT.
008940     MOVE "N" TO WS-ESTORNO-SW.
008950     PERFORM 2710-LANCAR-HOLERITE THRU 2710-LANCAR-HOLERITE-EXIT.

008960     IF WS-DIFERENCA < ZERO
008970         COMPUTE WS-LC-VALOR = ZERO - WS-DIFERENCA
008980         MOVE "RECUP-FOLHA " TO WS-LC-EVENTO
008990         MOVE "D" TO WS-LC-LADO
009000         PERFORM 2720-LANCAR-LINHA THRU 2720-LANCAR-LINHA-EXIT
009010         COMPUTE WS-LC-VALOR = ZERO - WS-DIFERENCA
009020         MOVE "SALARIOS-PAG" TO WS-LC-EVENTO
009030         MOVE "C" TO WS-LC-LADO
009040         PERFORM 2720-LANCAR-LINHA THRU 2720-LANCAR-LINHA-EXIT
009050     END-IF.
009060 2700-GRAVAR-LANCAMENTOS-EXIT.
009070     EXIT.

009080 2705-LER-RATEIO.
009090     MOVE "N" TO WS-TEM-RATEIO-SW.
009100     IF NOT WS-ALLOC-PRESENTE
009110         GO TO 2705-LER-RATEIO-EXIT
009120     END-IF.
009130     MOVE CODIGO TO AL-CODIGO.
009140     READ ALLOCATION-FILE
009150         INVALID KEY
009160             GO TO 2705-LER-RATEIO-EXIT
009170     END-READ.
009180     SET WS-TEM-RATEIO TO TRUE.
009190 2705-LER-RATEIO-EXIT.
009200     EXIT.

009210 2706-DESCONTOS-MANTIDOS.
009220     MOVE PH-DESC-EMPRESTIMO    TO WS-HL-EMPRESTIMO.
009230     MOVE PH-DESC-PENSAO        TO WS-HL-PENSAO.
009240     MOVE PH-DESC-ESTORNO-COM   TO WS-HL-ESTORNO-COM.
009241     MOVE PH-DESC-SINDICAL      TO WS-HL-SINDICAL.
009250     MOVE WS-ADIANTAMENTO       TO WS-HL-ADIANTAMENTO.
009260     MOVE PH-SAL-FAMILIA        TO WS-HL-SALFAM.
009270 2706-DESCONTOS-MANTIDOS-EXIT.
009280     EXIT.

009290*----------------------------------------------------------------
009300* 2710-LANCAR-HOLERITE - ONE PAYSLIP'S LINES, EVENT BY EVENT
009310*----------------------------------------------------------------
009320 2710-LANCAR-HOLERITE.
009330     MOVE "DESPESA-SAL " TO WS-LC-EVENTO.
009340     MOVE "D" TO WS-LC-LADO.
009350     MOVE WS-HL-BRUTO TO WS-LC-VALOR.
009360     PERFORM 2720-LANCAR-LINHA THRU 2720-LANCAR-LINHA-EXIT.

009370     MOVE "INSS-A-PAGAR" TO WS-LC-EVENTO.
009380     MOVE "C" TO WS-LC-LADO.
009390     MOVE WS-HL-INSS TO WS-LC-VALOR.
009400     PERFORM 2720-LANCAR-LINHA THRU 2720-LANCAR-LINHA-EXIT.

009410     MOVE "IRRF-A-PAGAR" TO WS-LC-EVENTO.
009420     MOVE WS-HL-IRRF TO WS-LC-VALOR.
009430     PERFORM 2720-LANCAR-LINHA THRU 2720-LANCAR-LINHA-EXIT.

009440     MOVE "EMPREST-RECB" TO WS-LC-EVENTO.
009450     MOVE WS-HL-EMPRESTIMO TO WS-LC-VALOR.
009460     PERFORM 2720-LANCAR-LINHA THRU 2720-LANCAR-LINHA-EXIT.

009470     MOVE "BENEF-RESSAR" TO WS-LC-EVENTO.
009480     MOVE WS-HL-BENEFICIO TO WS-LC-VALOR.
009490     PERFORM 2720-LANCAR-LINHA THRU 2720-LANCAR-LINHA-EXIT.

009500     MOVE "PENSAO-PAGAR" TO WS-LC-EVENTO.
009510     MOVE WS-HL-PENSAO TO WS-LC-VALOR.
009520     PERFORM 2720-LANCAR-LINHA THRU 2720-LANCAR-LINHA-EXIT.

009530     MOVE "COMISSAO-EST" TO WS-LC-EVENTO.
009540     MOVE WS-HL-ESTORNO-COM TO WS-LC-VALOR.
009550     PERFORM 2720-LANCAR-LINHA THRU 2720-LANCAR-LINHA-EXIT.

009551     MOVE "CONTRIB-SIND" TO WS-LC-EVENTO.
009552     MOVE WS-HL-SINDICAL TO WS-LC-VALOR.
009553     PERFORM 2720-LANCAR-LINHA THRU 2720-LANCAR-LINHA-EXIT.

009560     MOVE "ADIANT-SALAR" TO WS-LC-EVENTO.
009570     MOVE WS-HL-ADIANTAMENTO TO WS-LC-VALOR.
009580     PERFORM 2720-LANCAR-LINHA THRU 2720-LANCAR-LINHA-EXIT.

009590     MOVE "SALFAM-INSS " TO WS-LC-EVENTO.
009600     MOVE "D" TO WS-LC-LADO.
009610     MOVE WS-HL-SALFAM TO WS-LC-VALOR.
009620     PERFORM 2720-LANCAR-LINHA THRU 2720-LANCAR-LINHA-EXIT.

009630     MOVE "SALARIOS-PAG" TO WS-LC-EVENTO.
009640     MOVE "C" TO WS-LC-LADO.
009650     MOVE WS-HL-LIQUIDO TO WS-LC-VALOR.
009660     PERFORM 2720-LANCAR-LINHA THRU 2720-LANCAR-LINHA-EXIT.
009670 2710-LANCAR-HOLERITE-EXIT.
009680     EXIT.

009690*----------------------------------------------------------------
009700* 2720-LANCAR-LINHA - THE ACCOUNT AND COST-CENTER RULES OF PROG42
009710*                     FOLLOW THE EVENT'S OWN SIDE; A REVERSAL
009720*                     ONLY SWAPS THE DEBIT/CREDIT FLAG, SO IT
009730*                     LANDS ON EXACTLY THE ACCOUNTS AND RATEIO
009740*                     PAIRS THE ORIGINAL HIT
009750*----------------------------------------------------------------
009760 2720-LANCAR-LINHA.
009770     IF WS-LC-VALOR = ZERO
009780         GO TO 2720-LANCAR-LINHA-EXIT
009790     END-IF.

009800     MOVE WS-LC-EVENTO  TO GL-CONTA.
009810     MOVE WS-LC-EVENTO  TO WS-MAPA-EVENTO.
009820     MOVE DEPARTAMENTO  TO WS-MAPA-DEPARTAMENTO.
009830     CALL "PROG138" USING WS-MAPA-EVENTO WS-MAPA-DEPARTAMENTO
009840         WS-MAPA-DEBITO WS-MAPA-CREDITO WS-MAPA-CENTRO
009850         WS-MAPA-STATUS.
009860     IF WS-SEM-MAPA
009870         ADD 1 TO WS-QTD-SEM-MAPA
009880         DISPLAY "PROG176: EVENTO " WS-MAPA-EVENTO " SEM "
009890             "MAPEAMENTO DE CONTA - LINHA NAO LANCADA"
009900         GO TO 2720-LANCAR-LINHA-EXIT
009910     END-IF.
009920     IF WS-MAPEADO
009930         IF WS-LC-DEBITO
009940             MOVE WS-MAPA-DEBITO TO GL-CONTA
009950         ELSE
009960             MOVE WS-MAPA-CREDITO TO GL-CONTA
009970         END-IF
009980     END-IF.

009990     IF WS-LC-DEBITO
010000         SET GL-DEBITO TO TRUE
010010     ELSE
010020         SET GL-CREDITO TO TRUE
010030     END-IF.
010040     IF WS-ESTORNO
010050         IF WS-LC-DEBITO
010060             SET GL-CREDITO TO TRUE
010070         ELSE
010080             SET GL-DEBITO TO TRUE
010090         END-IF
010100     END-IF.
010110     MOVE WS-LC-VALOR TO GL-VALOR.

010120     IF WS-LC-DEBITO AND WS-TEM-RATEIO
010130         MOVE GL-VALOR TO WS-VALOR-LINHA
010140         MOVE ZERO TO WS-VALOR-ACUMULADO
010150         MOVE 1 TO WS-RATEIO-IDX
010160         PERFORM 2740-GRAVAR-TRECHO
010170             THRU 2740-GRAVAR-TRECHO-EXIT
010180             UNTIL WS-RATEIO-IDX > 4
010190         GO TO 2720-LANCAR-LINHA-EXIT
010200     END-IF.

010210     IF WS-MAPEADO AND WS-MAPA-CENTRO NOT = SPACES
010220         MOVE WS-MAPA-CENTRO TO GL-CENTRO-CUSTO
010230     ELSE
010240         MOVE DEPARTAMENTO TO GL-CENTRO-CUSTO
010250     END-IF.
010260     PERFORM 2730-GRAVAR-LINHA-FISICA
010270         THRU 2730-GRAVAR-LINHA-FISICA-EXIT.
010280 2720-LANCAR-LINHA-EXIT.
010290     EXIT.

010300 2730-GRAVAR-LINHA-FISICA.
010301     MOVE EMPRESA          TO GL-EMPRESA.
010302     MOVE EMPRESA TO WS-EMPRESA-LANCAMENTO.
010303     IF WS-EMPRESA-LANCAMENTO = SPACES
010304         MOVE "001" TO WS-EMPRESA-LANCAMENTO
010305     END-IF.
010306     IF WS-EMPRESA-LANCAMENTO NOT = WS-EMPRESA-GL
010307         PERFORM 2735-TROCAR-INTERFACE
010308             THRU 2735-TROCAR-INTERFACE-EXIT
010309     END-IF.
010310     MOVE "PROG176 "       TO GL-PROGRAMA.
010320     MOVE WS-PERIODO-ATUAL TO GL-PERIODO.
010330     MOVE WS-DATA-ATUAL    TO GL-DATA.
010340     WRITE GL-INTERFACE-REC.
010350 2730-GRAVAR-LINHA-FISICA-EXIT.
010360     EXIT.

010361*----------------------------------------------------------------
010362* 2735-TROCAR-INTERFACE - THE FUNCIONARIO BELONGS TO ANOTHER
010363*                         COMPANY THAN THE OPEN GL INTERFACE:
010364*                         CLOSE IT AND EXTEND THE OTHER'S
010365*----------------------------------------------------------------
010366 2735-TROCAR-INTERFACE.
010367     CLOSE GL-INTERFACE.
010368     MOVE WS-EMPRESA-LANCAMENTO TO WS-EMPRESA-GL.
010369     MOVE "N" TO WS-CIA-FUNCAO.
010370     MOVE WS-EMPRESA-GL TO WS-CIA-EMPRESA.
010371     MOVE "GLFILE  " TO WS-CIA-ARQUIVO.
010372     CALL "PROG220" USING WS-CIA-FUNCAO WS-CIA-EMPRESA
010373         WS-CIA-ARQUIVO COMPANHIA-REC WS-CIA-STATUS.
010374     MOVE WS-CIA-ARQUIVO TO WS-NOME-GL.
010375     OPEN EXTEND GL-INTERFACE.
010376     IF NOT FS-GLFILE-OK
010377         OPEN OUTPUT GL-INTERFACE
010378     END-IF.
010379     IF NOT FS-GLFILE-OK
010380         DISPLAY "PROG176: ERRO AO ABRIR GL-INTERFACE "
010381             WS-NOME-GL " " FS-GLFILE " - LANCAMENTOS DA EMPRESA "
010382             WS-EMPRESA-GL " NAO GRAVADOS"
010383         MOVE 8 TO RETURN-CODE
010384     END-IF.
010385 2735-TROCAR-INTERFACE-EXIT.
010386     EXIT.

010387*----------------------------------------------------------------
010388* 2740-GRAVAR-TRECHO - ONE COST-CENTER PAIR PER PASS; THE LAST
010390*                      USED PAIR ABSORBS THE ROUNDING DIFFERENCE
010400*----------------------------------------------------------------
010410 2740-GRAVAR-TRECHO.
010420     IF AL-CENTRO-CUSTO(WS-RATEIO-IDX) = SPACES
010430         MOVE 5 TO WS-RATEIO-IDX
010440         GO TO 2740-GRAVAR-TRECHO-EXIT
010450     END-IF.

010460     IF WS-RATEIO-IDX = 4
010470         OR AL-CENTRO-CUSTO(WS-RATEIO-IDX + 1) = SPACES
010480         COMPUTE WS-VALOR-TRECHO =
010490             WS-VALOR-LINHA - WS-VALOR-ACUMULADO
010500     ELSE
010510         COMPUTE WS-VALOR-TRECHO ROUNDED =
010520             WS-VALOR-LINHA
010530             * AL-PERCENTUAL(WS-RATEIO-IDX) / 100
010540     END-IF.

010550     MOVE AL-CENTRO-CUSTO(WS-RATEIO-IDX) TO GL-CENTRO-CUSTO.
010560     MOVE WS-VALOR-TRECHO TO GL-VALOR.
010570     PERFORM 2730-GRAVAR-LINHA-FISICA
010580         THRU 2730-GRAVAR-LINHA-FISICA-EXIT.

010590     ADD WS-VALOR-TRECHO TO WS-VALOR-ACUMULADO.
010600     ADD 1 TO WS-RATEIO-IDX.
010610 2740-GRAVAR-TRECHO-EXIT.
010620     EXIT.

010630*----------------------------------------------------------------
010640* 2800-IMPRIMIR-HOLERITE - THE SUPPLEMENTARY PAYSLIP: ORIGINAL,
010650*                          CORRECTED AND DIFFERENCE PER LINE
010660*----------------------------------------------------------------
010670 2800-IMPRIMIR-HOLERITE.
010680     MOVE "===============================================" TO
010690         FOLHA-LINHA.
010700     WRITE FOLHA-LINHA.
010710     MOVE "        HOLERITE SUPLEMENTAR - CORRECAO        " TO
010720         FOLHA-LINHA.
010730     WRITE FOLHA-LINHA.
010740     MOVE "===============================================" TO
010750         FOLHA-LINHA.
010760     WRITE FOLHA-LINHA.
010770     MOVE SPACES TO FOLHA-LINHA.
010780     STRING "CODIGO ... : " CODIGO DELIMITED BY SIZE
010790         INTO FOLHA-LINHA.
010800     WRITE FOLHA-LINHA.
010810     MOVE SPACES TO FOLHA-LINHA.
010820     STRING "NOME ..... : " NOME DELIMITED BY SIZE
010830         INTO FOLHA-LINHA.
010840     WRITE FOLHA-LINHA.
010850     MOVE SPACES TO FOLHA-LINHA.
010860     STRING "COMPETENCIA: " WS-COMPETENCIA "   MOTIVO: "
010870         WS-MOTIVO "   MOEDA: " MOEDA-COD
010880         DELIMITED BY SIZE INTO FOLHA-LINHA.
010890     WRITE FOLHA-LINHA.
010900     MOVE "-----------------------------------------------" TO
010910         FOLHA-LINHA.
010920     WRITE FOLHA-LINHA.
010930     MOVE SPACES TO FOLHA-LINHA.
010940     MOVE "ORIGINAL" TO FOLHA-LINHA(31:8).
010950     MOVE "CORRIGIDO" TO FOLHA-LINHA(46:9).
010960     MOVE "DIFERENCA" TO FOLHA-LINHA(62:9).
010970     WRITE FOLHA-LINHA.

010980     MOVE "SALARIO BRUTO ........ :" TO WS-LH-ROTULO.
010990     MOVE WS-OR-BRUTO TO WS-LH-VALOR-ORIG.
011000     MOVE WS-CO-BRUTO TO WS-LH-VALOR-CORR.
011010     PERFORM 2810-IMPRIMIR-LINHA THRU 2810-IMPRIMIR-LINHA-EXIT.
011020     MOVE "  HORAS EXTRAS ....... :" TO WS-LH-ROTULO.
011030     MOVE WS-OR-HORAS-EXTRAS TO WS-LH-VALOR-ORIG.
011040     MOVE WS-CO-HORAS-EXTRAS TO WS-LH-VALOR-CORR.
011050     PERFORM 2810-IMPRIMIR-LINHA THRU 2810-IMPRIMIR-LINHA-EXIT.
011060     MOVE "  ADIC NOTURNO ....... :" TO WS-LH-ROTULO.
011070     MOVE WS-OR-ADIC-NOTURNO TO WS-LH-VALOR-ORIG.
011080     MOVE WS-CO-ADIC-NOTURNO TO WS-LH-VALOR-CORR.
011090     PERFORM 2810-IMPRIMIR-LINHA THRU 2810-IMPRIMIR-LINHA-EXIT.
011100     MOVE "  COMISSAO ........... :" TO WS-LH-ROTULO.
011110     MOVE WS-OR-COMISSAO TO WS-LH-VALOR-ORIG.
011120     MOVE WS-CO-COMISSAO TO WS-LH-VALOR-CORR.
011130     PERFORM 2810-IMPRIMIR-LINHA THRU 2810-IMPRIMIR-LINHA-EXIT.
011140     MOVE "DESCONTO INSS ........ :" TO WS-LH-ROTULO.
011150     MOVE WS-OR-DESC-INSS TO WS-LH-VALOR-ORIG.
011160     MOVE WS-CO-DESC-INSS TO WS-LH-VALOR-CORR.
011170     PERFORM 2810-IMPRIMIR-LINHA THRU 2810-IMPRIMIR-LINHA-EXIT.
011180     MOVE "DESCONTO IR .......... :" TO WS-LH-ROTULO.
011190     MOVE WS-OR-DESC-IRRF TO WS-LH-VALOR-ORIG.
011200     MOVE WS-CO-DESC-IRRF TO WS-LH-VALOR-CORR.
011210     PERFORM 2810-IMPRIMIR-LINHA THRU 2810-IMPRIMIR-LINHA-EXIT.
011220     MOVE "DESCONTO BENEFICIOS .. :" TO WS-LH-ROTULO.
011230     MOVE WS-OR-DESC-BENEFICIO TO WS-LH-VALOR-ORIG.
011240     MOVE WS-CO-DESC-BENEFICIO TO WS-LH-VALOR-CORR.
011250     PERFORM 2810-IMPRIMIR-LINHA THRU 2810-IMPRIMIR-LINHA-EXIT.
011260     MOVE "TOTAL DESCONTOS ...... :" TO WS-LH-ROTULO.
011270     MOVE WS-OR-TOTAL-DESCONTOS TO WS-LH-VALOR-ORIG.
011280     MOVE WS-CO-TOTAL-DESCONTOS TO WS-LH-VALOR-CORR.
011290     PERFORM 2810-IMPRIMIR-LINHA THRU 2810-IMPRIMIR-LINHA-EXIT.
011300     MOVE "SALARIO LIQUIDO ...... :" TO WS-LH-ROTULO.
011310     MOVE WS-OR-LIQUIDO TO WS-LH-VALOR-ORIG.
011320     MOVE WS-CO-LIQUIDO TO WS-LH-VALOR-CORR.
011330     PERFORM 2810-IMPRIMIR-LINHA THRU 2810-IMPRIMIR-LINHA-EXIT.

011340     MOVE "-----------------------------------------------" TO
011350         FOLHA-LINHA.
011360     WRITE FOLHA-LINHA.
011370     MOVE WS-DIFERENCA TO WS-DIF-ED.
011380     MOVE SPACES TO FOLHA-LINHA.
011390     IF WS-DIFERENCA > ZERO
011400         STRING "DIFERENCA A PAGAR (REMESSA DE CORRECAO) : "
011410             MOEDA-COD " " WS-DIF-ED
011420             DELIMITED BY SIZE INTO FOLHA-LINHA
011430     ELSE
011440         IF WS-DIFERENCA < ZERO
011450             STRING "DIFERENCA A DESCONTAR NA PROXIMA FOLHA  : "
011460                 MOEDA-COD " " WS-DIF-ED
011470                 DELIMITED BY SIZE INTO FOLHA-LINHA
011480         ELSE
011490             MOVE "SEM DIFERENCA LIQUIDA A PAGAR OU DESCONTAR"
011500                 TO FOLHA-LINHA
011510         END-IF
011520     END-IF.
011530     WRITE FOLHA-LINHA.
011540     MOVE SPACES TO FOLHA-LINHA.
011550     WRITE FOLHA-LINHA.
011560 2800-IMPRIMIR-HOLERITE-EXIT.
011570     EXIT.

011580 2810-IMPRIMIR-LINHA.
011590     COMPUTE WS-LH-VALOR-DIF =
011591         WS-LH-VALOR-CORR - WS-LH-VALOR-ORIG.
011600     MOVE WS-LH-VALOR-ORIG TO WS-LH-ORIGINAL.
011610     MOVE WS-LH-VALOR-CORR TO WS-LH-CORRIGIDO.
011620     MOVE WS-LH-VALOR-DIF  TO WS-LH-DIFERENCA.
011630     MOVE WS-LINHA-HOLERITE TO FOLHA-LINHA.
011640     WRITE FOLHA-LINHA.
011650 2810-IMPRIMIR-LINHA-EXIT.
011660     EXIT.

011670*----------------------------------------------------------------
011680* 2900-GRAVAR-REGISTRO - ONLY A NET DIFFERENCE IN THE
011690*                        FUNCIONARIO'S FAVOR GOES ON THE
011700*                        SUPPLEMENTARY REGISTER THE CORRECTION
011710*                        REMITTANCE PAYS; EVERY CORRECTION IS
011720*                        LISTED ON THE PRINTED REGISTER
011730*----------------------------------------------------------------
011740 2900-GRAVAR-REGISTRO.
011750     IF WS-DIFERENCA > ZERO
011760         MOVE SPACES TO PAYREG-REC
011770         SET PR-DETALHE TO TRUE
011780         MOVE WS-COMPETENCIA TO PR-PERIODO
011790         MOVE CODIGO         TO PR-CODIGO
011791         MOVE EMPRESA        TO PR-EMPRESA
011800         MOVE WS-DIFERENCA   TO PR-BRUTO
011810         MOVE ZERO           TO PR-HORAS-EXTRAS
011820         MOVE ZERO           TO PR-DESC-INSS
011830         MOVE ZERO           TO PR-DESC-IRRF
011840         MOVE ZERO           TO PR-DESC-EMPRESTIMO
011850         MOVE ZERO           TO PR-DESC-BENEFICIO
011860         MOVE ZERO           TO PR-TOTAL-DESCONTOS
011870         MOVE WS-DIFERENCA   TO PR-LIQUIDO
011880         MOVE MOEDA-COD      TO PR-MOEDA
011890         MOVE ZERO           TO PR-DESC-PENSAO
011900         MOVE ZERO           TO PR-SAL-FAMILIA
011910         MOVE ZERO           TO PR-ADIC-NOTURNO
011920         MOVE ZERO           TO PR-COMISSAO
011930         MOVE ZERO           TO PR-DESC-ESTORNO-COM
011931         MOVE ZERO           TO PR-DESC-SINDICAL
011932         MOVE ZERO           TO PR-ADIC-RISCO
011933         MOVE ZERO           TO PR-DSR-VARIAVEL
011934         MOVE ZERO           TO PR-DSR-PERDIDO
011940         WRITE PAYREG-REC
011950         ADD 1 TO WS-QTD-A-PAGAR
011960         ADD WS-DIFERENCA TO WS-TOT-A-PAGAR
011970     END-IF.
011980     IF WS-DIFERENCA < ZERO
011990         ADD 1 TO WS-QTD-A-RECUPERAR
012000         SUBTRACT WS-DIFERENCA FROM WS-TOT-A-RECUPERAR
012010     END-IF.

012020     MOVE WS-OR-LIQUIDO TO WS-VALOR-ED.
012030     MOVE WS-CO-LIQUIDO TO WS-CORR-ED.
012040     MOVE WS-DIFERENCA  TO WS-DIF-ED.
012042     IF NOT WS-VIS-INTEGRAL
012044         MOVE ALL "*" TO WS-VALOR-ED-X WS-CORR-ED-X WS-DIF-ED-X
012046     END-IF.
012050     MOVE SPACES TO WS-LINHA-REL.
012060     MOVE CODIGO        TO WS-LINHA-REL(1:6).
012070     MOVE NOME(1:20)    TO WS-LINHA-REL(9:20).
012080     MOVE WS-VALOR-ED   TO WS-LINHA-REL(31:14).
012090     MOVE WS-CORR-ED    TO WS-LINHA-REL(46:14).
012100     MOVE WS-DIF-ED     TO WS-LINHA-REL(61:15).
012110     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
012120         WS-COLUNAS-REL WS-LINHA-REL.
012130 2900-GRAVAR-REGISTRO-EXIT.
012140     EXIT.

012150*----------------------------------------------------------------
012160* 8000-FINALIZAR - REGISTER TRAILER, PRINTED TOTALS, CONTROL
012170*                  COUNTS AND THE AUDIT ROW
012180*----------------------------------------------------------------
012190 8000-FINALIZAR.
012200     MOVE SPACES TO PAYREG-REC.
012210     SET PR-TRAILER TO TRUE.
012220     MOVE WS-COMPETENCIA   TO PR-PERIODO.
012230     MOVE WS-QTD-A-PAGAR   TO PR-CODIGO.
012240     MOVE WS-TOT-A-PAGAR   TO PR-BRUTO.
012250     MOVE ZERO             TO PR-HORAS-EXTRAS.
012260     MOVE ZERO             TO PR-DESC-INSS.
012270     MOVE ZERO             TO PR-DESC-IRRF.
012280     MOVE ZERO             TO PR-DESC-EMPRESTIMO.
012290     MOVE ZERO             TO PR-DESC-BENEFICIO.
012300     MOVE ZERO             TO PR-TOTAL-DESCONTOS.
012310     MOVE WS-TOT-A-PAGAR   TO PR-LIQUIDO.
012320     MOVE SPACES           TO PR-MOEDA.
012330     MOVE ZERO             TO PR-DESC-PENSAO.
012340     MOVE ZERO             TO PR-SAL-FAMILIA.
012350     MOVE ZERO             TO PR-ADIC-NOTURNO.
012360     MOVE ZERO             TO PR-COMISSAO.
012370     MOVE ZERO             TO PR-DESC-ESTORNO-COM.
012371     MOVE ZERO             TO PR-DESC-SINDICAL.
012372     MOVE ZERO             TO PR-ADIC-RISCO.
012373     MOVE ZERO             TO PR-DSR-VARIAVEL.
012374     MOVE ZERO             TO PR-DSR-PERDIDO.
012380     WRITE PAYREG-REC.

012390     MOVE "T" TO WS-FUNCAO-REL.
012400     MOVE WS-TOT-A-PAGAR TO WS-TOTAL-ED.
012402     IF NOT WS-VIS-INTEGRAL
012404         MOVE ALL "*" TO WS-TOTAL-ED-X
012406     END-IF.
012410     MOVE SPACES TO WS-LINHA-REL.
012420     STRING "TOTAL A PAGAR PELA REMESSA DE CORRECAO : "
012430         WS-TOTAL-ED DELIMITED BY SIZE INTO WS-LINHA-REL.
012440     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
012450         WS-COLUNAS-REL WS-LINHA-REL.
012460     MOVE WS-TOT-A-RECUPERAR TO WS-TOTAL-ED.
012462     IF NOT WS-VIS-INTEGRAL
012464         MOVE ALL "*" TO WS-TOTAL-ED-X
012466     END-IF.
012470     MOVE SPACES TO WS-LINHA-REL.
012480     STRING "TOTAL A DESCONTAR NA PROXIMA FOLHA .... : "
012490         WS-TOTAL-ED DELIMITED BY SIZE INTO WS-LINHA-REL.
012500     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
012510         WS-COLUNAS-REL WS-LINHA-REL.
012520     MOVE "F" TO WS-FUNCAO-REL.
012530     MOVE SPACES TO WS-LINHA-REL.
012540     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
012550         WS-COLUNAS-REL WS-LINHA-REL.

012560     DISPLAY "PROG176: COMPETENCIA CORRIGIDA ........ : "
012570         WS-COMPETENCIA.
012580     DISPLAY "PROG176: HOLERITES CORRIGIDOS ......... : "
012590         WS-QTD-CORRIGIDOS.
012600     DISPLAY "PROG176: COM DIFERENCA A PAGAR ........ : "
012610         WS-QTD-A-PAGAR.
012620     DISPLAY "PROG176: COM DIFERENCA A DESCONTAR .... : "
012630         WS-QTD-A-RECUPERAR.
012640     IF WS-QTD-RECUSADOS > ZERO
012650         DISPLAY "PROG176: CODIGOS RECUSADOS ............ : "
012660             WS-QTD-RECUSADOS
012670     END-IF.
012680     IF WS-QTD-SEM-MAPA > ZERO
012690         DISPLAY "PROG176: LINHAS CONTABEIS SEM MAPA .... : "
012700             WS-QTD-SEM-MAPA
012710     END-IF.
012720     MOVE WS-TOT-A-PAGAR TO WS-TOTAL-ED.
012730     DISPLAY "PROG176: TOTAL DO REGISTRO SUPLEMENTAR  : "
012740         WS-TOTAL-ED.

012750     CLOSE EMPLOYEE-MASTER PAYSLIP-HISTORY YTD-FILE
012760         CORRECTION-FILE GL-INTERFACE SUPPLEMENTARY-REGISTER
012770         PAYSLIP-PRINT.
012780     IF WS-ALLOC-PRESENTE
012790         CLOSE ALLOCATION-FILE
012800     END-IF.

012810     MOVE WS-QTD-CORRIGIDOS TO WS-QTD-CORRIGIDOS-ED.
012820     MOVE SPACES TO WS-DESCRICAO-AUD.
012830     STRING "CORRECAO FORA DE CICLO " WS-COMPETENCIA " - "
012840         WS-QTD-CORRIGIDOS-ED " HOLERITE(S) APROV "
012850         WS-CODIGO-APROV
012860         DELIMITED BY SIZE INTO WS-DESCRICAO-AUD.
012870     CALL "PROG22" USING "PROG176 " WS-DESCRICAO-AUD.
012880 8000-FINALIZAR-EXIT.
012890     EXIT.

012900 9999-EXIT.
012910     STOP RUN.
