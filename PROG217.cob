001000******************************************************************
001010* PROGRAM-ID: PROG217
001020* AUTHOR:      R. ALMEIDA - APPLICATIONS
001030* INSTALLATION: FOLHA DE PAGAMENTO / RECURSOS HUMANOS
001040* DATE-WRITTEN: 2026-10-12
001050* DATE-COMPILED:
001060* PURPOSE:     PAYROLL INTERFACE TIE-OUT FOR A PAY PERIOD. EACH
001070*              OUTPUT OF THE PROG42 RUN IS BALANCED ONLY AGAINST
001080*              ITSELF; THIS PROGRAM PROVES THEY AGREE WITH THE
001090*              REGISTER (PAYREG) AND WITH EACH OTHER:
001100*                1 REGISTER NET PLUS THE PENSAO PAID TO THE
001110*                  BENEFICIARIES = THE CNAB240 REMITTANCE (PROG62,
001120*                  AS REGISTERED ON XMITFILE);
001130*                2 REGISTER GROSS = THE PROG42 GL DEBITS ON THE
001140*                  ACCOUNT "DESPESA-SAL" RESOLVES TO (PROG138);
001150*                3 REGISTER DEDUCTIONS = THE PROG42 GL CREDITS ON
001160*                  THE ACCOUNTS OF THE RETENTION EVENTS;
001170*                4 REGISTER GROSS (ESTAGIARIOS LEFT OUT - NO FGTS)
001180*                  = THE FGTS BASE ON THE PROG95 REMESSA;
001190*                5 REGISTER GROSS = THE PROG96 REMUNERATION EVENTS
001200*                  PLUS THE DISSIDIO DIFFERENCES THE PERIOD PAID,
001210*                  WHICH PROG96 REPORTS UNDER THEIR OWN MONTHS;
001220*                6 THE CNAB240 REMITTANCE = THE CREDITS THE BANK
001230*                  RETURN (PROG140) SETTLED PLUS THOSE IT
001240*                  REJECTED.
001250*              THE CHECKS PRINT THROUGH PROG68 AND THE RESULT IS
001260*              KEPT ON CONCFILE (COPYBOOK CONCREC), WHICH THE
001270*              PROG43 CLOSE READS. DIFFERENCES GO TO THE SHARED
001280*              EXCEPTIONS FILE AND MAY BE SENT FOR A SUPERVISOR'S
001290*              ACCEPTANCE THROUGH THE PROG209 APPROVALS SERVICE;
001300*              AN ACCEPTANCE DECIDED IN THE PROG210 INBOX IS TAKEN
001310*              UP ON THE NEXT RUN, AND ONLY WHILE THE DIFFERENCES
001320*              ARE STILL THE ONES THE SUPERVISOR SAW. RETURN-CODE
001330*              4 WHILE DIFFERENCES STAND UNACCEPTED.
001340* ----------------------------------------------------------------
001350* MODIFICATION HISTORY
001360* DATE       INIT DESCRIPTION
001370* 2026-10-12 RA   INITIAL VERSION
001371* 2026-10-15 RA   THE CNAB AND FGTS SIDES NOW ADD UP THE
001372*                 REMITTANCE OF EVERY COMPANY ON CIAFILE
001373*                 (PROG220), EACH UNDER ITS OWN DATASET NAME,
001374*                 SINCE THE REGISTER CARRIES THEM ALL.
001375* 2026-10-15 RA   THE GL AND EVENT SIDES LIKEWISE READ THE GL
001376*                 INTERFACE AND THE EVENT FILE OF EVERY COMPANY,
001377*                 NOW THAT PROG42 AND PROG96 CUT THEM PER COMPANY.
001380******************************************************************
001390 IDENTIFICATION DIVISION.
001400 PROGRAM-ID. PROG217.

001410 ENVIRONMENT DIVISION.
001420 INPUT-OUTPUT SECTION.
001430 FILE-CONTROL.
001440     SELECT PAYROLL-REGISTER ASSIGN TO "PAYREG"
001450         ORGANIZATION IS LINE SEQUENTIAL
001460         FILE STATUS IS FS-PAYREG.

001470     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
001480         ORGANIZATION IS INDEXED
001490         ACCESS MODE IS DYNAMIC
001500         RECORD KEY IS CODIGO
001510         ALTERNATE RECORD KEY IS NOME
001520             WITH DUPLICATES
001530         FILE STATUS IS FS-EMPMAST.

001540     SELECT TRANSMISSION-FILE ASSIGN TO "XMITFILE"
001550         ORGANIZATION IS INDEXED
001560         ACCESS MODE IS DYNAMIC
001570         RECORD KEY IS XM-CHAVE
001580         FILE STATUS IS FS-XMITFILE.

001590     SELECT GL-INTERFACE ASSIGN TO DYNAMIC WS-NOME-GL
001600         ORGANIZATION IS LINE SEQUENTIAL
001610         FILE STATUS IS FS-GLFILE.

001620     SELECT FGTS-REMESSA ASSIGN TO DYNAMIC WS-NOME-FGTS
001630         ORGANIZATION IS LINE SEQUENTIAL
001640         FILE STATUS IS FS-FGTSREM.

001650     SELECT EVENT-FILE ASSIGN TO DYNAMIC WS-NOME-EVENTOS
001660         ORGANIZATION IS INDEXED
001670         ACCESS MODE IS DYNAMIC
001680         RECORD KEY IS ES-CHAVE
001690         FILE STATUS IS FS-ESOCFILE.

001700     SELECT DIFFERENCE-FILE ASSIGN TO "DISSFILE"
001710         ORGANIZATION IS INDEXED
001720         ACCESS MODE IS DYNAMIC
001730         RECORD KEY IS DS-CHAVE
001740         FILE STATUS IS FS-DISSFILE.

001750     SELECT SETTLEMENT-FILE ASSIGN TO "LIQFILE"
001760         ORGANIZATION IS INDEXED
001770         ACCESS MODE IS DYNAMIC
001780         RECORD KEY IS LQ-CHAVE
001790         FILE STATUS IS FS-LIQFILE.

001800     SELECT TIE-OUT-FILE ASSIGN TO "CONCFILE"
001810         ORGANIZATION IS INDEXED
001820         ACCESS MODE IS DYNAMIC
001830         RECORD KEY IS CC-PERIODO
001840         FILE STATUS IS FS-CONCFILE.

001850     SELECT EXCEPTION-FILE ASSIGN TO "EXCPFILE"
001860         ORGANIZATION IS LINE SEQUENTIAL
001870         FILE STATUS IS FS-EXCPFILE.

001880 DATA DIVISION.
001890 FILE SECTION.
001900 FD  PAYROLL-REGISTER.
001910 COPY PAYREGRC.

001920 FD  EMPLOYEE-MASTER.
001930 COPY EMPREC.

001940 FD  TRANSMISSION-FILE.
001950 COPY XMITREC.

001960 FD  GL-INTERFACE.
001970 COPY GLREC.

001980 FD  FGTS-REMESSA.
001990 01  REMESSA-FGTS-REC.
002000     05  RF-TIPO                 PIC X(01).
002010         88  RF-CABECALHO        VALUE "H".
002020         88  RF-DETALHE          VALUE "D".
002030         88  RF-TRAILER          VALUE "T".
002040     05  RF-PERIODO              PIC 9(06).
002050     05  RF-CODIGO               PIC 9(06).
002060     05  RF-BRUTO                PIC 9(09)V9(02).
002070     05  RF-DEPOSITO             PIC 9(09)V9(02).
002080     05  FILLER                  PIC X(10).

002090 FD  EVENT-FILE.
002100 COPY ESOCREC.

002110 FD  DIFFERENCE-FILE.
002120 COPY DISSREC.

002130 FD  SETTLEMENT-FILE.
002140 COPY LIQREC.

002150 FD  TIE-OUT-FILE.
002160 COPY CONCREC.

002170 FD  EXCEPTION-FILE.
002180 COPY EXCPREC.

002190 WORKING-STORAGE SECTION.
002200 01  FS-PAYREG                   PIC X(02).
002210     88  FS-PAYREG-OK            VALUE "00".
002220     88  FS-PAYREG-EOF           VALUE "10".

002230 01  FS-EMPMAST                  PIC X(02).
002240     88  FS-EMPMAST-OK           VALUE "00".
002250 01  WS-EMP-SW                   PIC X(01) VALUE "N".
002260     88  WS-EMP-PRESENTE         VALUE "Y".

002270 01  FS-XMITFILE                 PIC X(02).
002280     88  FS-XMITFILE-OK          VALUE "00".

002290 01  FS-GLFILE                   PIC X(02).
002300     88  FS-GLFILE-OK            VALUE "00".
002310     88  FS-GLFILE-EOF           VALUE "10".

002320 01  FS-FGTSREM                  PIC X(02).
002330     88  FS-FGTSREM-OK           VALUE "00".
002340     88  FS-FGTSREM-EOF          VALUE "10".

002350 01  FS-ESOCFILE                 PIC X(02).
002360     88  FS-ESOCFILE-OK          VALUE "00".
002370     88  FS-ESOCFILE-EOF         VALUE "10".

002380 01  FS-DISSFILE                 PIC X(02).
002390     88  FS-DISSFILE-OK          VALUE "00".
002400     88  FS-DISSFILE-EOF         VALUE "10".

002410 01  FS-LIQFILE                  PIC X(02).
002420     88  FS-LIQFILE-OK           VALUE "00".
002430     88  FS-LIQFILE-EOF          VALUE "10".

002440 01  FS-CONCFILE                 PIC X(02).
002450     88  FS-CONCFILE-OK          VALUE "00".

002460 01  FS-EXCPFILE                 PIC X(02).
002470     88  FS-EXCPFILE-OK          VALUE "00".

002480 01  WS-MENSAGEM                 PIC X(40).
002490 01  WS-VALOR-ENT                PIC 9(09).
002500 01  WS-LIMITE-MIN               PIC 9(09).
002510 01  WS-LIMITE-MAX               PIC 9(09).
002520 01  WS-PERIODO-APURADO          PIC 9(06).
002530 01  WS-DATA-ATUAL               PIC 9(08).

002540* WHAT THE REGISTER SAYS FOR THE PERIOD (DETAIL ROWS)
002550 01  WS-REGISTRO.
002560     05  WS-REG-QTD              PIC 9(06) COMP VALUE ZERO.
002570     05  WS-REG-BRUTO            PIC 9(11)V9(02) VALUE ZERO.
002580     05  WS-REG-LIQUIDO          PIC 9(11)V9(02) VALUE ZERO.
002590     05  WS-REG-PENSAO           PIC 9(11)V9(02) VALUE ZERO.
002600     05  WS-REG-DESCONTOS        PIC 9(11)V9(02) VALUE ZERO.
002610     05  WS-REG-QTD-ESTAGIO      PIC 9(06) COMP VALUE ZERO.
002620     05  WS-REG-BRUTO-ESTAGIO    PIC 9(11)V9(02) VALUE ZERO.

002630* WHAT THE INTERFACES SAY
002640 01  WS-INTERFACES.
002650     05  WS-TEM-REMESSA-SW       PIC X(01) VALUE "N".
002660         88  WS-TEM-REMESSA      VALUE "Y".
002670     05  WS-TOTAL-REMESSA        PIC 9(13)V9(02) VALUE ZERO.
002680     05  WS-GL-DESPESA           PIC 9(13)V9(02) VALUE ZERO.
002690     05  WS-GL-RETENCOES         PIC 9(13)V9(02) VALUE ZERO.
002700     05  WS-QTD-LANCAMENTOS      PIC 9(07) COMP VALUE ZERO.
002710     05  WS-FGTS-BASE            PIC 9(13)V9(02) VALUE ZERO.
002720     05  WS-FGTS-QTD             PIC 9(06) COMP VALUE ZERO.
002730     05  WS-EVENTOS-VALOR        PIC 9(13)V9(02) VALUE ZERO.
002740     05  WS-EVENTOS-QTD          PIC 9(06) COMP VALUE ZERO.
002750     05  WS-DISSIDIO-VALOR       PIC 9(13)V9(02) VALUE ZERO.
002760     05  WS-LIQ-PAGO             PIC 9(13)V9(02) VALUE ZERO.
002770     05  WS-LIQ-REJEITADO        PIC 9(13)V9(02) VALUE ZERO.
002780     05  WS-LIQ-QTD-PAGOS        PIC 9(06) COMP VALUE ZERO.
002790     05  WS-LIQ-QTD-REJEITADOS   PIC 9(06) COMP VALUE ZERO.

002800* THE SIX CHECKS, IN REPORT ORDER - PAYROLL SIDE, INTERFACE SIDE
002810 01  WS-TABELA-ROTULOS.
002820     05  FILLER                  PIC X(30)
002830         VALUE "LIQUIDO + PENSAO X CNAB240".
002840     05  FILLER                  PIC X(30)
002850         VALUE "BRUTO X GL DESPESA-SAL".
002860     05  FILLER                  PIC X(30)
002870         VALUE "DESCONTOS X GL RETENCOES".
002880     05  FILLER                  PIC X(30)
002890         VALUE "BRUTO S/ ESTAGIO X BASE FGTS".
002900     05  FILLER                  PIC X(30)
002910         VALUE "BRUTO X EVENTOS ESOCIAL".
002920     05  FILLER                  PIC X(30)
002930         VALUE "CNAB240 X PAGO + REJEITADO".
002940 01  WS-TABELA-ROTULOS-R REDEFINES WS-TABELA-ROTULOS.
002950     05  WS-ROTULO               PIC X(30) OCCURS 6 TIMES.

002960 01  WS-CONFERENCIAS.
002970     05  WS-CONFERENCIA OCCURS 6 TIMES.
002980         10  WS-CONF-FOLHA       PIC S9(13)V9(02).
002990         10  WS-CONF-INTERFACE   PIC S9(13)V9(02).
003000 01  WS-DIFERENCAS.
003010     05  WS-DIFERENCA            PIC S9(13)V9(02)
003020                                 OCCURS 6 TIMES.
003030 01  WS-IND-CONF                 PIC 9(02) COMP.
003040 01  WS-NUM-CONF                 PIC 9(01).
003050 01  WS-QTD-DIVERGENCIAS         PIC 9(01) VALUE ZERO.

003060* PROG42 RETENTION EVENTS - THEIR CREDITS ADD UP TO THE REGISTER'S
003070* TOTAL DEDUCTIONS
003080 01  WS-TABELA-RETENCOES.
003090     05  FILLER                  PIC X(12) VALUE "INSS-A-PAGAR".
003100     05  FILLER                  PIC X(12) VALUE "IRRF-A-PAGAR".
003110     05  FILLER                  PIC X(12) VALUE "EMPREST-RECB".
003120     05  FILLER                  PIC X(12) VALUE "BENEF-RESSAR".
003130     05  FILLER                  PIC X(12) VALUE "PENSAO-PAGAR".
003140     05  FILLER                  PIC X(12) VALUE "CONTRIB-SIND".
003150     05  FILLER                  PIC X(12) VALUE "COMISSAO-EST".
003160     05  FILLER                  PIC X(12) VALUE "ADIANT-SALAR".
003170     05  FILLER                  PIC X(12) VALUE "RECUP-FOLHA ".
003180 01  WS-TABELA-RETENCOES-R REDEFINES WS-TABELA-RETENCOES.
003190     05  WS-EVENTO-RETENCAO      PIC X(12) OCCURS 9 TIMES.
003200 01  WS-CONTAS-RETENCAO.
003210     05  WS-CONTA-RETENCAO       PIC X(12) OCCURS 9 TIMES.
003220 01  WS-IND-RET                  PIC 9(02) COMP.
003230 01  WS-CONTA-DESPESA            PIC X(12).
003240 01  WS-RETENCAO-SW              PIC X(01).
003250     88  WS-E-RETENCAO           VALUE "Y".

003251* EVERY COMPANY'S REMITTANCE, WALKED THROUGH PROG220
003252 01  WS-EMPRESA-APURADA          PIC X(03).
003253 01  WS-NOME-FGTS                PIC X(08).
003254 01  WS-NOME-GL                  PIC X(08).
003255 01  WS-NOME-EVENTOS             PIC X(08).
003256 01  WS-FIM-EMPRESAS-SW          PIC X(01).
003257     88  WS-FIM-EMPRESAS         VALUE "Y".
003258 01  WS-CHAMADA-EMPRESA.
003259     05  WS-CIA-FUNCAO           PIC X(01).
003260     05  WS-CIA-EMPRESA          PIC X(03).
003261     05  WS-CIA-ARQUIVO          PIC X(08).
003262     05  WS-CIA-STATUS           PIC X(01).
003263         88  WS-CIA-OK           VALUE "1".
003264 COPY CIAREC.

003265 01  WS-CHAMADA-MAPA.
003270     05  WS-MAPA-EVENTO          PIC X(12).
003280     05  WS-MAPA-DEPARTAMENTO    PIC X(10).
003290     05  WS-MAPA-DEBITO          PIC X(12).
003300     05  WS-MAPA-CREDITO         PIC X(12).
003310     05  WS-MAPA-CENTRO          PIC X(10).
003320     05  WS-MAPA-STATUS          PIC X(01).
003330         88  WS-MAPEADO          VALUE "1".
003340         88  WS-SEM-MAPA         VALUE "2".
003350         88  WS-SEM-TABELA       VALUE "3".

003360* RESULT ON CONCFILE BEFORE THIS RUN
003370 01  WS-ANTERIOR.
003380     05  WS-ANT-EXISTE-SW        PIC X(01).
003390         88  WS-ANT-EXISTE       VALUE "Y".
003400     05  WS-ANT-SITUACAO         PIC X(01).
003410         88  WS-ANT-AGUARDANDO   VALUE "P".
003420         88  WS-ANT-ACEITA       VALUE "A".
003430     05  WS-ANT-DIFERENCAS       PIC X(90).
003440     05  WS-ANT-APROVADOR        PIC X(06).
003450     05  WS-ANT-DATA-ACEITE      PIC 9(08).

003460 01  WS-SOLICITAR-SW             PIC X(01).
003470     88  WS-SOLICITAR            VALUE "S" "s".

003480* PROG209 PENDING-APPROVALS CALL - THE PERIOD TRAVELS IN THE CODE,
003490* THE DIFFERENCES THE SUPERVISOR IS ASKED TO ACCEPT IN THE DATA
003500 01  WS-CHAMADA-APROVACAO.
003510     05  WS-APV-FUNCAO           PIC X(01).
003520     05  WS-APV-PROGRAMA         PIC X(08) VALUE "PROG217 ".
003530     05  WS-APV-CODIGO           PIC 9(06).
003540     05  WS-APV-DESCRICAO        PIC X(60).
003550     05  WS-APV-DADOS            PIC X(200).
003560     05  WS-APV-ACEITE REDEFINES WS-APV-DADOS.
003570         10  WS-APV-DIFERENCAS   PIC X(90).
003580         10  FILLER              PIC X(110).
003590     05  WS-APV-APROVADOR        PIC X(06).
003600     05  WS-APV-STATUS           PIC X(01).
003610         88  WS-APV-OK           VALUE "1".

003620 01  WS-FOLHA-ED                 PIC -ZZZ,ZZZ,ZZ9.99.
003630 01  WS-INTERFACE-ED             PIC -ZZZ,ZZZ,ZZ9.99.
003640 01  WS-DIFERENCA-ED             PIC -ZZZ,ZZZ,ZZ9.99.
003650 01  WS-QTD-ED                   PIC ZZZ,ZZ9.
003660 01  WS-QTD2-ED                  PIC ZZZ,ZZ9.

003670 01  WS-CABECALHO.
003680     05  FILLER                  PIC X(34) VALUE "  CONFERENCIA".
003690     05  FILLER                  PIC X(14) VALUE "FOLHA".
003700     05  FILLER                  PIC X(16) VALUE "INTERFACE".
003710     05  FILLER                  PIC X(16) VALUE "DIFERENCA".

003720 01  WS-LINHA-REL                PIC X(80).
003730 01  WS-FUNCAO-REL               PIC X(01).
003740 01  WS-TITULO-REL               PIC X(60).
003750 01  WS-COLUNAS-REL              PIC X(80).

003760 01  WS-DESCRICAO-AUD            PIC X(60).

003770 PROCEDURE DIVISION.

003780*----------------------------------------------------------------
003790* 0000-MAINLINE
003800*----------------------------------------------------------------
003810 0000-MAINLINE.
003820     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
003830     PERFORM 1500-APLICAR-ACEITES THRU 1500-APLICAR-ACEITES-EXIT.

003840     PERFORM 2000-APURAR-REGISTRO THRU 2000-APURAR-REGISTRO-EXIT.
003850     PERFORM 3000-APURAR-REMESSA THRU 3000-APURAR-REMESSA-EXIT.
003860     PERFORM 3100-APURAR-CONTABIL THRU 3100-APURAR-CONTABIL-EXIT.
003870     PERFORM 3200-APURAR-FGTS THRU 3200-APURAR-FGTS-EXIT.
003880     PERFORM 3300-APURAR-EVENTOS THRU 3300-APURAR-EVENTOS-EXIT.
003890     PERFORM 3400-APURAR-LIQUIDACAO
003900         THRU 3400-APURAR-LIQUIDACAO-EXIT.

003910     PERFORM 4000-CONFERIR THRU 4000-CONFERIR-EXIT.
003920     PERFORM 5000-IMPRIMIR THRU 5000-IMPRIMIR-EXIT.
003930     PERFORM 6000-GRAVAR-RESULTADO
003940         THRU 6000-GRAVAR-RESULTADO-EXIT.
003950     PERFORM 8000-FINALIZAR THRU 8000-FINALIZAR-EXIT.
003960     GO TO 9999-EXIT.

003970*----------------------------------------------------------------
003980* 1000-INICIALIZAR - PERIOD AND THE RESULT FILE, BOOTSTRAPPED THE
003990*                     USUAL WAY
004000*----------------------------------------------------------------
004010 1000-INICIALIZAR.
004020     ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.

004030     MOVE "PERIODO DA FOLHA (AAAAMM)" TO WS-MENSAGEM.
004040     MOVE 190001 TO WS-LIMITE-MIN.
004050     MOVE 999912 TO WS-LIMITE-MAX.
004060     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
004070         WS-LIMITE-MIN WS-LIMITE-MAX.
004080     MOVE WS-VALOR-ENT TO WS-PERIODO-APURADO.

004090     OPEN I-O TIE-OUT-FILE.
004100     IF NOT FS-CONCFILE-OK
004110         OPEN OUTPUT TIE-OUT-FILE
004120         CLOSE TIE-OUT-FILE
004130         OPEN I-O TIE-OUT-FILE
004140     END-IF.
004150     IF NOT FS-CONCFILE-OK
004160         DISPLAY "PROG217: ERRO AO ABRIR TIE-OUT-FILE "
004170             FS-CONCFILE
004180         MOVE 8 TO RETURN-CODE
004190         GO TO 9999-EXIT
004200     END-IF.
004210 1000-INICIALIZAR-EXIT.
004220     EXIT.

004230*----------------------------------------------------------------
004240* 1500-APLICAR-ACEITES - EVERY ACCEPTANCE A SUPERVISOR APPROVED IN
004250*                         THE PROG210 INBOX IS TAKEN UP, IF THE
004260*                         PERIOD STILL HAS THE SAME DIFFERENCES
004270*----------------------------------------------------------------
004280 1500-APLICAR-ACEITES.
004290     MOVE "P" TO WS-APV-FUNCAO.
004300     CALL "PROG209" USING WS-APV-FUNCAO WS-APV-PROGRAMA
004310         WS-APV-CODIGO WS-APV-DESCRICAO WS-APV-DADOS
004320         WS-APV-APROVADOR WS-APV-STATUS.
004330     IF NOT WS-APV-OK
004340         GO TO 1500-APLICAR-ACEITES-EXIT
004350     END-IF.

004360     PERFORM 1600-ACEITAR-DIFERENCAS
004370         THRU 1600-ACEITAR-DIFERENCAS-EXIT.
004380     CALL "PROG209" USING WS-APV-FUNCAO WS-APV-PROGRAMA
004390         WS-APV-CODIGO WS-APV-DESCRICAO WS-APV-DADOS
004400         WS-APV-APROVADOR WS-APV-STATUS.
004410     GO TO 1500-APLICAR-ACEITES.
004420 1500-APLICAR-ACEITES-EXIT.
004430     EXIT.

004440 1600-ACEITAR-DIFERENCAS.
004450     MOVE "N" TO WS-APV-FUNCAO.
004460     MOVE WS-APV-CODIGO TO CC-PERIODO.
004470     READ TIE-OUT-FILE
004480         INVALID KEY
004490             MOVE "PERIODO SEM CONCILIACAO" TO WS-APV-DESCRICAO
004500             GO TO 1600-ACEITAR-DIFERENCAS-EXIT
004510     END-READ.
004520     IF NOT CC-AGUARDANDO
004530         MOVE "CONCILIACAO REFEITA APOS O PEDIDO"
004540             TO WS-APV-DESCRICAO
004550         DISPLAY "PROG217: ACEITE DO PERIODO " CC-PERIODO
004560             " IGNORADO - CONCILIACAO REFEITA APOS O PEDIDO"
004570         GO TO 1600-ACEITAR-DIFERENCAS-EXIT
004580     END-IF.
004590     IF CC-DIFERENCAS NOT = WS-APV-DIFERENCAS
004600         MOVE "DIFERENCAS MUDARAM APOS O PEDIDO"
004610             TO WS-APV-DESCRICAO
004620         DISPLAY "PROG217: ACEITE DO PERIODO " CC-PERIODO
004630             " IGNORADO - AS DIFERENCAS MUDARAM"
004640         GO TO 1600-ACEITAR-DIFERENCAS-EXIT
004650     END-IF.

004660     SET CC-ACEITA TO TRUE.
004670     MOVE WS-APV-APROVADOR TO CC-APROVADOR.
004680     MOVE WS-DATA-ATUAL    TO CC-DATA-ACEITE.
004690     REWRITE CONCILIACAO-REC.
004700     IF NOT FS-CONCFILE-OK
004710         MOVE "CONCFILE RECUSOU O ACEITE" TO WS-APV-DESCRICAO
004720         GO TO 1600-ACEITAR-DIFERENCAS-EXIT
004730     END-IF.
004740     MOVE "E" TO WS-APV-FUNCAO.
004750     DISPLAY "PROG217: DIFERENCAS DO PERIODO " CC-PERIODO
004760         " ACEITAS POR " CC-APROVADOR.

004770     MOVE SPACES TO WS-DESCRICAO-AUD.
004780     STRING "ACEITE DA CONCILIACAO " CC-PERIODO " APROVADOR "
004790         CC-APROVADOR
004800         DELIMITED BY SIZE INTO WS-DESCRICAO-AUD.
004810     CALL "PROG22" USING "PROG217 " WS-DESCRICAO-AUD.
004820 1600-ACEITAR-DIFERENCAS-EXIT.
004830     EXIT.

004840*----------------------------------------------------------------
004850* 2000-APURAR-REGISTRO - THE PERIOD'S DETAIL ROWS; THE GROSS OF AN
004860*                         ESTAGIARIO IS ALSO KEPT APART, AS PROG95
004870*                         DEPOSITS NO FGTS ON IT
004880*----------------------------------------------------------------
004890 2000-APURAR-REGISTRO.
004900     OPEN INPUT PAYROLL-REGISTER.
004910     IF NOT FS-PAYREG-OK
004920         DISPLAY "PROG217: REGISTRO DA FOLHA (PAYREG) "
004930             "INDISPONIVEL - " FS-PAYREG
004940         GO TO 2000-APURAR-REGISTRO-EXIT
004950     END-IF.

004960     OPEN INPUT EMPLOYEE-MASTER.
004970     IF FS-EMPMAST-OK
004980         SET WS-EMP-PRESENTE TO TRUE
004990     END-IF.

005000     PERFORM 2100-LER-REGISTRO THRU 2100-LER-REGISTRO-EXIT
005010         UNTIL FS-PAYREG-EOF.
005020     CLOSE PAYROLL-REGISTER.
005030     IF WS-EMP-PRESENTE
005040         CLOSE EMPLOYEE-MASTER
005050     END-IF.

005060     IF WS-REG-QTD = ZERO
005070         DISPLAY "PROG217: REGISTRO SEM LINHAS DO PERIODO "
005080             WS-PERIODO-APURADO
005090     END-IF.
005100 2000-APURAR-REGISTRO-EXIT.
005110     EXIT.

005120 2100-LER-REGISTRO.
005130     READ PAYROLL-REGISTER
005140         AT END
005150             SET FS-PAYREG-EOF TO TRUE
005160             GO TO 2100-LER-REGISTRO-EXIT
005170     END-READ.
005180     IF NOT PR-DETALHE
005190         OR PR-PERIODO NOT = WS-PERIODO-APURADO
005200         GO TO 2100-LER-REGISTRO-EXIT
005210     END-IF.

005220     ADD 1                  TO WS-REG-QTD.
005230     ADD PR-BRUTO           TO WS-REG-BRUTO.
005240     ADD PR-LIQUIDO         TO WS-REG-LIQUIDO.
005250     ADD PR-DESC-PENSAO     TO WS-REG-PENSAO.
005260     ADD PR-TOTAL-DESCONTOS TO WS-REG-DESCONTOS.

005270     IF NOT WS-EMP-PRESENTE
005280         GO TO 2100-LER-REGISTRO-EXIT
005290     END-IF.
005300     MOVE PR-CODIGO TO CODIGO.
005310     READ EMPLOYEE-MASTER
005320         INVALID KEY
005330             GO TO 2100-LER-REGISTRO-EXIT
005340     END-READ.
005350     IF EMP-ESTAGIARIO
005360         ADD 1        TO WS-REG-QTD-ESTAGIO
005370         ADD PR-BRUTO TO WS-REG-BRUTO-ESTAGIO
005380     END-IF.
005390 2100-LER-REGISTRO-EXIT.
005400     EXIT.

005410*----------------------------------------------------------------
005420* 3000-APURAR-REMESSA - THE CNAB240 TOTAL PROG62 REGISTERED ON THE
005430*                        TRANSMISSION CONTROL FOR THE PERIOD (NET
005440*                        CREDITS PLUS THE PENSAO CREDITS), ONE
005441*                        REMITTANCE PER COMPANY
005450*----------------------------------------------------------------
005460 3000-APURAR-REMESSA.
005470     OPEN INPUT TRANSMISSION-FILE.
005480     IF NOT FS-XMITFILE-OK
005490         DISPLAY "PROG217: CONTROLE DE TRANSMISSOES (XMITFILE) "
005500             "INDISPONIVEL - REMESSA CNAB ZERO"
005510         GO TO 3000-APURAR-REMESSA-EXIT
005520     END-IF.

005521     MOVE SPACES TO WS-EMPRESA-APURADA.
005522     MOVE "N" TO WS-FIM-EMPRESAS-SW.
005523     PERFORM 3010-REMESSA-EMPRESA THRU 3010-REMESSA-EMPRESA-EXIT
005524         UNTIL WS-FIM-EMPRESAS.
005630     CLOSE TRANSMISSION-FILE.
005640 3000-APURAR-REMESSA-EXIT.
005650     EXIT.

005651 3010-REMESSA-EMPRESA.
005652     PERFORM 3900-PROXIMA-EMPRESA THRU 3900-PROXIMA-EMPRESA-EXIT.
005653     IF WS-FIM-EMPRESAS
005654         GO TO 3010-REMESSA-EMPRESA-EXIT
005655     END-IF.
005656     MOVE "N" TO WS-CIA-FUNCAO.
005657     MOVE WS-EMPRESA-APURADA TO WS-CIA-EMPRESA.
005658     MOVE "CNAB240 " TO WS-CIA-ARQUIVO.
005659     CALL "PROG220" USING WS-CIA-FUNCAO WS-CIA-EMPRESA
005660         WS-CIA-ARQUIVO COMPANHIA-REC WS-CIA-STATUS.
005661     MOVE WS-CIA-ARQUIVO     TO XM-ARQUIVO.
005662     MOVE WS-PERIODO-APURADO TO XM-PERIODO.
005663     READ TRANSMISSION-FILE
005664         INVALID KEY
005665             DISPLAY "PROG217: REMESSA " XM-ARQUIVO " DO "
005666                 "PERIODO NAO GERADA (PROG62)"
005667         NOT INVALID KEY
005668             SET WS-TEM-REMESSA TO TRUE
005669             ADD XM-VALOR-TOTAL TO WS-TOTAL-REMESSA
005670     END-READ.
005671 3010-REMESSA-EMPRESA-EXIT.
005672     EXIT.

005673*----------------------------------------------------------------
005674* 3100-APURAR-CONTABIL - THE PROG42 POSTINGS OF THE PERIOD, ON
005676*                         EVERY COMPANY'S GL INTERFACE: DEBITS
005680*                         ON THE SALARY-EXPENSE ACCOUNT, CREDITS
005690*                         ON THE RETENTION ACCOUNTS. EVENTS ARE
005700*                         RESOLVED THROUGH PROG138 UNDER THE
005710*                         DEFAULT (SPACES) DEPARTMENT, AS PROG160
005720*                         DOES; NO MAPPING TABLE KEEPS THE EVENT
005730*                         NAME
005740*----------------------------------------------------------------
005750 3100-APURAR-CONTABIL.
005760     MOVE SPACES         TO WS-MAPA-DEPARTAMENTO.
005770     MOVE "DESPESA-SAL " TO WS-MAPA-EVENTO.
005780     CALL "PROG138" USING WS-MAPA-EVENTO WS-MAPA-DEPARTAMENTO
005790         WS-MAPA-DEBITO WS-MAPA-CREDITO WS-MAPA-CENTRO
005800         WS-MAPA-STATUS.
005810     IF WS-MAPEADO
005820         MOVE WS-MAPA-DEBITO TO WS-CONTA-DESPESA
005830     ELSE
005840         MOVE WS-MAPA-EVENTO TO WS-CONTA-DESPESA
005850     END-IF.

005860     PERFORM 3110-RESOLVER-RETENCAO
005870         THRU 3110-RESOLVER-RETENCAO-EXIT
005880         VARYING WS-IND-RET FROM 1 BY 1
005890         UNTIL WS-IND-RET > 9.

005900     MOVE SPACES TO WS-EMPRESA-APURADA.
005910     MOVE "N" TO WS-FIM-EMPRESAS-SW.
005920     PERFORM 3105-CONTABIL-EMPRESA
005930         THRU 3105-CONTABIL-EMPRESA-EXIT
005940         UNTIL WS-FIM-EMPRESAS.
005990 3100-APURAR-CONTABIL-EXIT.
006000     EXIT.

006001 3105-CONTABIL-EMPRESA.
006002     PERFORM 3900-PROXIMA-EMPRESA THRU 3900-PROXIMA-EMPRESA-EXIT.
006003     IF WS-FIM-EMPRESAS
006004         GO TO 3105-CONTABIL-EMPRESA-EXIT
006005     END-IF.
006006     MOVE "N" TO WS-CIA-FUNCAO.
006007     MOVE WS-EMPRESA-APURADA TO WS-CIA-EMPRESA.
006008     MOVE "GLFILE  " TO WS-CIA-ARQUIVO.
006009     CALL "PROG220" USING WS-CIA-FUNCAO WS-CIA-EMPRESA
006010         WS-CIA-ARQUIVO COMPANHIA-REC WS-CIA-STATUS.
006011     MOVE WS-CIA-ARQUIVO TO WS-NOME-GL.
006012     OPEN INPUT GL-INTERFACE.
006013     IF NOT FS-GLFILE-OK
006014         DISPLAY "PROG217: SEM GL-INTERFACE " WS-NOME-GL " ("
006015             FS-GLFILE ") - FORA DOS LANCAMENTOS"
006016         GO TO 3105-CONTABIL-EMPRESA-EXIT
006017     END-IF.
006018     PERFORM 3120-LER-LANCAMENTO THRU 3120-LER-LANCAMENTO-EXIT
006019         UNTIL FS-GLFILE-EOF.
006020     CLOSE GL-INTERFACE.
006021 3105-CONTABIL-EMPRESA-EXIT.
006022     EXIT.

006023 3110-RESOLVER-RETENCAO.
006024     MOVE SPACES TO WS-MAPA-DEPARTAMENTO.
006030     MOVE WS-EVENTO-RETENCAO(WS-IND-RET) TO WS-MAPA-EVENTO.
006040     CALL "PROG138" USING WS-MAPA-EVENTO WS-MAPA-DEPARTAMENTO
006050         WS-MAPA-DEBITO WS-MAPA-CREDITO WS-MAPA-CENTRO
006060         WS-MAPA-STATUS.
006070     IF WS-MAPEADO
006080         MOVE WS-MAPA-CREDITO TO WS-CONTA-RETENCAO(WS-IND-RET)
006090     ELSE
006100         MOVE WS-MAPA-EVENTO  TO WS-CONTA-RETENCAO(WS-IND-RET)
006110     END-IF.
006120 3110-RESOLVER-RETENCAO-EXIT.
006130     EXIT.

006140 3120-LER-LANCAMENTO.
006150     READ GL-INTERFACE
006160         AT END
006170             SET FS-GLFILE-EOF TO TRUE
006180             GO TO 3120-LER-LANCAMENTO-EXIT
006190     END-READ.
006200     IF GL-PROGRAMA NOT = "PROG42  "
006210         OR GL-PERIODO NOT = WS-PERIODO-APURADO
006220         GO TO 3120-LER-LANCAMENTO-EXIT
006230     END-IF.

006240     ADD 1 TO WS-QTD-LANCAMENTOS.
006250     IF GL-DEBITO
006260         IF GL-CONTA = WS-CONTA-DESPESA
006270             ADD GL-VALOR TO WS-GL-DESPESA
006280         END-IF
006290         GO TO 3120-LER-LANCAMENTO-EXIT
006300     END-IF.

006310* TWO EVENTS SHARING AN ACCOUNT MUST NOT COUNT THE CREDIT TWICE -
006320* THE SEARCH STOPS ON THE FIRST MATCH
006330     MOVE "N" TO WS-RETENCAO-SW.
006340     PERFORM 3130-PROCURAR-CONTA THRU 3130-PROCURAR-CONTA-EXIT
006350         VARYING WS-IND-RET FROM 1 BY 1
006360         UNTIL WS-IND-RET > 9 OR WS-E-RETENCAO.
006370     IF WS-E-RETENCAO
006380         ADD GL-VALOR TO WS-GL-RETENCOES
006390     END-IF.
006400 3120-LER-LANCAMENTO-EXIT.
006410     EXIT.

006420 3130-PROCURAR-CONTA.
006430     IF GL-CONTA = WS-CONTA-RETENCAO(WS-IND-RET)
006440         SET WS-E-RETENCAO TO TRUE
006450     END-IF.
006460 3130-PROCURAR-CONTA-EXIT.
006470     EXIT.

006480*----------------------------------------------------------------
006490* 3200-APURAR-FGTS - THE GROSS ON THE PROG95 REMESSA DETAILS OF
006500*                     THE PERIOD (CORRECTIONS CARRY THEIR OWN
006510*                     COMPETENCE AND STAY OUT), OVER THE REMESSA
006511*                     OF EVERY COMPANY
006520*----------------------------------------------------------------
006530 3200-APURAR-FGTS.
006531     MOVE SPACES TO WS-EMPRESA-APURADA.
006532     MOVE "N" TO WS-FIM-EMPRESAS-SW.
006533     PERFORM 3205-FGTS-EMPRESA THRU 3205-FGTS-EMPRESA-EXIT
006534         UNTIL WS-FIM-EMPRESAS.
006630 3200-APURAR-FGTS-EXIT.
006640     EXIT.

006641 3205-FGTS-EMPRESA.
006642     PERFORM 3900-PROXIMA-EMPRESA THRU 3900-PROXIMA-EMPRESA-EXIT.
006643     IF WS-FIM-EMPRESAS
006644         GO TO 3205-FGTS-EMPRESA-EXIT
006645     END-IF.
006646     MOVE "N" TO WS-CIA-FUNCAO.
006647     MOVE WS-EMPRESA-APURADA TO WS-CIA-EMPRESA.
006648     MOVE "FGTSREM " TO WS-CIA-ARQUIVO.
006649     CALL "PROG220" USING WS-CIA-FUNCAO WS-CIA-EMPRESA
006650         WS-CIA-ARQUIVO COMPANHIA-REC WS-CIA-STATUS.
006651     MOVE WS-CIA-ARQUIVO TO WS-NOME-FGTS.
006652     OPEN INPUT FGTS-REMESSA.
006653     IF NOT FS-FGTSREM-OK
006654         DISPLAY "PROG217: REMESSA FGTS (" WS-NOME-FGTS
006655             ") INDISPONIVEL - FORA DA BASE FGTS"
006656         GO TO 3205-FGTS-EMPRESA-EXIT
006657     END-IF.
006658     PERFORM 3210-LER-FGTS THRU 3210-LER-FGTS-EXIT
006659         UNTIL FS-FGTSREM-EOF.
006660     CLOSE FGTS-REMESSA.
006661 3205-FGTS-EMPRESA-EXIT.
006662     EXIT.

006663 3210-LER-FGTS.
006664     READ FGTS-REMESSA
006670         AT END
006680             SET FS-FGTSREM-EOF TO TRUE
006690             GO TO 3210-LER-FGTS-EXIT
006700     END-READ.
006710     IF RF-DETALHE AND RF-PERIODO = WS-PERIODO-APURADO
006720         ADD 1        TO WS-FGTS-QTD
006730         ADD RF-BRUTO TO WS-FGTS-BASE
006740     END-IF.
006750 3210-LER-FGTS-EXIT.
006760     EXIT.

006761*----------------------------------------------------------------
006762* 3900-PROXIMA-EMPRESA - THE NEXT COMPANY ON CIAFILE AFTER
006763*                         WS-EMPRESA-APURADA (SPACES = THE FIRST);
006764*                         WITH NO CIAFILE ONLY 001
006765*----------------------------------------------------------------
006766 3900-PROXIMA-EMPRESA.
006767     MOVE "P" TO WS-CIA-FUNCAO.
006768     MOVE WS-EMPRESA-APURADA TO WS-CIA-EMPRESA.
006769     CALL "PROG220" USING WS-CIA-FUNCAO WS-CIA-EMPRESA
006770         WS-CIA-ARQUIVO COMPANHIA-REC WS-CIA-STATUS.
006771     IF NOT WS-CIA-OK
006772         SET WS-FIM-EMPRESAS TO TRUE
006773         GO TO 3900-PROXIMA-EMPRESA-EXIT
006774     END-IF.
006775     MOVE WS-CIA-EMPRESA TO WS-EMPRESA-APURADA.
006776 3900-PROXIMA-EMPRESA-EXIT.
006777     EXIT.

006778*----------------------------------------------------------------
006780* 3300-APURAR-EVENTOS - THE PERIOD'S REMUNERATION EVENTS ON
006790*                        THE EVENT FILE OF EVERY COMPANY (ESOCFILE
006794*                        FOR 001), PLUS THE DISSIDIO DIFFERENCES
006800*                        PAID IN THE PERIOD (PROG96 TAKES THEM OUT
006810*                        OF THE REMUNERATION EVENT)
006820*----------------------------------------------------------------
006830 3300-APURAR-EVENTOS.
006840     MOVE SPACES TO WS-EMPRESA-APURADA.
006850     MOVE "N" TO WS-FIM-EMPRESAS-SW.
006860     PERFORM 3305-EVENTOS-EMPRESA
006870         THRU 3305-EVENTOS-EMPRESA-EXIT
006880         UNTIL WS-FIM-EMPRESAS.

006990     OPEN INPUT DIFFERENCE-FILE.
007000     IF NOT FS-DISSFILE-OK
007010         GO TO 3300-APURAR-EVENTOS-EXIT
007020     END-IF.
007030     PERFORM 3320-LER-DIFERENCA THRU 3320-LER-DIFERENCA-EXIT
007040         UNTIL FS-DISSFILE-EOF.
007050     CLOSE DIFFERENCE-FILE.
007060 3300-APURAR-EVENTOS-EXIT.
007070     EXIT.

007071 3305-EVENTOS-EMPRESA.
007072     PERFORM 3900-PROXIMA-EMPRESA THRU 3900-PROXIMA-EMPRESA-EXIT.
007073     IF WS-FIM-EMPRESAS
007074         GO TO 3305-EVENTOS-EMPRESA-EXIT
007075     END-IF.
007076     MOVE "N" TO WS-CIA-FUNCAO.
007077     MOVE WS-EMPRESA-APURADA TO WS-CIA-EMPRESA.
007078     MOVE "ESOCFILE" TO WS-CIA-ARQUIVO.
007079     CALL "PROG220" USING WS-CIA-FUNCAO WS-CIA-EMPRESA
007080         WS-CIA-ARQUIVO COMPANHIA-REC WS-CIA-STATUS.
007081     MOVE WS-CIA-ARQUIVO TO WS-NOME-EVENTOS.
007082     OPEN INPUT EVENT-FILE.
007083     IF NOT FS-ESOCFILE-OK
007084         DISPLAY "PROG217: ARQUIVO DE EVENTOS (" WS-NOME-EVENTOS
007085             ") INDISPONIVEL - FORA DOS EVENTOS"
007086         GO TO 3305-EVENTOS-EMPRESA-EXIT
007087     END-IF.
007088     MOVE WS-PERIODO-APURADO TO ES-PERIODO.
007089     MOVE ZERO               TO ES-SEQ.
007090     START EVENT-FILE KEY IS NOT LESS THAN ES-CHAVE
007091         INVALID KEY
007092             SET FS-ESOCFILE-EOF TO TRUE
007093     END-START.
007094     PERFORM 3310-LER-EVENTO THRU 3310-LER-EVENTO-EXIT
007095         UNTIL FS-ESOCFILE-EOF.
007096     CLOSE EVENT-FILE.
007097 3305-EVENTOS-EMPRESA-EXIT.
007098     EXIT.

007099 3310-LER-EVENTO.
007100     READ EVENT-FILE NEXT
007101         AT END
007110             SET FS-ESOCFILE-EOF TO TRUE
007120             GO TO 3310-LER-EVENTO-EXIT
007130     END-READ.
007140     IF ES-PERIODO NOT = WS-PERIODO-APURADO
007150         SET FS-ESOCFILE-EOF TO TRUE
007160         GO TO 3310-LER-EVENTO-EXIT
007170     END-IF.
007180     IF ES-REMUNERACAO
007190         ADD 1        TO WS-EVENTOS-QTD
007200         ADD ES-VALOR TO WS-EVENTOS-VALOR
007210     END-IF.
007220 3310-LER-EVENTO-EXIT.
007230     EXIT.

007240 3320-LER-DIFERENCA.
007250     READ DIFFERENCE-FILE NEXT
007260         AT END
007270             SET FS-DISSFILE-EOF TO TRUE
007280             GO TO 3320-LER-DIFERENCA-EXIT
007290     END-READ.
007300     IF DS-PERIODO-PAGO = WS-PERIODO-APURADO
007310         ADD DS-VALOR-DIFERENCA TO WS-DISSIDIO-VALOR
007320     END-IF.
007330 3320-LER-DIFERENCA-EXIT.
007340     EXIT.

007350*----------------------------------------------------------------
007360* 3400-APURAR-LIQUIDACAO - WHAT THE BANK RETURN SAID ABOUT THE
007370*                           PERIOD'S CREDITS (LIQFILE, PROG140)
007380*----------------------------------------------------------------
007390 3400-APURAR-LIQUIDACAO.
007400     OPEN INPUT SETTLEMENT-FILE.
007410     IF NOT FS-LIQFILE-OK
007420         DISPLAY "PROG217: SEM RETORNO PROCESSADO (LIQFILE) - "
007430             "LIQUIDACAO ZERO"
007440         GO TO 3400-APURAR-LIQUIDACAO-EXIT
007450     END-IF.
007460     PERFORM 3410-LER-LIQUIDACAO THRU 3410-LER-LIQUIDACAO-EXIT
007470         UNTIL FS-LIQFILE-EOF.
007480     CLOSE SETTLEMENT-FILE.
007490 3400-APURAR-LIQUIDACAO-EXIT.
007500     EXIT.

007510 3410-LER-LIQUIDACAO.
007520     READ SETTLEMENT-FILE NEXT
007530         AT END
007540             SET FS-LIQFILE-EOF TO TRUE
007550             GO TO 3410-LER-LIQUIDACAO-EXIT
007560     END-READ.
007570     IF LQ-PERIODO NOT = WS-PERIODO-APURADO
007580         GO TO 3410-LER-LIQUIDACAO-EXIT
007590     END-IF.
007600     IF LQ-PAGO
007610         ADD 1        TO WS-LIQ-QTD-PAGOS
007620         ADD LQ-VALOR TO WS-LIQ-PAGO
007630     END-IF.
007640     IF LQ-REJEITADO
007650         ADD 1        TO WS-LIQ-QTD-REJEITADOS
007660         ADD LQ-VALOR TO WS-LIQ-REJEITADO
007670     END-IF.
007680 3410-LER-LIQUIDACAO-EXIT.
007690     EXIT.

007700*----------------------------------------------------------------
007710* 4000-CONFERIR - BOTH SIDES OF EACH CHECK AND THE DIFFERENCE
007720*----------------------------------------------------------------
007730 4000-CONFERIR.
007740     COMPUTE WS-CONF-FOLHA(1) = WS-REG-LIQUIDO + WS-REG-PENSAO.
007750     MOVE WS-TOTAL-REMESSA TO WS-CONF-INTERFACE(1).

007760     MOVE WS-REG-BRUTO     TO WS-CONF-FOLHA(2).
007770     MOVE WS-GL-DESPESA    TO WS-CONF-INTERFACE(2).

007780     MOVE WS-REG-DESCONTOS TO WS-CONF-FOLHA(3).
007790     MOVE WS-GL-RETENCOES  TO WS-CONF-INTERFACE(3).

007800     COMPUTE WS-CONF-FOLHA(4) =
007810         WS-REG-BRUTO - WS-REG-BRUTO-ESTAGIO.
007820     MOVE WS-FGTS-BASE     TO WS-CONF-INTERFACE(4).

007830     MOVE WS-REG-BRUTO     TO WS-CONF-FOLHA(5).
007840     COMPUTE WS-CONF-INTERFACE(5) =
007850         WS-EVENTOS-VALOR + WS-DISSIDIO-VALOR.

007860     MOVE WS-TOTAL-REMESSA TO WS-CONF-FOLHA(6).
007870     COMPUTE WS-CONF-INTERFACE(6) =
007880         WS-LIQ-PAGO + WS-LIQ-REJEITADO.

007890     MOVE ZERO TO WS-QTD-DIVERGENCIAS.
007900     PERFORM 4100-DIFERENCA THRU 4100-DIFERENCA-EXIT
007910         VARYING WS-IND-CONF FROM 1 BY 1
007920         UNTIL WS-IND-CONF > 6.
007930 4000-CONFERIR-EXIT.
007940     EXIT.

007950 4100-DIFERENCA.
007960     COMPUTE WS-DIFERENCA(WS-IND-CONF) =
007970         WS-CONF-FOLHA(WS-IND-CONF)
007980         - WS-CONF-INTERFACE(WS-IND-CONF).
007990     IF WS-DIFERENCA(WS-IND-CONF) NOT = ZERO
008000         ADD 1 TO WS-QTD-DIVERGENCIAS
008010     END-IF.
008020 4100-DIFERENCA-EXIT.
008030     EXIT.

008040*----------------------------------------------------------------
008050* 5000-IMPRIMIR - ONE LINE PER CHECK AND THE COUNTS BEHIND THEM,
008060*                  THROUGH THE PROG68 REPORT SERVICES
008070*----------------------------------------------------------------
008080 5000-IMPRIMIR.
008090     MOVE "I" TO WS-FUNCAO-REL.
008100     MOVE SPACES TO WS-TITULO-REL.
008110     STRING "CONCILIACAO DAS INTERFACES DA FOLHA - PERIODO "
008120         WS-PERIODO-APURADO DELIMITED BY SIZE
008130         INTO WS-TITULO-REL.
008140     MOVE WS-CABECALHO TO WS-COLUNAS-REL.
008150     MOVE SPACES TO WS-LINHA-REL.
008160     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
008170         WS-COLUNAS-REL WS-LINHA-REL.

008180     MOVE "D" TO WS-FUNCAO-REL.
008190     PERFORM 5100-IMPRIMIR-CONFERENCIA
008200         THRU 5100-IMPRIMIR-CONFERENCIA-EXIT
008210         VARYING WS-IND-CONF FROM 1 BY 1
008220         UNTIL WS-IND-CONF > 6.

008230     MOVE "T" TO WS-FUNCAO-REL.
008240     MOVE WS-REG-QTD         TO WS-QTD-ED.
008250     MOVE WS-REG-QTD-ESTAGIO TO WS-QTD2-ED.
008260     MOVE SPACES TO WS-LINHA-REL.
008270     STRING "LINHAS DO REGISTRO ....... : " WS-QTD-ED
008280         "   ESTAGIARIOS (SEM FGTS) : " WS-QTD2-ED
008290         DELIMITED BY SIZE INTO WS-LINHA-REL.
008300     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
008310         WS-COLUNAS-REL WS-LINHA-REL.

008320     MOVE WS-FGTS-QTD    TO WS-QTD-ED.
008330     MOVE WS-EVENTOS-QTD TO WS-QTD2-ED.
008340     MOVE SPACES TO WS-LINHA-REL.
008350     STRING "DEPOSITOS NA REMESSA FGTS : " WS-QTD-ED
008360         "   EVENTOS DE REMUNERACAO : " WS-QTD2-ED
008370         DELIMITED BY SIZE INTO WS-LINHA-REL.
008380     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
008390         WS-COLUNAS-REL WS-LINHA-REL.

008400     MOVE WS-LIQ-QTD-PAGOS      TO WS-QTD-ED.
008410     MOVE WS-LIQ-QTD-REJEITADOS TO WS-QTD2-ED.
008420     MOVE SPACES TO WS-LINHA-REL.
008430     STRING "CREDITOS PAGOS NO RETORNO : " WS-QTD-ED
008440         "   CREDITOS REJEITADOS .. : " WS-QTD2-ED
008450         DELIMITED BY SIZE INTO WS-LINHA-REL.
008460     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
008470         WS-COLUNAS-REL WS-LINHA-REL.

008480     MOVE WS-QTD-LANCAMENTOS TO WS-QTD-ED.
008490     MOVE SPACES TO WS-LINHA-REL.
008500     STRING "CONTA DESPESA " WS-CONTA-DESPESA
008510         "   LANCAMENTOS PROG42 NO PERIODO : "
008520         WS-QTD-ED
008530         DELIMITED BY SIZE INTO WS-LINHA-REL.
008540     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
008550         WS-COLUNAS-REL WS-LINHA-REL.

008560     MOVE SPACES TO WS-LINHA-REL.
008570     IF WS-QTD-DIVERGENCIAS = ZERO
008580         MOVE "SITUACAO: TODAS AS INTERFACES CONFEREM"
008590             TO WS-LINHA-REL
008600     ELSE
008610         STRING "SITUACAO: " WS-QTD-DIVERGENCIAS
008620             " CONFERENCIA(S) COM DIFERENCA"
008630             DELIMITED BY SIZE INTO WS-LINHA-REL
008640     END-IF.
008650     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
008660         WS-COLUNAS-REL WS-LINHA-REL.

008670     MOVE "F" TO WS-FUNCAO-REL.
008680     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
008690         WS-COLUNAS-REL WS-LINHA-REL.
008700 5000-IMPRIMIR-EXIT.
008710     EXIT.

008720 5100-IMPRIMIR-CONFERENCIA.
008730     MOVE WS-CONF-FOLHA(WS-IND-CONF)     TO WS-FOLHA-ED.
008740     MOVE WS-CONF-INTERFACE(WS-IND-CONF) TO WS-INTERFACE-ED.
008750     MOVE WS-DIFERENCA(WS-IND-CONF)      TO WS-DIFERENCA-ED.
008760     MOVE SPACES TO WS-LINHA-REL.
008770     MOVE WS-IND-CONF TO WS-NUM-CONF.
008780     STRING WS-NUM-CONF " " WS-ROTULO(WS-IND-CONF) " "
008790         WS-FOLHA-ED " " WS-INTERFACE-ED " " WS-DIFERENCA-ED
008800         DELIMITED BY SIZE INTO WS-LINHA-REL.
008810     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
008820         WS-COLUNAS-REL WS-LINHA-REL.
008830 5100-IMPRIMIR-CONFERENCIA-EXIT.
008840     EXIT.

008850*----------------------------------------------------------------
008860* 6000-GRAVAR-RESULTADO - THE PERIOD'S ROW ON CONCFILE. AN
008870*                          ACCEPTANCE (OR A REQUEST FOR ONE)
008880*                          SURVIVES A RERUN ONLY WHEN THE
008890*                          DIFFERENCES ARE EXACTLY THE ONES
008900*                          ALREADY PUT TO THE SUPERVISOR; NEW
008910*                          DIFFERENCES START OVER
008920*----------------------------------------------------------------
008930 6000-GRAVAR-RESULTADO.
008940     MOVE "N" TO WS-ANT-EXISTE-SW.
008950     MOVE SPACE TO WS-ANT-SITUACAO.
008960     MOVE WS-PERIODO-APURADO TO CC-PERIODO.
008970     READ TIE-OUT-FILE
008980         INVALID KEY
008990             CONTINUE
009000         NOT INVALID KEY
009010             SET WS-ANT-EXISTE TO TRUE
009020             MOVE CC-SITUACAO    TO WS-ANT-SITUACAO
009030             MOVE CC-DIFERENCAS  TO WS-ANT-DIFERENCAS
009040             MOVE CC-APROVADOR   TO WS-ANT-APROVADOR
009050             MOVE CC-DATA-ACEITE TO WS-ANT-DATA-ACEITE
009060     END-READ.

009070     MOVE WS-PERIODO-APURADO  TO CC-PERIODO.
009080     MOVE WS-DATA-ATUAL       TO CC-DATA.
009090     MOVE WS-QTD-DIVERGENCIAS TO CC-QTD-DIVERGENCIAS.
009100     MOVE WS-DIFERENCAS       TO CC-DIFERENCAS.
009110     MOVE SPACES              TO CC-APROVADOR.
009120     MOVE ZERO                TO CC-DATA-ACEITE.

009130     IF WS-QTD-DIVERGENCIAS = ZERO
009140         SET CC-CONFERE TO TRUE
009150         GO TO 6000-GRAVAR-LINHA
009160     END-IF.

009170     IF (WS-ANT-ACEITA OR WS-ANT-AGUARDANDO)
009180         AND WS-ANT-DIFERENCAS = WS-DIFERENCAS
009190         MOVE WS-ANT-SITUACAO    TO CC-SITUACAO
009200         MOVE WS-ANT-APROVADOR   TO CC-APROVADOR
009210         MOVE WS-ANT-DATA-ACEITE TO CC-DATA-ACEITE
009220         GO TO 6000-GRAVAR-LINHA
009230     END-IF.

009240     SET CC-DIVERGENTE TO TRUE.
009250     PERFORM 7000-GRAVAR-EXCECAO THRU 7000-GRAVAR-EXCECAO-EXIT
009260         VARYING WS-IND-CONF FROM 1 BY 1
009270         UNTIL WS-IND-CONF > 6.

009280     DISPLAY "SOLICITAR AO SUPERVISOR O ACEITE DAS DIFERENCAS "
009290             "LISTADAS? (S/N)".
009300     ACCEPT WS-SOLICITAR-SW.
009310     IF WS-SOLICITAR
009320         PERFORM 6100-SOLICITAR-ACEITE
009330             THRU 6100-SOLICITAR-ACEITE-EXIT
009340     END-IF.

009350 6000-GRAVAR-LINHA.
009360     IF WS-ANT-EXISTE
009370         REWRITE CONCILIACAO-REC
009380     ELSE
009390         WRITE CONCILIACAO-REC
009400     END-IF.
009410     IF NOT FS-CONCFILE-OK
009420         DISPLAY "PROG217: ERRO AO GRAVAR CONCILIACAO DE "
009430             CC-PERIODO " - " FS-CONCFILE
009440         MOVE 8 TO RETURN-CODE
009450         GO TO 6000-GRAVAR-RESULTADO-EXIT
009460     END-IF.

009470     IF CC-CONFERE
009480         DISPLAY "PROG217: PERIODO " CC-PERIODO
009490             " CONCILIADO - TODAS AS INTERFACES CONFEREM"
009500     END-IF.
009510     IF CC-ACEITA
009520         DISPLAY "PROG217: PERIODO " CC-PERIODO " COM DIFERENCAS "
009530             "ACEITAS POR " CC-APROVADOR " EM " CC-DATA-ACEITE
009540     END-IF.
009550     IF CC-AGUARDANDO
009560         DISPLAY "PROG217: PERIODO " CC-PERIODO " COM DIFERENCAS "
009570             "AGUARDANDO O ACEITE DO SUPERVISOR (PROG210)"
009580     END-IF.
009590     IF CC-DIVERGENTE
009600         DISPLAY "PROG217: PERIODO " CC-PERIODO " COM "
009610             CC-QTD-DIVERGENCIAS " CONFERENCIA(S) COM DIFERENCA"
009620     END-IF.
009630     IF (CC-DIVERGENTE OR CC-AGUARDANDO) AND RETURN-CODE < 4
009640         MOVE 4 TO RETURN-CODE
009650     END-IF.
009660 6000-GRAVAR-RESULTADO-EXIT.
009670     EXIT.

009680*----------------------------------------------------------------
009690* 6100-SOLICITAR-ACEITE - THE DIFFERENCES ARE PARKED FOR A
009700*                          SUPERVISOR OTHER THAN THE REQUESTER
009710*                          (PROG209/PROG210)
009720*----------------------------------------------------------------
009730 6100-SOLICITAR-ACEITE.
009740     MOVE "S"                TO WS-APV-FUNCAO.
009750     MOVE WS-PERIODO-APURADO TO WS-APV-CODIGO.
009760     MOVE SPACES             TO WS-APV-DADOS.
009770     MOVE WS-DIFERENCAS      TO WS-APV-DIFERENCAS.
009780     MOVE SPACES             TO WS-APV-DESCRICAO.
009790     STRING "ACEITAR DIFERENCAS DA CONCILIACAO "
009800         WS-PERIODO-APURADO
009810         " (" WS-QTD-DIVERGENCIAS " CONF.)"
009820         DELIMITED BY SIZE INTO WS-APV-DESCRICAO.
009830     CALL "PROG209" USING WS-APV-FUNCAO WS-APV-PROGRAMA
009840         WS-APV-CODIGO WS-APV-DESCRICAO WS-APV-DADOS
009850         WS-APV-APROVADOR WS-APV-STATUS.
009860     IF NOT WS-APV-OK
009870         DISPLAY "PROG217: ACEITE NAO ENVIADO PARA APROVACAO"
009880         GO TO 6100-SOLICITAR-ACEITE-EXIT
009890     END-IF.
009900     SET CC-AGUARDANDO TO TRUE.
009910     DISPLAY "PROG217: ACEITE DAS DIFERENCAS DO PERIODO "
009920         WS-PERIODO-APURADO " AGUARDA APROVACAO - VALE NA "
009930         "PROXIMA EXECUCAO APOS APROVADO".
009940 6100-SOLICITAR-ACEITE-EXIT.
009950     EXIT.

009960*----------------------------------------------------------------
009970* 7000-GRAVAR-EXCECAO - ONE EXCEPTION PER CHECK WITH A DIFFERENCE,
009980*                        SAME APPEND-OR-CREATE SHAPE AS PROG160
009990*----------------------------------------------------------------
010000 7000-GRAVAR-EXCECAO.
010010     IF WS-DIFERENCA(WS-IND-CONF) = ZERO
010020         GO TO 7000-GRAVAR-EXCECAO-EXIT
010030     END-IF.
010040     ACCEPT EXCP-DATA FROM DATE YYYYMMDD.
010050     ACCEPT EXCP-HORA FROM TIME.
010060     MOVE "PROG217 " TO EXCP-PROGRAMA.
010070     MOVE SPACES TO EXCP-CAMPO.
010080     MOVE WS-IND-CONF TO WS-NUM-CONF.
010090     STRING "CONCIL " WS-PERIODO-APURADO " " WS-NUM-CONF
010100         DELIMITED BY SIZE INTO EXCP-CAMPO.
010110     MOVE WS-DIFERENCA(WS-IND-CONF) TO WS-DIFERENCA-ED.
010120     MOVE WS-DIFERENCA-ED TO EXCP-VALOR.
010130     MOVE WS-ROTULO(WS-IND-CONF) TO EXCP-REGRA.
010140     MOVE "A"   TO EXCP-STATUS.
010150     MOVE SPACES TO EXCP-RESPONSAVEL.
010160     MOVE ZERO  TO EXCP-DATA-RESOLUCAO.
010170     MOVE SPACES TO EXCP-NOTAS.
010180     OPEN EXTEND EXCEPTION-FILE.
010190     IF NOT FS-EXCPFILE-OK
010200         OPEN OUTPUT EXCEPTION-FILE
010210     END-IF.
010220     WRITE EXCP-REC.
010230     CLOSE EXCEPTION-FILE.
010240 7000-GRAVAR-EXCECAO-EXIT.
010250     EXIT.

010260*----------------------------------------------------------------
010270* 8000-FINALIZAR
010280*----------------------------------------------------------------
010290 8000-FINALIZAR.
010300     CLOSE TIE-OUT-FILE.

010310     MOVE SPACES TO WS-DESCRICAO-AUD.
010320     STRING "CONCILIOU INTERFACES DO PERIODO " WS-PERIODO-APURADO
010330         " SITUACAO " CC-SITUACAO
010340         DELIMITED BY SIZE INTO WS-DESCRICAO-AUD.
010350     CALL "PROG22" USING "PROG217 " WS-DESCRICAO-AUD.
010360 8000-FINALIZAR-EXIT.
010370     EXIT.

010380 9999-EXIT.
010390     STOP RUN.
