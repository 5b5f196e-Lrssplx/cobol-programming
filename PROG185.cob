001000******************************************************************
001010* PROGRAM-ID: PROG185
001020* AUTHOR:      R. ALMEIDA - APPLICATIONS
001030* INSTALLATION: FOLHA DE PAGAMENTO / RECURSOS HUMANOS
001040* DATE-WRITTEN: 2026-10-01
001050* DATE-COMPILED:
001060* PURPOSE:     MONTHLY STATUTORY GUIDES RUN. FOR THE COMPETENCE
001070*              KEYED IN, READS THE PAYROLL REGISTER (PAYREG), THE
001080*              FERIAS REGISTER (PAYREGFR) AND, IN DECEMBER, THE
001090*              13O REGISTER (PAYREG13), PRICES THE EMPLOYER INSS,
001100*              RAT AND TERCEIROS PER ROW FROM THE ENCPATR RATES,
001110*              AND TAKES THE FGTS FROM THE PROG95 REMESSA TRAILER.
001120*              ONE GUIDE PER TAX AND REVENUE CODE (INSS 2100, INSS
001130*              2100 FOR THE 13O, IRRF 0561, FGTS 0115), EACH WITH
001140*              ITS LEGAL DUE DATE ROLLED BACK TO A BUSINESS DAY
001150*              (PROG74/HOLFILE). THE WITHHELD AND ACCRUED AMOUNTS
001160*              ARE RECLASSIFIED ON GLFILE TO THE GUIDE PAYABLE,
001170*              THE TREASURY PAYMENT FILE (GUIAPAG) IS WRITTEN AND
001180*              REGISTERED ON THE TRANSMISSION CONTROL (PROG143),
001190*              AND A GUIDE FALLING DUE WITHIN THE ALERT WINDOW, OR
001200*              ALREADY PAST DUE, GOES TO EXCPFILE.
001210* ----------------------------------------------------------------
001220* MODIFICATION HISTORY
001230* DATE       INIT DESCRIPTION
001240* 2026-10-01 RA   INITIAL VERSION
001241* 2026-10-15 RA   GL-EMPRESA LEFT BLANK ON THE GL ROWS (BLANK
001242*                 MEANS COMPANY 001).
001243* 2026-10-15 RA   GUIDES ARE ISSUED PER EMPLOYER: THE OPERATOR
001244*                 NAMES THE EMPRESA (ENTER = 001), CHECKED THROUGH
001245*                 PROG211/PROG220, AND ONLY ITS REGISTER ROWS ARE
001246*                 SUMMED. THE FGTS REMESSA, THE GL INTERFACE AND
001247*                 THE PAYMENT FILE ARE THE COMPANY'S OWN (PROG220
001248*                 NAMES: FGTSR002, GUIAP002; THE LEGACY NAMES FOR
001249*                 001), GL ROWS CARRY GL-EMPRESA AND GUIAFILE IS
001250*                 KEYED BY THE EMPRESA TOO.
001251******************************************************************
001260 IDENTIFICATION DIVISION.
001270 PROGRAM-ID. PROG185.

001280 ENVIRONMENT DIVISION.
001290 INPUT-OUTPUT SECTION.
001300 FILE-CONTROL.
001310     SELECT PAYROLL-REGISTER ASSIGN TO "PAYREG"
001320         ORGANIZATION IS LINE SEQUENTIAL
001330         FILE STATUS IS FS-PAYREG.

001340     SELECT REGISTER-FERIAS ASSIGN TO "PAYREGFR"
001350         ORGANIZATION IS LINE SEQUENTIAL
001360         FILE STATUS IS FS-PAYREGFR.

001370     SELECT REGISTER-13 ASSIGN TO "PAYREG13"
001380         ORGANIZATION IS LINE SEQUENTIAL
001390         FILE STATUS IS FS-PAYREG13.

001400     SELECT FGTS-REMESSA ASSIGN TO DYNAMIC WS-NOME-FGTS
001410         ORGANIZATION IS LINE SEQUENTIAL
001420         FILE STATUS IS FS-FGTSREM.

001430     SELECT EMPLOYER-RATE-FILE ASSIGN TO "ENCPATR"
001440         ORGANIZATION IS INDEXED
001450         ACCESS MODE IS DYNAMIC
001460         RECORD KEY IS EP-CHAVE
001470         FILE STATUS IS FS-ENCPATR.

001480     SELECT GUIDE-FILE ASSIGN TO "GUIAFILE"
001490         ORGANIZATION IS INDEXED
001500         ACCESS MODE IS DYNAMIC
001510         RECORD KEY IS GR-CHAVE
001520         FILE STATUS IS FS-GUIAFILE.

001530     SELECT GUIDE-PAYMENT-FILE ASSIGN TO DYNAMIC WS-NOME-GUIAPAG
001540         ORGANIZATION IS LINE SEQUENTIAL
001550         FILE STATUS IS FS-GUIAPAG.

001560     SELECT GL-INTERFACE ASSIGN TO DYNAMIC WS-NOME-GL
001570         ORGANIZATION IS LINE SEQUENTIAL
001580         FILE STATUS IS FS-GLFILE.

001590     SELECT EXCEPTION-FILE ASSIGN TO "EXCPFILE"
001600         ORGANIZATION IS LINE SEQUENTIAL
001610         FILE STATUS IS FS-EXCPFILE.

001620 DATA DIVISION.
001630 FILE SECTION.
001640 FD  PAYROLL-REGISTER.
001650 COPY PAYREGRC.

001660 FD  REGISTER-FERIAS.
001670 COPY PAYREGRC REPLACING ==PAYREG-REC== BY ==PAYREGFR-REC==
001680     LEADING ==PR-== BY ==PFR-==.

001690 FD  REGISTER-13.
001700 COPY PAYREGRC REPLACING ==PAYREG-REC== BY ==PAYREG13-REC==
001710     LEADING ==PR-== BY ==P13-==.

001720 FD  FGTS-REMESSA.
001730 01  REMESSA-FGTS-REC.
001740     05  RF-TIPO                 PIC X(01).
001750         88  RF-CABECALHO        VALUE "H".
001760         88  RF-DETALHE          VALUE "D".
001770         88  RF-TRAILER          VALUE "T".
001780     05  RF-PERIODO              PIC 9(06).
001790     05  RF-CODIGO               PIC 9(06).
001800     05  RF-BRUTO                PIC 9(09)V9(02).
001810     05  RF-DEPOSITO             PIC 9(09)V9(02).
001820     05  FILLER                  PIC X(10).

001830 FD  EMPLOYER-RATE-FILE.
001840 COPY PATRREC.

001850 FD  GUIDE-FILE.
001860 COPY GUIAREC.

001870 FD  GUIDE-PAYMENT-FILE.
001880 01  GUIA-PAGTO-REC.
001890     05  GP-TIPO                 PIC X(01).
001900         88  GP-CABECALHO        VALUE "H".
001910         88  GP-DETALHE          VALUE "D".
001920         88  GP-TRAILER          VALUE "T".
001930     05  GP-COMPETENCIA          PIC 9(06).
001940     05  GP-TRIBUTO              PIC X(04).
001950     05  GP-CODIGO-RECEITA       PIC X(04).
001960     05  GP-VENCIMENTO           PIC 9(08).
001970     05  GP-QTD-GUIAS REDEFINES GP-VENCIMENTO
001980                                 PIC 9(08).
001990     05  GP-VALOR                PIC 9(11)V9(02).
002000     05  FILLER                  PIC X(10).

002010 FD  GL-INTERFACE.
002020 COPY GLREC.

002030 FD  EXCEPTION-FILE.
002040 COPY EXCPREC.

002050 WORKING-STORAGE SECTION.
002060 01  FS-PAYREG                   PIC X(02).
002070     88  FS-PAYREG-OK            VALUE "00".
002080     88  FS-PAYREG-EOF           VALUE "10".

002090 01  FS-PAYREGFR                 PIC X(02).
002100     88  FS-PAYREGFR-OK          VALUE "00".
002110     88  FS-PAYREGFR-EOF         VALUE "10".

002120 01  FS-PAYREG13                 PIC X(02).
002130     88  FS-PAYREG13-OK          VALUE "00".
002140     88  FS-PAYREG13-EOF         VALUE "10".

002150 01  FS-FGTSREM                  PIC X(02).
002160     88  FS-FGTSREM-OK           VALUE "00".
002170     88  FS-FGTSREM-EOF          VALUE "10".

002180 01  FS-ENCPATR                  PIC X(02).
002190     88  FS-ENCPATR-OK           VALUE "00".

002200 01  FS-GUIAFILE                 PIC X(02).
002210     88  FS-GUIAFILE-OK          VALUE "00".

002220 01  FS-GUIAPAG                  PIC X(02).
002230     88  FS-GUIAPAG-OK           VALUE "00".

002240 01  FS-GLFILE                   PIC X(02).
002250     88  FS-GLFILE-OK            VALUE "00".

002260 01  FS-EXCPFILE                 PIC X(02).
002270     88  FS-EXCPFILE-OK          VALUE "00".

002271 01  WS-EMPRESA-GUIA             PIC X(03).
002272 01  WS-EMPRESA-LINHA            PIC X(03).
002273 01  WS-OUTRA-EMPRESA-SW         PIC X(01).
002274     88  WS-OUTRA-EMPRESA        VALUE "Y".
002275 01  WS-QTD-OUTRA-EMPRESA        PIC 9(06) COMP VALUE ZERO.
002276 01  WS-NOME-FGTS                PIC X(08) VALUE "FGTSREM".
002277 01  WS-NOME-GL                  PIC X(08) VALUE "GLFILE".
002278 01  WS-NOME-GUIAPAG             PIC X(08) VALUE "GUIAPAG".

002279 01  WS-CHAMADA-VISAO.
002280     05  WS-VIS-FUNCAO           PIC X(01).
002281     05  WS-VIS-OPERADOR         PIC X(06).
002282     05  WS-VIS-NIVEL            PIC X(01).
002283     05  WS-VIS-STATUS           PIC X(01).

002284* PROG220 COMPANY SERVICE CALL
002285 01  WS-CHAMADA-EMPRESA.
002286     05  WS-CIA-FUNCAO           PIC X(01).
002287     05  WS-CIA-EMPRESA          PIC X(03).
002288     05  WS-CIA-ARQUIVO          PIC X(08).
002289     05  WS-CIA-STATUS           PIC X(01).
002290         88  WS-CIA-OK           VALUE "1".
002291         88  WS-CIA-SEM-CADASTRO VALUE "3".
002292 COPY CIAREC.

002293 01  WS-MENSAGEM                 PIC X(40).
002294 01  WS-VALOR-ENT                PIC 9(09).
002300 01  WS-LIMITE-MIN               PIC 9(09).
002310 01  WS-LIMITE-MAX               PIC 9(09).

002320 01  WS-COMPETENCIA              PIC 9(06).
002330 01  WS-COMPETENCIA-R REDEFINES WS-COMPETENCIA.
002340     05  WS-ANO-COMPETENCIA      PIC 9(04).
002350     05  WS-MES-COMPETENCIA      PIC 9(02).
002360 01  WS-ANO-VENCIMENTO           PIC 9(04).
002370 01  WS-MES-VENCIMENTO           PIC 9(02).
002380 01  WS-DATA-ATUAL               PIC 9(08).

002390* A GUIDE DUE WITHIN THIS MANY DAYS IS RAISED ON EXCPFILE
002400 01  WS-DIAS-ALERTA              PIC 9(03) VALUE 5.

002410 01  WS-ENCARGOS.
002420     05  WS-PCT-INSS-PATRONAL    PIC 9(02)V9(02) VALUE 20.00.
002430     05  WS-PCT-RAT              PIC 9(01)V9(02) VALUE 2.00.
002440     05  WS-FAP                  PIC 9(01)V9(04) VALUE 1.0000.
002450     05  WS-PCT-TERCEIROS        PIC 9(02)V9(02) VALUE 5.80.

002460* ONE ACCUMULATOR PER SOURCE REGISTER: 1 FOLHA, 2 FERIAS, 3 13O
002470 01  WS-TABELA-FONTES.
002480     05  WS-FONTE OCCURS 3 TIMES.
002490         10  WS-FON-LINHAS       PIC 9(06) COMP.
002500         10  WS-FON-BRUTO        PIC 9(11)V9(02).
002510         10  WS-FON-INSS         PIC 9(11)V9(02).
002520         10  WS-FON-IRRF         PIC 9(11)V9(02).
002530         10  WS-FON-PATRONAL     PIC 9(11)V9(02).
002540         10  WS-FON-RAT          PIC 9(11)V9(02).
002550         10  WS-FON-TERCEIROS    PIC 9(11)V9(02).
002560 01  WS-FONTE-IDX                PIC 9(01).

002570 01  WS-LINHA-REGISTRO.
002580     05  WS-REG-BRUTO            PIC 9(09)V9(02).
002590     05  WS-REG-INSS             PIC 9(09)V9(02).
002600     05  WS-REG-IRRF             PIC 9(09)V9(02).
002610     05  WS-REG-VALOR            PIC 9(09)V9(02).

002620 01  WS-FGTS-SW                  PIC X(01) VALUE "N".
002630     88  WS-FGTS-APURADO         VALUE "Y".
002640 01  WS-VALOR-FGTS               PIC 9(11)V9(02) VALUE ZERO.

002650 01  WS-GUIA-ATUAL.
002660     05  WS-GUIA-TIPO            PIC 9(01).
002670         88  WS-GUIA-INSS-MES    VALUE 1.
002680         88  WS-GUIA-INSS-13     VALUE 2.
002690         88  WS-GUIA-IRRF        VALUE 3.
002700         88  WS-GUIA-FGTS        VALUE 4.
002710     05  WS-GUIA-COMPETENCIA     PIC 9(06).
002720     05  WS-GUIA-TRIBUTO         PIC X(04).
002730     05  WS-GUIA-RECEITA         PIC X(04).
002740     05  WS-GUIA-VENC-LEGAL      PIC 9(08).
002750     05  WS-GUIA-VENCIMENTO      PIC 9(08).
002760     05  WS-GUIA-VALOR           PIC 9(11)V9(02).
002770     05  WS-GUIA-DIAS            PIC S9(07).
002780     05  WS-GUIA-SITUACAO        PIC X(12).
002790     05  WS-GUIA-EVENTO-CREDITO  PIC X(12).

002800 01  WS-JA-EXISTE-SW             PIC X(01).
002810     88  WS-JA-EXISTE            VALUE "Y".
002820 01  WS-CONTABILIZAR-SW          PIC X(01).
002830     88  WS-CONTABILIZAR         VALUE "Y".

002840 01  WS-CHAMADA-DATA.
002850     05  WS-DT-FUNCAO            PIC X(01).
002860     05  WS-DT-DATA-1            PIC 9(08).
002870     05  WS-DT-DATA-2            PIC 9(08).
002880     05  WS-DT-QUANTIDADE        PIC S9(07).
002890     05  WS-DT-UNIDADE           PIC X(01).
002900     05  WS-DT-STATUS            PIC X(01).
002910         88  WS-DT-OK            VALUE "1".

002920 01  WS-CHAMADA-MAPA.
002930     05  WS-MAPA-EVENTO          PIC X(12).
002940     05  WS-MAPA-DEPARTAMENTO    PIC X(10).
002950     05  WS-MAPA-DEBITO          PIC X(12).
002960     05  WS-MAPA-CREDITO         PIC X(12).
002970     05  WS-MAPA-CENTRO          PIC X(10).
002980     05  WS-MAPA-STATUS          PIC X(01).
002990         88  WS-MAPEADO          VALUE "1".
003000         88  WS-SEM-MAPA         VALUE "2".
003010         88  WS-SEM-TABELA       VALUE "3".
003020 01  WS-QTD-SEM-MAPA             PIC 9(05) VALUE ZERO.

003030 01  WS-LANCAMENTO.
003040     05  WS-EVENTO-DEBITO        PIC X(12).
003050     05  WS-EVENTO-CREDITO       PIC X(12).
003060     05  WS-VALOR-PAR            PIC 9(11)V9(02).

003070 01  WS-CHAMADA-XMIT.
003080     05  WS-XM-FUNCAO            PIC X(01).
003090     05  WS-XM-ARQUIVO           PIC X(08).
003100     05  WS-XM-PERIODO           PIC 9(06).
003110     05  WS-XM-QTD               PIC 9(07).
003120     05  WS-XM-VALOR             PIC 9(13)V9(02).
003130     05  WS-XM-STATUS            PIC X(01).
003140         88  WS-XM-OK            VALUE "1".
003150         88  WS-XM-BLOQUEADO     VALUE "2".

003160 01  WS-CONTROLES.
003170     05  WS-QTD-GUIAS            PIC 9(03) VALUE ZERO.
003180     05  WS-QTD-ALERTAS          PIC 9(03) VALUE ZERO.
003190     05  WS-QTD-JA-CONTABIL      PIC 9(03) COMP VALUE ZERO.
003200     05  WS-TOTAL-GUIAS          PIC 9(13)V9(02) VALUE ZERO.

003210 01  WS-VALOR-ED                 PIC ZZZ,ZZZ,ZZ9.99.
003220 01  WS-TOTAL-ED                 PIC Z,ZZZ,ZZZ,ZZ9.99.
003230 01  WS-DIAS-ED                  PIC ZZZ9.

003240 01  WS-LINHA-REL                PIC X(80).
003250 01  WS-FUNCAO-REL               PIC X(01).
003260 01  WS-TITULO-REL               PIC X(60).
003270 01  WS-COLUNAS-REL              PIC X(80).

003280 01  WS-DESCRICAO-AUD            PIC X(60).

003290 PROCEDURE DIVISION.

003300*----------------------------------------------------------------
003310* 0000-MAINLINE
003320*----------------------------------------------------------------
003330 0000-MAINLINE.
003340     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
003350     PERFORM 2000-LER-FOLHA THRU 2000-LER-FOLHA-EXIT.
003360     PERFORM 2100-LER-FERIAS THRU 2100-LER-FERIAS-EXIT.
003370     PERFORM 2200-LER-DECIMO THRU 2200-LER-DECIMO-EXIT.
003380     PERFORM 2300-LER-FGTS THRU 2300-LER-FGTS-EXIT.
003390     PERFORM 3000-EMITIR-GUIA THRU 3000-EMITIR-GUIA-EXIT
003400         VARYING WS-GUIA-TIPO FROM 1 BY 1
003410         UNTIL WS-GUIA-TIPO > 4.
003420     PERFORM 8000-FINALIZAR THRU 8000-FINALIZAR-EXIT.
003430     GO TO 9999-EXIT.

003440*----------------------------------------------------------------
003450* 1000-INICIALIZAR - COMPETENCE, RATES, AND THE TRANSMISSION
003460*                    CHECK BEFORE THE PAYMENT FILE IS OPENED
003470*----------------------------------------------------------------
003480 1000-INICIALIZAR.
003490     MOVE "COMPETENCIA DAS GUIAS (AAAAMM)" TO WS-MENSAGEM.
003500     MOVE 190001 TO WS-LIMITE-MIN.
003510     MOVE 999912 TO WS-LIMITE-MAX.
003520     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
003530         WS-LIMITE-MIN WS-LIMITE-MAX.
003540     MOVE WS-VALOR-ENT TO WS-COMPETENCIA.
003550     IF WS-MES-COMPETENCIA < 1 OR WS-MES-COMPETENCIA > 12
003560         DISPLAY "PROG185: COMPETENCIA " WS-COMPETENCIA
003570             " INVALIDA - EXECUCAO ENCERRADA"
003580         MOVE 8 TO RETURN-CODE
003590         GO TO 9999-EXIT
003600     END-IF.

003610     IF WS-MES-COMPETENCIA = 12
003620         COMPUTE WS-ANO-VENCIMENTO = WS-ANO-COMPETENCIA + 1
003630         MOVE 1 TO WS-MES-VENCIMENTO
003640     ELSE
003650         MOVE WS-ANO-COMPETENCIA TO WS-ANO-VENCIMENTO
003660         COMPUTE WS-MES-VENCIMENTO = WS-MES-COMPETENCIA + 1
003670     END-IF.
003680     ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.

003683     PERFORM 1050-SELECIONAR-EMPRESA
003686         THRU 1050-SELECIONAR-EMPRESA-EXIT.

003690* A PERIOD ALREADY MARKED TRANSMITTED MUST NOT TRUNCATE THE
003700* PAYMENT FILE NOR POST ANYTHING
003710     MOVE "V" TO WS-XM-FUNCAO.
003720     MOVE WS-NOME-GUIAPAG TO WS-XM-ARQUIVO.
003730     MOVE WS-COMPETENCIA TO WS-XM-PERIODO.
003740     CALL "PROG143" USING WS-XM-FUNCAO WS-XM-ARQUIVO
003750         WS-XM-PERIODO WS-XM-QTD WS-XM-VALOR WS-XM-STATUS.
003760     IF WS-XM-BLOQUEADO
003770         DISPLAY "PROG185: COMPETENCIA JA MARCADA TRANSMITIDA "
003780             "- REGERACAO RECUSADA (LIBERE PELO PROG144)"
003790         MOVE 8 TO RETURN-CODE
003800         GO TO 9999-EXIT
003810     END-IF.

003820     PERFORM 1100-CARREGAR-ENCARGOS
003830         THRU 1100-CARREGAR-ENCARGOS-EXIT.
003840     INITIALIZE WS-TABELA-FONTES.

003850     OPEN I-O GUIDE-FILE.
003860     IF NOT FS-GUIAFILE-OK
003870         OPEN OUTPUT GUIDE-FILE
003880         CLOSE GUIDE-FILE
003890         OPEN I-O GUIDE-FILE
003900     END-IF.
003910     IF NOT FS-GUIAFILE-OK
003920         DISPLAY "PROG185: ERRO AO ABRIR GUIDE-FILE "
003930                 FS-GUIAFILE
003940         GO TO 9999-EXIT
003950     END-IF.

003960     OPEN EXTEND GL-INTERFACE.
003970     IF NOT FS-GLFILE-OK
003980         OPEN OUTPUT GL-INTERFACE
003990     END-IF.
004000     IF NOT FS-GLFILE-OK
004010         DISPLAY "PROG185: ERRO AO ABRIR GL-INTERFACE "
004020             WS-NOME-GL " " FS-GLFILE
004030         CLOSE GUIDE-FILE
004040         GO TO 9999-EXIT
004050     END-IF.

004060     OPEN OUTPUT GUIDE-PAYMENT-FILE.
004070     IF NOT FS-GUIAPAG-OK
004080         DISPLAY "PROG185: ERRO AO ABRIR GUIDE-PAYMENT-FILE "
004090                 WS-NOME-GUIAPAG " " FS-GUIAPAG
004100         CLOSE GUIDE-FILE GL-INTERFACE
004110         GO TO 9999-EXIT
004120     END-IF.

004130     MOVE SPACES TO GUIA-PAGTO-REC.
004140     MOVE "H" TO GP-TIPO.
004150     MOVE WS-COMPETENCIA TO GP-COMPETENCIA.
004160     MOVE ZERO TO GP-VENCIMENTO.
004170     MOVE ZERO TO GP-VALOR.
004180     WRITE GUIA-PAGTO-REC.

004190     MOVE "I" TO WS-FUNCAO-REL.
004200     MOVE SPACES TO WS-TITULO-REL.
004210     STRING "GUIAS DE RECOLHIMENTO - COMPETENCIA " WS-COMPETENCIA
004214         " - EMPRESA " WS-EMPRESA-GUIA
004220         DELIMITED BY SIZE INTO WS-TITULO-REL.
004230     MOVE SPACES TO WS-COLUNAS-REL.
004240     STRING "TRIB RECEITA COMPET. VENCIMENTO"
004250         "          VALOR  SITUACAO"
004260         DELIMITED BY SIZE INTO WS-COLUNAS-REL.
004270     MOVE SPACES TO WS-LINHA-REL.
004280     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
004290         WS-COLUNAS-REL WS-LINHA-REL.
004300 1000-INICIALIZAR-EXIT.
004310     EXIT.

004311*----------------------------------------------------------------
004312* 1050-SELECIONAR-EMPRESA - THE EMPLOYER WHOSE GUIDES THIS RUN
004313*                            ISSUES; ITS CODE NAMES THE FGTS
004314*                            REMESSA READ, THE GL INTERFACE AND
004315*                            THE PAYMENT FILE. A SHOP WITH NO
004316*                            CIAFILE STILL ISSUES 001'S GUIDES
004317*----------------------------------------------------------------
004318 1050-SELECIONAR-EMPRESA.
004319     DISPLAY "EMPRESA DAS GUIAS (ENTER = 001)".
004320     MOVE SPACES TO WS-EMPRESA-GUIA.
004321     ACCEPT WS-EMPRESA-GUIA.
004322     IF WS-EMPRESA-GUIA = SPACES
004323         MOVE "001" TO WS-EMPRESA-GUIA
004324     END-IF.

004325     MOVE "I" TO WS-VIS-FUNCAO.
004326     CALL "PROG211" USING WS-VIS-FUNCAO WS-VIS-OPERADOR
004327         WS-VIS-NIVEL WS-VIS-STATUS.
004328     MOVE "A" TO WS-CIA-FUNCAO.
004329     MOVE WS-EMPRESA-GUIA TO WS-CIA-EMPRESA.
004330     CALL "PROG220" USING WS-CIA-FUNCAO WS-CIA-EMPRESA
004331         WS-CIA-ARQUIVO COMPANHIA-REC WS-CIA-STATUS.
004332     IF NOT WS-CIA-OK
004333         DISPLAY "PROG185: ACESSO NEGADO A EMPRESA "
004334             WS-EMPRESA-GUIA
004335         MOVE 8 TO RETURN-CODE
004336         GO TO 9999-EXIT
004337     END-IF.

004338     MOVE "L" TO WS-CIA-FUNCAO.
004339     MOVE WS-EMPRESA-GUIA TO WS-CIA-EMPRESA.
004340     CALL "PROG220" USING WS-CIA-FUNCAO WS-CIA-EMPRESA
004341         WS-CIA-ARQUIVO COMPANHIA-REC WS-CIA-STATUS.
004342     IF WS-CIA-SEM-CADASTRO AND WS-EMPRESA-GUIA = "001"
004343         GO TO 1050-MONTAR-NOMES
004344     END-IF.
004345     IF NOT WS-CIA-OK
004346         DISPLAY "PROG185: EMPRESA " WS-EMPRESA-GUIA
004347             " INEXISTENTE OU INATIVA NO CIAFILE - GUIAS "
004348             "NAO GERADAS"
004349         MOVE 8 TO RETURN-CODE
004350         GO TO 9999-EXIT
004351     END-IF.

004352 1050-MONTAR-NOMES.
004353     MOVE "N" TO WS-CIA-FUNCAO.
004354     MOVE WS-EMPRESA-GUIA TO WS-CIA-EMPRESA.
004355     MOVE WS-NOME-FGTS TO WS-CIA-ARQUIVO.
004356     CALL "PROG220" USING WS-CIA-FUNCAO WS-CIA-EMPRESA
004357         WS-CIA-ARQUIVO COMPANHIA-REC WS-CIA-STATUS.
004358     MOVE WS-CIA-ARQUIVO TO WS-NOME-FGTS.

004359     MOVE "N" TO WS-CIA-FUNCAO.
004360     MOVE WS-EMPRESA-GUIA TO WS-CIA-EMPRESA.
004361     MOVE WS-NOME-GL TO WS-CIA-ARQUIVO.
004362     CALL "PROG220" USING WS-CIA-FUNCAO WS-CIA-EMPRESA
004363         WS-CIA-ARQUIVO COMPANHIA-REC WS-CIA-STATUS.
004364     MOVE WS-CIA-ARQUIVO TO WS-NOME-GL.

004365     MOVE "N" TO WS-CIA-FUNCAO.
004366     MOVE WS-EMPRESA-GUIA TO WS-CIA-EMPRESA.
004367     MOVE WS-NOME-GUIAPAG TO WS-CIA-ARQUIVO.
004368     CALL "PROG220" USING WS-CIA-FUNCAO WS-CIA-EMPRESA
004369         WS-CIA-ARQUIVO COMPANHIA-REC WS-CIA-STATUS.
004370     MOVE WS-CIA-ARQUIVO TO WS-NOME-GUIAPAG.
004371 1050-SELECIONAR-EMPRESA-EXIT.
004372     EXIT.

004373*----------------------------------------------------------------
004374* 1100-CARREGAR-ENCARGOS - SAME "PADRAO" ROW AND DEFAULTS THE
004375*                          PAYROLL RUN (PROG42) PRICES WITH
004376*----------------------------------------------------------------
004377 1100-CARREGAR-ENCARGOS.
004378     OPEN INPUT EMPLOYER-RATE-FILE.
004380     IF NOT FS-ENCPATR-OK
004390         DISPLAY "PROG185: SEM TAXAS DE ENCARGOS (ENCPATR) - "
004400             "VALEM AS TAXAS PADRAO"
004410         GO TO 1100-CARREGAR-ENCARGOS-EXIT
004420     END-IF.

004430     MOVE "PADRAO    " TO EP-CHAVE.
004440     READ EMPLOYER-RATE-FILE
004450         INVALID KEY
004460             DISPLAY "PROG185: SEM TAXAS DE ENCARGOS (ENCPATR) - "
004470                 "VALEM AS TAXAS PADRAO"
004480         NOT INVALID KEY
004490             MOVE EP-PCT-INSS-PATRONAL TO WS-PCT-INSS-PATRONAL
004500             MOVE EP-PCT-RAT           TO WS-PCT-RAT
004510             MOVE EP-FAP               TO WS-FAP
004520             MOVE EP-PCT-TERCEIROS     TO WS-PCT-TERCEIROS
004530     END-READ.
004540     CLOSE EMPLOYER-RATE-FILE.
004550 1100-CARREGAR-ENCARGOS-EXIT.
004560     EXIT.

004570*----------------------------------------------------------------
004580* 2000-LER-FOLHA - DETAIL ROWS OF THE COMPETENCE ONLY; THE
004590*                  REGISTER HOLDS THE LAST PROG42 RUN
004600*----------------------------------------------------------------
004610 2000-LER-FOLHA.
004620     OPEN INPUT PAYROLL-REGISTER.
004630     IF NOT FS-PAYREG-OK
004640         DISPLAY "PROG185: SEM REGISTRO DA FOLHA (PAYREG) "
004650             FS-PAYREG
004660         GO TO 2000-LER-FOLHA-EXIT
004670     END-IF.

004680     MOVE 1 TO WS-FONTE-IDX.
004690     PERFORM 2010-LER-LINHA-FOLHA THRU 2010-LER-LINHA-FOLHA-EXIT
004700         UNTIL FS-PAYREG-EOF.
004710     CLOSE PAYROLL-REGISTER.

004720     IF WS-FON-LINHAS(1) = ZERO
004730         DISPLAY "PROG185: NENHUMA LINHA DA COMPETENCIA "
004740             WS-COMPETENCIA " NA FOLHA (PAYREG)"
004750     END-IF.
004760 2000-LER-FOLHA-EXIT.
004770     EXIT.

004780 2010-LER-LINHA-FOLHA.
004790     READ PAYROLL-REGISTER
004800         AT END
004810             SET FS-PAYREG-EOF TO TRUE
004820             GO TO 2010-LER-LINHA-FOLHA-EXIT
004830     END-READ.
004840     IF NOT PR-DETALHE OR PR-PERIODO NOT = WS-COMPETENCIA
004850         GO TO 2010-LER-LINHA-FOLHA-EXIT
004860     END-IF.
004861     MOVE PR-EMPRESA TO WS-EMPRESA-LINHA.
004862     PERFORM 2450-CONFERIR-EMPRESA
004863         THRU 2450-CONFERIR-EMPRESA-EXIT.
004864     IF WS-OUTRA-EMPRESA
004865         GO TO 2010-LER-LINHA-FOLHA-EXIT
004866     END-IF.

004870     MOVE PR-BRUTO     TO WS-REG-BRUTO.
004880     MOVE PR-DESC-INSS TO WS-REG-INSS.
004890     MOVE PR-DESC-IRRF TO WS-REG-IRRF.
004900     PERFORM 2500-ACUMULAR-LINHA THRU 2500-ACUMULAR-LINHA-EXIT.
004910 2010-LER-LINHA-FOLHA-EXIT.
004920     EXIT.

004930*----------------------------------------------------------------
004940* 2100-LER-FERIAS - FERIAS PAID IN THE COMPETENCE (PROG94)
004950*----------------------------------------------------------------
004960 2100-LER-FERIAS.
004970     OPEN INPUT REGISTER-FERIAS.
004980     IF NOT FS-PAYREGFR-OK
004990         GO TO 2100-LER-FERIAS-EXIT
005000     END-IF.

005010     MOVE 2 TO WS-FONTE-IDX.
005020     PERFORM 2110-LER-LINHA-FERIAS THRU 2110-LER-LINHA-FERIAS-EXIT
005030         UNTIL FS-PAYREGFR-EOF.
005040     CLOSE REGISTER-FERIAS.
005050 2100-LER-FERIAS-EXIT.
005060     EXIT.

005070 2110-LER-LINHA-FERIAS.
005080     READ REGISTER-FERIAS
005090         AT END
005100             SET FS-PAYREGFR-EOF TO TRUE
005110             GO TO 2110-LER-LINHA-FERIAS-EXIT
005120     END-READ.
005130     IF NOT PFR-DETALHE OR PFR-PERIODO NOT = WS-COMPETENCIA
005140         GO TO 2110-LER-LINHA-FERIAS-EXIT
005150     END-IF.
005151     MOVE PFR-EMPRESA TO WS-EMPRESA-LINHA.
005152     PERFORM 2450-CONFERIR-EMPRESA
005153         THRU 2450-CONFERIR-EMPRESA-EXIT.
005154     IF WS-OUTRA-EMPRESA
005155         GO TO 2110-LER-LINHA-FERIAS-EXIT
005156     END-IF.

005160     MOVE PFR-BRUTO     TO WS-REG-BRUTO.
005170     MOVE PFR-DESC-INSS TO WS-REG-INSS.
005180     MOVE PFR-DESC-IRRF TO WS-REG-IRRF.
005190     PERFORM 2500-ACUMULAR-LINHA THRU 2500-ACUMULAR-LINHA-EXIT.
005200 2110-LER-LINHA-FERIAS-EXIT.
005210     EXIT.

005220*----------------------------------------------------------------
005230* 2200-LER-DECIMO - DECEMBER ONLY: BOTH 13O INSTALLMENTS OF THE
005240*                   YEAR (AAAA13 / AAAA14) FALL UNDER THE 13O
005250*                   GUIDE; THEIR IRRF JOINS THE MONTH'S DARF
005260*----------------------------------------------------------------
005270 2200-LER-DECIMO.
005280     IF WS-MES-COMPETENCIA NOT = 12
005290         GO TO 2200-LER-DECIMO-EXIT
005300     END-IF.
005310     OPEN INPUT REGISTER-13.
005320     IF NOT FS-PAYREG13-OK
005330         GO TO 2200-LER-DECIMO-EXIT
005340     END-IF.

005350     MOVE 3 TO WS-FONTE-IDX.
005360     PERFORM 2210-LER-LINHA-DECIMO THRU 2210-LER-LINHA-DECIMO-EXIT
005370         UNTIL FS-PAYREG13-EOF.
005380     CLOSE REGISTER-13.
005390 2200-LER-DECIMO-EXIT.
005400     EXIT.

005410 2210-LER-LINHA-DECIMO.
005420     READ REGISTER-13
005430         AT END
005440             SET FS-PAYREG13-EOF TO TRUE
005450             GO TO 2210-LER-LINHA-DECIMO-EXIT
005460     END-READ.
005470     IF NOT P13-DETALHE
005480         OR P13-PERIODO(1:4) NOT = WS-COMPETENCIA(1:4)
005490         GO TO 2210-LER-LINHA-DECIMO-EXIT
005500     END-IF.
005501     MOVE P13-EMPRESA TO WS-EMPRESA-LINHA.
005502     PERFORM 2450-CONFERIR-EMPRESA
005503         THRU 2450-CONFERIR-EMPRESA-EXIT.
005504     IF WS-OUTRA-EMPRESA
005505         GO TO 2210-LER-LINHA-DECIMO-EXIT
005506     END-IF.

005510     MOVE P13-BRUTO     TO WS-REG-BRUTO.
005520     MOVE P13-DESC-INSS TO WS-REG-INSS.
005530     MOVE P13-DESC-IRRF TO WS-REG-IRRF.
005540     PERFORM 2500-ACUMULAR-LINHA THRU 2500-ACUMULAR-LINHA-EXIT.
005550 2210-LER-LINHA-DECIMO-EXIT.
005560     EXIT.

005570*----------------------------------------------------------------
005580* 2300-LER-FGTS - THE REMESSA TRAILER OF THE COMPETENCE CARRIES
005590*                 THE MONTH'S DEPOSITS, CORRECTIONS INCLUDED;
005594*                 THE COMPANY'S OWN REMESSA (PROG95)
005600*----------------------------------------------------------------
005610 2300-LER-FGTS.
005620     OPEN INPUT FGTS-REMESSA.
005630     IF NOT FS-FGTSREM-OK
005640         GO TO 2300-LER-FGTS-EXIT
005650     END-IF.

005660     PERFORM 2310-LER-LINHA-FGTS THRU 2310-LER-LINHA-FGTS-EXIT
005670         UNTIL FS-FGTSREM-EOF.
005680     CLOSE FGTS-REMESSA.
005690 2300-LER-FGTS-EXIT.
005700     EXIT.

005710 2310-LER-LINHA-FGTS.
005720     READ FGTS-REMESSA
005730         AT END
005740             SET FS-FGTSREM-EOF TO TRUE
005750             GO TO 2310-LER-LINHA-FGTS-EXIT
005760     END-READ.
005770     IF RF-TRAILER AND RF-PERIODO = WS-COMPETENCIA
005780         MOVE RF-DEPOSITO TO WS-VALOR-FGTS
005790         SET WS-FGTS-APURADO TO TRUE
005800     END-IF.
005810 2310-LER-LINHA-FGTS-EXIT.
005820     EXIT.

005821*----------------------------------------------------------------
005822* 2450-CONFERIR-EMPRESA - A REGISTER ROW OF ANOTHER EMPLOYER IS
005823*                         LEFT TO THAT EMPLOYER'S GUIDES; A BLANK
005824*                         EMPRESA IS 001
005825*----------------------------------------------------------------
005826 2450-CONFERIR-EMPRESA.
005827     MOVE "N" TO WS-OUTRA-EMPRESA-SW.
005828     IF WS-EMPRESA-LINHA = SPACES
005829         MOVE "001" TO WS-EMPRESA-LINHA
005830     END-IF.
005831     IF WS-EMPRESA-LINHA NOT = WS-EMPRESA-GUIA
005832         ADD 1 TO WS-QTD-OUTRA-EMPRESA
005833         SET WS-OUTRA-EMPRESA TO TRUE
005834     END-IF.
005835 2450-CONFERIR-EMPRESA-EXIT.
005836     EXIT.

005837*----------------------------------------------------------------
005840* 2500-ACUMULAR-LINHA - ONE REGISTER ROW INTO ITS SOURCE; THE
005850*                       EMPLOYER SHARE IS ROUNDED PER ROW, AS THE
005860*                       PAYROLL RUN BOOKS IT
005870*----------------------------------------------------------------
005880 2500-ACUMULAR-LINHA.
005890     ADD 1            TO WS-FON-LINHAS(WS-FONTE-IDX).
005900     ADD WS-REG-BRUTO TO WS-FON-BRUTO(WS-FONTE-IDX).
005910     ADD WS-REG-INSS  TO WS-FON-INSS(WS-FONTE-IDX).
005920     ADD WS-REG-IRRF  TO WS-FON-IRRF(WS-FONTE-IDX).

005930     COMPUTE WS-REG-VALOR ROUNDED =
005940         WS-REG-BRUTO * WS-PCT-INSS-PATRONAL / 100.
005950     ADD WS-REG-VALOR TO WS-FON-PATRONAL(WS-FONTE-IDX).
005960     COMPUTE WS-REG-VALOR ROUNDED =
005970         WS-REG-BRUTO * WS-PCT-RAT * WS-FAP / 100.
005980     ADD WS-REG-VALOR TO WS-FON-RAT(WS-FONTE-IDX).
005990     COMPUTE WS-REG-VALOR ROUNDED =
006000         WS-REG-BRUTO * WS-PCT-TERCEIROS / 100.
006010     ADD WS-REG-VALOR TO WS-FON-TERCEIROS(WS-FONTE-IDX).
006020 2500-ACUMULAR-LINHA-EXIT.
006030     EXIT.

006040*----------------------------------------------------------------
006050* 3000-EMITIR-GUIA - ONE GUIDE TYPE PER PASS: VALUE AND LEGAL DUE
006060*                    DATE, BUSINESS-DAY ROLL, ALERT, CONTROL ROW,
006070*                    LEDGER RECLASSIFICATION AND PAYMENT LINE
006080*----------------------------------------------------------------
006090 3000-EMITIR-GUIA.
006100     PERFORM 3100-MONTAR-GUIA THRU 3100-MONTAR-GUIA-EXIT.
006110     IF WS-GUIA-VALOR = ZERO
006120         GO TO 3000-EMITIR-GUIA-EXIT
006130     END-IF.

006140* INSS AND FGTS FALL DUE ON THE PRIOR BUSINESS DAY; THE IRRF
006150* DARF LIKEWISE IS ANTICIPATED, NEVER POSTPONED
006160     MOVE "U" TO WS-DT-FUNCAO.
006170     MOVE WS-GUIA-VENC-LEGAL TO WS-DT-DATA-1.
006180     CALL "PROG74" USING WS-DT-FUNCAO WS-DT-DATA-1
006190         WS-DT-DATA-2 WS-DT-QUANTIDADE WS-DT-UNIDADE
006200         WS-DT-STATUS.
006210     IF WS-DT-OK
006220         MOVE WS-DT-DATA-2 TO WS-GUIA-VENCIMENTO
006230     ELSE
006240         MOVE WS-GUIA-VENC-LEGAL TO WS-GUIA-VENCIMENTO
006250     END-IF.

006260     MOVE "D" TO WS-DT-FUNCAO.
006270     MOVE WS-DATA-ATUAL TO WS-DT-DATA-1.
006280     MOVE WS-GUIA-VENCIMENTO TO WS-DT-DATA-2.
006290     CALL "PROG74" USING WS-DT-FUNCAO WS-DT-DATA-1
006300         WS-DT-DATA-2 WS-DT-QUANTIDADE WS-DT-UNIDADE
006310         WS-DT-STATUS.
006320     MOVE WS-DT-QUANTIDADE TO WS-GUIA-DIAS.

006330     MOVE "A VENCER    " TO WS-GUIA-SITUACAO.
006340     IF WS-GUIA-DIAS < ZERO
006350         MOVE "VENCIDA     " TO WS-GUIA-SITUACAO
006360         PERFORM 3400-GRAVAR-ALERTA THRU 3400-GRAVAR-ALERTA-EXIT
006370     ELSE
006380         IF WS-GUIA-DIAS NOT > WS-DIAS-ALERTA
006390             MOVE "VENCE LOGO  " TO WS-GUIA-SITUACAO
006400             PERFORM 3400-GRAVAR-ALERTA
006410                 THRU 3400-GRAVAR-ALERTA-EXIT
006420         END-IF
006430     END-IF.

006440     PERFORM 3200-ATUALIZAR-CONTROLE
006450         THRU 3200-ATUALIZAR-CONTROLE-EXIT.
006460     IF WS-CONTABILIZAR
006470         PERFORM 3300-CONTABILIZAR THRU 3300-CONTABILIZAR-EXIT
006480     END-IF.

006490     MOVE SPACES TO GUIA-PAGTO-REC.
006500     MOVE "D"                 TO GP-TIPO.
006510     MOVE WS-GUIA-COMPETENCIA TO GP-COMPETENCIA.
006520     MOVE WS-GUIA-TRIBUTO     TO GP-TRIBUTO.
006530     MOVE WS-GUIA-RECEITA     TO GP-CODIGO-RECEITA.
006540     MOVE WS-GUIA-VENCIMENTO  TO GP-VENCIMENTO.
006550     MOVE WS-GUIA-VALOR       TO GP-VALOR.
006560     WRITE GUIA-PAGTO-REC.
006570     ADD 1 TO WS-QTD-GUIAS.
006580     ADD WS-GUIA-VALOR TO WS-TOTAL-GUIAS.

006590     PERFORM 3500-IMPRIMIR-GUIA THRU 3500-IMPRIMIR-GUIA-EXIT.
006600 3000-EMITIR-GUIA-EXIT.
006610     EXIT.

006620*----------------------------------------------------------------
006630* 3100-MONTAR-GUIA - TAX, REVENUE CODE, VALUE AND LEGAL DUE DATE:
006640*                    INSS DAY 20 OF THE FOLLOWING MONTH, THE 13O
006650*                    INSS 20 DECEMBER, IRRF DAY 20 AND FGTS DAY 7
006660*                    OF THE FOLLOWING MONTH
006670*----------------------------------------------------------------
006680 3100-MONTAR-GUIA.
006690     MOVE ZERO TO WS-GUIA-VALOR.
006700     MOVE WS-COMPETENCIA TO WS-GUIA-COMPETENCIA.
006710     COMPUTE WS-GUIA-VENC-LEGAL = WS-ANO-VENCIMENTO * 10000
006720         + WS-MES-VENCIMENTO * 100 + 20.

006730     IF WS-GUIA-INSS-MES
006740         MOVE "INSS" TO WS-GUIA-TRIBUTO
006750         MOVE "2100" TO WS-GUIA-RECEITA
006760         MOVE "GUIA-INSS   " TO WS-GUIA-EVENTO-CREDITO
006770         COMPUTE WS-GUIA-VALOR =
006780             WS-FON-INSS(1) + WS-FON-PATRONAL(1)
006790             + WS-FON-RAT(1) + WS-FON-TERCEIROS(1)
006800             + WS-FON-INSS(2) + WS-FON-PATRONAL(2)
006810             + WS-FON-RAT(2) + WS-FON-TERCEIROS(2)
006820     END-IF.

006830     IF WS-GUIA-INSS-13
006840         MOVE "INSS" TO WS-GUIA-TRIBUTO
006850         MOVE "2100" TO WS-GUIA-RECEITA
006860         MOVE "GUIA-INSS   " TO WS-GUIA-EVENTO-CREDITO
006870         COMPUTE WS-GUIA-COMPETENCIA =
006880             WS-ANO-COMPETENCIA * 100 + 13
006890         COMPUTE WS-GUIA-VENC-LEGAL =
006900             WS-ANO-COMPETENCIA * 10000 + 1220
006910         COMPUTE WS-GUIA-VALOR =
006920             WS-FON-INSS(3) + WS-FON-PATRONAL(3)
006930             + WS-FON-RAT(3) + WS-FON-TERCEIROS(3)
006940     END-IF.

006950     IF WS-GUIA-IRRF
006960         MOVE "IRRF" TO WS-GUIA-TRIBUTO
006970         MOVE "0561" TO WS-GUIA-RECEITA
006980         MOVE "GUIA-IRRF   " TO WS-GUIA-EVENTO-CREDITO
006990         COMPUTE WS-GUIA-VALOR =
007000             WS-FON-IRRF(1) + WS-FON-IRRF(2) + WS-FON-IRRF(3)
007010     END-IF.

007020     IF WS-GUIA-FGTS
007030         MOVE "FGTS" TO WS-GUIA-TRIBUTO
007040         MOVE "0115" TO WS-GUIA-RECEITA
007050         MOVE "GUIA-FGTS   " TO WS-GUIA-EVENTO-CREDITO
007060         COMPUTE WS-GUIA-VENC-LEGAL = WS-ANO-VENCIMENTO * 10000
007070             + WS-MES-VENCIMENTO * 100 + 7
007080         MOVE WS-VALOR-FGTS TO WS-GUIA-VALOR
007090         IF NOT WS-FGTS-APURADO AND WS-FON-LINHAS(1) > ZERO
007100             DISPLAY "PROG185: REMESSA FGTS DA COMPETENCIA ("
007104                 WS-NOME-FGTS ") NAO GERADA (PROG95) - SEM "
007110                 "GUIA DE FGTS"
007120         END-IF
007130     END-IF.
007140 3100-MONTAR-GUIA-EXIT.
007150     EXIT.

007160*----------------------------------------------------------------
007170* 3200-ATUALIZAR-CONTROLE - A GUIDE ALREADY RECLASSIFIED ON THE
007180*                           LEDGER IS NOT POSTED AGAIN; A CHANGED
007190*                           VALUE ON A RERUN IS RAISED INSTEAD
007200*----------------------------------------------------------------
007210 3200-ATUALIZAR-CONTROLE.
007220     MOVE "N" TO WS-CONTABILIZAR-SW.
007230     MOVE "N" TO WS-JA-EXISTE-SW.
007234     MOVE WS-EMPRESA-GUIA     TO GR-EMPRESA.
007240     MOVE WS-GUIA-COMPETENCIA TO GR-COMPETENCIA.
007250     MOVE WS-GUIA-TRIBUTO     TO GR-TRIBUTO.
007260     MOVE WS-GUIA-RECEITA     TO GR-CODIGO-RECEITA.
007270     READ GUIDE-FILE
007280         INVALID KEY
007290             MOVE ZERO TO GR-VALOR-CONTABIL
007300             MOVE "G"  TO GR-STATUS
007310         NOT INVALID KEY
007320             SET WS-JA-EXISTE TO TRUE
007330     END-READ.

007340     IF GR-CONTABILIZADA
007350         ADD 1 TO WS-QTD-JA-CONTABIL
007360         IF GR-VALOR-CONTABIL NOT = WS-GUIA-VALOR
007370             DISPLAY "PROG185: GUIA " WS-GUIA-TRIBUTO " "
007380                 WS-GUIA-RECEITA " " WS-GUIA-COMPETENCIA
007390                 " DIFERE DO JA CONTABILIZADO - ACERTE NO GL"
007400             MOVE "VALOR DIFERE DO JA CONTABILIZADO"
007410                 TO EXCP-REGRA
007420             PERFORM 3410-GRAVAR-EXCECAO
007430                 THRU 3410-GRAVAR-EXCECAO-EXIT
007440         END-IF
007450     ELSE
007460         SET WS-CONTABILIZAR TO TRUE
007470         MOVE WS-GUIA-VALOR TO GR-VALOR-CONTABIL
007480         MOVE "C" TO GR-STATUS
007490     END-IF.

007500     MOVE WS-GUIA-VENCIMENTO TO GR-VENCIMENTO.
007510     MOVE WS-GUIA-VALOR      TO GR-VALOR.
007520     MOVE WS-DATA-ATUAL      TO GR-DATA-GERACAO.
007530     IF WS-JA-EXISTE
007540         REWRITE GUIA-REC
007550     ELSE
007560         WRITE GUIA-REC
007570     END-IF.
007580     IF NOT FS-GUIAFILE-OK
007590         DISPLAY "PROG185: ERRO AO GRAVAR GUIDE-FILE "
007600             FS-GUIAFILE
007610     END-IF.
007620 3200-ATUALIZAR-CONTROLE-EXIT.
007630     EXIT.

007640*----------------------------------------------------------------
007650* 3300-CONTABILIZAR - EACH PART OF THE GUIDE LEAVES THE ACCOUNT
007660*                     THAT CARRIED IT FOR THE GUIDE PAYABLE: THE
007670*                     PAYROLL ACCRUALS PROG42 CREDITED, THE FERIAS
007680*                     AND 13O PROVISIONS (PROG102) FOR WHAT WAS
007690*                     WITHHELD ON THEM, AND THE EMPLOYER EXPENSE
007700*                     FOR THEIR EMPLOYER SHARE
007710*----------------------------------------------------------------
007720 3300-CONTABILIZAR.
007730     MOVE WS-GUIA-EVENTO-CREDITO TO WS-EVENTO-CREDITO.

007740     IF WS-GUIA-INSS-MES
007750         MOVE "INSS-A-PAGAR" TO WS-EVENTO-DEBITO
007760         MOVE WS-FON-INSS(1) TO WS-VALOR-PAR
007770         PERFORM 3310-GRAVAR-PAR THRU 3310-GRAVAR-PAR-EXIT
007780         MOVE "INSS-PAT-PAG" TO WS-EVENTO-DEBITO
007790         MOVE WS-FON-PATRONAL(1) TO WS-VALOR-PAR
007800         PERFORM 3310-GRAVAR-PAR THRU 3310-GRAVAR-PAR-EXIT
007810         MOVE "RAT-A-PAGAR " TO WS-EVENTO-DEBITO
007820         MOVE WS-FON-RAT(1) TO WS-VALOR-PAR
007830         PERFORM 3310-GRAVAR-PAR THRU 3310-GRAVAR-PAR-EXIT
007840         MOVE "TERCEIR-PAG " TO WS-EVENTO-DEBITO
007850         MOVE WS-FON-TERCEIROS(1) TO WS-VALOR-PAR
007860         PERFORM 3310-GRAVAR-PAR THRU 3310-GRAVAR-PAR-EXIT
007870         MOVE "PROV-FERIAS " TO WS-EVENTO-DEBITO
007880         MOVE WS-FON-INSS(2) TO WS-VALOR-PAR
007890         PERFORM 3310-GRAVAR-PAR THRU 3310-GRAVAR-PAR-EXIT
007900         MOVE 2 TO WS-FONTE-IDX
007910         PERFORM 3320-ENCARGO-SOBRE-FONTE
007920             THRU 3320-ENCARGO-SOBRE-FONTE-EXIT
007930     END-IF.

007940     IF WS-GUIA-INSS-13
007950         MOVE "PROV-13-SAL " TO WS-EVENTO-DEBITO
007960         MOVE WS-FON-INSS(3) TO WS-VALOR-PAR
007970         PERFORM 3310-GRAVAR-PAR THRU 3310-GRAVAR-PAR-EXIT
007980         MOVE 3 TO WS-FONTE-IDX
007990         PERFORM 3320-ENCARGO-SOBRE-FONTE
008000             THRU 3320-ENCARGO-SOBRE-FONTE-EXIT
008010     END-IF.

008020     IF WS-GUIA-IRRF
008030         MOVE "IRRF-A-PAGAR" TO WS-EVENTO-DEBITO
008040         MOVE WS-FON-IRRF(1) TO WS-VALOR-PAR
008050         PERFORM 3310-GRAVAR-PAR THRU 3310-GRAVAR-PAR-EXIT
008060         MOVE "PROV-FERIAS " TO WS-EVENTO-DEBITO
008070         MOVE WS-FON-IRRF(2) TO WS-VALOR-PAR
008080         PERFORM 3310-GRAVAR-PAR THRU 3310-GRAVAR-PAR-EXIT
008090         MOVE "PROV-13-SAL " TO WS-EVENTO-DEBITO
008100         MOVE WS-FON-IRRF(3) TO WS-VALOR-PAR
008110         PERFORM 3310-GRAVAR-PAR THRU 3310-GRAVAR-PAR-EXIT
008120     END-IF.

008130     IF WS-GUIA-FGTS
008140         MOVE "FGTS-A-PAGAR" TO WS-EVENTO-DEBITO
008150         MOVE WS-GUIA-VALOR TO WS-VALOR-PAR
008160         PERFORM 3310-GRAVAR-PAR THRU 3310-GRAVAR-PAR-EXIT
008170     END-IF.
008180 3300-CONTABILIZAR-EXIT.
008190     EXIT.

008200*----------------------------------------------------------------
008210* 3310-GRAVAR-PAR - DEBIT AND CREDIT OF ONE AMOUNT, EACH EVENT
008220*                   RESOLVED TO ITS ACCOUNT THROUGH PROG138
008230*----------------------------------------------------------------
008240 3310-GRAVAR-PAR.
008250     IF WS-VALOR-PAR = ZERO
008260         GO TO 3310-GRAVAR-PAR-EXIT
008270     END-IF.

008280     MOVE WS-EVENTO-DEBITO TO GL-CONTA.
008290     SET GL-DEBITO TO TRUE.
008300     PERFORM 3330-GRAVAR-LINHA THRU 3330-GRAVAR-LINHA-EXIT.

008310     MOVE WS-EVENTO-CREDITO TO GL-CONTA.
008320     SET GL-CREDITO TO TRUE.
008330     PERFORM 3330-GRAVAR-LINHA THRU 3330-GRAVAR-LINHA-EXIT.
008340 3310-GRAVAR-PAR-EXIT.
008350     EXIT.

008360 3320-ENCARGO-SOBRE-FONTE.
008370     MOVE "DESP-INSSPAT" TO WS-EVENTO-DEBITO.
008380     MOVE WS-FON-PATRONAL(WS-FONTE-IDX) TO WS-VALOR-PAR.
008390     PERFORM 3310-GRAVAR-PAR THRU 3310-GRAVAR-PAR-EXIT.
008400     MOVE "DESP-RAT    " TO WS-EVENTO-DEBITO.
008410     MOVE WS-FON-RAT(WS-FONTE-IDX) TO WS-VALOR-PAR.
008420     PERFORM 3310-GRAVAR-PAR THRU 3310-GRAVAR-PAR-EXIT.
008430     MOVE "DESP-TERCEIR" TO WS-EVENTO-DEBITO.
008440     MOVE WS-FON-TERCEIROS(WS-FONTE-IDX) TO WS-VALOR-PAR.
008450     PERFORM 3310-GRAVAR-PAR THRU 3310-GRAVAR-PAR-EXIT.
008460 3320-ENCARGO-SOBRE-FONTE-EXIT.
008470     EXIT.

008480 3330-GRAVAR-LINHA.
008490     MOVE GL-CONTA TO WS-MAPA-EVENTO.
008500     MOVE SPACES   TO WS-MAPA-DEPARTAMENTO.
008510     CALL "PROG138" USING WS-MAPA-EVENTO WS-MAPA-DEPARTAMENTO
008520         WS-MAPA-DEBITO WS-MAPA-CREDITO WS-MAPA-CENTRO
008530         WS-MAPA-STATUS.
008540     IF WS-SEM-MAPA
008550         ADD 1 TO WS-QTD-SEM-MAPA
008560         DISPLAY "PROG185: EVENTO " WS-MAPA-EVENTO " SEM "
008570             "MAPEAMENTO DE CONTA - LINHA NAO LANCADA"
008580         GO TO 3330-GRAVAR-LINHA-EXIT
008590     END-IF.
008600     MOVE SPACES TO GL-CENTRO-CUSTO.
008610     IF WS-MAPEADO
008620         IF GL-DEBITO
008630             MOVE WS-MAPA-DEBITO TO GL-CONTA
008640         ELSE
008650             MOVE WS-MAPA-CREDITO TO GL-CONTA
008660         END-IF
008670         MOVE WS-MAPA-CENTRO TO GL-CENTRO-CUSTO
008680     END-IF.

008690     MOVE WS-VALOR-PAR   TO GL-VALOR.
008691     MOVE WS-EMPRESA-GUIA TO GL-EMPRESA.
008700     MOVE "PROG185 "     TO GL-PROGRAMA.
008710     MOVE WS-COMPETENCIA TO GL-PERIODO.
008720     MOVE WS-DATA-ATUAL  TO GL-DATA.
008730     WRITE GL-INTERFACE-REC.
008740 3330-GRAVAR-LINHA-EXIT.
008750     EXIT.

008760*----------------------------------------------------------------
008770* 3400-GRAVAR-ALERTA - RAISED WHILE THE GUIDE CAN STILL BE PAID
008780*                      ON TIME, AND AGAIN IF IT IS ALREADY LATE
008790*----------------------------------------------------------------
008800 3400-GRAVAR-ALERTA.
008810     ADD 1 TO WS-QTD-ALERTAS.
008820     MOVE SPACES TO EXCP-REGRA.
008830     IF WS-GUIA-DIAS < ZERO
008840         COMPUTE WS-DIAS-ED = ZERO - WS-GUIA-DIAS
008850         STRING "GUIA VENCIDA HA " WS-DIAS-ED " DIA(S) EM "
008860             WS-GUIA-VENCIMENTO
008870             DELIMITED BY SIZE INTO EXCP-REGRA
008880     ELSE
008890         MOVE WS-GUIA-DIAS TO WS-DIAS-ED
008900         STRING "GUIA VENCE EM " WS-DIAS-ED " DIA(S) - "
008910             WS-GUIA-VENCIMENTO
008920             DELIMITED BY SIZE INTO EXCP-REGRA
008930     END-IF.
008940     PERFORM 3410-GRAVAR-EXCECAO THRU 3410-GRAVAR-EXCECAO-EXIT.
008950 3400-GRAVAR-ALERTA-EXIT.
008960     EXIT.

008970*----------------------------------------------------------------
008980* 3410-GRAVAR-EXCECAO - SAME APPEND-OR-CREATE SHAPE AS PROG63;
008990*                       THE CALLER FILLS EXCP-REGRA
009000*----------------------------------------------------------------
009010 3410-GRAVAR-EXCECAO.
009020     ACCEPT EXCP-DATA FROM DATE YYYYMMDD.
009030     ACCEPT EXCP-HORA FROM TIME.
009040     MOVE "PROG185 " TO EXCP-PROGRAMA.
009050     MOVE SPACES TO EXCP-CAMPO.
009060     STRING WS-GUIA-TRIBUTO " " WS-GUIA-RECEITA " "
009070         WS-GUIA-COMPETENCIA
009080         DELIMITED BY SIZE INTO EXCP-CAMPO.
009090     MOVE WS-GUIA-VALOR TO WS-VALOR-ED.
009100     MOVE WS-VALOR-ED TO EXCP-VALOR.
009110     MOVE "A"   TO EXCP-STATUS.
009120     MOVE SPACES TO EXCP-RESPONSAVEL.
009130     MOVE ZERO  TO EXCP-DATA-RESOLUCAO.
009140     MOVE SPACES TO EXCP-NOTAS.
009150     OPEN EXTEND EXCEPTION-FILE.
009160     IF NOT FS-EXCPFILE-OK
009170         OPEN OUTPUT EXCEPTION-FILE
009180     END-IF.
009190     WRITE EXCP-REC.
009200     CLOSE EXCEPTION-FILE.
009210 3410-GRAVAR-EXCECAO-EXIT.
009220     EXIT.

009230*----------------------------------------------------------------
009240* 3500-IMPRIMIR-GUIA - THE GUIDE LINE; THE INSS GUIDES ALSO SHOW
009250*                      THE WITHHELD AND EMPLOYER PARTS
009260*----------------------------------------------------------------
009270 3500-IMPRIMIR-GUIA.
009280     MOVE "D" TO WS-FUNCAO-REL.
009290     MOVE WS-GUIA-VALOR TO WS-VALOR-ED.
009300     MOVE SPACES TO WS-LINHA-REL.
009310     STRING WS-GUIA-TRIBUTO " " WS-GUIA-RECEITA "    "
009320         WS-GUIA-COMPETENCIA "  " WS-GUIA-VENCIMENTO "  "
009330         WS-VALOR-ED "  " WS-GUIA-SITUACAO
009340         DELIMITED BY SIZE INTO WS-LINHA-REL.
009350     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
009360         WS-COLUNAS-REL WS-LINHA-REL.

009370     IF WS-GUIA-INSS-MES
009380         COMPUTE WS-VALOR-ED = WS-FON-INSS(1) + WS-FON-INSS(2)
009390         MOVE SPACES TO WS-LINHA-REL
009400         STRING "     SEGURADOS (RETIDO) ........ " WS-VALOR-ED
009410             DELIMITED BY SIZE INTO WS-LINHA-REL
009420         CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
009430             WS-COLUNAS-REL WS-LINHA-REL
009440         COMPUTE WS-VALOR-ED = WS-GUIA-VALOR
009450             - WS-FON-INSS(1) - WS-FON-INSS(2)
009460         MOVE SPACES TO WS-LINHA-REL
009470         STRING "     EMPRESA (PATRONAL/RAT/TERC) " WS-VALOR-ED
009480             DELIMITED BY SIZE INTO WS-LINHA-REL
009490         CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
009500             WS-COLUNAS-REL WS-LINHA-REL
009510     END-IF.

009520     IF WS-GUIA-INSS-13
009530         MOVE WS-FON-INSS(3) TO WS-VALOR-ED
009540         MOVE SPACES TO WS-LINHA-REL
009550         STRING "     SEGURADOS (RETIDO) ........ " WS-VALOR-ED
009560             DELIMITED BY SIZE INTO WS-LINHA-REL
009570         CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
009580             WS-COLUNAS-REL WS-LINHA-REL
009590         COMPUTE WS-VALOR-ED = WS-GUIA-VALOR - WS-FON-INSS(3)
009600         MOVE SPACES TO WS-LINHA-REL
009610         STRING "     EMPRESA (PATRONAL/RAT/TERC) " WS-VALOR-ED
009620             DELIMITED BY SIZE INTO WS-LINHA-REL
009630         CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
009640             WS-COLUNAS-REL WS-LINHA-REL
009650     END-IF.
009660 3500-IMPRIMIR-GUIA-EXIT.
009670     EXIT.

009680*----------------------------------------------------------------
009690* 8000-FINALIZAR - PAYMENT FILE TRAILER, TOTALS, GENERATION
009700*                  REGISTRATION AND THE AUDIT ROW
009710*----------------------------------------------------------------
009720 8000-FINALIZAR.
009730     MOVE SPACES TO GUIA-PAGTO-REC.
009740     MOVE "T" TO GP-TIPO.
009750     MOVE WS-COMPETENCIA TO GP-COMPETENCIA.
009760     MOVE WS-QTD-GUIAS TO GP-QTD-GUIAS.
009770     MOVE WS-TOTAL-GUIAS TO GP-VALOR.
009780     WRITE GUIA-PAGTO-REC.

009790     MOVE "T" TO WS-FUNCAO-REL.
009800     MOVE WS-TOTAL-GUIAS TO WS-TOTAL-ED.
009810     MOVE SPACES TO WS-LINHA-REL.
009820     STRING "TOTAL DAS GUIAS (" WS-QTD-GUIAS ") ...... "
009830         WS-TOTAL-ED
009840         DELIMITED BY SIZE INTO WS-LINHA-REL.
009850     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
009860         WS-COLUNAS-REL WS-LINHA-REL.
009870     IF WS-QTD-ALERTAS > ZERO
009880         MOVE "D" TO WS-FUNCAO-REL
009890         MOVE SPACES TO WS-LINHA-REL
009900         STRING "GUIAS VENCIDAS OU A VENCER EM ATE "
009910             WS-DIAS-ALERTA " DIAS: " WS-QTD-ALERTAS
009920             " (VER EXCPFILE)"
009930             DELIMITED BY SIZE INTO WS-LINHA-REL
009940         CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
009950             WS-COLUNAS-REL WS-LINHA-REL
009960     END-IF.
009970     MOVE "F" TO WS-FUNCAO-REL.
009980     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
009990         WS-COLUNAS-REL WS-LINHA-REL.

010000     IF WS-QTD-JA-CONTABIL > ZERO
010010         DISPLAY "PROG185: GUIAS JA CONTABILIZADAS (NAO "
010020             "LANCADAS DE NOVO): " WS-QTD-JA-CONTABIL
010030     END-IF.
010031     IF WS-QTD-OUTRA-EMPRESA > ZERO
010032         DISPLAY "PROG185: LINHAS DE OUTRAS EMPRESAS (FORA DAS "
010033             "GUIAS DE " WS-EMPRESA-GUIA "): "
010034             WS-QTD-OUTRA-EMPRESA
010035     END-IF.

010040     CLOSE GUIDE-FILE GUIDE-PAYMENT-FILE GL-INTERFACE.

010050     MOVE "G" TO WS-XM-FUNCAO.
010060     MOVE WS-NOME-GUIAPAG TO WS-XM-ARQUIVO.
010070     MOVE WS-COMPETENCIA TO WS-XM-PERIODO.
010080     MOVE WS-QTD-GUIAS TO WS-XM-QTD.
010090     MOVE WS-TOTAL-GUIAS TO WS-XM-VALOR.
010100     CALL "PROG143" USING WS-XM-FUNCAO WS-XM-ARQUIVO
010110         WS-XM-PERIODO WS-XM-QTD WS-XM-VALOR WS-XM-STATUS.

010120     IF WS-QTD-SEM-MAPA > ZERO
010130         DISPLAY "PROG185: " WS-QTD-SEM-MAPA " LINHA(S) SEM "
010140             "MAPEAMENTO - CORRIJA O GLMAP (PROG137)"
010150         MOVE 8 TO RETURN-CODE
010160     END-IF.

010170     MOVE SPACES TO WS-DESCRICAO-AUD.
010180     STRING "GEROU GUIAS DA COMPETENCIA " WS-COMPETENCIA
010184         " EMPRESA " WS-EMPRESA-GUIA
010190         " TOTAL " WS-TOTAL-GUIAS
010200         DELIMITED BY SIZE INTO WS-DESCRICAO-AUD.
010210     CALL "PROG22" USING "PROG185 " WS-DESCRICAO-AUD.
010220 8000-FINALIZAR-EXIT.
010230     EXIT.

010240 9999-EXIT.
010250     STOP RUN.
