001000******************************************************************
001010* PROGRAM-ID: PROG222
001020* AUTHOR:      R. ALMEIDA - APPLICATIONS
001030* INSTALLATION: CONTABILIDADE
001040* DATE-WRITTEN: 2026-10-15
001050* DATE-COMPILED:
001060* PURPOSE:     MONTHLY FIXED-ASSET DEPRECIATION. EVERY ASSET IN
001070*              USE ON ATIVFILE IS DEPRECIATED STRAIGHT-LINE OVER
001080*              THE USEFUL LIFE OF ITS CLASS (ATCLFILE): COST OVER
001090*              LIFE PER MONTH, FROM THE MONTH AFTER ACQUISITION
001100*              UP TO AND INCLUDING THE PERIOD ASKED FOR. MONTHS
001110*              A SKIPPED RUN LEFT BEHIND ARE CAUGHT UP; THE LAST
001120*              MONTH OF THE LIFE TAKES WHATEVER ROUNDING LEFT OF
001130*              THE COST, AND NOTHING EVER GOES PAST IT. THE
001140*              CHARGE IS POSTED TO GLFILE UNDER THE CLASS EVENT
001150*              (SPACES = "DEPRECIACAO") RESOLVED THROUGH PROG138
001160*              FOR THE ASSET'S COST CENTER, AND THE ASSET KEEPS
001170*              THE PERIOD CHARGED, SO A RERUN OF THE SAME PERIOD
001180*              CHARGES NOTHING TWICE. AN ASSET WITH NO CLASS ON
001190*              FILE OR AN UNMAPPED EVENT IS LEFT UNCHARGED FOR
001200*              THE NEXT RUN AND RAISES THE RETURN CODE (4 AND 8).
001210*              THE RUN IS LISTED THROUGH PROG68 AND LOGGED
001220*              THROUGH PROG22.
001230* ----------------------------------------------------------------
001240* MODIFICATION HISTORY
001250* DATE       INIT DESCRIPTION
001260* 2026-10-15 RA   INITIAL VERSION
001262* 2026-10-15 RA   EACH ASSET'S CHARGE GOES TO THE GL INTERFACE OF
001264*                 ITS COMPANY (AT-EMPRESA), NAMED BY PROG220
001266*                 (GLFILE FOR 001).
001270******************************************************************
001280 IDENTIFICATION DIVISION.
001290 PROGRAM-ID. PROG222.

001300 ENVIRONMENT DIVISION.
001310 INPUT-OUTPUT SECTION.
001320 FILE-CONTROL.
001330     SELECT ASSET-FILE ASSIGN TO "ATIVFILE"
001340         ORGANIZATION IS INDEXED
001350         ACCESS MODE IS DYNAMIC
001360         RECORD KEY IS AT-NUMERO
001370         FILE STATUS IS FS-ATIVFILE.

001380     SELECT ASSET-CLASS-FILE ASSIGN TO "ATCLFILE"
001390         ORGANIZATION IS INDEXED
001400         ACCESS MODE IS DYNAMIC
001410         RECORD KEY IS AK-CLASSE
001420         FILE STATUS IS FS-ATCLFILE.

001430     SELECT GL-INTERFACE ASSIGN TO DYNAMIC WS-NOME-GL
001440         ORGANIZATION IS LINE SEQUENTIAL
001450         FILE STATUS IS FS-GLFILE.

001460 DATA DIVISION.
001470 FILE SECTION.
001480 FD  ASSET-FILE.
001490 COPY ATIVREC.

001500 FD  ASSET-CLASS-FILE.
001510 COPY ATCLREC.

001520 FD  GL-INTERFACE.
001530 COPY GLREC.

001540 WORKING-STORAGE SECTION.
001550 01  FS-ATIVFILE                 PIC X(02).
001560     88  FS-ATIVFILE-OK          VALUE "00".
001570     88  FS-ATIVFILE-EOF         VALUE "10".

001580 01  FS-ATCLFILE                 PIC X(02).
001590     88  FS-ATCLFILE-OK          VALUE "00".

001600 01  FS-GLFILE                   PIC X(02).
001610     88  FS-GLFILE-OK            VALUE "00".

001620 01  WS-MENSAGEM                 PIC X(40).
001630 01  WS-VALOR-ENT                PIC 9(09).
001640 01  WS-LIMITE-MIN               PIC 9(09).
001650 01  WS-LIMITE-MAX               PIC 9(09).
001660 01  WS-DATA-ATUAL               PIC 9(08).

001670 01  WS-PERIODO-APURADO          PIC 9(06).
001680 01  WS-PERIODO-R REDEFINES WS-PERIODO-APURADO.
001690     05  WS-PER-ANO              PIC 9(04).
001700     05  WS-PER-MES              PIC 9(02).
001710 01  WS-PERIODO-AQUISICAO        PIC 9(06).
001720 01  WS-AQUISICAO-R REDEFINES WS-PERIODO-AQUISICAO.
001730     05  WS-AQ-ANO               PIC 9(04).
001740     05  WS-AQ-MES               PIC 9(02).
001750 01  WS-PERIODO-INICIO           PIC 9(06).
001760 01  WS-INICIO-R REDEFINES WS-PERIODO-INICIO.
001770     05  WS-IN-ANO               PIC 9(04).
001780     05  WS-IN-MES               PIC 9(02).

001790* MONTH ORDINALS (YEAR * 12 + MONTH) - THE DIFFERENCE OF TWO IS
001800* THE NUMBER OF MONTHS BETWEEN THE PERIODS
001810 01  WS-MESES-CALCULO.
001820     05  WS-ORD-APURADO          PIC 9(07) COMP.
001830     05  WS-ORD-AQUISICAO        PIC 9(07) COMP.
001840     05  WS-ORD-INICIO           PIC 9(07) COMP.
001850     05  WS-MESES-DEVIDOS        PIC 9(05) COMP.
001860     05  WS-MESES-DE-USO         PIC 9(05) COMP.

001870 01  WS-QUOTA-MENSAL             PIC 9(09)V9(02).
001880 01  WS-DEPRECIACAO-MES          PIC 9(09)V9(02).
001890 01  WS-SALDO-A-DEPRECIAR        PIC 9(09)V9(02).
001900 01  WS-VALOR-CONTABIL           PIC 9(09)V9(02).
001910 01  WS-TOTAL-DEPRECIACAO        PIC 9(11)V9(02) VALUE ZERO.

001920 01  WS-CONTADORES.
001930     05  WS-QTD-LIDOS            PIC 9(05) VALUE ZERO.
001940     05  WS-QTD-DEPRECIADOS      PIC 9(05) VALUE ZERO.
001950     05  WS-QTD-TOTALMENTE-DEPR  PIC 9(05) VALUE ZERO.
001960     05  WS-QTD-SEM-CLASSE       PIC 9(05) VALUE ZERO.
001970     05  WS-QTD-SEM-MAPA         PIC 9(05) VALUE ZERO.

001980 01  WS-CHAMADA-MAPA.
001990     05  WS-MAPA-EVENTO          PIC X(12).
002000     05  WS-MAPA-DEPARTAMENTO    PIC X(10).
002010     05  WS-MAPA-DEBITO          PIC X(12).
002020     05  WS-MAPA-CREDITO         PIC X(12).
002030     05  WS-MAPA-CENTRO          PIC X(10).
002040     05  WS-MAPA-STATUS          PIC X(01).
002050         88  WS-MAPEADO          VALUE "1".
002060         88  WS-SEM-MAPA         VALUE "2".
002070         88  WS-SEM-TABELA       VALUE "3".
002080 01  WS-CONTA-DEBITO-RES         PIC X(12).
002090 01  WS-CONTA-CREDITO-RES        PIC X(12).
002100 01  WS-CENTRO-DEBITO-RES        PIC X(10).

002110 01  WS-MESES-ED                 PIC ZZ9.
002120 01  WS-VALOR-ED                 PIC ZZ,ZZZ,ZZ9.99.
002130 01  WS-ACUMULADA-ED             PIC ZZ,ZZZ,ZZ9.99.
002140 01  WS-CONTABIL-ED              PIC ZZ,ZZZ,ZZ9.99.
002150 01  WS-TOTAL-ED                 PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

002160 01  WS-LINHA-REL                PIC X(80).
002170 01  WS-FUNCAO-REL               PIC X(01).
002180 01  WS-TITULO-REL               PIC X(60).
002190 01  WS-COLUNAS-REL              PIC X(80).

002200 01  WS-DESCRICAO-AUD            PIC X(60).

002201* THE COMPANY WHOSE GL INTERFACE IS OPEN, AND ITS DATASET
002202 01  WS-EMPRESA-GL               PIC X(03) VALUE "001".
002203 01  WS-NOME-GL                  PIC X(08) VALUE "GLFILE".
002204 01  WS-EMPRESA-ATIVO            PIC X(03).

002205* PROG220 COMPANY SERVICE CALL
002206 01  WS-CHAMADA-EMPRESA.
002207     05  WS-CIA-FUNCAO           PIC X(01).
002208     05  WS-CIA-EMPRESA          PIC X(03).
002209     05  WS-CIA-ARQUIVO          PIC X(08).
002210     05  WS-CIA-STATUS           PIC X(01).
002211         88  WS-CIA-OK           VALUE "1".
002212 COPY CIAREC.

002213 PROCEDURE DIVISION.

002220*----------------------------------------------------------------
002230* 0000-MAINLINE
002240*----------------------------------------------------------------
002250 0000-MAINLINE.
002260     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.

002270     MOVE LOW-VALUES TO AT-NUMERO.
002280     START ASSET-FILE KEY IS NOT LESS THAN AT-NUMERO
002290         INVALID KEY
002300             SET FS-ATIVFILE-EOF TO TRUE
002310     END-START.
002320     PERFORM 2000-DEPRECIAR-ATIVO
002330         THRU 2000-DEPRECIAR-ATIVO-EXIT
002340         UNTIL FS-ATIVFILE-EOF.

002350     PERFORM 8000-FINALIZAR THRU 8000-FINALIZAR-EXIT.
002360     GO TO 9999-EXIT.

002370*----------------------------------------------------------------
002380* 1000-INICIALIZAR
002390*----------------------------------------------------------------
002400 1000-INICIALIZAR.
002410     ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.

002420     MOVE "PERIODO DA DEPRECIACAO (AAAAMM)" TO WS-MENSAGEM.
002430     MOVE 190001 TO WS-LIMITE-MIN.
002440     MOVE 999912 TO WS-LIMITE-MAX.
002450     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
002460         WS-LIMITE-MIN WS-LIMITE-MAX.
002470     MOVE WS-VALOR-ENT TO WS-PERIODO-APURADO.
002480     IF WS-PER-MES < 1 OR WS-PER-MES > 12
002490         DISPLAY "PROG222: PERIODO " WS-PERIODO-APURADO
002500             " INVALIDO"
002510         MOVE 8 TO RETURN-CODE
002520         GO TO 9999-EXIT
002530     END-IF.
002540     COMPUTE WS-ORD-APURADO = WS-PER-ANO * 12 + WS-PER-MES.

002550     OPEN I-O ASSET-FILE.
002560     IF NOT FS-ATIVFILE-OK
002570         DISPLAY "PROG222: CADASTRO DE ATIVOS (ATIVFILE) "
002580             "INDISPONIVEL"
002590         GO TO 9999-EXIT
002600     END-IF.
002610     OPEN INPUT ASSET-CLASS-FILE.
002620     IF NOT FS-ATCLFILE-OK
002630         DISPLAY "PROG222: CLASSES DE ATIVO (ATCLFILE) "
002640             "INDISPONIVEIS"
002650         CLOSE ASSET-FILE
002660         MOVE 8 TO RETURN-CODE
002670         GO TO 9999-EXIT
002680     END-IF.

002690     OPEN EXTEND GL-INTERFACE.
002700     IF NOT FS-GLFILE-OK
002710         OPEN OUTPUT GL-INTERFACE
002720     END-IF.
002730     IF NOT FS-GLFILE-OK
002740         DISPLAY "PROG222: ERRO AO ABRIR GL-INTERFACE "
002750             FS-GLFILE
002760         CLOSE ASSET-FILE ASSET-CLASS-FILE
002770         MOVE 8 TO RETURN-CODE
002780         GO TO 9999-EXIT
002790     END-IF.

002800     MOVE "I" TO WS-FUNCAO-REL.
002810     MOVE SPACES TO WS-TITULO-REL.
002820     STRING "DEPRECIACAO DO ATIVO IMOBILIZADO - PERIODO "
002830         WS-PERIODO-APURADO DELIMITED BY SIZE
002840         INTO WS-TITULO-REL.
002850     MOVE SPACES TO WS-COLUNAS-REL.
002860     STRING "ATIVO  DESCRICAO            CLAS MES "
002870         "  DEPRECIACAO     ACUMULADA  VL CONTABIL"
002880         DELIMITED BY SIZE INTO WS-COLUNAS-REL.
002890     MOVE SPACES TO WS-LINHA-REL.
002900     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
002910         WS-COLUNAS-REL WS-LINHA-REL.
002920 1000-INICIALIZAR-EXIT.
002930     EXIT.

002940*----------------------------------------------------------------
002950* 2000-DEPRECIAR-ATIVO - ONE ASSET PER PASS
002960*----------------------------------------------------------------
002970 2000-DEPRECIAR-ATIVO.
002980     READ ASSET-FILE NEXT
002990         AT END
003000             SET FS-ATIVFILE-EOF TO TRUE
003010             GO TO 2000-DEPRECIAR-ATIVO-EXIT
003020     END-READ.
003030     ADD 1 TO WS-QTD-LIDOS.

003040     IF AT-BAIXADO
003050         GO TO 2000-DEPRECIAR-ATIVO-EXIT
003060     END-IF.
003070     MOVE AT-DATA-AQUISICAO(1:6) TO WS-PERIODO-AQUISICAO.
003080     IF WS-PERIODO-AQUISICAO NOT < WS-PERIODO-APURADO
003090         GO TO 2000-DEPRECIAR-ATIVO-EXIT
003100     END-IF.
003110     IF AT-ULTIMO-PERIODO NOT < WS-PERIODO-APURADO
003120         GO TO 2000-DEPRECIAR-ATIVO-EXIT
003130     END-IF.
003140     IF AT-DEPRECIACAO-ACUM NOT < AT-CUSTO
003150         ADD 1 TO WS-QTD-TOTALMENTE-DEPR
003160         GO TO 2000-DEPRECIAR-ATIVO-EXIT
003170     END-IF.

003180     MOVE AT-CLASSE TO AK-CLASSE.
003190     READ ASSET-CLASS-FILE
003200         INVALID KEY
003210             ADD 1 TO WS-QTD-SEM-CLASSE
003220             DISPLAY "PROG222: ATIVO " AT-NUMERO " CLASSE "
003230                 AT-CLASSE " NAO CADASTRADA - NAO DEPRECIADO"
003240             GO TO 2000-DEPRECIAR-ATIVO-EXIT
003250     END-READ.

003260     PERFORM 2100-CALCULAR-QUOTA THRU 2100-CALCULAR-QUOTA-EXIT.
003270     IF WS-DEPRECIACAO-MES = ZERO
003280         GO TO 2000-DEPRECIAR-ATIVO-EXIT
003290     END-IF.

003300     PERFORM 2200-RESOLVER-CONTAS THRU 2200-RESOLVER-CONTAS-EXIT.
003310     IF WS-SEM-MAPA
003320         GO TO 2000-DEPRECIAR-ATIVO-EXIT
003330     END-IF.

003340     ADD WS-DEPRECIACAO-MES TO AT-DEPRECIACAO-ACUM.
003350     MOVE WS-PERIODO-APURADO TO AT-ULTIMO-PERIODO.
003360     REWRITE ATIVO-REC.
003370     IF NOT FS-ATIVFILE-OK
003380         DISPLAY "PROG222: ERRO AO GRAVAR ATIVO " AT-NUMERO
003390             " - " FS-ATIVFILE " - NAO DEPRECIADO"
003400         MOVE 8 TO RETURN-CODE
003410         GO TO 2000-DEPRECIAR-ATIVO-EXIT
003420     END-IF.

003430     PERFORM 2300-GRAVAR-LANCAMENTOS
003440         THRU 2300-GRAVAR-LANCAMENTOS-EXIT.

003450     ADD 1 TO WS-QTD-DEPRECIADOS.
003460     ADD WS-DEPRECIACAO-MES TO WS-TOTAL-DEPRECIACAO.
003470     COMPUTE WS-VALOR-CONTABIL =
003480         AT-CUSTO - AT-DEPRECIACAO-ACUM.

003490     MOVE WS-MESES-DEVIDOS    TO WS-MESES-ED.
003500     MOVE WS-DEPRECIACAO-MES  TO WS-VALOR-ED.
003510     MOVE AT-DEPRECIACAO-ACUM TO WS-ACUMULADA-ED.
003520     MOVE WS-VALOR-CONTABIL   TO WS-CONTABIL-ED.
003530     MOVE SPACES TO WS-LINHA-REL.
003540     STRING AT-NUMERO " " AT-DESCRICAO(1:20) " " AT-CLASSE " "
003550         WS-MESES-ED " " WS-VALOR-ED " " WS-ACUMULADA-ED " "
003560         WS-CONTABIL-ED
003570         DELIMITED BY SIZE INTO WS-LINHA-REL.
003580     MOVE "D" TO WS-FUNCAO-REL.
003590     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
003600         WS-COLUNAS-REL WS-LINHA-REL.
003610 2000-DEPRECIAR-ATIVO-EXIT.
003620     EXIT.

003630*----------------------------------------------------------------
003640* 2100-CALCULAR-QUOTA - MONTHS DUE SINCE THE LAST PERIOD CHARGED
003650*                        (OR SINCE THE ACQUISITION MONTH) TIMES
003660*                        COST OVER LIFE; ONCE THE LIFE IS REACHED
003670*                        THE WHOLE BALANCE GOES
003680*----------------------------------------------------------------
003690 2100-CALCULAR-QUOTA.
003700     MOVE ZERO TO WS-DEPRECIACAO-MES.
003710     COMPUTE WS-ORD-AQUISICAO = WS-AQ-ANO * 12 + WS-AQ-MES.
003720     IF AT-ULTIMO-PERIODO > WS-PERIODO-AQUISICAO
003730         MOVE AT-ULTIMO-PERIODO TO WS-PERIODO-INICIO
003740     ELSE
003750         MOVE WS-PERIODO-AQUISICAO TO WS-PERIODO-INICIO
003760     END-IF.
003770     COMPUTE WS-ORD-INICIO = WS-IN-ANO * 12 + WS-IN-MES.
003780     COMPUTE WS-MESES-DEVIDOS = WS-ORD-APURADO - WS-ORD-INICIO.
003790     COMPUTE WS-MESES-DE-USO = WS-ORD-APURADO - WS-ORD-AQUISICAO.
003800     IF WS-MESES-DEVIDOS = ZERO
003810         GO TO 2100-CALCULAR-QUOTA-EXIT
003820     END-IF.

003830     COMPUTE WS-SALDO-A-DEPRECIAR =
003840         AT-CUSTO - AT-DEPRECIACAO-ACUM.
003850     IF AK-VIDA-UTIL = ZERO OR WS-MESES-DE-USO NOT < AK-VIDA-UTIL
003860         MOVE WS-SALDO-A-DEPRECIAR TO WS-DEPRECIACAO-MES
003870         GO TO 2100-CALCULAR-QUOTA-EXIT
003880     END-IF.

003890     COMPUTE WS-QUOTA-MENSAL ROUNDED = AT-CUSTO / AK-VIDA-UTIL.
003900     COMPUTE WS-DEPRECIACAO-MES =
003910         WS-QUOTA-MENSAL * WS-MESES-DEVIDOS.
003920     IF WS-DEPRECIACAO-MES > WS-SALDO-A-DEPRECIAR
003930         MOVE WS-SALDO-A-DEPRECIAR TO WS-DEPRECIACAO-MES
003940     END-IF.
003950 2100-CALCULAR-QUOTA-EXIT.
003960     EXIT.

003970*----------------------------------------------------------------
003980* 2200-RESOLVER-CONTAS - DEBIT THE DEPRECIATION EXPENSE, CREDIT
003990*                         THE ACCUMULATED DEPRECIATION; WITH NO
004000*                         GLMAP AT ALL THE EVENT NAME STANDS FOR
004010*                         BOTH ACCOUNTS, AS IN PROG154
004020*----------------------------------------------------------------
004030 2200-RESOLVER-CONTAS.
004040     MOVE AK-EVENTO-DEPREC TO WS-MAPA-EVENTO.
004050     IF WS-MAPA-EVENTO = SPACES
004060         MOVE "DEPRECIACAO " TO WS-MAPA-EVENTO
004070     END-IF.
004080     MOVE AT-CENTRO-CUSTO TO WS-MAPA-DEPARTAMENTO.
004090     CALL "PROG138" USING WS-MAPA-EVENTO WS-MAPA-DEPARTAMENTO
004100         WS-MAPA-DEBITO WS-MAPA-CREDITO WS-MAPA-CENTRO
004110         WS-MAPA-STATUS.
004120     IF WS-SEM-MAPA
004130         ADD 1 TO WS-QTD-SEM-MAPA
004140         DISPLAY "PROG222: ATIVO " AT-NUMERO " EVENTO "
004150             WS-MAPA-EVENTO " SEM MAPEAMENTO DE CONTA - NAO "
004160             "DEPRECIADO"
004170         GO TO 2200-RESOLVER-CONTAS-EXIT
004180     END-IF.
004190     IF WS-MAPEADO
004200         MOVE WS-MAPA-DEBITO  TO WS-CONTA-DEBITO-RES
004210         MOVE WS-MAPA-CREDITO TO WS-CONTA-CREDITO-RES
004220     ELSE
004230         MOVE WS-MAPA-EVENTO TO WS-CONTA-DEBITO-RES
004240         MOVE WS-MAPA-EVENTO TO WS-CONTA-CREDITO-RES
004250     END-IF.
004260     IF WS-MAPEADO AND WS-MAPA-CENTRO NOT = SPACES
004270         MOVE WS-MAPA-CENTRO TO WS-CENTRO-DEBITO-RES
004280     ELSE
004290         MOVE AT-CENTRO-CUSTO TO WS-CENTRO-DEBITO-RES
004300     END-IF.
004310 2200-RESOLVER-CONTAS-EXIT.
004320     EXIT.

004330 2300-GRAVAR-LANCAMENTOS.
004331     MOVE AT-EMPRESA TO WS-EMPRESA-ATIVO.
004332     IF WS-EMPRESA-ATIVO = SPACES
004333         MOVE "001" TO WS-EMPRESA-ATIVO
004334     END-IF.
004335     IF WS-EMPRESA-ATIVO NOT = WS-EMPRESA-GL
004336         PERFORM 2350-TROCAR-INTERFACE
004337             THRU 2350-TROCAR-INTERFACE-EXIT
004338     END-IF.

004340     MOVE WS-CONTA-DEBITO-RES TO GL-CONTA.
004350     MOVE WS-CENTRO-DEBITO-RES TO GL-CENTRO-CUSTO.
004360     SET GL-DEBITO TO TRUE.
004370     MOVE WS-DEPRECIACAO-MES TO GL-VALOR.
004380     MOVE AT-EMPRESA TO GL-EMPRESA.
004390     MOVE "PROG222 " TO GL-PROGRAMA.
004400     MOVE WS-PERIODO-APURADO TO GL-PERIODO.
004410     MOVE WS-DATA-ATUAL TO GL-DATA.
004420     WRITE GL-INTERFACE-REC.

004430     MOVE WS-CONTA-CREDITO-RES TO GL-CONTA.
004440     MOVE AT-CENTRO-CUSTO TO GL-CENTRO-CUSTO.
004450     SET GL-CREDITO TO TRUE.
004460     WRITE GL-INTERFACE-REC.
004470 2300-GRAVAR-LANCAMENTOS-EXIT.
004480     EXIT.

004481*----------------------------------------------------------------
004482* 2350-TROCAR-INTERFACE - THE ASSET BELONGS TO ANOTHER COMPANY
004483*                          THAN THE OPEN GL INTERFACE: CLOSE IT
004484*                          AND EXTEND THE OTHER'S
004485*----------------------------------------------------------------
004486 2350-TROCAR-INTERFACE.
004487     CLOSE GL-INTERFACE.
004488     MOVE WS-EMPRESA-ATIVO TO WS-EMPRESA-GL.
004489     MOVE "N" TO WS-CIA-FUNCAO.
004490     MOVE WS-EMPRESA-GL TO WS-CIA-EMPRESA.
004491     MOVE "GLFILE  " TO WS-CIA-ARQUIVO.
004492     CALL "PROG220" USING WS-CIA-FUNCAO WS-CIA-EMPRESA
004493         WS-CIA-ARQUIVO COMPANHIA-REC WS-CIA-STATUS.
004494     MOVE WS-CIA-ARQUIVO TO WS-NOME-GL.
004495     OPEN EXTEND GL-INTERFACE.
004496     IF NOT FS-GLFILE-OK
004497         OPEN OUTPUT GL-INTERFACE
004498     END-IF.
004499     IF NOT FS-GLFILE-OK
004500         DISPLAY "PROG222: ERRO AO ABRIR GL-INTERFACE "
004501             WS-NOME-GL " " FS-GLFILE " - LANCAMENTOS DA EMPRESA "
004502             WS-EMPRESA-GL " NAO GRAVADOS"
004503         MOVE 8 TO RETURN-CODE
004504     END-IF.
004505 2350-TROCAR-INTERFACE-EXIT.
004506     EXIT.

004507*----------------------------------------------------------------
004508* 8000-FINALIZAR
004510*----------------------------------------------------------------
004520 8000-FINALIZAR.
004530     MOVE "T" TO WS-FUNCAO-REL.
004540     MOVE WS-TOTAL-DEPRECIACAO TO WS-TOTAL-ED.
004550     MOVE SPACES TO WS-LINHA-REL.
004560     STRING "TOTAL DEPRECIADO ..... : " WS-TOTAL-ED
004570         DELIMITED BY SIZE INTO WS-LINHA-REL.
004580     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
004590         WS-COLUNAS-REL WS-LINHA-REL.
004600     MOVE SPACES TO WS-LINHA-REL.
004610     STRING "ATIVOS LIDOS: " WS-QTD-LIDOS
004620         "  DEPRECIADOS: " WS-QTD-DEPRECIADOS
004630         "  TOTALMENTE DEPRECIADOS: " WS-QTD-TOTALMENTE-DEPR
004640         DELIMITED BY SIZE INTO WS-LINHA-REL.
004650     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
004660         WS-COLUNAS-REL WS-LINHA-REL.
004670     IF WS-QTD-SEM-CLASSE > ZERO OR WS-QTD-SEM-MAPA > ZERO
004680         MOVE SPACES TO WS-LINHA-REL
004690         STRING "NAO DEPRECIADOS - SEM CLASSE: "
004700             WS-QTD-SEM-CLASSE "  SEM MAPEAMENTO: "
004710             WS-QTD-SEM-MAPA
004720             DELIMITED BY SIZE INTO WS-LINHA-REL
004730         CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
004740             WS-COLUNAS-REL WS-LINHA-REL
004750     END-IF.
004760     MOVE "F" TO WS-FUNCAO-REL.
004770     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
004780         WS-COLUNAS-REL WS-LINHA-REL.

004790     CLOSE ASSET-FILE ASSET-CLASS-FILE GL-INTERFACE.

004800     IF WS-QTD-SEM-CLASSE > ZERO AND RETURN-CODE < 4
004810         MOVE 4 TO RETURN-CODE
004820     END-IF.
004830     IF WS-QTD-SEM-MAPA > ZERO
004840         DISPLAY "PROG222: LANCAMENTOS SEM MAPEAMENTO DE "
004850             "CONTA: " WS-QTD-SEM-MAPA
004860             " - CORRIJA O GLMAP (PROG137)"
004870         MOVE 8 TO RETURN-CODE
004880     END-IF.

004890     DISPLAY "PROG222: " WS-QTD-DEPRECIADOS " ATIVO(S) "
004900         "DEPRECIADO(S) NO PERIODO " WS-PERIODO-APURADO
004910         " - TOTAL " WS-TOTAL-ED.
004920     MOVE SPACES TO WS-DESCRICAO-AUD.
004930     STRING "DEPRECIOU ATIVOS DO PERIODO " WS-PERIODO-APURADO
004940         " TOTAL " WS-TOTAL-ED
004950         DELIMITED BY SIZE INTO WS-DESCRICAO-AUD.
004960     CALL "PROG22" USING "PROG222 " WS-DESCRICAO-AUD.
004970 8000-FINALIZAR-EXIT.
004980     EXIT.

004990 9999-EXIT.
005000     STOP RUN.
