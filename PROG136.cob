001110*              THROUGH PROG46 LIKE EVERYTHING ELSE. FUNCTION 2
001120*              MAINTAINS THE TIER TABLE. THE CALCULATOR AND THE
001130*              MANUAL ADJUSTMENT ARE RETIRED.
001140*              FUNCTION 3 SETS THE COMMISSION BASIS (COMMBASE) -
001150*              ON THE INVOICE OR ON THE CASH RECEIVED - AND
001160*              FUNCTION 4 PRINTS THE PER-INVOICE COMMISSION
001170*              LEDGER (COMMLED) OF ONE OR EVERY SALESPERSON.
001180* ----------------------------------------------------------------
001190* MODIFICATION HISTORY
001200* DATE       INIT DESCRIPTION
001210* 2026-09-02 RA   INITIAL VERSION
001220* 2026-09-21 RA   EVERY INVOICE IS NOW KEPT ON THE COMMISSION
001230*                 LEDGER (COMMLED). UNDER THE RECEIPT BASIS THE
001240*                 COMMISSION IS EARNED AS PROG128/PROG139 SETTLE
001250*                 THE TITLE, IN PROPORTION TO THE PRINCIPAL PAID;
001260*                 COMMISSION ALREADY PAID ON A TITLE PROG131
001270*                 CANCELLED OR PROG167 WROTE OFF IS CLAWED BACK
001280*                 THROUGH CO-VALOR-ESTORNO FOR PROG42 TO DEDUCT.
001290*                 ADDED THE BASIS SWITCH AND THE LEDGER REPORT.
001292* 2026-09-21 RA   THE TIER PERCENTAGE IS MULTIPLIED BY THE
001294*                 ACCELERATOR FACTOR (ACELFILE) OF THE PERIOD'S
001296*                 TARGET ATTAINMENT (METAFILE, BOTH KEPT BY
001298*                 PROG171).
001300******************************************************************
001310 IDENTIFICATION DIVISION.
001320 PROGRAM-ID. PROG136.

001330 ENVIRONMENT DIVISION.
001340 INPUT-OUTPUT SECTION.
001350 FILE-CONTROL.
001360     SELECT SALES-DETAIL ASSIGN TO "SALESDET"
001370         ORGANIZATION IS LINE SEQUENTIAL
001380         FILE STATUS IS FS-SALESDET.

001390     SELECT COMMISSION-TABLE ASSIGN TO "COMMTAB"
001400         ORGANIZATION IS INDEXED
001410         ACCESS MODE IS DYNAMIC
001420         RECORD KEY IS CM-FAIXA
001430         FILE STATUS IS FS-COMMTAB.

001440     SELECT COMMISSION-FILE ASSIGN TO "COMMFILE"
001450         ORGANIZATION IS INDEXED
001460         ACCESS MODE IS DYNAMIC
001470         RECORD KEY IS CO-CHAVE
001480         FILE STATUS IS FS-COMMFILE.

001490     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
001500         ORGANIZATION IS INDEXED
001510         ACCESS MODE IS DYNAMIC
001520         RECORD KEY IS CODIGO
001530         ALTERNATE RECORD KEY IS NOME
001540             WITH DUPLICATES
001550         ALTERNATE RECORD KEY IS DEPARTAMENTO
001560             WITH DUPLICATES
001570         FILE STATUS IS FS-EMPMAST.

001580     SELECT COMMISSION-BASE ASSIGN TO "COMMBASE"
001590         ORGANIZATION IS INDEXED
001600         ACCESS MODE IS DYNAMIC
001610         RECORD KEY IS CB-CHAVE
001620         FILE STATUS IS FS-COMMBASE.

001630     SELECT COMMISSION-LEDGER ASSIGN TO "COMMLED"
001640         ORGANIZATION IS INDEXED
001650         ACCESS MODE IS DYNAMIC
001660         RECORD KEY IS LC-CHAVE
001670         FILE STATUS IS FS-COMMLED.

001680     SELECT RECEIVABLE-FILE ASSIGN TO "ARFILE"
001690         ORGANIZATION IS INDEXED
001700         ACCESS MODE IS DYNAMIC
001710         RECORD KEY IS AR-NUMERO-NOTA
001720         FILE STATUS IS FS-ARFILE.

001721     SELECT TARGET-FILE ASSIGN TO "METAFILE"
001722         ORGANIZATION IS INDEXED
001723         ACCESS MODE IS DYNAMIC
001724         RECORD KEY IS MT-CHAVE
001725         FILE STATUS IS FS-METAFILE.

001726     SELECT ACCELERATOR-FILE ASSIGN TO "ACELFILE"
001727         ORGANIZATION IS INDEXED
001728         ACCESS MODE IS DYNAMIC
001729         RECORD KEY IS AC-FAIXA
001730         FILE STATUS IS FS-ACELFILE.

001731 DATA DIVISION.
001740 FILE SECTION.
001750 FD  SALES-DETAIL.
001760 COPY SALESREC.

001770 FD  COMMISSION-TABLE.
001780 COPY COMMREC.

001790 FD  COMMISSION-FILE.
001800 COPY COMREC.

001810 FD  EMPLOYEE-MASTER.
001820 COPY EMPREC.

001830 FD  COMMISSION-BASE.
001840 COPY COMBASE.

001850 FD  COMMISSION-LEDGER.
001860 COPY COMLREC.

001870 FD  RECEIVABLE-FILE.
001880 COPY ARREC.

001882 FD  TARGET-FILE.
001884 COPY METAREC.

001886 FD  ACCELERATOR-FILE.
001888 COPY ACELREC.

001890 WORKING-STORAGE SECTION.
001900 01  FS-SALESDET                 PIC X(02).
001910     88  FS-SALESDET-OK          VALUE "00".
001920     88  FS-SALESDET-EOF         VALUE "10".

001930 01  FS-COMMTAB                  PIC X(02).
001940     88  FS-COMMTAB-OK           VALUE "00".
001950     88  FS-COMMTAB-EOF          VALUE "10".

001960 01  FS-COMMFILE                 PIC X(02).
001970     88  FS-COMMFILE-OK          VALUE "00".

001980 01  FS-EMPMAST                  PIC X(02).
001990     88  FS-EMPMAST-OK           VALUE "00".

002000 01  FS-COMMBASE                 PIC X(02).
002010     88  FS-COMMBASE-OK          VALUE "00".

002020 01  FS-COMMLED                  PIC X(02).
002030     88  FS-COMMLED-OK           VALUE "00".
002040     88  FS-COMMLED-EOF          VALUE "10".

002050 01  FS-ARFILE                   PIC X(02).
002060     88  FS-ARFILE-OK            VALUE "00".

002061 01  FS-METAFILE                 PIC X(02).
002062     88  FS-METAFILE-OK          VALUE "00".

002063 01  FS-ACELFILE                 PIC X(02).
002064     88  FS-ACELFILE-OK          VALUE "00".
002065     88  FS-ACELFILE-EOF         VALUE "10".

002066 01  WS-ACELERADOR-SW            PIC X(01) VALUE "N".
002067     88  WS-ACELERADOR-ABERTO    VALUE "Y".

002068 01  WS-ATINGIMENTO              PIC 9(05)V9(02).
002069 01  WS-MELHOR-MINIMO            PIC 9(03)V9(02).
002070 01  WS-FATOR                    PIC 9(01)V9(02).
002071 01  WS-PERCENTUAL-ACEL          PIC 9(03)V9(02).

002072 01  WS-ARFILE-SW                PIC X(01) VALUE "N".
002080     88  WS-ARFILE-ABERTO        VALUE "Y".

002090 01  WS-FUNCAO-SW                PIC X(01).
002100     88  WS-FUNCAO-APURAR        VALUE "1".
002110     88  WS-FUNCAO-FAIXAS        VALUE "2".
002120     88  WS-FUNCAO-BASE          VALUE "3".
002130     88  WS-FUNCAO-RAZAO         VALUE "4".

002140 01  WS-JA-EXISTE-SW             PIC X(01) VALUE "N".
002150     88  WS-JA-EXISTE            VALUE "Y".

002160 01  WS-MENSAGEM                 PIC X(40).
002170 01  WS-VALOR-ENT                PIC 9(09).
002180 01  WS-LIMITE-MIN               PIC 9(09).
002190 01  WS-LIMITE-MAX               PIC 9(09).

002200 01  WS-PERIODO-APURADO          PIC 9(06).
002210 01  WS-DATA-ATUAL               PIC 9(08).

002220 01  WS-BASE-ATUAL-SW            PIC X(01) VALUE "F".
002230     88  WS-BASE-ATUAL-VALIDA    VALUE "F" "R".

002240 01  WS-PASSO-SW                 PIC X(01).
002250     88  WS-PASSO-SOMAR          VALUE "S".
002260     88  WS-PASSO-APLICAR        VALUE "A".

002270 01  WS-QTDE-VENDEDORES          PIC 9(03) COMP VALUE ZERO.
002280 01  WS-INDICE                   PIC 9(03) COMP.
002290 01  WS-ACHOU-SW                 PIC X(01).
002300     88  WS-ACHOU                VALUE "Y".
002310 01  WS-VENDEDOR-BUSCA           PIC 9(06).

002320 01  WS-TABELA-VENDEDORES.
002330     05  WS-VEND-ENTRADA OCCURS 20 TIMES.
002340         10  WS-VEND-CODIGO      PIC 9(06).
002350         10  WS-VEND-VALOR       PIC 9(11)V9(02).
002360         10  WS-VEND-BASE        PIC 9(11)V9(02).
002370         10  WS-VEND-ESTORNO     PIC 9(09)V9(02).
002380         10  WS-VEND-COMISSAO    PIC 9(09)V9(02).
002390         10  WS-VEND-PERCENTUAL  PIC 9(02)V9(02).
002400         10  WS-VEND-SITUACAO    PIC X(01).
002410             88  WS-VEND-VALIDO      VALUE "S".
002420             88  WS-VEND-SEM-FAIXA   VALUE "F".
002430             88  WS-VEND-INVALIDO    VALUE "N".

002440 01  WS-QTDE-NOTAS               PIC 9(04) COMP VALUE ZERO.
002450 01  WS-IND-NOTA                 PIC 9(04) COMP.
002460 01  WS-ACHOU-NOTA-SW            PIC X(01).
002470     88  WS-ACHOU-NOTA           VALUE "Y".

002480 01  WS-TABELA-NOTAS.
002490     05  WS-NOTA-ENTRADA OCCURS 2000 TIMES.
002500         10  WS-NT-VENDEDOR      PIC 9(06).
002510         10  WS-NT-NOTA          PIC 9(08).
002520         10  WS-NT-CLIENTE       PIC 9(06).
002530         10  WS-NT-VALOR         PIC 9(09)V9(02).

002540 01  WS-PERCENTUAL               PIC 9(02)V9(02).
002550 01  WS-ACHOU-FAIXA-SW           PIC X(01).
002560     88  WS-ACHOU-FAIXA          VALUE "Y".
002570 01  WS-COMISSAO                 PIC 9(09)V9(02).
002580 01  WS-QTD-GRAVADAS             PIC 9(03) COMP VALUE ZERO.

002590 01  WS-TITULO-SW                PIC X(01).
002600     88  WS-TITULO-VIVO          VALUE "V".
002610     88  WS-TITULO-ESTORNADO     VALUE "E".
002620 01  WS-SITUACAO-TITULO          PIC X(01).
002630 01  WS-LINHA-SW                 PIC X(01).
002640     88  WS-LINHA-EM-APURACAO    VALUE "Y".
002650 01  WS-BASE-DEVIDA              PIC 9(09)V9(02).
002660 01  WS-BASE-NOVA                PIC 9(09)V9(02).
002670 01  WS-ESTORNO-NOVO             PIC 9(09)V9(02).
002680 01  WS-COMISSAO-NOVA            PIC 9(09)V9(02).
002690 01  WS-QTD-LINHAS-RAZAO         PIC 9(05) COMP VALUE ZERO.

002700 01  WS-VENDEDOR-SEL             PIC 9(06).
002710 01  WS-VENDEDOR-ANTERIOR        PIC 9(06).
002720 01  WS-GANHO                    PIC 9(09)V9(02).
002730 01  WS-PENDENTE                 PIC S9(09)V9(02).

002740 01  WS-SUBTOTAIS.
002750     05  WS-SUB-VENDIDO          PIC 9(11)V9(02).
002760     05  WS-SUB-GANHO            PIC 9(11)V9(02).
002770     05  WS-SUB-PAGO             PIC 9(11)V9(02).
002780     05  WS-SUB-PENDENTE         PIC 9(11)V9(02).
002790     05  WS-SUB-ESTORNADO        PIC 9(11)V9(02).

002800 01  WS-TOTAIS-GERAIS.
002810     05  WS-GER-VENDIDO          PIC 9(11)V9(02).
002820     05  WS-GER-GANHO            PIC 9(11)V9(02).
002830     05  WS-GER-PAGO             PIC 9(11)V9(02).
002840     05  WS-GER-PENDENTE         PIC 9(11)V9(02).
002850     05  WS-GER-ESTORNADO        PIC 9(11)V9(02).

002860 01  WS-VALOR-ED                 PIC ZZZ,ZZZ,ZZ9.99.
002870 01  WS-COMISSAO-ED              PIC ZZZ,ZZZ,ZZ9.99.
002880 01  WS-ESTORNO-ED               PIC ZZZ,ZZZ,ZZ9.99.

002890 01  WS-VENDIDO-ED               PIC ZZZZZZZ9.99.
002900 01  WS-GANHO-ED                 PIC ZZZZZZZ9.99.
002910 01  WS-PAGO-ED                  PIC ZZZZZZZ9.99.
002920 01  WS-PENDENTE-ED              PIC ZZZZZZZ9.99.
002930 01  WS-ESTORNADO-ED             PIC ZZZZZZZ9.99.

002940 01  WS-LINHA-REL                PIC X(80).
002950 01  WS-FUNCAO-REL               PIC X(01).
002960 01  WS-TITULO-REL               PIC X(60).
002970 01  WS-COLUNAS-REL              PIC X(80).

002980 01  WS-DESCRICAO-AUD            PIC X(60).

002990 PROCEDURE DIVISION.

003000*----------------------------------------------------------------
003010* 0000-MAINLINE
003020*----------------------------------------------------------------
003030 0000-MAINLINE.
003040     DISPLAY "FUNCAO (1 = APURAR COMISSOES / 2 = MANTER "
003050             "FAIXAS / 3 = BASE DA COMISSAO / 4 = RAZAO "
003060             "POR VENDEDOR)".
003070     ACCEPT WS-FUNCAO-SW.
003080     ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.

003090     EVALUATE TRUE
003100         WHEN WS-FUNCAO-FAIXAS
003110             PERFORM 5000-MANTER-FAIXAS
003120                 THRU 5000-MANTER-FAIXAS-EXIT
003130         WHEN WS-FUNCAO-BASE
003140             PERFORM 6000-MANTER-BASE
003150                 THRU 6000-MANTER-BASE-EXIT
003160         WHEN WS-FUNCAO-RAZAO
003170             PERFORM 7000-RAZAO-VENDEDOR
003180                 THRU 7000-RAZAO-VENDEDOR-EXIT
003190         WHEN OTHER
003200             PERFORM 1000-APURAR THRU 1000-APURAR-EXIT
003210     END-EVALUATE.
003220     GO TO 9999-EXIT.

003230*----------------------------------------------------------------
003240* 1000-APURAR - THE PERIOD'S INVOICES GO ON THE LEDGER; THEN
003250*               EVERY LEDGER LINE IS WEIGHED TWICE - ONCE TO
003260*               TOTAL THE NEW BASE PER VENDEDOR, WHICH PICKS
003270*               THE TIER, AND ONCE TO APPLY THAT TIER LINE BY
003280*               LINE
003290*----------------------------------------------------------------
003300 1000-APURAR.
003310     MOVE "PERIODO A APURAR (AAAAMM)" TO WS-MENSAGEM.
003320     MOVE 190001 TO WS-LIMITE-MIN.
003330     MOVE 999912 TO WS-LIMITE-MAX.
003340     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
003350         WS-LIMITE-MIN WS-LIMITE-MAX.
003360     MOVE WS-VALOR-ENT TO WS-PERIODO-APURADO.

003370     OPEN INPUT COMMISSION-TABLE.
003380     IF NOT FS-COMMTAB-OK
003390         DISPLAY "PROG136: TABELA DE FAIXAS (COMMTAB) "
003400             "INDISPONIVEL - CARREGUE PELA FUNCAO 2"
003410         GO TO 9999-EXIT
003420     END-IF.

003430     OPEN I-O COMMISSION-FILE.
003440     IF NOT FS-COMMFILE-OK
003450         OPEN OUTPUT COMMISSION-FILE
003460         CLOSE COMMISSION-FILE
003470         OPEN I-O COMMISSION-FILE
003480     END-IF.

003490     OPEN INPUT EMPLOYEE-MASTER.

003500     PERFORM 1200-ABRIR-BASE-RAZAO
003510         THRU 1200-ABRIR-BASE-RAZAO-EXIT.

003520     OPEN INPUT SALES-DETAIL.
003530     IF FS-SALESDET-OK
003540         PERFORM 1100-LER-PROXIMA
003550         PERFORM 2000-SOMAR-VENDAS THRU 2000-SOMAR-VENDAS-EXIT
003560             UNTIL FS-SALESDET-EOF
003570         CLOSE SALES-DETAIL
003580     ELSE
003590         DISPLAY "PROG136: SEM DETALHE DE VENDAS (SALESDET) "
003600             "- APURA SO RECEBIMENTOS E ESTORNOS"
003610     END-IF.

003620     PERFORM 2200-GRAVAR-NOTA THRU 2200-GRAVAR-NOTA-EXIT
003630         VARYING WS-IND-NOTA FROM 1 BY 1
003640         UNTIL WS-IND-NOTA > WS-QTDE-NOTAS.

003650     SET WS-PASSO-SOMAR TO TRUE.
003660     PERFORM 2500-PERCORRER-RAZAO
003670         THRU 2500-PERCORRER-RAZAO-EXIT.

003680     PERFORM 3000-CALCULAR-VENDEDOR
003690         THRU 3000-CALCULAR-VENDEDOR-EXIT
003700         VARYING WS-INDICE FROM 1 BY 1
003710         UNTIL WS-INDICE > WS-QTDE-VENDEDORES.

003720     SET WS-PASSO-APLICAR TO TRUE.
003730     PERFORM 2500-PERCORRER-RAZAO
003740         THRU 2500-PERCORRER-RAZAO-EXIT.

003750     DISPLAY "COMISSOES DO PERIODO " WS-PERIODO-APURADO
003760         " - BASE " WS-BASE-ATUAL-SW.
003770     DISPLAY "VENDEDOR        VENDIDO  PCT       COMISSAO"
003780         "        ESTORNO".
003790     PERFORM 4000-GRAVAR-COMISSAO
003800         THRU 4000-GRAVAR-COMISSAO-EXIT
003810         VARYING WS-INDICE FROM 1 BY 1
003820         UNTIL WS-INDICE > WS-QTDE-VENDEDORES.

003830     CLOSE COMMISSION-TABLE COMMISSION-FILE EMPLOYEE-MASTER
003840         COMMISSION-LEDGER.
003850     IF WS-ARFILE-ABERTO
003860         CLOSE RECEIVABLE-FILE
003870     END-IF.
003872     IF WS-ACELERADOR-ABERTO
003874         CLOSE TARGET-FILE ACCELERATOR-FILE
003876     END-IF.

003880     DISPLAY "PROG136: LINHAS DO RAZAO APURADAS: "
003890         WS-QTD-LINHAS-RAZAO.
003900     DISPLAY "PROG136: COMISSOES GRAVADAS: " WS-QTD-GRAVADAS.
003910     MOVE SPACES TO WS-DESCRICAO-AUD.
003920     STRING "APUROU COMISSOES DO PERIODO " WS-PERIODO-APURADO
003930         " BASE " WS-BASE-ATUAL-SW
003940         DELIMITED BY SIZE INTO WS-DESCRICAO-AUD.
003950     CALL "PROG22" USING "PROG136 " WS-DESCRICAO-AUD.
003960 1000-APURAR-EXIT.
003970     EXIT.

003980 1100-LER-PROXIMA.
003990     READ SALES-DETAIL
004000         AT END
004010             SET FS-SALESDET-EOF TO TRUE
004020     END-READ.

004030*----------------------------------------------------------------
004040* 1200-ABRIR-BASE-RAZAO - THE BASIS IN FORCE (INVOICE WHEN NEVER
004050*                          SET), THE LEDGER AND, WHEN PRESENT, THE
004060*                          RECEIVABLES THAT SAY WHAT WAS PAID,
004070*                          CANCELLED OR WRITTEN OFF
004080*----------------------------------------------------------------
004090 1200-ABRIR-BASE-RAZAO.
004100     MOVE "F" TO WS-BASE-ATUAL-SW.
004110     OPEN INPUT COMMISSION-BASE.
004120     IF FS-COMMBASE-OK
004130         MOVE "PADRAO    " TO CB-CHAVE
004140         READ COMMISSION-BASE
004150             NOT INVALID KEY
004160                 MOVE CB-BASE-SW TO WS-BASE-ATUAL-SW
004170         END-READ
004180         CLOSE COMMISSION-BASE
004190     END-IF.
004200     IF NOT WS-BASE-ATUAL-VALIDA
004210         MOVE "F" TO WS-BASE-ATUAL-SW
004220     END-IF.

004230     OPEN I-O COMMISSION-LEDGER.
004240     IF NOT FS-COMMLED-OK
004250         OPEN OUTPUT COMMISSION-LEDGER
004260         CLOSE COMMISSION-LEDGER
004270         OPEN I-O COMMISSION-LEDGER
004280     END-IF.
004290     IF NOT FS-COMMLED-OK
004300         DISPLAY "PROG136: ERRO AO ABRIR COMMISSION-LEDGER "
004310             FS-COMMLED
004320         GO TO 9999-EXIT
004330     END-IF.

004340     MOVE "N" TO WS-ARFILE-SW.
004350     OPEN INPUT RECEIVABLE-FILE.
004360     IF FS-ARFILE-OK
004370         SET WS-ARFILE-ABERTO TO TRUE
004380     ELSE
004390         DISPLAY "PROG136: CONTAS A RECEBER (ARFILE) "
004400             "INDISPONIVEL - SEM RECEBIMENTOS NEM ESTORNOS"
004410     END-IF.

004411     MOVE "N" TO WS-ACELERADOR-SW.
004412     OPEN INPUT TARGET-FILE.
004413     IF FS-METAFILE-OK
004414         OPEN INPUT ACCELERATOR-FILE
004415         IF FS-ACELFILE-OK
004416             SET WS-ACELERADOR-ABERTO TO TRUE
004417         ELSE
004418             CLOSE TARGET-FILE
004419         END-IF
004420     END-IF.
004421 1200-ABRIR-BASE-RAZAO-EXIT.
004430     EXIT.

004440*----------------------------------------------------------------
004450* 2000-SOMAR-VENDAS - THE PERIOD'S INVOICED VALUE PER VENDEDOR
004460*                     AND PER INVOICE
004470*----------------------------------------------------------------
004480 2000-SOMAR-VENDAS.
004490     IF SD-PERIODO NOT = WS-PERIODO-APURADO
004500         OR SD-VENDEDOR = ZERO
004510         GO TO 2000-SOMAR-SEGUIR
004520     END-IF.

004530     MOVE SD-VENDEDOR TO WS-VENDEDOR-BUSCA.
004540     PERFORM 2100-LOCALIZAR-VENDEDOR
004550         THRU 2100-LOCALIZAR-VENDEDOR-EXIT.
004560     IF WS-ACHOU
004570         ADD SD-VALOR TO WS-VEND-VALOR(WS-INDICE)
004580     END-IF.

004590     PERFORM 2150-LOCALIZAR-NOTA
004600         THRU 2150-LOCALIZAR-NOTA-EXIT.
004610     IF WS-ACHOU-NOTA
004620         ADD SD-VALOR TO WS-NT-VALOR(WS-IND-NOTA)
004630     END-IF.

004640 2000-SOMAR-SEGUIR.
004650     PERFORM 1100-LER-PROXIMA.
004660 2000-SOMAR-VENDAS-EXIT.
004670     EXIT.

004680 2100-LOCALIZAR-VENDEDOR.
004690     MOVE "N" TO WS-ACHOU-SW.
004700     PERFORM 2110-COMPARAR-ENTRADA
004710         VARYING WS-INDICE FROM 1 BY 1
004720         UNTIL WS-INDICE > WS-QTDE-VENDEDORES OR WS-ACHOU.
004730     IF WS-ACHOU
004740         SUBTRACT 1 FROM WS-INDICE
004750         GO TO 2100-LOCALIZAR-VENDEDOR-EXIT
004760     END-IF.

004770     IF WS-QTDE-VENDEDORES >= 20
004780         GO TO 2100-LOCALIZAR-VENDEDOR-EXIT
004790     END-IF.

004800     ADD 1 TO WS-QTDE-VENDEDORES.
004810     MOVE WS-QTDE-VENDEDORES TO WS-INDICE.
004820     MOVE WS-VENDEDOR-BUSCA TO WS-VEND-CODIGO(WS-INDICE).
004830     MOVE ZERO TO WS-VEND-VALOR(WS-INDICE).
004840     MOVE ZERO TO WS-VEND-BASE(WS-INDICE).
004850     MOVE ZERO TO WS-VEND-ESTORNO(WS-INDICE).
004860     MOVE ZERO TO WS-VEND-COMISSAO(WS-INDICE).
004870     MOVE ZERO TO WS-VEND-PERCENTUAL(WS-INDICE).
004880     MOVE "N" TO WS-VEND-SITUACAO(WS-INDICE).
004890     SET WS-ACHOU TO TRUE.
004900 2100-LOCALIZAR-VENDEDOR-EXIT.
004910     EXIT.

004920 2110-COMPARAR-ENTRADA.
004930     IF WS-VEND-CODIGO(WS-INDICE) = WS-VENDEDOR-BUSCA
004940         SET WS-ACHOU TO TRUE
004950     END-IF.

004960 2150-LOCALIZAR-NOTA.
004970     MOVE "N" TO WS-ACHOU-NOTA-SW.
004980     PERFORM 2160-COMPARAR-NOTA
004990         VARYING WS-IND-NOTA FROM 1 BY 1
005000         UNTIL WS-IND-NOTA > WS-QTDE-NOTAS OR WS-ACHOU-NOTA.
005010     IF WS-ACHOU-NOTA
005020         SUBTRACT 1 FROM WS-IND-NOTA
005030         GO TO 2150-LOCALIZAR-NOTA-EXIT
005040     END-IF.

005050     IF WS-QTDE-NOTAS >= 2000
005060         DISPLAY "PROG136: TABELA DE NOTAS CHEIA - NOTA "
005070             SD-NUMERO-NOTA " FORA DO RAZAO"
005080         GO TO 2150-LOCALIZAR-NOTA-EXIT
005090     END-IF.

005100     ADD 1 TO WS-QTDE-NOTAS.
005110     MOVE WS-QTDE-NOTAS TO WS-IND-NOTA.
005120     MOVE SD-VENDEDOR TO WS-NT-VENDEDOR(WS-IND-NOTA).
005130     MOVE SD-NUMERO-NOTA TO WS-NT-NOTA(WS-IND-NOTA).
005140     MOVE SD-CLIENTE TO WS-NT-CLIENTE(WS-IND-NOTA).
005150     MOVE ZERO TO WS-NT-VALOR(WS-IND-NOTA).
005160     SET WS-ACHOU-NOTA TO TRUE.
005170 2150-LOCALIZAR-NOTA-EXIT.
005180     EXIT.

005190 2160-COMPARAR-NOTA.
005200     IF WS-NT-VENDEDOR(WS-IND-NOTA) = SD-VENDEDOR
005210         AND WS-NT-NOTA(WS-IND-NOTA) = SD-NUMERO-NOTA
005220         SET WS-ACHOU-NOTA TO TRUE
005230     END-IF.

005240*----------------------------------------------------------------
005250* 2200-GRAVAR-NOTA - A NEW INVOICE TAKES THE BASIS IN FORCE; ONE
005260*                    ALREADY ON THE LEDGER ONLY HAS ITS INVOICED
005270*                    VALUE REPLACED, SO A RERUN DOES NOT DOUBLE IT
005280*----------------------------------------------------------------
005290 2200-GRAVAR-NOTA.
005300     MOVE WS-NT-VENDEDOR(WS-IND-NOTA) TO LC-VENDEDOR.
005310     MOVE WS-NT-NOTA(WS-IND-NOTA) TO LC-NUMERO-NOTA.
005320     READ COMMISSION-LEDGER
005330         INVALID KEY
005340             MOVE "N" TO WS-JA-EXISTE-SW
005350         NOT INVALID KEY
005360             MOVE "Y" TO WS-JA-EXISTE-SW
005370     END-READ.

005380     IF WS-JA-EXISTE
005390         MOVE WS-NT-VALOR(WS-IND-NOTA) TO LC-VALOR-VENDIDO
005400         REWRITE COMISSAO-RAZAO-REC
005410     ELSE
005420         MOVE WS-NT-VENDEDOR(WS-IND-NOTA) TO LC-VENDEDOR
005430         MOVE WS-NT-NOTA(WS-IND-NOTA) TO LC-NUMERO-NOTA
005440         MOVE WS-NT-CLIENTE(WS-IND-NOTA) TO LC-CLIENTE
005450         MOVE WS-PERIODO-APURADO TO LC-PERIODO-VENDA
005460         MOVE WS-BASE-ATUAL-SW TO LC-BASE-SW
005470         MOVE WS-NT-VALOR(WS-IND-NOTA) TO LC-VALOR-VENDIDO
005480         MOVE ZERO TO LC-BASE-APURADA
005490         MOVE ZERO TO LC-PERCENTUAL
005500         MOVE ZERO TO LC-COMISSAO-PAGA
005510         MOVE ZERO TO LC-COMISSAO-ESTORNADA
005520         MOVE ZERO TO LC-PERIODO-APURACAO
005530         MOVE ZERO TO LC-BASE-PERIODO
005540         MOVE ZERO TO LC-COMISSAO-PERIODO
005550         MOVE ZERO TO LC-ESTORNO-PERIODO
005560         WRITE COMISSAO-RAZAO-REC
005570     END-IF.
005580     IF NOT FS-COMMLED-OK
005590         DISPLAY "PROG136: ERRO AO GRAVAR RAZAO DA NOTA "
005600             LC-NUMERO-NOTA " - " FS-COMMLED
005610     END-IF.
005620 2200-GRAVAR-NOTA-EXIT.
005630     EXIT.

005640*----------------------------------------------------------------
005650* 2500-PERCORRER-RAZAO - ONE PASS OVER THE WHOLE LEDGER, TOTALLING
005660*                        (PASSO S) OR APPLYING (PASSO A). A LINE
005670*                        ALREADY APURADA BY A LATER PERIOD IS LEFT
005680*                        ALONE
005690*----------------------------------------------------------------
005700 2500-PERCORRER-RAZAO.
005710     MOVE LOW-VALUES TO LC-CHAVE.
005720     START COMMISSION-LEDGER KEY IS NOT LESS THAN LC-CHAVE
005730         INVALID KEY
005740             GO TO 2500-PERCORRER-RAZAO-EXIT
005750     END-START.
005760     MOVE "00" TO FS-COMMLED.

005770     PERFORM 2510-LER-LINHA-RAZAO
005780         THRU 2510-LER-LINHA-RAZAO-EXIT
005790         UNTIL FS-COMMLED-EOF.
005800 2500-PERCORRER-RAZAO-EXIT.
005810     EXIT.

005820 2510-LER-LINHA-RAZAO.
005830     READ COMMISSION-LEDGER NEXT
005840         AT END
005850             SET FS-COMMLED-EOF TO TRUE
005860             GO TO 2510-LER-LINHA-RAZAO-EXIT
005870     END-READ.

005880     IF LC-PERIODO-VENDA > WS-PERIODO-APURADO
005890         OR LC-PERIODO-APURACAO > WS-PERIODO-APURADO
005900         GO TO 2510-LER-LINHA-RAZAO-EXIT
005910     END-IF.

005920     PERFORM 2600-AVALIAR-LINHA
005930         THRU 2600-AVALIAR-LINHA-EXIT.
005940     IF NOT WS-LINHA-EM-APURACAO
005950         GO TO 2510-LER-LINHA-RAZAO-EXIT
005960     END-IF.

005970     MOVE LC-VENDEDOR TO WS-VENDEDOR-BUSCA.
005980     PERFORM 2100-LOCALIZAR-VENDEDOR
005990         THRU 2100-LOCALIZAR-VENDEDOR-EXIT.
006000     IF NOT WS-ACHOU
006010         GO TO 2510-LER-LINHA-RAZAO-EXIT
006020     END-IF.

006030     IF WS-PASSO-SOMAR
006040         ADD WS-BASE-NOVA TO WS-VEND-BASE(WS-INDICE)
006050         ADD WS-ESTORNO-NOVO TO WS-VEND-ESTORNO(WS-INDICE)
006060     ELSE
006070         PERFORM 2700-APLICAR-LINHA
006080             THRU 2700-APLICAR-LINHA-EXIT
006090     END-IF.
006100 2510-LER-LINHA-RAZAO-EXIT.
006110     EXIT.

006120*----------------------------------------------------------------
006130* 2600-AVALIAR-LINHA - A RERUN OF THE SAME PERIOD FIRST TAKES BACK
006140*                      WHAT THE LAST RUN ADDED. A CANCELLED OR
006150*                      WRITTEN-OFF TITLE CLAWS BACK WHATEVER WAS
006160*                      PAID AND NOT YET RECOVERED; ANY OTHER EARNS
006170*                      ON THE PART OF ITS BASE NOT YET APURADA
006180*----------------------------------------------------------------
006190 2600-AVALIAR-LINHA.
006200     MOVE "N" TO WS-LINHA-SW.
006210     IF LC-PERIODO-APURACAO = WS-PERIODO-APURADO
006220         SUBTRACT LC-BASE-PERIODO FROM LC-BASE-APURADA
006230         SUBTRACT LC-COMISSAO-PERIODO FROM LC-COMISSAO-PAGA
006240         SUBTRACT LC-ESTORNO-PERIODO FROM LC-COMISSAO-ESTORNADA
006250         SET WS-LINHA-EM-APURACAO TO TRUE
006260     END-IF.

006270     MOVE ZERO TO WS-BASE-NOVA.
006280     MOVE ZERO TO WS-ESTORNO-NOVO.
006290     PERFORM 2650-CALCULAR-BASE-DEVIDA
006300         THRU 2650-CALCULAR-BASE-DEVIDA-EXIT.

006310     IF WS-TITULO-ESTORNADO
006320         IF LC-COMISSAO-PAGA > LC-COMISSAO-ESTORNADA
006330             COMPUTE WS-ESTORNO-NOVO =
006340                 LC-COMISSAO-PAGA - LC-COMISSAO-ESTORNADA
006350         END-IF
006360     ELSE
006370         IF WS-BASE-DEVIDA > LC-BASE-APURADA
006380             COMPUTE WS-BASE-NOVA =
006390                 WS-BASE-DEVIDA - LC-BASE-APURADA
006400         END-IF
006410     END-IF.

006420     IF WS-BASE-NOVA > ZERO OR WS-ESTORNO-NOVO > ZERO
006430         SET WS-LINHA-EM-APURACAO TO TRUE
006440     END-IF.
006450 2600-AVALIAR-LINHA-EXIT.
006460     EXIT.

006470*----------------------------------------------------------------
006480* 2650-CALCULAR-BASE-DEVIDA - THE PART OF THE INVOICED VALUE THAT
006490*                             HAS EARNED COMMISSION SO FAR: ALL OF
006500*                             IT ON THE INVOICE BASIS OR ONCE THE
006510*                             TITLE IS SETTLED, ELSE THE SHARE OF
006520*                             THE PRINCIPAL ALREADY RECEIVED
006530*----------------------------------------------------------------
006540 2650-CALCULAR-BASE-DEVIDA.
006550     SET WS-TITULO-VIVO TO TRUE.
006560     MOVE SPACE TO WS-SITUACAO-TITULO.
006570     MOVE ZERO TO WS-BASE-DEVIDA.

006580     IF WS-ARFILE-ABERTO
006590         MOVE LC-NUMERO-NOTA TO AR-NUMERO-NOTA
006600         READ RECEIVABLE-FILE
006610             INVALID KEY
006620                 MOVE "N" TO WS-ACHOU-SW
006630             NOT INVALID KEY
006640                 MOVE "Y" TO WS-ACHOU-SW
006650         END-READ
006660     ELSE
006670         MOVE "N" TO WS-ACHOU-SW
006680     END-IF.

006690     IF NOT WS-ACHOU
006700         IF LC-BASE-FATURAMENTO
006710             MOVE LC-VALOR-VENDIDO TO WS-BASE-DEVIDA
006720         END-IF
006730         GO TO 2650-CALCULAR-BASE-DEVIDA-EXIT
006740     END-IF.

006750     MOVE AR-STATUS TO WS-SITUACAO-TITULO.
006760     IF AR-CANCELADO OR AR-BAIXADO-PERDA
006770         SET WS-TITULO-ESTORNADO TO TRUE
006780         GO TO 2650-CALCULAR-BASE-DEVIDA-EXIT
006790     END-IF.

006800     IF LC-BASE-FATURAMENTO OR AR-LIQUIDADO
006810         MOVE LC-VALOR-VENDIDO TO WS-BASE-DEVIDA
006820         GO TO 2650-CALCULAR-BASE-DEVIDA-EXIT
006830     END-IF.

006840     IF AR-VALOR > ZERO AND AR-SALDO < AR-VALOR
006850         COMPUTE WS-BASE-DEVIDA ROUNDED =
006860             LC-VALOR-VENDIDO * (AR-VALOR - AR-SALDO) / AR-VALOR
006870     END-IF.
006880 2650-CALCULAR-BASE-DEVIDA-EXIT.
006890     EXIT.

006900*----------------------------------------------------------------
006910* 2700-APLICAR-LINHA - THE VENDEDOR'S TIER ON THE NEW BASE, THE
006920*                      CLAWBACK, AND THIS RUN'S SHARE KEPT APART
006930*                      FOR A POSSIBLE RERUN
006940*----------------------------------------------------------------
006950 2700-APLICAR-LINHA.
006960     IF WS-VEND-INVALIDO(WS-INDICE)
006970         GO TO 2700-APLICAR-LINHA-EXIT
006980     END-IF.
006990     IF WS-VEND-SEM-FAIXA(WS-INDICE)
007000         MOVE ZERO TO WS-BASE-NOVA
007010     END-IF.

007020     COMPUTE WS-COMISSAO-NOVA ROUNDED =
007030         WS-BASE-NOVA * WS-VEND-PERCENTUAL(WS-INDICE) / 100.
007040     IF WS-BASE-NOVA > ZERO
007050         MOVE WS-VEND-PERCENTUAL(WS-INDICE) TO LC-PERCENTUAL
007060     END-IF.

007070     ADD WS-BASE-NOVA TO LC-BASE-APURADA.
007080     ADD WS-COMISSAO-NOVA TO LC-COMISSAO-PAGA.
007090     ADD WS-ESTORNO-NOVO TO LC-COMISSAO-ESTORNADA.
007100     MOVE WS-PERIODO-APURADO TO LC-PERIODO-APURACAO.
007110     MOVE WS-BASE-NOVA TO LC-BASE-PERIODO.
007120     MOVE WS-COMISSAO-NOVA TO LC-COMISSAO-PERIODO.
007130     MOVE WS-ESTORNO-NOVO TO LC-ESTORNO-PERIODO.
007140     REWRITE COMISSAO-RAZAO-REC.
007150     IF NOT FS-COMMLED-OK
007160         DISPLAY "PROG136: ERRO AO ATUALIZAR RAZAO DA NOTA "
007170             LC-NUMERO-NOTA " - " FS-COMMLED
007180         GO TO 2700-APLICAR-LINHA-EXIT
007190     END-IF.

007200     ADD WS-COMISSAO-NOVA TO WS-VEND-COMISSAO(WS-INDICE).
007210     ADD 1 TO WS-QTD-LINHAS-RAZAO.
007220 2700-APLICAR-LINHA-EXIT.
007230     EXIT.

007240*----------------------------------------------------------------
007250* 3000-CALCULAR-VENDEDOR - THE FIRST TIER WHOSE LIMIT REACHES
007260*                           THE PERIOD'S NEW BASE NAMES THE
007270*                           PERCENTAGE. WITHOUT A TIER THE BASE
007280*                           STAYS PENDING; THE CLAWBACK GOES ON
007290*----------------------------------------------------------------
007300 3000-CALCULAR-VENDEDOR.
007310     MOVE "N" TO WS-VEND-SITUACAO(WS-INDICE).
007320     MOVE WS-VEND-CODIGO(WS-INDICE) TO CODIGO.
007330     READ EMPLOYEE-MASTER
007340         INVALID KEY
007350             DISPLAY "PROG136: VENDEDOR "
007360                 WS-VEND-CODIGO(WS-INDICE) " NAO CONSTA NO "
007370                 "EMPLOYEE-MASTER - COMISSAO NAO GRAVADA"
007380             GO TO 3000-CALCULAR-VENDEDOR-EXIT
007390     END-READ.

007400     PERFORM 3100-PROCURAR-FAIXA
007410         THRU 3100-PROCURAR-FAIXA-EXIT.
007420     IF NOT WS-ACHOU-FAIXA
007430         DISPLAY "PROG136: SEM FAIXA PARA O TOTAL DE "
007440             WS-VEND-CODIGO(WS-INDICE) " - COMISSAO NAO "
007450             "GRAVADA"
007460         MOVE "F" TO WS-VEND-SITUACAO(WS-INDICE)
007470         GO TO 3000-CALCULAR-VENDEDOR-EXIT
007480     END-IF.

007482     PERFORM 3200-APLICAR-ACELERADOR
007484         THRU 3200-APLICAR-ACELERADOR-EXIT.
007490     MOVE WS-PERCENTUAL TO WS-VEND-PERCENTUAL(WS-INDICE).
007500     MOVE "S" TO WS-VEND-SITUACAO(WS-INDICE).
007510 3000-CALCULAR-VENDEDOR-EXIT.
007520     EXIT.

007530*----------------------------------------------------------------
007540* 3100-PROCURAR-FAIXA - BANDS IN ORDER; THE FIRST LIMIT THAT
007550*                        REACHES THE TOTAL WINS
007560*----------------------------------------------------------------
007570 3100-PROCURAR-FAIXA.
007580     MOVE "N" TO WS-ACHOU-FAIXA-SW.
007590     MOVE ZERO TO CM-FAIXA.
007600     START COMMISSION-TABLE KEY IS NOT LESS THAN CM-FAIXA
007610         INVALID KEY
007620             GO TO 3100-PROCURAR-FAIXA-EXIT
007630     END-START.
007640     MOVE "00" TO FS-COMMTAB.

007650     PERFORM 3110-EXAMINAR-FAIXA
007660         THRU 3110-EXAMINAR-FAIXA-EXIT
007670         UNTIL WS-ACHOU-FAIXA OR FS-COMMTAB-EOF.
007680 3100-PROCURAR-FAIXA-EXIT.
007690     EXIT.

007700 3110-EXAMINAR-FAIXA.
007710     READ COMMISSION-TABLE NEXT
007720         AT END
007730             SET FS-COMMTAB-EOF TO TRUE
007740             GO TO 3110-EXAMINAR-FAIXA-EXIT
007750     END-READ.

007760     IF WS-VEND-BASE(WS-INDICE) <= CM-LIMITE
007770         MOVE CM-PERCENTUAL TO WS-PERCENTUAL
007780         SET WS-ACHOU-FAIXA TO TRUE
007790     END-IF.
007800 3110-EXAMINAR-FAIXA-EXIT.
007810     EXIT.

007811*----------------------------------------------------------------
007812* 3200-APLICAR-ACELERADOR - ATTAINMENT IS THE PERIOD'S INVOICED
007813*                            VALUE OVER THE OVERALL TARGET; THE
007814*                            ACCELERATOR WITH THE HIGHEST MINIMUM
007815*                            IT REACHES MULTIPLIES THE TIER
007816*                            PERCENTAGE. NO TARGET OR NO TIER
007817*                            LEAVES THE PERCENTAGE AS IT IS
007818*----------------------------------------------------------------
007819 3200-APLICAR-ACELERADOR.
007820     IF NOT WS-ACELERADOR-ABERTO
007821         GO TO 3200-APLICAR-ACELERADOR-EXIT
007822     END-IF.

007823     MOVE WS-VEND-CODIGO(WS-INDICE) TO MT-VENDEDOR.
007824     MOVE WS-PERIODO-APURADO TO MT-PERIODO.
007825     MOVE SPACES TO MT-LINHA.
007826     READ TARGET-FILE
007827         INVALID KEY
007828             GO TO 3200-APLICAR-ACELERADOR-EXIT
007829     END-READ.
007830     IF MT-VALOR-META = ZERO
007831         GO TO 3200-APLICAR-ACELERADOR-EXIT
007832     END-IF.

007833     COMPUTE WS-ATINGIMENTO =
007834         WS-VEND-VALOR(WS-INDICE) * 100 / MT-VALOR-META
007835         ON SIZE ERROR
007836             MOVE 99999.99 TO WS-ATINGIMENTO
007837     END-COMPUTE.

007838     MOVE ZERO TO WS-FATOR.
007839     MOVE ZERO TO WS-MELHOR-MINIMO.
007840     MOVE ZERO TO AC-FAIXA.
007841     START ACCELERATOR-FILE KEY IS NOT LESS THAN AC-FAIXA
007842         INVALID KEY
007843             GO TO 3200-APLICAR-ACELERADOR-EXIT
007844     END-START.
007845     MOVE "00" TO FS-ACELFILE.
007846     PERFORM 3210-EXAMINAR-ACELERADOR
007847         THRU 3210-EXAMINAR-ACELERADOR-EXIT
007848         UNTIL FS-ACELFILE-EOF.
007849     IF WS-FATOR = ZERO
007850         GO TO 3200-APLICAR-ACELERADOR-EXIT
007851     END-IF.

007852     COMPUTE WS-PERCENTUAL-ACEL ROUNDED =
007853         WS-PERCENTUAL * WS-FATOR.
007854     IF WS-PERCENTUAL-ACEL > 99.99
007855         MOVE 99.99 TO WS-PERCENTUAL-ACEL
007856     END-IF.
007857     DISPLAY "PROG136: VENDEDOR " WS-VEND-CODIGO(WS-INDICE)
007858         " ATINGIU " WS-ATINGIMENTO "% DA META - FATOR "
007859         WS-FATOR " SOBRE " WS-PERCENTUAL "%".
007860     MOVE WS-PERCENTUAL-ACEL TO WS-PERCENTUAL.
007861 3200-APLICAR-ACELERADOR-EXIT.
007862     EXIT.

007863 3210-EXAMINAR-ACELERADOR.
007864     READ ACCELERATOR-FILE NEXT
007865         AT END
007866             SET FS-ACELFILE-EOF TO TRUE
007867             GO TO 3210-EXAMINAR-ACELERADOR-EXIT
007868     END-READ.

007869     IF AC-PCT-MINIMO <= WS-ATINGIMENTO
007870         AND AC-PCT-MINIMO >= WS-MELHOR-MINIMO
007871         MOVE AC-PCT-MINIMO TO WS-MELHOR-MINIMO
007872         MOVE AC-FATOR TO WS-FATOR
007873     END-IF.
007874 3210-EXAMINAR-ACELERADOR-EXIT.
007875     EXIT.

007876*----------------------------------------------------------------
007877* 4000-GRAVAR-COMISSAO - ONE COMMFILE ROW PER VENDEDOR: THE
007878*                         COMMISSION EARNED AND, APART, THE
007879*                         CLAWBACK PROG42 DEDUCTS. A ROW FROM AN
007880*                         EARLIER RUN OF THE PERIOD IS REPLACED
007881*----------------------------------------------------------------
007882 4000-GRAVAR-COMISSAO.
007890     IF WS-VEND-INVALIDO(WS-INDICE)
007900         GO TO 4000-GRAVAR-COMISSAO-EXIT
007910     END-IF.

007920     MOVE "N" TO WS-JA-EXISTE-SW.
007930     MOVE WS-VEND-CODIGO(WS-INDICE) TO CO-CODIGO.
007940     MOVE WS-PERIODO-APURADO TO CO-PERIODO.
007950     READ COMMISSION-FILE
007960         INVALID KEY
007970             CONTINUE
007980         NOT INVALID KEY
007990             SET WS-JA-EXISTE TO TRUE
008000     END-READ.

008010     IF NOT WS-JA-EXISTE
008020         AND WS-VEND-VALOR(WS-INDICE) = ZERO
008030         AND WS-VEND-COMISSAO(WS-INDICE) = ZERO
008040         AND WS-VEND-ESTORNO(WS-INDICE) = ZERO
008050         GO TO 4000-GRAVAR-COMISSAO-EXIT
008060     END-IF.

008070     MOVE WS-VEND-CODIGO(WS-INDICE) TO CO-CODIGO.
008080     MOVE WS-PERIODO-APURADO TO CO-PERIODO.
008090     MOVE WS-VEND-VALOR(WS-INDICE) TO CO-VALOR-VENDIDO.
008100     MOVE WS-VEND-COMISSAO(WS-INDICE) TO CO-VALOR.
008110     MOVE WS-VEND-ESTORNO(WS-INDICE) TO CO-VALOR-ESTORNO.
008120     IF WS-JA-EXISTE
008130         REWRITE COMISSAO-REC
008140     ELSE
008150         WRITE COMISSAO-REC
008160     END-IF.
008170     IF NOT FS-COMMFILE-OK
008180         DISPLAY "PROG136: ERRO AO GRAVAR COMISSAO DE "
008190             CO-CODIGO " - " FS-COMMFILE
008200         GO TO 4000-GRAVAR-COMISSAO-EXIT
008210     END-IF.

008220     MOVE WS-VEND-VALOR(WS-INDICE) TO WS-VALOR-ED.
008230     MOVE CO-VALOR TO WS-COMISSAO-ED.
008240     MOVE CO-VALOR-ESTORNO TO WS-ESTORNO-ED.
008250     DISPLAY CO-CODIGO "  " WS-VALOR-ED " "
008260         WS-VEND-PERCENTUAL(WS-INDICE) " " WS-COMISSAO-ED " "
008270         WS-ESTORNO-ED.
008280     ADD 1 TO WS-QTD-GRAVADAS.
008290 4000-GRAVAR-COMISSAO-EXIT.
008300     EXIT.

008310*----------------------------------------------------------------
008320* 5000-MANTER-FAIXAS
008330*----------------------------------------------------------------
008340 5000-MANTER-FAIXAS.
008350     OPEN I-O COMMISSION-TABLE.
008360     IF NOT FS-COMMTAB-OK
008370         OPEN OUTPUT COMMISSION-TABLE
008380         CLOSE COMMISSION-TABLE
008390         OPEN I-O COMMISSION-TABLE
008400     END-IF.
008410     IF NOT FS-COMMTAB-OK
008420         DISPLAY "PROG136: ERRO AO ABRIR COMMISSION-TABLE "
008430             FS-COMMTAB
008440         GO TO 9999-EXIT
008450     END-IF.

008460     MOVE "NUMERO DA FAIXA (1 A 99)" TO WS-MENSAGEM.
008470     MOVE 1 TO WS-LIMITE-MIN.
008480     MOVE 99 TO WS-LIMITE-MAX.
008490     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
008500         WS-LIMITE-MIN WS-LIMITE-MAX.
008510     MOVE WS-VALOR-ENT TO CM-FAIXA.

008520     READ COMMISSION-TABLE
008530         INVALID KEY
008540             MOVE "N" TO WS-JA-EXISTE-SW
008550         NOT INVALID KEY
008560             MOVE "Y" TO WS-JA-EXISTE-SW
008570     END-READ.

008580     MOVE "LIMITE DA FAIXA (EM CENTAVOS)" TO WS-MENSAGEM.
008590     MOVE 1 TO WS-LIMITE-MIN.
008600     MOVE 999999999 TO WS-LIMITE-MAX.
008610     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
008620         WS-LIMITE-MIN WS-LIMITE-MAX.
008630     COMPUTE CM-LIMITE = WS-VALOR-ENT / 100.

008640     MOVE "PERCENTUAL EM CENTESIMOS (350=3,50)"
008650         TO WS-MENSAGEM.
008660     MOVE 1 TO WS-LIMITE-MIN.
008670     MOVE 9999 TO WS-LIMITE-MAX.
008680     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
008690         WS-LIMITE-MIN WS-LIMITE-MAX.
008700     COMPUTE CM-PERCENTUAL = WS-VALOR-ENT / 100.

008710     IF WS-JA-EXISTE
008720         REWRITE COMISSAO-FAIXA-REC
008730     ELSE
008740         WRITE COMISSAO-FAIXA-REC
008750     END-IF.
008760     IF NOT FS-COMMTAB-OK
008770         DISPLAY "PROG136: ERRO AO GRAVAR FAIXA - " FS-COMMTAB
008780         GO TO 5000-MANTER-FAIXAS-SAIR
008790     END-IF.

008800     DISPLAY "PROG136: FAIXA " CM-FAIXA " GRAVADA".
008810     MOVE SPACES TO WS-DESCRICAO-AUD.
008820     STRING "GRAVOU FAIXA DE COMISSAO " CM-FAIXA
008830         DELIMITED BY SIZE INTO WS-DESCRICAO-AUD.
008840     CALL "PROG22" USING "PROG136 " WS-DESCRICAO-AUD.

008850 5000-MANTER-FAIXAS-SAIR.
008860     CLOSE COMMISSION-TABLE.
008870 5000-MANTER-FAIXAS-EXIT.
008880     EXIT.

008890*----------------------------------------------------------------
008900* 6000-MANTER-BASE - THE BASIS NEW INVOICES WILL EARN ON. AN
008910*                    INVOICE ALREADY ON THE LEDGER KEEPS ITS OWN
008920*----------------------------------------------------------------
008930 6000-MANTER-BASE.
008940     OPEN I-O COMMISSION-BASE.
008950     IF NOT FS-COMMBASE-OK
008960         OPEN OUTPUT COMMISSION-BASE
008970         CLOSE COMMISSION-BASE
008980         OPEN I-O COMMISSION-BASE
008990     END-IF.
009000     IF NOT FS-COMMBASE-OK
009010         DISPLAY "PROG136: ERRO AO ABRIR COMMISSION-BASE "
009020             FS-COMMBASE
009030         GO TO 9999-EXIT
009040     END-IF.

009050     MOVE "PADRAO    " TO CB-CHAVE.
009060     READ COMMISSION-BASE
009070         INVALID KEY
009080             MOVE "N" TO WS-JA-EXISTE-SW
009090             MOVE "F" TO WS-BASE-ATUAL-SW
009100         NOT INVALID KEY
009110             MOVE "Y" TO WS-JA-EXISTE-SW
009120             MOVE CB-BASE-SW TO WS-BASE-ATUAL-SW
009130     END-READ.

009140     DISPLAY "BASE ATUAL (F = FATURAMENTO / R = RECEBIMENTO): "
009150         WS-BASE-ATUAL-SW.
009160     DISPLAY "NOVA BASE DA COMISSAO (F = FATURAMENTO / "
009170         "R = RECEBIMENTO)".
009180     ACCEPT WS-BASE-ATUAL-SW.
009190     IF NOT WS-BASE-ATUAL-VALIDA
009200         DISPLAY "PROG136: BASE " WS-BASE-ATUAL-SW
009210             " INVALIDA - OPERACAO REJEITADA"
009220         MOVE 8 TO RETURN-CODE
009230         GO TO 6000-MANTER-BASE-SAIR
009240     END-IF.

009250     MOVE "PADRAO    " TO CB-CHAVE.
009260     MOVE WS-BASE-ATUAL-SW TO CB-BASE-SW.
009270     MOVE WS-DATA-ATUAL TO CB-DATA-ALTERACAO.
009280     IF WS-JA-EXISTE
009290         REWRITE COMISSAO-BASE-REC
009300     ELSE
009310         WRITE COMISSAO-BASE-REC
009320     END-IF.
009330     IF NOT FS-COMMBASE-OK
009340         DISPLAY "PROG136: ERRO AO GRAVAR BASE - " FS-COMMBASE
009350         GO TO 6000-MANTER-BASE-SAIR
009360     END-IF.

009370     DISPLAY "PROG136: BASE DA COMISSAO " CB-BASE-SW
009380         " GRAVADA - VALE PARA AS NOTAS AINDA NAO APURADAS".
009390     MOVE SPACES TO WS-DESCRICAO-AUD.
009400     STRING "ALTEROU BASE DA COMISSAO PARA " CB-BASE-SW
009410         DELIMITED BY SIZE INTO WS-DESCRICAO-AUD.
009420     CALL "PROG22" USING "PROG136 " WS-DESCRICAO-AUD.

009430 6000-MANTER-BASE-SAIR.
009440     CLOSE COMMISSION-BASE.
009450 6000-MANTER-BASE-EXIT.
009460     EXIT.

009470*----------------------------------------------------------------
009480* 7000-RAZAO-VENDEDOR - PER INVOICE: SOLD, COMMISSION EARNED SO
009490*                       FAR, PAID THROUGH COMMFILE, STILL TO BE
009500*                       EARNED, AND CLAWED BACK
009510*----------------------------------------------------------------
009520 7000-RAZAO-VENDEDOR.
009530     MOVE "VENDEDOR (0 = TODOS)" TO WS-MENSAGEM.
009540     MOVE ZERO TO WS-LIMITE-MIN.
009550     MOVE 999999 TO WS-LIMITE-MAX.
009560     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
009570         WS-LIMITE-MIN WS-LIMITE-MAX.
009580     MOVE WS-VALOR-ENT TO WS-VENDEDOR-SEL.

009590     OPEN INPUT COMMISSION-LEDGER.
009600     IF NOT FS-COMMLED-OK
009610         DISPLAY "PROG136: RAZAO DE COMISSOES (COMMLED) "
009620             "INDISPONIVEL - APURE PELA FUNCAO 1"
009630         GO TO 7000-RAZAO-VENDEDOR-EXIT
009640     END-IF.

009650     MOVE "N" TO WS-ARFILE-SW.
009660     OPEN INPUT RECEIVABLE-FILE.
009670     IF FS-ARFILE-OK
009680         SET WS-ARFILE-ABERTO TO TRUE
009690     END-IF.
009700     OPEN INPUT EMPLOYEE-MASTER.

009710     MOVE "I" TO WS-FUNCAO-REL.
009720     MOVE "RAZAO DE COMISSOES POR VENDEDOR" TO WS-TITULO-REL.
009730     MOVE "NOTA     S" TO WS-COLUNAS-REL.
009740     MOVE "VENDIDO" TO WS-COLUNAS-REL(16:7).
009750     MOVE "GANHO" TO WS-COLUNAS-REL(30:5).
009760     MOVE "PAGO" TO WS-COLUNAS-REL(43:4).
009770     MOVE "PENDENTE" TO WS-COLUNAS-REL(51:8).
009780     MOVE "ESTORNADO" TO WS-COLUNAS-REL(62:9).
009790     MOVE SPACES TO WS-LINHA-REL.
009800     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
009810         WS-COLUNAS-REL WS-LINHA-REL.

009820     MOVE ZERO TO WS-SUBTOTAIS.
009830     MOVE ZERO TO WS-TOTAIS-GERAIS.
009840     MOVE ZERO TO WS-VENDEDOR-ANTERIOR.
009850     MOVE "D" TO WS-FUNCAO-REL.

009860     MOVE WS-VENDEDOR-SEL TO LC-VENDEDOR.
009870     MOVE ZERO TO LC-NUMERO-NOTA.
009880     START COMMISSION-LEDGER KEY IS NOT LESS THAN LC-CHAVE
009890         INVALID KEY
009900             SET FS-COMMLED-EOF TO TRUE
009910         NOT INVALID KEY
009920             MOVE "00" TO FS-COMMLED
009930     END-START.

009940     PERFORM 7100-LISTAR-LINHA THRU 7100-LISTAR-LINHA-EXIT
009950         UNTIL FS-COMMLED-EOF.

009960     IF WS-VENDEDOR-ANTERIOR NOT = ZERO
009970         PERFORM 7200-TOTALIZAR-VENDEDOR
009980             THRU 7200-TOTALIZAR-VENDEDOR-EXIT
009990     END-IF.
010000     IF WS-VENDEDOR-SEL = ZERO
010010         PERFORM 7300-TOTALIZAR-GERAL
010020             THRU 7300-TOTALIZAR-GERAL-EXIT
010030     END-IF.

010040     MOVE "F" TO WS-FUNCAO-REL.
010050     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
010060         WS-COLUNAS-REL WS-LINHA-REL.

010070     CLOSE COMMISSION-LEDGER EMPLOYEE-MASTER.
010080     IF WS-ARFILE-ABERTO
010090         CLOSE RECEIVABLE-FILE
010100     END-IF.

010110     MOVE SPACES TO WS-DESCRICAO-AUD.
010120     STRING "EMITIU RAZAO DE COMISSOES DO VENDEDOR "
010130         WS-VENDEDOR-SEL DELIMITED BY SIZE INTO WS-DESCRICAO-AUD.
010140     CALL "PROG22" USING "PROG136 " WS-DESCRICAO-AUD.
010150 7000-RAZAO-VENDEDOR-EXIT.
010160     EXIT.

010170 7100-LISTAR-LINHA.
010180     READ COMMISSION-LEDGER NEXT
010190         AT END
010200             SET FS-COMMLED-EOF TO TRUE
010210             GO TO 7100-LISTAR-LINHA-EXIT
010220     END-READ.

010230     IF WS-VENDEDOR-SEL NOT = ZERO
010240         AND LC-VENDEDOR NOT = WS-VENDEDOR-SEL
010250         SET FS-COMMLED-EOF TO TRUE
010260         GO TO 7100-LISTAR-LINHA-EXIT
010270     END-IF.

010280     IF LC-VENDEDOR NOT = WS-VENDEDOR-ANTERIOR
010290         IF WS-VENDEDOR-ANTERIOR NOT = ZERO
010300             PERFORM 7200-TOTALIZAR-VENDEDOR
010310                 THRU 7200-TOTALIZAR-VENDEDOR-EXIT
010320         END-IF
010330         PERFORM 7150-CABECALHO-VENDEDOR
010340             THRU 7150-CABECALHO-VENDEDOR-EXIT
010350     END-IF.

010360     PERFORM 2650-CALCULAR-BASE-DEVIDA
010370         THRU 2650-CALCULAR-BASE-DEVIDA-EXIT.
010380     MOVE ZERO TO WS-GANHO.
010390     MOVE ZERO TO WS-PENDENTE.
010400     IF WS-TITULO-VIVO
010410         COMPUTE WS-GANHO ROUNDED =
010420             WS-BASE-DEVIDA * LC-PERCENTUAL / 100
010430         COMPUTE WS-PENDENTE ROUNDED =
010440             LC-VALOR-VENDIDO * LC-PERCENTUAL / 100
010450             - LC-COMISSAO-PAGA + LC-COMISSAO-ESTORNADA
010460         IF WS-PENDENTE < ZERO
010470             MOVE ZERO TO WS-PENDENTE
010480         END-IF
010490     END-IF.

010500     MOVE LC-VALOR-VENDIDO TO WS-VENDIDO-ED.
010510     MOVE WS-GANHO TO WS-GANHO-ED.
010520     MOVE LC-COMISSAO-PAGA TO WS-PAGO-ED.
010530     MOVE WS-PENDENTE TO WS-PENDENTE-ED.
010540     MOVE LC-COMISSAO-ESTORNADA TO WS-ESTORNADO-ED.
010550     MOVE SPACES TO WS-LINHA-REL.
010560     STRING LC-NUMERO-NOTA " " WS-SITUACAO-TITULO " "
010570         WS-VENDIDO-ED " " WS-GANHO-ED " " WS-PAGO-ED " "
010580         WS-PENDENTE-ED " " WS-ESTORNADO-ED
010590         DELIMITED BY SIZE INTO WS-LINHA-REL.
010600     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
010610         WS-COLUNAS-REL WS-LINHA-REL.

010620     ADD LC-VALOR-VENDIDO TO WS-SUB-VENDIDO.
010630     ADD WS-GANHO TO WS-SUB-GANHO.
010640     ADD LC-COMISSAO-PAGA TO WS-SUB-PAGO.
010650     ADD WS-PENDENTE TO WS-SUB-PENDENTE.
010660     ADD LC-COMISSAO-ESTORNADA TO WS-SUB-ESTORNADO.
010670 7100-LISTAR-LINHA-EXIT.
010680     EXIT.

010690 7150-CABECALHO-VENDEDOR.
010700     MOVE LC-VENDEDOR TO WS-VENDEDOR-ANTERIOR.
010710     MOVE LC-VENDEDOR TO CODIGO.
010720     READ EMPLOYEE-MASTER
010730         INVALID KEY
010740             MOVE SPACES TO NOME
010750     END-READ.
010760     MOVE SPACES TO WS-LINHA-REL.
010770     STRING "VENDEDOR " LC-VENDEDOR " - " NOME
010780         DELIMITED BY SIZE INTO WS-LINHA-REL.
010790     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
010800         WS-COLUNAS-REL WS-LINHA-REL.
010810 7150-CABECALHO-VENDEDOR-EXIT.
010820     EXIT.

010830 7200-TOTALIZAR-VENDEDOR.
010840     MOVE WS-SUB-VENDIDO TO WS-VENDIDO-ED.
010850     MOVE WS-SUB-GANHO TO WS-GANHO-ED.
010860     MOVE WS-SUB-PAGO TO WS-PAGO-ED.
010870     MOVE WS-SUB-PENDENTE TO WS-PENDENTE-ED.
010880     MOVE WS-SUB-ESTORNADO TO WS-ESTORNADO-ED.
010890     MOVE SPACES TO WS-LINHA-REL.
010900     STRING "TOT " WS-VENDEDOR-ANTERIOR " "
010910         WS-VENDIDO-ED " " WS-GANHO-ED " " WS-PAGO-ED " "
010920         WS-PENDENTE-ED " " WS-ESTORNADO-ED
010930         DELIMITED BY SIZE INTO WS-LINHA-REL.
010940     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
010950         WS-COLUNAS-REL WS-LINHA-REL.

010960     ADD WS-SUB-VENDIDO TO WS-GER-VENDIDO.
010970     ADD WS-SUB-GANHO TO WS-GER-GANHO.
010980     ADD WS-SUB-PAGO TO WS-GER-PAGO.
010990     ADD WS-SUB-PENDENTE TO WS-GER-PENDENTE.
011000     ADD WS-SUB-ESTORNADO TO WS-GER-ESTORNADO.
011010     MOVE ZERO TO WS-SUBTOTAIS.
011020 7200-TOTALIZAR-VENDEDOR-EXIT.
011030     EXIT.

011040 7300-TOTALIZAR-GERAL.
011050     MOVE WS-GER-VENDIDO TO WS-VENDIDO-ED.
011060     MOVE WS-GER-GANHO TO WS-GANHO-ED.
011070     MOVE WS-GER-PAGO TO WS-PAGO-ED.
011080     MOVE WS-GER-PENDENTE TO WS-PENDENTE-ED.
011090     MOVE WS-GER-ESTORNADO TO WS-ESTORNADO-ED.
011100     MOVE SPACES TO WS-LINHA-REL.
011110     STRING "TOTAL GERAL"
011120         WS-VENDIDO-ED " " WS-GANHO-ED " " WS-PAGO-ED " "
011130         WS-PENDENTE-ED " " WS-ESTORNADO-ED
011140         DELIMITED BY SIZE INTO WS-LINHA-REL.
011150     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
011160         WS-COLUNAS-REL WS-LINHA-REL.
011170 7300-TOTALIZAR-GERAL-EXIT.
011180     EXIT.

011190 9999-EXIT.
011200     STOP RUN.
