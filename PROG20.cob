001570*                 TO LEAVE A LONE DEBIT ON GLFILE - AND AN
001580*                 UNMAPPED EVENT NOW ENDS THE RUN WITH RETURN
001590*                 CODE 8, AS THE OTHER GLMAP POSTERS DO.
001592* 2026-09-14 RA   EACH LINE DRAWN FROM STOCK IS NOW COSTED AT THE
001594*                 PRODUCT'S WEIGHTED-AVERAGE COST (PD-CUSTO-MEDIO)
001596*                 AND THE RUN CLOSES WITH A SECOND PAIR, DEBIT CMV
001598*                 AND CREDIT ESTOQUE, FOR THE COST OF GOODS SOLD.
001599* 2026-09-17 RA   EVERY LINE NOW CARRIES ITS ICMS, IPI AND ISS
001600*                 FROM THE TAX-RULE TABLE (TRIBFILE, PROG161) BY
001601*                 PRODUCT TAX CLASS AND THE CUSTOMER'S STATE: THE
001602*                 LINE AND THE INVOICE PRINT THE TAXES, A TAX
001603*                 CHARGED ON TOP OF THE PRICE IS ADDED TO THE
001604*                 INVOICE AND TO AR-VALOR, THE AMOUNTS ARE KEPT ON
001605*                 THE RECEIVABLE, AND EACH TAX IS TAKEN OUT OF
001606*                 RECEITA INTO ITS OWN LIABILITY ACCOUNT THROUGH
001607*                 PROG138.
001608* 2026-09-17 RA   THE RECEIVABLE IS BORN WITH NO CANCELLATION DATE
001609*                 AND BLANK NF-E PROTOCOLS FOR PROG162 TO FILL.
001610* 2026-09-17 RA   THE RECEIVABLE IS BORN WITH NO LATE CHARGES.
001611* 2026-09-21 RA   THE RECEIVABLE IS BORN WITH NO WRITE-OFF DATA.
001612* 2026-09-21 RA   EACH INVOICE IS LOGGED AS AN "F" MOVEMENT ON
001613*                 ARMOV (PROG168) FOR THE STATEMENT OF ACCOUNT.
001614* 2026-10-15 RA   GL-EMPRESA LEFT BLANK ON THE GL ROWS (BLANK
001615*                 MEANS COMPANY 001).
001616* 2026-10-15 RA   INVLINES IS COUNTED AND HASHED (QUANTITY TIMES
001617*                 PRICE) AGAINST WHAT PROG134/PROG164 LEFT
001618*                 PENDENTE ON THE CONTROL TOTALS LEDGER (CTLTOT,
001619*                 PROG223) BEFORE ANY INVOICE IS ISSUED AND THE
001620*                 STEP FAILS ON A MISMATCH; A COMPLETED RUN
001621*                 BAIXA THE FEED AND RECORDS THE TITLES IT
001622*                 OPENED ON ARFILE FOR PROG132.
001623* 2026-10-15 RA   THE GL PAIRS (RECEITA, CMV AND TAXES) ARE NOW
001624*                 TOTALLED AND POSTED PER BILLING COMPANY - THE
001625*                 CU-EMPRESA OF EACH INVOICE'S CUSTOMER - WITH
001626*                 THAT COMPANY IN GL-EMPRESA AND ON THAT
001627*                 COMPANY'S OWN GL INTERFACE DATASET, NAMED BY
001628*                 PROG220 (GLFILE FOR 001), INSTEAD OF ONE
001629*                 BLANK-COMPANY PAIR FOR THE WHOLE RUN.
001630******************************************************************
001631 IDENTIFICATION DIVISION.
001632 PROGRAM-ID. PROG20.

001633 ENVIRONMENT DIVISION.
001640 INPUT-OUTPUT SECTION.
001650 FILE-CONTROL.
001660     SELECT INVOICE-LINE-FILE ASSIGN TO "INVLINES"
001770         RECORD KEY IS NC-CHAVE
001780         FILE STATUS IS FS-NOTACTL.

001790     SELECT GL-INTERFACE ASSIGN TO DYNAMIC WS-NOME-GL
001800         ORGANIZATION IS LINE SEQUENTIAL
001810         FILE STATUS IS FS-GLFILE.

001980         ORGANIZATION IS LINE SEQUENTIAL
001990         FILE STATUS IS FS-SALESDET.

001991     SELECT TAX-RULE-FILE ASSIGN TO "TRIBFILE"
001992         ORGANIZATION IS INDEXED
001993         ACCESS MODE IS DYNAMIC
001994         RECORD KEY IS TR-CHAVE
001995         FILE STATUS IS FS-TRIBFILE.

002000     SELECT EXCEPTION-FILE ASSIGN TO "EXCPFILE"
002010         ORGANIZATION IS LINE SEQUENTIAL
002020         FILE STATUS IS FS-EXCPFILE.
002210 FD  SALES-DETAIL.
002220 COPY SALESREC.

002222 FD  TAX-RULE-FILE.
002224 COPY TRIBREC.

002230 FD  EXCEPTION-FILE.
002240 COPY EXCPREC.

002550 01  FS-EXCPFILE                 PIC X(02).
002560     88  FS-EXCPFILE-OK          VALUE "00".

002561 01  FS-TRIBFILE                 PIC X(02).
002562     88  FS-TRIBFILE-OK          VALUE "00".
002563 01  WS-TRIB-SW                  PIC X(01) VALUE "N".
002564     88  WS-TRIB-PRESENTE        VALUE "Y".
002565 01  WS-REGRA-SW                 PIC X(01).
002566     88  WS-REGRA-ACHADA         VALUE "Y".

002567* THE THREE TAXES IN TRIBREC ORDER, WITH THE GLMAP EVENT OF
002568* EACH ONE'S LIABILITY ACCOUNT
002569 01  WS-TABELA-IMPOSTOS.
002570     05  FILLER PIC X(16) VALUE "ICMSICMS-A-RECOL".
002571     05  FILLER PIC X(16) VALUE "IPI IPI-A-RECOL ".
002572     05  FILLER PIC X(16) VALUE "ISS ISS-A-RECOL ".
002573 01  WS-TABELA-IMPOSTOS-TAB REDEFINES WS-TABELA-IMPOSTOS.
002574     05  WS-IMPOSTO-ENTRADA OCCURS 3 TIMES.
002575         10  WS-IMP-CODIGO         PIC X(04).
002576         10  WS-IMP-EVENTO         PIC X(12).
002577 01  WS-IDX-IMP                  PIC 9(01) COMP.

002578 01  WS-ESTADO-CLIENTE           PIC X(02).
002579 01  WS-BASE-IMPOSTO             PIC 9(09)V9(02).
002580 01  WS-VALOR-IMPOSTO            PIC 9(09)V9(02).
002581 01  WS-ACRESCIMO-LINHA          PIC 9(09)V9(02).
002582 01  WS-IMPOSTOS-LINHA.
002583     05  WS-IMP-LINHA            PIC 9(09)V9(02) OCCURS 3 TIMES.
002584 01  WS-IMPOSTOS-NOTA.
002585     05  WS-IMP-NOTA             PIC 9(09)V9(02) OCCURS 3 TIMES.
002586 01  WS-IMPOSTOS-GERAL.
002587     05  WS-IMP-GERAL            PIC 9(11)V9(02) OCCURS 3 TIMES.
002588 01  WS-IMPOSTOS-ED.
002589     05  WS-IMP-ED               PIC ZZZ,ZZZ,ZZ9.99
002590                                 OCCURS 3 TIMES.

002591 01  WS-PRECIFICACAO.
002592     05  WS-PRECO-APLICADO       PIC 9(07)V9(02).
002593     05  WS-DESCONTO-PCT         PIC 9(02)V9(02).
002600     05  WS-IDX-FAIXA            PIC 9(01) COMP.
002610     05  WS-QTD-PRECO-DIVERGE    PIC 9(05) COMP VALUE ZERO.

002680     05  WS-NOME-CLIENTE         PIC X(30).
002690     05  WS-TOTAL-NOTA           PIC 9(09)V9(02).
002700     05  WS-VENDEDOR-NOTA        PIC 9(06).
002704     05  WS-EMPRESA-NOTA         PIC X(03).

002710 01  WS-VALOR-EXTENDIDO          PIC 9(09)V9(02).
002720 01  WS-VALOR-ED                 PIC ZZZ,ZZZ,ZZ9.99.
002740 01  WS-PRECO-ED                 PIC ZZZ,ZZ9.99.
002750 01  WS-TOTAL-GERAL              PIC 9(11)V9(02) VALUE ZERO.
002760 01  WS-TOTAL-ED                 PIC Z,ZZZ,ZZZ,ZZ9.99.
002762 01  WS-CUSTO-LINHA              PIC 9(09)V9(02).
002764 01  WS-TOTAL-CMV                PIC 9(11)V9(02) VALUE ZERO.

002765* THE RUN'S GL FIGURES BY BILLING COMPANY (SPACES = "001"); A
002766* COMPANY PAST THE LAST ROW IS POSTED WITH THE LAST ROW AND THE
002767* STEP FAILS
002768 01  WS-TOTAIS-EMPRESA.
002769     05  WS-QTD-EMPRESAS         PIC 9(02) COMP VALUE ZERO.
002770     05  WS-IDX-EMP              PIC 9(02) COMP.
002771     05  WS-TE-LINHA OCCURS 20 TIMES.
002772         10  WS-TE-EMPRESA       PIC X(03).
002773         10  WS-TE-TOTAL         PIC 9(11)V9(02).
002774         10  WS-TE-CMV           PIC 9(11)V9(02).
002775         10  WS-TE-IMPOSTO       PIC 9(11)V9(02)
002776                                 OCCURS 3 TIMES.
002777 01  WS-NOME-GL                  PIC X(08) VALUE "GLFILE".

002778* PROG220 COMPANY SERVICE CALL
002779 01  WS-CHAMADA-EMPRESA.
002780     05  WS-CIA-FUNCAO           PIC X(01).
002781     05  WS-CIA-EMPRESA          PIC X(03).
002782     05  WS-CIA-ARQUIVO          PIC X(08).
002783     05  WS-CIA-STATUS           PIC X(01).
002784         88  WS-CIA-OK           VALUE "1".
002785 COPY CIAREC.

002786 01  WS-REGISTRO-DIA.
002787     05  WS-QTD-NOTAS            PIC 9(03) COMP VALUE ZERO.
002790     05  WS-QTD-NAO-LISTADAS     PIC 9(03) COMP VALUE ZERO.
002800     05  WS-QTD-NAO-LISTADAS-ED  PIC 9(03).
002810     05  WS-IDX                  PIC 9(03) COMP.
003020     05  WS-REL-COLUNAS          PIC X(80).
003030     05  WS-REL-LINHA            PIC X(80).

003031* PROG223 CONTROL TOTALS LEDGER CALL - INVLINES CHECKED ON THE
003032* WAY IN, THE TITLES OPENED ON ARFILE RECORDED ON THE WAY OUT
003033 01  WS-CHAMADA-TOTAIS.
003034     05  WS-TL-FUNCAO            PIC X(01).
003035     05  WS-TL-DATA-RUN          PIC 9(08).
003036     05  WS-TL-ARQUIVO           PIC X(08).
003037     05  WS-TL-PERIODO           PIC 9(06).
003038     05  WS-TL-PROGRAMA          PIC X(08).
003039     05  WS-TL-QTD               PIC 9(07).
003040     05  WS-TL-VALOR             PIC 9(13)V9(02).
003041     05  WS-TL-QTD-RAZAO         PIC 9(07).
003042     05  WS-TL-VALOR-RAZAO       PIC 9(13)V9(02).
003043     05  WS-TL-STATUS            PIC X(01).
003044         88  WS-TL-OK            VALUE "1".
003045 01  WS-TL-VALOR-ED              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
003046 01  WS-QTD-TITULOS-GRAVADOS     PIC 9(07) VALUE ZERO.
003047 01  WS-VALOR-TITULOS            PIC 9(13)V9(02) VALUE ZERO.

003048 PROCEDURE DIVISION.

003050 0000-MAINLINE.
003060     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
003140 1000-INICIALIZAR.
003150     ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.

003153     PERFORM 1050-CONFERIR-TOTAIS
003156         THRU 1050-CONFERIR-TOTAIS-EXIT.

003160     OPEN INPUT INVOICE-LINE-FILE.
003170     IF NOT FS-INVLINES-OK
003180         DISPLAY "PROG20: ERRO AO ABRIR INVOICE-LINE-FILE "
003330             "PELO PRECO DIGITADO"
003340     END-IF.

003341     MOVE ZEROS TO WS-IMPOSTOS-GERAL.
003342     OPEN INPUT TAX-RULE-FILE.
003343     IF FS-TRIBFILE-OK
003344         SET WS-TRIB-PRESENTE TO TRUE
003345     ELSE
003346         DISPLAY "PROG20: SEM TABELA DE IMPOSTOS - NOTAS SAEM "
003347             "SEM ICMS, IPI E ISS"
003348     END-IF.

003350     OPEN I-O PRODUCT-MASTER.
003360     IF FS-PRODFILE-OK
003370         SET WS-PROD-PRESENTE TO TRUE
003770 1000-INICIALIZAR-EXIT.
003780     EXIT.

003781*----------------------------------------------------------------
003782* 1050-CONFERIR-TOTAIS - BEFORE ANY INVOICE IS ISSUED THE WHOLE
003783*                         FEED IS COUNTED AND HASHED (QUANTITY
003784*                         TIMES PRICE OF THE ITEM LINES) AGAINST
003785*                         EVERY LEDGER ROW OF INVLINES STILL
003786*                         PENDENTE (PROG223); A SHORT OR ALTERED
003787*                         FEED FAILS THE STEP
003788*----------------------------------------------------------------
003789 1050-CONFERIR-TOTAIS.
003790     OPEN INPUT INVOICE-LINE-FILE.
003791     IF NOT FS-INVLINES-OK
003792         GO TO 1050-CONFERIR-TOTAIS-EXIT
003793     END-IF.
003794     MOVE ZERO TO WS-TL-QTD WS-TL-VALOR.
003795     PERFORM 1060-SOMAR-LINHA THRU 1060-SOMAR-LINHA-EXIT
003796         UNTIL FS-INVLINES-EOF.
003797     CLOSE INVOICE-LINE-FILE.
003798     MOVE "00" TO FS-INVLINES.

003799     MOVE "V"        TO WS-TL-FUNCAO.
003800     MOVE ZERO       TO WS-TL-DATA-RUN.
003801     MOVE "INVLINES" TO WS-TL-ARQUIVO.
003802     MOVE ZERO       TO WS-TL-PERIODO.
003803     MOVE "PROG20  " TO WS-TL-PROGRAMA.
003804     CALL "PROG223" USING WS-TL-FUNCAO WS-TL-DATA-RUN
003805         WS-TL-ARQUIVO WS-TL-PERIODO WS-TL-PROGRAMA WS-TL-QTD
003806         WS-TL-VALOR WS-TL-QTD-RAZAO WS-TL-VALOR-RAZAO
003807         WS-TL-STATUS.
003808     IF WS-TL-OK
003809         GO TO 1050-CONFERIR-TOTAIS-EXIT
003810     END-IF.

003811     DISPLAY "PROG20: INVLINES NAO CONFERE COM OS TOTAIS DE "
003812         "CONTROLE (CTLTOT) - NENHUMA NOTA EMITIDA".
003813     MOVE WS-TL-VALOR-RAZAO TO WS-TL-VALOR-ED.
003814     DISPLAY "PROG20:   GRAVADO PELOS PRODUTORES: "
003815         WS-TL-QTD-RAZAO " REGISTRO(S), VALOR " WS-TL-VALOR-ED.
003816     MOVE WS-TL-VALOR TO WS-TL-VALOR-ED.
003817     DISPLAY "PROG20:   LIDO AGORA            : "
003818         WS-TL-QTD " REGISTRO(S), VALOR " WS-TL-VALOR-ED.
003819     MOVE 8 TO RETURN-CODE.
003820     GO TO 9999-EXIT.
003821 1050-CONFERIR-TOTAIS-EXIT.
003822     EXIT.

003823 1060-SOMAR-LINHA.
003824     READ INVOICE-LINE-FILE
003825         AT END
003826             SET FS-INVLINES-EOF TO TRUE
003827             GO TO 1060-SOMAR-LINHA-EXIT
003828     END-READ.
003829     ADD 1 TO WS-TL-QTD.
003830     IF IL-LINHA
003831         COMPUTE WS-TL-VALOR =
003832             WS-TL-VALOR + IL-QUANTIDADE * IL-PRECO-UNITARIO
003833     END-IF.
003834 1060-SOMAR-LINHA-EXIT.
003835     EXIT.

003836 1100-IMPRIMIR-LINHA.
003837     MOVE "D" TO WS-REL-FUNCAO.
003838     CALL "PROG68" USING WS-REL-FUNCAO WS-REL-TITULO
003839         WS-REL-COLUNAS WS-REL-LINHA.
003840     MOVE SPACES TO WS-REL-LINHA.

003841*----------------------------------------------------------------
003850* 2000-PROCESSAR - "H" OPENS A NEW INVOICE DOCUMENT, "D" PRICES
003860*                   AND PRINTS ONE LINE INSIDE IT
003870*----------------------------------------------------------------
004190         GO TO 3000-FECHAR-NOTA-EXIT
004200     END-IF.

004201     IF WS-IMPOSTOS-NOTA NOT = ZEROS
004202         MOVE WS-IMP-NOTA(1) TO WS-IMP-ED(1)
004203         MOVE WS-IMP-NOTA(2) TO WS-IMP-ED(2)
004204         MOVE WS-IMP-NOTA(3) TO WS-IMP-ED(3)
004205         STRING "IMPOSTOS - ICMS " WS-IMP-ED(1) " IPI "
004206             WS-IMP-ED(2) " ISS " WS-IMP-ED(3)
004207             DELIMITED BY SIZE INTO WS-REL-LINHA
004208         PERFORM 1100-IMPRIMIR-LINHA
004209     END-IF.
004210     MOVE WS-TOTAL-NOTA TO WS-VALOR-ED.
004220     STRING "TOTAL DA NOTA " WS-NUMERO-NOTA " ........ : "
004230         WS-VALOR-ED DELIMITED BY SIZE INTO WS-REL-LINHA.
004560     MOVE WS-DT-DATA-2    TO AR-VENCIMENTO.
004570     MOVE "A"             TO AR-STATUS.
004580     MOVE "N"             TO AR-REGISTRADO-SW.
004582     MOVE WS-IMP-NOTA(1)  TO AR-VALOR-ICMS.
004584     MOVE WS-IMP-NOTA(2)  TO AR-VALOR-IPI.
004586     MOVE WS-IMP-NOTA(3)  TO AR-VALOR-ISS.
004587     MOVE ZERO            TO AR-DATA-CANCELAMENTO.
004588     MOVE SPACES          TO AR-PROTOCOLO-NFE.
004589     MOVE SPACES          TO AR-PROTOCOLO-CANCEL.
004590     MOVE ZERO            TO AR-ENCARGOS-PENDENTES.
004591     MOVE ZERO            TO AR-DATA-ENCARGOS.
004592     MOVE "N"             TO AR-MULTA-SW.
004593     MOVE ZERO            TO AR-ENCARGOS-RECEBIDOS.
004594     MOVE ZERO            TO AR-ENCARGOS-DISPENSADOS.
004595     MOVE ZERO            TO AR-DATA-BAIXA.
004596     MOVE SPACES          TO AR-MOTIVO-BAIXA.
004597     MOVE ZERO            TO AR-VALOR-BAIXADO.
004598     MOVE ZERO            TO AR-VALOR-RECUPERADO.
004599     WRITE TITULO-REC.
004600     IF NOT FS-ARFILE-OK
004610         DISPLAY "PROG20: ERRO AO GRAVAR TITULO DA NOTA "
004620             WS-NUMERO-NOTA " - " FS-ARFILE
004622         GO TO 3500-GRAVAR-TITULO-EXIT
004624     END-IF.
004625     ADD 1 TO WS-QTD-TITULOS-GRAVADOS.
004626     ADD AR-VALOR TO WS-VALOR-TITULOS.
004627     CALL "PROG168" USING AR-NUMERO-NOTA AR-CLIENTE
004628         AR-DATA-EMISSAO "F" AR-VALOR WS-NUMERO-NOTA
004630         "PROG20  ".
004640 3500-GRAVAR-TITULO-EXIT.
004650     EXIT.

004880     READ CUSTOMER-FILE
004890         INVALID KEY
004900             MOVE "(CLIENTE NAO CADASTRADO)" TO CU-NOME
004904             MOVE SPACES TO CU-EMPRESA
004910             MOVE SPACES TO CU-RUA
004920             MOVE SPACES TO CU-CIDADE
004930             MOVE SPACES TO CU-ESTADO
004940             MOVE SPACES TO CU-CEP
004950     END-READ.
004960     MOVE CU-NOME TO WS-NOME-CLIENTE.
004965     MOVE CU-ESTADO TO WS-ESTADO-CLIENTE.
004966     MOVE CU-EMPRESA TO WS-EMPRESA-NOTA.
004967     IF WS-EMPRESA-NOTA = SPACES
004968         MOVE "001" TO WS-EMPRESA-NOTA
004969     END-IF.
004970     PERFORM 4100-LOCALIZAR-EMPRESA
004971         THRU 4100-LOCALIZAR-EMPRESA-EXIT.

004972     MOVE ZERO TO WS-TOTAL-NOTA.
004975     MOVE ZEROS TO WS-IMPOSTOS-NOTA.
004980     SET WS-NOTA-ABERTA TO TRUE.

004990     MOVE "==============================================="
005140 4000-ABRIR-NOTA-EXIT.
005150     EXIT.

005151*----------------------------------------------------------------
005152* 4100-LOCALIZAR-EMPRESA - POINT WS-IDX-EMP AT THE INVOICE'S
005153*                           COMPANY ROW, OPENING IT ON FIRST USE
005154*----------------------------------------------------------------
005155 4100-LOCALIZAR-EMPRESA.
005156     PERFORM 4110-COMPARAR-EMPRESA
005157         VARYING WS-IDX-EMP FROM 1 BY 1
005158         UNTIL WS-IDX-EMP > WS-QTD-EMPRESAS
005159         OR WS-TE-EMPRESA(WS-IDX-EMP) = WS-EMPRESA-NOTA.
005160     IF WS-IDX-EMP NOT > WS-QTD-EMPRESAS
005161         GO TO 4100-LOCALIZAR-EMPRESA-EXIT
005162     END-IF.

005163     IF WS-QTD-EMPRESAS = 20
005164         DISPLAY "PROG20: MAIS DE 20 EMPRESAS NO FATURAMENTO - "
005165             "NOTA " WS-NUMERO-NOTA " DA EMPRESA "
005166             WS-EMPRESA-NOTA " CONTABILIZADA NA EMPRESA "
005167             WS-TE-EMPRESA(20)
005168         MOVE 8 TO RETURN-CODE
005169         MOVE 20 TO WS-IDX-EMP
005170         GO TO 4100-LOCALIZAR-EMPRESA-EXIT
005171     END-IF.
005172     ADD 1 TO WS-QTD-EMPRESAS.
005173     MOVE WS-QTD-EMPRESAS TO WS-IDX-EMP.
005174     MOVE WS-EMPRESA-NOTA TO WS-TE-EMPRESA(WS-IDX-EMP).
005175     MOVE ZERO TO WS-TE-TOTAL(WS-IDX-EMP).
005176     MOVE ZERO TO WS-TE-CMV(WS-IDX-EMP).
005177     MOVE ZERO TO WS-TE-IMPOSTO(WS-IDX-EMP, 1).
005178     MOVE ZERO TO WS-TE-IMPOSTO(WS-IDX-EMP, 2).
005179     MOVE ZERO TO WS-TE-IMPOSTO(WS-IDX-EMP, 3).
005180 4100-LOCALIZAR-EMPRESA-EXIT.
005181     EXIT.

005182* THE SEARCH ITSELF IS THE UNTIL CLAUSE ABOVE
005183 4110-COMPARAR-EMPRESA.
005184     CONTINUE.

005185*----------------------------------------------------------------
005186* 5000-ESTENDER-LINHA - THE ORIGINAL EXTENSION MATH, NOW INSIDE
005187*                        A DOCUMENT
005190*----------------------------------------------------------------
005200 5000-ESTENDER-LINHA.
005210     PERFORM 5100-PRECIFICAR THRU 5100-PRECIFICAR-EXIT.
005280             MOVE ZERO TO WS-VALOR-EXTENDIDO
005290     END-COMPUTE.

005292     PERFORM 5500-CALCULAR-IMPOSTOS
005294         THRU 5500-CALCULAR-IMPOSTOS-EXIT.

005300     ADD WS-VALOR-EXTENDIDO WS-ACRESCIMO-LINHA TO WS-TOTAL-NOTA.
005310     ADD WS-VALOR-EXTENDIDO WS-ACRESCIMO-LINHA TO WS-TOTAL-GERAL.
005313     ADD WS-VALOR-EXTENDIDO WS-ACRESCIMO-LINHA
005316         TO WS-TE-TOTAL(WS-IDX-EMP).

005320     PERFORM 5300-BAIXAR-ESTOQUE
005330         THRU 5300-BAIXAR-ESTOQUE-EXIT.
005420         "  " WS-VALOR-ED DELIMITED BY SIZE
005430         INTO WS-REL-LINHA.
005440     PERFORM 1100-IMPRIMIR-LINHA.

005441     IF WS-IMPOSTOS-LINHA NOT = ZEROS
005442         MOVE WS-IMP-LINHA(1) TO WS-IMP-ED(1)
005443         MOVE WS-IMP-LINHA(2) TO WS-IMP-ED(2)
005444         MOVE WS-IMP-LINHA(3) TO WS-IMP-ED(3)
005445         STRING "    ICMS " WS-IMP-ED(1) " IPI " WS-IMP-ED(2)
005446             " ISS " WS-IMP-ED(3)
005447             DELIMITED BY SIZE INTO WS-REL-LINHA
005448         PERFORM 1100-IMPRIMIR-LINHA
005449     END-IF.
005450 5000-ESTENDER-LINHA-EXIT.
005460     EXIT.

006330         DISPLAY "PROG20: AVISO - ESTOQUE DE " IL-PRODUTO
006340             " FICOU NEGATIVO (" PD-SALDO ")"
006350     END-IF.

006351* THE LINE LEAVES STOCK AT THE AVERAGE COST; A PRODUCT NEVER
006352* RECEIVED THROUGH PROG127 HAS NO COST AND POSTS NOTHING
006353     COMPUTE WS-CUSTO-LINHA ROUNDED =
006354         IL-QUANTIDADE * PD-CUSTO-MEDIO.
006355     ADD WS-CUSTO-LINHA TO WS-TOTAL-CMV.
006357     ADD WS-CUSTO-LINHA TO WS-TE-CMV(WS-IDX-EMP).
006360 5300-BAIXAR-ESTOQUE-EXIT.
006370     EXIT.

006510 5400-GRAVAR-VENDA-EXIT.
006520     EXIT.

006521*----------------------------------------------------------------
006522* 5500-CALCULAR-IMPOSTOS - ICMS, IPI AND ISS OF THE LINE FROM THE
006523*                          TAX-RULE TABLE; A TAX ON TOP OF THE
006524*                          PRICE ALSO GOES INTO THE LINE'S
006525*                          ADDITION TO THE INVOICE TOTAL
006526*----------------------------------------------------------------
006527 5500-CALCULAR-IMPOSTOS.
006528     MOVE ZERO TO WS-ACRESCIMO-LINHA.
006529     MOVE ZEROS TO WS-IMPOSTOS-LINHA.

006530     IF NOT WS-TRIB-PRESENTE OR NOT WS-PROD-PRESENTE
006531         OR IL-PRODUTO = SPACES
006532         GO TO 5500-CALCULAR-IMPOSTOS-EXIT
006533     END-IF.

006534     MOVE IL-PRODUTO TO PD-PRODUTO.
006535     READ PRODUCT-MASTER
006536         INVALID KEY
006537             GO TO 5500-CALCULAR-IMPOSTOS-EXIT
006538     END-READ.
006539     IF PD-CLASSE-FISCAL = SPACES
006540         GO TO 5500-CALCULAR-IMPOSTOS-EXIT
006541     END-IF.

006542     PERFORM 5510-CALCULAR-IMPOSTO THRU 5510-CALCULAR-IMPOSTO-EXIT
006543         VARYING WS-IDX-IMP FROM 1 BY 1
006544         UNTIL WS-IDX-IMP > 3.
006545 5500-CALCULAR-IMPOSTOS-EXIT.
006546     EXIT.

006547* THE CUSTOMER'S STATE ROW WINS OVER THE DEFAULT (SPACES) ROW;
006548* NEITHER MEANS THE TAX IS NOT DUE ON THIS LINE
006549 5510-CALCULAR-IMPOSTO.
006550     MOVE PD-CLASSE-FISCAL          TO TR-CLASSE-FISCAL.
006551     MOVE WS-ESTADO-CLIENTE         TO TR-ESTADO.
006552     MOVE WS-IMP-CODIGO(WS-IDX-IMP) TO TR-IMPOSTO.
006553     READ TAX-RULE-FILE
006554         INVALID KEY
006555             MOVE "N" TO WS-REGRA-SW
006556         NOT INVALID KEY
006557             MOVE "Y" TO WS-REGRA-SW
006558     END-READ.
006559     IF NOT WS-REGRA-ACHADA
006560         MOVE SPACES TO TR-ESTADO
006561         READ TAX-RULE-FILE
006562             INVALID KEY
006563                 GO TO 5510-CALCULAR-IMPOSTO-EXIT
006564         END-READ
006565     END-IF.

006566     COMPUTE WS-BASE-IMPOSTO ROUNDED =
006567         WS-VALOR-EXTENDIDO * (100 - TR-REDUCAO-BASE) / 100.
006568     COMPUTE WS-VALOR-IMPOSTO ROUNDED =
006569         WS-BASE-IMPOSTO * TR-ALIQUOTA / 100.

006570     MOVE WS-VALOR-IMPOSTO TO WS-IMP-LINHA(WS-IDX-IMP).
006571     ADD WS-VALOR-IMPOSTO TO WS-IMP-NOTA(WS-IDX-IMP).
006572     ADD WS-VALOR-IMPOSTO TO WS-IMP-GERAL(WS-IDX-IMP).
006573     ADD WS-VALOR-IMPOSTO
006574         TO WS-TE-IMPOSTO(WS-IDX-EMP, WS-IDX-IMP).
006575     IF TR-POR-FORA
006576         ADD WS-VALOR-IMPOSTO TO WS-ACRESCIMO-LINHA
006577     END-IF.
006578 5510-CALCULAR-IMPOSTO-EXIT.
006579     EXIT.

006580*----------------------------------------------------------------
006581* 8000-FINALIZAR - LAST INVOICE, DAILY SUMMARY REGISTER, GRAND
006582*                   TOTAL, GL PAIRS PER COMPANY
006583*----------------------------------------------------------------
006584 8000-FINALIZAR.
006585     PERFORM 3000-FECHAR-NOTA THRU 3000-FECHAR-NOTA-EXIT.

006590     MOVE "RESUMO DO DIA - NOTAS EMITIDAS" TO WS-REL-LINHA.
006600     PERFORM 1100-IMPRIMIR-LINHA.
006800     CALL "PROG68" USING WS-REL-FUNCAO WS-REL-TITULO
006810         WS-REL-COLUNAS WS-REL-LINHA.

006820     PERFORM 8050-LANCAR-EMPRESA
006830         VARYING WS-IDX-EMP FROM 1 BY 1
006835         UNTIL WS-IDX-EMP > WS-QTD-EMPRESAS.

006840     IF WS-QTD-PRECO-DIVERGE > ZERO
006850         DISPLAY "PROG20: LINHAS COM PRECO DIVERGENTE DA "
007000     IF WS-PRECOS-PRESENTES
007010         CLOSE PRICE-FILE
007020     END-IF.
007021     IF WS-TRIB-PRESENTE
007022         CLOSE TAX-RULE-FILE
007023     END-IF.
007025     PERFORM 8500-REGISTRAR-TOTAIS
007027         THRU 8500-REGISTRAR-TOTAIS-EXIT.
007030 8000-FINALIZAR-EXIT.
007040     EXIT.

007041*----------------------------------------------------------------
007042* 8500-REGISTRAR-TOTAIS - THE FEED WAS INVOICED: ITS PENDENTE
007043*                          LEDGER ROWS ARE BAIXADOS, AND THE
007044*                          TITLES OPENED ARE ADDED TO THE DAY'S
007045*                          ARFILE ROW PROG132 CHECKS
007046*----------------------------------------------------------------
007047 8500-REGISTRAR-TOTAIS.
007048     MOVE "B"        TO WS-TL-FUNCAO.
007049     MOVE ZERO       TO WS-TL-DATA-RUN.
007050     MOVE "INVLINES" TO WS-TL-ARQUIVO.
007051     MOVE ZERO       TO WS-TL-PERIODO.
007052     MOVE "PROG20  " TO WS-TL-PROGRAMA.
007053     CALL "PROG223" USING WS-TL-FUNCAO WS-TL-DATA-RUN
007054         WS-TL-ARQUIVO WS-TL-PERIODO WS-TL-PROGRAMA WS-TL-QTD
007055         WS-TL-VALOR WS-TL-QTD-RAZAO WS-TL-VALOR-RAZAO
007056         WS-TL-STATUS.

007057     IF WS-QTD-TITULOS-GRAVADOS = ZERO
007058         GO TO 8500-REGISTRAR-TOTAIS-EXIT
007059     END-IF.
007060     MOVE "A"                     TO WS-TL-FUNCAO.
007061     MOVE "ARFILE  "              TO WS-TL-ARQUIVO.
007062     MOVE WS-DATA-ATUAL(1:6)      TO WS-TL-PERIODO.
007063     MOVE WS-QTD-TITULOS-GRAVADOS TO WS-TL-QTD.
007064     MOVE WS-VALOR-TITULOS        TO WS-TL-VALOR.
007065     CALL "PROG223" USING WS-TL-FUNCAO WS-TL-DATA-RUN
007066         WS-TL-ARQUIVO WS-TL-PERIODO WS-TL-PROGRAMA WS-TL-QTD
007067         WS-TL-VALOR WS-TL-QTD-RAZAO WS-TL-VALOR-RAZAO
007068         WS-TL-STATUS.
007069     IF NOT WS-TL-OK
007070         DISPLAY "PROG20: TOTAIS DE CONTROLE DOS TITULOS NAO "
007071             "REGISTRADOS (CTLTOT)"
007072         MOVE 8 TO RETURN-CODE
007073     END-IF.
007074 8500-REGISTRAR-TOTAIS-EXIT.
007075     EXIT.

007076 8200-LISTAR-NOTA.
007077     MOVE WS-RG-TOTAL(WS-IDX) TO WS-VALOR-ED.
007078     MOVE SPACES TO WS-REL-LINHA.
007080     STRING "NOTA " WS-RG-NUMERO(WS-IDX) " "
007090         WS-RG-CLIENTE(WS-IDX) " " WS-VALOR-ED
007100         DELIMITED BY SIZE INTO WS-REL-LINHA.
007120     CALL "PROG68" USING WS-REL-FUNCAO WS-REL-TITULO
007130         WS-REL-COLUNAS WS-REL-LINHA.

007131*----------------------------------------------------------------
007132* 8050-LANCAR-EMPRESA - THE GL PAIRS OF ONE BILLING COMPANY, ON
007133*                       THAT COMPANY'S GL INTERFACE
007134*----------------------------------------------------------------
007135 8050-LANCAR-EMPRESA.
007136     MOVE "N" TO WS-CIA-FUNCAO.
007137     MOVE WS-TE-EMPRESA(WS-IDX-EMP) TO WS-CIA-EMPRESA.
007138     MOVE "GLFILE  " TO WS-CIA-ARQUIVO.
007139     CALL "PROG220" USING WS-CIA-FUNCAO WS-CIA-EMPRESA
007140         WS-CIA-ARQUIVO COMPANHIA-REC WS-CIA-STATUS.
007141     MOVE WS-CIA-ARQUIVO TO WS-NOME-GL.
007142     PERFORM 8100-GRAVAR-LANCAMENTOS
007143         THRU 8100-GRAVAR-LANCAMENTOS-EXIT.
007144     PERFORM 8300-GRAVAR-CMV THRU 8300-GRAVAR-CMV-EXIT.
007145     PERFORM 8400-GRAVAR-IMPOSTOS
007146         THRU 8400-GRAVAR-IMPOSTOS-EXIT.

007147*----------------------------------------------------------------
007150* 8100-GRAVAR-LANCAMENTOS - ONE BALANCED DEBIT/CREDIT PAIR FOR
007160*                            THE COMPANY'S TOTAL
007170*----------------------------------------------------------------
007180 8100-GRAVAR-LANCAMENTOS.
007190     IF WS-TE-TOTAL(WS-IDX-EMP) = ZERO
007200         GO TO 8100-GRAVAR-LANCAMENTOS-EXIT
007210     END-IF.

007570         OPEN OUTPUT GL-INTERFACE
007580     END-IF.
007590     IF NOT FS-GLFILE-OK
007600         DISPLAY "PROG20: ERRO AO ABRIR GL-INTERFACE " WS-NOME-GL
007610             FS-GLFILE
007620         GO TO 8100-GRAVAR-LANCAMENTOS-EXIT
007630     END-IF.
007640     MOVE WS-CONTA-DEBITO-RES TO GL-CONTA.
007650     MOVE "FATURAMEN " TO GL-CENTRO-CUSTO.
007660     SET GL-DEBITO TO TRUE.
007670     MOVE WS-TE-TOTAL(WS-IDX-EMP) TO GL-VALOR.
007671     MOVE WS-TE-EMPRESA(WS-IDX-EMP) TO GL-EMPRESA.
007680     MOVE "PROG20  " TO GL-PROGRAMA.
007690     MOVE WS-DATA-ATUAL(1:6) TO GL-PERIODO.
007700     MOVE WS-DATA-ATUAL TO GL-DATA.
007760 8100-GRAVAR-LANCAMENTOS-EXIT.
007770     EXIT.

007771*----------------------------------------------------------------
007772* 8300-GRAVAR-CMV - COST OF GOODS SOLD FOR THE COMPANY: DEBIT
007773*                    CMV, CREDIT ESTOQUE, AT THE AVERAGE COST
007774*----------------------------------------------------------------
007775 8300-GRAVAR-CMV.
007776     IF WS-TE-CMV(WS-IDX-EMP) = ZERO
007777         GO TO 8300-GRAVAR-CMV-EXIT
007778     END-IF.

007779     MOVE "FATURAMEN " TO WS-MAPA-DEPARTAMENTO.
007780     MOVE "CMV         " TO WS-MAPA-EVENTO.
007781     CALL "PROG138" USING WS-MAPA-EVENTO WS-MAPA-DEPARTAMENTO
007782         WS-MAPA-DEBITO WS-MAPA-CREDITO WS-MAPA-CENTRO
007783         WS-MAPA-STATUS.
007784     IF WS-SEM-MAPA
007785         ADD 1 TO WS-QTD-SEM-MAPA
007786         DISPLAY "PROG20: EVENTO " WS-MAPA-EVENTO " SEM "
007787             "MAPEAMENTO DE CONTA - PAR NAO LANCADO"
007788         GO TO 8300-GRAVAR-CMV-EXIT
007789     END-IF.
007790     IF WS-MAPEADO
007791         MOVE WS-MAPA-DEBITO TO WS-CONTA-DEBITO-RES
007792     ELSE
007793         MOVE "CMV         " TO WS-CONTA-DEBITO-RES
007794     END-IF.

007795     MOVE "ESTOQUE     " TO WS-MAPA-EVENTO.
007796     CALL "PROG138" USING WS-MAPA-EVENTO WS-MAPA-DEPARTAMENTO
007797         WS-MAPA-DEBITO WS-MAPA-CREDITO WS-MAPA-CENTRO
007798         WS-MAPA-STATUS.
007799     IF WS-SEM-MAPA
007800         ADD 1 TO WS-QTD-SEM-MAPA
007801         DISPLAY "PROG20: EVENTO " WS-MAPA-EVENTO " SEM "
007802             "MAPEAMENTO DE CONTA - PAR NAO LANCADO"
007803         GO TO 8300-GRAVAR-CMV-EXIT
007804     END-IF.
007805     IF WS-MAPEADO
007806         MOVE WS-MAPA-CREDITO TO WS-CONTA-CREDITO-RES
007807     ELSE
007808         MOVE "ESTOQUE     " TO WS-CONTA-CREDITO-RES
007809     END-IF.

007810     OPEN EXTEND GL-INTERFACE.
007811     IF NOT FS-GLFILE-OK
007812         OPEN OUTPUT GL-INTERFACE
007813     END-IF.
007814     IF NOT FS-GLFILE-OK
007815         DISPLAY "PROG20: ERRO AO ABRIR GL-INTERFACE " WS-NOME-GL
007816             FS-GLFILE
007817         GO TO 8300-GRAVAR-CMV-EXIT
007818     END-IF.

007819     MOVE WS-CONTA-DEBITO-RES TO GL-CONTA.
007820     MOVE "FATURAMEN " TO GL-CENTRO-CUSTO.
007821     SET GL-DEBITO TO TRUE.
007822     MOVE WS-TE-CMV(WS-IDX-EMP) TO GL-VALOR.
007823     MOVE WS-TE-EMPRESA(WS-IDX-EMP) TO GL-EMPRESA.
007824     MOVE "PROG20  " TO GL-PROGRAMA.
007825     MOVE WS-DATA-ATUAL(1:6) TO GL-PERIODO.
007826     MOVE WS-DATA-ATUAL TO GL-DATA.
007827     WRITE GL-INTERFACE-REC.

007828     MOVE WS-CONTA-CREDITO-RES TO GL-CONTA.
007829     SET GL-CREDITO TO TRUE.
007830     WRITE GL-INTERFACE-REC.

007831     CLOSE GL-INTERFACE.
007832 8300-GRAVAR-CMV-EXIT.
007833     EXIT.

007834*----------------------------------------------------------------
007835* 8400-GRAVAR-IMPOSTOS - ONE PAIR PER TAX FOR THE COMPANY:
007836*                         DEBIT RECEITA, CREDIT THE TAX'S
007837*                         LIABILITY
007838*----------------------------------------------------------------
007839 8400-GRAVAR-IMPOSTOS.
007840     IF WS-TE-IMPOSTO(WS-IDX-EMP, 1) = ZERO
007841         AND WS-TE-IMPOSTO(WS-IDX-EMP, 2) = ZERO
007842         AND WS-TE-IMPOSTO(WS-IDX-EMP, 3) = ZERO
007843         GO TO 8400-GRAVAR-IMPOSTOS-EXIT
007844     END-IF.

007845     OPEN EXTEND GL-INTERFACE.
007846     IF NOT FS-GLFILE-OK
007847         OPEN OUTPUT GL-INTERFACE
007848     END-IF.
007849     IF NOT FS-GLFILE-OK
007850         DISPLAY "PROG20: ERRO AO ABRIR GL-INTERFACE " WS-NOME-GL
007851             FS-GLFILE
007852         GO TO 8400-GRAVAR-IMPOSTOS-EXIT
007853     END-IF.

007854     PERFORM 8410-GRAVAR-IMPOSTO THRU 8410-GRAVAR-IMPOSTO-EXIT
007855         VARYING WS-IDX-IMP FROM 1 BY 1
007856         UNTIL WS-IDX-IMP > 3.

007857     CLOSE GL-INTERFACE.
007858 8400-GRAVAR-IMPOSTOS-EXIT.
007859     EXIT.

007860* BOTH SIDES RESOLVE BEFORE EITHER IS WRITTEN
007861 8410-GRAVAR-IMPOSTO.
007862     IF WS-TE-IMPOSTO(WS-IDX-EMP, WS-IDX-IMP) = ZERO
007863         GO TO 8410-GRAVAR-IMPOSTO-EXIT
007864     END-IF.

007865     MOVE "FATURAMEN " TO WS-MAPA-DEPARTAMENTO.
007866     MOVE "RECEITA     " TO WS-MAPA-EVENTO.
007867     CALL "PROG138" USING WS-MAPA-EVENTO WS-MAPA-DEPARTAMENTO
007868         WS-MAPA-DEBITO WS-MAPA-CREDITO WS-MAPA-CENTRO
007869         WS-MAPA-STATUS.
007870     IF WS-SEM-MAPA
007871         ADD 1 TO WS-QTD-SEM-MAPA
007872         DISPLAY "PROG20: EVENTO " WS-MAPA-EVENTO " SEM "
007873             "MAPEAMENTO DE CONTA - PAR NAO LANCADO"
007874         GO TO 8410-GRAVAR-IMPOSTO-EXIT
007875     END-IF.
007876     IF WS-MAPEADO
007877         MOVE WS-MAPA-DEBITO TO WS-CONTA-DEBITO-RES
007878     ELSE
007879         MOVE "RECEITA     " TO WS-CONTA-DEBITO-RES
007880     END-IF.

007881     MOVE WS-IMP-EVENTO(WS-IDX-IMP) TO WS-MAPA-EVENTO.
007882     CALL "PROG138" USING WS-MAPA-EVENTO WS-MAPA-DEPARTAMENTO
007883         WS-MAPA-DEBITO WS-MAPA-CREDITO WS-MAPA-CENTRO
007884         WS-MAPA-STATUS.
007885     IF WS-SEM-MAPA
007886         ADD 1 TO WS-QTD-SEM-MAPA
007887         DISPLAY "PROG20: EVENTO " WS-MAPA-EVENTO " SEM "
007888             "MAPEAMENTO DE CONTA - PAR NAO LANCADO"
007889         GO TO 8410-GRAVAR-IMPOSTO-EXIT
007890     END-IF.
007891     IF WS-MAPEADO
007892         MOVE WS-MAPA-CREDITO TO WS-CONTA-CREDITO-RES
007893     ELSE
007894         MOVE WS-IMP-EVENTO(WS-IDX-IMP) TO WS-CONTA-CREDITO-RES
007895     END-IF.

007896     MOVE WS-CONTA-DEBITO-RES TO GL-CONTA.
007897     MOVE "FATURAMEN " TO GL-CENTRO-CUSTO.
007898     SET GL-DEBITO TO TRUE.
007899     MOVE WS-TE-IMPOSTO(WS-IDX-EMP, WS-IDX-IMP) TO GL-VALOR.
007900     MOVE WS-TE-EMPRESA(WS-IDX-EMP) TO GL-EMPRESA.
007901     MOVE "PROG20  " TO GL-PROGRAMA.
007902     MOVE WS-DATA-ATUAL(1:6) TO GL-PERIODO.
007903     MOVE WS-DATA-ATUAL TO GL-DATA.
007904     WRITE GL-INTERFACE-REC.

007905     MOVE WS-CONTA-CREDITO-RES TO GL-CONTA.
007906     SET GL-CREDITO TO TRUE.
007907     WRITE GL-INTERFACE-REC.
007908 8410-GRAVAR-IMPOSTO-EXIT.
007909     EXIT.

007910 9999-EXIT.
007911     STOP RUN.
