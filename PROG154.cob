001000******************************************************************
001010* PROGRAM-ID: PROG154
001020* AUTHOR:      R. ALMEIDA - APPLICATIONS
001030* INSTALLATION: CONTAS A PAGAR
001040* DATE-WRITTEN: 2026-09-14
001050* DATE-COMPILED:
001060* PURPOSE:     ACCOUNTS-PAYABLE INVOICE ENTRY. THE SUPPLIER MUST
001070*              BE ACTIVE ON THE PROG153 MASTER; ITS DOCUMENT
001080*              NUMBER, ISSUE AND DUE DATES (CHECKED THROUGH
001090*              PROG74), VALUE AND THE COST CENTER TO CHARGE ARE
001100*              KEYED, AND THE INVOICE BECOMES AN OPEN ITEM ON
001110*              APFILE NUMBERED OFF ITS OWN NOTACTL ROW. THE SAME
001120*              SUPPLIER DOCUMENT IS REFUSED A SECOND TIME. THE
001130*              EXPENSE/LIABILITY PAIR IS RESOLVED THROUGH THE
001140*              PROG138 GLMAP RESOLVER THE WAY INVOICING POSTS ITS
001150*              REVENUE, AND THE ENTRY IS LOGGED THROUGH PROG22.
001160* ----------------------------------------------------------------
001170* MODIFICATION HISTORY
001180* DATE       INIT DESCRIPTION
001190* 2026-09-14 RA   INITIAL VERSION
001191* 2026-09-14 RA   AN INVOICE MAY NOW NAME THE PURCHASE ORDER IT
001192*                 BILLS (POFILE) AND THE QUANTITY INVOICED; IT
001193*                 THEN ENTERS ON MATCH HOLD UNTIL THE PROG157
001194*                 THREE-WAY MATCH RELEASES IT, AND ITS DEBIT GOES
001195*                 TO THE STOCK ACCOUNT INSTEAD OF EXPENSE.
001196* 2026-10-15 RA   GL-EMPRESA LEFT BLANK ON THE GL ROWS (BLANK
001197*                 MEANS COMPANY 001).
001200******************************************************************
001210 IDENTIFICATION DIVISION.
001220 PROGRAM-ID. PROG154.

001230 ENVIRONMENT DIVISION.
001240 INPUT-OUTPUT SECTION.
001250 FILE-CONTROL.
001260     SELECT SUPPLIER-FILE ASSIGN TO "SUPPFILE"
001270         ORGANIZATION IS INDEXED
001280         ACCESS MODE IS DYNAMIC
001290         RECORD KEY IS SU-CODIGO
001300         FILE STATUS IS FS-SUPPFILE.

001310     SELECT PAYABLE-FILE ASSIGN TO "APFILE"
001320         ORGANIZATION IS INDEXED
001330         ACCESS MODE IS DYNAMIC
001340         RECORD KEY IS AP-NUMERO
001350         ALTERNATE RECORD KEY IS AP-CHAVE-DOCUMENTO
001360         FILE STATUS IS FS-APFILE.

001370     SELECT NOTA-CTL-FILE ASSIGN TO "NOTACTL"
001380         ORGANIZATION IS INDEXED
001390         ACCESS MODE IS DYNAMIC
001400         RECORD KEY IS NC-CHAVE
001410         FILE STATUS IS FS-NOTACTL.


001411     SELECT PURCHASE-ORDER-FILE ASSIGN TO "POFILE"
001412         ORGANIZATION IS INDEXED
001413         ACCESS MODE IS DYNAMIC
001414         RECORD KEY IS PO-NUMERO
001415         ALTERNATE RECORD KEY IS PO-PRODUTO
001416             WITH DUPLICATES
001417         FILE STATUS IS FS-POFILE.

001420     SELECT GL-INTERFACE ASSIGN TO "GLFILE"
001430         ORGANIZATION IS LINE SEQUENTIAL
001440         FILE STATUS IS FS-GLFILE.

001450 DATA DIVISION.
001460 FILE SECTION.
001470 FD  SUPPLIER-FILE.
001480 COPY SUPPREC.

001490 FD  PAYABLE-FILE.
001500 COPY APREC.

001510 FD  NOTA-CTL-FILE.
001520 01  NOTA-CTL-REC.
001530     05  NC-CHAVE                PIC X(10).
001540     05  NC-ULTIMA-NOTA          PIC 9(08).

001542 FD  PURCHASE-ORDER-FILE.
001544 COPY POREC.

001550 FD  GL-INTERFACE.
001560 COPY GLREC.

001570 WORKING-STORAGE SECTION.
001580 01  FS-SUPPFILE                 PIC X(02).
001590     88  FS-SUPPFILE-OK          VALUE "00".

001600 01  FS-APFILE                   PIC X(02).
001610     88  FS-APFILE-OK            VALUE "00".
001620     88  FS-APFILE-DUPLICADO     VALUE "22".

001630 01  FS-NOTACTL                  PIC X(02).
001640     88  FS-NOTACTL-OK           VALUE "00".

001642 01  FS-POFILE                   PIC X(02).
001644     88  FS-POFILE-OK            VALUE "00".

001650 01  FS-GLFILE                   PIC X(02).
001660     88  FS-GLFILE-OK            VALUE "00".

001670 01  WS-MENSAGEM                 PIC X(40).
001680 01  WS-VALOR-ENT                PIC 9(09).
001690 01  WS-LIMITE-MIN               PIC 9(09).
001700 01  WS-LIMITE-MAX               PIC 9(09).

001710 01  WS-DATA-ATUAL               PIC 9(08).
001720 01  WS-GRAVOU-SW                PIC X(01) VALUE "N".
001730     88  WS-GRAVOU               VALUE "Y".
001740 01  WS-DATA-OK-SW               PIC X(01) VALUE "N".
001750     88  WS-DATA-VALIDA          VALUE "Y".

001760 01  WS-CHAMADA-DATA.
001770     05  WS-DT-FUNCAO            PIC X(01).
001780     05  WS-DT-DATA-1            PIC 9(08).
001790     05  WS-DT-DATA-2            PIC 9(08).
001800     05  WS-DT-QUANTIDADE        PIC S9(07).
001810     05  WS-DT-UNIDADE           PIC X(01).
001820     05  WS-DT-STATUS            PIC X(01).
001830         88  WS-DT-OK            VALUE "1".

001840 01  WS-CHAMADA-MAPA.
001850     05  WS-MAPA-EVENTO          PIC X(12).
001860     05  WS-MAPA-DEPARTAMENTO    PIC X(10).
001870     05  WS-MAPA-DEBITO          PIC X(12).
001880     05  WS-MAPA-CREDITO         PIC X(12).
001890     05  WS-MAPA-CENTRO          PIC X(10).
001900     05  WS-MAPA-STATUS          PIC X(01).
001910         88  WS-MAPEADO          VALUE "1".
001920         88  WS-SEM-MAPA         VALUE "2".
001930         88  WS-SEM-TABELA       VALUE "3".
001940 01  WS-QTD-SEM-MAPA             PIC 9(05) VALUE ZERO.
001950 01  WS-CONTA-DEBITO-RES         PIC X(12).
001960 01  WS-CONTA-CREDITO-RES        PIC X(12).
001970 01  WS-CENTRO-DEBITO-RES        PIC X(10).

001980 01  WS-VALOR-ED                 PIC ZZZ,ZZZ,ZZ9.99.
001990 01  WS-DESCRICAO-AUD            PIC X(60).

002000 PROCEDURE DIVISION.

002010*----------------------------------------------------------------
002020* 0000-MAINLINE
002030*----------------------------------------------------------------
002040 0000-MAINLINE.
002050     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
002060     PERFORM 2000-CAPTURAR THRU 2000-CAPTURAR-EXIT.
002070     PERFORM 3000-GRAVAR-TITULO THRU 3000-GRAVAR-TITULO-EXIT.
002080     IF WS-GRAVOU
002090         PERFORM 4000-GRAVAR-LANCAMENTOS
002100             THRU 4000-GRAVAR-LANCAMENTOS-EXIT
002110     END-IF.
002120     PERFORM 8000-FINALIZAR THRU 8000-FINALIZAR-EXIT.
002130     GO TO 9999-EXIT.

002140*----------------------------------------------------------------
002150* 1000-INICIALIZAR - THE SUPPLIER MUST EXIST AND BE ACTIVE
002160*----------------------------------------------------------------
002170 1000-INICIALIZAR.
002180     ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.

002190     OPEN INPUT SUPPLIER-FILE.
002200     IF NOT FS-SUPPFILE-OK
002210         DISPLAY "PROG154: CADASTRO DE FORNECEDORES (SUPPFILE) "
002220             "INDISPONIVEL"
002230         GO TO 9999-EXIT
002240     END-IF.

002250     OPEN I-O PAYABLE-FILE.
002260     IF NOT FS-APFILE-OK
002270         OPEN OUTPUT PAYABLE-FILE
002280         CLOSE PAYABLE-FILE
002290         OPEN I-O PAYABLE-FILE
002300     END-IF.
002310     IF NOT FS-APFILE-OK
002320         DISPLAY "PROG154: ERRO AO ABRIR PAYABLE-FILE "
002330             FS-APFILE
002340         CLOSE SUPPLIER-FILE
002350         GO TO 9999-EXIT
002360     END-IF.

002370     MOVE "CODIGO DO FORNECEDOR" TO WS-MENSAGEM.
002380     MOVE 1 TO WS-LIMITE-MIN.
002390     MOVE 999999 TO WS-LIMITE-MAX.
002400     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
002410         WS-LIMITE-MIN WS-LIMITE-MAX.
002420     MOVE WS-VALOR-ENT TO SU-CODIGO.

002430     READ SUPPLIER-FILE
002440         INVALID KEY
002450             DISPLAY "PROG154: FORNECEDOR " SU-CODIGO " NAO "
002460                 "CADASTRADO - LANCAMENTO RECUSADO"
002470             CLOSE SUPPLIER-FILE PAYABLE-FILE
002480             GO TO 9999-EXIT
002490     END-READ.
002500     IF SU-INATIVO
002510         DISPLAY "PROG154: FORNECEDOR " SU-CODIGO " INATIVO "
002520             "- LANCAMENTO RECUSADO"
002530         CLOSE SUPPLIER-FILE PAYABLE-FILE
002540         GO TO 9999-EXIT
002550     END-IF.
002560     DISPLAY "FORNECEDOR: " SU-NOME.
002570 1000-INICIALIZAR-EXIT.
002580     EXIT.

002590*----------------------------------------------------------------
002600* 2000-CAPTURAR - DOCUMENT, DATES, VALUE AND COST CENTER
002610*----------------------------------------------------------------
002620 2000-CAPTURAR.
002630     MOVE SPACES TO PAGAR-REC.
002640     MOVE SU-CODIGO TO AP-FORNECEDOR.
002650     DISPLAY "NUMERO DA NOTA DO FORNECEDOR".
002660     ACCEPT AP-DOCUMENTO.

002670     MOVE "N" TO WS-DATA-OK-SW.
002680     PERFORM 2100-LER-EMISSAO THRU 2100-LER-EMISSAO-EXIT
002690         UNTIL WS-DATA-VALIDA.
002700     MOVE "N" TO WS-DATA-OK-SW.
002710     PERFORM 2200-LER-VENCIMENTO THRU 2200-LER-VENCIMENTO-EXIT
002720         UNTIL WS-DATA-VALIDA.

002730     MOVE "VALOR DA NOTA (CENTAVOS)" TO WS-MENSAGEM.
002740     MOVE 1 TO WS-LIMITE-MIN.
002750     MOVE 999999999 TO WS-LIMITE-MAX.
002760     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
002770         WS-LIMITE-MIN WS-LIMITE-MAX.
002780     COMPUTE AP-VALOR = WS-VALOR-ENT / 100.
002790     MOVE AP-VALOR TO AP-SALDO.

002800     DISPLAY "CENTRO DE CUSTO DA DESPESA".
002810     ACCEPT AP-CENTRO-CUSTO.
002820     MOVE "A" TO AP-STATUS.
002830     MOVE "N" TO AP-BLOQUEIO-SW.
002831     MOVE ZERO TO AP-PEDIDO AP-QTD-FATURADA.

002832     MOVE "PEDIDO DE COMPRA (0 = DESPESA SEM PEDIDO)"
002833         TO WS-MENSAGEM.
002834     MOVE ZERO TO WS-LIMITE-MIN.
002835     MOVE 99999999 TO WS-LIMITE-MAX.
002836     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
002837         WS-LIMITE-MIN WS-LIMITE-MAX.
002838     IF WS-VALOR-ENT > ZERO
002839         MOVE WS-VALOR-ENT TO AP-PEDIDO
002840         PERFORM 2300-VINCULAR-PEDIDO
002841             THRU 2300-VINCULAR-PEDIDO-EXIT
002842     END-IF.
002843 2000-CAPTURAR-EXIT.
002850     EXIT.

002888 2100-LER-EMISSAO.
002889     MOVE "DATA DE EMISSAO (AAAAMMDD)" TO WS-MENSAGEM.
002890     MOVE 19000101 TO WS-LIMITE-MIN.
002891     MOVE WS-DATA-ATUAL TO WS-LIMITE-MAX.
002900     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
002910         WS-LIMITE-MIN WS-LIMITE-MAX.
002920     MOVE WS-VALOR-ENT TO AP-DATA-EMISSAO.

002930     MOVE "V" TO WS-DT-FUNCAO.
002940     MOVE AP-DATA-EMISSAO TO WS-DT-DATA-1.
002950     CALL "PROG74" USING WS-DT-FUNCAO WS-DT-DATA-1
002960         WS-DT-DATA-2 WS-DT-QUANTIDADE WS-DT-UNIDADE
002970         WS-DT-STATUS.
002980     IF WS-DT-OK
002990         SET WS-DATA-VALIDA TO TRUE
003000     ELSE
003010         DISPLAY "PROG154: DATA DE EMISSAO INVALIDA - REDIGITE"
003020     END-IF.
003030 2100-LER-EMISSAO-EXIT.
003040     EXIT.

003050 2200-LER-VENCIMENTO.
003060     MOVE "DATA DE VENCIMENTO (AAAAMMDD)" TO WS-MENSAGEM.
003070     MOVE AP-DATA-EMISSAO TO WS-LIMITE-MIN.
003080     MOVE 99991231 TO WS-LIMITE-MAX.
003090     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
003100         WS-LIMITE-MIN WS-LIMITE-MAX.
003110     MOVE WS-VALOR-ENT TO AP-VENCIMENTO.

003120     MOVE "V" TO WS-DT-FUNCAO.
003130     MOVE AP-VENCIMENTO TO WS-DT-DATA-1.
003140     CALL "PROG74" USING WS-DT-FUNCAO WS-DT-DATA-1
003150         WS-DT-DATA-2 WS-DT-QUANTIDADE WS-DT-UNIDADE
003160         WS-DT-STATUS.
003170     IF WS-DT-OK
003180         SET WS-DATA-VALIDA TO TRUE
003190     ELSE
003200         DISPLAY "PROG154: DATA DE VENCIMENTO INVALIDA - "
003210             "REDIGITE"
003220     END-IF.
003230 2200-LER-VENCIMENTO-EXIT.
003240     EXIT.

003241*----------------------------------------------------------------
003242* 2300-VINCULAR-PEDIDO - THE ORDER MUST BE THIS SUPPLIER'S AND
003243*                         APPROVED; THE INVOICE ENTERS ON MATCH
003244*                         HOLD FOR PROG157
003245*----------------------------------------------------------------
003246 2300-VINCULAR-PEDIDO.
003247     OPEN INPUT PURCHASE-ORDER-FILE.
003248     IF NOT FS-POFILE-OK
003249         DISPLAY "PROG154: PEDIDOS DE COMPRA (POFILE) "
003250             "INDISPONIVEIS - LANCAMENTO RECUSADO"
003251         CLOSE SUPPLIER-FILE PAYABLE-FILE
003252         GO TO 9999-EXIT
003253     END-IF.
003254     MOVE AP-PEDIDO TO PO-NUMERO.
003255     READ PURCHASE-ORDER-FILE
003256         INVALID KEY
003257             MOVE "C" TO PO-STATUS
003258             MOVE ZERO TO PO-FORNECEDOR
003259     END-READ.
003260     CLOSE PURCHASE-ORDER-FILE.

003261     IF PO-FORNECEDOR NOT = AP-FORNECEDOR
003262         OR (NOT PO-APROVADO AND NOT PO-RECEBIDO)
003263         DISPLAY "PROG154: PEDIDO " AP-PEDIDO " INEXISTENTE, "
003264             "NAO APROVADO OU DE OUTRO FORNECEDOR - "
003265             "LANCAMENTO RECUSADO"
003266         CLOSE SUPPLIER-FILE PAYABLE-FILE
003267         GO TO 9999-EXIT
003268     END-IF.

003269     MOVE "QUANTIDADE FATURADA NA NOTA" TO WS-MENSAGEM.
003270     MOVE 1 TO WS-LIMITE-MIN.
003271     MOVE 9999999 TO WS-LIMITE-MAX.
003272     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
003273         WS-LIMITE-MIN WS-LIMITE-MAX.
003274     MOVE WS-VALOR-ENT TO AP-QTD-FATURADA.
003275     SET AP-AGUARDA-CONFERENCIA TO TRUE.
003276 2300-VINCULAR-PEDIDO-EXIT.
003277     EXIT.

003278*----------------------------------------------------------------
003279* 3000-GRAVAR-TITULO - NUMBER OFF NOTACTL "ULTPAGAR"; THE UNIQUE
003280*                       SUPPLIER+DOCUMENT KEY REFUSES A REPEAT
003281*----------------------------------------------------------------
003290 3000-GRAVAR-TITULO.
003300     OPEN I-O NOTA-CTL-FILE.
003310     IF NOT FS-NOTACTL-OK
003320         OPEN OUTPUT NOTA-CTL-FILE
003330         CLOSE NOTA-CTL-FILE
003340         OPEN I-O NOTA-CTL-FILE
003350     END-IF.
003360     MOVE "ULTPAGAR  " TO NC-CHAVE.
003370     READ NOTA-CTL-FILE
003380         INVALID KEY
003390             MOVE "ULTPAGAR  " TO NC-CHAVE
003400             MOVE ZERO TO NC-ULTIMA-NOTA
003410     END-READ.
003420     ADD 1 TO NC-ULTIMA-NOTA.
003430     MOVE NC-ULTIMA-NOTA TO AP-NUMERO.

003440     WRITE PAGAR-REC.
003450     IF FS-APFILE-DUPLICADO
003460         DISPLAY "PROG154: NOTA " AP-DOCUMENTO " DO FORNECEDOR "
003470             AP-FORNECEDOR " JA LANCADA - RECUSADA"
003480         CLOSE NOTA-CTL-FILE
003490         GO TO 3000-GRAVAR-TITULO-EXIT
003500     END-IF.
003510     IF NOT FS-APFILE-OK
003520         DISPLAY "PROG154: ERRO AO GRAVAR TITULO A PAGAR - "
003530             FS-APFILE
003540         CLOSE NOTA-CTL-FILE
003550         GO TO 3000-GRAVAR-TITULO-EXIT
003560     END-IF.

003570     IF FS-NOTACTL-OK
003580         REWRITE NOTA-CTL-REC
003590     ELSE
003600         WRITE NOTA-CTL-REC
003610     END-IF.
003620     CLOSE NOTA-CTL-FILE.
003630     SET WS-GRAVOU TO TRUE.

003640     MOVE AP-VALOR TO WS-VALOR-ED.
003650     DISPLAY "PROG154: TITULO A PAGAR " AP-NUMERO " GRAVADO - "
003660         WS-VALOR-ED " VENCE " AP-VENCIMENTO.
003662     IF AP-AGUARDA-CONFERENCIA
003664         DISPLAY "PROG154: RETIDO ATE A CONFERENCIA COM O "
003666             "PEDIDO " AP-PEDIDO " E O RECEBIMENTO (PROG157)"
003668     END-IF.
003670 3000-GRAVAR-TITULO-EXIT.
003680     EXIT.

003690*----------------------------------------------------------------
003700* 4000-GRAVAR-LANCAMENTOS - DEBIT THE EXPENSE (STOCK, FOR AN
003710*                            ORDER), CREDIT THE SUPPLIER
003715*                            LIABILITY
003720*----------------------------------------------------------------
003730 4000-GRAVAR-LANCAMENTOS.
003740* BOTH SIDES RESOLVE BEFORE EITHER IS WRITTEN - AN UNMAPPED
003750* CREDIT MUST NOT LEAVE A LONE DEBIT ON THE JOURNAL
003760     MOVE AP-CENTRO-CUSTO TO WS-MAPA-DEPARTAMENTO.
003770     MOVE "DESPESA-FORN" TO WS-MAPA-EVENTO.
003772     IF AP-PEDIDO > ZERO
003774         MOVE "ESTOQUE     " TO WS-MAPA-EVENTO
003776     END-IF.
003780     CALL "PROG138" USING WS-MAPA-EVENTO WS-MAPA-DEPARTAMENTO
003790         WS-MAPA-DEBITO WS-MAPA-CREDITO WS-MAPA-CENTRO
003800         WS-MAPA-STATUS.
003810     IF WS-SEM-MAPA
003820         ADD 1 TO WS-QTD-SEM-MAPA
003830         DISPLAY "PROG154: EVENTO " WS-MAPA-EVENTO " SEM "
003840             "MAPEAMENTO DE CONTA - PAR NAO LANCADO"
003850         GO TO 4000-GRAVAR-LANCAMENTOS-EXIT
003860     END-IF.
003870     IF WS-MAPEADO
003880         MOVE WS-MAPA-DEBITO TO WS-CONTA-DEBITO-RES
003890     ELSE
003900         MOVE WS-MAPA-EVENTO TO WS-CONTA-DEBITO-RES
003910     END-IF.
003920     IF WS-MAPEADO AND WS-MAPA-CENTRO NOT = SPACES
003930         MOVE WS-MAPA-CENTRO TO WS-CENTRO-DEBITO-RES
003940     ELSE
003950         MOVE AP-CENTRO-CUSTO TO WS-CENTRO-DEBITO-RES
003960     END-IF.

003970     MOVE "FORNECEDORES" TO WS-MAPA-EVENTO.
003980     CALL "PROG138" USING WS-MAPA-EVENTO WS-MAPA-DEPARTAMENTO
003990         WS-MAPA-DEBITO WS-MAPA-CREDITO WS-MAPA-CENTRO
004000         WS-MAPA-STATUS.
004010     IF WS-SEM-MAPA
004020         ADD 1 TO WS-QTD-SEM-MAPA
004030         DISPLAY "PROG154: EVENTO " WS-MAPA-EVENTO " SEM "
004040             "MAPEAMENTO DE CONTA - PAR NAO LANCADO"
004050         GO TO 4000-GRAVAR-LANCAMENTOS-EXIT
004060     END-IF.
004070     IF WS-MAPEADO
004080         MOVE WS-MAPA-CREDITO TO WS-CONTA-CREDITO-RES
004090     ELSE
004100         MOVE "FORNECEDORES" TO WS-CONTA-CREDITO-RES
004110     END-IF.

004120     OPEN EXTEND GL-INTERFACE.
004130     IF NOT FS-GLFILE-OK
004140         OPEN OUTPUT GL-INTERFACE
004150     END-IF.
004160     IF NOT FS-GLFILE-OK
004170         DISPLAY "PROG154: ERRO AO ABRIR GL-INTERFACE "
004180             FS-GLFILE
004190         GO TO 4000-GRAVAR-LANCAMENTOS-EXIT
004200     END-IF.

004210     MOVE WS-CONTA-DEBITO-RES TO GL-CONTA.
004220     MOVE WS-CENTRO-DEBITO-RES TO GL-CENTRO-CUSTO.
004230     SET GL-DEBITO TO TRUE.
004240     MOVE AP-VALOR TO GL-VALOR.
004241     MOVE SPACES TO GL-EMPRESA.
004250     MOVE "PROG154 " TO GL-PROGRAMA.
004260     MOVE WS-DATA-ATUAL(1:6) TO GL-PERIODO.
004270     MOVE WS-DATA-ATUAL TO GL-DATA.
004280     WRITE GL-INTERFACE-REC.

004290     MOVE WS-CONTA-CREDITO-RES TO GL-CONTA.
004300     MOVE AP-CENTRO-CUSTO TO GL-CENTRO-CUSTO.
004310     SET GL-CREDITO TO TRUE.
004320     WRITE GL-INTERFACE-REC.

004330     CLOSE GL-INTERFACE.
004340 4000-GRAVAR-LANCAMENTOS-EXIT.
004350     EXIT.

004360*----------------------------------------------------------------
004370* 8000-FINALIZAR
004380*----------------------------------------------------------------
004390 8000-FINALIZAR.
004400     CLOSE SUPPLIER-FILE PAYABLE-FILE.
004410     IF WS-QTD-SEM-MAPA > ZERO
004420         DISPLAY "PROG154: LANCAMENTOS SEM MAPEAMENTO DE "
004430             "CONTA: " WS-QTD-SEM-MAPA
004440             " - CORRIJA O GLMAP (PROG137)"
004450         MOVE 8 TO RETURN-CODE
004460     END-IF.
004470     IF NOT WS-GRAVOU
004480         GO TO 8000-FINALIZAR-EXIT
004490     END-IF.

004500     MOVE SPACES TO WS-DESCRICAO-AUD.
004510     STRING "LANCOU A PAGAR " AP-NUMERO " FORNECEDOR "
004520         AP-FORNECEDOR " NOTA " AP-DOCUMENTO
004530         DELIMITED BY SIZE INTO WS-DESCRICAO-AUD.
004540     CALL "PROG22" USING "PROG154 " WS-DESCRICAO-AUD.
004550 8000-FINALIZAR-EXIT.
004560     EXIT.

004570 9999-EXIT.
004580     STOP RUN.
