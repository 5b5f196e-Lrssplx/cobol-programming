001170* MODIFICATION HISTORY
001180* DATE       INIT DESCRIPTION
001190* 2026-09-02 RA   INITIAL VERSION
001191* 2026-09-14 RA   MAINTENANCE CAPTURES THE PREFERRED SUPPLIER AND
001192*                 PURCHASE LOT FOR THE PROG155 PROPOSAL. A RECEIPT
001193*                 NOW NEEDS THE APPROVED PURCHASE ORDER (POFILE)
001194*                 IT DELIVERS AGAINST AND IS REFUSED ABOVE WHAT IS
001195*                 STILL OUTSTANDING ON IT; THE ORDER IS MARKED
001196*                 RECEIVED WHEN FULLY DELIVERED.
001197* 2026-09-14 RA   A RECEIPT NOW CARRIES A UNIT COST - THE ORDER
001198*                 PRICE, OR KEYED WHEN THE ORDER HAS NONE - AND
001199*                 REBUILDS THE WEIGHTED-AVERAGE COST ON THE
001200*                 PRODUCT (PD-CUSTO-MEDIO). A NEGATIVE BALANCE
001201*                 CARRIES NO WEIGHT IN THE AVERAGE.
001202* 2026-09-17 RA   MAINTENANCE CAPTURES THE PRODUCT TAX CLASS THE
001203*                 PROG20 TAX RULES (TRIBFILE) ARE KEYED BY.
001204* 2026-09-17 RA   A RECEIPT NOW ALLOCATES THE PRODUCT'S OPEN
001205*                 BACKORDERS (BACKORD, FROM PROG126) OLDEST FIRST
001206*                 AGAINST THE NEW BALANCE: EACH ONE THAT FITS
001207*                 BECOMES A LINE ON ITS ORIGINAL ORDER AND IS
001208*                 RELEASED AS H/D FEED ROWS FOR PROG20.
001209* 2026-09-17 RA   MAINTENANCE CAPTURES THE PRODUCT'S WAREHOUSE.
001210*                 AN ALLOCATED BACKORDER NOW BECOMES AN OPEN ORDER
001211*                 LINE FOR THE PROG164 PICKING LIST INSTEAD OF
001212*                 GOING STRAIGHT TO THE INVOICE FEED.
001213* 2026-09-21 RA   MAINTENANCE CAPTURES THE PRODUCT LINE SALES
001214*                 TARGETS MAY BE SET FOR.
001215******************************************************************
001216 IDENTIFICATION DIVISION.
001220 PROGRAM-ID. PROG127.

001230 ENVIRONMENT DIVISION.
001290         RECORD KEY IS PD-PRODUTO
001300         FILE STATUS IS FS-PRODFILE.

001301     SELECT PURCHASE-ORDER-FILE ASSIGN TO "POFILE"
001302         ORGANIZATION IS INDEXED
001303         ACCESS MODE IS DYNAMIC
001304         RECORD KEY IS PO-NUMERO
001305         ALTERNATE RECORD KEY IS PO-PRODUTO
001306             WITH DUPLICATES
001307         FILE STATUS IS FS-POFILE.

001310     SELECT EXCEPTION-FILE ASSIGN TO "EXCPFILE"
001320         ORGANIZATION IS LINE SEQUENTIAL
001330         FILE STATUS IS FS-EXCPFILE.

001331     SELECT BACKORDER-FILE ASSIGN TO "BACKORD"
001332         ORGANIZATION IS INDEXED
001333         ACCESS MODE IS DYNAMIC
001334         RECORD KEY IS BO-CHAVE
001335         ALTERNATE RECORD KEY IS BO-CHAVE-CLIENTE
001336             WITH DUPLICATES
001337         ALTERNATE RECORD KEY IS BO-PRODUTO
001338             WITH DUPLICATES
001339         FILE STATUS IS FS-BACKORD.

001340     SELECT ORDER-FILE ASSIGN TO "ORDFILE"
001341         ORGANIZATION IS INDEXED
001342         ACCESS MODE IS DYNAMIC
001343         RECORD KEY IS OD-CHAVE
001344         FILE STATUS IS FS-ORDFILE.


001348 DATA DIVISION.
001350 FILE SECTION.
001360 FD  PRODUCT-MASTER.
001370 COPY PRODREC.

001372 FD  PURCHASE-ORDER-FILE.
001374 COPY POREC.

001380 FD  EXCEPTION-FILE.
001390 COPY EXCPREC.

001391 FD  BACKORDER-FILE.
001392 COPY BKORDREC.

001393 FD  ORDER-FILE.
001394 COPY ORDREC.


001400 WORKING-STORAGE SECTION.
001410 01  FS-PRODFILE                 PIC X(02).
001420     88  FS-PRODFILE-OK          VALUE "00".
001430     88  FS-PRODFILE-EOF         VALUE "10".

001432 01  FS-POFILE                   PIC X(02).
001434     88  FS-POFILE-OK            VALUE "00".

001440 01  FS-EXCPFILE                 PIC X(02).
001450     88  FS-EXCPFILE-OK          VALUE "00".

001451 01  FS-BACKORD                  PIC X(02).
001452     88  FS-BACKORD-OK           VALUE "00".

001453 01  FS-ORDFILE                  PIC X(02).
001454     88  FS-ORDFILE-OK           VALUE "00".


001460 01  WS-FUNCAO-SW                PIC X(01).
001470     88  WS-FUNCAO-MANTER        VALUE "1".
001480     88  WS-FUNCAO-ENTRADA       VALUE "2".
001530 01  WS-VALOR-ENT                PIC 9(09).
001540 01  WS-LIMITE-MIN               PIC 9(09).
001550 01  WS-LIMITE-MAX               PIC 9(09).
001555 01  WS-QTD-PENDENTE             PIC S9(07).
001556 01  WS-CUSTO-UNITARIO           PIC 9(07)V9(02).
001557 01  WS-SALDO-BASE               PIC 9(07).
001558 01  WS-QTD-RECEBIDA             PIC 9(07).

001559 01  WS-DATA-ATUAL               PIC 9(08).
001560 01  WS-SALDO-DISPONIVEL         PIC S9(07).
001561 01  WS-SEQ-PEDIDO               PIC 9(03).
001562 01  WS-QTD-ALOCADAS             PIC 9(05) VALUE ZERO.
001563 01  WS-FIM-PENDENCIAS-SW        PIC X(01) VALUE "N".
001564     88  WS-FIM-PENDENCIAS       VALUE "Y".
001565 01  WS-SEQ-LIVRE-SW             PIC X(01) VALUE "N".
001566     88  WS-SEQ-LIVRE            VALUE "Y".

001567 01  WS-CONTADORES.
001570     05  WS-QTD-PRODUTOS         PIC 9(05) VALUE ZERO.
001580     05  WS-QTD-ABAIXO-MINIMO    PIC 9(05) VALUE ZERO.

002010         INVALID KEY
002020             MOVE "N" TO WS-JA-EXISTE-SW
002030             MOVE ZERO TO PD-SALDO
002035             MOVE ZERO TO PD-FORNECEDOR PD-LOTE-COMPRA
002037            MOVE ZERO TO PD-CUSTO-MEDIO
002040         NOT INVALID KEY
002050             MOVE "Y" TO WS-JA-EXISTE-SW
002060     END-READ.
002200         WS-LIMITE-MIN WS-LIMITE-MAX.
002210     MOVE WS-VALOR-ENT TO PD-MINIMO.

002211     MOVE "FORNECEDOR PREFERENCIAL (0 = NENHUM)" TO WS-MENSAGEM.
002212     MOVE ZERO TO WS-LIMITE-MIN.
002213     MOVE 999999 TO WS-LIMITE-MAX.
002214     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
002215         WS-LIMITE-MIN WS-LIMITE-MAX.
002216     MOVE WS-VALOR-ENT TO PD-FORNECEDOR.

002217     MOVE "LOTE MINIMO DE COMPRA" TO WS-MENSAGEM.
002218     MOVE ZERO TO WS-LIMITE-MIN.
002219     MOVE 9999999 TO WS-LIMITE-MAX.
002220     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
002221         WS-LIMITE-MIN WS-LIMITE-MAX.
002222     MOVE WS-VALOR-ENT TO PD-LOTE-COMPRA.

002223     DISPLAY "CLASSE FISCAL (BRANCO = SEM IMPOSTO)".
002224     ACCEPT PD-CLASSE-FISCAL.
002225     DISPLAY "ARMAZEM DE SEPARACAO".
002226     ACCEPT PD-ARMAZEM.
002227     DISPLAY "LINHA DE PRODUTO (BRANCO = NENHUMA)".
002228     ACCEPT PD-LINHA.

002229     IF WS-JA-EXISTE
002230         REWRITE PRODUTO-REC
002240     ELSE
002250         WRITE PRODUTO-REC
002380     EXIT.

002390*----------------------------------------------------------------
002400* 3000-ENTRADA - A RECEIPT ADDS TO THE ON-HAND BALANCE, ONLY
002405*                AGAINST AN APPROVED PURCHASE ORDER
002410*----------------------------------------------------------------
002420 3000-ENTRADA.
002430     DISPLAY "CODIGO DO PRODUTO".
002490             GO TO 3000-ENTRADA-EXIT
002500     END-READ.

002501     OPEN I-O PURCHASE-ORDER-FILE.
002502     IF NOT FS-POFILE-OK
002503         DISPLAY "PROG127: PEDIDOS DE COMPRA (POFILE) "
002504             "INDISPONIVEIS - ENTRADA RECUSADA"
002505         GO TO 3000-ENTRADA-EXIT
002506     END-IF.

002507     MOVE "NUMERO DO PEDIDO DE COMPRA" TO WS-MENSAGEM.
002508     MOVE 1 TO WS-LIMITE-MIN.
002509     MOVE 99999999 TO WS-LIMITE-MAX.
002510     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
002511         WS-LIMITE-MIN WS-LIMITE-MAX.
002512     MOVE WS-VALOR-ENT TO PO-NUMERO.
002513     READ PURCHASE-ORDER-FILE
002514         INVALID KEY
002515             DISPLAY "PROG127: PEDIDO " PO-NUMERO " NAO "
002516                 "ENCONTRADO - ENTRADA RECUSADA"
002517             CLOSE PURCHASE-ORDER-FILE
002518             GO TO 3000-ENTRADA-EXIT
002519     END-READ.
002520     IF PO-PRODUTO NOT = PD-PRODUTO OR NOT PO-APROVADO
002521         DISPLAY "PROG127: PEDIDO " PO-NUMERO " NAO APROVADO "
002522             "OU DE OUTRO PRODUTO - ENTRADA RECUSADA"
002523         CLOSE PURCHASE-ORDER-FILE
002524         GO TO 3000-ENTRADA-EXIT
002525     END-IF.
002526     COMPUTE WS-QTD-PENDENTE = PO-QTD-PEDIDA - PO-QTD-RECEBIDA.
002527     DISPLAY "PROG127: PENDENTE NO PEDIDO " PO-NUMERO ": "
002528         WS-QTD-PENDENTE.

002529     MOVE "QUANTIDADE RECEBIDA" TO WS-MENSAGEM.
002530     MOVE 1 TO WS-LIMITE-MIN.
002531     MOVE 9999999 TO WS-LIMITE-MAX.
002540     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
002550         WS-LIMITE-MIN WS-LIMITE-MAX.
002551     IF WS-VALOR-ENT > WS-QTD-PENDENTE
002552         DISPLAY "PROG127: RECEBIMENTO ACIMA DO PENDENTE NO "
002553             "PEDIDO - ENTRADA RECUSADA"
002554         CLOSE PURCHASE-ORDER-FILE
002555         GO TO 3000-ENTRADA-EXIT
002556     END-IF.
002557     MOVE WS-VALOR-ENT TO WS-QTD-RECEBIDA.

002558     MOVE PO-PRECO-UNITARIO TO WS-CUSTO-UNITARIO.
002559     IF WS-CUSTO-UNITARIO = ZERO
002560         PERFORM 3100-INFORMAR-CUSTO THRU 3100-INFORMAR-CUSTO-EXIT
002561     END-IF.
002562     PERFORM 3200-CALCULAR-CUSTO-MEDIO
002563         THRU 3200-CALCULAR-CUSTO-MEDIO-EXIT.

002564     ADD WS-QTD-RECEBIDA TO PD-SALDO.
002570     REWRITE PRODUTO-REC.
002580     IF NOT FS-PRODFILE-OK
002590         DISPLAY "PROG127: ERRO AO GRAVAR ENTRADA - "
002600             FS-PRODFILE
002605         CLOSE PURCHASE-ORDER-FILE
002610         GO TO 3000-ENTRADA-EXIT
002620     END-IF.

002621     ADD WS-QTD-RECEBIDA TO PO-QTD-RECEBIDA.
002622     IF PO-QTD-RECEBIDA = PO-QTD-PEDIDA
002623         SET PO-RECEBIDO TO TRUE
002624     END-IF.
002625     REWRITE PEDIDO-COMPRA-REC.
002626     IF NOT FS-POFILE-OK
002627         DISPLAY "PROG127: ERRO AO ATUALIZAR PEDIDO "
002628             PO-NUMERO " - " FS-POFILE
002629     END-IF.
002630     CLOSE PURCHASE-ORDER-FILE.

002631     DISPLAY "PROG127: SALDO DE " PD-PRODUTO " AGORA "
002640         PD-SALDO " CUSTO MEDIO " PD-CUSTO-MEDIO.
002650     MOVE SPACES TO WS-DESCRICAO-AUD.
002660     STRING "ENTRADA DE ESTOQUE EM " PD-PRODUTO
002665         " PEDIDO " PO-NUMERO
002670         DELIMITED BY SIZE INTO WS-DESCRICAO-AUD.
002680     CALL "PROG22" USING "PROG127 " WS-DESCRICAO-AUD.

002682     PERFORM 3300-ALOCAR-PENDENCIAS
002684         THRU 3300-ALOCAR-PENDENCIAS-EXIT.
002690 3000-ENTRADA-EXIT.
002700     EXIT.

002701*----------------------------------------------------------------
002702* 3100-INFORMAR-CUSTO - ORDER RAISED WITHOUT A PRICE: THE UNIT
002703*                       COST IS KEYED, IN CENTAVOS
002704*----------------------------------------------------------------
002705 3100-INFORMAR-CUSTO.
002706     MOVE "CUSTO UNITARIO (CENTAVOS)" TO WS-MENSAGEM.
002707     MOVE 1 TO WS-LIMITE-MIN.
002708     MOVE 999999999 TO WS-LIMITE-MAX.
002709     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
002710         WS-LIMITE-MIN WS-LIMITE-MAX.
002711     COMPUTE WS-CUSTO-UNITARIO = WS-VALOR-ENT / 100.
002712 3100-INFORMAR-CUSTO-EXIT.
002713     EXIT.

002714*----------------------------------------------------------------
002715* 3200-CALCULAR-CUSTO-MEDIO - WEIGHTED AVERAGE OF THE STOCK ON
002716*                             HAND AND THE QUANTITY RECEIVED;
002717*                             CALLED BEFORE THE BALANCE MOVES
002718*----------------------------------------------------------------
002719 3200-CALCULAR-CUSTO-MEDIO.
002720     IF PD-SALDO > ZERO
002721         MOVE PD-SALDO TO WS-SALDO-BASE
002722     ELSE
002723         MOVE ZERO TO WS-SALDO-BASE
002724     END-IF.
002725     COMPUTE PD-CUSTO-MEDIO ROUNDED =
002726         (WS-SALDO-BASE * PD-CUSTO-MEDIO
002727          + WS-QTD-RECEBIDA * WS-CUSTO-UNITARIO)
002728         / (WS-SALDO-BASE + WS-QTD-RECEBIDA).
002729 3200-CALCULAR-CUSTO-MEDIO-EXIT.
002730     EXIT.

002731*----------------------------------------------------------------
002732* 3300-ALOCAR-PENDENCIAS - THE PRODUCT'S OPEN BACKORDERS, OLDEST
002733*                          FIRST, AGAINST THE BALANCE AFTER THE
002734*                          RECEIPT. A BACKORDER THAT DOES NOT FIT
002735*                          STOPS THE ALLOCATION - A YOUNGER ONE
002736*                          DOES NOT JUMP THE QUEUE
002737*----------------------------------------------------------------
002738 3300-ALOCAR-PENDENCIAS.
002739     OPEN I-O BACKORDER-FILE.
002740     IF NOT FS-BACKORD-OK
002741         GO TO 3300-ALOCAR-PENDENCIAS-EXIT
002742     END-IF.

002743     OPEN I-O ORDER-FILE.
002744     IF NOT FS-ORDFILE-OK
002745         DISPLAY "PROG127: ERRO AO ABRIR ORDER-FILE " FS-ORDFILE
002746             " - PENDENCIAS NAO ALOCADAS"
002747         CLOSE BACKORDER-FILE
002748         GO TO 3300-ALOCAR-PENDENCIAS-EXIT
002749     END-IF.



002760     ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
002761     MOVE PD-SALDO TO WS-SALDO-DISPONIVEL.
002762     MOVE "N" TO WS-FIM-PENDENCIAS-SW.
002763     MOVE PD-PRODUTO TO BO-PRODUTO.
002764     START BACKORDER-FILE KEY IS EQUAL TO BO-PRODUTO
002765         INVALID KEY
002766             SET WS-FIM-PENDENCIAS TO TRUE
002767     END-START.
002768     PERFORM 3310-ALOCAR-UMA THRU 3310-ALOCAR-UMA-EXIT
002769         UNTIL WS-FIM-PENDENCIAS.

002770     CLOSE BACKORDER-FILE ORDER-FILE.

002771     IF WS-QTD-ALOCADAS > ZERO
002772         DISPLAY "PROG127: " WS-QTD-ALOCADAS " PENDENCIA(S) DE "
002773             PD-PRODUTO " ATENDIDA(S) E LIBERADA(S) PARA "
002774             "SEPARACAO"
002775         MOVE SPACES TO WS-DESCRICAO-AUD
002776         STRING "ALOCOU " WS-QTD-ALOCADAS " PENDENCIA(S) DE "
002777             PD-PRODUTO
002778             DELIMITED BY SIZE INTO WS-DESCRICAO-AUD
002779         CALL "PROG22" USING "PROG127 " WS-DESCRICAO-AUD
002780     END-IF.
002781 3300-ALOCAR-PENDENCIAS-EXIT.
002782     EXIT.

002783 3310-ALOCAR-UMA.
002784     READ BACKORDER-FILE NEXT
002785         AT END
002786             SET WS-FIM-PENDENCIAS TO TRUE
002787             GO TO 3310-ALOCAR-UMA-EXIT
002788     END-READ.
002789     IF BO-PRODUTO NOT = PD-PRODUTO
002790         SET WS-FIM-PENDENCIAS TO TRUE
002791         GO TO 3310-ALOCAR-UMA-EXIT
002792     END-IF.
002793     IF NOT BO-ABERTO
002794         GO TO 3310-ALOCAR-UMA-EXIT
002795     END-IF.
002796     IF BO-QUANTIDADE > WS-SALDO-DISPONIVEL
002797         SET WS-FIM-PENDENCIAS TO TRUE
002798         GO TO 3310-ALOCAR-UMA-EXIT
002799     END-IF.

002800     PERFORM 3320-GRAVAR-LINHA-PEDIDO
002801         THRU 3320-GRAVAR-LINHA-PEDIDO-EXIT.
002802     IF NOT FS-ORDFILE-OK
002803         DISPLAY "PROG127: ERRO AO GRAVAR LINHA DO PEDIDO "
002804             BO-PEDIDO " - " FS-ORDFILE
002805         SET WS-FIM-PENDENCIAS TO TRUE
002806         GO TO 3310-ALOCAR-UMA-EXIT
002807     END-IF.



002820     SUBTRACT BO-QUANTIDADE FROM WS-SALDO-DISPONIVEL.
002821     MOVE "L" TO BO-STATUS.
002822     MOVE WS-DATA-ATUAL TO BO-DATA-ALOCACAO.
002823     MOVE WS-SEQ-PEDIDO TO BO-SEQ-PEDIDO.
002824     REWRITE BACKORDER-REC.
002825     IF NOT FS-BACKORD-OK
002826         DISPLAY "PROG127: ERRO AO BAIXAR PENDENCIA " BO-PEDIDO
002827             "/" BO-SEQ " - " FS-BACKORD
002828     END-IF.
002829     ADD 1 TO WS-QTD-ALOCADAS.
002830     DISPLAY "PROG127: PENDENCIA " BO-PEDIDO "/" BO-SEQ
002831         " DO CLIENTE " BO-CLIENTE " - " BO-QUANTIDADE
002832         " ALOCADA NA LINHA " WS-SEQ-PEDIDO.
002833 3310-ALOCAR-UMA-EXIT.
002834     EXIT.

002835*----------------------------------------------------------------
002836* 3320-GRAVAR-LINHA-PEDIDO - THE BACKORDER BECOMES THE NEXT FREE
002837*                            LINE OF ITS ORIGINAL ORDER; AN ORDER
002838*                            WHOSE EVERY LINE WAS REFUSED GETS
002839*                            ITS HEADER NOW
002840*----------------------------------------------------------------
002841 3320-GRAVAR-LINHA-PEDIDO.
002842     MOVE BO-PEDIDO TO OD-NUMERO.
002843     MOVE ZERO      TO OD-SEQ.
002844     READ ORDER-FILE
002845         INVALID KEY
002846             MOVE SPACES      TO OD-CORPO
002847             MOVE BO-CLIENTE  TO OD-CLIENTE
002848             MOVE BO-DATA     TO OD-DATA
002849             MOVE BO-VENDEDOR TO OD-VENDEDOR
002850             MOVE "L"         TO OD-STATUS
002851             MOVE ZERO        TO OD-QTD-EXPEDIDA
002852             MOVE ZERO        TO OD-ROMANEIO
002853             MOVE SPACES      TO OD-SITUACAO-LINHA
002854             WRITE PEDIDO-REC
002855     END-READ.

002856     MOVE ZERO TO WS-SEQ-PEDIDO.
002857     MOVE "N" TO WS-SEQ-LIVRE-SW.
002858     PERFORM 3330-TESTAR-SEQ THRU 3330-TESTAR-SEQ-EXIT
002859         UNTIL WS-SEQ-LIVRE.

002860     MOVE BO-PEDIDO     TO OD-NUMERO.
002861     MOVE WS-SEQ-PEDIDO TO OD-SEQ.
002862     MOVE SPACES        TO OD-CORPO.
002863     MOVE BO-ITEM       TO OD-ITEM.
002864     MOVE BO-PRODUTO    TO OD-PRODUTO.
002865     MOVE BO-QUANTIDADE TO OD-QUANTIDADE.
002866     MOVE BO-PRECO      TO OD-PRECO.
002867     MOVE ZERO          TO OD-QTD-EXPEDIDA.
002868     MOVE ZERO          TO OD-ROMANEIO.
002869     MOVE "A"           TO OD-SITUACAO-LINHA.
002870     WRITE PEDIDO-REC.
002871 3320-GRAVAR-LINHA-PEDIDO-EXIT.
002872     EXIT.

002873 3330-TESTAR-SEQ.
002874     ADD 1 TO WS-SEQ-PEDIDO.
002875     MOVE BO-PEDIDO     TO OD-NUMERO.
002876     MOVE WS-SEQ-PEDIDO TO OD-SEQ.
002877     READ ORDER-FILE
002878         INVALID KEY
002879             SET WS-SEQ-LIVRE TO TRUE
002880     END-READ.
002881 3330-TESTAR-SEQ-EXIT.
002882     EXIT.

002883*----------------------------------------------------------------
002884* 4000-POSICAO - STOCK POSITION WITH THE BELOW-MINIMUM
002885*                 EXCEPTIONS
002886*----------------------------------------------------------------
002887 4000-POSICAO.
002888     MOVE "I" TO WS-FUNCAO-REL.
002889     MOVE "POSICAO DE ESTOQUE" TO WS-TITULO-REL.
002890     MOVE "PRODUTO  DESCRICAO                      UN   "
002891         TO WS-COLUNAS-REL.
002892     MOVE SPACES TO WS-LINHA-REL.
002893     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
002894         WS-COLUNAS-REL WS-LINHA-REL.

002895     MOVE SPACES TO PD-PRODUTO.
002896     START PRODUCT-MASTER KEY IS NOT LESS THAN PD-PRODUTO
002897         INVALID KEY
002898             SET FS-PRODFILE-EOF TO TRUE
002899     END-START.

002900     PERFORM 4100-LISTAR-UM THRU 4100-LISTAR-UM-EXIT
002901         UNTIL FS-PRODFILE-EOF.

002902     MOVE SPACES TO WS-LINHA-REL.
002910     STRING "PRODUTOS: " WS-QTD-PRODUTOS
002920         "  ABAIXO DO MINIMO: " WS-QTD-ABAIXO-MINIMO
002930         DELIMITED BY SIZE INTO WS-LINHA-REL.
