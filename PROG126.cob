001120*              LIMIT AND THE ON-HAND BALANCE AGAINST THE
001130*              ORDERED QUANTITY (EACH CHECK APPLIED WHEN ITS
001140*              FILE IS PRESENT). AN ACCEPTED ORDER IS STORED ON
001145*              THE ORDER FILE AND RELEASED FOR PICKING (PROG164);
001150*              WHAT SHIPPING CONFIRMS BECOMES THE H/D FEED ROWS
001155*              PROG20 CONSUMES. THE ORDER NUMBER COMES OFF ITS
001160*              OWN CONTROL ROW ON NOTACTL.
001180* ----------------------------------------------------------------
001190* MODIFICATION HISTORY
001200* DATE       INIT DESCRIPTION
001210* 2026-09-02 RA   INITIAL VERSION
001211* 2026-09-17 RA   A LINE REFUSED FOR INSUFFICIENT STOCK IS NO
001212*                 LONGER LOST: IT GOES TO THE BACKORDER FILE
001213*                 (BACKORD) WITH THE ORDER, CUSTOMER, PRODUCT AND
001214*                 QUANTITY, FOR PROG127 TO ALLOCATE WHEN THE
001215*                 PRODUCT IS RECEIVED.
001216* 2026-09-17 RA   THE RELEASED ORDER NO LONGER WRITES THE INVOICE
001217*                 FEED: ITS LINES ARE BORN OPEN FOR THE PROG164
001218*                 PICKING LIST, AND ONLY THE QUANTITIES SHIPPING
001219*                 CONFIRMS REACH PROG20.
001220******************************************************************
001230 IDENTIFICATION DIVISION.
001240 PROGRAM-ID. PROG126.
001560         RECORD KEY IS NC-CHAVE
001570         FILE STATUS IS FS-NOTACTL.



001601     SELECT BACKORDER-FILE ASSIGN TO "BACKORD"
001602         ORGANIZATION IS INDEXED
001603         ACCESS MODE IS DYNAMIC
001604         RECORD KEY IS BO-CHAVE
001605         ALTERNATE RECORD KEY IS BO-CHAVE-CLIENTE
001606             WITH DUPLICATES
001607         ALTERNATE RECORD KEY IS BO-PRODUTO
001608             WITH DUPLICATES
001609         FILE STATUS IS FS-BACKORD.

001610 DATA DIVISION.
001620 FILE SECTION.
001750     05  NC-CHAVE                PIC X(10).
001760     05  NC-ULTIMA-NOTA          PIC 9(08).



001782 FD  BACKORDER-FILE.
001784 COPY BKORDREC.

001790 WORKING-STORAGE SECTION.
001800 01  FS-ORDFILE                  PIC X(02).
001970 01  FS-NOTACTL                  PIC X(02).
001980     88  FS-NOTACTL-OK           VALUE "00".



002002 01  FS-BACKORD                  PIC X(02).
002004     88  FS-BACKORD-OK           VALUE "00".
002006 01  WS-BACKORD-SW               PIC X(01) VALUE "N".
002008     88  WS-BACKORD-PRESENTE     VALUE "Y".

002010 01  WS-MENSAGEM                 PIC X(40).
002020 01  WS-VALOR-ENT                PIC 9(09).
002090 01  WS-EXPOSICAO                PIC 9(11)V9(02).
002100 01  WS-TOTAL-PEDIDO             PIC 9(11)V9(02) VALUE ZERO.
002110 01  WS-SEQ-LINHA                PIC 9(03) VALUE ZERO.
002115 01  WS-SEQ-PENDENCIA            PIC 9(03) VALUE ZERO.
002120 01  WS-PRODUTO-ENT              PIC X(08).
002130 01  WS-QUANTIDADE-ENT           PIC 9(07).
002140 01  WS-PRECO-LINHA              PIC 9(07)V9(02).
002310         THRU 3000-CAPTURAR-LINHAS-EXIT
002320         UNTIL WS-FIM-LINHAS.

002322     IF WS-SEQ-PENDENCIA > ZERO
002324         DISPLAY "PROG126: " WS-SEQ-PENDENCIA " LINHA(S) DO "
002326             "PEDIDO " WS-NUMERO-PEDIDO " EM PENDENCIA"
002328     END-IF.

002330     IF WS-SEQ-LINHA = ZERO
002340         DISPLAY "PROG126: PEDIDO SEM LINHAS - NADA GRAVADO"
002350         GO TO 0000-ENCERRAR
002810             "DE CREDITO NAO VERIFICADA"
002820     END-IF.

002821     OPEN I-O BACKORDER-FILE.
002822     IF NOT FS-BACKORD-OK
002823         OPEN OUTPUT BACKORDER-FILE
002824         CLOSE BACKORDER-FILE
002825         OPEN I-O BACKORDER-FILE
002826     END-IF.
002827     IF FS-BACKORD-OK
002828         SET WS-BACKORD-PRESENTE TO TRUE
002829     ELSE
002830         DISPLAY "PROG126: ERRO AO ABRIR BACKORDER-FILE "
002831             FS-BACKORD " - LINHAS SEM SALDO NAO FICAM "
002832             "PENDENTES"
002833     END-IF.

002834     MOVE "CODIGO DO CLIENTE" TO WS-MENSAGEM.
002840     MOVE 1 TO WS-LIMITE-MIN.
002850     MOVE 999999 TO WS-LIMITE-MAX.
002860     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
003970             DISPLAY "PROG126: SALDO DE " PD-SALDO
003980                 " INSUFICIENTE PARA " WS-QUANTIDADE-ENT
003990                 " - LINHA RECUSADA"
003992             PERFORM 3100-GRAVAR-PENDENCIA
003994                 THRU 3100-GRAVAR-PENDENCIA-EXIT
004000             GO TO 3000-CAPTURAR-LINHAS-EXIT
004010         END-IF
004020     END-IF.
004120     MOVE WS-PRODUTO-ENT    TO OD-PRODUTO.
004130     MOVE WS-QUANTIDADE-ENT TO OD-QUANTIDADE.
004140     MOVE WS-PRECO-LINHA    TO OD-PRECO.
004142     MOVE ZERO              TO OD-QTD-EXPEDIDA.
004144     MOVE ZERO              TO OD-ROMANEIO.
004146     MOVE "A"               TO OD-SITUACAO-LINHA.
004150     WRITE PEDIDO-REC.

004160     COMPUTE WS-TOTAL-PEDIDO =
004190 3000-CAPTURAR-LINHAS-EXIT.
004200     EXIT.

004201*----------------------------------------------------------------
004202* 3100-GRAVAR-PENDENCIA - THE REFUSED LINE WAITS ON BACKORD FOR
004203*                          THE NEXT RECEIPT OF THE PRODUCT
004204*----------------------------------------------------------------
004205 3100-GRAVAR-PENDENCIA.
004206     IF NOT WS-BACKORD-PRESENTE
004207         GO TO 3100-GRAVAR-PENDENCIA-EXIT
004208     END-IF.

004209     ADD 1 TO WS-SEQ-PENDENCIA.
004210     MOVE WS-NUMERO-PEDIDO  TO BO-PEDIDO.
004211     MOVE WS-SEQ-PENDENCIA  TO BO-SEQ.
004212     MOVE WS-CLIENTE-ENT    TO BO-CLIENTE.
004213     MOVE WS-PRODUTO-ENT    TO BO-PRODUTO.
004214     MOVE WS-VENDEDOR-ENT   TO BO-VENDEDOR.
004215     MOVE PD-DESCRICAO(1:20) TO BO-ITEM.
004216     MOVE WS-QUANTIDADE-ENT TO BO-QUANTIDADE.
004217     MOVE WS-PRECO-LINHA    TO BO-PRECO.
004218     MOVE WS-DATA-ATUAL     TO BO-DATA.
004219     MOVE "A"               TO BO-STATUS.
004220     MOVE ZERO              TO BO-DATA-ALOCACAO.
004221     MOVE ZERO              TO BO-SEQ-PEDIDO.
004222     WRITE BACKORDER-REC.
004223     IF NOT FS-BACKORD-OK
004224         DISPLAY "PROG126: ERRO AO GRAVAR PENDENCIA - "
004225             FS-BACKORD
004226         GO TO 3100-GRAVAR-PENDENCIA-EXIT
004227     END-IF.
004228     DISPLAY "PROG126: LINHA GRAVADA EM PENDENCIA (BACKORDER) "
004229         "PARA ATENDIMENTO NA PROXIMA ENTRADA".
004230 3100-GRAVAR-PENDENCIA-EXIT.
004231     EXIT.

004232*----------------------------------------------------------------
004234* 4000-LIBERAR-PEDIDO - THE HEADER ROW ON THE ORDER FILE; THE
004236*                        OPEN LINES WAIT FOR THE PICKING LIST
004240*----------------------------------------------------------------
004250 4000-LIBERAR-PEDIDO.
004260     MOVE WS-NUMERO-PEDIDO TO OD-NUMERO.
004300     MOVE WS-DATA-ATUAL    TO OD-DATA.
004310     MOVE WS-VENDEDOR-ENT  TO OD-VENDEDOR.
004320     MOVE "L"              TO OD-STATUS.
004330     MOVE ZERO             TO OD-QTD-EXPEDIDA.
004340     MOVE ZERO             TO OD-ROMANEIO.
004350     MOVE SPACES           TO OD-SITUACAO-LINHA.
004360     WRITE PEDIDO-REC.
004370     IF NOT FS-ORDFILE-OK
004380         DISPLAY "PROG126: ERRO AO LIBERAR PEDIDO - "
004390             FS-ORDFILE
004400         GO TO 4000-LIBERAR-PEDIDO-EXIT
004410     END-IF.

004420     MOVE WS-TOTAL-PEDIDO TO WS-TOTAL-ED.
004430     DISPLAY "PROG126: PEDIDO " WS-NUMERO-PEDIDO
004440         " LIBERADO PARA SEPARACAO - TOTAL PREVISTO "
004570         WS-TOTAL-ED.
004580 4000-LIBERAR-PEDIDO-EXIT.
004590     EXIT.

004780*----------------------------------------------------------------
004790* 8000-FINALIZAR
004800*----------------------------------------------------------------
004890     IF WS-AR-PRESENTE
004900         CLOSE RECEIVABLE-FILE
004910     END-IF.
004912     IF WS-BACKORD-PRESENTE
004914         CLOSE BACKORDER-FILE
004916     END-IF.

004920     MOVE SPACES TO WS-DESCRICAO-AUD.
004930     STRING "REGISTROU PEDIDO " WS-NUMERO-PEDIDO
004940         " DO CLIENTE " WS-CLIENTE-ENT
004945         " PENDENCIAS " WS-SEQ-PENDENCIA
004950         DELIMITED BY SIZE INTO WS-DESCRICAO-AUD.
004960     CALL "PROG22" USING "PROG126 " WS-DESCRICAO-AUD.
004970 8000-FINALIZAR-EXIT.
