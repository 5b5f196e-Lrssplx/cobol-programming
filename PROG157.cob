001000******************************************************************
001010* PROGRAM-ID: PROG157
001020* AUTHOR:      R. ALMEIDA - APPLICATIONS
001030* INSTALLATION: CONTAS A PAGAR
001040* DATE-WRITTEN: 2026-09-14
001050* DATE-COMPILED:
001060* PURPOSE:     NIGHTLY THREE-WAY MATCH. EVERY OPEN PAYABLE HELD
001070*              "M" (ENTERED AGAINST A PURCHASE ORDER THROUGH
001080*              PROG154) IS CHECKED AGAINST ITS ORDER ON POFILE:
001090*              THE ORDER MUST EXIST FOR THE SAME SUPPLIER AND BE
001100*              APPROVED OR RECEIVED, THE QUANTITY INVOICED MUST
001110*              NOT EXCEED WHAT WAS RECEIVED AND NOT YET BILLED,
001120*              AND THE VALUE MUST NOT EXCEED THAT QUANTITY AT THE
001130*              AGREED PRICE. A MATCH RELEASES THE ITEM FOR
001140*              PAYMENT AND CHARGES THE QUANTITY TO THE ORDER; A
001150*              MISMATCH STAYS HELD AND GOES TO THE SHARED
001160*              EXCEPTIONS FILE. A MANUAL "H" HOLD IS NEVER
001170*              TOUCHED. THE RESULTS ARE LISTED THROUGH PROG68.
001180* ----------------------------------------------------------------
001190* MODIFICATION HISTORY
001200* DATE       INIT DESCRIPTION
001210* 2026-09-14 RA   INITIAL VERSION
001220******************************************************************
001230 IDENTIFICATION DIVISION.
001240 PROGRAM-ID. PROG157.

001250 ENVIRONMENT DIVISION.
001260 INPUT-OUTPUT SECTION.
001270 FILE-CONTROL.
001280     SELECT PAYABLE-FILE ASSIGN TO "APFILE"
001290         ORGANIZATION IS INDEXED
001300         ACCESS MODE IS DYNAMIC
001310         RECORD KEY IS AP-NUMERO
001320         ALTERNATE RECORD KEY IS AP-CHAVE-DOCUMENTO
001330         FILE STATUS IS FS-APFILE.

001340     SELECT PURCHASE-ORDER-FILE ASSIGN TO "POFILE"
001350         ORGANIZATION IS INDEXED
001360         ACCESS MODE IS DYNAMIC
001370         RECORD KEY IS PO-NUMERO
001380         ALTERNATE RECORD KEY IS PO-PRODUTO
001390             WITH DUPLICATES
001400         FILE STATUS IS FS-POFILE.

001410     SELECT EXCEPTION-FILE ASSIGN TO "EXCPFILE"
001420         ORGANIZATION IS LINE SEQUENTIAL
001430         FILE STATUS IS FS-EXCPFILE.

001440 DATA DIVISION.
001450 FILE SECTION.
001460 FD  PAYABLE-FILE.
001470 COPY APREC.

001480 FD  PURCHASE-ORDER-FILE.
001490 COPY POREC.

001500 FD  EXCEPTION-FILE.
001510 COPY EXCPREC.

001520 WORKING-STORAGE SECTION.
001530 01  FS-APFILE                   PIC X(02).
001540     88  FS-APFILE-OK            VALUE "00".
001550     88  FS-APFILE-EOF           VALUE "10".

001560 01  FS-POFILE                   PIC X(02).
001570     88  FS-POFILE-OK            VALUE "00".

001580 01  FS-EXCPFILE                 PIC X(02).
001590     88  FS-EXCPFILE-OK          VALUE "00".

001600 01  WS-DATA-ATUAL               PIC 9(08).
001610 01  WS-MOTIVO-EXCECAO           PIC X(40).
001620 01  WS-QTD-A-FATURAR            PIC S9(07).
001630 01  WS-VALOR-PEDIDO             PIC 9(09)V9(02).
001640 01  WS-VALOR-ED                 PIC ZZZ,ZZZ,ZZ9.99.

001650 01  WS-CONFERIDO-SW             PIC X(01) VALUE "N".
001660     88  WS-CONFERIDO            VALUE "Y".

001670 01  WS-CONTADORES.
001680     05  WS-QTD-LIDOS            PIC 9(05) VALUE ZERO.
001690     05  WS-QTD-EM-CONFERENCIA   PIC 9(05) VALUE ZERO.
001700     05  WS-QTD-LIBERADOS        PIC 9(05) VALUE ZERO.
001710     05  WS-QTD-DIVERGENTES      PIC 9(05) VALUE ZERO.

001720 01  WS-LINHA-REL                PIC X(80).
001730 01  WS-FUNCAO-REL               PIC X(01).
001740 01  WS-TITULO-REL               PIC X(60).
001750 01  WS-COLUNAS-REL              PIC X(80).

001760 01  WS-DESCRICAO-AUD            PIC X(60).

001770 PROCEDURE DIVISION.

001780*----------------------------------------------------------------
001790* 0000-MAINLINE
001800*----------------------------------------------------------------
001810 0000-MAINLINE.
001820     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.

001830     MOVE ZERO TO AP-NUMERO.
001840     START PAYABLE-FILE KEY IS NOT LESS THAN AP-NUMERO
001850         INVALID KEY
001860             SET FS-APFILE-EOF TO TRUE
001870     END-START.

001880     PERFORM 2000-CONFERIR-TITULO
001890         THRU 2000-CONFERIR-TITULO-EXIT
001900         UNTIL FS-APFILE-EOF.

001910     PERFORM 8000-FINALIZAR THRU 8000-FINALIZAR-EXIT.
001920     GO TO 9999-EXIT.

001930*----------------------------------------------------------------
001940* 1000-INICIALIZAR
001950*----------------------------------------------------------------
001960 1000-INICIALIZAR.
001970     ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.

001980     OPEN I-O PAYABLE-FILE.
001990     IF NOT FS-APFILE-OK
002000         DISPLAY "PROG157: TITULOS A PAGAR (APFILE) "
002010             "INDISPONIVEIS"
002020         GO TO 9999-EXIT
002030     END-IF.

002040     OPEN I-O PURCHASE-ORDER-FILE.
002050     IF NOT FS-POFILE-OK
002060         DISPLAY "PROG157: PEDIDOS DE COMPRA (POFILE) "
002070             "INDISPONIVEIS"
002080         CLOSE PAYABLE-FILE
002090         GO TO 9999-EXIT
002100     END-IF.

002110     MOVE "I" TO WS-FUNCAO-REL.
002120     MOVE "CONFERENCIA PEDIDO X RECEBIMENTO X NOTA"
002130         TO WS-TITULO-REL.
002140     MOVE "TITULO   PEDIDO   QTD NOTA  VALOR NOTA   SITUACAO"
002150         TO WS-COLUNAS-REL.
002160     MOVE SPACES TO WS-LINHA-REL.
002170     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
002180         WS-COLUNAS-REL WS-LINHA-REL.
002190 1000-INICIALIZAR-EXIT.
002200     EXIT.

002210*----------------------------------------------------------------
002220* 2000-CONFERIR-TITULO - ONE PAYABLE PER PASS; ONLY OPEN ITEMS
002230*                         ON MATCH HOLD ARE LOOKED AT
002240*----------------------------------------------------------------
002250 2000-CONFERIR-TITULO.
002260     READ PAYABLE-FILE NEXT
002270         AT END
002280             SET FS-APFILE-EOF TO TRUE
002290             GO TO 2000-CONFERIR-TITULO-EXIT
002300     END-READ.
002310     ADD 1 TO WS-QTD-LIDOS.

002320     IF NOT AP-ABERTO OR NOT AP-AGUARDA-CONFERENCIA
002330         GO TO 2000-CONFERIR-TITULO-EXIT
002340     END-IF.
002350     ADD 1 TO WS-QTD-EM-CONFERENCIA.
002360     MOVE "N" TO WS-CONFERIDO-SW.

002370     PERFORM 2100-VALIDAR-PEDIDO THRU 2100-VALIDAR-PEDIDO-EXIT.

002380     IF WS-CONFERIDO
002390         PERFORM 2200-LIBERAR-TITULO
002400             THRU 2200-LIBERAR-TITULO-EXIT
002410     ELSE
002420         ADD 1 TO WS-QTD-DIVERGENTES
002430         PERFORM 2300-GRAVAR-EXCECAO
002440             THRU 2300-GRAVAR-EXCECAO-EXIT
002450     END-IF.

002460     MOVE AP-VALOR TO WS-VALOR-ED.
002470     MOVE SPACES TO WS-LINHA-REL.
002480     IF WS-CONFERIDO
002490         STRING AP-NUMERO " " AP-PEDIDO " " AP-QTD-FATURADA
002500             "  " WS-VALOR-ED " LIBERADO"
002510             DELIMITED BY SIZE INTO WS-LINHA-REL
002520     ELSE
002530         STRING AP-NUMERO " " AP-PEDIDO " " AP-QTD-FATURADA
002540             "  " WS-VALOR-ED " " WS-MOTIVO-EXCECAO
002550             DELIMITED BY SIZE INTO WS-LINHA-REL
002560     END-IF.
002570     MOVE "D" TO WS-FUNCAO-REL.
002580     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
002590         WS-COLUNAS-REL WS-LINHA-REL.
002600 2000-CONFERIR-TITULO-EXIT.
002610     EXIT.

002620*----------------------------------------------------------------
002630* 2100-VALIDAR-PEDIDO - ORDER, RECEIPT AND INVOICE MUST AGREE
002640*----------------------------------------------------------------
002650 2100-VALIDAR-PEDIDO.
002660     MOVE AP-PEDIDO TO PO-NUMERO.
002670     READ PURCHASE-ORDER-FILE
002680         INVALID KEY
002690             MOVE "PEDIDO DE COMPRA NAO ENCONTRADO"
002700                 TO WS-MOTIVO-EXCECAO
002710             GO TO 2100-VALIDAR-PEDIDO-EXIT
002720     END-READ.
002730     IF PO-FORNECEDOR NOT = AP-FORNECEDOR
002740         MOVE "PEDIDO DE OUTRO FORNECEDOR" TO WS-MOTIVO-EXCECAO
002750         GO TO 2100-VALIDAR-PEDIDO-EXIT
002760     END-IF.
002770     IF NOT PO-APROVADO AND NOT PO-RECEBIDO
002780         MOVE "PEDIDO NAO APROVADO OU CANCELADO"
002790             TO WS-MOTIVO-EXCECAO
002800         GO TO 2100-VALIDAR-PEDIDO-EXIT
002810     END-IF.

002820     COMPUTE WS-QTD-A-FATURAR =
002830         PO-QTD-RECEBIDA - PO-QTD-FATURADA.
002840     IF AP-QTD-FATURADA > WS-QTD-A-FATURAR
002850         MOVE "QUANTIDADE FATURADA ACIMA DA RECEBIDA"
002860             TO WS-MOTIVO-EXCECAO
002870         GO TO 2100-VALIDAR-PEDIDO-EXIT
002880     END-IF.

002890     COMPUTE WS-VALOR-PEDIDO ROUNDED =
002900         AP-QTD-FATURADA * PO-PRECO-UNITARIO.
002910     IF AP-VALOR > WS-VALOR-PEDIDO
002920         MOVE "VALOR DA NOTA ACIMA DO PRECO DO PEDIDO"
002930             TO WS-MOTIVO-EXCECAO
002940         GO TO 2100-VALIDAR-PEDIDO-EXIT
002950     END-IF.

002960     SET WS-CONFERIDO TO TRUE.
002970 2100-VALIDAR-PEDIDO-EXIT.
002980     EXIT.

002990*----------------------------------------------------------------
003000* 2200-LIBERAR-TITULO - RELEASE FOR PAYMENT AND CHARGE THE
003010*                        QUANTITY TO THE ORDER
003020*----------------------------------------------------------------
003030 2200-LIBERAR-TITULO.
003040     ADD AP-QTD-FATURADA TO PO-QTD-FATURADA.
003050     REWRITE PEDIDO-COMPRA-REC.
003060     IF NOT FS-POFILE-OK
003070         DISPLAY "PROG157: ERRO AO ATUALIZAR PEDIDO " PO-NUMERO
003080             " - " FS-POFILE
003090         MOVE "N" TO WS-CONFERIDO-SW
003100         MOVE "ERRO AO ATUALIZAR O PEDIDO" TO WS-MOTIVO-EXCECAO
003110         GO TO 2200-LIBERAR-TITULO-EXIT
003120     END-IF.

003130     SET AP-LIBERADO TO TRUE.
003140     REWRITE PAGAR-REC.
003150     IF NOT FS-APFILE-OK
003160         DISPLAY "PROG157: ERRO AO LIBERAR TITULO " AP-NUMERO
003170             " - " FS-APFILE
003180         MOVE "N" TO WS-CONFERIDO-SW
003190         MOVE "ERRO AO LIBERAR O TITULO" TO WS-MOTIVO-EXCECAO
003200         GO TO 2200-LIBERAR-TITULO-EXIT
003210     END-IF.
003220     ADD 1 TO WS-QTD-LIBERADOS.

003230     MOVE SPACES TO WS-DESCRICAO-AUD.
003240     STRING "TITULO " AP-NUMERO " LIBERADO - PEDIDO "
003250         AP-PEDIDO " QTD " AP-QTD-FATURADA
003260         DELIMITED BY SIZE INTO WS-DESCRICAO-AUD.
003270     CALL "PROG22" USING "PROG157 " WS-DESCRICAO-AUD.
003280 2200-LIBERAR-TITULO-EXIT.
003290     EXIT.

003300*----------------------------------------------------------------
003310* 2300-GRAVAR-EXCECAO - SAME APPEND-OR-CREATE SHAPE AS PROG127
003320*----------------------------------------------------------------
003330 2300-GRAVAR-EXCECAO.
003340     ACCEPT EXCP-DATA FROM DATE YYYYMMDD.
003350     ACCEPT EXCP-HORA FROM TIME.
003360     MOVE "PROG157 " TO EXCP-PROGRAMA.
003370     MOVE SPACES TO EXCP-CAMPO.
003380     STRING "TITULO " AP-NUMERO DELIMITED BY SIZE
003390         INTO EXCP-CAMPO.
003400     MOVE SPACES TO EXCP-VALOR.
003410     STRING "PEDIDO " AP-PEDIDO DELIMITED BY SIZE
003420         INTO EXCP-VALOR.
003430     MOVE WS-MOTIVO-EXCECAO TO EXCP-REGRA.

003440     MOVE "A"   TO EXCP-STATUS.
003450     MOVE SPACES TO EXCP-RESPONSAVEL.
003460     MOVE ZERO  TO EXCP-DATA-RESOLUCAO.
003470     MOVE SPACES TO EXCP-NOTAS.
003480     OPEN EXTEND EXCEPTION-FILE.
003490     IF NOT FS-EXCPFILE-OK
003500         OPEN OUTPUT EXCEPTION-FILE
003510     END-IF.
003520     WRITE EXCP-REC.
003530     CLOSE EXCEPTION-FILE.
003540 2300-GRAVAR-EXCECAO-EXIT.
003550     EXIT.

003560*----------------------------------------------------------------
003570* 8000-FINALIZAR
003580*----------------------------------------------------------------
003590 8000-FINALIZAR.
003600     MOVE SPACES TO WS-LINHA-REL.
003610     STRING "EM CONFERENCIA: " WS-QTD-EM-CONFERENCIA
003620         "  LIBERADOS: " WS-QTD-LIBERADOS
003630         "  DIVERGENTES: " WS-QTD-DIVERGENTES
003640         DELIMITED BY SIZE INTO WS-LINHA-REL.
003650     MOVE "T" TO WS-FUNCAO-REL.
003660     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
003670         WS-COLUNAS-REL WS-LINHA-REL.
003680     MOVE "F" TO WS-FUNCAO-REL.
003690     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
003700         WS-COLUNAS-REL WS-LINHA-REL.

003710     CLOSE PAYABLE-FILE PURCHASE-ORDER-FILE.

003720     DISPLAY "PROG157: TITULOS EM CONFERENCIA : "
003730         WS-QTD-EM-CONFERENCIA.
003740     DISPLAY "PROG157: LIBERADOS ............ : "
003750         WS-QTD-LIBERADOS.
003760     DISPLAY "PROG157: DIVERGENTES .......... : "
003770         WS-QTD-DIVERGENTES.

003780     MOVE SPACES TO WS-DESCRICAO-AUD.
003790     STRING "CONFERENCIA: " WS-QTD-LIBERADOS " LIBERADO(S) "
003800         WS-QTD-DIVERGENTES " DIVERGENTE(S)"
003810         DELIMITED BY SIZE INTO WS-DESCRICAO-AUD.
003820     CALL "PROG22" USING "PROG157 " WS-DESCRICAO-AUD.
003830 8000-FINALIZAR-EXIT.
003840     EXIT.

003850 9999-EXIT.
003860     STOP RUN.
