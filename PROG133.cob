001160* MODIFICATION HISTORY
001170* DATE       INIT DESCRIPTION
001180* 2026-09-02 RA   INITIAL VERSION
001182* 2026-09-24 RA   A CONTRACT LINE NAMES THE INDEX ITS PRICE IS
001184*                 READJUSTED BY ON EACH ANNIVERSARY (PROG172);
001186*                 THE LISTING SHOWS IT AND THE LAST READJUSTMENT.
001190******************************************************************
001200 IDENTIFICATION DIVISION.
001210 PROGRAM-ID. PROG133.
002450         WS-LIMITE-MIN WS-LIMITE-MAX.
002460     MOVE WS-VALOR-ENT TO CN-VENDEDOR.

002461     DISPLAY "INDICE DE REAJUSTE (IGPM / IPCA / BRANCO = FIXO)".
002462     ACCEPT CN-INDICE-REAJUSTE.
002463     IF CN-INDICE-REAJUSTE NOT = "IGPM" AND NOT = "IPCA"
002464         AND NOT = SPACES
002465         DISPLAY "PROG133: INDICE " CN-INDICE-REAJUSTE
002466             " INVALIDO - OPERACAO REJEITADA"
002467         GO TO 2000-INCLUIR-EXIT
002468     END-IF.
002469     MOVE ZERO TO CN-DATA-REAJUSTE.

002470     WRITE CONTRATO-REC.
002480     IF NOT FS-CONTFILE-OK
002490         DISPLAY "PROG133: ERRO AO GRAVAR CONTRATO - "
002930*----------------------------------------------------------------
002940 4000-LISTAR.
002950     DISPLAY "SEQ ITEM                 PRODUTO  QTDE    "
002960         "PRECO     DIA VIGENCIA          INDICE REAJUSTADO".
002970     MOVE "N" TO WS-FIM-CONT-SW.
002980     MOVE WS-CLIENTE-ENT TO CN-CLIENTE.
002990     MOVE ZERO TO CN-SEQ.

003180     DISPLAY CN-SEQ " " CN-ITEM " " CN-PRODUTO " "
003190         CN-QUANTIDADE " " CN-PRECO " " CN-DIA-FATURAMENTO
003195         " " CN-DATA-INICIO "-" CN-DATA-FIM " "
003200         CN-INDICE-REAJUSTE " " CN-DATA-REAJUSTE.
003210 4100-MOSTRAR-UMA-EXIT.
003220     EXIT.

