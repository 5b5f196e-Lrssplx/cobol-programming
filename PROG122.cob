001140* MODIFICATION HISTORY
001150* DATE       INIT DESCRIPTION
001160* 2026-09-02 RA   INITIAL VERSION
001161* 2026-10-15 RA   AN ISSUED ITEM MAY NAME ITS FIXED ASSET ON
001162*                 ATIVFILE (PROG221); THE ASSET MUST BE IN USE,
001163*                 AND ITS DESCRIPTION IS TAKEN WHEN NONE IS
001164*                 TYPED.
001170******************************************************************
001180 IDENTIFICATION DIVISION.
001190 PROGRAM-ID. PROG122.
001350             WITH DUPLICATES
001360         FILE STATUS IS FS-EMPMAST.

001361     SELECT ASSET-FILE ASSIGN TO "ATIVFILE"
001362         ORGANIZATION IS INDEXED
001363         ACCESS MODE IS DYNAMIC
001364         RECORD KEY IS AT-NUMERO
001365         FILE STATUS IS FS-ATIVFILE.

001370 DATA DIVISION.
001380 FILE SECTION.
001390 FD  CUSTODY-FILE.
001410 FD  EMPLOYEE-MASTER.
001420 COPY EMPREC.

001421 FD  ASSET-FILE.
001422 COPY ATIVREC.

001430 WORKING-STORAGE SECTION.
001440 01  FS-CUSTFILE                 PIC X(02).
001450     88  FS-CUSTFILE-OK          VALUE "00".
001460 01  FS-EMPMAST                  PIC X(02).
001470     88  FS-EMPMAST-OK           VALUE "00".

001471 01  FS-ATIVFILE                 PIC X(02).
001472     88  FS-ATIVFILE-OK          VALUE "00".

001480 01  WS-FUNCAO-SW                PIC X(01).
001490     88  WS-FUNCAO-ENTREGAR      VALUE "1".
001500     88  WS-FUNCAO-DEVOLVER      VALUE "2".
002220     MOVE WS-CODIGO-FUNC TO CD-CODIGO.
002230     MOVE WS-PROXIMA-SEQ TO CD-SEQ.

002231     PERFORM 2200-LER-ATIVO THRU 2200-LER-ATIVO-EXIT.
002232     IF CD-ATIVO = 999999
002233         GO TO 2000-ENTREGAR-EXIT
002234     END-IF.

002240     DISPLAY "DESCRICAO DO ITEM".
002241     MOVE SPACES TO CD-ITEM.
002250     ACCEPT CD-ITEM.
002251     IF CD-ITEM = SPACES AND CD-ATIVO > ZERO
002252         MOVE AT-DESCRICAO TO CD-ITEM
002253     END-IF.
002260     DISPLAY "NUMERO DE SERIE".
002270     ACCEPT CD-SERIE.

002780 2110-VARRER-SEQ-EXIT.
002790     EXIT.

002791*----------------------------------------------------------------
002792* 2200-LER-ATIVO - ZERO FOR AN ITEM NOT ON THE FIXED-ASSET
002793*                   REGISTER; A NUMBER MUST BE AN ASSET IN USE.
002794*                   A REFUSAL COMES BACK AS 999999
002795*----------------------------------------------------------------
002796 2200-LER-ATIVO.
002797     MOVE "NUMERO DO ATIVO (0 = NAO IMOBILIZADO)" TO WS-MENSAGEM.
002798     MOVE ZERO TO WS-LIMITE-MIN.
002799     MOVE 999998 TO WS-LIMITE-MAX.
002800     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
002801         WS-LIMITE-MIN WS-LIMITE-MAX.
002802     MOVE WS-VALOR-ENT TO CD-ATIVO.
002803     IF CD-ATIVO = ZERO
002804         GO TO 2200-LER-ATIVO-EXIT
002805     END-IF.

002806     OPEN INPUT ASSET-FILE.
002807     IF NOT FS-ATIVFILE-OK
002808         DISPLAY "PROG122: CADASTRO DE ATIVOS (ATIVFILE) "
002809             "INDISPONIVEL - ENTREGA RECUSADA"
002810         MOVE 999999 TO CD-ATIVO
002811         GO TO 2200-LER-ATIVO-EXIT
002812     END-IF.
002813     MOVE CD-ATIVO TO AT-NUMERO.
002814     READ ASSET-FILE
002815         INVALID KEY
002816             DISPLAY "PROG122: ATIVO " CD-ATIVO " NAO "
002817                 "CADASTRADO - ENTREGA RECUSADA"
002818             MOVE 999999 TO CD-ATIVO
002819     END-READ.
002820     CLOSE ASSET-FILE.
002821     IF CD-ATIVO NOT = 999999 AND AT-BAIXADO
002822         DISPLAY "PROG122: ATIVO " CD-ATIVO " BAIXADO EM "
002823             AT-DATA-BAIXA " - ENTREGA RECUSADA"
002824         MOVE 999999 TO CD-ATIVO
002825     END-IF.
002826 2200-LER-ATIVO-EXIT.
002827     EXIT.

002828*----------------------------------------------------------------
002829* 3000-DEVOLVER
002830*----------------------------------------------------------------
002831 3000-DEVOLVER.
002840     MOVE "SEQUENCIA DO ITEM" TO WS-MENSAGEM.
002850     MOVE 1 TO WS-LIMITE-MIN.
002860     MOVE 999 TO WS-LIMITE-MAX.
003190*----------------------------------------------------------------
003200 4000-CONSULTAR.
003210     DISPLAY "SEQ ITEM                 SERIE           "
003220         "ENTREGA  DEVOLUCAO ATIVO".
003230     MOVE "N" TO WS-FIM-CUST-SW.
003240     MOVE WS-CODIGO-FUNC TO CD-CODIGO.
003250     MOVE ZERO TO CD-SEQ.
003430     END-IF.

003440     DISPLAY CD-SEQ " " CD-ITEM " " CD-SERIE " "
003450         CD-DATA-ENTREGA " " CD-DATA-DEVOLUCAO " " CD-ATIVO.
003460 4100-MOSTRAR-UM-EXIT.
003470     EXIT.

