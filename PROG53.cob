001050* DATE-COMPILED:
001060* PURPOSE:     DAILY TIMECARD CAPTURE. TAKES A CODIGO (VALIDATED
001070*              AGAINST THE EMPLOYEE-MASTER), A DATE AND THE
001080*              CLOCK-IN/CLOCK-OUT PAIRS - EACH TIME EDITED
001090*              THROUGH THE PROG41 NUMERIC-RANGE ROUTINE - AND
001100*              WRITES THE PUNCH TO THE TIMECARD FILE. A SECOND
001110*              CAPTURE FOR THE SAME CODIGO AND DATE REPLACES THE
001150* MODIFICATION HISTORY
001160* DATE       INIT DESCRIPTION
001170* 2026-08-22 RA   INITIAL VERSION
001171* 2026-10-01 RA   CAPTURES UP TO FOUR ENTRADA/SAIDA PAIRS PER
001172*                 DAY; EACH PAIR STARTS AFTER THE PREVIOUS SAIDA
001173*                 AND ONLY THE LAST MAY BE LEFT OPEN
001180******************************************************************
001190 IDENTIFICATION DIVISION.
001200 PROGRAM-ID. PROG53.
001520 01  WS-LIMITE-MAX               PIC 9(09).
001530 01  WS-DATA-ATUAL               PIC 9(08).

001531 01  WS-IND-PAR                  PIC 9(01) COMP.
001532 01  WS-PAR-ED                   PIC 9(01).
001533 01  WS-PONTO-INVALIDO-SW        PIC X(01).
001534     88  WS-PONTO-INVALIDO       VALUE "Y".

001540 01  WS-DESCRICAO-AUD            PIC X(60).

001550 PROCEDURE DIVISION.
002190         MOVE WS-VALOR-ENT TO TC-DATA
002200     END-IF.

002210     MOVE ZEROS TO TC-MARCACOES.
002211     MOVE "PARES ENTRADA/SAIDA NO DIA (1 A 4)" TO WS-MENSAGEM.
002212     MOVE 1 TO WS-LIMITE-MIN.
002213     MOVE 4 TO WS-LIMITE-MAX.
002214     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
002215         WS-LIMITE-MIN WS-LIMITE-MAX.
002216     MOVE WS-VALOR-ENT TO TC-QTD-PARES.

002217     MOVE "N" TO WS-PONTO-INVALIDO-SW.
002218     PERFORM 2100-CAPTURAR-PAR THRU 2100-CAPTURAR-PAR-EXIT
002219         VARYING WS-IND-PAR FROM 1 BY 1
002220         UNTIL WS-IND-PAR > TC-QTD-PARES
002221            OR WS-PONTO-INVALIDO.
002222     IF WS-PONTO-INVALIDO
002223         GO TO 2000-CAPTURAR-PONTO-EXIT
002224     END-IF.

002380     WRITE CARTAO-PONTO-REC.
002390     IF NOT FS-TIMECARD-OK
002530 2000-CAPTURAR-PONTO-EXIT.
002540     EXIT.

002541*----------------------------------------------------------------
002542* 2100-CAPTURAR-PAR - ONE ENTRADA/SAIDA PAIR; A PAIR MAY NOT
002543*                      START BEFORE THE PREVIOUS SAIDA, AND ONLY
002544*                      THE LAST PAIR OF THE DAY MAY STAY OPEN
002545*----------------------------------------------------------------
002546 2100-CAPTURAR-PAR.
002547     MOVE WS-IND-PAR TO WS-PAR-ED.
002548     MOVE SPACES TO WS-MENSAGEM.
002549     STRING "PAR " WS-PAR-ED " - HORA DE ENTRADA (HHMM)"
002550         DELIMITED BY SIZE INTO WS-MENSAGEM.
002551     MOVE ZERO TO WS-LIMITE-MIN.
002552     MOVE 2359 TO WS-LIMITE-MAX.
002553     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
002554         WS-LIMITE-MIN WS-LIMITE-MAX.
002555     MOVE WS-VALOR-ENT TO TC-PAR-ENTRADA(WS-IND-PAR).

002556     IF WS-IND-PAR > 1
002557         AND TC-PAR-ENTRADA(WS-IND-PAR)
002558             < TC-PAR-SAIDA(WS-IND-PAR - 1)
002559         DISPLAY "PROG53: PAR " WS-PAR-ED " COMECA ANTES DA "
002560             "SAIDA DO PAR ANTERIOR - PONTO NAO REGISTRADO"
002561         SET WS-PONTO-INVALIDO TO TRUE
002562         GO TO 2100-CAPTURAR-PAR-EXIT
002563     END-IF.

002564     MOVE SPACES TO WS-MENSAGEM.
002565     IF WS-IND-PAR < TC-QTD-PARES
002566         STRING "PAR " WS-PAR-ED " - HORA DE SAIDA (HHMM)"
002567             DELIMITED BY SIZE INTO WS-MENSAGEM
002568         MOVE 1 TO WS-LIMITE-MIN
002569     ELSE
002570         STRING "PAR " WS-PAR-ED " - SAIDA (HHMM, 0 = SEM SAIDA)"
002571             DELIMITED BY SIZE INTO WS-MENSAGEM
002572     END-IF.
002573     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
002574         WS-LIMITE-MIN WS-LIMITE-MAX.
002575     MOVE WS-VALOR-ENT TO TC-PAR-SAIDA(WS-IND-PAR).

002576     IF TC-PAR-SAIDA(WS-IND-PAR) > ZERO
002577         AND TC-PAR-SAIDA(WS-IND-PAR)
002578             < TC-PAR-ENTRADA(WS-IND-PAR)
002579         DISPLAY "PROG53: PAR " WS-PAR-ED " COM SAIDA ANTERIOR "
002580             "A ENTRADA - PONTO NAO REGISTRADO"
002581         SET WS-PONTO-INVALIDO TO TRUE
002582     END-IF.
002583 2100-CAPTURAR-PAR-EXIT.
002584     EXIT.

002585*----------------------------------------------------------------
002586* 8000-FINALIZAR
002587*----------------------------------------------------------------
002588 8000-FINALIZAR.
002590     CLOSE TIMECARD-FILE EMPLOYEE-MASTER.
002600 8000-FINALIZAR-EXIT.
002610     EXIT.
