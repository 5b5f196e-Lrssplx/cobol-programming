001130* MODIFICATION HISTORY
001140* DATE       INIT DESCRIPTION
001150* 2026-09-02 RA   INITIAL VERSION
001151* 2026-10-01 RA   PAIRS 2 TO 4 OF A CORRECTED DAY PRINT ON
001152*                 CONTINUATION LINES UNDER THE FIRST PAIR
001160******************************************************************
001170 IDENTIFICATION DIVISION.
001180 PROGRAM-ID. PROG109.
001400 01  WS-QTD-AJUSTES              PIC 9(06) COMP VALUE ZERO.
001410 01  WS-QTD-AJUSTES-ED           PIC 9(06).

001411 01  WS-IND-PAR                  PIC 9(01) COMP.
001412 01  WS-PAR-ORIGINAL-LINHA       PIC X(09).
001413 01  WS-PAR-CORRIGIDO-LINHA      PIC X(09).

001420 01  WS-LINHA-REL                PIC X(80).

001430 01  WS-FUNCAO-REL               PIC X(01).
002090         WS-COLUNAS-REL WS-LINHA-REL.
002100     ADD 1 TO WS-QTD-AJUSTES.

002101     PERFORM 2100-IMPRIMIR-PAR THRU 2100-IMPRIMIR-PAR-EXIT
002102         VARYING WS-IND-PAR FROM 2 BY 1
002103         UNTIL WS-IND-PAR > 4.

002110 2000-PROCESSAR-SEGUIR.
002120     PERFORM 1100-LER-PROXIMO.
002130 2000-PROCESSAR-EXIT.
002140     EXIT.

002141*----------------------------------------------------------------
002142* 2100-IMPRIMIR-PAR - A CONTINUATION LINE FOR A FURTHER PAIR
002143*                      WHEN EITHER SIDE OF THE ADJUSTMENT HAS IT
002144*----------------------------------------------------------------
002145 2100-IMPRIMIR-PAR.
002146     IF WS-IND-PAR > TA-QTD-PARES-ORIGINAL
002147         AND WS-IND-PAR > TA-QTD-PARES-CORRIGIDA
002148         GO TO 2100-IMPRIMIR-PAR-EXIT
002149     END-IF.

002150     MOVE SPACES TO WS-PAR-ORIGINAL-LINHA.
002151     IF WS-IND-PAR NOT > TA-QTD-PARES-ORIGINAL
002152         STRING TA-PAR-ENTRADA-ORIG(WS-IND-PAR) "-"
002153             TA-PAR-SAIDA-ORIG(WS-IND-PAR)
002154             DELIMITED BY SIZE INTO WS-PAR-ORIGINAL-LINHA
002155     END-IF.
002156     MOVE SPACES TO WS-PAR-CORRIGIDO-LINHA.
002157     IF WS-IND-PAR NOT > TA-QTD-PARES-CORRIGIDA
002158         STRING TA-PAR-ENTRADA-CORR(WS-IND-PAR) "-"
002159             TA-PAR-SAIDA-CORR(WS-IND-PAR)
002160             DELIMITED BY SIZE INTO WS-PAR-CORRIGIDO-LINHA
002161     END-IF.

002162     MOVE SPACES TO WS-LINHA-REL.
002163     STRING "                " WS-PAR-ORIGINAL-LINHA " "
002164         WS-PAR-CORRIGIDO-LINHA
002165         DELIMITED BY SIZE INTO WS-LINHA-REL.
002166     MOVE "D" TO WS-FUNCAO-REL.
002167     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
002168         WS-COLUNAS-REL WS-LINHA-REL.
002169 2100-IMPRIMIR-PAR-EXIT.
002170     EXIT.

002171*----------------------------------------------------------------
002172* 8000-FINALIZAR
002173*----------------------------------------------------------------
002180 8000-FINALIZAR.
002190     MOVE SPACES TO WS-LINHA-REL.
002200     MOVE WS-QTD-AJUSTES TO WS-QTD-AJUSTES-ED.
