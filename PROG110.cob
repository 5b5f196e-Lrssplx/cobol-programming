001080*              EVERY ACTIVE FUNCIONARIO), PRINTS THROUGH THE
001090*              PROG68 REPORT SERVICES ONE BLOCK PER EMPLOYEE
001100*              LISTING EVERY DAY OF THE MONTH WITH THE
001110*              ENTRADA/SAIDA PAIRS, THE WORKED HOURS AND ANY
001120*              AFASTAMENTO COVERING THE DAY, CLOSING WITH THE
001130*              SIGNATURE LINE THE LABOR INSPECTION ASKS FOR.
001140* ----------------------------------------------------------------
001150* MODIFICATION HISTORY
001160* DATE       INIT DESCRIPTION
001170* 2026-09-02 RA   INITIAL VERSION
001171* 2026-10-01 RA   PRINTS EVERY ENTRADA/SAIDA PAIR OF THE DAY (UP
001172*                 TO FOUR) AND THE HOURS OF ALL CLOSED PAIRS
001173* 2026-10-05 RA   DAYS OFF OF THE FUNCIONARIO'S ESCALA - WEEKLY OR
001174*                 ROTATING PATTERN, RESOLVED BY PROG193 - PRINT AS
001175*                 FOLGA; THE BLOCK HEADER NAMES THE PATTERN.
001180******************************************************************
001190 IDENTIFICATION DIVISION.
001200 PROGRAM-ID. PROG110.
001750 01  WS-MINUTO-PARTE             PIC 9(02).
001760 01  WS-HORAS-DIA                PIC 9(02)V9(02).
001770 01  WS-HORAS-ED                 PIC Z9.99.
001771 01  WS-MINUTOS-DIA              PIC 9(05) COMP.
001772 01  WS-IND-PAR                  PIC 9(01) COMP.

001773 01  WS-CHAMADA-ESCALA.
001774     05  WS-ESC-DATA-INICIO      PIC 9(08).
001775     05  WS-ESC-QTD-DIAS         PIC 9(02).
001776     05  WS-ESC-DIAS-TRABALHO    PIC X(31).
001777     05  WS-ESC-HORAS-DIA        PIC 9(02)V9(02).
001778     05  WS-ESC-HORA-INICIO      PIC 9(04).
001779     05  WS-ESC-TURNO            PIC X(04).
001780     05  WS-ESC-TIPO             PIC X(01).
001781         88  WS-ESC-SEM-ESCALA   VALUE "N".
001782         88  WS-ESC-ROTATIVA     VALUE "R".

001783 01  WS-PARES-LINHA.
001784     05  WS-PAR-LINHA            OCCURS 4 TIMES.
001785         10  WS-ENTRADA-LINHA    PIC X(04).
001786         10  FILLER              PIC X(01).
001787         10  WS-SAIDA-LINHA      PIC X(04).
001788         10  FILLER              PIC X(01).

001789 01  WS-CHAMADA-DATA.
001790     05  WS-DT-FUNCAO            PIC X(01).
001800     05  WS-DT-DATA-1            PIC 9(08).
001810     05  WS-DT-DATA-2            PIC 9(08).
002500     MOVE SPACES TO WS-TITULO-REL.
002510     STRING "ESPELHO DE PONTO - PERIODO " WS-PERIODO-ESPELHO
002520         DELIMITED BY SIZE INTO WS-TITULO-REL.
002530     MOVE SPACES TO WS-COLUNAS-REL.
002540     STRING "DIA      ENT1 SAI1 ENT2 SAI2 ENT3 SAI3 "
002541         "ENT4 SAI4 HORAS OBSERVACAO"
002542         DELIMITED BY SIZE INTO WS-COLUNAS-REL.
002550     MOVE SPACES TO WS-LINHA-REL.
002560     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
002570         WS-COLUNAS-REL WS-LINHA-REL.
002760*                             SIGNATURE LINE
002770*----------------------------------------------------------------
002780 2000-ESPELHO-FUNCIONARIO.
002781     COMPUTE WS-ESC-DATA-INICIO = WS-PERIODO-ESPELHO * 100 + 1.
002782     MOVE 31 TO WS-ESC-QTD-DIAS.
002783     CALL "PROG193" USING CODIGO WS-ESC-DATA-INICIO
002784         WS-ESC-QTD-DIAS WS-ESC-DIAS-TRABALHO WS-ESC-HORAS-DIA
002785         WS-ESC-HORA-INICIO WS-ESC-TURNO WS-ESC-TIPO.

002790     MOVE SPACES TO WS-LINHA-REL.
002791     IF WS-ESC-ROTATIVA
002792         STRING "FUNCIONARIO " CODIGO " - " NOME " TURNO "
002793             WS-ESC-TURNO
002794             DELIMITED BY SIZE INTO WS-LINHA-REL
002795     ELSE
002800         STRING "FUNCIONARIO " CODIGO " - " NOME
002810             DELIMITED BY SIZE INTO WS-LINHA-REL
002811     END-IF.
002820     MOVE "D" TO WS-FUNCAO-REL.
002830     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
002840         WS-COLUNAS-REL WS-LINHA-REL.

003150     PERFORM 2200-OBTER-AFASTAMENTO
003160         THRU 2200-OBTER-AFASTAMENTO-EXIT.
003161     IF WS-MOTIVO-DIA = SPACES
003162         AND WS-ESC-DIAS-TRABALHO(WS-DIA-IDX:1) = "N"
003163         MOVE "FOLGA" TO WS-MOTIVO-DIA
003164     END-IF.

003170     MOVE CODIGO      TO TC-CODIGO.
003180     MOVE WS-DATA-DIA TO TC-DATA.
003190     READ TIMECARD-FILE
003200         INVALID KEY
003210             MOVE SPACES TO WS-LINHA-REL
003211             MOVE SPACES TO WS-PARES-LINHA
003212             MOVE "  - " TO WS-ENTRADA-LINHA(1)
003213             MOVE "  - " TO WS-SAIDA-LINHA(1)
003220             STRING WS-DATA-DIA " " WS-PARES-LINHA "  -  "
003230                 " " WS-MOTIVO-DIA
003240                 DELIMITED BY SIZE INTO WS-LINHA-REL
003250             MOVE "D" TO WS-FUNCAO-REL
003260             CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
003280             GO TO 2100-ESPELHO-DIA-SEGUIR
003290     END-READ.

003300     MOVE ZERO TO WS-MINUTOS-DIA.
003301     MOVE SPACES TO WS-PARES-LINHA.
003302     PERFORM 2150-SOMAR-PAR THRU 2150-SOMAR-PAR-EXIT
003303         VARYING WS-IND-PAR FROM 1 BY 1
003304         UNTIL WS-IND-PAR > TC-QTD-PARES.
003305     COMPUTE WS-HORAS-DIA ROUNDED = WS-MINUTOS-DIA / 60.

003450     MOVE WS-HORAS-DIA TO WS-HORAS-ED.
003460     MOVE SPACES TO WS-LINHA-REL.
003470     STRING WS-DATA-DIA " " WS-PARES-LINHA
003480         WS-HORAS-ED " " WS-MOTIVO-DIA
003490         DELIMITED BY SIZE INTO WS-LINHA-REL.
003500     MOVE "D" TO WS-FUNCAO-REL.
003510     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
003550 2100-ESPELHO-DIA-EXIT.
003560     EXIT.

003561*----------------------------------------------------------------
003562* 2150-SOMAR-PAR - ONE PAIR ONTO THE PRINT LINE; A CLOSED PAIR
003563*                   ADDS ITS MINUTES TO THE DAY (A SAIDA EARLIER
003564*                   THAN THE ENTRADA CROSSED MIDNIGHT)
003565*----------------------------------------------------------------
003566 2150-SOMAR-PAR.
003567     MOVE TC-PAR-ENTRADA(WS-IND-PAR)
003568         TO WS-ENTRADA-LINHA(WS-IND-PAR).
003569     MOVE TC-PAR-SAIDA(WS-IND-PAR) TO WS-SAIDA-LINHA(WS-IND-PAR).
003570     IF TC-PAR-SAIDA(WS-IND-PAR) = ZERO
003571         GO TO 2150-SOMAR-PAR-EXIT
003572     END-IF.

003573     DIVIDE TC-PAR-ENTRADA(WS-IND-PAR) BY 100
003574         GIVING WS-HORA-PARTE REMAINDER WS-MINUTO-PARTE.
003575     COMPUTE WS-MINUTOS-ENTRADA =
003576         WS-HORA-PARTE * 60 + WS-MINUTO-PARTE.
003577     DIVIDE TC-PAR-SAIDA(WS-IND-PAR) BY 100
003578         GIVING WS-HORA-PARTE REMAINDER WS-MINUTO-PARTE.
003579     COMPUTE WS-MINUTOS-SAIDA =
003580         WS-HORA-PARTE * 60 + WS-MINUTO-PARTE.
003581     IF WS-MINUTOS-SAIDA < WS-MINUTOS-ENTRADA
003582         ADD 1440 TO WS-MINUTOS-SAIDA
003583     END-IF.
003584     COMPUTE WS-MINUTOS-DIA =
003585         WS-MINUTOS-DIA + WS-MINUTOS-SAIDA - WS-MINUTOS-ENTRADA.
003586 2150-SOMAR-PAR-EXIT.
003587     EXIT.

003588*----------------------------------------------------------------
003589* 2200-OBTER-AFASTAMENTO - THE MOTIVO OF ANY AFASTAMENTO ROW
003590*                           COVERING THE DAY
003600*----------------------------------------------------------------
003610 2200-OBTER-AFASTAMENTO.
