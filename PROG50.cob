001130* MODIFICATION HISTORY
001140* DATE       INIT DESCRIPTION
001150* 2026-08-22 RA   INITIAL VERSION
001151* 2026-10-15 RA   A BALANCE LEFT OVER BY A RESCISAO (PROG58) IS
001152*                 MARKED ON ITS LINE AND TOTALLED APART - IT NO
001153*                 LONGER COMES OFF ANY PAYCHECK AND IS COLLECTED
001154*                 BY THE FINANCE DESK.
001160******************************************************************
001170 IDENTIFICATION DIVISION.
001180 PROGRAM-ID. PROG50.

001480 01  WS-QTD-ATIVOS               PIC 9(06) COMP VALUE ZERO.
001490 01  WS-TOTAL-SALDOS             PIC 9(11)V9(02) VALUE ZERO.
001492 01  WS-QTD-RESIDUAIS             PIC 9(06) COMP VALUE ZERO.
001494 01  WS-TOTAL-RESIDUAIS          PIC 9(11)V9(02) VALUE ZERO.
001496 01  WS-MARCA-RESCISAO           PIC X(15).
001500 01  WS-SALDO-ED                 PIC ZZZ,ZZZ,ZZ9.99.
001510 01  WS-TOTAL-ED                 PIC Z,ZZZ,ZZZ,ZZ9.99.

001930                 MOVE "(FUNCIONARIO NAO LOCALIZADO)" TO NOME
001940         END-READ
001950         MOVE LN-SALDO TO WS-SALDO-ED
001951         MOVE SPACES TO WS-MARCA-RESCISAO
001952         IF LN-RESIDUAL-RESCISAO
001953             MOVE " RESIDUAL RESC." TO WS-MARCA-RESCISAO
001954             ADD 1 TO WS-QTD-RESIDUAIS
001955             ADD LN-SALDO TO WS-TOTAL-RESIDUAIS
001956         END-IF
001960         DISPLAY LN-CODIGO " " NOME " "
001970             LN-PARCELAS-PAGAS "/" LN-QTD-PARCELAS " "
001980             WS-SALDO-ED WS-MARCA-RESCISAO
001990         ADD 1 TO WS-QTD-ATIVOS
002000         ADD LN-SALDO TO WS-TOTAL-SALDOS
002010     END-IF.
002100     DISPLAY " ".
002110     DISPLAY "EMPRESTIMOS COM SALDO ...... : " WS-QTD-ATIVOS.
002120     DISPLAY "TOTAL DOS SALDOS DEVEDORES . : " WS-TOTAL-ED.
002121     IF WS-QTD-RESIDUAIS > ZERO
002122         MOVE WS-TOTAL-RESIDUAIS TO WS-TOTAL-ED
002123         DISPLAY "RESIDUAIS DE RESCISAO ..... : " WS-QTD-RESIDUAIS
002124         DISPLAY "TOTAL A COBRAR (FINANCEIRO) : " WS-TOTAL-ED
002125     END-IF.
002130     CLOSE LOAN-FILE EMPLOYEE-MASTER.
002140 8000-FINALIZAR-EXIT.
002150     EXIT.
