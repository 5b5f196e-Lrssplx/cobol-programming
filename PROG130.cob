001110*              CUSTOMER USING THE CU-ENDERECO ADDRESS BLOCK,
001120*              THE TEXT ESCALATING WITH THE WORST BUCKET - SO
001130*              AN INVOICE IS CHASED BEFORE THE CUSTOMER CALLS
001135*              ABOUT SOMETHING ELSE. THE LETTER QUOTES THE LATE
001140*              CHARGES ACCRUED TO DATE (PROG166).
001150* ----------------------------------------------------------------
001160* MODIFICATION HISTORY
001170* DATE       INIT DESCRIPTION
001180* 2026-09-02 RA   INITIAL VERSION
001182* 2026-09-17 RA   COLLECTION LETTERS QUOTE THE FINE AND INTEREST
001184*                 ACCRUED ON THE OVERDUE ITEMS AND THE TOTAL DUE.
001190******************************************************************
001200 IDENTIFICATION DIVISION.
001210 PROGRAM-ID. PROG130.
001500 01  WS-DATA-ATUAL               PIC 9(08).
001510 01  WS-DIAS-ATRASO              PIC S9(07).

001512 01  WS-MULTA                    PIC 9(09)V9(02).
001514 01  WS-JUROS                    PIC 9(09)V9(02).
001516 01  WS-DIAS-ENCARGOS            PIC 9(05).
001518 01  WS-ENCARGOS-STATUS          PIC X(01).

001520 01  WS-CHAMADA-DATA.
001530     05  WS-DT-FUNCAO            PIC X(01).
001540     05  WS-DT-DATA-1            PIC 9(08).
001690         10  WS-AGE-60           PIC 9(11)V9(02).
001700         10  WS-AGE-90           PIC 9(11)V9(02).
001710         10  WS-AGE-MAIS-90      PIC 9(11)V9(02).
001715         10  WS-AGE-ENCARGOS     PIC 9(11)V9(02).

001720 01  WS-VALOR-ED                 PIC ZZZ,ZZZ,ZZ9.99.
001730 01  WS-V30-ED                   PIC ZZZ,ZZZ,ZZ9.99.
001750 01  WS-V90-ED                   PIC ZZZ,ZZZ,ZZ9.99.
001760 01  WS-VMAIS-ED                 PIC ZZZ,ZZZ,ZZ9.99.
001770 01  WS-TOTAL-VENCIDO            PIC 9(11)V9(02).
001772 01  WS-TOTAL-DEVIDO             PIC 9(11)V9(02).
001774 01  WS-ENCARGOS-ED              PIC ZZZ,ZZZ,ZZ9.99.
001776 01  WS-DEVIDO-ED                PIC ZZZ,ZZZ,ZZ9.99.

001780 01  WS-LINHA-REL                PIC X(80).
001790 01  WS-FUNCAO-REL               PIC X(01).
002510             ADD AR-SALDO TO WS-AGE-MAIS-90(WS-INDICE)
002520     END-EVALUATE.

002521* LATE CHARGES LEFT UNPAID PLUS THOSE ACCRUED SINCE
002522     IF WS-DIAS-ATRASO > ZERO
002523         CALL "PROG166" USING AR-SALDO AR-VENCIMENTO
002524             AR-DATA-ENCARGOS AR-MULTA-SW WS-DATA-ATUAL
002525             WS-MULTA WS-JUROS WS-DIAS-ENCARGOS
002526             WS-ENCARGOS-STATUS
002527         ADD AR-ENCARGOS-PENDENTES WS-MULTA WS-JUROS
002528             TO WS-AGE-ENCARGOS(WS-INDICE)
002529     END-IF.

002530 2000-CLASSIFICAR-SEGUIR.
002540     PERFORM 1100-LER-PROXIMO.
002550 2000-CLASSIFICAR-EXIT.
002770     MOVE ZERO TO WS-AGE-60(WS-INDICE).
002780     MOVE ZERO TO WS-AGE-90(WS-INDICE).
002790     MOVE ZERO TO WS-AGE-MAIS-90(WS-INDICE).
002795     MOVE ZERO TO WS-AGE-ENCARGOS(WS-INDICE).
002800     SET WS-ACHOU TO TRUE.
002810 2100-LOCALIZAR-CLIENTE-EXIT.
002820     EXIT.
003820                 WS-VALOR-ED ". CASO JA TENHA PAGO, "
003830                 "DESCONSIDERE ESTE AVISO."
003840     END-EVALUATE.
003841     IF WS-AGE-ENCARGOS(WS-INDICE) > ZERO
003842         COMPUTE WS-TOTAL-DEVIDO =
003843             WS-TOTAL-VENCIDO + WS-AGE-ENCARGOS(WS-INDICE)
003844         MOVE WS-AGE-ENCARGOS(WS-INDICE) TO WS-ENCARGOS-ED
003845         MOVE WS-TOTAL-DEVIDO TO WS-DEVIDO-ED
003846         DISPLAY "MULTA E JUROS POR ATRASO ATE "
003847             WS-DATA-ATUAL ": " WS-ENCARGOS-ED
003848         DISPLAY "TOTAL PARA QUITACAO NESTA DATA: "
003849             WS-DEVIDO-ED
003850     END-IF.
003851     DISPLAY "===============================================".
003860     DISPLAY " ".

003870     ADD 1 TO WS-QTD-CARTAS.
