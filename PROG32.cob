001220* 2026-08-22 RA   AN OPTIONAL DEPARTAMENTO FILTER NOW POSITIONS
001230*                 WITH START ON THE NEW ALTERNATE INDEX INSTEAD
001240*                 OF SCANNING THE WHOLE MASTER.
001241* 2026-10-15 RA   THE OPERATOR IDENTIFIES ITSELF (PROG211) AT
001242*                 START-UP. BELOW INTEGRAL THE SALARIO, BONUS AND
001243*                 TOTAL COLUMNS PRINT AS ASTERISKS; AN INTEGRAL
001244*                 REGISTER IS LOGGED THROUGH PROG22.
001250******************************************************************
001260 IDENTIFICATION DIVISION.
001270 PROGRAM-ID. PROG32.
001670 01  WS-FILTRO-DEPTO             PIC X(10).
001680 01  WS-QTD-FUNCIONARIOS          PIC 9(06) COMP VALUE ZERO.

001681 01  WS-CHAMADA-VISAO.
001682     05  WS-VIS-FUNCAO           PIC X(01).
001683     05  WS-VIS-OPERADOR         PIC X(06).
001684     05  WS-VIS-NIVEL            PIC X(01).
001685         88  WS-VIS-DOCUMENTOS   VALUE "2" "3".
001686         88  WS-VIS-INTEGRAL     VALUE "3".
001687     05  WS-VIS-STATUS           PIC X(01).
001688 01  WS-DESCRICAO-AUD            PIC X(60).

001689 01  WS-SALARIO-EXIB             PIC X(10).
001690 01  WS-SALARIO-NUM REDEFINES WS-SALARIO-EXIB
001691                                 PIC 9(06)V9(04).
001692 01  WS-BONUS-EXIB               PIC X(10).
001693 01  WS-BONUS-NUM REDEFINES WS-BONUS-EXIB
001694                                 PIC 9(08)V9(02).
001695 01  WS-BONUS-BRL-EXIB           PIC X(13).
001696 01  WS-BONUS-BRL-NUM REDEFINES WS-BONUS-BRL-EXIB
001697                                 PIC 9(11)V9(02).

001698 PROCEDURE DIVISION.

001700 0000-MAINLINE.
001710     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
001840         GO TO 9999-EXIT
001850     END-IF.

001852     MOVE "I" TO WS-VIS-FUNCAO.
001854     CALL "PROG211" USING WS-VIS-FUNCAO WS-VIS-OPERADOR
001856         WS-VIS-NIVEL WS-VIS-STATUS.

001860     ACCEPT WS-DATA-ATUAL-FILLER FROM DATE YYYYMMDD.
001870     MOVE WS-DATA-ATUAL-FILLER(1:4) TO WS-ANO-ATUAL.

002040     MOVE SPACES TO WS-REL-LINHA.
002050     CALL "PROG68" USING WS-REL-FUNCAO WS-REL-TITULO
002060         WS-REL-COLUNAS WS-REL-LINHA.
002061     IF WS-VIS-INTEGRAL
002062         MOVE SPACES TO WS-DESCRICAO-AUD
002063         STRING "RELATORIO INTEGRAL OP " WS-VIS-OPERADOR " "
002064             WS-REL-TITULO
002065             DELIMITED BY SIZE INTO WS-DESCRICAO-AUD
002066         CALL "PROG22" USING "PROG32  " WS-DESCRICAO-AUD
002067     END-IF.

002070     PERFORM 1100-LER-PROXIMO.
002080 1000-INICIALIZAR-EXIT.
002670 2200-IMPRIMIR-LINHA.
002680     MOVE "D" TO WS-REL-FUNCAO.
002690     MOVE SPACES TO WS-REL-LINHA.
002693     MOVE SALARIO TO WS-SALARIO-NUM.
002696     MOVE WS-VALOR-BONUS TO WS-BONUS-NUM.
002699     MOVE WS-VALOR-BONUS-BRL TO WS-BONUS-BRL-NUM.
002702     IF NOT WS-VIS-INTEGRAL
002705         MOVE ALL "*" TO WS-SALARIO-EXIB WS-BONUS-EXIB
002708             WS-BONUS-BRL-EXIB
002711     END-IF.
002714     STRING CODIGO " " NOME(1:24) " " WS-SALARIO-EXIB " "
002717         WS-PERCENTUAL-BONUS " " WS-BONUS-EXIB " "
002720         MOEDA-COD " BRL " WS-BONUS-BRL-EXIB
002730         DELIMITED BY SIZE INTO WS-REL-LINHA.
002740     CALL "PROG68" USING WS-REL-FUNCAO WS-REL-TITULO
002750         WS-REL-COLUNAS WS-REL-LINHA.
002800     MOVE WS-QTD-FUNCIONARIOS TO WS-QTD-FUNC-ED.
002810     MOVE "T" TO WS-REL-FUNCAO.
002820     MOVE SPACES TO WS-REL-LINHA.
002824     MOVE WS-TOTAL-BONUS-BRL TO WS-BONUS-BRL-NUM.
002828     IF NOT WS-VIS-INTEGRAL
002832         MOVE ALL "*" TO WS-BONUS-BRL-EXIB
002836     END-IF.
002840     STRING "FUNCIONARIOS BONIFICADOS: " WS-QTD-FUNC-ED
002844         "  TOTAL A PAGAR (EQV BRL): " WS-BONUS-BRL-EXIB
002850         DELIMITED BY SIZE INTO WS-REL-LINHA.
002860     CALL "PROG68" USING WS-REL-FUNCAO WS-REL-TITULO
002870         WS-REL-COLUNAS WS-REL-LINHA.
