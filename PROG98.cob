001180* MODIFICATION HISTORY
001190* DATE       INIT DESCRIPTION
001200* 2026-09-02 RA   INITIAL VERSION
001201* 2026-10-01 RA   NIGHT MINUTES ARE MEASURED PAIR BY PAIR OVER
001202*                 ALL THE DAY'S CLOSED ENTRADA/SAIDA PAIRS; A PAIR
001203*                 STARTING EARLIER THAN THE PREVIOUS SAIDA BELONGS
001204*                 TO THE MORNING AFTER
001210******************************************************************
001220 IDENTIFICATION DIVISION.
001230 PROGRAM-ID. PROG98.
001790 01  WS-INICIO-TRECHO            PIC S9(05) COMP.
001800 01  WS-FIM-TRECHO               PIC S9(05) COMP.
001810 01  WS-MINUTOS-NOTURNOS         PIC S9(05) COMP.
001811 01  WS-DESLOCAMENTO             PIC S9(05) COMP.
001812 01  WS-ULTIMA-SAIDA             PIC S9(05) COMP.
001813 01  WS-IND-PAR                  PIC 9(01) COMP.
001820 01  WS-HORAS-NOTURNAS           PIC 9(03)V9(02).
001830 01  WS-VALOR-HORA               PIC 9(06)V9(04).
001840 01  WS-VALOR-ADICIONAL          PIC 9(09)V9(02).
002780     EXIT.

002790*----------------------------------------------------------------
002800* 2200-APURAR-DIA - ONE TIMECARD ROW PER PASS: EACH WORKED
002810*                    PAIR IN MINUTES (A CLOCK-OUT EARLIER
002820*                    THAN THE CLOCK-IN MEANS THE SHIFT CROSSED
002830*                    MIDNIGHT) OVERLAPPED AGAINST THE 22:00-05:00
002840*                    NIGHT WINDOW, COUNTING THE EARLY-MORNING
002960         GO TO 2200-APURAR-DIA-EXIT
002970     END-IF.

002980     MOVE ZERO TO WS-MINUTOS-NOTURNOS.
002981     MOVE ZERO TO WS-DESLOCAMENTO.
002982     MOVE ZERO TO WS-ULTIMA-SAIDA.
002983     PERFORM 2210-APURAR-PAR THRU 2210-APURAR-PAR-EXIT
002984         VARYING WS-IND-PAR FROM 1 BY 1
002985         UNTIL WS-IND-PAR > TC-QTD-PARES.

003360     IF WS-MINUTOS-NOTURNOS > ZERO
003370         COMPUTE WS-HORAS-NOTURNAS ROUNDED =
003400 2200-APURAR-DIA-EXIT.
003410     EXIT.

003411*----------------------------------------------------------------
003412* 2210-APURAR-PAR - ONE CLOSED ENTRADA/SAIDA PAIR IN MINUTES,
003413*                    SHIFTED A DAY FORWARD ONCE THE SHIFT HAS
003414*                    CROSSED MIDNIGHT, OVERLAPPED AGAINST THE
003415*                    NIGHT WINDOW AND THE EARLY-MORNING PIECE
003416*----------------------------------------------------------------
003417 2210-APURAR-PAR.
003418     IF TC-PAR-SAIDA(WS-IND-PAR) = ZERO
003419         GO TO 2210-APURAR-PAR-EXIT
003420     END-IF.

003421     DIVIDE TC-PAR-ENTRADA(WS-IND-PAR) BY 100
003422         GIVING WS-HORA-PARTE REMAINDER WS-MINUTO-PARTE.
003423     COMPUTE WS-MINUTOS-ENTRADA = WS-DESLOCAMENTO
003424         + WS-HORA-PARTE * 60 + WS-MINUTO-PARTE.
003425     DIVIDE TC-PAR-SAIDA(WS-IND-PAR) BY 100
003426         GIVING WS-HORA-PARTE REMAINDER WS-MINUTO-PARTE.
003427     COMPUTE WS-MINUTOS-SAIDA = WS-DESLOCAMENTO
003428         + WS-HORA-PARTE * 60 + WS-MINUTO-PARTE.
003429     IF WS-MINUTOS-ENTRADA < WS-ULTIMA-SAIDA
003430         ADD 1440 TO WS-DESLOCAMENTO
003431         ADD 1440 TO WS-MINUTOS-ENTRADA
003432         ADD 1440 TO WS-MINUTOS-SAIDA
003433     END-IF.
003434     IF WS-MINUTOS-SAIDA <= WS-MINUTOS-ENTRADA
003435         ADD 1440 TO WS-DESLOCAMENTO
003436         ADD 1440 TO WS-MINUTOS-SAIDA
003437     END-IF.
003438     MOVE WS-MINUTOS-SAIDA TO WS-ULTIMA-SAIDA.

003439     MOVE WS-MINUTOS-ENTRADA TO WS-INICIO-TRECHO.
003440     MOVE WS-MINUTOS-SAIDA   TO WS-FIM-TRECHO.
003441     IF WS-INICIO-TRECHO < WS-NOITE-INICIO
003442         MOVE WS-NOITE-INICIO TO WS-INICIO-TRECHO
003443     END-IF.
003444     IF WS-FIM-TRECHO > WS-NOITE-FIM
003445         MOVE WS-NOITE-FIM TO WS-FIM-TRECHO
003446     END-IF.
003447     IF WS-FIM-TRECHO > WS-INICIO-TRECHO
003448         COMPUTE WS-MINUTOS-NOTURNOS =
003449             WS-MINUTOS-NOTURNOS
003450             + WS-FIM-TRECHO - WS-INICIO-TRECHO
003451     END-IF.

003452     MOVE WS-MINUTOS-ENTRADA TO WS-INICIO-TRECHO.
003453     MOVE WS-MINUTOS-SAIDA   TO WS-FIM-TRECHO.
003454     IF WS-FIM-TRECHO > WS-MADRUGADA-FIM
003455         MOVE WS-MADRUGADA-FIM TO WS-FIM-TRECHO
003456     END-IF.
003457     IF WS-FIM-TRECHO > WS-INICIO-TRECHO
003458         COMPUTE WS-MINUTOS-NOTURNOS =
003459             WS-MINUTOS-NOTURNOS
003460             + WS-FIM-TRECHO - WS-INICIO-TRECHO
003461     END-IF.
003462 2210-APURAR-PAR-EXIT.
003463     EXIT.

003464*----------------------------------------------------------------
003465* 2300-GRAVAR-REGISTRO
003466*----------------------------------------------------------------
003467 2300-GRAVAR-REGISTRO.
003468     MOVE CODIGO             TO NT-CODIGO.
003470     MOVE WS-PERIODO-APURADO TO NT-PERIODO.
003480     MOVE WS-HORAS-NOTURNAS  TO NT-HORAS-NOTURNAS.
003490     MOVE WS-VALOR-ADICIONAL TO NT-VALOR.
