001380*                 PATH DELETES (OR CLOSES AS QUITADO, WHEN
001390*                 HOURS WERE ALREADY TAKEN) THE PERIOD'S
001400*                 EARLIER BHFILE CREDIT.
001401* 2026-10-01 RA   HOURS WORKED ARE THE SUM OF THE DAY'S CLOSED
001402*                 ENTRADA/SAIDA PAIRS (OR OF THE CORRECTED PAIRS
001403*                 ON TCADJ); AN OPEN LAST PAIR IS NOT COUNTED
001404* 2026-10-05 RA   THE BASELINE AND THE DAYS OFF NOW COME FROM THE
001405*                 PROG193 SCHEDULE RESOLVER. ON A ROTATING SHIFT
001406*                 PATTERN THE PATTERN'S HOURS ARE THE BASELINE,
001407*                 SUNDAY IS AN ORDINARY DAY, AND EVERY HOUR ON
001408*                 ONE OF THE PATTERN'S REST DAYS PRICES AT 100
001409*                 PERCENT.
001410******************************************************************
001420 IDENTIFICATION DIVISION.
001430 PROGRAM-ID. PROG55.
001640         RECORD KEY IS OV-CHAVE
001650         FILE STATUS IS FS-OVTFILE.

001710     SELECT BANK-OPTION-FILE ASSIGN TO "BHOPT"
001720         ORGANIZATION IS INDEXED
001730         ACCESS MODE IS DYNAMIC
001970 FD  OVERTIME-FILE.
001980 COPY OVTREC.

002010 FD  BANK-OPTION-FILE.
002020 COPY BHOPTREC.

002150 01  FS-OVTFILE                  PIC X(02).
002160     88  FS-OVTFILE-OK           VALUE "00".

002170 01  WS-CHAMADA-ESCALA.
002171     05  WS-ESC-DATA-INICIO      PIC 9(08).
002172     05  WS-ESC-QTD-DIAS         PIC 9(02).
002173     05  WS-ESC-DIAS-TRABALHO    PIC X(31).
002174     05  WS-ESC-HORAS-DIA        PIC 9(02)V9(02).
002175     05  WS-ESC-HORA-INICIO      PIC 9(04).
002176     05  WS-ESC-TURNO            PIC X(04).
002177     05  WS-ESC-TIPO             PIC X(01).
002178         88  WS-ESC-SEM-ESCALA   VALUE "N".
002179         88  WS-ESC-ROTATIVA     VALUE "R".
002180 01  WS-DIA-MES                  PIC 9(02).

002210 01  FS-BHOPT                    PIC X(02).
002220     88  FS-BHOPT-OK             VALUE "00".
002320     88  FS-TCADJ-OK             VALUE "00".
002330 01  WS-TCADJ-SW                 PIC X(01) VALUE "N".
002340     88  WS-TCADJ-PRESENTE       VALUE "Y".
002350 01  WS-MARCACOES-APURADAS.
002351     05  WS-PAR-APURADO          OCCURS 4 TIMES.
002352         10  WS-ENTRADA-APURADA  PIC 9(04).
002353         10  WS-SAIDA-APURADA    PIC 9(04).
002354 01  WS-QTD-PARES-APURADOS       PIC 9(01).
002355 01  WS-IND-PAR                  PIC 9(01) COMP.
002356 01  WS-MINUTOS-DIA              PIC 9(05) COMP.

002370 01  FS-HOLFILE                  PIC X(02).
002380     88  FS-HOLFILE-OK           VALUE "00".
003260         SET WS-TCADJ-PRESENTE TO TRUE
003270     END-IF.

003320     OPEN INPUT BANK-OPTION-FILE.
003330     IF FS-BHOPT-OK
003340         SET WS-BHOPT-PRESENTE TO TRUE
003700*----------------------------------------------------------------
003710 2100-APURAR-FUNCIONARIO.
003720     MOVE WS-JORNADA-DIARIA TO WS-JORNADA-FUNC.
003721     COMPUTE WS-ESC-DATA-INICIO = WS-PERIODO-APURADO * 100 + 1.
003722     MOVE 31 TO WS-ESC-QTD-DIAS.
003723     CALL "PROG193" USING CODIGO WS-ESC-DATA-INICIO
003724         WS-ESC-QTD-DIAS WS-ESC-DIAS-TRABALHO WS-ESC-HORAS-DIA
003725         WS-ESC-HORA-INICIO WS-ESC-TURNO WS-ESC-TIPO.
003726     IF NOT WS-ESC-SEM-ESCALA
003727         MOVE WS-ESC-HORAS-DIA TO WS-JORNADA-FUNC
003728     END-IF.

003820     MOVE ZERO TO WS-HORAS-50.
003830     MOVE ZERO TO WS-HORAS-100.
005300         GO TO 2200-APURAR-DIA-EXIT
005310     END-IF.

005320     MOVE TC-MARCACOES TO WS-MARCACOES-APURADAS.
005330     MOVE TC-QTD-PARES TO WS-QTD-PARES-APURADOS.
005340     IF WS-TCADJ-PRESENTE
005350         MOVE TC-CODIGO TO TA-CODIGO
005360         MOVE TC-DATA   TO TA-DATA
005380             INVALID KEY
005390                 CONTINUE
005400             NOT INVALID KEY
005410                 MOVE TA-MARCACOES-CORRIGIDAS
005411                     TO WS-MARCACOES-APURADAS
005420                 MOVE TA-QTD-PARES-CORRIGIDA
005421                     TO WS-QTD-PARES-APURADOS
005430         END-READ
005440     END-IF.

005450     MOVE ZERO TO WS-MINUTOS-DIA.
005451     PERFORM 2210-SOMAR-PAR THRU 2210-SOMAR-PAR-EXIT
005452         VARYING WS-IND-PAR FROM 1 BY 1
005453         UNTIL WS-IND-PAR > WS-QTD-PARES-APURADOS.
005460     IF WS-MINUTOS-DIA = ZERO
005461         GO TO 2200-APURAR-DIA-EXIT
005470     END-IF.

005560     COMPUTE WS-HORAS-DIA ROUNDED = WS-MINUTOS-DIA / 60.

005580     PERFORM 2400-DIA-DA-SEMANA
005590         THRU 2400-DIA-DA-SEMANA-EXIT.
005600     PERFORM 2500-VERIFICAR-FERIADO
005610         THRU 2500-VERIFICAR-FERIADO-EXIT.

005611* ON A ROTATING PATTERN THE WEEKDAY MEANS NOTHING: A REST DAY OF
005612* THE CYCLE IS THE PAID REST, ANY OTHER DAY IS ORDINARY
005613     IF WS-ESC-ROTATIVA
005614         MOVE TC-DATA(7:2) TO WS-DIA-MES
005615         MOVE ZERO TO WS-DIA-SEMANA
005616         IF WS-ESC-DIAS-TRABALHO(WS-DIA-MES:1) = "N"
005617             SET WS-DOMINGO TO TRUE
005618         END-IF
005619     END-IF.

005620     IF WS-DOMINGO OR WS-FERIADO
005630         ADD WS-HORAS-DIA TO WS-HORAS-100
005640     ELSE
005710 2200-APURAR-DIA-EXIT.
005720     EXIT.

005721*----------------------------------------------------------------
005722* 2210-SOMAR-PAR - MINUTES OF ONE CLOSED ENTRADA/SAIDA PAIR INTO
005723*                   THE DAY; A SAIDA EARLIER THAN THE ENTRADA
005724*                   MEANS THE PAIR CROSSED MIDNIGHT
005725*----------------------------------------------------------------
005726 2210-SOMAR-PAR.
005727     IF WS-SAIDA-APURADA(WS-IND-PAR) = ZERO
005728         GO TO 2210-SOMAR-PAR-EXIT
005729     END-IF.

005730     DIVIDE WS-ENTRADA-APURADA(WS-IND-PAR) BY 100
005731         GIVING WS-HORA-PARTE REMAINDER WS-MINUTO-PARTE.
005732     COMPUTE WS-MINUTOS-ENTRADA =
005733         WS-HORA-PARTE * 60 + WS-MINUTO-PARTE.
005734     DIVIDE WS-SAIDA-APURADA(WS-IND-PAR) BY 100
005735         GIVING WS-HORA-PARTE REMAINDER WS-MINUTO-PARTE.
005736     COMPUTE WS-MINUTOS-SAIDA =
005737         WS-HORA-PARTE * 60 + WS-MINUTO-PARTE.
005738     IF WS-MINUTOS-SAIDA < WS-MINUTOS-ENTRADA
005739         ADD 1440 TO WS-MINUTOS-SAIDA
005740     END-IF.

005741     COMPUTE WS-MINUTOS-DIA =
005742         WS-MINUTOS-DIA + WS-MINUTOS-SAIDA - WS-MINUTOS-ENTRADA.
005743 2210-SOMAR-PAR-EXIT.
005744     EXIT.

005745*----------------------------------------------------------------
005746* 2300-GRAVAR-REGISTRO
005750*----------------------------------------------------------------
005760 2300-GRAVAR-REGISTRO.
005770     MOVE CODIGO             TO OV-CODIGO.
006620     IF WS-TCADJ-PRESENTE
006630         CLOSE ADJUSTMENT-FILE
006640     END-IF.
006680     IF WS-BHOPT-PRESENTE
006690         CLOSE BANK-OPTION-FILE BANK-HOURS-FILE
006700     END-IF.
