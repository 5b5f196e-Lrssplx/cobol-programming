001210*                 THE PRIOR BUSINESS DAY - THE PAY-PERIOD
001220*                 CALENDAR AND THE CNAB EXPORT USE IT ON
001230*                 PAYMENT DATES.
001232* 2026-09-24 RA   ADDED FUNCTION "P": ROLL FORWARD TO THE NEXT
001234*                 BUSINESS DAY INSTEAD - A RECEIPT DUE ON A
001236*                 WEEKEND OR FERIADO ARRIVES THE DAY AFTER. THE
001238*                 PROG173 CASH-FLOW FORECAST USES IT ON INFLOWS.
001239* 2026-09-28 RA   ADDED FUNCTION "S": WEEKDAY OF A DATE (1 =
001240*                 SUNDAY) AND WHETHER IT IS A FERIADO - THE
001241*                 PAYROLL RUN COUNTS BUSINESS AND REST DAYS WITH
001242*                 IT FOR THE DSR.
001243******************************************************************
001250 IDENTIFICATION DIVISION.
001260 PROGRAM-ID. PROG74.

001830     88  LK-FUNCAO-DIFERENCA     VALUE "D".
001840     88  LK-FUNCAO-SOMAR         VALUE "A".
001850     88  LK-FUNCAO-DIA-UTIL      VALUE "U".
001855     88  LK-FUNCAO-DIA-UTIL-SEGUINTE VALUE "P".
001856     88  LK-FUNCAO-DIA-SEMANA    VALUE "S".
001860 01  LK-DATA-1                   PIC 9(08).
001870 01  LK-DATA-2                   PIC 9(08).
001880 01  LK-QUANTIDADE               PIC S9(07).
001900     88  LK-UNIDADE-DIAS         VALUE "D".
001910     88  LK-UNIDADE-MESES        VALUE "M".
001920     88  LK-UNIDADE-ANOS         VALUE "A".
001921     88  LK-UNIDADE-FERIADO      VALUE "F".
001922     88  LK-UNIDADE-NAO-FERIADO  VALUE "N".
001930 01  LK-STATUS                   PIC X(01).
001940     88  LK-DATA-OK              VALUE "1".
001950     88  LK-DATA-INVALIDA        VALUE "2".
002050             PERFORM 2000-DIFERENCA THRU 2000-DIFERENCA-EXIT
002060         ELSE
002070             IF LK-FUNCAO-DIA-UTIL
002075                 OR LK-FUNCAO-DIA-UTIL-SEGUINTE
002080                 PERFORM 4000-DIA-UTIL-ANTERIOR
002090                     THRU 4000-DIA-UTIL-ANTERIOR-EXIT
002100             ELSE
002101                 IF LK-FUNCAO-DIA-SEMANA
002102                     PERFORM 4500-DIA-SEMANA
002103                         THRU 4500-DIA-SEMANA-EXIT
002104                 ELSE
002110                     PERFORM 3000-SOMAR THRU 3000-SOMAR-EXIT
002111                 END-IF
002120             END-IF
002130         END-IF
002140     END-IF.
003880         MOVE LK-DATA-2(7:2) TO WS-DIA
003890         PERFORM 5000-DATA-PARA-SERIAL
003900             THRU 5000-DATA-PARA-SERIAL-EXIT
003902         IF LK-FUNCAO-DIA-UTIL-SEGUINTE
003904             ADD 1 TO WS-SERIAL-TRABALHO
003906         ELSE
003908             SUBTRACT 1 FROM WS-SERIAL-TRABALHO
003910         END-IF
003920         PERFORM 6000-SERIAL-PARA-DATA
003930             THRU 6000-SERIAL-PARA-DATA-EXIT
003940         MOVE WS-ANO TO LK-DATA-2(1:4)
004270 4200-DIA-DA-SEMANA-EXIT.
004280     EXIT.

004281*----------------------------------------------------------------
004282* 4500-DIA-SEMANA - QUANTIDADE RECEIVES THE WEEKDAY OF DATA-1
004283*                    (1 = SUNDAY THROUGH 7 = SATURDAY) AND
004284*                    UNIDADE "F" WHEN THE DATE IS A FERIADO ON
004285*                    HOLFILE, "N" OTHERWISE. DATA-2 RECEIVES
004286*                    DATA-1.
004287*----------------------------------------------------------------
004288 4500-DIA-SEMANA.
004289     PERFORM 1000-VALIDAR-DATA-1
004290         THRU 1000-VALIDAR-DATA-1-EXIT.
004291     IF LK-DATA-INVALIDA
004292         GO TO 4500-DIA-SEMANA-EXIT
004293     END-IF.

004294     MOVE LK-DATA-1 TO LK-DATA-2.
004295     PERFORM 4200-DIA-DA-SEMANA
004296         THRU 4200-DIA-DA-SEMANA-EXIT.
004297     IF WS-SABADO
004298         MOVE 7 TO LK-QUANTIDADE
004299     ELSE
004300         MOVE WS-DIA-SEMANA TO LK-QUANTIDADE
004301     END-IF.

004302     SET LK-UNIDADE-NAO-FERIADO TO TRUE.
004303     OPEN INPUT HOLIDAY-FILE.
004304     IF NOT FS-HOLFILE-OK
004305         GO TO 4500-DIA-SEMANA-EXIT
004306     END-IF.
004307     MOVE LK-DATA-1 TO HL-DATA.
004308     READ HOLIDAY-FILE
004309         INVALID KEY
004310             CONTINUE
004311         NOT INVALID KEY
004312             SET LK-UNIDADE-FERIADO TO TRUE
004313     END-READ.
004314     CLOSE HOLIDAY-FILE.
004315 4500-DIA-SEMANA-EXIT.
004316     EXIT.

004317*----------------------------------------------------------------
004318* 3100-SOMAR-DIAS - SERIAL, ADD, AND WALK BACK TO A DATE
004319*----------------------------------------------------------------
004320 3100-SOMAR-DIAS.
004330     PERFORM 5000-DATA-PARA-SERIAL
004340         THRU 5000-DATA-PARA-SERIAL-EXIT.
