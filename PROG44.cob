001160* 2026-09-02 RA   THE REPRINT NOW SHOWS THE PENSAO ALIMENTICIA
001170*                 DEDUCTION WHEN THE STORED ROW CARRIES ONE.
001180* 2026-09-02 RA   AND THE SALARIO-FAMILIA EARNINGS LINE.
001182* 2026-09-21 RA   REPRINTS THE COMMISSION CLAWBACK DEDUCTION WHEN
001184*                 THE STORED ROW CARRIES ONE.
001185* 2026-09-28 RA   THE REPRINT SHOWS THE UNION DUES LINE WHEN
001186*                 DUES WERE DEDUCTED.
001190******************************************************************
001200 IDENTIFICATION DIVISION.
001210 PROGRAM-ID. PROG44.
001440 01  WS-EMPREST-ED               PIC ZZZ,ZZZ,ZZ9.99.
001450 01  WS-BENEF-ED                 PIC ZZZ,ZZZ,ZZ9.99.
001460 01  WS-PENSAO-ED                PIC ZZZ,ZZZ,ZZ9.99.
001465 01  WS-ESTORNO-ED               PIC ZZZ,ZZZ,ZZ9.99.
001466 01  WS-SINDICAL-ED              PIC ZZZ,ZZZ,ZZ9.99.
001470 01  WS-SALFAM-ED                PIC ZZZ,ZZZ,ZZ9.99.
001480 01  WS-DESC-ED                  PIC ZZZ,ZZZ,ZZ9.99.
001490 01  WS-LIQUIDO-ED               PIC ZZZ,ZZZ,ZZ9.99.
002360         DISPLAY "PENSAO ALIMENTICIA .... : " PH-MOEDA " "
002370             WS-PENSAO-ED
002380     END-IF.
002381     IF PH-DESC-ESTORNO-COM > ZERO
002382         MOVE PH-DESC-ESTORNO-COM TO WS-ESTORNO-ED
002383         DISPLAY "ESTORNO COMISSAO ...... : " PH-MOEDA " "
002384             WS-ESTORNO-ED
002385     END-IF.
002386     IF PH-DESC-SINDICAL > ZERO
002387         MOVE PH-DESC-SINDICAL TO WS-SINDICAL-ED
002388         DISPLAY "CONTRIBUICAO SINDICAL . : " PH-MOEDA " "
002389             WS-SINDICAL-ED
002390     END-IF.
002391     DISPLAY "TOTAL DE DESCONTOS .... : " PH-MOEDA " "
002400             WS-DESC-ED.
002410     DISPLAY "-----------------------------------------------".
002420     DISPLAY "SALARIO LIQUIDO ....... : " PH-MOEDA " "
