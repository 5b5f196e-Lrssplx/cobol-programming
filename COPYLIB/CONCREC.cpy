001000******************************************************************
001010* COPYBOOK:    CONCREC
001020* PURPOSE:     PAYROLL INTERFACE TIE-OUT RESULT (CONCFILE) - ONE
001030*              ROW PER PAY PERIOD, WRITTEN BY PROG217. CARRIES
001040*              THE DIFFERENCE OF EACH OF THE SIX CHECKS (SAME
001050*              ORDER AS THE PROG217 REPORT) AND THE SITUATION:
001060*              "C" EVERY CHECK AGREES, "D" DIFFERENCES, "P"
001070*              DIFFERENCES SENT FOR A SUPERVISOR'S ACCEPTANCE
001080*              (PROG209/PROG210), "A" DIFFERENCES ACCEPTED. THE
001090*              PROG43 CLOSE ONLY PASSES A PERIOD IN "C" OR "A";
001100*              AN ACCEPTANCE HOLDS ONLY WHILE A RERUN FINDS THE
001110*              SAME DIFFERENCES.
001120* DATE-WRITTEN: 2026-10-12
001130******************************************************************
001140 01  CONCILIACAO-REC.
001150     05  CC-PERIODO              PIC 9(06).
001160     05  CC-DATA                 PIC 9(08).
001170     05  CC-SITUACAO             PIC X(01).
001180         88  CC-CONFERE          VALUE "C".
001190         88  CC-DIVERGENTE       VALUE "D".
001200         88  CC-AGUARDANDO       VALUE "P".
001210         88  CC-ACEITA           VALUE "A".
001220         88  CC-LIBERA-FECHAMENTO VALUE "C" "A".
001230     05  CC-QTD-DIVERGENCIAS     PIC 9(01).
001240     05  CC-DIFERENCAS.
001250         10  CC-DIFERENCA        PIC S9(13)V9(02)
001260                                 OCCURS 6 TIMES.
001270     05  CC-APROVADOR            PIC X(06).
001280     05  CC-DATA-ACEITE          PIC 9(08).
