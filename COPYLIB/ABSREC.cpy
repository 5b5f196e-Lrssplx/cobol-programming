001060*              DAYS FALLING INSIDE THE PAY PERIOD, AND THE
001070*              DEPARTMENT ROSTER SHOWS WHO IS CURRENTLY OUT
001080*              INSTEAD OF COUNTING THEM AS WORKING HEADCOUNT.
001081*              MOTIVO "FALTA" IS AN UNJUSTIFIED ABSENCE, WHICH
001082*              ALSO COSTS THE WEEKLY PAID REST (DSR) OF ITS WEEK.
001090* DATE-WRITTEN: 2026-08-22
001100******************************************************************
001110 01  AFASTAMENTO-REC.
001140         10  AB-DATA-INICIO      PIC 9(08).
001150     05  AB-DATA-FIM             PIC 9(08).
001160     05  AB-MOTIVO               PIC X(10).
001161         88  AB-FALTA-INJUSTIFICADA VALUE "FALTA".
001170     05  AB-PAGO-SW              PIC X(01).
001180         88  AB-REMUNERADO       VALUE "S".
001190         88  AB-NAO-REMUNERADO   VALUE "N".
