001000******************************************************************
001010* COPYBOOK:    TOTLREC
001020* PURPOSE:     RUN-TO-RUN CONTROL TOTALS LEDGER (CTLTOT) - ONE ROW
001030*              PER RUN DATE, FILE AND PERIOD WRITTEN BY THE BATCH
001040*              STEP THAT PRODUCED THE FILE: ITS RECORD COUNT AND
001050*              A MONEY HASH TOTAL (PAYREG: NET OF THE DETAIL ROWS;
001060*              INVLINES: QUANTITY TIMES PRICE OF THE ITEM LINES;
001070*              ARFILE: VALUE OF THE TITLES ISSUED; A REMITTANCE:
001080*              ITS TRAILER TOTAL). A FILE REWRITTEN ON EVERY RUN
001090*              KEEPS ITS LAST GENERATION OF THE DAY (MODE "G"); A
001100*              FEED APPENDED BY SEVERAL STEPS ADDS UP THE DAY'S
001110*              WRITES (MODE "A") AND STAYS PENDENTE UNTIL THE
001120*              CONSUMER BAIXA IT. EACH CONSUMING STEP STAMPS WHAT
001130*              IT COUNTED ON ONE OF THE CONFERENCIA SLOTS, SO THE
001140*              PROG88 MORNING SUMMARY SHOWS BOTH SIDES. THE
001150*              ALTERNATE KEY (FILE + PERIOD, DUPLICATES) LETS THE
001160*              PROG223 SERVICE FIND THE LAST GENERATION OF A
001170*              PERIOD WITHOUT KNOWING ITS RUN DATE.
001180* DATE-WRITTEN: 2026-10-15
001190******************************************************************
001200 01  TOTAIS-CONTROLE-REC.
001210     05  TL-CHAVE.
001220         10  TL-DATA-RUN         PIC 9(08).
001230         10  TL-ARQUIVO          PIC X(08).
001240         10  TL-PERIODO          PIC 9(06).
001250     05  TL-CHAVE-ARQUIVO.
001260         10  TL-ARQUIVO-ALT      PIC X(08).
001270         10  TL-PERIODO-ALT      PIC 9(06).
001280     05  TL-PROGRAMA             PIC X(08).
001290     05  TL-HORA                 PIC 9(06).
001300     05  TL-MODO                 PIC X(01).
001310         88  TL-MODO-GERACAO     VALUE "G".
001320         88  TL-MODO-ACUMULADO   VALUE "A".
001330     05  TL-QTD-REGISTROS        PIC 9(07).
001340     05  TL-VALOR-HASH           PIC 9(13)V9(02).
001350     05  TL-BAIXA-SW             PIC X(01).
001360         88  TL-PENDENTE         VALUE "N".
001370         88  TL-BAIXADO          VALUE "S".
001380     05  TL-DATA-BAIXA           PIC 9(08).
001390     05  TL-CONFERENCIA OCCURS 4 TIMES.
001400         10  TL-CF-PROGRAMA      PIC X(08).
001410         10  TL-CF-DATA          PIC 9(08).
001420         10  TL-CF-QTD           PIC 9(07).
001430         10  TL-CF-VALOR         PIC 9(13)V9(02).
001440         10  TL-CF-SITUACAO      PIC X(01).
001450             88  TL-CF-CONFERE   VALUE "C".
001460             88  TL-CF-DIVERGE   VALUE "D".
001470     05  FILLER                  PIC X(20).
