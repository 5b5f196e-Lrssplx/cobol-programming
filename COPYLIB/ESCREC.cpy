001090*              DAILY WORKLOAD INSTEAD OF A FLAT 8 HOURS. NO ROW
001100*              MEANS THE OLD ASSUMPTIONS STAND.
001110* DATE-WRITTEN: 2026-09-02
001111* ----------------------------------------------------------------
001112* MODIFICATION HISTORY
001113* DATE       INIT DESCRIPTION
001114* 2026-10-05 RA   ES-TURNO PUTS THE FUNCIONARIO ON A ROTATING
001115*                 SHIFT PATTERN (TURNOFIL, PROG192) WHOSE CYCLE
001116*                 STARTS ON ES-DATA-ANCORA; THE WEEKDAY FLAGS,
001117*                 HOURS AND START ARE THEN NOT USED. BLANK
001118*                 ES-TURNO KEEPS THE WEEKLY SCHEDULE. PROG193
001119*                 ANSWERS "IS THIS A WORKDAY" FOR BOTH KINDS.
001120******************************************************************
001130 01  ESCALA-REC.
001140     05  ES-CODIGO               PIC 9(06).
001160         10  ES-DIA-SEMANA       OCCURS 7 TIMES PIC X(01).
001170     05  ES-HORAS-DIA            PIC 9(02)V9(02).
001180     05  ES-HORA-INICIO          PIC 9(04).
001181     05  ES-TURNO                PIC X(04).
001182         88  ES-ESCALA-SEMANAL   VALUE SPACES.
001183     05  ES-DATA-ANCORA          PIC 9(08).
