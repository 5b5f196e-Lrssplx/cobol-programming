001000******************************************************************
001010* COPYBOOK:    TURNREC
001020* PURPOSE:     SHIFT-PATTERN (TURNO) TABLE, KEYED ON TN-CODIGO AND
001030*              MAINTAINED BY PROG192. A PATTERN IS A CYCLE OF
001040*              TN-CICLO DAYS THAT DOES NOT FOLLOW THE WEEK - THE
001050*              12X36 OF THE SECURITY POSTS, THE 6X2 AND 5X1 OF THE
001060*              PLANT. TN-DIA-CICLO(N) IS "S" WHEN DAY N OF THE
001070*              CYCLE IS WORKED AND "N" WHEN IT IS A REST DAY;
001080*              EVERY WORKED DAY CARRIES TN-HORAS-DIA STARTING AT
001090*              TN-HORA-INICIO. A FUNCIONARIO IS PUT ON A PATTERN
001100*              BY ES-TURNO ON THE ESCFILE ROW, WITH ES-DATA-ANCORA
001110*              AS THE DATE THAT IS DAY 1 OF THE CYCLE. PROG193
001120*              RESOLVES THE WORKED DAYS.
001130*              EXAMPLES:
001140*                12X36 - CICLO 02, SEQUENCIA "SN", 12,00 HORAS
001150*                6X2   - CICLO 08, SEQUENCIA "SSSSSSNN"
001160*                5X1   - CICLO 06, SEQUENCIA "SSSSSN"
001170* DATE-WRITTEN: 2026-10-05
001180******************************************************************
001190 01  TURNO-REC.
001200     05  TN-CODIGO               PIC X(04).
001210     05  TN-DESCRICAO            PIC X(30).
001220     05  TN-CICLO                PIC 9(02).
001230     05  TN-SEQUENCIA.
001240         10  TN-DIA-CICLO        OCCURS 28 TIMES PIC X(01).
001250     05  TN-HORAS-DIA            PIC 9(02)V9(02).
001260     05  TN-HORA-INICIO          PIC 9(04).
001270     05  FILLER                  PIC X(10).
