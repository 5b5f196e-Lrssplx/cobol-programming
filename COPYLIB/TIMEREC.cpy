001050*              END-OF-DAY PASS TURNS THAT INTO AN EXCEPTION ROW
001060*              THE SAME DAY.
001070* DATE-WRITTEN: 2026-08-22
001071* ----------------------------------------------------------------
001072* MODIFICATION HISTORY
001073* DATE       INIT DESCRIPTION
001074* 2026-10-01 RA   UP TO FOUR ENTRADA/SAIDA PAIRS PER DAY (MEAL
001075*                 BREAK, SPLIT SHIFT) - TC-QTD-PARES SAYS HOW
001076*                 MANY ARE IN USE; ONLY THE LAST PAIR MAY BE
001077*                 LEFT OPEN. THE FIRST PAIR KEEPS ITS OLD NAMES.
001078******************************************************************
001090 01  CARTAO-PONTO-REC.
001100     05  TC-CHAVE.
001110         10  TC-CODIGO           PIC 9(06).
001120         10  TC-DATA             PIC 9(08).
001130     05  TC-MARCACOES.
001131         10  TC-HORA-ENTRADA     PIC 9(04).
001132         10  TC-HORA-SAIDA       PIC 9(04).
001133         10  FILLER              PIC 9(24).
001134     05  TC-MARCACOES-TAB REDEFINES TC-MARCACOES.
001135         10  TC-PAR              OCCURS 4 TIMES.
001136             15  TC-PAR-ENTRADA  PIC 9(04).
001137             15  TC-PAR-SAIDA    PIC 9(04).
001138     05  TC-QTD-PARES            PIC 9(01).
