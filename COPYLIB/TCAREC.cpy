001090*              EXISTS, AND THE ORIGINAL SURVIVES FOR THE
001100*              AUDITORS.
001110* DATE-WRITTEN: 2026-09-02
001111* ----------------------------------------------------------------
001112* MODIFICATION HISTORY
001113* DATE       INIT DESCRIPTION
001114* 2026-10-01 RA   ORIGINAL AND CORRECTED TIMES NOW CARRY ALL FOUR
001115*                 TIMECARD PAIRS WITH THEIR PAIR COUNTS, IN THE
001116*                 SAME SHAPE AS TC-MARCACOES.
001117******************************************************************
001130 01  AJUSTE-PONTO-REC.
001140     05  TA-CHAVE.
001150         10  TA-CODIGO           PIC 9(06).
001160         10  TA-DATA             PIC 9(08).
001170     05  TA-MARCACOES-ORIGINAIS.
001171         10  TA-ENTRADA-ORIGINAL PIC 9(04).
001172         10  TA-SAIDA-ORIGINAL   PIC 9(04).
001173         10  FILLER              PIC 9(24).
001174     05  TA-ORIGINAIS-TAB REDEFINES TA-MARCACOES-ORIGINAIS.
001175         10  TA-PAR-ORIGINAL     OCCURS 4 TIMES.
001176             15  TA-PAR-ENTRADA-ORIG PIC 9(04).
001177             15  TA-PAR-SAIDA-ORIG   PIC 9(04).
001178     05  TA-MARCACOES-CORRIGIDAS.
001179         10  TA-ENTRADA-CORRIGIDA PIC 9(04).
001180         10  TA-SAIDA-CORRIGIDA  PIC 9(04).
001181         10  FILLER              PIC 9(24).
001182     05  TA-CORRIGIDAS-TAB REDEFINES TA-MARCACOES-CORRIGIDAS.
001183         10  TA-PAR-CORRIGIDO    OCCURS 4 TIMES.
001184             15  TA-PAR-ENTRADA-CORR PIC 9(04).
001185             15  TA-PAR-SAIDA-CORR   PIC 9(04).
001210     05  TA-MOTIVO               PIC X(20).
001220     05  TA-APROVADOR            PIC X(06).
001230     05  TA-DATA-REGISTRO        PIC 9(08).
001231     05  TA-QTD-PARES-ORIGINAL   PIC 9(01).
001232     05  TA-QTD-PARES-CORRIGIDA  PIC 9(01).
