001000******************************************************************
001010* COPYBOOK:    PLRPREC
001020* PURPOSE:     PARTICIPACAO NOS LUCROS E RESULTADOS (PLR)
001030*              PARAMETER FILE (PLRPRM), MAINTAINED BY PROG177.
001040*              ROW TYPE "A" (BAND 00) IS THE AGREEMENT OF A
001050*              REFERENCE YEAR: THE POOL TO DISTRIBUTE, THE SHARE
001060*              OF IT SPLIT AS THE FIXED PORTION (THE REST GOES
001070*              IN PROPORTION TO SALARIO) AND THE REDUCTION PER
001080*              UNJUSTIFIED ABSENCE DAY. ROW TYPE "F" IS ONE BAND
001090*              OF THE EXCLUSIVE IRRF TABLE ON PLR IN FORCE FOR
001100*              THE CALENDAR YEAR OF PAYMENT, APPLIED BY PROG178
001110*              TO ALL PLR RECEIVED IN THAT YEAR - NOT THE
001120*              MONTHLY PROG46 BRACKETS.
001130* DATE-WRITTEN: 2026-09-28
001140******************************************************************
001150 01  PLR-PARAMETRO-REC.
001160     05  PM-CHAVE.
001170         10  PM-ANO              PIC 9(04).
001180         10  PM-TIPO             PIC X(01).
001190             88  PM-ACORDO       VALUE "A".
001200             88  PM-FAIXA-IR     VALUE "F".
001210         10  PM-FAIXA            PIC 9(02).
001220     05  PM-DADOS                PIC X(40).
001230     05  PM-DADOS-ACORDO REDEFINES PM-DADOS.
001240         10  PM-VALOR-POOL       PIC 9(09)V9(02).
001250         10  PM-PERC-FIXO        PIC 9(03)V9(02).
001260         10  PM-REDUCAO-FALTA    PIC 9(03)V9(02).
001270         10  PM-DATA-ACORDO      PIC 9(08).
001280         10  FILLER              PIC X(11).
001290     05  PM-DADOS-FAIXA REDEFINES PM-DADOS.
001300         10  PM-LIMITE-SUPERIOR  PIC 9(09)V9(02).
001310         10  PM-ALIQUOTA         PIC 9(02)V9(02).
001320         10  PM-PARCELA-DEDUZIR  PIC 9(09)V9(02).
001330         10  FILLER              PIC X(14).
