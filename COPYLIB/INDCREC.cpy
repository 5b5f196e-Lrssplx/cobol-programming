001000******************************************************************
001010* COPYBOOK:    INDCREC
001020* PURPOSE:     ECONOMIC PRICE INDICES (INDCFILE) - ONE ROW PER
001030*              INDEX (IGPM, IPCA) AND MONTH WITH THE MONTH'S
001040*              PERCENTAGE VARIATION AS PUBLISHED, NEGATIVE IN A
001050*              DEFLATION MONTH. THE CONTRACT READJUSTMENT RUN
001060*              (PROG172) COMPOUNDS THE TWELVE MONTHS BEFORE THE
001070*              ANNIVERSARY. MAINTAINED THROUGH PROG172.
001080* DATE-WRITTEN: 2026-09-24
001090******************************************************************
001100 01  INDICE-REC.
001110     05  IX-CHAVE.
001120         10  IX-INDICE           PIC X(04).
001130         10  IX-PERIODO          PIC 9(06).
001140     05  IX-VARIACAO             PIC S9(03)V9(04).
001150     05  IX-DATA-ALTERACAO       PIC 9(08).
