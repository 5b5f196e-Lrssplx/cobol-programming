001000******************************************************************
001010* COPYBOOK:    ADOPTREC
001020* PURPOSE:     ADIANTAMENTO QUINZENAL ELECTION PER FUNCIONARIO
001030*              (ADTOPT), RECORDED THROUGH PROG174 - "N" OPTS THE
001040*              FUNCIONARIO OUT OF THE MID-MONTH ADVANCE, "S"
001050*              RESTORES IT. NO ROW MEANS THE ADVANCE IS PAID.
001060* DATE-WRITTEN: 2026-09-24
001070******************************************************************
001080 01  ADIANTAMENTO-OPCAO-REC.
001090     05  AO-CODIGO               PIC 9(06).
001100     05  AO-OPCAO                PIC X(01).
001110         88  AO-RECEBE           VALUE "S".
001120         88  AO-NAO-RECEBE       VALUE "N".
001130     05  AO-DATA-OPCAO           PIC 9(08).
