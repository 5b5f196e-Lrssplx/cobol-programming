001010* COPYBOOK:    CHGLOG
001020* PURPOSE:     ONE ROW PER FIELD CHANGED ON A FUNCIONARIO RECORD -
001030*              WHEN IT CHANGED AND THE OLD/NEW VALUE.
001031*              CL-SEQUENCIA NUMBERS THE ROWS AND CL-CHECK CHAINS
001032*              EACH ROW TO THE ONE BEFORE IT (PROG215 OVER THE
001033*              FIRST 103 BYTES AND THE PREVIOUS ROW'S CHECK), SO
001034*              A ROW EDITED OR REMOVED BREAKS THE CHAIN THAT
001035*              PROG216 VERIFIES. ROWS WRITTEN BEFORE THE CHAIN
001036*              EXISTED HAVE BOTH BLANK.
001040* DATE-WRITTEN: 2026-08-09
001050******************************************************************
001060 01  CHGLOG-REC.
001100     05  CL-CAMPO                PIC X(15).
001110     05  CL-VALOR-ANTIGO         PIC X(30).
001120     05  CL-VALOR-NOVO           PIC X(30).
001121     05  CL-SEQUENCIA            PIC 9(08).
001122     05  CL-CHECK                PIC 9(08).
