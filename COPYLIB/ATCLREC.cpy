001000******************************************************************
001010* COPYBOOK:    ATCLREC
001020* PURPOSE:     FIXED-ASSET CLASS TABLE (ATCLFILE) - ONE ROW PER
001030*              CLASS (INFO, MOVE, VEIC, ...): THE USEFUL LIFE IN
001040*              MONTHS THE STRAIGHT-LINE DEPRECIATION IS SPREAD
001050*              OVER, AND THE GLMAP EVENT (PROG138) THE MONTHLY
001060*              CHARGE POSTS UNDER - SPACES = "DEPRECIACAO", SO A
001070*              CLASS ONLY NEEDS ITS OWN EVENT WHEN ITS EXPENSE OR
001080*              ACCUMULATED-DEPRECIATION ACCOUNT DIFFERS.
001090*              MAINTAINED BY PROG221.
001100* DATE-WRITTEN: 2026-10-15
001110******************************************************************
001120 01  CLASSE-ATIVO-REC.
001130     05  AK-CLASSE               PIC X(04).
001140     05  AK-DESCRICAO            PIC X(30).
001150     05  AK-VIDA-UTIL            PIC 9(03).
001160     05  AK-EVENTO-DEPREC        PIC X(12).
