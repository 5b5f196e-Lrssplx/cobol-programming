001000******************************************************************
001010* COPYBOOK:    ACELREC
001020* PURPOSE:     COMMISSION ACCELERATOR TIERS (ACELFILE) - ONE ROW
001030*              PER TIER: THE MINIMUM PERCENTAGE OF THE MONTHLY
001040*              TARGET (METAFILE) A SALESPERSON MUST ATTAIN AND THE
001050*              FACTOR PROG136 THEN MULTIPLIES THE COMMISSION
001060*              PERCENTAGE BY. THE HIGHEST MINIMUM REACHED WINS;
001070*              BELOW EVERY TIER, OR WITH NO TARGET, THE FACTOR IS
001080*              ONE. MAINTAINED BY PROG171 UNDER SUPERVISOR
001090*              SIGN-OFF ONLY.
001100* DATE-WRITTEN: 2026-09-21
001110******************************************************************
001120 01  ACELERADOR-REC.
001130     05  AC-FAIXA                PIC 9(02).
001140     05  AC-PCT-MINIMO           PIC 9(03)V9(02).
001150     05  AC-FATOR                PIC 9(01)V9(02).
001160     05  AC-SUPERVISOR           PIC X(06).
001170     05  AC-DATA-ALTERACAO       PIC 9(08).
