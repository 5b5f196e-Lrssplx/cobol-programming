001134*                 AUDITORS, THE SIGN-ON REFUSES IT). SPACE OR
001135*                 "A" IS ACTIVE, SO EXISTING ROWS NEED NO
001136*                 CONVERSION.
001137* 2026-10-08 RA   ADDED OP-NIVEL-VISAO AT THE END: HOW MUCH
001138*                 PERSONAL DATA THE INQUIRIES AND REPORTS SHOW
001139*                 THE OPERATOR (PROG211). 1 = BASICA (MONEY AS
001140*                 ASTERISKS, CPF/PIS MASKED, BANK HIDDEN),
001141*                 2 = DOCUMENTOS (CPF/PIS/BANK IN FULL), 3 =
001142*                 INTEGRAL. SPACE FOLLOWS OP-NIVEL (SUPERVISOR
001143*                 INTEGRAL, OTHERS BASICA), SO EXISTING ROWS
001144*                 NEED NO CONVERSION.
001145******************************************************************
001150 01  OPERADOR-REC.
001160     05  OP-NOME                 PIC X(20).
001170     05  OP-CODIGO-OPERADOR      PIC X(06).
001260         88  OP-LIVRE            VALUE " ".
001270     05  OP-ATIVO-SW             PIC X(01).
001280         88  OP-DESATIVADO       VALUE "D".
001281     05  OP-NIVEL-VISAO          PIC X(01).
001282         88  OP-VISAO-PELO-NIVEL VALUE " ".
001283         88  OP-VISAO-BASICA     VALUE "1".
001284         88  OP-VISAO-DOCUMENTOS VALUE "2".
001285         88  OP-VISAO-INTEGRAL   VALUE "3".
001286         88  OP-VISAO-VALIDA     VALUE " " "1" "2" "3".
