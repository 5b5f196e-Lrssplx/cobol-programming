001060*              PROG20 AND NOTHING THAT TOUCHES EMPMAST. LOADED
001070*              AS DATA, LIKE THE EDITLIM BOUNDS.
001080* DATE-WRITTEN: 2026-08-22
001081* ----------------------------------------------------------------
001082* MODIFICATION HISTORY
001083* DATE       INIT DESCRIPTION
001084* 2026-10-15 RA   ADDED AU-EMPRESA, THE COMPANY WHOSE EMPLOYEE
001085*                 DATA THE OPERATOR MAY SEE (SPACES = "001", "***"
001086*                 = EVERY COMPANY). READ BY THE PROG220 ACCESS
001087*                 CHECK FROM THE OPERATOR'S FIRST AUTHFILE ROW.
001090******************************************************************
001100 01  AUTORIZACAO-REC.
001110     05  AU-CHAVE.
001140     05  AU-PERMITIDO-SW         PIC X(01).
001150         88  AU-PERMITIDO        VALUE "S".
001160         88  AU-NEGADO           VALUE "N".
001161     05  AU-EMPRESA              PIC X(03).
001162         88  AU-TODAS-EMPRESAS   VALUE "***".
