001070*              AUTHORIZED COUNT, AND THE MONTHLY VACANCY REPORT
001080*              COMPARES AUTHORIZED AGAINST ACTUAL OCCUPANTS -
001090*              HEADCOUNT BY FILE, NOT BY MEETING.
001091*              CG-GRAU-RISCO IS THE HAZARD-PAY GRADE OF THE
001092*              POSITION (N NONE, 1/2/3 INSALUBRIDADE AT 10/20/40
001093*              PERCENT OF THE MINIMUM WAGE, P PERICULOSIDADE AT
001094*              30 PERCENT OF SALARIO); RISCFILE MAY OVERRIDE IT
001095*              PER FUNCIONARIO.
001100* DATE-WRITTEN: 2026-09-02
001110******************************************************************
001120 01  CARGO-REC.
001170     05  CG-QTD-AUTORIZADA       PIC 9(04).
001180     05  CG-PISO                 PIC 9(06)V9(04).
001190     05  CG-TETO                 PIC 9(06)V9(04).
001191     05  CG-GRAU-RISCO           PIC X(01).
001192         88  CG-SEM-ADICIONAL    VALUE "N".
001193         88  CG-INSALUB-MINIMO   VALUE "1".
001194         88  CG-INSALUB-MEDIO    VALUE "2".
001195         88  CG-INSALUB-MAXIMO   VALUE "3".
001196         88  CG-PERICULOSIDADE   VALUE "P".
001197         88  CG-GRAU-VALIDO      VALUE "N" "1" "2" "3" "P".
