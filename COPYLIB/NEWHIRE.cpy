001120* 2026-09-02 RA   ADDED NH-CPF, NH-PIS AND NH-CTPS AT THE END;
001130*                 THE PRE-LOAD VALIDATION RUNS THE CHECK DIGITS
001140*                 THROUGH PROG112 BEFORE THE LOAD SEES THE ROW.
001141* 2026-10-05 RA   ADDED NH-DEPARTAMENTO AND NH-CARGO AT THE END SO
001142*                 A ROW PRODUCED BY THE PROG197 HIRING STEP LANDS
001143*                 THE NEW FUNCIONARIO IN THE REQUISITION'S
001144*                 POSITION; SPACES LEAVE THE ASSIGNMENT TO PROG18.
001145* 2026-10-05 RA   ADDED NH-TIPO-CONTRATO AND NH-DATA-FIM-CONTRATO
001146*                 (EMPREC TIPO-CONTRATO CODES); SPACE LOADS AS CLT
001147*                 WITH NO END DATE.
001148* 2026-10-15 RA   ADDED NH-EMPRESA, THE HIRING COMPANY ON
001149*                 CIAFILE; SPACES LOAD AS "001".
001150******************************************************************
001160 01  NEWHIRE-REC.
001170     05  NH-CODIGO               PIC 9(06).
001270     05  NH-CPF                  PIC 9(11).
001280     05  NH-PIS                  PIC 9(11).
001290     05  NH-CTPS                 PIC X(11).
001291     05  NH-DEPARTAMENTO         PIC X(10).
001292     05  NH-CARGO                PIC X(08).
001293     05  NH-TIPO-CONTRATO        PIC X(01).
001294     05  NH-DATA-FIM-CONTRATO    PIC 9(08).
001295     05  NH-EMPRESA              PIC X(03).
