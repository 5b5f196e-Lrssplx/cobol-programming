001120*                 ENTRY (PROG126) REFUSES AN ORDER THAT PUSHES THE
001130*                 CUSTOMER'S OPEN RECEIVABLES PAST IT. ZERO MEANS
001140*                 NO LIMIT CONTROL.
001141* 2026-10-15 RA   ADDED CU-EMPRESA, THE COMPANY ON CIAFILE THAT
001142*                 BILLS THE CUSTOMER (SPACES = "001").
001150******************************************************************
001160 01  CLIENTE-REC.
001170     05  CU-CODIGO               PIC 9(06).
001220         10  CU-ESTADO           PIC X(02).
001230         10  CU-CEP              PIC X(09).
001240     05  CU-LIMITE-CREDITO       PIC 9(09)V9(02).
001241     05  CU-EMPRESA              PIC X(03).
