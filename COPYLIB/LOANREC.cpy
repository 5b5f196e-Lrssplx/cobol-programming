001070*              INSTALLMENT EVERY PERIOD UNTIL THE BALANCE
001080*              REACHES ZERO.
001090* DATE-WRITTEN: 2026-08-22
001091* ----------------------------------------------------------------
001092* MODIFICATION HISTORY
001093* DATE       INIT DESCRIPTION
001094* 2026-10-15 RA   ADDED LN-SITUACAO-SW AND LN-DATA-RESCISAO AT THE
001095*                 END: THE PROG58 RESCISAO TAKES THE BALANCE OUT
001096*                 OF THE SETTLEMENT AND MARKS THE LOAN QUITADO
001097*                 (Q), OR LEAVES WHAT THE SETTLEMENT COULD NOT
001098*                 COVER AS A RESIDUAL (R) FOR THE FINANCE DESK.
001099*                 SPACE = LOAN IN NORMAL PAYROLL DEDUCTION.
001100******************************************************************
001110 01  EMPRESTIMO-REC.
001120     05  LN-CODIGO               PIC 9(06).
001160     05  LN-PARCELAS-PAGAS       PIC 9(03).
001170     05  LN-SALDO                PIC 9(09)V9(02).
001180     05  LN-DATA-CONCESSAO       PIC 9(08).
001190     05  LN-SITUACAO-SW          PIC X(01).
001200         88  LN-EM-FOLHA         VALUE SPACE.
001210         88  LN-QUITADO-RESCISAO VALUE "Q".
001220         88  LN-RESIDUAL-RESCISAO VALUE "R".
001230     05  LN-DATA-RESCISAO        PIC 9(08).
