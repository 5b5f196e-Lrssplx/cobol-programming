001000******************************************************************
001010* COPYBOOK:    COMLREC
001020* PURPOSE:     COMMISSION LEDGER (COMMLED) - ONE ROW PER
001030*              SALESPERSON AND INVOICE, WRITTEN BY THE PROG136
001040*              RUN: THE INVOICED VALUE FROM SALESDET, THE BASIS IT
001050*              EARNS ON, HOW MUCH OF IT HAS ALREADY BEEN
001054*              COMMISSIONED, THE COMMISSION PAID THROUGH COMMFILE
001060*              AND THE AMOUNT CLAWED BACK WHEN THE TITLE WAS
001070*              CANCELLED (PROG131) OR WRITTEN OFF (PROG167). THE
001080*              LAST RUN'S SHARE IS KEPT APART SO A RERUN OF THE
001090*              SAME PERIOD REPLACES IT INSTEAD OF ADDING TO IT.
001110* DATE-WRITTEN: 2026-09-21
001120******************************************************************
001130 01  COMISSAO-RAZAO-REC.
001140     05  LC-CHAVE.
001150         10  LC-VENDEDOR         PIC 9(06).
001160         10  LC-NUMERO-NOTA      PIC 9(08).
001170     05  LC-CLIENTE              PIC 9(06).
001180     05  LC-PERIODO-VENDA        PIC 9(06).
001190     05  LC-BASE-SW              PIC X(01).
001200         88  LC-BASE-FATURAMENTO VALUE "F".
001210         88  LC-BASE-RECEBIMENTO VALUE "R".
001220     05  LC-VALOR-VENDIDO        PIC 9(09)V9(02).
001230     05  LC-BASE-APURADA         PIC 9(09)V9(02).
001240     05  LC-PERCENTUAL           PIC 9(02)V9(02).
001250     05  LC-COMISSAO-PAGA        PIC 9(09)V9(02).
001260     05  LC-COMISSAO-ESTORNADA   PIC 9(09)V9(02).
001270     05  LC-ULTIMA-APURACAO.
001280         10  LC-PERIODO-APURACAO PIC 9(06).
001290         10  LC-BASE-PERIODO     PIC 9(09)V9(02).
001300         10  LC-COMISSAO-PERIODO PIC 9(09)V9(02).
001310         10  LC-ESTORNO-PERIODO  PIC 9(09)V9(02).
