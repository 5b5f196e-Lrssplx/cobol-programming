001000******************************************************************
001010* COPYBOOK:    COMBASE
001020* PURPOSE:     COMMISSION BASIS SWITCH (COMMBASE) - ONE ROW UNDER
001030*              THE KEY "PADRAO". "F" EARNS THE COMMISSION ON THE
001040*              INVOICED VALUE AS SOON AS THE INVOICE IS ISSUED;
001050*              "R" EARNS IT AS THE RECEIVABLE IS SETTLED BY
001060*              PROG128 OR PROG139, IN PROPORTION TO THE PRINCIPAL
001064*              RECEIVED.
001070*              EACH INVOICE KEEPS THE BASIS IN FORCE WHEN PROG136
001080*              FIRST RECORDED IT ON THE COMMISSION LEDGER, SO A
001090*              CHANGE OF BASIS NEVER PAYS THE SAME SALE TWICE.
001100* DATE-WRITTEN: 2026-09-21
001110******************************************************************
001120 01  COMISSAO-BASE-REC.
001130     05  CB-CHAVE                PIC X(10).
001140     05  CB-BASE-SW              PIC X(01).
001150         88  CB-BASE-FATURAMENTO VALUE "F".
001160         88  CB-BASE-RECEBIMENTO VALUE "R".
001170     05  CB-DATA-ALTERACAO       PIC 9(08).
