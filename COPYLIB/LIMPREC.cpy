001000******************************************************************
001010* COPYBOOK:    LIMPREC
001020* PURPOSE:     CREDIT-LIMIT PROPOSALS (LIMPROP) - ONE ROW PER
001030*              CUSTOMER FROM THE LAST PROG170 REVIEW: THE PAYMENT
001040*              BEHAVIOUR MEASURED OVER THE REVIEW WINDOW, THE
001050*              LIMIT IN FORCE AND THE ONE PROPOSED. A RAISE OR CUT
001060*              WAITS AS PENDING UNTIL CREDIT APPROVES OR REJECTS
001070*              IT; AN APPROVED ONE IS APPLIED TO CU-LIMITE-CREDITO
001080*              UNDER A SUPERVISOR SIGN-OFF. A HOLD IS KEPT WITH
001090*              NOTHING TO DECIDE. A NEW REVIEW REPLACES THE ROW.
001100* DATE-WRITTEN: 2026-09-21
001110******************************************************************
001120 01  PROPOSTA-LIMITE-REC.
001130     05  LP-CLIENTE              PIC 9(06).
001140     05  LP-DATA-REVISAO         PIC 9(08).
001150     05  LP-QTD-PAGAMENTOS       PIC 9(05).
001160     05  LP-PRAZO-MEDIO          PIC 9(05)V9(01).
001170     05  LP-ATRASO-MEDIO         PIC 9(05)V9(01).
001180     05  LP-PCT-ATRASO           PIC 9(03)V9(02).
001190     05  LP-MAIOR-EXPOSICAO      PIC 9(11)V9(02).
001200     05  LP-TENDENCIA            PIC X(01).
001210         88  LP-MELHORANDO       VALUE "M".
001220         88  LP-ESTAVEL          VALUE "E".
001230         88  LP-PIORANDO         VALUE "P".
001240     05  LP-LIMITE-ATUAL         PIC 9(09)V9(02).
001250     05  LP-LIMITE-PROPOSTO      PIC 9(09)V9(02).
001260     05  LP-ACAO                 PIC X(01).
001270         88  LP-AUMENTAR         VALUE "A".
001280         88  LP-MANTER           VALUE "M".
001290         88  LP-REDUZIR          VALUE "R".
001300     05  LP-SITUACAO             PIC X(01).
001310         88  LP-PENDENTE         VALUE "P".
001320         88  LP-APROVADA         VALUE "A".
001330         88  LP-REJEITADA        VALUE "R".
001340         88  LP-EFETIVADA        VALUE "E".
001350         88  LP-SEM-DECISAO      VALUE "N".
001360     05  LP-ANALISTA             PIC X(06).
001370     05  LP-DATA-DECISAO         PIC 9(08).
001380     05  LP-SUPERVISOR           PIC X(06).
001390     05  LP-DATA-EFETIVACAO      PIC 9(08).
