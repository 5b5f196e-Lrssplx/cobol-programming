001080*              PARTIAL PAYMENTS INCLUDED - COLLECTIONS OFF THE
001090*              SPREADSHEET.
001100* DATE-WRITTEN: 2026-09-02
001101* ----------------------------------------------------------------
001102* MODIFICATION HISTORY
001103* DATE       INIT DESCRIPTION
001104* 2026-09-17 RA   ADDED THE ICMS, IPI AND ISS AMOUNTS OF THE
001105*                 INVOICE AT THE END (WITH AN OCCURS VIEW IN THE
001106*                 TRIBREC TAX ORDER) SO A CREDIT NOTE CAN
001107*                 REVERSE EXACTLY WHAT PROG20 CHARGED. AR-VALOR
001108*                 INCLUDES THE TAXES CHARGED ON TOP OF THE PRICE.
001109* 2026-09-17 RA   ADDED THE CANCELLATION DATE (SET BY PROG131) AND
001110*                 THE TAX AUTHORITY'S AUTHORIZATION AND
001111*                 CANCELLATION PROTOCOLS THE PROG162 RETURN LOAD
001112*                 WRITES BACK, AT THE END.
001113* 2026-09-17 RA   ADDED THE LATE-PAYMENT CHARGE FIELDS AT THE END:
001114*                 CHARGES ACCRUED AND STILL UNPAID, THE DATE
001115*                 INTEREST HAS BEEN CHARGED THROUGH, THE FINE-
001116*                 CHARGED FLAG, AND THE CHARGES RECEIVED AND
001117*                 WAIVED SO FAR. PROG128 MAINTAINS THEM.
001118* 2026-09-21 RA   NEW STATUS "P" - WRITTEN OFF AS A BAD DEBT BY
001119*                 PROG167 - WITH THE WRITE-OFF DATE, REASON AND
001120*                 AMOUNT AND THE AMOUNT RECOVERED SINCE THROUGH
001121*                 PROG128, AT THE END. AR-SALDO STAYS AS THE
001122*                 BALANCE STILL RECOVERABLE.
001123******************************************************************
001124 01  TITULO-REC.
001130     05  AR-NUMERO-NOTA          PIC 9(08).
001140     05  AR-CLIENTE              PIC 9(06).
001150     05  AR-VALOR                PIC 9(09)V9(02).
001200         88  AR-ABERTO           VALUE "A".
001210         88  AR-LIQUIDADO        VALUE "L".
001220         88  AR-CANCELADO        VALUE "C".
001225         88  AR-BAIXADO-PERDA    VALUE "P".
001230     05  AR-REGISTRADO-SW        PIC X(01).
001240         88  AR-BOLETO-REGISTRADO VALUE "S".
001250         88  AR-SEM-BOLETO       VALUE "N".
001260     05  AR-IMPOSTOS.
001270         10  AR-VALOR-ICMS       PIC 9(09)V9(02).
001280         10  AR-VALOR-IPI        PIC 9(09)V9(02).
001290         10  AR-VALOR-ISS        PIC 9(09)V9(02).
001300     05  AR-IMPOSTOS-TAB REDEFINES AR-IMPOSTOS.
001310         10  AR-VALOR-IMPOSTO    PIC 9(09)V9(02) OCCURS 3 TIMES.
001320     05  AR-DATA-CANCELAMENTO    PIC 9(08).
001330     05  AR-PROTOCOLO-NFE        PIC X(15).
001340     05  AR-PROTOCOLO-CANCEL     PIC X(15).
001350     05  AR-ENCARGOS-PENDENTES   PIC 9(09)V9(02).
001360     05  AR-DATA-ENCARGOS        PIC 9(08).
001370     05  AR-MULTA-SW             PIC X(01).
001380         88  AR-MULTA-COBRADA    VALUE "S".
001390     05  AR-ENCARGOS-RECEBIDOS   PIC 9(09)V9(02).
001400     05  AR-ENCARGOS-DISPENSADOS PIC 9(09)V9(02).
001410     05  AR-DATA-BAIXA           PIC 9(08).
001420     05  AR-MOTIVO-BAIXA         PIC X(30).
001430     05  AR-VALOR-BAIXADO        PIC 9(09)V9(02).
001440     05  AR-VALOR-RECUPERADO     PIC 9(09)V9(02).
