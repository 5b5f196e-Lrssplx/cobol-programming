001000******************************************************************
001010* COPYBOOK:    MOVAREC
001020* PURPOSE:     RECEIVABLE MOVEMENTS (ARMOV) - ONE ROW PER EVENT
001030*              THAT MOVES WHAT A CUSTOMER OWES: THE INVOICE ISSUED
001040*              (PROG20), A PAYMENT AND THE LATE CHARGES IT SETTLED
001050*              (PROG128, PROG139), A CANCELLATION OR CREDIT NOTE
001060*              (PROG131) AND A RECOVERY ON A WRITTEN-OFF TITLE
001070*              (PROG128). KEYED BY INVOICE AND SEQUENCE, WITH THE
001080*              CUSTOMER AND DATE AS AN ALTERNATE KEY SO THE
001090*              PROG169 STATEMENT OF ACCOUNT READS A CUSTOMER'S
001100*              MOVEMENTS IN DATE ORDER. WRITTEN ONLY THROUGH THE
001110*              PROG168 CALLABLE WRITER.
001120* DATE-WRITTEN: 2026-09-21
001130******************************************************************
001140 01  MOVTO-AR-REC.
001150     05  MA-CHAVE.
001160         10  MA-NUMERO-NOTA      PIC 9(08).
001170         10  MA-SEQ              PIC 9(03).
001180     05  MA-CHAVE-CLIENTE.
001190         10  MA-CLIENTE          PIC 9(06).
001200         10  MA-DATA             PIC 9(08).
001210     05  MA-TIPO                 PIC X(01).
001220         88  MA-FATURA           VALUE "F".
001230         88  MA-RECEBIMENTO      VALUE "R".
001240         88  MA-ENCARGOS         VALUE "J".
001250         88  MA-CANCELAMENTO     VALUE "C".
001260         88  MA-RECUPERACAO      VALUE "V".
001270     05  MA-VALOR                PIC 9(09)V9(02).
001280     05  MA-DOCUMENTO            PIC 9(08).
001290     05  MA-PROGRAMA             PIC X(08).
