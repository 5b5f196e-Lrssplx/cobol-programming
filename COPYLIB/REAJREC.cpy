001000******************************************************************
001010* COPYBOOK:    REAJREC
001020* PURPOSE:     CONTRACT PRICE READJUSTMENTS (REAJFILE) - ONE ROW
001030*              PER BILLING PERIOD AND CONTRACT LINE (CN-CHAVE)
001040*              REACHING ITS ANNIVERSARY: THE INDEX, THE TWELVE-
001050*              MONTH ACCUMULATED VARIATION, THE PRICE BEFORE AND
001060*              THE PROPOSED PRICE. PROG172 PROPOSES (P), A
001070*              SUPERVISOR APPROVES (A) OR REJECTS (R), AND THE
001080*              APPLICATION MOVES THE NEW PRICE TO CN-PRECO (X).
001090*              THE ROW STAYS AS THE RECORD OF OLD AND NEW PRICE.
001100* DATE-WRITTEN: 2026-09-24
001110******************************************************************
001120 01  REAJUSTE-REC.
001130     05  RJ-CHAVE.
001140         10  RJ-PERIODO          PIC 9(06).
001150         10  RJ-CLIENTE          PIC 9(06).
001160         10  RJ-SEQ              PIC 9(03).
001170     05  RJ-INDICE               PIC X(04).
001180     05  RJ-VARIACAO-ACUM        PIC S9(03)V9(04).
001190     05  RJ-PRECO-ANTERIOR       PIC 9(07)V9(02).
001200     05  RJ-PRECO-NOVO           PIC 9(07)V9(02).
001210     05  RJ-SITUACAO-SW          PIC X(01).
001220         88  RJ-PROPOSTO         VALUE "P".
001230         88  RJ-APROVADO         VALUE "A".
001240         88  RJ-REJEITADO        VALUE "R".
001250         88  RJ-APLICADO         VALUE "X".
001260     05  RJ-SUPERVISOR           PIC X(06).
001270     05  RJ-DATA-DECISAO         PIC 9(08).
