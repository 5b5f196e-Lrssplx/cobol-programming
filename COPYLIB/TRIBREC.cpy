001000******************************************************************
001010* COPYBOOK:    TRIBREC
001020* PURPOSE:     SALES-TAX RULE TABLE (TRIBFILE) - ONE ROW PER
001030*              PRODUCT TAX CLASS (PD-CLASSE-FISCAL), DESTINATION
001040*              STATE (CU-ESTADO; SPACES = THE DEFAULT ROW FOR
001050*              EVERY STATE WITHOUT ONE OF ITS OWN) AND TAX
001060*              ("ICMS", "IPI " OR "ISS "), WITH THE RATE, THE
001070*              PERCENTAGE BY WHICH THE TAX BASE IS REDUCED, AND
001080*              WHETHER THE TAX IS ALREADY INSIDE THE PRICE ("D")
001090*              OR CHARGED ON TOP OF IT ("F"). MAINTAINED BY
001100*              PROG161, APPLIED PER INVOICE LINE BY PROG20. NO
001110*              ROW MEANS THE TAX IS NOT DUE ON THAT LINE.
001120* DATE-WRITTEN: 2026-09-17
001130******************************************************************
001140 01  TRIBUTO-REC.
001150     05  TR-CHAVE.
001160         10  TR-CLASSE-FISCAL    PIC X(04).
001170         10  TR-ESTADO           PIC X(02).
001180         10  TR-IMPOSTO          PIC X(04).
001190     05  TR-ALIQUOTA             PIC 9(02)V9(02).
001200     05  TR-REDUCAO-BASE         PIC 9(03)V9(02).
001210     05  TR-INCIDENCIA-SW        PIC X(01).
001220         88  TR-POR-DENTRO       VALUE "D".
001230         88  TR-POR-FORA         VALUE "F".
