001000******************************************************************
001010* COPYBOOK:    CPESREC
001020* PURPOSE:     LABOR COST PER FUNCIONARIO AND PERIOD (CUSTOPES) -
001030*              THE GROSS PAID AND THE EMPLOYER CHARGES THE
001040*              PAYROLL RUN (PROG42) COMPUTED ON IT: INSS
001050*              PATRONAL, RAT ADJUSTED BY THE FAP, TERCEIROS,
001060*              FGTS, AND THE BENEFITS NET OF THE EMPLOYEE SHARE.
001070*              KEYED BY PERIOD FIRST SO THE PROG184 LABOR-COST
001080*              REPORT READS ONE MONTH IN A SINGLE PASS; A
001090*              REPROCESSED FUNCIONARIO REPLACES ITS ROW.
001100* DATE-WRITTEN: 2026-09-28
001101* ----------------------------------------------------------------
001102* MODIFICATION HISTORY
001103* DATE       INIT DESCRIPTION
001104* 2026-10-08 RA   ADDED THE PRIOR DEPARTAMENTO AND ITS SHARE OF
001105*                 THE MONTH (PERCENT OF THE PERIOD'S DAYS) FOR A
001106*                 FUNCIONARIO TRANSFERRED IN THE PERIOD (PROG203);
001107*                 CP-DEPARTAMENTO IS THEN THE NEW DEPARTMENT.
001108*                 SPACES AND ZERO WHEN THERE WAS NO TRANSFER.
001110******************************************************************
001120 01  CUSTO-PESSOAL-REC.
001130     05  CP-CHAVE.
001140         10  CP-PERIODO          PIC 9(06).
001150         10  CP-CODIGO           PIC 9(06).
001160     05  CP-DEPARTAMENTO         PIC X(10).
001170     05  CP-SALARIO-BRUTO        PIC 9(09)V9(02).
001180     05  CP-INSS-PATRONAL        PIC 9(09)V9(02).
001190     05  CP-RAT                  PIC 9(09)V9(02).
001200     05  CP-TERCEIROS            PIC 9(09)V9(02).
001210     05  CP-FGTS                 PIC 9(09)V9(02).
001220     05  CP-BENEFICIOS           PIC 9(09)V9(02).
001230     05  CP-DATA-CALCULO         PIC 9(08).
001231     05  CP-DEPTO-ANTERIOR       PIC X(10).
001232     05  CP-PCT-ANTERIOR         PIC 9(03)V9(02).
