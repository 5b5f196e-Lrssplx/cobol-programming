001050*              EQUIVALENT. THE TREND REPORT COMPARES ANY RANGE
001060*              OF MONTHS SIDE BY SIDE FROM THESE ROWS.
001070* DATE-WRITTEN: 2026-08-22
001071* ----------------------------------------------------------------
001072* MODIFICATION HISTORY
001073* DATE       INIT DESCRIPTION
001074* 2026-10-05 RA   ADDED THE MONTH'S ABSENTEEISM: HOURS EXPECTED,
001075*                 HOURS LOST AND THE RATE, RECORDED BY PROG195.
001076*                 PROG69 KEEPS THEM WHEN IT REWRITES THE ROW.
001077* 2026-10-08 RA   ADDED THE MONTH'S MOVEMENTS: ADMISSIONS AND
001078*                 DEPARTMENT TRANSFERS IN AND OUT (PROG203), SO
001079*                 A TRANSFER NO LONGER READS AS A HIRE.
001080******************************************************************
001090 01  SNAPSHOT-REC.
001100     05  SN-CHAVE.
001130     05  SN-QTD-ATIVOS           PIC 9(05).
001140     05  SN-QTD-AFASTADOS        PIC 9(05).
001150     05  SN-TOTAL-SALARIO-BRL    PIC 9(11)V9(02).
001151     05  SN-HORAS-PREVISTAS      PIC 9(07)V9(02).
001152     05  SN-HORAS-PERDIDAS       PIC 9(07)V9(02).
001153     05  SN-TAXA-ABSENTEISMO     PIC 9(03)V9(02).
001154     05  SN-QTD-ADMISSOES        PIC 9(05).
001155     05  SN-QTD-TRANSF-ENTRADA   PIC 9(05).
001156     05  SN-QTD-TRANSF-SAIDA     PIC 9(05).
