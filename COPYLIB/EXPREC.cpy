001000******************************************************************
001010* COPYBOOK:    EXPREC
001020* PURPOSE:     PROBATION CONTRACT (CONTRATO DE EXPERIENCIA) FILE
001030*              (EXPFILE), ONE ROW PER FUNCIONARIO KEYED BY CODIGO.
001040*              WRITTEN AT ADMISSION BY PROG199 WITH THE TWO TERMS
001050*              (45 + 45 DAYS) COUNTED FROM DATA-ADMISSAO; THE
001060*              DAILY PROG200 PASS ALERTS THE DM-GERENTE 10 DAYS
001070*              BEFORE EACH END DATE, PROG201 RECORDS THE DECISION
001080*              ON EACH TERM (P PRORROGAR - FIRST TERM ONLY,
001090*              C EFETIVAR, T ENCERRAR NO TERMINO) AND PROG58
001100*              CLOSES THE ROW WHEN THE RESCISAO IS PROCESSED.
001110*              EP-STATUS:
001120*                A  IN PROBATION, DECISION PENDING
001130*                T  TO END AT EP-DATA-TERMINO - RESCISAO PENDING
001140*                E  CONFIRMED (EFETIVADO) BY DECISION
001150*                X  BECAME PERMANENT - A TERM ENDED UNDECIDED
001160*                R  CLOSED BY A RESCISAO ON EP-DATA-TERMINO
001170* DATE-WRITTEN: 2026-10-05
001180******************************************************************
001190 01  EXPERIENCIA-REC.
001200     05  EP-CODIGO               PIC 9(06).
001210     05  EP-DATA-ADMISSAO        PIC 9(08).
001220     05  EP-DIAS-PERIODO-1       PIC 9(03).
001230     05  EP-DIAS-PERIODO-2       PIC 9(03).
001240     05  EP-FIM-PERIODO-1        PIC 9(08).
001250     05  EP-FIM-PERIODO-2        PIC 9(08).
001260     05  EP-FASE                 PIC X(01).
001270         88  EP-PRIMEIRO-PERIODO VALUE "1".
001280         88  EP-SEGUNDO-PERIODO  VALUE "2".
001290     05  EP-STATUS               PIC X(01).
001300         88  EP-EM-EXPERIENCIA   VALUE "A".
001310         88  EP-AGUARDA-RESCISAO VALUE "T".
001320         88  EP-EFETIVADO        VALUE "E".
001330         88  EP-EFETIVADO-PRAZO  VALUE "X".
001340         88  EP-RESCINDIDO       VALUE "R".
001350         88  EP-EM-ABERTO        VALUE "A" "T".
001360     05  EP-DECISAO-PERIODO      OCCURS 2 TIMES.
001370         10  EP-DECISAO          PIC X(01).
001380             88  EP-DEC-PRORROGAR VALUE "P".
001390             88  EP-DEC-EFETIVAR VALUE "C".
001400             88  EP-DEC-ENCERRAR VALUE "T".
001410         10  EP-DATA-DECISAO     PIC 9(08).
001420         10  EP-DECISOR          PIC X(06).
001430         10  EP-DATA-ALERTA      PIC 9(08).
001440     05  EP-DATA-TERMINO         PIC 9(08).
001450     05  FILLER                  PIC X(10).
