001000******************************************************************
001010* COPYBOOK:    DISSREC
001020* PURPOSE:     RETROACTIVE COLLECTIVE-AGREEMENT (DISSIDIO) PAY
001030*              DIFFERENCES - ONE ROW PER FUNCIONARIO, ORIGINAL
001040*              COMPETENCE MONTH AND RUBRIC, WRITTEN BY PROG175.
001050*              PROG42 PAYS EVERY PENDING ROW AS AN EARNINGS
001060*              LINE OF THE CURRENT PERIOD AND STAMPS THE PERIOD
001070*              THAT PAID IT; PROG96 REPORTS THE PAID ROW AGAINST
001080*              ITS COMPETENCE MONTH AND MARKS IT REPORTED. THE
001090*              13O SALARIO DIFFERENCE IS CARRIED UNDER THE
001100*              DECEMBER COMPETENCE.
001110* DATE-WRITTEN: 2026-09-28
001120******************************************************************
001130 01  DISSIDIO-REC.
001140     05  DS-CHAVE.
001150         10  DS-CODIGO           PIC 9(06).
001160         10  DS-COMPETENCIA      PIC 9(06).
001170         10  DS-RUBRICA          PIC X(02).
001180             88  DS-RUB-SALARIO      VALUE "SA".
001190             88  DS-RUB-HORAS-EXTRAS VALUE "HE".
001200             88  DS-RUB-ADIC-NOTURNO VALUE "AN".
001210             88  DS-RUB-FERIAS       VALUE "FE".
001220             88  DS-RUB-13-SALARIO   VALUE "13".
001221             88  DS-RUB-ADIC-RISCO   VALUE "AR".
001222             88  DS-RUB-DSR          VALUE "DR".
001230     05  DS-VIGENCIA             PIC 9(06).
001240     05  DS-PERCENTUAL           PIC 9(03)V9(02).
001250     05  DS-VALOR-ORIGINAL       PIC 9(09)V9(02).
001260     05  DS-VALOR-DIFERENCA      PIC 9(09)V9(02).
001270     05  DS-DATA-GERACAO         PIC 9(08).
001280     05  DS-PERIODO-PAGO         PIC 9(06).
001290     05  DS-EVENTO-SW            PIC X(01).
001300         88  DS-EVENTO-GERADO    VALUE "S".
