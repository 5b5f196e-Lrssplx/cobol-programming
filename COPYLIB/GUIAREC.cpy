001000******************************************************************
001010* COPYBOOK:    GUIAREC
001020* PURPOSE:     STATUTORY PAYMENT GUIDE PER COMPETENCE, TAX AND
001030*              REVENUE CODE (GUIAFILE) - THE VALUE THE PROG185
001040*              GUIDES RUN TOTALLED, ITS LEGAL DUE DATE ROLLED TO A
001050*              BUSINESS DAY, AND THE VALUE ALREADY RECLASSIFIED ON
001060*              THE LEDGER, SO A RERUN NEVER POSTS A GUIDE TWICE.
001070*              THE 13O SALARIO INSS GUIDE HAS COMPETENCE AAAA13.
001073*              GUIDES ARE PER EMPLOYER, SO THE EMPRESA LEADS THE
001076*              KEY.
001080* DATE-WRITTEN: 2026-10-01
001090******************************************************************
001100 01  GUIA-REC.
001110     05  GR-CHAVE.
001114         10  GR-EMPRESA          PIC X(03).
001120         10  GR-COMPETENCIA      PIC 9(06).
001130         10  GR-TRIBUTO          PIC X(04).
001140         10  GR-CODIGO-RECEITA   PIC X(04).
001150     05  GR-VENCIMENTO           PIC 9(08).
001160     05  GR-VALOR                PIC 9(11)V9(02).
001170     05  GR-VALOR-CONTABIL       PIC 9(11)V9(02).
001180     05  GR-DATA-GERACAO         PIC 9(08).
001190     05  GR-STATUS               PIC X(01).
001200         88  GR-GERADA           VALUE "G".
001210         88  GR-CONTABILIZADA    VALUE "C".
