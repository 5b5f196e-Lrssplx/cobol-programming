001000******************************************************************
001010* COPYBOOK:    SINDREC
001020* PURPOSE:     UNION (SINDICATO) MASTER FILE (SINDFILE), KEYED ON
001030*              SD-CODIGO AND MAINTAINED BY PROG179. EACH UNION HAS
001040*              ITS OWN CNPJ, BASE-DATE MONTH, FLOOR SALARY (PISO)
001050*              AND DUES RULE. THE EMPLOYEE MASTER CARRIES THE
001060*              UNION CODE AND WHETHER DUES ARE AUTHORIZED; PROG42
001070*              DEDUCTS THE DUES BY THE RULE BELOW, PROG16 AND
001080*              PROG66 REFUSE A SALARIO UNDER THE PISO AND PROG180
001090*              LISTS THE MONTHLY REMITTANCE PER UNION.
001100*              DUES RULES:
001110*                P - SD-PERC-CONTRIB OF THE GROSS, EVERY MONTH
001120*                F - SD-VALOR-CONTRIB, EVERY MONTH
001130*                D - ONE DAY OF SALARIO (1/30), ONCE A YEAR IN THE
001140*                    MONTH SD-MES-CONTRIB
001150*                N - NO DUES
001160* DATE-WRITTEN: 2026-09-28
001170******************************************************************
001180 01  SINDICATO-REC.
001190     05  SD-CODIGO               PIC X(05).
001200     05  SD-NOME                 PIC X(30).
001210     05  SD-CNPJ                 PIC 9(14).
001220     05  SD-MES-DATA-BASE        PIC 9(02).
001230     05  SD-PISO-SALARIAL        PIC 9(06)V9(02).
001240     05  SD-REGRA-CONTRIB        PIC X(01).
001250         88  SD-CONTRIB-PERCENTUAL VALUE "P".
001260         88  SD-CONTRIB-FIXA     VALUE "F".
001270         88  SD-CONTRIB-UM-DIA   VALUE "D".
001280         88  SD-SEM-CONTRIB      VALUE "N".
001290     05  SD-PERC-CONTRIB         PIC 9(02)V9(02).
001300     05  SD-VALOR-CONTRIB        PIC 9(07)V9(02).
001310     05  SD-MES-CONTRIB          PIC 9(02).
001320     05  SD-SITUACAO             PIC X(01).
001330         88  SD-ATIVO            VALUE "A".
001340         88  SD-INATIVO          VALUE "I".
001350     05  FILLER                  PIC X(10).
