001000******************************************************************
001010* COPYBOOK:    CIAREC
001020* PURPOSE:     COMPANY (EMPLOYER) MASTER (CIAFILE) - ONE ROW PER
001030*              CNPJ THE SHOP RUNS PAYROLL FOR: NAME AND ADDRESS,
001040*              THE BANK AGREEMENT THE CNAB REMITTANCE IS SENT
001050*              UNDER, AND THE FGTS AND INSS REGISTRATIONS THE
001060*              GOVERNMENT FILES CARRY. MAINTAINED BY PROG219 AND
001070*              READ THROUGH THE PROG220 COMPANY SERVICE. COMPANY
001080*              "001" IS THE ORIGINAL EMPLOYER: A BLANK COMPANY
001090*              CODE ON ANY EMPLOYEE, DEPARTMENT, CUSTOMER OR
001100*              AUTHORIZATION ROW MEANS "001", SO ROWS WRITTEN
001110*              BEFORE THE CODE EXISTED NEED NO CONVERSION.
001120* DATE-WRITTEN: 2026-10-15
001121* ----------------------------------------------------------------
001122* MODIFICATION HISTORY
001123* DATE       INIT DESCRIPTION
001124* 2026-10-15 RA   ADDED CI-INSCRICAO-ESTADUAL AT THE END - THE
001125*                 STATE REGISTRATION THE NF-E (PROG162) CARRIES
001126*                 FOR THE ISSUING COMPANY.
001130******************************************************************
001140 01  COMPANHIA-REC.
001150     05  CI-CODIGO               PIC X(03).
001160     05  CI-CNPJ                 PIC 9(14).
001170     05  CI-RAZAO-SOCIAL         PIC X(40).
001180     05  CI-ENDERECO.
001190         10  CI-RUA              PIC X(30).
001200         10  CI-CIDADE           PIC X(20).
001210         10  CI-ESTADO           PIC X(02).
001220         10  CI-CEP              PIC X(09).
001230     05  CI-CONVENIO-BANCARIO.
001240         10  CI-BANCO            PIC 9(03).
001250         10  CI-AGENCIA          PIC 9(04).
001260         10  CI-CONTA            PIC 9(08).
001270         10  CI-DIGITO           PIC X(01).
001280         10  CI-CONVENIO         PIC X(20).
001290     05  CI-INSCRICAO-FGTS       PIC X(14).
001300     05  CI-INSCRICAO-INSS       PIC X(14).
001310     05  CI-ATIVO-SW             PIC X(01).
001320         88  CI-ATIVA            VALUE "A".
001330         88  CI-INATIVA          VALUE "I".
001340     05  CI-INSCRICAO-ESTADUAL   PIC X(14).
