001000******************************************************************
001010* COPYBOOK:    PLSAREC
001020* PURPOSE:     HEALTH-PLAN CATALOG (PLANOSAU) - ONE ROW PER PLAN
001030*              WITH ITS CARRIER, THE MONTHLY PRICE THE CARRIER
001040*              BILLS PER COVERED LIFE (TITULAR / DEPENDENTE), THE
001050*              SHARE OF EACH PRICE THE FUNCIONARIO CONTRIBUTES AND
001060*              THE SHARE OF THE CO-PARTICIPATION CHARGES PASSED ON
001070*              TO THE FUNCIONARIO. MAINTAINED BY PROG186.
001080* DATE-WRITTEN: 2026-10-01
001090******************************************************************
001100 01  PLANO-SAUDE-REC.
001110     05  PS-PLANO                PIC X(04).
001120     05  PS-DESCRICAO            PIC X(30).
001130     05  PS-OPERADORA            PIC X(20).
001140     05  PS-PRECO-TITULAR        PIC 9(05)V9(02).
001150     05  PS-PRECO-DEPENDENTE     PIC 9(05)V9(02).
001160     05  PS-PCT-TITULAR          PIC 9(03)V9(02).
001170     05  PS-PCT-DEPENDENTE       PIC 9(03)V9(02).
001180     05  PS-PCT-COPART           PIC 9(03)V9(02).
001190     05  PS-DATA-ALTERACAO       PIC 9(08).
