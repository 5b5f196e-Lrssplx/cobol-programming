001000******************************************************************
001010* COPYBOOK:    RISCREC
001020* PURPOSE:     PER-FUNCIONARIO OVERRIDE OF THE HAZARD-PAY GRADE
001030*              (INSALUBRIDADE / PERICULOSIDADE) THE CARGO
001040*              CARRIES ON CARGFILE, KEYED ON RC-CODIGO AND
001050*              MAINTAINED BY PROG181. EVERY OVERRIDE CITES THE
001060*              TECHNICAL REPORT (LAUDO / LTCAT) THAT SUPPORTS IT.
001070*              AN ACTIVE ROW WINS OVER THE CARGO GRADE, INCLUDING
001080*              "N" FOR A FUNCIONARIO THE LAUDO FOUND NOT EXPOSED.
001090*              PROG182 RESOLVES THE GRADE AND PRICES IT.
001100*              GRADES (SAME CODES AS CG-GRAU-RISCO):
001110*                N - NO HAZARD PAY
001120*                1 - INSALUBRIDADE GRAU MINIMO, 10% OF THE
001130*                    MINIMUM WAGE
001140*                2 - INSALUBRIDADE GRAU MEDIO, 20% OF THE
001150*                    MINIMUM WAGE
001160*                3 - INSALUBRIDADE GRAU MAXIMO, 40% OF THE
001170*                    MINIMUM WAGE
001180*                P - PERICULOSIDADE, 30% OF SALARIO
001190* DATE-WRITTEN: 2026-09-28
001200******************************************************************
001210 01  RISCO-REC.
001220     05  RC-CODIGO               PIC 9(06).
001230     05  RC-GRAU                 PIC X(01).
001240         88  RC-SEM-ADICIONAL    VALUE "N".
001250         88  RC-INSALUB-MINIMO   VALUE "1".
001260         88  RC-INSALUB-MEDIO    VALUE "2".
001270         88  RC-INSALUB-MAXIMO   VALUE "3".
001280         88  RC-PERICULOSIDADE   VALUE "P".
001290         88  RC-GRAU-VALIDO      VALUE "N" "1" "2" "3" "P".
001300     05  RC-LAUDO                PIC X(20).
001310     05  RC-DATA-LAUDO           PIC 9(08).
001320     05  RC-ATIVO-SW             PIC X(01).
001330         88  RC-ATIVO            VALUE "A".
001340         88  RC-ENCERRADO        VALUE "E".
001350     05  FILLER                  PIC X(10).
