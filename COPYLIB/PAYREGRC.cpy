001190*                 EARNINGS COLUMN PRICED BY PROG98.
001200* 2026-09-02 RA   ADDED PR-COMISSAO, THE SALES COMMISSION
001210*                 EARNINGS COLUMN APURADA BY PROG136.
001212* 2026-09-21 RA   ADDED PR-DESC-ESTORNO-COM, THE CLAWBACK OF
001214*                 COMMISSION PAID ON CANCELLED OR WRITTEN-OFF
001216*                 TITLES.
001217* 2026-09-28 RA   ADDED PR-DESC-SINDICAL, THE AUTHORIZED UNION
001218*                 DUES DEDUCTED BY THE RULE ON SINDFILE.
001219* 2026-09-28 RA   ADDED PR-ADIC-RISCO, THE INSALUBRIDADE OR
001220*                 PERICULOSIDADE EARNINGS COLUMN PRICED BY
001221*                 PROG182 FROM THE CARGO GRADE.
001222* 2026-09-28 RA   ADDED PR-DSR-VARIAVEL (DSR REFLECTION OF THE
001223*                 OVERTIME AND NIGHT PREMIUM) AND PR-DSR-PERDIDO
001224*                 (DSR LOST TO UNJUSTIFIED ABSENCES, ALREADY
001225*                 NETTED IN PR-BRUTO).
001226* 2026-10-15 RA   ADDED PR-EMPRESA, THE FUNCIONARIO'S COMPANY
001227*                 (EMPREC EMPRESA, SPACES = "001"), SO THE CNAB,
001228*                 FGTS AND ANNUAL FILES CAN BE CUT PER CNPJ.
001229******************************************************************
001230 01  PAYREG-REC.
001240     05  PR-TIPO                 PIC X(01).
001250         88  PR-DETALHE          VALUE "D".
001390     05  PR-SAL-FAMILIA          PIC 9(09)V9(02).
001400     05  PR-ADIC-NOTURNO         PIC 9(09)V9(02).
001410     05  PR-COMISSAO             PIC 9(09)V9(02).
001420     05  PR-DESC-ESTORNO-COM     PIC 9(09)V9(02).
001430     05  PR-DESC-SINDICAL        PIC 9(09)V9(02).
001431     05  PR-ADIC-RISCO           PIC 9(09)V9(02).
001432     05  PR-DSR-VARIAVEL         PIC 9(09)V9(02).
001433     05  PR-DSR-PERDIDO          PIC 9(09)V9(02).
001434     05  PR-EMPRESA              PIC X(03).
