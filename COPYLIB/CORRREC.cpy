001000******************************************************************
001010* COPYBOOK:    CORRREC
001020* PURPOSE:     OFF-CYCLE PAYSLIP CORRECTIONS - ONE ROW PER
001030*              FUNCIONARIO, ORIGINAL COMPETENCE MONTH AND
001040*              CORRECTION SEQUENCE, WRITTEN BY PROG176 AFTER THE
001050*              PERIOD WAS CLOSED. THE ROW KEEPS THE PAYSLIP AS
001060*              FIRST ISSUED (THE IMAGE THE RUN REVERSED) NEXT TO
001070*              THE CORRECTED FIGURES, THE REASON CODE AND THE
001080*              SUPERVISOR WHO SIGNED IT OFF. A POSITIVE NET
001090*              DIFFERENCE IS PAID BY THE CORRECTION REMITTANCE
001100*              (PAYREGCR -> PROG62); A NEGATIVE ONE IS RECOVERED
001110*              BY THE NEXT PROG42 RUN, WHICH STAMPS THE PERIOD
001120*              THAT DEDUCTED IT. PROG95 DEPOSITS THE FGTS ON THE
001130*              GROSS DIFFERENCE AND PROG96 FILES THE CORRECTED
001140*              REMUNERATION AGAINST THE ORIGINAL COMPETENCE, EACH
001150*              MARKING THE ROW SO A RERUN DOES NOT REPEAT IT.
001160* DATE-WRITTEN: 2026-09-28
001170******************************************************************
001180 01  CORRECAO-REC.
001190     05  CR-CHAVE.
001200         10  CR-CODIGO           PIC 9(06).
001210         10  CR-COMPETENCIA      PIC 9(06).
001220         10  CR-SEQ              PIC 9(02).
001230     05  CR-MOTIVO               PIC X(02).
001240         88  CR-MOTIVO-CADASTRO  VALUE "01".
001250         88  CR-MOTIVO-HORAS     VALUE "02".
001260         88  CR-MOTIVO-NOTURNO   VALUE "03".
001270         88  CR-MOTIVO-COMISSAO  VALUE "04".
001280         88  CR-MOTIVO-AFASTAMENTO VALUE "05".
001290         88  CR-MOTIVO-OUTROS    VALUE "99".
001300         88  CR-MOTIVO-VALIDO    VALUE "01" "02" "03" "04"
001310                                       "05" "99".
001320     05  CR-APROVADOR            PIC X(06).
001330     05  CR-DATA-CORRECAO        PIC 9(08).
001340     05  CR-PERIODO-PROCESSADO   PIC 9(06).
001350     05  CR-ORIGINAL.
001360         10  CR-ORIG-BRUTO       PIC 9(09)V9(02).
001370         10  CR-ORIG-HORAS-EXTRAS PIC 9(09)V9(02).
001380         10  CR-ORIG-ADIC-NOTURNO PIC 9(09)V9(02).
001390         10  CR-ORIG-COMISSAO    PIC 9(09)V9(02).
001400         10  CR-ORIG-DESC-INSS   PIC 9(09)V9(02).
001410         10  CR-ORIG-DESC-IRRF   PIC 9(09)V9(02).
001420         10  CR-ORIG-DESC-BENEFICIO PIC 9(09)V9(02).
001430         10  CR-ORIG-TOTAL-DESCONTOS PIC 9(09)V9(02).
001440         10  CR-ORIG-LIQUIDO     PIC 9(09)V9(02).
001450     05  CR-CORRIGIDO.
001460         10  CR-CORR-BRUTO       PIC 9(09)V9(02).
001470         10  CR-CORR-HORAS-EXTRAS PIC 9(09)V9(02).
001480         10  CR-CORR-ADIC-NOTURNO PIC 9(09)V9(02).
001490         10  CR-CORR-COMISSAO    PIC 9(09)V9(02).
001500         10  CR-CORR-DESC-INSS   PIC 9(09)V9(02).
001510         10  CR-CORR-DESC-IRRF   PIC 9(09)V9(02).
001520         10  CR-CORR-DESC-BENEFICIO PIC 9(09)V9(02).
001530         10  CR-CORR-TOTAL-DESCONTOS PIC 9(09)V9(02).
001540         10  CR-CORR-LIQUIDO     PIC 9(09)V9(02).
001550     05  CR-DIFERENCA-LIQUIDA    PIC S9(09)V9(02).
001560     05  CR-SITUACAO-SW          PIC X(01).
001570         88  CR-A-PAGAR          VALUE "P".
001580         88  CR-A-RECUPERAR      VALUE "R".
001590         88  CR-RECUPERADO       VALUE "D".
001600         88  CR-SEM-DIFERENCA    VALUE "Z".
001610     05  CR-PERIODO-DESCONTO     PIC 9(06).
001620     05  CR-FGTS-SW              PIC X(01).
001630         88  CR-FGTS-TRATADO     VALUE "S".
001640     05  CR-EVENTO-SW            PIC X(01).
001650         88  CR-EVENTO-GERADO    VALUE "S".
