001000******************************************************************
001010* COPYBOOK:    TRFREC
001020* PURPOSE:     DEPARTMENT TRANSFER REQUESTS (TRANSFIL) - ONE ROW
001030*              PER FUNCIONARIO AND EFFECTIVE DATE. A REQUEST
001040*              (PROG203) NEEDS THE SIGN-OFF OF BOTH THE RELEASING
001050*              AND THE RECEIVING DEPARTMENT'S MANAGER OF RECORD
001060*              (DM-GERENTE) AND IS APPLIED TO THE EMPLOYEE MASTER
001070*              BY THE NIGHTLY STEP (PROG204) WHEN THE DATE
001080*              ARRIVES. THE APPLIED ROW KEEPS THE RATEIO PAIRS
001090*              THAT WERE IN FORCE BEFORE THE MOVE, SO THE PAYROLL
001100*              RUN CAN PRORATE THE MONTH'S COST BY DAYS BETWEEN
001110*              THE OLD AND THE NEW DEPARTMENT.
001120* DATE-WRITTEN: 2026-10-08
001130******************************************************************
001140 01  TRANSFERENCIA-REC.
001150     05  TF-CHAVE.
001160         10  TF-CODIGO           PIC 9(06).
001170         10  TF-DATA-EFETIVA     PIC 9(08).
001180     05  TF-DEPTO-ORIGEM         PIC X(10).
001190     05  TF-DEPTO-DESTINO        PIC X(10).
001200     05  TF-TAREFA-NOVA          PIC X(100).
001210     05  TF-APROVACAO OCCURS 2 TIMES.
001220         10  TF-GERENTE          PIC 9(06).
001230         10  TF-APROVADO-SW      PIC X(01).
001240             88  TF-APROVADO     VALUE "S".
001250         10  TF-DATA-APROVACAO   PIC 9(08).
001260     05  TF-STATUS               PIC X(01).
001270         88  TF-PENDENTE         VALUE "P".
001280         88  TF-APROVADA         VALUE "R".
001290         88  TF-APLICADA         VALUE "A".
001300         88  TF-RECUSADA         VALUE "X".
001310         88  TF-EM-ABERTO        VALUE "P" "R".
001320     05  TF-DATA-REGISTRO        PIC 9(08).
001330     05  TF-DATA-APLICACAO       PIC 9(08).
001340     05  TF-RATEIO-ORIGEM OCCURS 4 TIMES.
001350         10  TF-CENTRO-ORIGEM    PIC X(10).
001360         10  TF-PERCENTUAL-ORIGEM PIC 9(03)V9(02).
