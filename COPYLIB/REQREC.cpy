001000******************************************************************
001010* COPYBOOK:    REQREC
001020* PURPOSE:     JOB REQUISITION FILE (REQFILE) - ONE ROW PER
001030*              REQUEST TO FILL ONE SEAT OF A CARGFILE POSITION.
001040*              PROG196 OPENS IT ONLY WHILE THE POSITION HAS A
001050*              VACANCY NOT ALREADY CLAIMED BY ANOTHER OPEN
001060*              REQUISITION, AND CARRIES IT THROUGH THE MANAGER
001070*              (DM-GERENTE OF THE DEPARTAMENTO) AND THE HR
001080*              SUPERVISOR APPROVALS. PROG197 CLOSES IT WHEN A
001090*              CANDIDATE IS HIRED; PROG198 MEASURES THE TIME TO
001100*              FILL FROM RQ-DATA-ABERTURA TO RQ-DATA-FECHAMENTO.
001110* DATE-WRITTEN: 2026-10-05
001120******************************************************************
001130 01  REQUISICAO-REC.
001140     05  RQ-NUMERO               PIC 9(06).
001150     05  RQ-DEPARTAMENTO         PIC X(10).
001160     05  RQ-CARGO                PIC X(08).
001170     05  RQ-MOTIVO               PIC X(30).
001180     05  RQ-SALARIO-PREVISTO     PIC 9(06)V9(04).
001190     05  RQ-SOLICITANTE          PIC X(06).
001200     05  RQ-DATA-ABERTURA        PIC 9(08).
001210     05  RQ-STATUS               PIC X(01).
001220         88  RQ-AGUARDA-GESTOR   VALUE "G".
001230         88  RQ-AGUARDA-RH       VALUE "H".
001240         88  RQ-APROVADA         VALUE "A".
001250         88  RQ-PREENCHIDA       VALUE "F".
001260         88  RQ-CANCELADA        VALUE "C".
001270         88  RQ-RECUSADA         VALUE "R".
001280         88  RQ-EM-ABERTO        VALUE "G" "H" "A".
001290     05  RQ-GESTOR-APROV         PIC 9(06).
001300     05  RQ-DATA-APROV-GESTOR    PIC 9(08).
001310     05  RQ-OPERADOR-RH          PIC X(06).
001320     05  RQ-DATA-APROV-RH        PIC 9(08).
001330     05  RQ-DATA-FECHAMENTO      PIC 9(08).
001340     05  RQ-CANDIDATO            PIC 9(03).
001350     05  FILLER                  PIC X(16).
