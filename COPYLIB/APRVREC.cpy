001000******************************************************************
001010* COPYBOOK:    APRVREC
001020* PURPOSE:     PENDING-APPROVALS FILE (APRVFILE) - ONE ROW PER
001030*              ACTION THAT NEEDS A SUPERVISOR'S SIGN-OFF. THE
001040*              REQUESTING PROGRAM PARKS THE ACTION THROUGH THE
001050*              PROG209 SERVICE WITH ITS DETAILS IN AP-DADOS (EACH
001060*              PROGRAM LAYS ITS OWN RECORD OVER IT); THE NAMED
001070*              SUPERVISOR APPROVES OR REJECTS IT FROM THE PROG210
001080*              INBOX; THE REQUESTING PROGRAM APPLIES THE APPROVED
001090*              ROWS ON ITS NEXT RUN AND MARKS THEM EFETIVADA. A
001100*              ROW STILL PENDENTE ON AP-DATA-LIMITE EXPIRES. THE
001110*              ALTERNATE KEY ON AP-APROVADOR IS THE INBOX.
001120* DATE-WRITTEN: 2026-10-08
001130******************************************************************
001140 01  APROVACAO-REC.
001150     05  AP-CHAVE.
001160         10  AP-PROGRAMA         PIC X(08).
001170         10  AP-DATA-SOLIC       PIC 9(08).
001180         10  AP-HORA-SOLIC       PIC 9(08).
001190     05  AP-APROVADOR            PIC X(06).
001200     05  AP-SOLICITANTE          PIC X(06).
001210     05  AP-CODIGO               PIC 9(06).
001220     05  AP-DESCRICAO            PIC X(60).
001230     05  AP-DADOS                PIC X(200).
001240     05  AP-STATUS               PIC X(01).
001250         88  AP-PENDENTE         VALUE "P".
001260         88  AP-APROVADA         VALUE "A".
001270         88  AP-REJEITADA        VALUE "R".
001280         88  AP-EXPIRADA         VALUE "E".
001290         88  AP-EFETIVADA        VALUE "X".
001300         88  AP-NAO-EFETIVADA    VALUE "N".
001310     05  AP-DATA-LIMITE          PIC 9(08).
001320     05  AP-DATA-DECISAO         PIC 9(08).
001330     05  AP-MOTIVO               PIC X(40).
001340     05  AP-DATA-APLICACAO       PIC 9(08).
