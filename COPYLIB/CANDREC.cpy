001000******************************************************************
001010* COPYBOOK:    CANDREC
001020* PURPOSE:     CANDIDATE FILE (CANDFILE) - ONE ROW PER CANDIDATE
001030*              OF A REQFILE REQUISITION, KEYED BY THE REQUISITION
001040*              NUMBER AND A SEQUENCE WITHIN IT. CA-ETAPA MOVES
001050*              FORWARD ONLY, THROUGH TRIAGEM, ENTREVISTA AND
001060*              PROPOSTA TO CONTRATADO, AND A CANDIDATE MAY DROP
001070*              OUT ("D" - DECLINED BY EITHER SIDE) AT ANY OPEN
001080*              STAGE. THE NAME, DOCUMENTS AND ADDRESS ARE THE
001090*              ONES THE NEWHIRE FEED ROW NEEDS WHEN PROG197
001100*              MARKS THE CANDIDATE HIRED.
001110* DATE-WRITTEN: 2026-10-05
001120******************************************************************
001130 01  CANDIDATO-REC.
001140     05  CA-CHAVE.
001150         10  CA-REQUISICAO       PIC 9(06).
001160         10  CA-SEQUENCIA        PIC 9(03).
001170     05  CA-NOME                 PIC X(30).
001180     05  CA-CPF                  PIC 9(11).
001190     05  CA-NASCIMENTO           PIC 9(08).
001200     05  CA-RUA                  PIC X(30).
001210     05  CA-CIDADE               PIC X(20).
001220     05  CA-ESTADO               PIC X(02).
001230     05  CA-CEP                  PIC X(09).
001240     05  CA-PIS                  PIC 9(11).
001250     05  CA-CTPS                 PIC X(11).
001260     05  CA-ETAPA                PIC X(01).
001270         88  CA-TRIAGEM          VALUE "T".
001280         88  CA-ENTREVISTA       VALUE "E".
001290         88  CA-PROPOSTA         VALUE "P".
001300         88  CA-CONTRATADO       VALUE "C".
001310         88  CA-DECLINADO        VALUE "D".
001320         88  CA-EM-PROCESSO      VALUE "T" "E" "P".
001330     05  CA-DATA-ETAPA           PIC 9(08).
001340     05  CA-DATA-INCLUSAO        PIC 9(08).
001350     05  CA-SALARIO-PROPOSTO     PIC 9(06)V9(04).
001360     05  CA-DATA-ADMISSAO        PIC 9(08).
001370     05  CA-MOTIVO-DECLINIO      PIC X(30).
001380     05  FILLER                  PIC X(10).
