001000******************************************************************
001010* COPYBOOK:    ANONREC
001020* PURPOSE:     FICTITIOUS IDENTITY RETURNED BY PROG212 FOR ONE
001030*              CODIGO (AND, FOR A DEPENDENT, ITS DP-SEQ). EVERY
001040*              VALUE IS DERIVED FROM THE CODIGO ALONE, SO THE SAME
001050*              EMPLOYEE COMES OUT THE SAME WHEREVER IT IS USED:
001060*              THE TRAINING-COPY EXTRACT (PROG151) AND THE
001070*              RETENTION ANONYMIZATION OF FORMER EMPLOYEES
001080*              (PROG214). THE CALLER FILLS AN-CODIGO AND AN-SEQ.
001090* DATE-WRITTEN: 2026-10-12
001100******************************************************************
001110 01  IDENTIDADE-FICTICIA.
001120     05  AN-CODIGO               PIC 9(06).
001130     05  AN-SEQ                  PIC 9(02).
001140     05  AN-NOME                 PIC X(30).
001150     05  AN-ENDERECO.
001160         10  AN-END-RUA          PIC X(30).
001170         10  AN-END-CIDADE       PIC X(20).
001180         10  AN-END-ESTADO       PIC X(02).
001190         10  AN-END-CEP          PIC X(09).
001200     05  AN-CPF                  PIC 9(11).
001210     05  AN-PIS                  PIC 9(11).
001220     05  AN-CTPS                 PIC X(11).
001230     05  AN-DEP-NOME             PIC X(30).
001240     05  AN-BK-AGENCIA           PIC 9(04).
001250     05  AN-BK-CONTA             PIC 9(08).
001260     05  AN-BK-DIGITO            PIC X(01).
001270     05  AN-BK-PIX               PIC X(30).
