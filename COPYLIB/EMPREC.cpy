001230* 2026-09-02 RA   ADDED CARGO, THE POSITION CODE WITHIN THE
001240*                 DEPARTMENT, ASSIGNED BY PROG18 AGAINST THE
001250*                 CARGFILE AUTHORIZED-HEADCOUNT MASTER.
001251* 2026-09-28 RA   ADDED SINDICATO, THE UNION CODE ON SINDFILE
001252*                 (SPACES = NONE), AND CONTRIB-SINDICAL-SW, THE
001253*                 EMPLOYEE'S WRITTEN AUTHORIZATION FOR PROG42 TO
001254*                 DEDUCT THE UNION DUES. BOTH SET BY PROG18. THE
001255*                 RECORD IS NOW 300 BYTES.
001256* 2026-10-05 RA   ADDED TIPO-CONTRATO (C OR SPACE = CLT,
001257*                 E = ESTAGIARIO, J = JOVEM APRENDIZ,
001258*                 T = TEMPORARIO) AND DATA-FIM-CONTRATO, THE
001259*                 FIXED END DATE OF AN E/J/T CONTRACT (ZERO FOR
001260*                 CLT). SET BY PROG16 AND PROG37. THE RECORD IS
001261*                 NOW 309 BYTES.
001262* 2026-10-15 RA   ADDED EMPRESA, THE EMPLOYER COMPANY CODE ON
001263*                 CIAFILE (SPACES = "001", THE ORIGINAL
001264*                 EMPLOYER). SET BY PROG16 AND PROG37. THE RECORD
001265*                 IS NOW 312 BYTES.
001266******************************************************************
001270 01  FUNCIONARIO.
001280     05  CODIGO                  PIC 9(06).
001290     05  NOME                    PIC X(30).
001480     05  PIS                     PIC 9(11).
001490     05  CTPS                    PIC X(11).
001500     05  CARGO                   PIC X(08).
001501     05  SINDICATO               PIC X(05).
001502     05  CONTRIB-SINDICAL-SW     PIC X(01).
001503         88  EMP-CONTRIB-AUTORIZADA VALUE "S".
001504     05  TIPO-CONTRATO           PIC X(01).
001505         88  EMP-CLT             VALUE "C" " ".
001506         88  EMP-ESTAGIARIO      VALUE "E".
001507         88  EMP-APRENDIZ        VALUE "J".
001508         88  EMP-TEMPORARIO      VALUE "T".
001509         88  EMP-PRAZO-DETERMINADO VALUE "E" "J" "T".
001510     05  DATA-FIM-CONTRATO       PIC 9(08).
001511     05  EMPRESA                 PIC X(03).
