001250* 2026-09-02 RA   EVERY MASTER WRITE NOW ALSO JOURNALS ITS FULL
001260*                 BEFORE/AFTER IMAGES THROUGH PROG141, THE RAW
001270*                 MATERIAL OF THE PROG142 FORWARD RECOVERY.
001271* 2026-09-28 RA   RECORD IMAGES WIDENED TO THE 300-BYTE EMPLOYEE
001272*                 MASTER (UNION FIELDS ADDED).
001273* 2026-10-05 RA   RECORD IMAGES WIDENED TO THE 309-BYTE EMPLOYEE
001274*                 MASTER (CONTRACT TYPE FIELDS ADDED).
001275* 2026-10-15 RA   RECORD IMAGES WIDENED TO THE 312-BYTE EMPLOYEE
001276*                 MASTER (COMPANY CODE ADDED).
001277* 2026-10-15 RA   A ROW WHOSE COMPANY (MT-EMPRESA) IS SUPPLIED
001278*                 AND DIFFERS FROM THE FUNCIONARIO'S EMPRESA IS
001279*                 REJECTED - THE FRONT END IS LOOKING AT SOMEONE
001280*                 ELSE'S EMPLOYEE. SPACES SKIP THE CHECK.
001281******************************************************************
001290 IDENTIFICATION DIVISION.
001300 PROGRAM-ID. PROG123.

001910         88  WS-DOC-VALIDO       VALUE "1".

001920 01  WS-MOTIVO-REJEICAO          PIC X(30).
001921 01  WS-EMPRESA-FUNCIONARIO      PIC X(03).
001930 01  WS-ROW-LIMPA-SW             PIC X(01).
001940     88  WS-ROW-LIMPA            VALUE "Y".

002010     05  WS-QTD-REJEITADAS       PIC 9(07) VALUE ZERO.

002020 01  WS-JORNAL.
002030     05  WS-JR-ANTES             PIC X(312).
002040     05  WS-JR-DEPOIS            PIC X(312).
002050     05  WS-JR-OPERACAO          PIC X(01).

002060 01  WS-DESCRICAO-AUD            PIC X(60).
003240             GO TO 2100-VALIDAR-EXIT
003250     END-READ.

003251     IF MT-EMPRESA NOT = SPACES
003252         MOVE EMPRESA TO WS-EMPRESA-FUNCIONARIO
003253         IF WS-EMPRESA-FUNCIONARIO = SPACES
003254             MOVE "001" TO WS-EMPRESA-FUNCIONARIO
003255         END-IF
003256         IF MT-EMPRESA NOT = WS-EMPRESA-FUNCIONARIO
003257             MOVE "N" TO WS-ROW-LIMPA-SW
003258             MOVE "EMPRESA NAO CONFERE"
003259                 TO WS-MOTIVO-REJEICAO
003260             GO TO 2100-VALIDAR-EXIT
003261         END-IF
003262     END-IF.

003263     IF MT-DESLIGAMENTO
003270         PERFORM 2150-VALIDAR-DESLIGAMENTO
003280             THRU 2150-VALIDAR-DESLIGAMENTO-EXIT
003290         GO TO 2100-VALIDAR-EXIT
