001210*                 GLMAP TABLE (PROG137/PROG138); AN UNMAPPED
001220*                 EVENT IS A POSTING ERROR, NO TABLE KEEPS THE
001230*                 COMPILED ACCOUNTS.
001231* 2026-10-15 RA   GL ROWS CARRY THE FUNCIONARIO'S EMPRESA
001232*                 (GL-EMPRESA).
001233* 2026-10-15 RA   EACH GL ROW GOES TO THE GL INTERFACE OF THE
001234*                 FUNCIONARIO'S COMPANY, NAMED BY PROG220 (GLFILE
001235*                 FOR 001), AS PROG42 POSTS THE SAME PAYROLL.
001240******************************************************************
001250 IDENTIFICATION DIVISION.
001260 PROGRAM-ID. PROG102.
001370             WITH DUPLICATES
001380         FILE STATUS IS FS-EMPMAST.

001390     SELECT GL-INTERFACE ASSIGN TO DYNAMIC WS-NOME-GL
001400         ORGANIZATION IS LINE SEQUENTIAL
001410         FILE STATUS IS FS-GLFILE.

001520 01  FS-GLFILE                   PIC X(02).
001530     88  FS-GLFILE-OK            VALUE "00".

001531 01  WS-EMPRESA-GL               PIC X(03) VALUE "001".
001532 01  WS-NOME-GL                  PIC X(08) VALUE "GLFILE".
001533 01  WS-EMPRESA-LANCAMENTO       PIC X(03).

001534* PROG220 COMPANY SERVICE CALL
001535 01  WS-CHAMADA-EMPRESA.
001536     05  WS-CIA-FUNCAO           PIC X(01).
001537     05  WS-CIA-EMPRESA          PIC X(03).
001538     05  WS-CIA-ARQUIVO          PIC X(08).
001539     05  WS-CIA-STATUS           PIC X(01).
001540         88  WS-CIA-OK           VALUE "1".
001541 COPY CIAREC.

001542 01  WS-MENSAGEM                 PIC X(40).
001550 01  WS-VALOR-ENT                PIC 9(09).
001560 01  WS-LIMITE-MIN               PIC 9(09).
001570 01  WS-LIMITE-MAX               PIC 9(09).
002240     END-IF.
002250     IF NOT FS-GLFILE-OK
002260         DISPLAY "PROG102: ERRO AO ABRIR GL-INTERFACE "
002270             WS-NOME-GL " " FS-GLFILE
002280         GO TO 9999-EXIT
002290     END-IF.

003600     END-IF.

003610     MOVE DEPARTAMENTO        TO GL-CENTRO-CUSTO.
003611     MOVE EMPRESA          TO GL-EMPRESA.
003612     MOVE EMPRESA TO WS-EMPRESA-LANCAMENTO.
003613     IF WS-EMPRESA-LANCAMENTO = SPACES
003614         MOVE "001" TO WS-EMPRESA-LANCAMENTO
003615     END-IF.
003616     IF WS-EMPRESA-LANCAMENTO NOT = WS-EMPRESA-GL
003617         PERFORM 2350-TROCAR-INTERFACE
003618             THRU 2350-TROCAR-INTERFACE-EXIT
003619     END-IF.
003620     MOVE "PROG102 "          TO GL-PROGRAMA.
003630     MOVE WS-PERIODO-PROVISAO TO GL-PERIODO.
003640     MOVE WS-DATA-ATUAL       TO GL-DATA.
003660 2300-GRAVAR-UMA-LINHA-EXIT.
003670     EXIT.

003671*----------------------------------------------------------------
003672* 2350-TROCAR-INTERFACE - THE FUNCIONARIO BELONGS TO ANOTHER
003673*                         COMPANY THAN THE OPEN GL INTERFACE:
003674*                         CLOSE IT AND EXTEND THE OTHER'S
003675*----------------------------------------------------------------
003676 2350-TROCAR-INTERFACE.
003677     CLOSE GL-INTERFACE.
003678     MOVE WS-EMPRESA-LANCAMENTO TO WS-EMPRESA-GL.
003679     MOVE "N" TO WS-CIA-FUNCAO.
003680     MOVE WS-EMPRESA-GL TO WS-CIA-EMPRESA.
003681     MOVE "GLFILE  " TO WS-CIA-ARQUIVO.
003682     CALL "PROG220" USING WS-CIA-FUNCAO WS-CIA-EMPRESA
003683         WS-CIA-ARQUIVO COMPANHIA-REC WS-CIA-STATUS.
003684     MOVE WS-CIA-ARQUIVO TO WS-NOME-GL.
003685     OPEN EXTEND GL-INTERFACE.
003686     IF NOT FS-GLFILE-OK
003687         OPEN OUTPUT GL-INTERFACE
003688     END-IF.
003689     IF NOT FS-GLFILE-OK
003690         DISPLAY "PROG102: ERRO AO ABRIR GL-INTERFACE "
003691             WS-NOME-GL " " FS-GLFILE " - LANCAMENTOS DA EMPRESA "
003692             WS-EMPRESA-GL " NAO GRAVADOS"
003693         MOVE 8 TO RETURN-CODE
003694     END-IF.
003695 2350-TROCAR-INTERFACE-EXIT.
003696     EXIT.

003697*----------------------------------------------------------------
003698* 3000-QUEBRA-DEPARTAMENTO - SUBTOTAL OF THE DEPARTMENT JUST
003700*                             FINISHED, HEADER OF THE NEXT
003710*----------------------------------------------------------------
003720 3000-QUEBRA-DEPARTAMENTO.
