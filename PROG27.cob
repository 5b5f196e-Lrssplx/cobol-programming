001360*                 PRINTS AS ITS OWN DOCUMENT ADDRESSED TO THE
001370*                 DM-GERENTE FROM DEPTFILE, LOGGED THROUGH THE
001380*                 PROG147 DISTRIBUTION LOG (DISTLOG).
001381* 2026-10-08 RA   THE OPERATOR IDENTIFIES ITSELF (PROG211) SO THE
001382*                 ROSTER - CODIGO AND NOME ONLY, NOTHING TO MASK -
001383*                 IS STAMPED ON RPTFILE AT THE OPERATOR'S
001384*                 FIELD-VISIBILITY LEVEL AND STAYS REPRINTABLE BY
001385*                 EVERY OPERATOR AT THAT LEVEL.
001386* 2026-10-15 RA   AN OPERATOR RESTRICTED TO ONE COMPANY ON
001387*                 AUTHFILE (PROG220) ONLY COUNTS AND LISTS THE
001388*                 FUNCIONARIOS OF THAT COMPANY.
001390******************************************************************
001400 IDENTIFICATION DIVISION.
001410 PROGRAM-ID. PROG27.
002140 01  WS-QTDE-ED                   PIC 9(05).
002150 01  WS-QTDE-AFAST-ED             PIC 9(05).

002151 01  WS-CHAMADA-VISAO.
002152     05  WS-VIS-FUNCAO           PIC X(01).
002153     05  WS-VIS-OPERADOR         PIC X(06).
002154     05  WS-VIS-NIVEL            PIC X(01).
002155     05  WS-VIS-STATUS           PIC X(01).

002156* PROG220 COMPANY SERVICE CALL
002157 01  WS-CHAMADA-EMPRESA.
002158     05  WS-CIA-FUNCAO           PIC X(01).
002159     05  WS-CIA-EMPRESA          PIC X(03).
002160     05  WS-CIA-ARQUIVO          PIC X(08).
002161     05  WS-CIA-STATUS           PIC X(01).
002162         88  WS-CIA-OK           VALUE "1".
002163 COPY CIAREC.

002164 PROCEDURE DIVISION.

002170 0000-MAINLINE.
002180     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
002280*                     THEIR HEADCOUNTS, IN THE ORDER FIRST SEEN
002290*----------------------------------------------------------------
002300 1000-INICIALIZAR.
002301     MOVE "I" TO WS-VIS-FUNCAO.
002302     CALL "PROG211" USING WS-VIS-FUNCAO WS-VIS-OPERADOR
002303         WS-VIS-NIVEL WS-VIS-STATUS.

002310     DISPLAY "DISTRIBUIR POR GERENTE DE DEPARTAMENTO (S/N)".
002320     ACCEPT WS-DISTRIB-SW.

002830         GO TO 1200-CONTAR-SEGUIR
002840     END-IF.

002841     PERFORM 3200-VERIFICAR-EMPRESA.
002842     IF NOT WS-CIA-OK
002843         GO TO 1200-CONTAR-SEGUIR
002844     END-IF.

002850     IF EMP-ATIVO
002860         PERFORM 3000-VERIFICAR-AFASTADO
002870             THRU 3000-VERIFICAR-AFASTADO-EXIT
004420         SET WS-EOF2 TO TRUE
004430         GO TO 2200-LISTAR-SEGUIR
004440     END-IF.
004441     PERFORM 3200-VERIFICAR-EMPRESA.
004442     IF NOT WS-CIA-OK
004443         GO TO 2200-LISTAR-SEGUIR
004444     END-IF.
004450     IF EMP-ATIVO
004460         PERFORM 3000-VERIFICAR-AFASTADO
004470             THRU 3000-VERIFICAR-AFASTADO-EXIT
004940             END-IF
004950     END-READ.

004951*----------------------------------------------------------------
004952* 3200-VERIFICAR-EMPRESA - MAY THE OPERATOR SEE THE FUNCIONARIO'S
004953*                           COMPANY (PROG220)
004954*----------------------------------------------------------------
004955 3200-VERIFICAR-EMPRESA.
004956     MOVE "A" TO WS-CIA-FUNCAO.
004957     MOVE EMPRESA TO WS-CIA-EMPRESA.
004958     CALL "PROG220" USING WS-CIA-FUNCAO WS-CIA-EMPRESA
004959         WS-CIA-ARQUIVO COMPANHIA-REC WS-CIA-STATUS.

004960*----------------------------------------------------------------
004970* 8000-FINALIZAR
004980*----------------------------------------------------------------
