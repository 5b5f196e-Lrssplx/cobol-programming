001230* 2026-09-02 RA   EVERY MASTER WRITE NOW ALSO JOURNALS ITS FULL
001240*                 BEFORE/AFTER IMAGES THROUGH PROG141, THE RAW
001250*                 MATERIAL OF THE PROG142 FORWARD RECOVERY.
001251* 2026-09-28 RA   A NEW SALARIO BELOW THE FLOOR (PISO) OF THE
001252*                 FUNCIONARIO'S UNION (SINDFILE) IS NOW FLAGGED
001253*                 ON THE PREVIEW AND REFUSED ON APPLY, THE SAME
001254*                 FLOOR PROG16 ENFORCES; THE REFUSALS ARE
001255*                 COUNTED. RECORD IMAGES WIDENED TO THE 300-BYTE
001256*                 EMPLOYEE MASTER.
001257* 2026-10-05 RA   RECORD IMAGES WIDENED TO THE 309-BYTE EMPLOYEE
001258*                 MASTER (CONTRACT TYPE FIELDS ADDED).
001259* 2026-10-08 RA   THE SUPERVISOR NO LONGER SIGNS OFF AT THE
001260*                 REQUESTER'S KEYBOARD: AFTER THE PREVIEW THE
001261*                 ADJUSTMENT IS PARKED ON APRVFILE THROUGH PROG209
001262*                 FOR THE SUPERVISOR'S PROG210 INBOX, AND EACH RUN
001263*                 FIRST APPLIES THE ADJUSTMENTS APPROVED SINCE THE
001264*                 LAST ONE, EACH UNDER ITS OWN CLAIM OF THE LOCK.
001265* 2026-10-15 RA   RECORD IMAGES WIDENED TO THE 312-BYTE EMPLOYEE
001266*                 MASTER (COMPANY CODE ADDED).
001267******************************************************************
001270 IDENTIFICATION DIVISION.
001280 PROGRAM-ID. PROG66.

001490         RECORD KEY IS CODIGO OF FUNCIONARIO-DEPOIS
001500         FILE STATUS IS FS-EMPAFTER.

001551     SELECT UNION-FILE ASSIGN TO "SINDFILE"
001552         ORGANIZATION IS INDEXED
001553         ACCESS MODE IS DYNAMIC
001554         RECORD KEY IS SD-CODIGO
001555         FILE STATUS IS FS-SINDFILE.

001560 DATA DIVISION.
001570 FILE SECTION.
001620 FD  EMPLOYEE-AFTER.
001630 COPY EMPREC REPLACING ==FUNCIONARIO== BY ==FUNCIONARIO-DEPOIS==.

001651 FD  UNION-FILE.
001652 COPY SINDREC.

001660 WORKING-STORAGE SECTION.
001670 01  FS-EMPMAST                  PIC X(02).
001720 01  FS-EMPAFTER                 PIC X(02).
001730     88  FS-EMPAFTER-OK          VALUE "00".

001751 01  FS-SINDFILE                 PIC X(02).
001752     88  FS-SINDFILE-OK          VALUE "00".
001753 01  WS-SIND-SW                  PIC X(01) VALUE "N".
001754     88  WS-SIND-PRESENTE        VALUE "Y".
001755 01  WS-ABAIXO-PISO-SW           PIC X(01) VALUE "N".
001756     88  WS-ABAIXO-PISO          VALUE "Y".

001760 01  WS-TIPO-AJUSTE-SW           PIC X(01).
001770     88  WS-AJUSTE-PERCENTUAL    VALUE "1".
001780     88  WS-AJUSTE-VALOR-FIXO    VALUE "2".

001790 01  WS-CONTINUAR-SW             PIC X(01) VALUE "S".
001800     88  WS-CONTINUAR            VALUE "S" "s".

001810 01  WS-MENSAGEM                 PIC X(40).
001820 01  WS-VALOR-ENT                PIC 9(09).
001830 01  WS-LIMITE-MIN               PIC 9(09).
001840 01  WS-LIMITE-MAX               PIC 9(09).

001860 01  WS-PARAMETROS-AJUSTE.
001870     05  WS-PERCENTUAL           PIC 9(03)V9(02).
001910 01  WS-QTD-AFETADOS             PIC 9(06) COMP VALUE ZERO.
001920 01  WS-QTD-APLICADOS            PIC 9(06) COMP VALUE ZERO.
001930 01  WS-QTD-APLICADOS-ED         PIC 9(06).
001931 01  WS-QTD-ABAIXO-PISO          PIC 9(06) COMP VALUE ZERO.
001932 01  WS-QTD-RECUSADOS            PIC 9(06) COMP VALUE ZERO.

001940 01  WS-CAMPOS-LOG.
001950     05  WS-SALARIO-ANTIGO-LOG   PIC X(30).
001960     05  WS-SALARIO-NOVO-LOG     PIC X(30).

001970 01  WS-JORNAL.
001980     05  WS-JR-ANTES             PIC X(312).
001990     05  WS-JR-DEPOIS            PIC X(312).
002000     05  WS-JR-OPERACAO          PIC X(01).

002010 01  WS-DESCRICAO-AUD            PIC X(60).

002011* PROG209 PENDING-APPROVALS CALL - THE ADJUSTMENT PARAMETERS
002012* TRAVEL IN WS-APV-DADOS
002013 01  WS-CHAMADA-APROVACAO.
002014     05  WS-APV-FUNCAO           PIC X(01).
002015     05  WS-APV-PROGRAMA         PIC X(08) VALUE "PROG66  ".
002016     05  WS-APV-CODIGO           PIC 9(06).
002017     05  WS-APV-DESCRICAO        PIC X(60).
002018     05  WS-APV-DADOS            PIC X(200).
002019     05  WS-APV-AJUSTE REDEFINES WS-APV-DADOS.
002020         10  WS-APV-TIPO-AJUSTE  PIC X(01).
002021         10  WS-APV-PARAMETROS   PIC X(25).
002022         10  FILLER              PIC X(174).
002023     05  WS-APV-APROVADOR        PIC X(06).
002024     05  WS-APV-STATUS           PIC X(01).
002025         88  WS-APV-OK           VALUE "1".
002026 01  WS-QTD-AJUSTES              PIC 9(05) VALUE ZERO.

002027 01  WS-CHAMADA-TRAVA.
002030     05  WS-TRAVA-FUNCAO         PIC X(01).
002040     05  WS-TRAVA-PROGRAMA       PIC X(08).
002050     05  WS-TRAVA-STATUS         PIC X(01).
002110* 0000-MAINLINE
002120*----------------------------------------------------------------
002130 0000-MAINLINE.
002131     MOVE "PROG66  " TO WS-TRAVA-PROGRAMA.
002132     PERFORM 1500-APLICAR-APROVADOS
002133         THRU 1500-APLICAR-APROVADOS-EXIT.
002134     IF WS-QTD-AJUSTES > ZERO
002135         DISPLAY "NOVO AJUSTE EM MASSA? (S/N)"
002136         ACCEPT WS-CONTINUAR-SW
002137         IF NOT WS-CONTINUAR
002138             GO TO 9999-EXIT
002139         END-IF
002140     END-IF.

002141     PERFORM 1000-OBTER-PARAMETROS
002150         THRU 1000-OBTER-PARAMETROS-EXIT.
002160     PERFORM 2000-PREVIA THRU 2000-PREVIA-EXIT.

002200         GO TO 9999-EXIT
002210     END-IF.

002220     PERFORM 3000-SOLICITAR-APROVACAO
002230         THRU 3000-SOLICITAR-APROVACAO-EXIT.
002300     GO TO 9999-EXIT.

002310*----------------------------------------------------------------
002590 1000-OBTER-PARAMETROS-EXIT.
002600     EXIT.

002601*----------------------------------------------------------------
002602* 1500-APLICAR-APROVADOS - EVERY ADJUSTMENT A SUPERVISOR
002603*                           APPROVED IN THE PROG210 INBOX IS
002604*                           APPLIED, ONE FULL PASS EACH, THE
002605*                           LOCK RELEASED BETWEEN THEM
002606*----------------------------------------------------------------
002607 1500-APLICAR-APROVADOS.
002608     MOVE "P" TO WS-APV-FUNCAO.
002609     CALL "PROG209" USING WS-APV-FUNCAO WS-APV-PROGRAMA
002610         WS-APV-CODIGO WS-APV-DESCRICAO WS-APV-DADOS
002611         WS-APV-APROVADOR WS-APV-STATUS.
002612     IF NOT WS-APV-OK
002613         GO TO 1500-APLICAR-APROVADOS-EXIT
002614     END-IF.

002615     MOVE WS-APV-TIPO-AJUSTE TO WS-TIPO-AJUSTE-SW.
002616     MOVE WS-APV-PARAMETROS  TO WS-PARAMETROS-AJUSTE.
002617     MOVE ZERO TO WS-QTD-APLICADOS.
002618     MOVE ZERO TO WS-QTD-RECUSADOS.
002619     DISPLAY "PROG66: APLICANDO AJUSTE APROVADO POR "
002620         WS-APV-APROVADOR ": " WS-APV-DESCRICAO.

002621     MOVE "N" TO WS-SIND-SW.
002622     OPEN INPUT UNION-FILE.
002623     IF FS-SINDFILE-OK
002624         SET WS-SIND-PRESENTE TO TRUE
002625     END-IF.
002626     PERFORM 4000-APLICAR THRU 4000-APLICAR-EXIT.

002627     MOVE "R" TO WS-TRAVA-FUNCAO.
002628     CALL "PROG85" USING WS-TRAVA-FUNCAO WS-TRAVA-PROGRAMA
002629         WS-TRAVA-STATUS.
002630     MOVE "N" TO WS-TRAVA-MINHA-SW.

002631     MOVE "E" TO WS-APV-FUNCAO.
002632     CALL "PROG209" USING WS-APV-FUNCAO WS-APV-PROGRAMA
002633         WS-APV-CODIGO WS-APV-DESCRICAO WS-APV-DADOS
002634         WS-APV-APROVADOR WS-APV-STATUS.
002635     ADD 1 TO WS-QTD-AJUSTES.
002636     GO TO 1500-APLICAR-APROVADOS.
002637 1500-APLICAR-APROVADOS-EXIT.
002638     EXIT.

002639*----------------------------------------------------------------
002640* 2000-PREVIA - FIRST PASS: ONLY SHOWS WHAT WOULD CHANGE
002641*----------------------------------------------------------------
002642 2000-PREVIA.
002650     OPEN INPUT EMPLOYEE-MASTER.
002660     IF NOT FS-EMPMAST-OK
002670         DISPLAY "PROG66: ERRO AO ABRIR EMPLOYEE-MASTER "
002690         GO TO 9999-EXIT
002700     END-IF.

002701     OPEN INPUT UNION-FILE.
002702     IF FS-SINDFILE-OK
002703         SET WS-SIND-PRESENTE TO TRUE
002704     END-IF.

002710     DISPLAY "PREVIA DO AJUSTE SALARIAL".
002720     DISPLAY "CODIGO NOME                           SALARIO "
002730         "ATUAL   SALARIO NOVO".

002780     CLOSE EMPLOYEE-MASTER.
002790     DISPLAY "FUNCIONARIOS AFETADOS: " WS-QTD-AFETADOS.
002791     IF WS-QTD-ABAIXO-PISO > ZERO
002792         DISPLAY "ABAIXO DO PISO DO SINDICATO (SERAO "
002793             "RECUSADOS): " WS-QTD-ABAIXO-PISO
002794     END-IF.
002800 2000-PREVIA-EXIT.
002810     EXIT.

002900             OR WS-FILTRO-DEPTO = DEPARTAMENTO OF FUNCIONARIO)
002910         PERFORM 2300-CALCULAR-NOVO-SALARIO
002920             THRU 2300-CALCULAR-NOVO-SALARIO-EXIT
002921         PERFORM 2400-VERIFICAR-PISO
002922             THRU 2400-VERIFICAR-PISO-EXIT
002923         IF WS-ABAIXO-PISO
002924             DISPLAY CODIGO OF FUNCIONARIO " "
002925                 NOME OF FUNCIONARIO " "
002926                 SALARIO OF FUNCIONARIO " " WS-SALARIO-NOVO
002927                 " ABAIXO DO PISO " SINDICATO OF FUNCIONARIO
002928             ADD 1 TO WS-QTD-ABAIXO-PISO
002929         ELSE
002930             DISPLAY CODIGO OF FUNCIONARIO " "
002940                 NOME OF FUNCIONARIO " "
002950                 SALARIO OF FUNCIONARIO " " WS-SALARIO-NOVO
002960             ADD 1 TO WS-QTD-AFETADOS
002961         END-IF
002970     END-IF.
002980     PERFORM 2100-LER-PROXIMO.
002990 2200-MOSTRAR-PREVIA-EXIT.
003130 2300-CALCULAR-NOVO-SALARIO-EXIT.
003140     EXIT.

003141*----------------------------------------------------------------
003142* 2400-VERIFICAR-PISO - THE NEW SALARIO MAY NOT FALL BELOW THE
003143*                        FLOOR OF THE FUNCIONARIO'S UNION. NO
003144*                        UNION FILE, NO UNION ON THE RECORD, AN
003145*                        UNKNOWN OR INACTIVE UNION OR A ZERO PISO
003146*                        MEANS NOTHING TO ENFORCE
003147*----------------------------------------------------------------
003148 2400-VERIFICAR-PISO.
003149     MOVE "N" TO WS-ABAIXO-PISO-SW.

003150     IF NOT WS-SIND-PRESENTE
003151         OR SINDICATO OF FUNCIONARIO = SPACES
003152         GO TO 2400-VERIFICAR-PISO-EXIT
003153     END-IF.

003154     MOVE SINDICATO OF FUNCIONARIO TO SD-CODIGO.
003155     READ UNION-FILE
003156         INVALID KEY
003157             GO TO 2400-VERIFICAR-PISO-EXIT
003158     END-READ.

003159     IF SD-ATIVO
003160         AND WS-SALARIO-NOVO < SD-PISO-SALARIAL
003161         SET WS-ABAIXO-PISO TO TRUE
003162     END-IF.
003163 2400-VERIFICAR-PISO-EXIT.
003164     EXIT.

003165*----------------------------------------------------------------
003166* 3000-SOLICITAR-APROVACAO - THE PREVIEWED ADJUSTMENT IS PARKED
003170*                             FOR A SUPERVISOR OTHER THAN THE
003171*                             REQUESTER (PROG209/PROG210)
003180*----------------------------------------------------------------
003190 3000-SOLICITAR-APROVACAO.
003191     IF WS-SIND-PRESENTE
003192         CLOSE UNION-FILE
003193     END-IF.
003194     MOVE "S"                  TO WS-APV-FUNCAO.
003195     MOVE ZERO                 TO WS-APV-CODIGO.
003196     MOVE SPACES               TO WS-APV-DADOS.
003197     MOVE WS-TIPO-AJUSTE-SW    TO WS-APV-TIPO-AJUSTE.
003198     MOVE WS-PARAMETROS-AJUSTE TO WS-APV-PARAMETROS.
003199     MOVE WS-QTD-AFETADOS      TO WS-QTD-APLICADOS-ED.
003200     MOVE SPACES               TO WS-APV-DESCRICAO.
003201     STRING "AJUSTE MASSA " WS-TIPO-AJUSTE-SW " PERC "
003202         WS-PERCENTUAL " FIXO " WS-VALOR-FIXO " "
003203         WS-FILTRO-DEPTO
003204         DELIMITED BY SIZE INTO WS-APV-DESCRICAO.
003205     CALL "PROG209" USING WS-APV-FUNCAO WS-APV-PROGRAMA
003206         WS-APV-CODIGO WS-APV-DESCRICAO WS-APV-DADOS
003207         WS-APV-APROVADOR WS-APV-STATUS.
003208     IF NOT WS-APV-OK
003209         DISPLAY "PROG66: AJUSTE NAO ENVIADO PARA APROVACAO"
003210         GO TO 3000-SOLICITAR-APROVACAO-EXIT
003211     END-IF.
003212     DISPLAY "PROG66: AJUSTE DE " WS-QTD-APLICADOS-ED
003213         " FUNCIONARIO(S) AGUARDA APROVACAO - SERA APLICADO "
003214         "NA PROXIMA EXECUCAO APOS APROVADO".
003430 3000-SOLICITAR-APROVACAO-EXIT.
003440     EXIT.

003450*----------------------------------------------------------------
003460* 4000-APLICAR - SECOND PASS: EVERY RECORD GOES TO THE BEFORE
003470*                 COPY AS IT WAS, THE AFFECTED ONES ARE RAISED
003480*                 AND LOGGED, AND EVERY RECORD GOES TO THE AFTER
003490*                 COPY AS IT ENDED UP - THE PAIR PROG29 COMPARES.
003491*                 THE PARAMETERS ARE THOSE THE SUPERVISOR
003492*                 APPROVED; THE FILTER AND THE PISO ARE CHECKED
003493*                 AGAINST THE MASTER AS IT IS NOW
003500*----------------------------------------------------------------
003510 4000-APLICAR.
003520     MOVE "C" TO WS-TRAVA-FUNCAO.
003540     CALL "PROG85" USING WS-TRAVA-FUNCAO WS-TRAVA-PROGRAMA
003550         WS-TRAVA-STATUS.
003560     IF NOT WS-TRAVA-OBTIDA
003890         UNTIL FS-EMPMAST-EOF.

003900     CLOSE EMPLOYEE-MASTER EMPLOYEE-BEFORE EMPLOYEE-AFTER.
003901     IF WS-SIND-PRESENTE
003902         CLOSE UNION-FILE
003903     END-IF.

003910     DISPLAY "PROG66: AJUSTE APLICADO A " WS-QTD-APLICADOS
003920         " FUNCIONARIO(S)".
003921     IF WS-QTD-RECUSADOS > ZERO
003922         DISPLAY "PROG66: RECUSADOS POR FICAREM ABAIXO DO PISO "
003923             "DO SINDICATO: " WS-QTD-RECUSADOS
003924     END-IF.
003930     MOVE SPACES TO WS-DESCRICAO-AUD.
003940     MOVE WS-QTD-APLICADOS TO WS-QTD-APLICADOS-ED.
003950     STRING "AJUSTE EM MASSA A " WS-QTD-APLICADOS-ED
003960         " FUNCIONARIO(S) APROVADOR " WS-APV-APROVADOR
003970         DELIMITED BY SIZE INTO WS-DESCRICAO-AUD.
003980     CALL "PROG22" USING "PROG66  " WS-DESCRICAO-AUD.
003990 4000-APLICAR-EXIT.
004050     MOVE FUNCIONARIO TO FUNCIONARIO-ANTES.
004060     WRITE FUNCIONARIO-ANTES.

004061     MOVE "N" TO WS-ABAIXO-PISO-SW.

004070     IF EMP-ATIVO OF FUNCIONARIO
004080         AND (WS-FILTRO-DEPTO = SPACES
004090             OR WS-FILTRO-DEPTO = DEPARTAMENTO OF FUNCIONARIO)
004100         PERFORM 2300-CALCULAR-NOVO-SALARIO
004110             THRU 2300-CALCULAR-NOVO-SALARIO-EXIT
004111         PERFORM 2400-VERIFICAR-PISO
004112             THRU 2400-VERIFICAR-PISO-EXIT
004113     END-IF.

004114     IF WS-ABAIXO-PISO
004115         DISPLAY "PROG66: FUNCIONARIO " CODIGO OF FUNCIONARIO
004116             " RECUSADO - NOVO SALARIO ABAIXO DO PISO DO "
004117             "SINDICATO " SINDICATO OF FUNCIONARIO
004118         ADD 1 TO WS-QTD-RECUSADOS
004119     END-IF.

004120     IF EMP-ATIVO OF FUNCIONARIO
004121         AND (WS-FILTRO-DEPTO = SPACES
004122             OR WS-FILTRO-DEPTO = DEPARTAMENTO OF FUNCIONARIO)
004123         AND NOT WS-ABAIXO-PISO
004126         MOVE SPACES TO WS-SALARIO-ANTIGO-LOG
004130         MOVE SPACES TO WS-SALARIO-NOVO-LOG
004140         MOVE SALARIO OF FUNCIONARIO
004150             TO WS-SALARIO-ANTIGO-LOG
