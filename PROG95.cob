001270*                 REGISTRATION AND THE AUDIT ROW - IT USED TO
001280*                 TRUNCATE THE FILE IT WAS REFUSING TO
001290*                 REGENERATE AND STILL REPORT A GENERATION.
001291* 2026-09-28 RA   OFF-CYCLE CORRECTIONS (CORRFILE, PROG176) NOW
001292*                 DEPOSIT 8 PERCENT OF THEIR GROSS DIFFERENCE
001293*                 UNDER THE ORIGINAL COMPETENCE; A GROSS REDUCED
001294*                 BY THE CORRECTION COMES OFF THE BALANCE AND IS
001295*                 LISTED FOR COMPENSATION. EACH ROW IS MARKED SO
001296*                 A RERUN DOES NOT DEPOSIT IT AGAIN.
001297* 2026-10-05 RA   THE DEPOSIT RATE FOLLOWS THE CONTRACT TYPE ON
001298*                 EMPMAST: 2 PERCENT FOR A JOVEM APRENDIZ, NOTHING
001299*                 FOR AN ESTAGIARIO (SKIPPED AND COUNTED), 8
001300*                 PERCENT OTHERWISE - CORRECTIONS INCLUDED.
001301* 2026-10-15 RA   ONE REMESSA PER COMPANY: THE OPERATOR NAMES
001302*                 THE EMPRESA (ENTER = 001), ONLY ITS REGISTER
001303*                 ROWS AND CORRECTIONS ARE DEPOSITED, THE HEADER
001304*                 CARRIES ITS CNPJ AND FGTS REGISTRATION FROM
001305*                 CIAFILE (PROG220) AND THE DATASET TAKES THE
001306*                 COMPANY'S OWN NAME (FGTSR002).
001307* 2026-10-15 RA   PAYREG IS CHECKED AGAINST THE COUNT AND NET HASH
001308*                 PROG42 LEFT ON THE CONTROL TOTALS LEDGER
001309*                 (CTLTOT, PROG223) BEFORE ANY DEPOSIT AND THE
001310*                 STEP FAILS ON A MISMATCH; THE REMESSA RECORDS
001311*                 ITS OWN RECORD COUNT AND DEPOSIT TOTAL THERE.
001312* 2026-10-15 RA   THE OPERATOR IS IDENTIFIED (PROG211) BEFORE
001313*                 THE COMPANY ACCESS CHECK, WHICH NOW REFUSES
001314*                 AN UNIDENTIFIED TERMINAL.
001315******************************************************************
001316 IDENTIFICATION DIVISION.
001320 PROGRAM-ID. PROG95.

001330 ENVIRONMENT DIVISION.
001420         RECORD KEY IS FG-CODIGO
001430         FILE STATUS IS FS-FGTSFILE.

001440     SELECT FGTS-REMESSA ASSIGN TO DYNAMIC WS-NOME-REMESSA
001450         ORGANIZATION IS LINE SEQUENTIAL
001460         FILE STATUS IS FS-FGTSREM.

001461     SELECT CORRECTION-FILE ASSIGN TO "CORRFILE"
001462         ORGANIZATION IS INDEXED
001463         ACCESS MODE IS DYNAMIC
001464         RECORD KEY IS CR-CHAVE
001465         FILE STATUS IS FS-CORRFILE.

001466     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
001467         ORGANIZATION IS INDEXED
001468         ACCESS MODE IS DYNAMIC
001469         RECORD KEY IS CODIGO
001470         ALTERNATE RECORD KEY IS NOME
001471             WITH DUPLICATES
001472         FILE STATUS IS FS-EMPMAST.

001473 DATA DIVISION.
001480 FILE SECTION.
001490 FD  PAYROLL-REGISTER.
001500 COPY PAYREGRC.
001510 FD  FGTS-BALANCE.
001520 COPY FGTSREC.

001521 FD  CORRECTION-FILE.
001522 COPY CORRREC.

001523 FD  EMPLOYEE-MASTER.
001524 COPY EMPREC.

001530 FD  FGTS-REMESSA.
001540 01  REMESSA-FGTS-REC.
001550     05  RF-TIPO                 PIC X(01).
001610     05  RF-BRUTO                PIC 9(09)V9(02).
001620     05  RF-DEPOSITO             PIC 9(09)V9(02).
001630     05  FILLER                  PIC X(10).
001631 01  REMESSA-FGTS-CAB.
001632     05  FILLER                  PIC X(07).
001633     05  RH-EMPRESA              PIC X(03).
001634     05  RH-CNPJ                 PIC 9(14).
001635     05  RH-INSCRICAO-FGTS       PIC X(14).
001636     05  FILLER                  PIC X(07).

001640 WORKING-STORAGE SECTION.
001650 01  FS-PAYREG                   PIC X(02).
001700 01  FS-FGTSREM                  PIC X(02).
001710     88  FS-FGTSREM-OK           VALUE "00".

001711 01  FS-CORRFILE                 PIC X(02).
001712     88  FS-CORRFILE-OK          VALUE "00".
001713 01  WS-CORR-SW                  PIC X(01) VALUE "N".
001714     88  WS-CORR-PRESENTE        VALUE "Y".
001715 01  WS-FIM-CORR-SW              PIC X(01) VALUE "N".
001716     88  WS-FIM-CORR             VALUE "Y".
001717 01  WS-BASE-CORRECAO            PIC S9(09)V9(02).
001718 01  WS-DEPOSITO-CORRECAO        PIC S9(09)V9(02).

001720 01  WS-ALIQUOTA-FGTS            PIC 9(01)V9(02) VALUE 0.08.
001721 01  WS-ALIQUOTA-APRENDIZ        PIC 9(01)V9(02) VALUE 0.02.
001722 01  WS-ALIQUOTA-APLICADA        PIC 9(01)V9(02).
001723 01  WS-CODIGO-ALIQUOTA          PIC 9(06).
001724 01  FS-EMPMAST                  PIC X(02).
001725     88  FS-EMPMAST-OK           VALUE "00".
001726 01  WS-EMP-SW                   PIC X(01) VALUE "N".
001727     88  WS-EMP-PRESENTE         VALUE "Y".
001728 01  WS-SEM-FGTS-SW              PIC X(01).
001729     88  WS-SEM-FGTS             VALUE "Y".
001730 01  WS-DEPOSITO                 PIC 9(09)V9(02).
001740 01  WS-JA-EXISTE-SW             PIC X(01).
001750     88  WS-JA-EXISTE            VALUE "Y".
001790     05  WS-TOTAL-DEPOSITOS      PIC 9(11)V9(02) VALUE ZERO.
001800     05  WS-TOTAL-BRUTO          PIC 9(11)V9(02) VALUE ZERO.
001810     05  WS-PERIODO-REMESSA      PIC 9(06) VALUE ZERO.
001811     05  WS-QTD-CORRECOES        PIC 9(06) COMP VALUE ZERO.
001812     05  WS-QTD-COMPENSAR        PIC 9(06) COMP VALUE ZERO.
001813     05  WS-TOTAL-COMPENSAR      PIC 9(11)V9(02) VALUE ZERO.
001814     05  WS-QTD-ESTAGIARIOS      PIC 9(06) COMP VALUE ZERO.

001820 01  WS-DEPOSITO-ED              PIC ZZZ,ZZZ,ZZ9.99.
001830 01  WS-TOTAL-ED                 PIC Z,ZZZ,ZZZ,ZZ9.99.
001930         88  WS-XM-BLOQUEADO     VALUE "2".

001940 01  WS-DESCRICAO-AUD            PIC X(60).
001941 01  WS-NOME-REMESSA             PIC X(08) VALUE "FGTSREM".
001942 01  WS-EMPRESA-REMESSA          PIC X(03).
001943 01  WS-EMPRESA-FUNCIONARIO      PIC X(03).
001944 01  WS-QTD-OUTRA-EMPRESA        PIC 9(06) COMP VALUE ZERO.
001945 01  WS-QTD-LINHAS-REMESSA       PIC 9(07) COMP VALUE ZERO.

001946* PROG223 CONTROL TOTALS LEDGER CALL - PAYREG CHECKED ON THE WAY
001947* IN, THE REMESSA RECORDED ON THE WAY OUT
001948 01  WS-CHAMADA-TOTAIS.
001949     05  WS-TL-FUNCAO            PIC X(01).
001950     05  WS-TL-DATA-RUN          PIC 9(08).
001951     05  WS-TL-ARQUIVO           PIC X(08).
001952     05  WS-TL-PERIODO           PIC 9(06).
001953     05  WS-TL-PROGRAMA          PIC X(08).
001954     05  WS-TL-QTD               PIC 9(07).
001955     05  WS-TL-VALOR             PIC 9(13)V9(02).
001956     05  WS-TL-QTD-RAZAO         PIC 9(07).
001957     05  WS-TL-VALOR-RAZAO       PIC 9(13)V9(02).
001958     05  WS-TL-STATUS            PIC X(01).
001959         88  WS-TL-OK            VALUE "1".
001960         88  WS-TL-NAO-ENCONTRADO VALUE "3".
001961 01  WS-TL-VALOR-ED              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

001962 01  WS-CHAMADA-VISAO.
001963     05  WS-VIS-FUNCAO           PIC X(01).
001964     05  WS-VIS-OPERADOR         PIC X(06).
001965     05  WS-VIS-NIVEL            PIC X(01).
001966     05  WS-VIS-STATUS           PIC X(01).

001967* PROG220 COMPANY SERVICE CALL
001968 01  WS-CHAMADA-EMPRESA.
001969     05  WS-CIA-FUNCAO           PIC X(01).
001970     05  WS-CIA-EMPRESA          PIC X(03).
001971     05  WS-CIA-ARQUIVO          PIC X(08).
001972     05  WS-CIA-STATUS           PIC X(01).
001973         88  WS-CIA-OK           VALUE "1".
001974         88  WS-CIA-SEM-CADASTRO VALUE "3".
001975 COPY CIAREC.

001976 PROCEDURE DIVISION.

001977*----------------------------------------------------------------
001978* 0000-MAINLINE
001980*----------------------------------------------------------------
001990 0000-MAINLINE.
002000     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
002010     PERFORM 2000-PROCESSAR THRU 2000-PROCESSAR-EXIT
002020         UNTIL FS-PAYREG-EOF.
002021     PERFORM 3000-DEPOSITAR-CORRECOES
002022         THRU 3000-DEPOSITAR-CORRECOES-EXIT.
002030     PERFORM 8000-FINALIZAR THRU 8000-FINALIZAR-EXIT.
002040     GO TO 9999-EXIT.

002060* 1000-INICIALIZAR
002070*----------------------------------------------------------------
002080 1000-INICIALIZAR.
002081     PERFORM 1050-SELECIONAR-EMPRESA
002082         THRU 1050-SELECIONAR-EMPRESA-EXIT.
002084     PERFORM 1150-CONFERIR-TOTAIS
002086         THRU 1150-CONFERIR-TOTAIS-EXIT.

002090     OPEN INPUT PAYROLL-REGISTER.
002100     IF NOT FS-PAYREG-OK
002110         DISPLAY "PROG95: ERRO AO ABRIR PAYROLL-REGISTER "
002240         GO TO 9999-EXIT
002250     END-IF.

002251     OPEN I-O CORRECTION-FILE.
002252     IF FS-CORRFILE-OK
002253         SET WS-CORR-PRESENTE TO TRUE
002254     END-IF.

002255     OPEN INPUT EMPLOYEE-MASTER.
002256     IF FS-EMPMAST-OK
002257         SET WS-EMP-PRESENTE TO TRUE
002258     END-IF.

002260     PERFORM 1100-LER-PROXIMO.

002270* THE TRANSMISSION CHECK COMES BEFORE THE REMESSA IS OPENED
002300     IF NOT FS-PAYREG-EOF
002310         MOVE PR-PERIODO TO WS-PERIODO-REMESSA
002320         MOVE "V" TO WS-XM-FUNCAO
002330         MOVE WS-NOME-REMESSA TO WS-XM-ARQUIVO
002340         MOVE WS-PERIODO-REMESSA TO WS-XM-PERIODO
002350         CALL "PROG143" USING WS-XM-FUNCAO WS-XM-ARQUIVO
002360             WS-XM-PERIODO WS-XM-QTD WS-XM-VALOR WS-XM-STATUS
002390                 "- REGERACAO RECUSADA (LIBERE PELO PROG144)"
002400             MOVE 8 TO RETURN-CODE
002410             CLOSE PAYROLL-REGISTER FGTS-BALANCE
002411             IF WS-EMP-PRESENTE
002412                 CLOSE EMPLOYEE-MASTER
002413             END-IF
002414             IF WS-CORR-PRESENTE
002415                 CLOSE CORRECTION-FILE
002416             END-IF
002420             GO TO 9999-EXIT
002430         END-IF
002440     END-IF.
002500     END-IF.

002510     DISPLAY "PROG95: CONFERENCIA DO FGTS".
002520     DISPLAY "CODIGO  PERIODO BRUTO           DEPOSITO FGTS".

002530     IF NOT FS-PAYREG-EOF
002540         MOVE SPACES TO REMESSA-FGTS-REC
002570         MOVE ZERO TO RF-CODIGO
002580         MOVE ZERO TO RF-BRUTO
002590         MOVE ZERO TO RF-DEPOSITO
002591         MOVE WS-EMPRESA-REMESSA TO RH-EMPRESA
002592         MOVE CI-CNPJ TO RH-CNPJ
002593         MOVE CI-INSCRICAO-FGTS TO RH-INSCRICAO-FGTS
002600         WRITE REMESSA-FGTS-REC
002604         ADD 1 TO WS-QTD-LINHAS-REMESSA
002610     END-IF.
002620 1000-INICIALIZAR-EXIT.
002630     EXIT.

002631*----------------------------------------------------------------
002632* 1050-SELECIONAR-EMPRESA - THE COMPANY WHOSE DEPOSITS THIS
002633*                            REMESSA CARRIES; A SHOP WITH NO
002634*                            CIAFILE STILL DEPOSITS FOR 001
002635*----------------------------------------------------------------
002636 1050-SELECIONAR-EMPRESA.
002637     DISPLAY "EMPRESA DA REMESSA FGTS (ENTER = 001)".
002638     MOVE SPACES TO WS-EMPRESA-REMESSA.
002639     ACCEPT WS-EMPRESA-REMESSA.
002640     IF WS-EMPRESA-REMESSA = SPACES
002641         MOVE "001" TO WS-EMPRESA-REMESSA
002642     END-IF.
002643     MOVE "I" TO WS-VIS-FUNCAO.
002644     CALL "PROG211" USING WS-VIS-FUNCAO WS-VIS-OPERADOR
002645         WS-VIS-NIVEL WS-VIS-STATUS.
002646     MOVE "A" TO WS-CIA-FUNCAO.
002647     MOVE WS-EMPRESA-REMESSA TO WS-CIA-EMPRESA.
002648     CALL "PROG220" USING WS-CIA-FUNCAO WS-CIA-EMPRESA
002649         WS-CIA-ARQUIVO COMPANHIA-REC WS-CIA-STATUS.
002650     IF NOT WS-CIA-OK
002651         DISPLAY "PROG95: ACESSO NEGADO A EMPRESA "
002652             WS-EMPRESA-REMESSA
002653         MOVE 8 TO RETURN-CODE
002654         GO TO 9999-EXIT
002655     END-IF.
002656     MOVE "L" TO WS-CIA-FUNCAO.
002657     CALL "PROG220" USING WS-CIA-FUNCAO WS-CIA-EMPRESA
002658         WS-CIA-ARQUIVO COMPANHIA-REC WS-CIA-STATUS.
002659     IF WS-CIA-SEM-CADASTRO AND WS-EMPRESA-REMESSA = "001"
002660         MOVE ZERO TO CI-CNPJ
002661         MOVE SPACES TO CI-INSCRICAO-FGTS
002662         GO TO 1050-MONTAR-NOME
002663     END-IF.
002664     IF NOT WS-CIA-OK
002665         DISPLAY "PROG95: EMPRESA " WS-EMPRESA-REMESSA
002666             " INEXISTENTE OU INATIVA NO CIAFILE - REMESSA "
002667             "NAO GERADA"
002668         MOVE 8 TO RETURN-CODE
002669         GO TO 9999-EXIT
002670     END-IF.
002671 1050-MONTAR-NOME.
002672     MOVE "N" TO WS-CIA-FUNCAO.
002673     MOVE WS-NOME-REMESSA TO WS-CIA-ARQUIVO.
002674     CALL "PROG220" USING WS-CIA-FUNCAO WS-CIA-EMPRESA
002675         WS-CIA-ARQUIVO COMPANHIA-REC WS-CIA-STATUS.
002676     MOVE WS-CIA-ARQUIVO TO WS-NOME-REMESSA.
002677 1050-SELECIONAR-EMPRESA-EXIT.
002678     EXIT.

002679 1100-LER-PROXIMO.
002680     READ PAYROLL-REGISTER
002681         AT END
002682             SET FS-PAYREG-EOF TO TRUE
002683     END-READ.

002684*----------------------------------------------------------------
002685* 1150-CONFERIR-TOTAIS - BEFORE ANYTHING IS PROCESSED THE WHOLE
002686*                         REGISTER IS COUNTED AND ITS NET HASHED
002687*                         AGAINST WHAT PROG42 RECORDED ON THE
002688*                         CONTROL TOTALS LEDGER (PROG223); A
002689*                         SHORT, EMPTY OR ALTERED PAYREG FAILS
002690*                         THE STEP
002691*----------------------------------------------------------------
002692 1150-CONFERIR-TOTAIS.
002693     OPEN INPUT PAYROLL-REGISTER.
002694     IF NOT FS-PAYREG-OK
002695         GO TO 1150-CONFERIR-TOTAIS-EXIT
002696     END-IF.
002697     MOVE ZERO TO WS-TL-QTD WS-TL-VALOR WS-TL-PERIODO.
002698     PERFORM 1160-SOMAR-REGISTRO THRU 1160-SOMAR-REGISTRO-EXIT
002699         UNTIL FS-PAYREG-EOF.
002700     CLOSE PAYROLL-REGISTER.
002701     MOVE "00" TO FS-PAYREG.

002702     IF WS-TL-QTD = ZERO
002703         DISPLAY "PROG95: PAYREG VAZIO - NADA A CONFERIR COM OS "
002704             "TOTAIS DE CONTROLE DO PROG42 - PASSO INTERROMPIDO"
002705         MOVE 8 TO RETURN-CODE
002706         GO TO 9999-EXIT
002707     END-IF.

002708     MOVE "V"        TO WS-TL-FUNCAO.
002709     MOVE ZERO       TO WS-TL-DATA-RUN.
002710     MOVE "PAYREG  " TO WS-TL-ARQUIVO.
002711     MOVE "PROG95  " TO WS-TL-PROGRAMA.
002712     CALL "PROG223" USING WS-TL-FUNCAO WS-TL-DATA-RUN
002713         WS-TL-ARQUIVO WS-TL-PERIODO WS-TL-PROGRAMA WS-TL-QTD
002714         WS-TL-VALOR WS-TL-QTD-RAZAO WS-TL-VALOR-RAZAO
002715         WS-TL-STATUS.
002716     IF WS-TL-OK
002717         GO TO 1150-CONFERIR-TOTAIS-EXIT
002718     END-IF.

002719     IF WS-TL-NAO-ENCONTRADO
002720         DISPLAY "PROG95: PAYREG DO PERIODO " WS-TL-PERIODO
002721             " SEM TOTAIS DE CONTROLE DO PROG42 (CTLTOT) - "
002722             "PASSO INTERROMPIDO"
002723     ELSE
002724         DISPLAY "PROG95: PAYREG DO PERIODO " WS-TL-PERIODO
002725             " NAO CONFERE COM OS TOTAIS DE CONTROLE - PASSO "
002726             "INTERROMPIDO"
002727         MOVE WS-TL-VALOR-RAZAO TO WS-TL-VALOR-ED
002728         DISPLAY "PROG95:   GRAVADO PELO PROG42 : "
002729             WS-TL-QTD-RAZAO " REGISTRO(S), LIQUIDO "
002730             WS-TL-VALOR-ED
002731         MOVE WS-TL-VALOR TO WS-TL-VALOR-ED
002732         DISPLAY "PROG95:   LIDO AGORA          : "
002733             WS-TL-QTD " REGISTRO(S), LIQUIDO " WS-TL-VALOR-ED
002734     END-IF.
002735     MOVE 8 TO RETURN-CODE.
002736     GO TO 9999-EXIT.
002737 1150-CONFERIR-TOTAIS-EXIT.
002738     EXIT.

002739 1160-SOMAR-REGISTRO.
002740     READ PAYROLL-REGISTER
002741         AT END
002742             SET FS-PAYREG-EOF TO TRUE
002743             GO TO 1160-SOMAR-REGISTRO-EXIT
002744     END-READ.
002745     ADD 1 TO WS-TL-QTD.
002746     IF WS-TL-PERIODO = ZERO
002747         MOVE PR-PERIODO TO WS-TL-PERIODO
002748     END-IF.
002749     IF PR-DETALHE
002750         ADD PR-LIQUIDO TO WS-TL-VALOR
002751     END-IF.
002752 1160-SOMAR-REGISTRO-EXIT.
002753     EXIT.

002754*----------------------------------------------------------------
002755* 2000-PROCESSAR - ONE REGISTER ROW PER PASS; ONLY DETAIL ROWS
002756*                   DEPOSIT
002757*----------------------------------------------------------------
002758 2000-PROCESSAR.
002759     IF NOT PR-DETALHE
002760         GO TO 2000-PROCESSAR-SEGUIR
002761     END-IF.
002762     MOVE PR-EMPRESA TO WS-EMPRESA-FUNCIONARIO.
002763     IF WS-EMPRESA-FUNCIONARIO = SPACES
002764         MOVE "001" TO WS-EMPRESA-FUNCIONARIO
002765     END-IF.
002766     IF WS-EMPRESA-FUNCIONARIO NOT = WS-EMPRESA-REMESSA
002767         ADD 1 TO WS-QTD-OUTRA-EMPRESA
002768         GO TO 2000-PROCESSAR-SEGUIR
002769     END-IF.

002770     PERFORM 2100-DEPOSITAR THRU 2100-DEPOSITAR-EXIT.

002800 2000-PROCESSAR-EXIT.
002810     EXIT.

002811*----------------------------------------------------------------
002812* 2050-OBTER-ALIQUOTA - THE FGTS RATE OF THE FUNCIONARIO'S
002813*                        CONTRACT: 8 PERCENT, 2 PERCENT FOR A
002814*                        JOVEM APRENDIZ, NONE FOR AN ESTAGIARIO.
002815*                        NO MASTER OR NO ROW KEEPS 8 PERCENT.
002816*----------------------------------------------------------------
002817 2050-OBTER-ALIQUOTA.
002818     MOVE WS-ALIQUOTA-FGTS TO WS-ALIQUOTA-APLICADA.
002819     MOVE "N" TO WS-SEM-FGTS-SW.
002820     MOVE "001" TO WS-EMPRESA-FUNCIONARIO.
002821     IF NOT WS-EMP-PRESENTE
002822         GO TO 2050-OBTER-ALIQUOTA-EXIT
002823     END-IF.
002824     MOVE WS-CODIGO-ALIQUOTA TO CODIGO.
002825     READ EMPLOYEE-MASTER
002826         INVALID KEY
002827             GO TO 2050-OBTER-ALIQUOTA-EXIT
002828     END-READ.
002829     IF EMPRESA NOT = SPACES
002830         MOVE EMPRESA TO WS-EMPRESA-FUNCIONARIO
002831     END-IF.
002832     IF EMP-APRENDIZ
002833         MOVE WS-ALIQUOTA-APRENDIZ TO WS-ALIQUOTA-APLICADA
002834     END-IF.
002835     IF EMP-ESTAGIARIO
002836         MOVE ZERO TO WS-ALIQUOTA-APLICADA
002837         SET WS-SEM-FGTS TO TRUE
002838     END-IF.
002839 2050-OBTER-ALIQUOTA-EXIT.
002840     EXIT.

002841*----------------------------------------------------------------
002842* 2100-DEPOSITAR - THE CONTRACT'S RATE OVER THE ROW'S GROSS, INTO
002843*                   THE REMESSA AND THE BALANCE; A FUNCIONARIO
002850*                   WHOSE BALANCE ALREADY SAW THIS PERIOD, OR AN
002851*                   ESTAGIARIO (NO FGTS), IS SKIPPED
002860*----------------------------------------------------------------
002870 2100-DEPOSITAR.
002871     MOVE PR-CODIGO TO WS-CODIGO-ALIQUOTA.
002872     PERFORM 2050-OBTER-ALIQUOTA THRU 2050-OBTER-ALIQUOTA-EXIT.
002873     IF WS-SEM-FGTS
002874         ADD 1 TO WS-QTD-ESTAGIARIOS
002875         GO TO 2100-DEPOSITAR-EXIT
002876     END-IF.

002880     MOVE "N" TO WS-JA-EXISTE-SW.
002890     MOVE PR-CODIGO TO FG-CODIGO.
002900     READ FGTS-BALANCE
003020     END-IF.

003030     COMPUTE WS-DEPOSITO ROUNDED =
003040         PR-BRUTO * WS-ALIQUOTA-APLICADA.

003050     MOVE SPACES TO REMESSA-FGTS-REC.
003060     MOVE "D"         TO RF-TIPO.
003090     MOVE PR-BRUTO    TO RF-BRUTO.
003100     MOVE WS-DEPOSITO TO RF-DEPOSITO.
003110     WRITE REMESSA-FGTS-REC.
003114     ADD 1 TO WS-QTD-LINHAS-REMESSA.

003120     ADD WS-DEPOSITO TO FG-SALDO.
003130     MOVE PR-PERIODO TO FG-ULT-PERIODO.
003300 2100-DEPOSITAR-EXIT.
003310     EXIT.

003311*----------------------------------------------------------------
003312* 3000-DEPOSITAR-CORRECOES - EVERY CORRECTION NOT YET TAKEN UP:
003313*                             A HIGHER CORRECTED GROSS DEPOSITS
003314*                             8 PERCENT OF THE DIFFERENCE UNDER
003315*                             THE ORIGINAL COMPETENCE; A LOWER
003316*                             ONE COMES OFF THE BALANCE FOR
003317*                             COMPENSATION
003318*----------------------------------------------------------------
003319 3000-DEPOSITAR-CORRECOES.
003320     IF NOT WS-CORR-PRESENTE
003321         GO TO 3000-DEPOSITAR-CORRECOES-EXIT
003322     END-IF.

003323     MOVE ZERO TO CR-CODIGO.
003324     MOVE ZERO TO CR-COMPETENCIA.
003325     MOVE ZERO TO CR-SEQ.
003326     START CORRECTION-FILE KEY IS NOT LESS THAN CR-CHAVE
003327         INVALID KEY
003328             SET WS-FIM-CORR TO TRUE
003329     END-START.
003330     PERFORM 3100-DEPOSITAR-CORRECAO
003331         THRU 3100-DEPOSITAR-CORRECAO-EXIT
003332         UNTIL WS-FIM-CORR.
003333 3000-DEPOSITAR-CORRECOES-EXIT.
003334     EXIT.

003335 3100-DEPOSITAR-CORRECAO.
003336     READ CORRECTION-FILE NEXT
003337         AT END
003338             SET WS-FIM-CORR TO TRUE
003339             GO TO 3100-DEPOSITAR-CORRECAO-EXIT
003340     END-READ.
003341     IF CR-FGTS-TRATADO
003342         GO TO 3100-DEPOSITAR-CORRECAO-EXIT
003343     END-IF.

003344     MOVE CR-CODIGO TO WS-CODIGO-ALIQUOTA.
003345     PERFORM 2050-OBTER-ALIQUOTA THRU 2050-OBTER-ALIQUOTA-EXIT.
003346* ANOTHER COMPANY'S CORRECTION WAITS FOR THAT COMPANY'S REMESSA
003347     IF WS-EMPRESA-FUNCIONARIO NOT = WS-EMPRESA-REMESSA
003348         GO TO 3100-DEPOSITAR-CORRECAO-EXIT
003349     END-IF.
003350     COMPUTE WS-BASE-CORRECAO = CR-CORR-BRUTO - CR-ORIG-BRUTO.
003351     COMPUTE WS-DEPOSITO-CORRECAO ROUNDED =
003352         WS-BASE-CORRECAO * WS-ALIQUOTA-APLICADA.

003353     MOVE CR-CODIGO TO FG-CODIGO.
003354     MOVE "N" TO WS-JA-EXISTE-SW.
003355     READ FGTS-BALANCE
003356         INVALID KEY
003357             MOVE CR-CODIGO TO FG-CODIGO
003358             MOVE ZERO TO FG-SALDO
003359             MOVE ZERO TO FG-ULT-PERIODO
003360             MOVE ZERO TO FG-ULT-DEPOSITO
003361         NOT INVALID KEY
003362             SET WS-JA-EXISTE TO TRUE
003363     END-READ.

003364     IF WS-DEPOSITO-CORRECAO > ZERO
003365         MOVE SPACES TO REMESSA-FGTS-REC
003366         MOVE "D"                  TO RF-TIPO
003367         MOVE CR-COMPETENCIA       TO RF-PERIODO
003368         MOVE CR-CODIGO            TO RF-CODIGO
003369         MOVE WS-BASE-CORRECAO     TO RF-BRUTO
003370         MOVE WS-DEPOSITO-CORRECAO TO RF-DEPOSITO
003371         WRITE REMESSA-FGTS-REC
003372         ADD 1 TO WS-QTD-LINHAS-REMESSA
003373         ADD WS-DEPOSITO-CORRECAO TO FG-SALDO
003374         ADD 1 TO WS-QTD-DEPOSITOS
003375         ADD WS-DEPOSITO-CORRECAO TO WS-TOTAL-DEPOSITOS
003376         ADD WS-BASE-CORRECAO TO WS-TOTAL-BRUTO
003377         MOVE WS-DEPOSITO-CORRECAO TO WS-DEPOSITO-ED
003378         DISPLAY CR-CODIGO "  " CR-COMPETENCIA " "
003379             CR-CORR-BRUTO " " WS-DEPOSITO-ED " (CORRECAO)"
003380     END-IF.
003381     IF WS-DEPOSITO-CORRECAO < ZERO
003382         SUBTRACT WS-DEPOSITO-CORRECAO FROM WS-TOTAL-COMPENSAR
003383         ADD 1 TO WS-QTD-COMPENSAR
003384         IF FG-SALDO > ZERO - WS-DEPOSITO-CORRECAO
003385             ADD WS-DEPOSITO-CORRECAO TO FG-SALDO
003386         ELSE
003387             MOVE ZERO TO FG-SALDO
003388         END-IF
003389         COMPUTE WS-DEPOSITO-ED = ZERO - WS-DEPOSITO-CORRECAO
003390         DISPLAY CR-CODIGO "  " CR-COMPETENCIA " "
003391             CR-CORR-BRUTO " " WS-DEPOSITO-ED
003392             " (RECOLHIDO A MAIOR - COMPENSAR)"
003393     END-IF.

003394     IF WS-DEPOSITO-CORRECAO NOT = ZERO
003395         IF WS-JA-EXISTE
003396             REWRITE FGTS-SALDO-REC
003397         ELSE
003398             WRITE FGTS-SALDO-REC
003399         END-IF
003400         IF NOT FS-FGTSFILE-OK
003401             DISPLAY "PROG95: ERRO AO ATUALIZAR SALDO FGTS DE "
003402                 CR-CODIGO " - " FS-FGTSFILE
003403         END-IF
003404     END-IF.

003405     SET CR-FGTS-TRATADO TO TRUE.
003406     REWRITE CORRECAO-REC.
003407     ADD 1 TO WS-QTD-CORRECOES.
003408 3100-DEPOSITAR-CORRECAO-EXIT.
003409     EXIT.

003410*----------------------------------------------------------------
003411* 8000-FINALIZAR - REMESSA TRAILER AND THE CONFERENCE TOTALS
003412*----------------------------------------------------------------
003413 8000-FINALIZAR.
003414     MOVE SPACES TO REMESSA-FGTS-REC.
003415     MOVE "T" TO RF-TIPO.
003416     MOVE WS-PERIODO-REMESSA TO RF-PERIODO.
003417     MOVE WS-QTD-DEPOSITOS TO RF-CODIGO.
003418     MOVE WS-TOTAL-BRUTO TO RF-BRUTO.
003419     MOVE WS-TOTAL-DEPOSITOS TO RF-DEPOSITO.
003420     WRITE REMESSA-FGTS-REC.
003424     ADD 1 TO WS-QTD-LINHAS-REMESSA.

003430     MOVE WS-TOTAL-BRUTO TO WS-TOTAL-ED.
003440     MOVE WS-TOTAL-DEPOSITOS TO WS-TOTAL2-ED.
003450     DISPLAY " ".
003451     DISPLAY "PROG95: EMPRESA ............ : " WS-EMPRESA-REMESSA
003452         " - REMESSA " WS-NOME-REMESSA.
003453     IF WS-QTD-OUTRA-EMPRESA > ZERO
003454         DISPLAY "PROG95: DE OUTRAS EMPRESAS .: "
003455             WS-QTD-OUTRA-EMPRESA
003456     END-IF.
003460     DISPLAY "PROG95: DEPOSITOS NA REMESSA : "
003470         WS-QTD-DEPOSITOS.
003480     IF WS-QTD-JA-DEPOSITADOS > ZERO
003490         DISPLAY "PROG95: JA DEPOSITADOS (PULADOS): "
003500             WS-QTD-JA-DEPOSITADOS
003510     END-IF.
003511     IF WS-QTD-CORRECOES > ZERO
003512         DISPLAY "PROG95: CORRECOES APLICADAS  : "
003513             WS-QTD-CORRECOES
003514     END-IF.
003515     IF WS-QTD-ESTAGIARIOS > ZERO
003516         DISPLAY "PROG95: ESTAGIARIOS (SEM FGTS): "
003517             WS-QTD-ESTAGIARIOS
003518     END-IF.
003519     IF WS-QTD-COMPENSAR > ZERO
003520         MOVE WS-TOTAL-COMPENSAR TO WS-TOTAL2-ED
003521         DISPLAY "PROG95: A COMPENSAR (" WS-QTD-COMPENSAR
003522             ") ...... : " WS-TOTAL2-ED
003523     END-IF.
003524     DISPLAY "PROG95: BASE BRUTA TOTAL ... : " WS-TOTAL-ED.
003530     DISPLAY "PROG95: TOTAL A DEPOSITAR .. : " WS-TOTAL2-ED.

003540     CLOSE PAYROLL-REGISTER FGTS-BALANCE FGTS-REMESSA.
003541     IF WS-CORR-PRESENTE
003542         CLOSE CORRECTION-FILE
003543     END-IF.
003544     IF WS-EMP-PRESENTE
003545         CLOSE EMPLOYEE-MASTER
003546     END-IF.

003547     PERFORM 8100-REGISTRAR-TOTAIS
003548         THRU 8100-REGISTRAR-TOTAIS-EXIT.

003550     MOVE "G" TO WS-XM-FUNCAO.
003560     MOVE WS-NOME-REMESSA TO WS-XM-ARQUIVO.
003570     MOVE WS-PERIODO-REMESSA TO WS-XM-PERIODO.
003580     MOVE WS-QTD-DEPOSITOS TO WS-XM-QTD.
003590     MOVE WS-TOTAL-DEPOSITOS TO WS-XM-VALOR.
003610         WS-XM-PERIODO WS-XM-QTD WS-XM-VALOR WS-XM-STATUS.

003620     MOVE SPACES TO WS-DESCRICAO-AUD.
003630     STRING "GEROU REMESSA FGTS " WS-NOME-REMESSA " PERIODO "
003640         WS-PERIODO-REMESSA " TOTAL " WS-TOTAL-DEPOSITOS
003650         DELIMITED BY SIZE INTO WS-DESCRICAO-AUD.
003660     CALL "PROG22" USING "PROG95  " WS-DESCRICAO-AUD.
003670 8000-FINALIZAR-EXIT.
003680     EXIT.

003681*----------------------------------------------------------------
003682* 8100-REGISTRAR-TOTAIS - THE REMESSA JUST CLOSED (EVERY RECORD
003683*                          WRITTEN; THE TRAILER DEPOSIT TOTAL) ON
003684*                          THE CONTROL TOTALS LEDGER
003685*----------------------------------------------------------------
003686 8100-REGISTRAR-TOTAIS.
003687     MOVE "G"                   TO WS-TL-FUNCAO.
003688     MOVE ZERO                  TO WS-TL-DATA-RUN.
003689     MOVE WS-NOME-REMESSA       TO WS-TL-ARQUIVO.
003690     MOVE WS-PERIODO-REMESSA    TO WS-TL-PERIODO.
003691     MOVE "PROG95  "            TO WS-TL-PROGRAMA.
003692     MOVE WS-QTD-LINHAS-REMESSA TO WS-TL-QTD.
003693     MOVE WS-TOTAL-DEPOSITOS    TO WS-TL-VALOR.
003694     CALL "PROG223" USING WS-TL-FUNCAO WS-TL-DATA-RUN
003695         WS-TL-ARQUIVO WS-TL-PERIODO WS-TL-PROGRAMA WS-TL-QTD
003696         WS-TL-VALOR WS-TL-QTD-RAZAO WS-TL-VALOR-RAZAO
003697         WS-TL-STATUS.
003698     IF NOT WS-TL-OK
003699         DISPLAY "PROG95: TOTAIS DE CONTROLE DA REMESSA "
003700             WS-NOME-REMESSA " NAO REGISTRADOS (CTLTOT)"
003701         MOVE 8 TO RETURN-CODE
003702     END-IF.
003703 8100-REGISTRAR-TOTAIS-EXIT.
003704     EXIT.

003705 9999-EXIT.
003706     STOP RUN.
