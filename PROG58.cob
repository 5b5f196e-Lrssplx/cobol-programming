001410* 2026-09-02 RA   EVERY MASTER WRITE NOW ALSO JOURNALS ITS FULL
001420*                 BEFORE/AFTER IMAGES THROUGH PROG141, THE RAW
001430*                 MATERIAL OF THE PROG142 FORWARD RECOVERY.
001431* 2026-09-28 RA   RECORD IMAGES WIDENED TO THE 300-BYTE EMPLOYEE
001432*                 MASTER (UNION FIELDS ADDED).
001433* 2026-09-28 RA   THE INSALUBRIDADE OR PERICULOSIDADE PROG182
001434*                 PRICES FOR THE FUNCIONARIO IS PAID FOR THE DAYS
001435*                 OF THE LAST MONTH ON ITS OWN LINE AND JOINS
001436*                 SALARIO IN THE BASE OF THE PROPORTIONAL 13O AND
001437*                 FERIAS.
001438* 2026-10-01 RA   HEALTH-PLAN COVERAGE (SAUDFILE, PROG187) OF
001439*                 THE FUNCIONARIO AND DEPENDENTS NOW ENDS ON THE
001440*                 RESCISAO DATE, MOTIVO RESCISAO.
001441* 2026-10-05 RA   A PROBATION CONTRACT DECIDED TO END AT ITS
001442*                 TERM (EXPFILE, PROG201) NOW FIXES THE RESCISAO
001443*                 DATE AND A NEW TYPE 4, TERMINO DE EXPERIENCIA:
001444*                 NO 40 PCT FGTS FINE AND 13O/FERIAS AVOS COUNTED
001445*                 EXACTLY. ANY RESCISAO CLOSES AN OPEN CONTRACT.
001446* 2026-10-05 RA   RECORD IMAGES WIDENED TO THE 309-BYTE EMPLOYEE
001447*                 MASTER (CONTRACT TYPE FIELDS ADDED).
001448* 2026-10-05 RA   CONTRACT TYPES: A FIXED-TERM CONTRACT (E/J/T)
001449*                 LEAVING ON OR AFTER DATA-FIM-CONTRATO TAKES NEW
001450*                 TYPE 5, END OF FIXED TERM (EXACT AVOS, NO 40 PCT
001451*                 FINE); AN ESTAGIARIO GETS THE RECESSO WITHOUT
001452*                 THE 1/3, NO 13O AND NO FGTS FINE.
001453* 2026-10-15 RA   RECORD IMAGES WIDENED TO THE 312-BYTE EMPLOYEE
001454*                 MASTER (COMPANY CODE ADDED).
001455* 2026-10-15 RA   AN UNRETURNED ITEM LINKED TO A FIXED ASSET
001456*                 (CD-ATIVO) IS ALSO VALUED AT THE ASSET'S BOOK
001457*                 VALUE ON ATIVFILE (COST LESS ACCUMULATED
001458*                 DEPRECIATION), ITEM BY ITEM AND IN TOTAL.
001459* 2026-10-15 RA   AVISO PREVIO BY TYPE OF RESCISAO: 30 DAYS PLUS
001460*                 3 PER FULL YEAR OF SERVICE, UP TO 90. SEM JUSTA
001461*                 CAUSA ASKS INDENIZADO OR TRABALHADO - INDENIZADO
001462*                 PAYS EVERY DAY, TRABALHADO PAYS THE DAYS BEYOND
001463*                 THE 30 WORKED - AND THE PAID DAYS PROJECT THE
001464*                 RESCISAO DATE INTO THE 13O AND FERIAS AVOS. A
001465*                 PEDIDO NOT WORKED DISCOUNTS 30 DAYS. INSS/IRRF
001466*                 COME FROM PROG46 OVER THE SALDO AND OVER THE
001467*                 13O. THE CONSOLE DEMONSTRATIVO IS REPLACED BY
001468*                 THE TRCT PRINTED THROUGH PROG68 (KEPT ON
001469*                 RPTFILE), AND THE SETTLEMENT IS STORED ON
001470*                 PAYHIST UNDER PSEUDO-PERIOD AAAA15 AND ADDED TO
001471*                 THE YTD ACCUMULATORS FOR THE PROG45 INFORME AND
001472*                 THE PROG103 EXTRACT.
001473* 2026-10-15 RA   THE SETTLEMENT NOW SETTLES WHAT THE FUNCIONARIO
001474*                 OWES: THE PENSAO ALIMENTICIA (GARNFILE) OVER THE
001475*                 NET, EVERY ADIANTAMENTO STILL TO RECOVER
001476*                 (ADTFILE) AND THE CONSIGNED LOAN BALANCE
001477*                 (LOANFILE) UP TO 35 PCT OF THE VERBAS
001478*                 RESCISORIAS, MARKING THE LOAN QUITADO OR
001479*                 RESIDUAL. WHAT COULD NOT BE RECOVERED IS LISTED
001480*                 FOR THE FINANCE DESK ON A SECOND PROG68 REPORT.
001481*                 THE NET AND THE PENSAO GO ON THE PAYREGRS
001482*                 REGISTER THE PROG62 RESCISAO REMITTANCE PAYS.
001483* 2026-10-15 RA   THE OPERATOR IS IDENTIFIED (PROG211) AT START-UP
001484*                 AND A FUNCIONARIO OF A COMPANY THE OPERATOR MAY
001485*                 NOT SEE (PROG220 FUNCTION A) IS REFUSED BEFORE
001486*                 ANY RESCISAO IS PROCESSED.
001487* 2026-10-15 RA   PAYREGRS IS NOW EXTENDED INSTEAD OF REWRITTEN,
001488*                 ONE DETAIL AND ITS OWN TRAILER (UNDER THE
001489*                 CODIGO) PER RESCISAO, SO A SETTLEMENT NOT YET
001490*                 REMITTED IS NOT LOST WHEN THE NEXT ONE IS
001491*                 PROCESSED; PROG62 PAYS EVERY ROW NOT YET
001492*                 TRANSMITTED.
001493******************************************************************
001494 IDENTIFICATION DIVISION.
001495 PROGRAM-ID. PROG58.

001496 ENVIRONMENT DIVISION.
001497 INPUT-OUTPUT SECTION.
001498 FILE-CONTROL.
001500     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
001510         ORGANIZATION IS INDEXED
001520         ACCESS MODE IS DYNAMIC
001700         RECORD KEY IS CD-CHAVE
001710         FILE STATUS IS FS-CUSTFILE.

001711     SELECT ASSET-FILE ASSIGN TO "ATIVFILE"
001712         ORGANIZATION IS INDEXED
001713         ACCESS MODE IS DYNAMIC
001714         RECORD KEY IS AT-NUMERO
001715         FILE STATUS IS FS-ATIVFILE.

001720     SELECT EXIT-QUEUE ASSIGN TO "EXITQ"
001730         ORGANIZATION IS INDEXED
001740         ACCESS MODE IS DYNAMIC
001800         RECORD KEY IS FG-CODIGO
001810         FILE STATUS IS FS-FGTSFILE.

001811     SELECT HEALTH-ENROLL-FILE ASSIGN TO "SAUDFILE"
001812         ORGANIZATION IS INDEXED
001813         ACCESS MODE IS DYNAMIC
001814         RECORD KEY IS SA-CHAVE
001815         FILE STATUS IS FS-SAUDFILE.

001816     SELECT PROBATION-FILE ASSIGN TO "EXPFILE"
001817         ORGANIZATION IS INDEXED
001818         ACCESS MODE IS DYNAMIC
001819         RECORD KEY IS EP-CODIGO
001820         FILE STATUS IS FS-EXPFILE.

001821     SELECT PAYSLIP-HISTORY ASSIGN TO "PAYHIST"
001822         ORGANIZATION IS INDEXED
001823         ACCESS MODE IS DYNAMIC
001824         RECORD KEY IS PH-CHAVE
001825         FILE STATUS IS FS-PAYHIST.

001826     SELECT YTD-FILE ASSIGN TO "YTDFILE"
001827         ORGANIZATION IS INDEXED
001828         ACCESS MODE IS DYNAMIC
001829         RECORD KEY IS YT-CHAVE
001830         FILE STATUS IS FS-YTDFILE.

001831     SELECT LOAN-FILE ASSIGN TO "LOANFILE"
001832         ORGANIZATION IS INDEXED
001833         ACCESS MODE IS DYNAMIC
001834         RECORD KEY IS LN-CODIGO
001835         FILE STATUS IS FS-LOANFILE.

001836     SELECT GARNISH-FILE ASSIGN TO "GARNFILE"
001837         ORGANIZATION IS INDEXED
001838         ACCESS MODE IS DYNAMIC
001839         RECORD KEY IS GN-CODIGO
001840         FILE STATUS IS FS-GARNFILE.

001841     SELECT ADVANCE-FILE ASSIGN TO "ADTFILE"
001842         ORGANIZATION IS INDEXED
001843         ACCESS MODE IS DYNAMIC
001844         RECORD KEY IS AD-CHAVE
001845         FILE STATUS IS FS-ADTFILE.

001846     SELECT SETTLEMENT-REGISTER ASSIGN TO "PAYREGRS"
001847         ORGANIZATION IS LINE SEQUENTIAL
001848         FILE STATUS IS FS-PAYREGRS.

001849 DATA DIVISION.
001850 FILE SECTION.
001851 FD  EMPLOYEE-MASTER.
001852 COPY EMPREC.

001860 FD  TASK-HISTORY.
001870 COPY FUNCHIST.
001900 FD  CUSTODY-FILE.
001910 COPY CUSTODREC.

001911 FD  ASSET-FILE.
001912 COPY ATIVREC.

001920 FD  EXIT-QUEUE.
001930 COPY EXITQREC.

001940 FD  FGTS-BALANCE.
001950 COPY FGTSREC.

001951 FD  HEALTH-ENROLL-FILE.
001952 COPY SAUDREC.

001953 FD  PROBATION-FILE.
001954 COPY EXPREC.

001955 FD  PAYSLIP-HISTORY.
001956 COPY PAYHISRC.

001957 FD  YTD-FILE.
001958 COPY YTDREC.

001959 FD  LOAN-FILE.
001960 COPY LOANREC.

001961 FD  GARNISH-FILE.
001962 COPY GARNREC.

001963 FD  ADVANCE-FILE.
001964 COPY ADTREC.

001965 FD  SETTLEMENT-REGISTER.
001966 COPY PAYREGRC.

001967 WORKING-STORAGE SECTION.
001970 01  FS-EMPMAST                  PIC X(02).
001980     88  FS-EMPMAST-OK           VALUE "00".

002110 01  WS-QTD-NAO-DEVOLVIDOS       PIC 9(03) VALUE ZERO.
002120 01  WS-VALOR-NAO-DEVOLVIDO      PIC 9(09)V9(02) VALUE ZERO.
002130 01  WS-REPOSICAO-ED             PIC ZZZ,ZZZ,ZZ9.99.
002131 01  FS-ATIVFILE                 PIC X(02).
002132     88  FS-ATIVFILE-OK          VALUE "00".
002133 01  WS-ATIVOS-SW                PIC X(01) VALUE "N".
002134     88  WS-ATIVOS-ABERTOS       VALUE "Y".
002135 01  WS-VALOR-CONTABIL-ITEM      PIC 9(09)V9(02).
002136 01  WS-VALOR-CONTABIL-NAO-DEV   PIC 9(09)V9(02) VALUE ZERO.

002140 01  FS-EXITQ                    PIC X(02).
002150     88  FS-EXITQ-OK             VALUE "00".
002180 01  WS-FGTS-SW                  PIC X(01) VALUE "N".
002190     88  WS-FGTS-PRESENTE        VALUE "Y".

002191 01  FS-SAUDFILE                 PIC X(02).
002192     88  FS-SAUDFILE-OK          VALUE "00".
002193 01  WS-FIM-SAUDE-SW             PIC X(01).
002194     88  WS-FIM-SAUDE            VALUE "Y".
002195 01  WS-QTD-VIDAS-ENCERRADAS     PIC 9(03) VALUE ZERO.

002196 01  FS-EXPFILE                  PIC X(02).
002197     88  FS-EXPFILE-OK           VALUE "00".
002198 01  WS-EXPFILE-SW               PIC X(01) VALUE "N".
002199     88  WS-EXPFILE-PRESENTE     VALUE "Y".
002200 01  WS-EXPERIENCIA-SW           PIC X(01) VALUE "N".
002201     88  WS-TEM-EXPERIENCIA      VALUE "Y".

002202 01  FS-PAYHIST                  PIC X(02).
002203     88  FS-PAYHIST-OK           VALUE "00".
002204 01  FS-YTDFILE                  PIC X(02).
002205     88  FS-YTDFILE-OK           VALUE "00".

002206 01  FS-LOANFILE                 PIC X(02).
002207     88  FS-LOANFILE-OK          VALUE "00".
002208 01  FS-GARNFILE                 PIC X(02).
002209     88  FS-GARNFILE-OK          VALUE "00".
002210 01  FS-ADTFILE                  PIC X(02).
002211     88  FS-ADTFILE-OK           VALUE "00".
002212 01  WS-FIM-ADT-SW               PIC X(01).
002213     88  WS-FIM-ADT              VALUE "Y".
002214 01  FS-PAYREGRS                 PIC X(02).
002215     88  FS-PAYREGRS-OK          VALUE "00".

002216 01  WS-MENSAGEM                 PIC X(40).
002217 01  WS-VALOR-ENT                PIC 9(09).
002220 01  WS-LIMITE-MIN               PIC 9(09).
002230 01  WS-LIMITE-MAX               PIC 9(09).

002350     88  WS-SEM-JUSTA-CAUSA      VALUE 1.
002360     88  WS-COM-JUSTA-CAUSA      VALUE 2.
002370     88  WS-PEDIDO-DEMISSAO      VALUE 3.
002371     88  WS-TERMINO-EXPERIENCIA  VALUE 4.
002372     88  WS-TERMINO-PRAZO        VALUE 5.
002373     88  WS-AVOS-EXATOS          VALUE 4 5.

002374 01  WS-AVISO-PREVIO.
002375     05  WS-TIPO-AVISO           PIC X(01) VALUE "N".
002376         88  WS-SEM-AVISO        VALUE "N".
002377         88  WS-AVISO-INDENIZADO VALUE "I".
002378         88  WS-AVISO-TRABALHADO VALUE "T".
002379         88  WS-AVISO-CUMPRIDO   VALUE "C".
002380         88  WS-AVISO-DESCONTADO VALUE "D".
002381     05  WS-ANOS-SERVICO         PIC 9(02).
002382     05  WS-DIAS-AVISO           PIC 9(03).
002383     05  WS-DIAS-INDENIZADOS     PIC 9(03).
002384     05  WS-DATA-PROJETADA       PIC 9(08).
002385     05  WS-DIA-AVOS             PIC 9(02).
002386     05  WS-MES-AVOS             PIC 9(02).
002387     05  WS-ANO-AVOS             PIC 9(04).
002388     05  WS-MES-INICIO-AVOS      PIC 9(02).

002389 01  WS-CALCULO-AVOS.
002390     05  WS-DATA-SEGUINTE        PIC 9(08).
002391     05  WS-INICIO-MES           PIC 9(08).
002392     05  WS-PROXIMO-MES          PIC 9(08).
002393     05  WS-INICIO-CONTAGEM      PIC 9(08).
002394     05  WS-FIM-CONTAGEM         PIC 9(08).
002395     05  WS-MES-CONTAGEM         PIC 9(02).
002396     05  WS-AVOS-DECIMO          PIC 9(02).
002397     05  WS-AVOS-FERIAS          PIC 9(02).
002398     05  WS-FIM-AVOS-SW          PIC X(01).
002399         88  WS-FIM-AVOS         VALUE "Y".

002400 01  WS-CHAMADA-DATA.
002401     05  WS-DT-FUNCAO            PIC X(01).
002402     05  WS-DT-DATA-1            PIC 9(08).
002403     05  WS-DT-DATA-2            PIC 9(08).
002404     05  WS-DT-QUANTIDADE        PIC S9(07).
002405     05  WS-DT-UNIDADE           PIC X(01).
002406     05  WS-DT-STATUS            PIC X(01).
002407         88  WS-DT-OK            VALUE "1".

002408 01  WS-CALCULO-RESCISAO.
002409     05  WS-SALDO-SALARIO        PIC 9(09)V9(02).
002410     05  WS-SALDO-ADIC-RISCO     PIC 9(09)V9(02).
002411     05  WS-REMUNERACAO-BASE     PIC 9(09)V9(02).
002412     05  WS-DECIMO-TERCEIRO      PIC 9(09)V9(02).
002413     05  WS-FERIAS-PROP          PIC 9(09)V9(02).
002420     05  WS-TERCO-FERIAS         PIC 9(09)V9(02).
002430     05  WS-TOTAL-RESCISAO       PIC 9(09)V9(02).
002440     05  WS-SALDO-FGTS           PIC 9(09)V9(02).
002450     05  WS-MULTA-FGTS           PIC 9(09)V9(02).
002451     05  WS-VALOR-AVISO          PIC 9(09)V9(02).
002452     05  WS-DESCONTO-AVISO       PIC 9(09)V9(02).
002453     05  WS-INSS-SALDO           PIC 9(09)V9(02).
002454     05  WS-IRRF-SALDO           PIC 9(09)V9(02).
002455     05  WS-INSS-DECIMO          PIC 9(09)V9(02).
002456     05  WS-IRRF-DECIMO          PIC 9(09)V9(02).
002457     05  WS-TOTAL-DESCONTOS      PIC 9(09)V9(02).
002458     05  WS-LIQUIDO-RESCISAO     PIC 9(09)V9(02).
002459     05  WS-EXCEDENTE            PIC 9(09)V9(02).

002460 01  WS-CALCULO-PROG46.
002461     05  WS-BRUTO-CALC           PIC 9(09)V9(02).
002462     05  WS-INSS-CALC            PIC 9(09)V9(02).
002463     05  WS-IRRF-CALC            PIC 9(09)V9(02).
002464     05  WS-BENEF-CALC           PIC 9(09)V9(02).

002465* CONSIGNED LOAN LIMIT ON THE VERBAS RESCISORIAS (LEI 10.820)
002466 01  WS-PCT-CONSIGNAVEL          PIC 9(02)V9(02) VALUE 35.00.

002467 01  WS-CONSIGNACOES.
002468     05  WS-DISPONIVEL           PIC 9(09)V9(02).
002469     05  WS-DESCONTO-PENSAO      PIC 9(09)V9(02).
002470     05  WS-DESCONTO-ADIANTAMENTO PIC 9(09)V9(02).
002471     05  WS-DESCONTO-EMPRESTIMO  PIC 9(09)V9(02).
002472     05  WS-PENSAO-DEVIDA        PIC 9(09)V9(02).
002473     05  WS-ADIANT-RECUPERADO    PIC 9(09)V9(02).
002474     05  WS-LIMITE-CONSIGNAVEL   PIC 9(09)V9(02).
002475     05  WS-SALDO-EMPRESTIMO     PIC 9(09)V9(02).

002476 01  WS-PENDENCIAS.
002477     05  WS-QTD-PENDENCIAS       PIC 9(02) COMP VALUE ZERO.
002478     05  WS-IDX-PENDENCIA        PIC 9(02) COMP.
002479     05  WS-TOTAL-PENDENCIAS     PIC 9(09)V9(02) VALUE ZERO.
002480     05  WS-TAB-PENDENCIA        OCCURS 20 TIMES.
002481         10  WS-PD-VERBA         PIC X(36).
002482         10  WS-PD-REFERENCIA    PIC X(12).
002483         10  WS-PD-VALOR         PIC 9(09)V9(02).
002484 01  WS-PENDENCIA-NOVA.
002485     05  WS-PN-VERBA             PIC X(36).
002486     05  WS-PN-REFERENCIA        PIC X(12).
002487     05  WS-PN-VALOR             PIC 9(09)V9(02).

002488 01  WS-CHAMADA-RISCO.
002489     05  WS-GRAU-RISCO           PIC X(01).
002490     05  WS-ADIC-RISCO-CALC      PIC 9(09)V9(02).

002500 01  WS-TOTAL-ED                 PIC ZZZ,ZZZ,ZZ9.99.

002501 01  WS-LINHA-TRCT.
002502     05  WS-LT-VERBA             PIC X(36).
002503     05  FILLER                  PIC X(02) VALUE SPACES.
002504     05  WS-LT-REFERENCIA        PIC X(12).
002505     05  FILLER                  PIC X(02) VALUE SPACES.
002506     05  WS-LT-MOEDA             PIC X(03).
002507     05  FILLER                  PIC X(01) VALUE SPACES.
002508     05  WS-LT-VALOR             PIC ZZZ,ZZZ,ZZ9.99.
002509     05  FILLER                  PIC X(10) VALUE SPACES.
002510 01  WS-LT-VALOR-CALC            PIC 9(09)V9(02).

002511 01  WS-LINHA-REL                PIC X(80).
002512 01  WS-FUNCAO-REL               PIC X(01).
002513 01  WS-TITULO-REL               PIC X(60).
002514 01  WS-COLUNAS-REL              PIC X(80).

002520 01  WS-CAMPOS-LOG.
002530     05  WS-VALOR-ANTIGO-LOG     PIC X(30).
002540     05  WS-VALOR-NOVO-LOG       PIC X(30).

002550 01  WS-JORNAL.
002560     05  WS-JR-ANTES             PIC X(312).
002570     05  WS-JR-DEPOIS            PIC X(312).
002580     05  WS-JR-OPERACAO          PIC X(01).

002590 01  WS-DESCRICAO-AUD            PIC X(60).

002591 01  WS-CHAMADA-VISAO.
002592     05  WS-VIS-FUNCAO           PIC X(01).
002593     05  WS-VIS-OPERADOR         PIC X(06).
002594     05  WS-VIS-NIVEL            PIC X(01).
002595     05  WS-VIS-STATUS           PIC X(01).

002596* PROG220 COMPANY SERVICE CALL
002597 01  WS-CHAMADA-EMPRESA.
002598     05  WS-CIA-FUNCAO           PIC X(01).
002599     05  WS-CIA-EMPRESA          PIC X(03).
002600     05  WS-CIA-ARQUIVO          PIC X(08).
002601     05  WS-CIA-STATUS           PIC X(01).
002602         88  WS-CIA-OK           VALUE "1".
002603 COPY CIAREC.

002604 PROCEDURE DIVISION.

002610*----------------------------------------------------------------
002620* 0000-MAINLINE
002730         THRU 4400-VERIFICAR-CUSTODIA-EXIT.
002740     PERFORM 4500-VERIFICAR-DEMISSIONAL
002750         THRU 4500-VERIFICAR-DEMISSIONAL-EXIT.
002751     PERFORM 4600-ENCERRAR-PLANO-SAUDE
002752         THRU 4600-ENCERRAR-PLANO-SAUDE-EXIT.
002753     PERFORM 4700-ENCERRAR-EXPERIENCIA
002754         THRU 4700-ENCERRAR-EXPERIENCIA-EXIT.
002760     PERFORM 5000-IMPRIMIR-DEMONSTRATIVO
002770         THRU 5000-IMPRIMIR-DEMONSTRATIVO-EXIT.
002773     PERFORM 5500-GRAVAR-HISTORICO
002776         THRU 5500-GRAVAR-HISTORICO-EXIT.
002777     PERFORM 5700-GRAVAR-REGISTRO
002778         THRU 5700-GRAVAR-REGISTRO-EXIT.
002780     PERFORM 6000-GRAVAR-AUDITORIA
002790         THRU 6000-GRAVAR-AUDITORIA-EXIT.
002800     PERFORM 7000-ENFILEIRAR-ENTREVISTA
002980         OPEN OUTPUT TASK-HISTORY
002990     END-IF.

002992     MOVE "I" TO WS-VIS-FUNCAO.
002994     CALL "PROG211" USING WS-VIS-FUNCAO WS-VIS-OPERADOR
002996         WS-VIS-NIVEL WS-VIS-STATUS.

003000     MOVE "CODIGO DO FUNCIONARIO" TO WS-MENSAGEM.
003010     MOVE 1 TO WS-LIMITE-MIN.
003020     MOVE 999999 TO WS-LIMITE-MAX.
003100             GO TO 9999-EXIT
003110     END-READ.

003111     MOVE "A" TO WS-CIA-FUNCAO.
003112     MOVE EMPRESA TO WS-CIA-EMPRESA.
003113     CALL "PROG220" USING WS-CIA-FUNCAO WS-CIA-EMPRESA
003114         WS-CIA-ARQUIVO COMPANHIA-REC WS-CIA-STATUS.
003115     IF NOT WS-CIA-OK
003116         DISPLAY "PROG58: ACESSO NEGADO - FUNCIONARIO " CODIGO
003117             " DE OUTRA EMPRESA"
003118         GO TO 9999-EXIT
003119     END-IF.

003120     IF EMP-INATIVO
003130         DISPLAY "PROG58: FUNCIONARIO " CODIGO " JA ESTA "
003140             "INATIVO - RESCISAO NAO PROCESSADA"
003150         GO TO 9999-EXIT
003160     END-IF.

003161     OPEN INPUT FGTS-BALANCE.
003162     IF FS-FGTSFILE-OK
003163         SET WS-FGTS-PRESENTE TO TRUE
003164     END-IF.

003165     MOVE ZERO TO WS-TIPO-RESCISAO.
003166     PERFORM 1100-VERIFICAR-EXPERIENCIA
003167         THRU 1100-VERIFICAR-EXPERIENCIA-EXIT.
003168     IF WS-TERMINO-EXPERIENCIA
003169         GO TO 1000-INICIALIZAR-EXIT
003170     END-IF.

003171     MOVE "DATA DA RESCISAO (AAAAMMDD)" TO WS-MENSAGEM.
003180     MOVE 19000101 TO WS-LIMITE-MIN.
003190     MOVE 99991231 TO WS-LIMITE-MAX.
003200     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
003330         WS-LIMITE-MIN WS-LIMITE-MAX.
003340     MOVE WS-VALOR-ENT TO WS-TIPO-RESCISAO.

003341     IF EMP-PRAZO-DETERMINADO
003342        AND DATA-FIM-CONTRATO > ZERO
003343        AND WS-DATA-RESCISAO NOT < DATA-FIM-CONTRATO
003344        AND NOT WS-COM-JUSTA-CAUSA
003345         MOVE 5 TO WS-TIPO-RESCISAO
003346         DISPLAY "PROG58: CONTRATO POR PRAZO DETERMINADO "
003347             "VENCIDO EM " DATA-FIM-CONTRATO
003348         DISPLAY "PROG58: RESCISAO PELAS REGRAS DO TERMINO DO "
003349             "CONTRATO (SEM AVISO E SEM MULTA FGTS)"
003350     END-IF.

003351     MOVE "N" TO WS-TIPO-AVISO.
003352     IF EMP-ESTAGIARIO
003353         GO TO 1000-INICIALIZAR-EXIT
003354     END-IF.
003355     IF WS-SEM-JUSTA-CAUSA
003356         MOVE "AVISO (1=INDENIZADO / 2=TRABALHADO)"
003357             TO WS-MENSAGEM
003358         MOVE 1 TO WS-LIMITE-MIN
003359         MOVE 2 TO WS-LIMITE-MAX
003360         CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
003361             WS-LIMITE-MIN WS-LIMITE-MAX
003362         IF WS-VALOR-ENT = 1
003363             SET WS-AVISO-INDENIZADO TO TRUE
003364         ELSE
003365             SET WS-AVISO-TRABALHADO TO TRUE
003366         END-IF
003367     END-IF.
003368     IF WS-PEDIDO-DEMISSAO
003369         MOVE "AVISO (1=CUMPRIDO / 2=NAO CUMPRIDO)"
003370             TO WS-MENSAGEM
003371         MOVE 1 TO WS-LIMITE-MIN
003372         MOVE 2 TO WS-LIMITE-MAX
003373         CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
003374             WS-LIMITE-MIN WS-LIMITE-MAX
003375         IF WS-VALOR-ENT = 1
003376             SET WS-AVISO-CUMPRIDO TO TRUE
003377         ELSE
003378             SET WS-AVISO-DESCONTADO TO TRUE
003379         END-IF
003380     END-IF.
003390 1000-INICIALIZAR-EXIT.
003400     EXIT.

003401*----------------------------------------------------------------
003402* 1100-VERIFICAR-EXPERIENCIA - A PROBATION CONTRACT DECIDED TO
003403*                               END AT ITS TERM (PROG201) FIXES
003404*                               THE RESCISAO DATE AND TYPE: NO
003405*                               PROMPT, PROBATION SETTLEMENT
003406*                               RULES. THE FILE STAYS OPEN FOR
003407*                               4700 TO CLOSE THE CONTRACT
003408*----------------------------------------------------------------
003409 1100-VERIFICAR-EXPERIENCIA.
003410     OPEN I-O PROBATION-FILE.
003411     IF NOT FS-EXPFILE-OK
003412         GO TO 1100-VERIFICAR-EXPERIENCIA-EXIT
003413     END-IF.
003414     SET WS-EXPFILE-PRESENTE TO TRUE.

003415     MOVE CODIGO TO EP-CODIGO.
003416     READ PROBATION-FILE
003417         INVALID KEY
003418             GO TO 1100-VERIFICAR-EXPERIENCIA-EXIT
003419     END-READ.
003420     SET WS-TEM-EXPERIENCIA TO TRUE.

003421     IF EP-EM-EXPERIENCIA
003422         DISPLAY "PROG58: FUNCIONARIO EM CONTRATO DE "
003423             "EXPERIENCIA - RESCISAO ANTES DO TERMINO DO "
003424             EP-FASE "O PERIODO"
003425     END-IF.

003426     IF EP-AGUARDA-RESCISAO
003427         MOVE EP-DATA-TERMINO TO WS-DATA-RESCISAO
003428         MOVE 4 TO WS-TIPO-RESCISAO
003429         DISPLAY "PROG58: CONTRATO DE EXPERIENCIA ENCERRADO "
003430             "NO TERMINO EM " EP-DATA-TERMINO
003431         DISPLAY "PROG58: RESCISAO PELAS REGRAS DO TERMINO DE "
003432             "EXPERIENCIA (SEM AVISO E SEM MULTA FGTS)"
003433     END-IF.
003434 1100-VERIFICAR-EXPERIENCIA-EXIT.
003435     EXIT.

003436*----------------------------------------------------------------
003437* 2000-CALCULAR-RESCISAO - SALDO DE SALARIO PELOS DIAS DO MES,
003438*                           13O E FERIAS PROPORCIONAIS POR MESES
003440*                           TRABALHADOS NO ANO (MES CONTA COM 15
003450*                           DIAS OU MAIS), TERCO CONSTITUCIONAL
003460*                           SOBRE AS FERIAS. O ADICIONAL DE
003461*                           INSALUBRIDADE/PERICULOSIDADE (PROG182)
003462*                           ENTRA NO SALDO E NA BASE DO 13O E
003463*                           DAS FERIAS. O AVISO PREVIO
003465*                           INDENIZADO (2100) ENTRA NO TOTAL E
003467*                           PROJETA A DATA DE CONTAGEM DOS AVOS
003470*----------------------------------------------------------------
003480 2000-CALCULAR-RESCISAO.
003490     MOVE WS-DATA-RESCISAO(7:2) TO WS-DIA-RESCISAO.
003570     COMPUTE WS-SALDO-SALARIO ROUNDED =
003580         SALARIO * WS-DIA-RESCISAO / 30.

003581     CALL "PROG182" USING CODIGO DEPARTAMENTO CARGO SALARIO
003582         WS-GRAU-RISCO WS-ADIC-RISCO-CALC.
003583     COMPUTE WS-SALDO-ADIC-RISCO ROUNDED =
003584         WS-ADIC-RISCO-CALC * WS-DIA-RESCISAO / 30.
003585     COMPUTE WS-REMUNERACAO-BASE =
003586         SALARIO + WS-ADIC-RISCO-CALC.

003587     PERFORM 2100-CALCULAR-AVISO THRU 2100-CALCULAR-AVISO-EXIT.

003588* THE MONTHS ARE COUNTED UP TO THE PROJECTED DATE, WHICH MAY
003589* RUN INTO THE NEXT YEAR WHEN THE AVISO IS PAID IN LIEU
003590     IF WS-ANO-ADMISSAO = WS-ANO-RESCISAO
003600         MOVE WS-MES-ADMISSAO TO WS-MES-INICIO-AVOS
003620     ELSE
003629         MOVE 1 TO WS-MES-INICIO-AVOS
003640     END-IF.
003642     COMPUTE WS-MESES-TRABALHADOS-ANO =
003644         (WS-ANO-AVOS - WS-ANO-RESCISAO) * 12
003646         + WS-MES-AVOS - WS-MES-INICIO-AVOS + 1.
003650     IF WS-DIA-AVOS < 15
003660         AND WS-MESES-TRABALHADOS-ANO > ZERO
003670         SUBTRACT 1 FROM WS-MESES-TRABALHADOS-ANO
003680     END-IF.

003681     IF WS-AVOS-EXATOS
003682         PERFORM 2200-AVOS-EXPERIENCIA
003683             THRU 2200-AVOS-EXPERIENCIA-EXIT
003684         COMPUTE WS-DECIMO-TERCEIRO ROUNDED =
003685             WS-REMUNERACAO-BASE * WS-AVOS-DECIMO / 12
003686         COMPUTE WS-FERIAS-PROP ROUNDED =
003687             WS-REMUNERACAO-BASE * WS-AVOS-FERIAS / 12
003688     ELSE
003689         MOVE WS-MESES-TRABALHADOS-ANO TO WS-AVOS-DECIMO
003690         MOVE WS-MESES-TRABALHADOS-ANO TO WS-AVOS-FERIAS
003691         COMPUTE WS-DECIMO-TERCEIRO ROUNDED =
003700             WS-REMUNERACAO-BASE * WS-MESES-TRABALHADOS-ANO / 12
003710         COMPUTE WS-FERIAS-PROP ROUNDED =
003720             WS-REMUNERACAO-BASE * WS-MESES-TRABALHADOS-ANO / 12
003721     END-IF.
003730     COMPUTE WS-TERCO-FERIAS ROUNDED = WS-FERIAS-PROP / 3.

003731* AN ESTAGIARIO HAS NO 13O AND THE RECESSO CARRIES NO 1/3
003732     IF EMP-ESTAGIARIO
003733         MOVE ZERO TO WS-DECIMO-TERCEIRO WS-TERCO-FERIAS
003734     END-IF.

003740     COMPUTE WS-TOTAL-RESCISAO ROUNDED =
003750         WS-SALDO-SALARIO + WS-SALDO-ADIC-RISCO
003751         + WS-DECIMO-TERCEIRO
003760         + WS-FERIAS-PROP + WS-TERCO-FERIAS
003764         + WS-VALOR-AVISO.

003770     PERFORM 2500-CALCULAR-MULTA-FGTS
003780         THRU 2500-CALCULAR-MULTA-FGTS-EXIT.
003783     PERFORM 2600-CALCULAR-DESCONTOS
003786         THRU 2600-CALCULAR-DESCONTOS-EXIT.
003787     PERFORM 2700-CALCULAR-CONSIGNACOES
003788         THRU 2700-CALCULAR-CONSIGNACOES-EXIT.
003790 2000-CALCULAR-RESCISAO-EXIT.
003800     EXIT.

003801*----------------------------------------------------------------
003802* 2100-CALCULAR-AVISO - AVISO PREVIO BY TYPE OF RESCISAO. SEM
003803*                        JUSTA CAUSA: 30 DAYS PLUS 3 PER FULL
003804*                        YEAR OF SERVICE, UP TO 90; INDENIZADO
003805*                        PAYS THEM ALL, TRABALHADO PAYS ONLY
003806*                        THE DAYS BEYOND THE 30 WORKED. THE
003807*                        PAID DAYS PROJECT THE RESCISAO DATE
003808*                        FOR THE AVOS. PEDIDO: 30 DAYS OWED BY
003809*                        THE FUNCIONARIO, DISCOUNTED WHEN NOT
003810*                        WORKED. COM JUSTA CAUSA, END OF
003811*                        PROBATION OR OF A FIXED TERM AND AN
003812*                        ESTAGIARIO HAVE NO AVISO
003813*----------------------------------------------------------------
003814 2100-CALCULAR-AVISO.
003815     MOVE ZERO TO WS-DIAS-AVISO.
003816     MOVE ZERO TO WS-DIAS-INDENIZADOS.
003817     MOVE ZERO TO WS-VALOR-AVISO.
003818     MOVE WS-DATA-RESCISAO TO WS-DATA-PROJETADA.

003819     COMPUTE WS-ANOS-SERVICO = WS-ANO-RESCISAO - WS-ANO-ADMISSAO.
003820     IF WS-DATA-RESCISAO(5:4) < DATA-ADMISSAO(5:4)
003821         AND WS-ANOS-SERVICO > ZERO
003822         SUBTRACT 1 FROM WS-ANOS-SERVICO
003823     END-IF.

003824     IF WS-AVISO-INDENIZADO OR WS-AVISO-TRABALHADO
003825         COMPUTE WS-DIAS-AVISO = 30 + WS-ANOS-SERVICO * 3
003826         IF WS-DIAS-AVISO > 90
003827             MOVE 90 TO WS-DIAS-AVISO
003828         END-IF
003829     END-IF.
003830     IF WS-AVISO-CUMPRIDO OR WS-AVISO-DESCONTADO
003831         MOVE 30 TO WS-DIAS-AVISO
003832     END-IF.

003833     IF WS-AVISO-INDENIZADO
003834         MOVE WS-DIAS-AVISO TO WS-DIAS-INDENIZADOS
003835     END-IF.
003836     IF WS-AVISO-TRABALHADO
003837         COMPUTE WS-DIAS-INDENIZADOS = WS-DIAS-AVISO - 30
003838     END-IF.

003839     IF WS-DIAS-INDENIZADOS > ZERO
003840         COMPUTE WS-VALOR-AVISO ROUNDED =
003841             WS-REMUNERACAO-BASE * WS-DIAS-INDENIZADOS / 30
003842         MOVE "A" TO WS-DT-FUNCAO
003843         MOVE WS-DATA-RESCISAO TO WS-DT-DATA-1
003844         MOVE WS-DIAS-INDENIZADOS TO WS-DT-QUANTIDADE
003845         MOVE "D" TO WS-DT-UNIDADE
003846         CALL "PROG74" USING WS-DT-FUNCAO WS-DT-DATA-1
003847             WS-DT-DATA-2 WS-DT-QUANTIDADE WS-DT-UNIDADE
003848             WS-DT-STATUS
003849         IF WS-DT-OK
003850             MOVE WS-DT-DATA-2 TO WS-DATA-PROJETADA
003851         END-IF
003852     END-IF.

003853     MOVE WS-DATA-PROJETADA(7:2) TO WS-DIA-AVOS.
003854     MOVE WS-DATA-PROJETADA(5:2) TO WS-MES-AVOS.
003855     MOVE WS-DATA-PROJETADA(1:4) TO WS-ANO-AVOS.
003856 2100-CALCULAR-AVISO-EXIT.
003857     EXIT.

003858*----------------------------------------------------------------
003859* 2200-AVOS-EXPERIENCIA - A PROBATION OR OTHER FIXED-TERM
003860*                          CONTRACT IS SHORTER THAN THE
003861*                          MONTHS-IN-THE-YEAR COUNT ASSUMES,
003862*                          SO THE AVOS ARE COUNTED EXACTLY:
003863*                          13O - EACH CALENDAR MONTH OF THE
003864*                          RESCISAO YEAR WITH 15 OR MORE DAYS
003865*                          WORKED; FERIAS - EACH FULL MONTH FROM
003866*                          DATA-ADMISSAO PLUS THE LAST FRACTION
003867*                          WHEN IT REACHES 15 DAYS
003868*----------------------------------------------------------------
003869 2200-AVOS-EXPERIENCIA.
003870     MOVE "A" TO WS-DT-FUNCAO.
003871     MOVE WS-DATA-RESCISAO TO WS-DT-DATA-1.
003872     MOVE 1 TO WS-DT-QUANTIDADE.
003873     MOVE "D" TO WS-DT-UNIDADE.
003874     CALL "PROG74" USING WS-DT-FUNCAO WS-DT-DATA-1
003875         WS-DT-DATA-2 WS-DT-QUANTIDADE WS-DT-UNIDADE
003876         WS-DT-STATUS.
003877     MOVE WS-DT-DATA-2 TO WS-DATA-SEGUINTE.

003878     MOVE ZERO TO WS-AVOS-DECIMO.
003879     IF WS-ANO-ADMISSAO = WS-ANO-RESCISAO
003880         MOVE WS-MES-ADMISSAO TO WS-MES-CONTAGEM
003881     ELSE
003882         MOVE 1 TO WS-MES-CONTAGEM
003883     END-IF.
003884     PERFORM 2210-AVO-DECIMO THRU 2210-AVO-DECIMO-EXIT
003885         UNTIL WS-MES-CONTAGEM > WS-MES-RESCISAO.

003886     MOVE ZERO TO WS-AVOS-FERIAS.
003887     MOVE DATA-ADMISSAO TO WS-INICIO-CONTAGEM.
003888     MOVE "N" TO WS-FIM-AVOS-SW.
003889     PERFORM 2220-AVO-FERIAS THRU 2220-AVO-FERIAS-EXIT
003890         UNTIL WS-FIM-AVOS.
003891 2200-AVOS-EXPERIENCIA-EXIT.
003892     EXIT.

003893 2210-AVO-DECIMO.
003894     COMPUTE WS-INICIO-MES = WS-ANO-RESCISAO * 10000
003895         + WS-MES-CONTAGEM * 100 + 1.
003896     MOVE "A" TO WS-DT-FUNCAO.
003897     MOVE WS-INICIO-MES TO WS-DT-DATA-1.
003898     MOVE 1 TO WS-DT-QUANTIDADE.
003899     MOVE "M" TO WS-DT-UNIDADE.
003900     CALL "PROG74" USING WS-DT-FUNCAO WS-DT-DATA-1
003901         WS-DT-DATA-2 WS-DT-QUANTIDADE WS-DT-UNIDADE
003902         WS-DT-STATUS.
003903     MOVE WS-DT-DATA-2 TO WS-PROXIMO-MES.

003904     IF DATA-ADMISSAO > WS-INICIO-MES
003905         MOVE DATA-ADMISSAO TO WS-INICIO-CONTAGEM
003906     ELSE
003907         MOVE WS-INICIO-MES TO WS-INICIO-CONTAGEM
003908     END-IF.
003909     IF WS-DATA-SEGUINTE < WS-PROXIMO-MES
003910         MOVE WS-DATA-SEGUINTE TO WS-FIM-CONTAGEM
003911     ELSE
003912         MOVE WS-PROXIMO-MES TO WS-FIM-CONTAGEM
003913     END-IF.

003914     MOVE "D" TO WS-DT-FUNCAO.
003915     MOVE WS-INICIO-CONTAGEM TO WS-DT-DATA-1.
003916     MOVE WS-FIM-CONTAGEM TO WS-DT-DATA-2.
003917     CALL "PROG74" USING WS-DT-FUNCAO WS-DT-DATA-1
003918         WS-DT-DATA-2 WS-DT-QUANTIDADE WS-DT-UNIDADE
003919         WS-DT-STATUS.
003920     IF WS-DT-QUANTIDADE NOT < 15
003921         ADD 1 TO WS-AVOS-DECIMO
003922     END-IF.
003923     ADD 1 TO WS-MES-CONTAGEM.
003924 2210-AVO-DECIMO-EXIT.
003925     EXIT.

003926 2220-AVO-FERIAS.
003927     MOVE "A" TO WS-DT-FUNCAO.
003928     MOVE DATA-ADMISSAO TO WS-DT-DATA-1.
003929     COMPUTE WS-DT-QUANTIDADE = WS-AVOS-FERIAS + 1.
003930     MOVE "M" TO WS-DT-UNIDADE.
003931     CALL "PROG74" USING WS-DT-FUNCAO WS-DT-DATA-1
003932         WS-DT-DATA-2 WS-DT-QUANTIDADE WS-DT-UNIDADE
003933         WS-DT-STATUS.
003934     IF WS-DT-DATA-2 NOT > WS-DATA-SEGUINTE
003935         ADD 1 TO WS-AVOS-FERIAS
003936         MOVE WS-DT-DATA-2 TO WS-INICIO-CONTAGEM
003937         GO TO 2220-AVO-FERIAS-EXIT
003938     END-IF.

003939     MOVE "D" TO WS-DT-FUNCAO.
003940     MOVE WS-INICIO-CONTAGEM TO WS-DT-DATA-1.
003941     MOVE WS-DATA-SEGUINTE TO WS-DT-DATA-2.
003942     CALL "PROG74" USING WS-DT-FUNCAO WS-DT-DATA-1
003943         WS-DT-DATA-2 WS-DT-QUANTIDADE WS-DT-UNIDADE
003944         WS-DT-STATUS.
003945     IF WS-DT-QUANTIDADE NOT < 15
003946         ADD 1 TO WS-AVOS-FERIAS
003947     END-IF.
003948     SET WS-FIM-AVOS TO TRUE.
003949 2220-AVO-FERIAS-EXIT.
003950     EXIT.

003951*----------------------------------------------------------------
003952* 2500-CALCULAR-MULTA-FGTS - A RESCISAO SEM JUSTA CAUSA OWES 40
003953*                             PERCENT OVER THE FGTS BALANCE
003954*                             PROG95 ACCUMULATED; DEPOSITED TO
003955*                             THE FGTS ACCOUNT, NOT PAID IN CASH
003956*----------------------------------------------------------------
003957 2500-CALCULAR-MULTA-FGTS.
003958     MOVE ZERO TO WS-SALDO-FGTS.
003959     MOVE ZERO TO WS-MULTA-FGTS.

003960     IF NOT WS-SEM-JUSTA-CAUSA OR EMP-ESTAGIARIO
003961         GO TO 2500-CALCULAR-MULTA-FGTS-EXIT
003962     END-IF.

003963     IF NOT WS-FGTS-PRESENTE
003964         DISPLAY "PROG58: SALDO FGTS (FGTSFILE) INDISPONIVEL "
003965             "- MULTA DE 40 PCT NAO APURADA"
003966         GO TO 2500-CALCULAR-MULTA-FGTS-EXIT
003970     END-IF.

003980     MOVE CODIGO TO FG-CODIGO.
004070 2500-CALCULAR-MULTA-FGTS-EXIT.
004080     EXIT.

004081*----------------------------------------------------------------
004082* 2600-CALCULAR-DESCONTOS - INSS/IRRF THROUGH PROG46 OVER THE
004083*                            SALDO OF THE MONTH AND, APART, OVER
004084*                            THE 13O; FERIAS INDENIZADAS, THE 1/3
004085*                            AND THE AVISO INDENIZADO BEAR
004086*                            NEITHER. THE AVISO NOT WORKED ON A
004087*                            PEDIDO IS DISCOUNTED UP TO WHAT IS
004088*                            LEFT, SO THE NET NEVER GOES NEGATIVE
004089*----------------------------------------------------------------
004090 2600-CALCULAR-DESCONTOS.
004091     MOVE ZERO TO WS-INSS-SALDO WS-IRRF-SALDO.
004092     MOVE ZERO TO WS-INSS-DECIMO WS-IRRF-DECIMO.
004093     MOVE ZERO TO WS-DESCONTO-AVISO.

004094     COMPUTE WS-BRUTO-CALC =
004095         WS-SALDO-SALARIO + WS-SALDO-ADIC-RISCO.
004096     IF WS-BRUTO-CALC > ZERO
004097         CALL "PROG46" USING CODIGO WS-BRUTO-CALC
004098             WS-INSS-CALC WS-IRRF-CALC WS-BENEF-CALC
004099         MOVE WS-INSS-CALC TO WS-INSS-SALDO
004100         MOVE WS-IRRF-CALC TO WS-IRRF-SALDO
004101     END-IF.

004102     MOVE WS-DECIMO-TERCEIRO TO WS-BRUTO-CALC.
004103     IF WS-BRUTO-CALC > ZERO
004104         CALL "PROG46" USING CODIGO WS-BRUTO-CALC
004105             WS-INSS-CALC WS-IRRF-CALC WS-BENEF-CALC
004106         MOVE WS-INSS-CALC TO WS-INSS-DECIMO
004107         MOVE WS-IRRF-CALC TO WS-IRRF-DECIMO
004108     END-IF.

004109     IF WS-AVISO-DESCONTADO
004110         COMPUTE WS-DESCONTO-AVISO ROUNDED =
004111             WS-REMUNERACAO-BASE * WS-DIAS-AVISO / 30
004112     END-IF.

004113     COMPUTE WS-TOTAL-DESCONTOS =
004114         WS-INSS-SALDO + WS-IRRF-SALDO
004115         + WS-INSS-DECIMO + WS-IRRF-DECIMO
004116         + WS-DESCONTO-AVISO.
004117     IF WS-TOTAL-DESCONTOS > WS-TOTAL-RESCISAO
004118         COMPUTE WS-EXCEDENTE =
004119             WS-TOTAL-DESCONTOS - WS-TOTAL-RESCISAO
004120         SUBTRACT WS-EXCEDENTE FROM WS-DESCONTO-AVISO
004121         SUBTRACT WS-EXCEDENTE FROM WS-TOTAL-DESCONTOS
004122     END-IF.
004123     COMPUTE WS-LIQUIDO-RESCISAO =
004124         WS-TOTAL-RESCISAO - WS-TOTAL-DESCONTOS.
004125 2600-CALCULAR-DESCONTOS-EXIT.
004126     EXIT.

004127*----------------------------------------------------------------
004128* 2700-CALCULAR-CONSIGNACOES - WHAT THE FUNCIONARIO OWES COMES
004129*                               OFF THE NET LEFT AFTER INSS, IRRF
004130*                               AND THE AVISO, IN LEGAL ORDER:
004131*                               THE PENSAO ALIMENTICIA FIRST, THEN
004132*                               THE ADIANTAMENTOS STILL OPEN, THEN
004133*                               THE CONSIGNED LOAN. THE NET NEVER
004134*                               GOES NEGATIVE; WHAT IT CANNOT
004135*                               COVER IS KEPT AS A PENDENCIA FOR
004136*                               THE FINANCE DESK
004137*----------------------------------------------------------------
004138 2700-CALCULAR-CONSIGNACOES.
004139     MOVE ZERO TO WS-DESCONTO-PENSAO WS-DESCONTO-ADIANTAMENTO.
004140     MOVE ZERO TO WS-DESCONTO-EMPRESTIMO WS-SALDO-EMPRESTIMO.
004141     MOVE WS-LIQUIDO-RESCISAO TO WS-DISPONIVEL.

004142     PERFORM 2710-DESCONTAR-PENSAO
004143         THRU 2710-DESCONTAR-PENSAO-EXIT.
004144     PERFORM 2720-RECUPERAR-ADIANTAMENTOS
004145         THRU 2720-RECUPERAR-ADIANTAMENTOS-EXIT.
004146     PERFORM 2730-QUITAR-EMPRESTIMO
004147         THRU 2730-QUITAR-EMPRESTIMO-EXIT.

004148     ADD WS-DESCONTO-PENSAO       TO WS-TOTAL-DESCONTOS.
004149     ADD WS-DESCONTO-ADIANTAMENTO TO WS-TOTAL-DESCONTOS.
004150     ADD WS-DESCONTO-EMPRESTIMO   TO WS-TOTAL-DESCONTOS.
004151     COMPUTE WS-LIQUIDO-RESCISAO =
004152         WS-TOTAL-RESCISAO - WS-TOTAL-DESCONTOS.
004153 2700-CALCULAR-CONSIGNACOES-EXIT.
004154     EXIT.

004155*----------------------------------------------------------------
004156* 2710-DESCONTAR-PENSAO - AN ACTIVE ORDER ON GARNFILE TAKES ITS
004157*                          PERCENTAGE OF THE NET, OR ITS FIXED
004158*                          VALUE, THE SAME RULE PROG42 APPLIES
004159*                          EVERY MONTH
004160*----------------------------------------------------------------
004161 2710-DESCONTAR-PENSAO.
004162     OPEN INPUT GARNISH-FILE.
004163     IF NOT FS-GARNFILE-OK
004164         GO TO 2710-DESCONTAR-PENSAO-EXIT
004165     END-IF.

004166     MOVE CODIGO TO GN-CODIGO.
004167     READ GARNISH-FILE
004168         INVALID KEY
004169             CLOSE GARNISH-FILE
004170             GO TO 2710-DESCONTAR-PENSAO-EXIT
004171     END-READ.
004172     CLOSE GARNISH-FILE.

004173     IF NOT GN-ATIVA
004174         GO TO 2710-DESCONTAR-PENSAO-EXIT
004175     END-IF.

004176     IF GN-PERCENT-LIQUIDO
004177         COMPUTE WS-PENSAO-DEVIDA ROUNDED =
004178             WS-DISPONIVEL * GN-PERCENTUAL / 100
004179     ELSE
004180         MOVE GN-VALOR-FIXO TO WS-PENSAO-DEVIDA
004181     END-IF.

004182     MOVE WS-PENSAO-DEVIDA TO WS-DESCONTO-PENSAO.
004183     IF WS-DESCONTO-PENSAO > WS-DISPONIVEL
004184         MOVE WS-DISPONIVEL TO WS-DESCONTO-PENSAO
004185         MOVE "PENSAO ALIMENTICIA NAO RETIDA" TO WS-PN-VERBA
004186         MOVE GN-PROCESSO(1:12) TO WS-PN-REFERENCIA
004187         COMPUTE WS-PN-VALOR =
004188             WS-PENSAO-DEVIDA - WS-DESCONTO-PENSAO
004189         PERFORM 2790-ANOTAR-PENDENCIA
004190             THRU 2790-ANOTAR-PENDENCIA-EXIT
004191     END-IF.
004192     SUBTRACT WS-DESCONTO-PENSAO FROM WS-DISPONIVEL.
004193 2710-DESCONTAR-PENSAO-EXIT.
004194     EXIT.

004195*----------------------------------------------------------------
004196* 2720-RECUPERAR-ADIANTAMENTOS - EVERY PROG174 ADVANCE STILL
004197*                                 PAGO ON ADTFILE (NO MONTHLY RUN
004198*                                 WILL DEDUCT IT ANY MORE) COMES
004199*                                 OFF WHAT IS LEFT AND IS MARKED
004200*                                 DESCONTADO; WHAT DID NOT FIT IS
004201*                                 A PENDENCIA
004202*----------------------------------------------------------------
004203 2720-RECUPERAR-ADIANTAMENTOS.
004204     MOVE "N" TO WS-FIM-ADT-SW.

004205     OPEN I-O ADVANCE-FILE.
004206     IF NOT FS-ADTFILE-OK
004207         GO TO 2720-RECUPERAR-ADIANTAMENTOS-EXIT
004208     END-IF.

004209     MOVE CODIGO TO AD-CODIGO.
004210     MOVE ZERO   TO AD-PERIODO.
004211     START ADVANCE-FILE KEY IS NOT LESS THAN AD-CHAVE
004212         INVALID KEY
004213             SET WS-FIM-ADT TO TRUE
004214     END-START.

004215     PERFORM 2721-RECUPERAR-UM THRU 2721-RECUPERAR-UM-EXIT
004216         UNTIL WS-FIM-ADT.
004217     CLOSE ADVANCE-FILE.
004218 2720-RECUPERAR-ADIANTAMENTOS-EXIT.
004219     EXIT.

004220 2721-RECUPERAR-UM.
004221     READ ADVANCE-FILE NEXT
004222         AT END
004223             SET WS-FIM-ADT TO TRUE
004224             GO TO 2721-RECUPERAR-UM-EXIT
004225     END-READ.

004226     IF AD-CODIGO NOT = CODIGO
004227         SET WS-FIM-ADT TO TRUE
004228         GO TO 2721-RECUPERAR-UM-EXIT
004229     END-IF.

004230     IF NOT AD-PAGO
004231         GO TO 2721-RECUPERAR-UM-EXIT
004232     END-IF.

004233     MOVE AD-VALOR TO WS-ADIANT-RECUPERADO.
004234     IF WS-ADIANT-RECUPERADO > WS-DISPONIVEL
004235         MOVE WS-DISPONIVEL TO WS-ADIANT-RECUPERADO
004236         MOVE "ADIANTAMENTO NAO RECUPERADO" TO WS-PN-VERBA
004237         MOVE SPACES TO WS-PN-REFERENCIA
004238         STRING "COMP. " AD-PERIODO
004239             DELIMITED BY SIZE INTO WS-PN-REFERENCIA
004240         COMPUTE WS-PN-VALOR = AD-VALOR - WS-ADIANT-RECUPERADO
004241         PERFORM 2790-ANOTAR-PENDENCIA
004242             THRU 2790-ANOTAR-PENDENCIA-EXIT
004243     END-IF.

004244     IF WS-ADIANT-RECUPERADO = ZERO
004245         GO TO 2721-RECUPERAR-UM-EXIT
004246     END-IF.
004247     ADD WS-ADIANT-RECUPERADO TO WS-DESCONTO-ADIANTAMENTO.
004248     SUBTRACT WS-ADIANT-RECUPERADO FROM WS-DISPONIVEL.

004249     SET AD-DESCONTADO TO TRUE.
004250     MOVE WS-DATA-ATUAL TO AD-DATA-DESCONTO.
004251     REWRITE ADIANTAMENTO-REC.
004252     IF NOT FS-ADTFILE-OK
004253         DISPLAY "PROG58: ERRO AO BAIXAR ADIANTAMENTO DE "
004254             CODIGO " - " FS-ADTFILE
004255     END-IF.
004256 2721-RECUPERAR-UM-EXIT.
004257     EXIT.

004258*----------------------------------------------------------------
004259* 2730-QUITAR-EMPRESTIMO - THE WHOLE CONSIGNED LOAN BALANCE FALLS
004260*                           DUE, BUT ONLY UP TO WS-PCT-CONSIGNAVEL
004261*                           OF THE VERBAS RESCISORIAS AND TO WHAT
004262*                           IS LEFT OF THE NET. A BALANCE PAID IN
004263*                           FULL MARKS THE LOAN QUITADO; WHAT
004264*                           REMAINS STAYS ON LOANFILE AS RESIDUAL
004265*                           FOR THE FINANCE DESK TO COLLECT
004266*----------------------------------------------------------------
004267 2730-QUITAR-EMPRESTIMO.
004268     OPEN I-O LOAN-FILE.
004269     IF NOT FS-LOANFILE-OK
004270         GO TO 2730-QUITAR-EMPRESTIMO-EXIT
004271     END-IF.

004272     MOVE CODIGO TO LN-CODIGO.
004273     READ LOAN-FILE
004274         INVALID KEY
004275             CLOSE LOAN-FILE
004276             GO TO 2730-QUITAR-EMPRESTIMO-EXIT
004277     END-READ.

004278     IF LN-SALDO = ZERO
004279         CLOSE LOAN-FILE
004280         GO TO 2730-QUITAR-EMPRESTIMO-EXIT
004281     END-IF.

004282     COMPUTE WS-LIMITE-CONSIGNAVEL ROUNDED =
004283         WS-TOTAL-RESCISAO * WS-PCT-CONSIGNAVEL / 100.
004284     IF WS-LIMITE-CONSIGNAVEL > WS-DISPONIVEL
004285         MOVE WS-DISPONIVEL TO WS-LIMITE-CONSIGNAVEL
004286     END-IF.

004287     MOVE LN-SALDO TO WS-SALDO-EMPRESTIMO.
004288     MOVE LN-SALDO TO WS-DESCONTO-EMPRESTIMO.
004289     IF WS-DESCONTO-EMPRESTIMO > WS-LIMITE-CONSIGNAVEL
004290         MOVE WS-LIMITE-CONSIGNAVEL TO WS-DESCONTO-EMPRESTIMO
004291     END-IF.
004292     SUBTRACT WS-DESCONTO-EMPRESTIMO FROM LN-SALDO.
004293     SUBTRACT WS-DESCONTO-EMPRESTIMO FROM WS-DISPONIVEL.
004294     MOVE WS-DATA-RESCISAO TO LN-DATA-RESCISAO.

004295     IF LN-SALDO = ZERO
004296         SET LN-QUITADO-RESCISAO TO TRUE
004297         MOVE LN-QTD-PARCELAS TO LN-PARCELAS-PAGAS
004298     ELSE
004299         SET LN-RESIDUAL-RESCISAO TO TRUE
004300         MOVE "EMPRESTIMO CONSIGNADO - RESIDUAL"
004301             TO WS-PN-VERBA
004302         MOVE SPACES TO WS-PN-REFERENCIA
004303         STRING LN-PARCELAS-PAGAS "/" LN-QTD-PARCELAS " PARC"
004304             DELIMITED BY SIZE INTO WS-PN-REFERENCIA
004305         MOVE LN-SALDO TO WS-PN-VALOR
004306         PERFORM 2790-ANOTAR-PENDENCIA
004307             THRU 2790-ANOTAR-PENDENCIA-EXIT
004308     END-IF.

004309     REWRITE EMPRESTIMO-REC.
004310     IF NOT FS-LOANFILE-OK
004311         DISPLAY "PROG58: ERRO AO BAIXAR EMPRESTIMO DE "
004312             CODIGO " - " FS-LOANFILE
004313     END-IF.
004314     CLOSE LOAN-FILE.
004315 2730-QUITAR-EMPRESTIMO-EXIT.
004316     EXIT.

004317*----------------------------------------------------------------
004318* 2790-ANOTAR-PENDENCIA - ONE AMOUNT THE SETTLEMENT COULD NOT
004319*                          RECOVER, KEPT FOR THE FINANCE LIST
004320*----------------------------------------------------------------
004321 2790-ANOTAR-PENDENCIA.
004322     ADD WS-PN-VALOR TO WS-TOTAL-PENDENCIAS.
004323     IF WS-QTD-PENDENCIAS NOT < 20
004324         DISPLAY "PROG58: PENDENCIA FORA DA LISTA - " WS-PN-VERBA
004325         GO TO 2790-ANOTAR-PENDENCIA-EXIT
004326     END-IF.
004327     ADD 1 TO WS-QTD-PENDENCIAS.
004328     MOVE WS-PN-VERBA      TO WS-PD-VERBA(WS-QTD-PENDENCIAS).
004329     MOVE WS-PN-REFERENCIA TO WS-PD-REFERENCIA(WS-QTD-PENDENCIAS).
004330     MOVE WS-PN-VALOR      TO WS-PD-VALOR(WS-QTD-PENDENCIAS).
004331 2790-ANOTAR-PENDENCIA-EXIT.
004332     EXIT.

004333*----------------------------------------------------------------
004334* 3000-ENCERRAR-HISTORICO - CLOSE THE OPEN ASSIGNMENT WITH THE
004335*                            TERMINATION DATE, THE SAME ROW
004336*                            SHAPE PROG18 APPENDS
004337*----------------------------------------------------------------
004338 3000-ENCERRAR-HISTORICO.
004339     IF DEPARTAMENTO = SPACES
004340         GO TO 3000-ENCERRAR-HISTORICO-EXIT
004341     END-IF.

004342     MOVE CODIGO              TO FH-CODIGO.
004343     MOVE DEPARTAMENTO        TO FH-DEPARTAMENTO.
004344     MOVE TAREFA              TO FH-TAREFA.
004345     MOVE DATA-EFETIVA-TAREFA TO FH-DATA-EFETIVA.
004346     MOVE WS-DATA-RESCISAO    TO FH-DATA-FIM.
004347     MOVE WS-DATA-ATUAL       TO FH-DATA-REGISTRO.
004348     MOVE WS-HORA-ATUAL       TO FH-HORA-REGISTRO.
004349     WRITE FUNC-HIST-REC.
004350 3000-ENCERRAR-HISTORICO-EXIT.
004351     EXIT.

004352*----------------------------------------------------------------
004353* 4000-INATIVAR-FUNCIONARIO
004354*----------------------------------------------------------------
004355 4000-INATIVAR-FUNCIONARIO.
004356     MOVE FUNCIONARIO TO WS-JR-ANTES.
004357     MOVE "I" TO STATUS-FUNCIONARIO.
004358     REWRITE FUNCIONARIO.
004359     IF NOT FS-EMPMAST-OK
004360         DISPLAY "PROG58: ERRO AO INATIVAR FUNCIONARIO "
004370             CODIGO " - " FS-EMPMAST
004380         GO TO 4000-INATIVAR-FUNCIONARIO-EXIT
004610         GO TO 4400-VERIFICAR-CUSTODIA-EXIT
004620     END-IF.

004621     MOVE "N" TO WS-ATIVOS-SW.
004622     OPEN INPUT ASSET-FILE.
004623     IF FS-ATIVFILE-OK
004624         SET WS-ATIVOS-ABERTOS TO TRUE
004625     END-IF.

004630     MOVE CODIGO TO CD-CODIGO.
004640     MOVE ZERO TO CD-SEQ.
004650     START CUSTODY-FILE KEY IS NOT LESS THAN CD-CHAVE
004700         THRU 4410-EXAMINAR-ITEM-EXIT
004710         UNTIL WS-FIM-CUST.
004720     CLOSE CUSTODY-FILE.
004721     IF WS-ATIVOS-ABERTOS
004722         CLOSE ASSET-FILE
004723     END-IF.

004730     IF WS-QTD-NAO-DEVOLVIDOS > ZERO
004740         MOVE WS-VALOR-NAO-DEVOLVIDO TO WS-REPOSICAO-ED
004760             " ITEM(NS) NAO DEVOLVIDO(S), REPOSICAO DE "
004770             WS-REPOSICAO-ED " A CONSIDERAR NA RESCISAO"
004780     END-IF.
004781     IF WS-VALOR-CONTABIL-NAO-DEV > ZERO
004782         MOVE WS-VALOR-CONTABIL-NAO-DEV TO WS-REPOSICAO-ED
004783         DISPLAY "PROG58: AVISO - VALOR CONTABIL DOS ATIVOS "
004784             "NAO DEVOLVIDOS: " WS-REPOSICAO-ED
004785     END-IF.
004790 4400-VERIFICAR-CUSTODIA-EXIT.
004800     EXIT.

004940         DISPLAY "PROG58: ITEM NAO DEVOLVIDO: " CD-ITEM
004950             " SERIE " CD-SERIE " ENTREGUE EM "
004960             CD-DATA-ENTREGA
004961         PERFORM 4420-VALORIZAR-ATIVO
004962             THRU 4420-VALORIZAR-ATIVO-EXIT
004970     END-IF.
004980 4410-EXAMINAR-ITEM-EXIT.
004990     EXIT.

004991*----------------------------------------------------------------
004992* 4420-VALORIZAR-ATIVO - AN ITEM ON THE FIXED-ASSET REGISTER IS
004993*                         WORTH ITS BOOK VALUE AS OF THE LAST
004994*                         PROG222 DEPRECIATION RUN
004995*----------------------------------------------------------------
004996 4420-VALORIZAR-ATIVO.
004997     IF CD-ATIVO = ZERO OR NOT WS-ATIVOS-ABERTOS
004998         GO TO 4420-VALORIZAR-ATIVO-EXIT
004999     END-IF.
005000     MOVE CD-ATIVO TO AT-NUMERO.
005001     READ ASSET-FILE
005002         INVALID KEY
005003             DISPLAY "PROG58:   ATIVO " CD-ATIVO
005004                 " NAO CONSTA NO ATIVFILE"
005005             GO TO 4420-VALORIZAR-ATIVO-EXIT
005006     END-READ.
005007     COMPUTE WS-VALOR-CONTABIL-ITEM =
005008         AT-CUSTO - AT-DEPRECIACAO-ACUM.
005009     ADD WS-VALOR-CONTABIL-ITEM TO WS-VALOR-CONTABIL-NAO-DEV.
005010     MOVE WS-VALOR-CONTABIL-ITEM TO WS-REPOSICAO-ED.
005011     DISPLAY "PROG58:   ATIVO " AT-NUMERO " VALOR CONTABIL "
005012         WS-REPOSICAO-ED " (DEPRECIADO ATE "
005013         AT-ULTIMO-PERIODO ")".
005014 4420-VALORIZAR-ATIVO-EXIT.
005015     EXIT.

005016*----------------------------------------------------------------
005017* 4500-VERIFICAR-DEMISSIONAL - NO DEMISSIONAL EXAM ON FILE MEANS
005020*                               A WARNING FOR HR; THE RESCISAO
005030*                               ITSELF STILL PROCESSES
005040*----------------------------------------------------------------
005430 4510-EXAMINAR-UM-EXIT.
005440     EXIT.

005441*----------------------------------------------------------------
005442* 4600-ENCERRAR-PLANO-SAUDE - HEALTH-PLAN COVERAGE OF THE
005443*                              FUNCIONARIO AND EVERY DEPENDENT
005444*                              STILL OPEN (OR ENDING AFTER THE
005445*                              RESCISAO) ENDS ON THE RESCISAO DATE
005446*----------------------------------------------------------------
005447 4600-ENCERRAR-PLANO-SAUDE.
005448     MOVE "N" TO WS-FIM-SAUDE-SW.

005449     OPEN I-O HEALTH-ENROLL-FILE.
005450     IF NOT FS-SAUDFILE-OK
005451         GO TO 4600-ENCERRAR-PLANO-SAUDE-EXIT
005452     END-IF.

005453     MOVE CODIGO TO SA-CODIGO.
005454     MOVE ZERO TO SA-SEQ.
005455     START HEALTH-ENROLL-FILE KEY IS NOT LESS THAN SA-CHAVE
005456         INVALID KEY
005457             SET WS-FIM-SAUDE TO TRUE
005458     END-START.

005459     PERFORM 4610-ENCERRAR-VIDA
005460         THRU 4610-ENCERRAR-VIDA-EXIT
005461         UNTIL WS-FIM-SAUDE.
005462     CLOSE HEALTH-ENROLL-FILE.

005463     IF WS-QTD-VIDAS-ENCERRADAS > ZERO
005464         DISPLAY "PROG58: PLANO DE SAUDE ENCERRADO EM "
005465             WS-DATA-RESCISAO " PARA " WS-QTD-VIDAS-ENCERRADAS
005466             " VIDA(S)"
005467     END-IF.
005468 4600-ENCERRAR-PLANO-SAUDE-EXIT.
005469     EXIT.

005470 4610-ENCERRAR-VIDA.
005471     READ HEALTH-ENROLL-FILE NEXT
005472         AT END
005473             SET WS-FIM-SAUDE TO TRUE
005474             GO TO 4610-ENCERRAR-VIDA-EXIT
005475     END-READ.

005476     IF SA-CODIGO NOT = CODIGO
005477         SET WS-FIM-SAUDE TO TRUE
005478         GO TO 4610-ENCERRAR-VIDA-EXIT
005479     END-IF.

005480     IF SA-DATA-FIM NOT = ZERO
005481         AND SA-DATA-FIM NOT > WS-DATA-RESCISAO
005482         GO TO 4610-ENCERRAR-VIDA-EXIT
005483     END-IF.

005484     MOVE WS-DATA-RESCISAO TO SA-DATA-FIM.
005485     SET SA-FIM-RESCISAO TO TRUE.
005486     REWRITE ADESAO-SAUDE-REC.
005487     IF NOT FS-SAUDFILE-OK
005488         DISPLAY "PROG58: ERRO AO ENCERRAR PLANO DE SAUDE "
005489             SA-CODIGO "-" SA-SEQ " - " FS-SAUDFILE
005490         GO TO 4610-ENCERRAR-VIDA-EXIT
005491     END-IF.
005492     ADD 1 TO WS-QTD-VIDAS-ENCERRADAS.
005493 4610-ENCERRAR-VIDA-EXIT.
005494     EXIT.

005495*----------------------------------------------------------------
005496* 4700-ENCERRAR-EXPERIENCIA - A PROBATION CONTRACT STILL OPEN ON
005497*                              EXPFILE IS CLOSED WITH THE
005498*                              RESCISAO DATE, WHATEVER THE TYPE,
005499*                              SO PROG200 STOPS FOLLOWING IT
005500*----------------------------------------------------------------
005501 4700-ENCERRAR-EXPERIENCIA.
005502     IF NOT WS-EXPFILE-PRESENTE
005503         GO TO 4700-ENCERRAR-EXPERIENCIA-EXIT
005504     END-IF.

005505     IF WS-TEM-EXPERIENCIA AND EP-EM-ABERTO
005506         SET EP-RESCINDIDO TO TRUE
005507         MOVE WS-DATA-RESCISAO TO EP-DATA-TERMINO
005508         REWRITE EXPERIENCIA-REC
005509         IF NOT FS-EXPFILE-OK
005510             DISPLAY "PROG58: ERRO AO ENCERRAR EXPERIENCIA DE "
005511                 CODIGO " - " FS-EXPFILE
005512         END-IF
005513     END-IF.
005514     CLOSE PROBATION-FILE.
005515 4700-ENCERRAR-EXPERIENCIA-EXIT.
005516     EXIT.

005517*----------------------------------------------------------------
005518* 5000-IMPRIMIR-DEMONSTRATIVO - THE TRCT (TERMO DE RESCISAO DO
005519*                                CONTRATO DE TRABALHO) THROUGH
005520*                                THE PROG68 REPORT SERVICES, SO
005521*                                IT IS KEPT ON RPTFILE FOR
005522*                                PROG146 TO REPRINT: THE
005523*                                CONTRACT, EVERY EARNING, EVERY
005524*                                DEDUCTION AND THE NET
005525*----------------------------------------------------------------
005526 5000-IMPRIMIR-DEMONSTRATIVO.
005527     MOVE "I" TO WS-FUNCAO-REL.
005528     MOVE SPACES TO WS-TITULO-REL.
005529     STRING "TRCT - TERMO DE RESCISAO - CODIGO " CODIGO
005530         DELIMITED BY SIZE INTO WS-TITULO-REL.
005531     MOVE "VERBA                                 REFERENCIA"
005532         TO WS-COLUNAS-REL.
005533     MOVE "VALOR" TO WS-COLUNAS-REL(66:5).
005534     MOVE SPACES TO WS-LINHA-REL.
005535     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
005536         WS-COLUNAS-REL WS-LINHA-REL.

005537     MOVE SPACES TO WS-LINHA-REL.
005538     STRING "EMPREGADO ........ : " CODIGO " " NOME
005539         DELIMITED BY SIZE INTO WS-LINHA-REL.
005540     PERFORM 5100-IMPRIMIR-LINHA THRU 5100-IMPRIMIR-LINHA-EXIT.
005541     MOVE SPACES TO WS-LINHA-REL.
005542     STRING "ADMISSAO ......... : " DATA-ADMISSAO
005543         "   AFASTAMENTO : " WS-DATA-RESCISAO
005544         DELIMITED BY SIZE INTO WS-LINHA-REL.
005545     PERFORM 5100-IMPRIMIR-LINHA THRU 5100-IMPRIMIR-LINHA-EXIT.

005546     MOVE SPACES TO WS-LINHA-REL.
005547     EVALUATE TRUE
005548         WHEN WS-SEM-JUSTA-CAUSA
005549             MOVE "CAUSA ............ : DISPENSA SEM JUSTA CAUSA"
005550                 TO WS-LINHA-REL
005551         WHEN WS-COM-JUSTA-CAUSA
005552             MOVE "CAUSA ............ : DISPENSA COM JUSTA CAUSA"
005553                 TO WS-LINHA-REL
005554         WHEN WS-PEDIDO-DEMISSAO
005555             MOVE "CAUSA ............ : PEDIDO DE DEMISSAO"
005556                 TO WS-LINHA-REL
005557         WHEN WS-TERMINO-EXPERIENCIA
005558             MOVE "CAUSA ............ : TERMINO DE CONTRATO DE "
005559                 TO WS-LINHA-REL
005560             MOVE "EXPERIENCIA" TO WS-LINHA-REL(45:11)
005561         WHEN WS-TERMINO-PRAZO
005562             MOVE "CAUSA ............ : TERMINO DE CONTRATO POR "
005563                 TO WS-LINHA-REL
005564             MOVE "PRAZO DETERMINADO" TO WS-LINHA-REL(46:17)
005565     END-EVALUATE.
005566     PERFORM 5100-IMPRIMIR-LINHA THRU 5100-IMPRIMIR-LINHA-EXIT.

005567     MOVE SPACES TO WS-LINHA-REL.
005568     EVALUATE TRUE
005569         WHEN WS-AVISO-INDENIZADO
005570             STRING "AVISO PREVIO ..... : INDENIZADO, "
005571                 WS-DIAS-AVISO " DIAS - PROJECAO ATE "
005572                 WS-DATA-PROJETADA
005573                 DELIMITED BY SIZE INTO WS-LINHA-REL
005574         WHEN WS-AVISO-TRABALHADO
005575             STRING "AVISO PREVIO ..... : TRABALHADO, "
005576                 WS-DIAS-AVISO " DIAS (" WS-DIAS-INDENIZADOS
005577                 " INDENIZADOS) - PROJECAO ATE "
005578                 WS-DATA-PROJETADA
005579                 DELIMITED BY SIZE INTO WS-LINHA-REL
005580         WHEN WS-AVISO-CUMPRIDO
005581             STRING "AVISO PREVIO ..... : CUMPRIDO PELO "
005582                 "EMPREGADO, " WS-DIAS-AVISO " DIAS"
005583                 DELIMITED BY SIZE INTO WS-LINHA-REL
005584         WHEN WS-AVISO-DESCONTADO
005585             STRING "AVISO PREVIO ..... : NAO CUMPRIDO PELO "
005586                 "EMPREGADO, " WS-DIAS-AVISO " DIAS DESCONTADOS"
005587                 DELIMITED BY SIZE INTO WS-LINHA-REL
005588         WHEN OTHER
005589             MOVE "AVISO PREVIO ..... : NAO SE APLICA"
005590                 TO WS-LINHA-REL
005591     END-EVALUATE.
005592     PERFORM 5100-IMPRIMIR-LINHA THRU 5100-IMPRIMIR-LINHA-EXIT.
005593     IF EMP-ESTAGIARIO
005594         MOVE SPACES TO WS-LINHA-REL
005595         MOVE "ESTAGIO .......... : RECESSO PROPORCIONAL SEM "
005596             TO WS-LINHA-REL
005597         MOVE "1/3, SEM 13O E SEM FGTS" TO WS-LINHA-REL(47:23)
005598         PERFORM 5100-IMPRIMIR-LINHA
005599             THRU 5100-IMPRIMIR-LINHA-EXIT
005600     END-IF.
005601     MOVE SPACES TO WS-LINHA-REL.
005602     PERFORM 5100-IMPRIMIR-LINHA THRU 5100-IMPRIMIR-LINHA-EXIT.

005603* PROVENTOS
005604     MOVE "SALDO DE SALARIO" TO WS-LT-VERBA.
005605     MOVE SPACES TO WS-LT-REFERENCIA.
005606     STRING WS-DIA-RESCISAO " DIAS"
005607         DELIMITED BY SIZE INTO WS-LT-REFERENCIA.
005608     MOVE WS-SALDO-SALARIO TO WS-LT-VALOR-CALC.
005609     PERFORM 5200-IMPRIMIR-VERBA THRU 5200-IMPRIMIR-VERBA-EXIT.

005610     IF WS-GRAU-RISCO = "P"
005611         MOVE "ADICIONAL DE PERICULOSIDADE" TO WS-LT-VERBA
005612     ELSE
005613         MOVE "ADICIONAL DE INSALUBRIDADE" TO WS-LT-VERBA
005614     END-IF.
005615     MOVE WS-SALDO-ADIC-RISCO TO WS-LT-VALOR-CALC.
005616     PERFORM 5200-IMPRIMIR-VERBA THRU 5200-IMPRIMIR-VERBA-EXIT.

005617     MOVE "AVISO PREVIO INDENIZADO" TO WS-LT-VERBA.
005618     MOVE SPACES TO WS-LT-REFERENCIA.
005619     STRING WS-DIAS-INDENIZADOS " DIAS"
005620         DELIMITED BY SIZE INTO WS-LT-REFERENCIA.
005621     MOVE WS-VALOR-AVISO TO WS-LT-VALOR-CALC.
005622     PERFORM 5200-IMPRIMIR-VERBA THRU 5200-IMPRIMIR-VERBA-EXIT.

005623     MOVE "13O SALARIO PROPORCIONAL" TO WS-LT-VERBA.
005624     MOVE SPACES TO WS-LT-REFERENCIA.
005625     STRING WS-AVOS-DECIMO "/12 AVOS"
005626         DELIMITED BY SIZE INTO WS-LT-REFERENCIA.
005627     MOVE WS-DECIMO-TERCEIRO TO WS-LT-VALOR-CALC.
005628     PERFORM 5200-IMPRIMIR-VERBA THRU 5200-IMPRIMIR-VERBA-EXIT.

005629     IF EMP-ESTAGIARIO
005630         MOVE "RECESSO PROPORCIONAL" TO WS-LT-VERBA
005631     ELSE
005632         MOVE "FERIAS PROPORCIONAIS" TO WS-LT-VERBA
005633     END-IF.
005634     MOVE SPACES TO WS-LT-REFERENCIA.
005635     STRING WS-AVOS-FERIAS "/12 AVOS"
005636         DELIMITED BY SIZE INTO WS-LT-REFERENCIA.
005637     MOVE WS-FERIAS-PROP TO WS-LT-VALOR-CALC.
005638     PERFORM 5200-IMPRIMIR-VERBA THRU 5200-IMPRIMIR-VERBA-EXIT.

005639     MOVE "1/3 CONSTITUCIONAL SOBRE FERIAS" TO WS-LT-VERBA.
005640     MOVE WS-TERCO-FERIAS TO WS-LT-VALOR-CALC.
005641     PERFORM 5200-IMPRIMIR-VERBA THRU 5200-IMPRIMIR-VERBA-EXIT.

005642     MOVE "TOTAL BRUTO (PROVENTOS)" TO WS-LT-VERBA.
005643     MOVE WS-TOTAL-RESCISAO TO WS-LT-VALOR-CALC.
005644     PERFORM 5300-IMPRIMIR-TOTAL THRU 5300-IMPRIMIR-TOTAL-EXIT.

005645* DESCONTOS
005646     MOVE "INSS SOBRE SALDO DE SALARIO" TO WS-LT-VERBA.
005647     MOVE WS-INSS-SALDO TO WS-LT-VALOR-CALC.
005648     PERFORM 5200-IMPRIMIR-VERBA THRU 5200-IMPRIMIR-VERBA-EXIT.

005649     MOVE "INSS SOBRE 13O SALARIO" TO WS-LT-VERBA.
005650     MOVE WS-INSS-DECIMO TO WS-LT-VALOR-CALC.
005651     PERFORM 5200-IMPRIMIR-VERBA THRU 5200-IMPRIMIR-VERBA-EXIT.

005652     MOVE "IRRF SOBRE SALDO DE SALARIO" TO WS-LT-VERBA.
005653     MOVE WS-IRRF-SALDO TO WS-LT-VALOR-CALC.
005654     PERFORM 5200-IMPRIMIR-VERBA THRU 5200-IMPRIMIR-VERBA-EXIT.

005655     MOVE "IRRF SOBRE 13O SALARIO" TO WS-LT-VERBA.
005656     MOVE WS-IRRF-DECIMO TO WS-LT-VALOR-CALC.
005657     PERFORM 5200-IMPRIMIR-VERBA THRU 5200-IMPRIMIR-VERBA-EXIT.

005658     MOVE "AVISO PREVIO NAO CUMPRIDO" TO WS-LT-VERBA.
005659     MOVE SPACES TO WS-LT-REFERENCIA.
005660     STRING WS-DIAS-AVISO " DIAS"
005661         DELIMITED BY SIZE INTO WS-LT-REFERENCIA.
005662     MOVE WS-DESCONTO-AVISO TO WS-LT-VALOR-CALC.
005663     PERFORM 5200-IMPRIMIR-VERBA THRU 5200-IMPRIMIR-VERBA-EXIT.

005664     MOVE "PENSAO ALIMENTICIA" TO WS-LT-VERBA.
005665     MOVE WS-DESCONTO-PENSAO TO WS-LT-VALOR-CALC.
005666     PERFORM 5200-IMPRIMIR-VERBA THRU 5200-IMPRIMIR-VERBA-EXIT.

005667     MOVE "ADIANTAMENTO SALARIAL" TO WS-LT-VERBA.
005668     MOVE WS-DESCONTO-ADIANTAMENTO TO WS-LT-VALOR-CALC.
005669     PERFORM 5200-IMPRIMIR-VERBA THRU 5200-IMPRIMIR-VERBA-EXIT.

005670     MOVE "EMPRESTIMO CONSIGNADO" TO WS-LT-VERBA.
005671     IF WS-DESCONTO-EMPRESTIMO < WS-SALDO-EMPRESTIMO
005672         MOVE "PARCIAL" TO WS-LT-REFERENCIA
005673     ELSE
005674         MOVE "QUITACAO" TO WS-LT-REFERENCIA
005675     END-IF.
005676     MOVE WS-DESCONTO-EMPRESTIMO TO WS-LT-VALOR-CALC.
005677     PERFORM 5200-IMPRIMIR-VERBA THRU 5200-IMPRIMIR-VERBA-EXIT.

005678     MOVE "TOTAL DE DESCONTOS" TO WS-LT-VERBA.
005679     MOVE WS-TOTAL-DESCONTOS TO WS-LT-VALOR-CALC.
005680     PERFORM 5300-IMPRIMIR-TOTAL THRU 5300-IMPRIMIR-TOTAL-EXIT.

005681     MOVE "VALOR LIQUIDO A RECEBER" TO WS-LT-VERBA.
005682     MOVE WS-LIQUIDO-RESCISAO TO WS-LT-VALOR-CALC.
005683     PERFORM 5300-IMPRIMIR-TOTAL THRU 5300-IMPRIMIR-TOTAL-EXIT.

005684     IF WS-MULTA-FGTS > ZERO
005685         MOVE "MULTA FGTS 40 PCT (DEPOSITO FGTS)"
005686             TO WS-LT-VERBA
005687         MOVE WS-MULTA-FGTS TO WS-LT-VALOR-CALC
005688         PERFORM 5200-IMPRIMIR-VERBA
005689             THRU 5200-IMPRIMIR-VERBA-EXIT
005690     END-IF.

005691     MOVE "F" TO WS-FUNCAO-REL.
005692     MOVE SPACES TO WS-LINHA-REL.
005693     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
005694         WS-COLUNAS-REL WS-LINHA-REL.

005695     MOVE WS-LIQUIDO-RESCISAO TO WS-TOTAL-ED.
005696     DISPLAY "PROG58: TRCT DE " CODIGO " EMITIDO - LIQUIDO "
005697         MOEDA-COD " " WS-TOTAL-ED.

005707     PERFORM 5050-LISTAR-PENDENCIAS
005717         THRU 5050-LISTAR-PENDENCIAS-EXIT.
005760 5000-IMPRIMIR-DEMONSTRATIVO-EXIT.
005770     EXIT.

005771*----------------------------------------------------------------
005772* 5050-LISTAR-PENDENCIAS - WHAT THE SETTLEMENT COULD NOT RECOVER
005773*                           (PENSAO, ADIANTAMENTOS, LOAN RESIDUAL)
005774*                           ON ITS OWN PROG68 REPORT FOR THE
005775*                           FINANCE DESK
005776*----------------------------------------------------------------
005777 5050-LISTAR-PENDENCIAS.
005778     IF WS-TOTAL-PENDENCIAS = ZERO
005779         GO TO 5050-LISTAR-PENDENCIAS-EXIT
005780     END-IF.

005781     MOVE "I" TO WS-FUNCAO-REL.
005782     MOVE SPACES TO WS-TITULO-REL.
005783     STRING "PENDENCIAS DA RESCISAO - FINANCEIRO - CODIGO "
005784         CODIGO DELIMITED BY SIZE INTO WS-TITULO-REL.
005785     MOVE "PENDENCIA                             REFERENCIA"
005786         TO WS-COLUNAS-REL.
005787     MOVE "VALOR" TO WS-COLUNAS-REL(66:5).
005788     MOVE SPACES TO WS-LINHA-REL.
005789     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
005790         WS-COLUNAS-REL WS-LINHA-REL.

005791     MOVE SPACES TO WS-LINHA-REL.
005792     STRING "EMPREGADO ........ : " CODIGO " " NOME
005793         DELIMITED BY SIZE INTO WS-LINHA-REL.
005794     PERFORM 5100-IMPRIMIR-LINHA THRU 5100-IMPRIMIR-LINHA-EXIT.
005795     MOVE SPACES TO WS-LINHA-REL.
005796     STRING "AFASTAMENTO ...... : " WS-DATA-RESCISAO
005797         DELIMITED BY SIZE INTO WS-LINHA-REL.
005798     PERFORM 5100-IMPRIMIR-LINHA THRU 5100-IMPRIMIR-LINHA-EXIT.
005799     MOVE SPACES TO WS-LINHA-REL.
005800     PERFORM 5100-IMPRIMIR-LINHA THRU 5100-IMPRIMIR-LINHA-EXIT.

005801     PERFORM 5060-IMPRIMIR-PENDENCIA
005802         THRU 5060-IMPRIMIR-PENDENCIA-EXIT
005803         VARYING WS-IDX-PENDENCIA FROM 1 BY 1
005804         UNTIL WS-IDX-PENDENCIA > WS-QTD-PENDENCIAS.

005805     MOVE "TOTAL A COBRAR PELO FINANCEIRO" TO WS-LT-VERBA.
005806     MOVE WS-TOTAL-PENDENCIAS TO WS-LT-VALOR-CALC.
005807     PERFORM 5300-IMPRIMIR-TOTAL THRU 5300-IMPRIMIR-TOTAL-EXIT.

005808     MOVE "F" TO WS-FUNCAO-REL.
005809     MOVE SPACES TO WS-LINHA-REL.
005810     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
005811         WS-COLUNAS-REL WS-LINHA-REL.

005812     MOVE WS-TOTAL-PENDENCIAS TO WS-TOTAL-ED.
005813     DISPLAY "PROG58: AVISO - " WS-QTD-PENDENCIAS
005814         " PENDENCIA(S) NAO RECUPERADA(S) NA RESCISAO, "
005815         WS-TOTAL-ED " - ENCAMINHAR AO FINANCEIRO".
005816 5050-LISTAR-PENDENCIAS-EXIT.
005817     EXIT.

005818 5060-IMPRIMIR-PENDENCIA.
005819     MOVE WS-PD-VERBA(WS-IDX-PENDENCIA)      TO WS-LT-VERBA.
005820     MOVE WS-PD-REFERENCIA(WS-IDX-PENDENCIA) TO WS-LT-REFERENCIA.
005821     MOVE WS-PD-VALOR(WS-IDX-PENDENCIA)      TO WS-LT-VALOR-CALC.
005822     PERFORM 5200-IMPRIMIR-VERBA THRU 5200-IMPRIMIR-VERBA-EXIT.
005823 5060-IMPRIMIR-PENDENCIA-EXIT.
005824     EXIT.

005825 5100-IMPRIMIR-LINHA.
005826     MOVE "D" TO WS-FUNCAO-REL.
005827     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
005828         WS-COLUNAS-REL WS-LINHA-REL.
005829 5100-IMPRIMIR-LINHA-EXIT.
005830     EXIT.

005831*----------------------------------------------------------------
005832* 5200-IMPRIMIR-VERBA - ONE EARNING OR DEDUCTION LINE; A VERBA
005833*                        WITH NOTHING TO PAY OR DISCOUNT IS LEFT
005834*                        OFF THE TRCT
005835*----------------------------------------------------------------
005836 5200-IMPRIMIR-VERBA.
005837     IF WS-LT-VALOR-CALC > ZERO
005838         MOVE MOEDA-COD TO WS-LT-MOEDA
005839         MOVE WS-LT-VALOR-CALC TO WS-LT-VALOR
005840         MOVE WS-LINHA-TRCT TO WS-LINHA-REL
005841         PERFORM 5100-IMPRIMIR-LINHA
005842             THRU 5100-IMPRIMIR-LINHA-EXIT
005843     END-IF.
005844     MOVE SPACES TO WS-LT-REFERENCIA.
005845 5200-IMPRIMIR-VERBA-EXIT.
005846     EXIT.

005847 5300-IMPRIMIR-TOTAL.
005848     MOVE MOEDA-COD TO WS-LT-MOEDA.
005849     MOVE WS-LT-VALOR-CALC TO WS-LT-VALOR.
005850     MOVE WS-LINHA-TRCT TO WS-LINHA-REL.
005851     MOVE "T" TO WS-FUNCAO-REL.
005852     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
005853         WS-COLUNAS-REL WS-LINHA-REL.
005854     MOVE SPACES TO WS-LT-REFERENCIA.
005855 5300-IMPRIMIR-TOTAL-EXIT.
005856     EXIT.

005857*----------------------------------------------------------------
005858* 5500-GRAVAR-HISTORICO - THE SETTLEMENT GOES ON PAYHIST UNDER
005859*                          THE PSEUDO-PERIOD AAAA15 OF THE
005860*                          RESCISAO YEAR (PROG91 KEEPS THE 13O
005861*                          UNDER AAAA13/AAAA14) AND INTO THE YTD
005862*                          ACCUMULATORS, SO THE PROG45 INFORME
005863*                          AND THE PROG103 EXTRACT INCLUDE IT
005864*----------------------------------------------------------------
005865 5500-GRAVAR-HISTORICO.
005866     OPEN I-O PAYSLIP-HISTORY.
005867     IF NOT FS-PAYHIST-OK
005868         OPEN OUTPUT PAYSLIP-HISTORY
005869         CLOSE PAYSLIP-HISTORY
005870         OPEN I-O PAYSLIP-HISTORY
005871     END-IF.
005872     IF NOT FS-PAYHIST-OK
005873         DISPLAY "PROG58: ERRO AO ABRIR PAYSLIP-HISTORY "
005874             FS-PAYHIST " - RESCISAO FORA DO HISTORICO"
005875         GO TO 5500-GRAVAR-HISTORICO-EXIT
005876     END-IF.

005877     MOVE CODIGO               TO PH-CODIGO.
005878     COMPUTE PH-PERIODO = WS-ANO-RESCISAO * 100 + 15.
005879     MOVE NOME                 TO PH-NOME.
005880     MOVE WS-TOTAL-RESCISAO    TO PH-BRUTO.
005881     MOVE ZERO                 TO PH-HORAS-EXTRAS.
005882     COMPUTE PH-DESC-INSS = WS-INSS-SALDO + WS-INSS-DECIMO.
005883     COMPUTE PH-DESC-IRRF = WS-IRRF-SALDO + WS-IRRF-DECIMO.
005884     MOVE WS-DESCONTO-EMPRESTIMO TO PH-DESC-EMPRESTIMO.
005885     MOVE ZERO                 TO PH-DESC-BENEFICIO.
005886     MOVE WS-TOTAL-DESCONTOS   TO PH-TOTAL-DESCONTOS.
005887     MOVE WS-LIQUIDO-RESCISAO  TO PH-LIQUIDO.
005888     MOVE MOEDA-COD            TO PH-MOEDA.
005889     MOVE WS-DATA-ATUAL        TO PH-DATA-EMISSAO.
005890     MOVE "L"                  TO PH-ORIGEM.
005891     MOVE WS-DESCONTO-PENSAO   TO PH-DESC-PENSAO.
005892     MOVE ZERO                 TO PH-SAL-FAMILIA.
005893     MOVE ZERO                 TO PH-ADIC-NOTURNO.
005894     MOVE ZERO                 TO PH-COMISSAO.
005895     MOVE ZERO                 TO PH-DESC-ESTORNO-COM.
005896     MOVE ZERO                 TO PH-DESC-SINDICAL.
005897     MOVE WS-SALDO-ADIC-RISCO  TO PH-ADIC-RISCO.
005898     MOVE ZERO                 TO PH-DSR-VARIAVEL.
005899     MOVE ZERO                 TO PH-DSR-PERDIDO.
005900     WRITE PAYHIST-REC.
005901     IF NOT FS-PAYHIST-OK
005902         REWRITE PAYHIST-REC
005903     END-IF.
005904     IF NOT FS-PAYHIST-OK
005905         DISPLAY "PROG58: ERRO AO GRAVAR PAYSLIP-HISTORY "
005906             CODIGO " - " FS-PAYHIST
005907     END-IF.
005908     CLOSE PAYSLIP-HISTORY.

005909     OPEN I-O YTD-FILE.
005910     IF NOT FS-YTDFILE-OK
005911         OPEN OUTPUT YTD-FILE
005912         CLOSE YTD-FILE
005913         OPEN I-O YTD-FILE
005914     END-IF.
005915     IF NOT FS-YTDFILE-OK
005916         DISPLAY "PROG58: ERRO AO ABRIR YTD-FILE " FS-YTDFILE
005917             " - RESCISAO FORA DO ACUMULADO ANUAL"
005918         GO TO 5500-GRAVAR-HISTORICO-EXIT
005919     END-IF.

005920     MOVE CODIGO          TO YT-CODIGO.
005921     MOVE WS-ANO-RESCISAO TO YT-ANO.
005922     READ YTD-FILE
005923         INVALID KEY
005924             MOVE CODIGO          TO YT-CODIGO
005925             MOVE WS-ANO-RESCISAO TO YT-ANO
005926             MOVE ZERO TO YT-BRUTO
005927             MOVE ZERO TO YT-DESC-INSS
005928             MOVE ZERO TO YT-DESC-IRRF
005929             MOVE ZERO TO YT-DESC-EMPRESTIMO
005930             MOVE ZERO TO YT-DESC-BENEFICIO
005931             MOVE ZERO TO YT-TOTAL-DESCONTOS
005932             MOVE ZERO TO YT-LIQUIDO
005933             MOVE ZERO TO YT-DESC-PENSAO
005934             MOVE ZERO TO YT-PLR-BRUTO
005935             MOVE ZERO TO YT-PLR-IRRF
005936             MOVE ZERO TO YT-PLR-LIQUIDO
005937     END-READ.

005938     ADD PH-BRUTO           TO YT-BRUTO.
005939     ADD PH-DESC-INSS       TO YT-DESC-INSS.
005940     ADD PH-DESC-IRRF       TO YT-DESC-IRRF.
005941     ADD PH-DESC-EMPRESTIMO TO YT-DESC-EMPRESTIMO.
005942     ADD PH-DESC-PENSAO     TO YT-DESC-PENSAO.
005943     ADD PH-TOTAL-DESCONTOS TO YT-TOTAL-DESCONTOS.
005944     ADD PH-LIQUIDO         TO YT-LIQUIDO.
005945     MOVE MOEDA-COD         TO YT-MOEDA.
005946     IF FS-YTDFILE-OK
005947         REWRITE YTD-REC
005948     ELSE
005949         WRITE YTD-REC
005950     END-IF.
005951     IF NOT FS-YTDFILE-OK
005952         DISPLAY "PROG58: ERRO AO GRAVAR YTD-FILE "
005953             CODIGO " - " FS-YTDFILE
005954     END-IF.
005955     CLOSE YTD-FILE.
005956 5500-GRAVAR-HISTORICO-EXIT.
005957     EXIT.

005958*----------------------------------------------------------------
005959* 5700-GRAVAR-REGISTRO - THE SETTLEMENT REGISTER (PAYREGRS) IN
005960*                         THE PAYREG LAYOUT, ONE DETAIL AND ITS
005961*                         TRAILER (CARRYING THE SAME CODIGO)
005962*                         ADDED TO WHAT IS ALREADY THERE, SO THE
005963*                         PROG62 RESCISAO REMITTANCE PAYS EVERY
005964*                         SETTLEMENT NOT YET TRANSMITTED: THE NET
005965*                         TO THE FUNCIONARIO'S ACCOUNT AND THE
005966*                         PENSAO TO THE BENEFICIARY ON GARNFILE
005967*----------------------------------------------------------------
005968 5700-GRAVAR-REGISTRO.
005969     OPEN EXTEND SETTLEMENT-REGISTER.
005970     IF NOT FS-PAYREGRS-OK
005971         OPEN OUTPUT SETTLEMENT-REGISTER
005972     END-IF.
005973     IF NOT FS-PAYREGRS-OK
005974         DISPLAY "PROG58: ERRO AO ABRIR SETTLEMENT-REGISTER "
005975             FS-PAYREGRS " - RESCISAO FORA DA REMESSA CNAB"
005976         GO TO 5700-GRAVAR-REGISTRO-EXIT
005977     END-IF.

005978     MOVE SPACES TO PAYREG-REC.
005979     SET PR-DETALHE TO TRUE.
005980     COMPUTE PR-PERIODO = WS-ANO-RESCISAO * 100 + WS-MES-RESCISAO.
005981     MOVE CODIGO                   TO PR-CODIGO.
005982     MOVE EMPRESA                  TO PR-EMPRESA.
005983     MOVE WS-TOTAL-RESCISAO        TO PR-BRUTO.
005984     MOVE ZERO                     TO PR-HORAS-EXTRAS.
005985     COMPUTE PR-DESC-INSS = WS-INSS-SALDO + WS-INSS-DECIMO.
005986     COMPUTE PR-DESC-IRRF = WS-IRRF-SALDO + WS-IRRF-DECIMO.
005987     MOVE WS-DESCONTO-EMPRESTIMO   TO PR-DESC-EMPRESTIMO.
005988     MOVE ZERO                     TO PR-DESC-BENEFICIO.
005989     MOVE WS-TOTAL-DESCONTOS       TO PR-TOTAL-DESCONTOS.
005990     MOVE WS-LIQUIDO-RESCISAO      TO PR-LIQUIDO.
005991     MOVE MOEDA-COD                TO PR-MOEDA.
005992     MOVE WS-DESCONTO-PENSAO       TO PR-DESC-PENSAO.
005993     MOVE ZERO                     TO PR-SAL-FAMILIA.
005994     MOVE ZERO                     TO PR-ADIC-NOTURNO.
005995     MOVE ZERO                     TO PR-COMISSAO.
005996     MOVE ZERO                     TO PR-DESC-ESTORNO-COM.
005997     MOVE ZERO                     TO PR-DESC-SINDICAL.
005998     MOVE WS-SALDO-ADIC-RISCO      TO PR-ADIC-RISCO.
005999     MOVE ZERO                     TO PR-DSR-VARIAVEL.
006000     MOVE ZERO                     TO PR-DSR-PERDIDO.
006001     WRITE PAYREG-REC.

006002     MOVE SPACES TO PAYREG-REC.
006003     SET PR-TRAILER TO TRUE.
006004     COMPUTE PR-PERIODO = WS-ANO-RESCISAO * 100 + WS-MES-RESCISAO.
006005     MOVE CODIGO                   TO PR-CODIGO.
006006     MOVE WS-TOTAL-RESCISAO        TO PR-BRUTO.
006007     MOVE ZERO                     TO PR-HORAS-EXTRAS.
006008     COMPUTE PR-DESC-INSS = WS-INSS-SALDO + WS-INSS-DECIMO.
006009     COMPUTE PR-DESC-IRRF = WS-IRRF-SALDO + WS-IRRF-DECIMO.
006010     MOVE WS-DESCONTO-EMPRESTIMO   TO PR-DESC-EMPRESTIMO.
006011     MOVE ZERO                     TO PR-DESC-BENEFICIO.
006012     MOVE WS-TOTAL-DESCONTOS       TO PR-TOTAL-DESCONTOS.
006013     MOVE WS-LIQUIDO-RESCISAO      TO PR-LIQUIDO.
006014     MOVE SPACES                   TO PR-MOEDA.
006015     MOVE WS-DESCONTO-PENSAO       TO PR-DESC-PENSAO.
006016     MOVE ZERO                     TO PR-SAL-FAMILIA.
006017     MOVE ZERO                     TO PR-ADIC-NOTURNO.
006018     MOVE ZERO                     TO PR-COMISSAO.
006019     MOVE ZERO                     TO PR-DESC-ESTORNO-COM.
006020     MOVE ZERO                     TO PR-DESC-SINDICAL.
006021     MOVE WS-SALDO-ADIC-RISCO      TO PR-ADIC-RISCO.
006022     MOVE ZERO                     TO PR-DSR-VARIAVEL.
006023     MOVE ZERO                     TO PR-DSR-PERDIDO.
006024     WRITE PAYREG-REC.
006025     CLOSE SETTLEMENT-REGISTER.

006026     DISPLAY "PROG58: REGISTRO PAYREGRS GRAVADO - PAGAR PELA "
006027         "REMESSA DE RESCISAO DO PROG62 (TIPO 5)".
006028 5700-GRAVAR-REGISTRO-EXIT.
006029     EXIT.

006030*----------------------------------------------------------------
006031* 6000-GRAVAR-AUDITORIA - ONE AUDIT ROW PER FIGURE, SO THE
006032*                          SETTLEMENT CAN BE RECONSTRUCTED FROM
006033*                          THE AUDIT LOG ALONE
006034*----------------------------------------------------------------
006035 6000-GRAVAR-AUDITORIA.
006036     MOVE SPACES TO WS-DESCRICAO-AUD.
006037     STRING "RESCISAO DE " CODIGO " EM " WS-DATA-RESCISAO
006038         DELIMITED BY SIZE INTO WS-DESCRICAO-AUD.
006039     CALL "PROG22" USING "PROG58  " WS-DESCRICAO-AUD.

006040     MOVE SPACES TO WS-DESCRICAO-AUD.
006041     STRING "RESCISAO " CODIGO " SALDO SALARIO "
006042         WS-SALDO-SALARIO
006043         DELIMITED BY SIZE INTO WS-DESCRICAO-AUD.
006044     CALL "PROG22" USING "PROG58  " WS-DESCRICAO-AUD.

006045     IF WS-SALDO-ADIC-RISCO > ZERO
006046         MOVE SPACES TO WS-DESCRICAO-AUD
006047         STRING "RESCISAO " CODIGO " ADIC RISCO " WS-GRAU-RISCO
006048             " " WS-SALDO-ADIC-RISCO
006049             DELIMITED BY SIZE INTO WS-DESCRICAO-AUD
006050         CALL "PROG22" USING "PROG58  " WS-DESCRICAO-AUD
006051     END-IF.

006052     MOVE SPACES TO WS-DESCRICAO-AUD.
006053     STRING "RESCISAO " CODIGO " 13O PROPORCIONAL "
006054         WS-DECIMO-TERCEIRO
006055         DELIMITED BY SIZE INTO WS-DESCRICAO-AUD.
006056     CALL "PROG22" USING "PROG58  " WS-DESCRICAO-AUD.

006057     MOVE SPACES TO WS-DESCRICAO-AUD.
006058     STRING "RESCISAO " CODIGO " FERIAS " WS-FERIAS-PROP
006059         " TERCO " WS-TERCO-FERIAS
006060         DELIMITED BY SIZE INTO WS-DESCRICAO-AUD.
006061     CALL "PROG22" USING "PROG58  " WS-DESCRICAO-AUD.

006062     MOVE SPACES TO WS-DESCRICAO-AUD.
006063     STRING "RESCISAO " CODIGO " TOTAL " WS-TOTAL-RESCISAO
006064         DELIMITED BY SIZE INTO WS-DESCRICAO-AUD.
006065     CALL "PROG22" USING "PROG58  " WS-DESCRICAO-AUD.

006066     IF WS-DESCONTO-PENSAO > ZERO
006067         MOVE SPACES TO WS-DESCRICAO-AUD
006068         STRING "RESCISAO " CODIGO " PENSAO " WS-DESCONTO-PENSAO
006069             DELIMITED BY SIZE INTO WS-DESCRICAO-AUD
006070         CALL "PROG22" USING "PROG58  " WS-DESCRICAO-AUD
006071     END-IF.

006072     IF WS-DESCONTO-ADIANTAMENTO > ZERO
006073         MOVE SPACES TO WS-DESCRICAO-AUD
006074         STRING "RESCISAO " CODIGO " ADIANTAMENTO "
006075             WS-DESCONTO-ADIANTAMENTO
006076             DELIMITED BY SIZE INTO WS-DESCRICAO-AUD
006077         CALL "PROG22" USING "PROG58  " WS-DESCRICAO-AUD
006078     END-IF.

006079     IF WS-DESCONTO-EMPRESTIMO > ZERO
006080         MOVE SPACES TO WS-DESCRICAO-AUD
006081         STRING "RESCISAO " CODIGO " EMPRESTIMO "
006082             WS-DESCONTO-EMPRESTIMO
006083             DELIMITED BY SIZE INTO WS-DESCRICAO-AUD
006084         CALL "PROG22" USING "PROG58  " WS-DESCRICAO-AUD
006085     END-IF.

006086     IF WS-TOTAL-PENDENCIAS > ZERO
006087         MOVE SPACES TO WS-DESCRICAO-AUD
006088         STRING "RESCISAO " CODIGO " PENDENCIAS "
006089             WS-TOTAL-PENDENCIAS
006090             DELIMITED BY SIZE INTO WS-DESCRICAO-AUD
006091         CALL "PROG22" USING "PROG58  " WS-DESCRICAO-AUD
006092     END-IF.

006093     MOVE SPACES TO WS-DESCRICAO-AUD.
006094     STRING "RESCISAO " CODIGO " LIQUIDO " WS-LIQUIDO-RESCISAO
006095         DELIMITED BY SIZE INTO WS-DESCRICAO-AUD.
006096     CALL "PROG22" USING "PROG58  " WS-DESCRICAO-AUD.

006097     IF WS-MULTA-FGTS > ZERO
006098         MOVE SPACES TO WS-DESCRICAO-AUD
006099         STRING "RESCISAO " CODIGO " MULTA FGTS "
006100             WS-MULTA-FGTS
006110             DELIMITED BY SIZE INTO WS-DESCRICAO-AUD
006120         CALL "PROG22" USING "PROG58  " WS-DESCRICAO-AUD
