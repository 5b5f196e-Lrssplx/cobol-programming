001200* MODIFICATION HISTORY
001210* DATE       INIT DESCRIPTION
001220* 2026-09-02 RA   INITIAL VERSION
001221* 2026-09-28 RA   DISSIDIO DIFFERENCES THE PERIOD'S PAYROLL PAID
001222*                 (DISSFILE, PROG175/PROG42) ARE NOW REPORTED AS
001223*                 TYPE "F" EVENTS UNDER THEIR ORIGINAL
001224*                 COMPETENCE MONTHS AND LEFT OUT OF THE PERIOD'S
001225*                 REMUNERATION EVENT; A RERUN KEEPS THEM.
001226* 2026-09-28 RA   OFF-CYCLE CORRECTIONS MADE IN THE PERIOD
001227*                 (CORRFILE, PROG176) ARE NOW REPORTED AS TYPE
001228*                 "C" EVENTS CARRYING THE CORRECTED GROSS UNDER
001229*                 THE ORIGINAL COMPETENCE; A RERUN KEEPS THEM.
001230* 2026-10-05 RA   EVERY EVENT NOW CARRIES THE WORKER CATEGORY OF
001231*                 THE FUNCIONARIO'S CONTRACT TYPE AND, FOR A
001232*                 FIXED-TERM CONTRACT, ITS END DATE (EMPMAST).
001233* 2026-10-15 RA   EVERY EVENT NOW CARRIES THE COMPANY (EMPLOYER
001234*                 CNPJ) OF ITS FUNCIONARIO IN ES-EMPRESA, SO EACH
001235*                 COMPANY'S EVENTS ARE FILED UNDER ITS OWN CNPJ.
001236* 2026-10-15 RA   A PAYREG PRESENT IS CHECKED AGAINST THE COUNT
001237*                 AND NET HASH PROG42 LEFT ON THE CONTROL TOTALS
001238*                 LEDGER (CTLTOT, PROG223) BEFORE ANY EVENT IS
001239*                 GENERATED AND THE STEP FAILS ON A MISMATCH; THE
001240*                 EVENTS WRITTEN BY THE RUN (COUNT AND VALUE) ARE
001241*                 RECORDED THERE UNDER ESOCFILE.
001242* 2026-10-15 RA   ONE EVENT FILE PER COMPANY: THE OPERATOR NAMES
001243*                 THE EMPRESA (ENTER = 001), ONLY ITS
001244*                 FUNCIONARIOS' EVENTS ARE GENERATED, AND THE
001245*                 FILE AND ITS CTLTOT ROW USE THE COMPANY'S
001246*                 DATASET NAME FROM PROG220 (ESOCFILE FOR 001).
001247******************************************************************
001248 IDENTIFICATION DIVISION.
001250 PROGRAM-ID. PROG96.

001260 ENVIRONMENT DIVISION.
001330         ORGANIZATION IS LINE SEQUENTIAL
001340         FILE STATUS IS FS-PAYREG.

001350     SELECT EVENT-FILE ASSIGN TO DYNAMIC WS-NOME-EVENTOS
001360         ORGANIZATION IS INDEXED
001370         ACCESS MODE IS DYNAMIC
001380         RECORD KEY IS ES-CHAVE
001390         FILE STATUS IS FS-ESOCFILE.

001391     SELECT DIFFERENCE-FILE ASSIGN TO "DISSFILE"
001392         ORGANIZATION IS INDEXED
001393         ACCESS MODE IS DYNAMIC
001394         RECORD KEY IS DS-CHAVE
001395         FILE STATUS IS FS-DISSFILE.

001396     SELECT CORRECTION-FILE ASSIGN TO "CORRFILE"
001397         ORGANIZATION IS INDEXED
001398         ACCESS MODE IS DYNAMIC
001399         RECORD KEY IS CR-CHAVE
001400         FILE STATUS IS FS-CORRFILE.

001401     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
001402         ORGANIZATION IS INDEXED
001403         ACCESS MODE IS DYNAMIC
001404         RECORD KEY IS CODIGO
001405         ALTERNATE RECORD KEY IS NOME
001406             WITH DUPLICATES
001407         FILE STATUS IS FS-EMPMAST.

001408 DATA DIVISION.
001410 FILE SECTION.
001420 FD  CHANGE-LOG.
001430 COPY CHGLOG.
001460 FD  EVENT-FILE.
001470 COPY ESOCREC.

001471 FD  DIFFERENCE-FILE.
001472 COPY DISSREC.

001473 FD  CORRECTION-FILE.
001474 COPY CORRREC.

001475 FD  EMPLOYEE-MASTER.
001476 COPY EMPREC.

001480 WORKING-STORAGE SECTION.
001490 01  FS-CHGLOG                   PIC X(02).
001500     88  FS-CHGLOG-OK            VALUE "00".
001590 01  FS-ESOCFILE                 PIC X(02).
001600     88  FS-ESOCFILE-OK          VALUE "00".

001601 01  FS-DISSFILE                 PIC X(02).
001602     88  FS-DISSFILE-OK          VALUE "00".
001603 01  WS-DISS-SW                  PIC X(01) VALUE "N".
001604     88  WS-DISS-PRESENTE        VALUE "Y".
001605 01  WS-FIM-DISS-SW              PIC X(01).
001606     88  WS-FIM-DISS             VALUE "Y".
001607 01  WS-VALOR-DIFERENCAS         PIC 9(09)V9(02).
001608 01  WS-SEQ-COMPETENCIA          PIC 9(06).
001609 01  WS-FIM-COMPETENCIA-SW       PIC X(01).
001610     88  WS-FIM-COMPETENCIA      VALUE "Y".
001611 01  WS-COMPETENCIA-EVENTO       PIC 9(06).

001612 01  FS-CORRFILE                 PIC X(02).
001613     88  FS-CORRFILE-OK          VALUE "00".
001614 01  WS-CORR-SW                  PIC X(01) VALUE "N".
001615     88  WS-CORR-PRESENTE        VALUE "Y".
001616 01  WS-FIM-CORR-SW              PIC X(01).
001617     88  WS-FIM-CORR             VALUE "Y".

001618 01  FS-EMPMAST                  PIC X(02).
001619     88  FS-EMPMAST-OK           VALUE "00".
001620 01  WS-EMP-SW                   PIC X(01) VALUE "N".
001621     88  WS-EMP-PRESENTE         VALUE "Y".

001622 01  WS-MENSAGEM                 PIC X(40).
001623 01  WS-VALOR-ENT                PIC 9(09).
001630 01  WS-LIMITE-MIN               PIC 9(09).
001640 01  WS-LIMITE-MAX               PIC 9(09).

001660 01  WS-PERIODO-EVENTOS          PIC 9(06).
001670 01  WS-PROXIMA-SEQ              PIC 9(06) VALUE ZERO.

001672 01  WS-NOME-EVENTOS             PIC X(08) VALUE "ESOCFILE".
001674 01  WS-EMPRESA-EVENTOS          PIC X(03).
001676 01  WS-EMPRESA-FUNCIONARIO      PIC X(03).

001680 01  WS-CONTADORES.
001690     05  WS-QTD-ADMISSOES        PIC 9(06) COMP VALUE ZERO.
001700     05  WS-QTD-DESLIGAMENTOS    PIC 9(06) COMP VALUE ZERO.
001710     05  WS-QTD-REMUNERACOES     PIC 9(06) COMP VALUE ZERO.
001720     05  WS-QTD-PRESERVADOS      PIC 9(06) COMP VALUE ZERO.
001721     05  WS-QTD-DIFERENCAS       PIC 9(06) COMP VALUE ZERO.
001722     05  WS-QTD-CORRECOES        PIC 9(06) COMP VALUE ZERO.
001724     05  WS-QTD-EVENTOS-GRAVADOS PIC 9(07) COMP VALUE ZERO.
001726     05  WS-VALOR-EVENTOS        PIC 9(13)V9(02) VALUE ZERO.
001727     05  WS-QTD-OUTRA-EMPRESA    PIC 9(06) COMP VALUE ZERO.

001730 01  WS-DESCRICAO-AUD            PIC X(60).

001731* PROG223 CONTROL TOTALS LEDGER CALL - PAYREG CHECKED ON THE WAY
001732* IN, THE EVENTS WRITTEN RECORDED ON THE WAY OUT
001733 01  WS-CHAMADA-TOTAIS.
001734     05  WS-TL-FUNCAO            PIC X(01).
001735     05  WS-TL-DATA-RUN          PIC 9(08).
001736     05  WS-TL-ARQUIVO           PIC X(08).
001737     05  WS-TL-PERIODO           PIC 9(06).
001738     05  WS-TL-PROGRAMA          PIC X(08).
001739     05  WS-TL-QTD               PIC 9(07).
001740     05  WS-TL-VALOR             PIC 9(13)V9(02).
001741     05  WS-TL-QTD-RAZAO         PIC 9(07).
001742     05  WS-TL-VALOR-RAZAO       PIC 9(13)V9(02).
001743     05  WS-TL-STATUS            PIC X(01).
001744         88  WS-TL-OK            VALUE "1".
001745         88  WS-TL-NAO-ENCONTRADO VALUE "3".
001746 01  WS-TL-VALOR-ED              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

001747 01  WS-CHAMADA-VISAO.
001748     05  WS-VIS-FUNCAO           PIC X(01).
001749     05  WS-VIS-OPERADOR         PIC X(06).
001750     05  WS-VIS-NIVEL            PIC X(01).
001751     05  WS-VIS-STATUS           PIC X(01).

001752* PROG220 COMPANY SERVICE CALL
001753 01  WS-CHAMADA-EMPRESA.
001754     05  WS-CIA-FUNCAO           PIC X(01).
001755     05  WS-CIA-EMPRESA          PIC X(03).
001756     05  WS-CIA-ARQUIVO          PIC X(08).
001757     05  WS-CIA-STATUS           PIC X(01).
001758         88  WS-CIA-OK           VALUE "1".
001759         88  WS-CIA-SEM-CADASTRO VALUE "3".
001760 COPY CIAREC.

001761 PROCEDURE DIVISION.

001762*----------------------------------------------------------------
001763* 0000-MAINLINE
001770*----------------------------------------------------------------
001780 0000-MAINLINE.
001790     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
001830         THRU 3000-EVENTOS-MOVIMENTO-EXIT.
001840     PERFORM 4000-EVENTOS-REMUNERACAO
001850         THRU 4000-EVENTOS-REMUNERACAO-EXIT.
001851     PERFORM 4500-EVENTOS-DIFERENCA
001852         THRU 4500-EVENTOS-DIFERENCA-EXIT.
001853     PERFORM 4600-EVENTOS-CORRECAO
001854         THRU 4600-EVENTOS-CORRECAO-EXIT.
001860     PERFORM 8000-FINALIZAR THRU 8000-FINALIZAR-EXIT.
001870     GO TO 9999-EXIT.

001970         WS-LIMITE-MIN WS-LIMITE-MAX.
001980     MOVE WS-VALOR-ENT TO WS-PERIODO-EVENTOS.

001983     PERFORM 1050-SELECIONAR-EMPRESA
001986         THRU 1050-SELECIONAR-EMPRESA-EXIT.

001990     OPEN INPUT CHANGE-LOG.
002000     IF FS-CHGLOG-OK
002010         SET WS-CHGLOG-PRESENTE TO TRUE
002040             "ADMISSAO/DESLIGAMENTO SERA GERADO"
002050     END-IF.

002053     PERFORM 1150-CONFERIR-TOTAIS
002056         THRU 1150-CONFERIR-TOTAIS-EXIT.

002060     OPEN INPUT PAYROLL-REGISTER.
002070     IF FS-PAYREG-OK
002080         SET WS-PAYREG-PRESENTE TO TRUE
002180     END-IF.
002190     IF NOT FS-ESOCFILE-OK
002200         DISPLAY "PROG96: ERRO AO ABRIR EVENT-FILE "
002210                 WS-NOME-EVENTOS " " FS-ESOCFILE
002220         GO TO 9999-EXIT
002230     END-IF.

002231     OPEN I-O DIFFERENCE-FILE.
002232     IF FS-DISSFILE-OK
002233         SET WS-DISS-PRESENTE TO TRUE
002234     END-IF.

002235     OPEN I-O CORRECTION-FILE.
002236     IF FS-CORRFILE-OK
002237         SET WS-CORR-PRESENTE TO TRUE
002238     END-IF.

002239     OPEN INPUT EMPLOYEE-MASTER.
002240     IF FS-EMPMAST-OK
002241         SET WS-EMP-PRESENTE TO TRUE
002242     END-IF.
002243 1000-INICIALIZAR-EXIT.
002250     EXIT.

002251*----------------------------------------------------------------
002252* 1050-SELECIONAR-EMPRESA - THE COMPANY WHOSE EVENTS THIS RUN
002253*                            GENERATES: ACCESS CHECKED, EVENT
002254*                            FILE NAMED
002255*----------------------------------------------------------------
002256 1050-SELECIONAR-EMPRESA.
002257     DISPLAY "EMPRESA DOS EVENTOS (ENTER = 001)".
002258     MOVE SPACES TO WS-EMPRESA-EVENTOS.
002259     ACCEPT WS-EMPRESA-EVENTOS.
002260     IF WS-EMPRESA-EVENTOS = SPACES
002261         MOVE "001" TO WS-EMPRESA-EVENTOS
002262     END-IF.
002263     MOVE "I" TO WS-VIS-FUNCAO.
002264     CALL "PROG211" USING WS-VIS-FUNCAO WS-VIS-OPERADOR
002265         WS-VIS-NIVEL WS-VIS-STATUS.
002266     MOVE "A" TO WS-CIA-FUNCAO.
002267     MOVE WS-EMPRESA-EVENTOS TO WS-CIA-EMPRESA.
002268     CALL "PROG220" USING WS-CIA-FUNCAO WS-CIA-EMPRESA
002269         WS-CIA-ARQUIVO COMPANHIA-REC WS-CIA-STATUS.
002270     IF NOT WS-CIA-OK
002271         DISPLAY "PROG96: ACESSO NEGADO A EMPRESA "
002272             WS-EMPRESA-EVENTOS
002273         MOVE 8 TO RETURN-CODE
002274         GO TO 9999-EXIT
002275     END-IF.
002276     MOVE "L" TO WS-CIA-FUNCAO.
002277     CALL "PROG220" USING WS-CIA-FUNCAO WS-CIA-EMPRESA
002278         WS-CIA-ARQUIVO COMPANHIA-REC WS-CIA-STATUS.
002279     IF WS-CIA-SEM-CADASTRO AND WS-EMPRESA-EVENTOS = "001"
002280         GO TO 1050-MONTAR-NOME
002281     END-IF.
002282     IF NOT WS-CIA-OK
002283         DISPLAY "PROG96: EMPRESA " WS-EMPRESA-EVENTOS
002284             " INEXISTENTE OU INATIVA NO CIAFILE - EVENTOS "
002285             "NAO GERADOS"
002286         MOVE 8 TO RETURN-CODE
002287         GO TO 9999-EXIT
002288     END-IF.
002289 1050-MONTAR-NOME.
002290     MOVE "N" TO WS-CIA-FUNCAO.
002291     MOVE WS-NOME-EVENTOS TO WS-CIA-ARQUIVO.
002292     CALL "PROG220" USING WS-CIA-FUNCAO WS-CIA-EMPRESA
002293         WS-CIA-ARQUIVO COMPANHIA-REC WS-CIA-STATUS.
002294     MOVE WS-CIA-ARQUIVO TO WS-NOME-EVENTOS.
002295 1050-SELECIONAR-EMPRESA-EXIT.
002296     EXIT.

002297*----------------------------------------------------------------
002298* 1150-CONFERIR-TOTAIS - BEFORE ANYTHING IS PROCESSED THE WHOLE
002299*                         REGISTER IS COUNTED AND ITS NET HASHED
002300*                         AGAINST WHAT PROG42 RECORDED ON THE
002301*                         CONTROL TOTALS LEDGER (PROG223); A
002302*                         SHORT, EMPTY OR ALTERED PAYREG FAILS
002303*                         THE STEP
002304*----------------------------------------------------------------
002305 1150-CONFERIR-TOTAIS.
002306     OPEN INPUT PAYROLL-REGISTER.
002307     IF NOT FS-PAYREG-OK
002308         GO TO 1150-CONFERIR-TOTAIS-EXIT
002309     END-IF.
002310     MOVE ZERO TO WS-TL-QTD WS-TL-VALOR WS-TL-PERIODO.
002311     PERFORM 1160-SOMAR-REGISTRO THRU 1160-SOMAR-REGISTRO-EXIT
002312         UNTIL FS-PAYREG-EOF.
002313     CLOSE PAYROLL-REGISTER.
002314     MOVE "00" TO FS-PAYREG.

002315     IF WS-TL-QTD = ZERO
002316         DISPLAY "PROG96: PAYREG VAZIO - NADA A CONFERIR COM OS "
002317             "TOTAIS DE CONTROLE DO PROG42 - PASSO INTERROMPIDO"
002318         MOVE 8 TO RETURN-CODE
002319         GO TO 9999-EXIT
002320     END-IF.

002321     MOVE "V"        TO WS-TL-FUNCAO.
002322     MOVE ZERO       TO WS-TL-DATA-RUN.
002323     MOVE "PAYREG  " TO WS-TL-ARQUIVO.
002324     MOVE "PROG96  " TO WS-TL-PROGRAMA.
002325     CALL "PROG223" USING WS-TL-FUNCAO WS-TL-DATA-RUN
002326         WS-TL-ARQUIVO WS-TL-PERIODO WS-TL-PROGRAMA WS-TL-QTD
002327         WS-TL-VALOR WS-TL-QTD-RAZAO WS-TL-VALOR-RAZAO
002328         WS-TL-STATUS.
002329     IF WS-TL-OK
002330         GO TO 1150-CONFERIR-TOTAIS-EXIT
002331     END-IF.

002332     IF WS-TL-NAO-ENCONTRADO
002333         DISPLAY "PROG96: PAYREG DO PERIODO " WS-TL-PERIODO
002334             " SEM TOTAIS DE CONTROLE DO PROG42 (CTLTOT) - "
002335             "PASSO INTERROMPIDO"
002336     ELSE
002337         DISPLAY "PROG96: PAYREG DO PERIODO " WS-TL-PERIODO
002338             " NAO CONFERE COM OS TOTAIS DE CONTROLE - PASSO "
002339             "INTERROMPIDO"
002340         MOVE WS-TL-VALOR-RAZAO TO WS-TL-VALOR-ED
002341         DISPLAY "PROG96:   GRAVADO PELO PROG42 : "
002342             WS-TL-QTD-RAZAO " REGISTRO(S), LIQUIDO "
002343             WS-TL-VALOR-ED
002344         MOVE WS-TL-VALOR TO WS-TL-VALOR-ED
002345         DISPLAY "PROG96:   LIDO AGORA          : "
002346             WS-TL-QTD " REGISTRO(S), LIQUIDO " WS-TL-VALOR-ED
002347     END-IF.
002348     MOVE 8 TO RETURN-CODE.
002349     GO TO 9999-EXIT.
002350 1150-CONFERIR-TOTAIS-EXIT.
002351     EXIT.

002352 1160-SOMAR-REGISTRO.
002353     READ PAYROLL-REGISTER
002354         AT END
002355             SET FS-PAYREG-EOF TO TRUE
002356             GO TO 1160-SOMAR-REGISTRO-EXIT
002357     END-READ.
002358     ADD 1 TO WS-TL-QTD.
002359     IF WS-TL-PERIODO = ZERO
002360         MOVE PR-PERIODO TO WS-TL-PERIODO
002361     END-IF.
002362     IF PR-DETALHE
002363         ADD PR-LIQUIDO TO WS-TL-VALOR
002364     END-IF.
002365 1160-SOMAR-REGISTRO-EXIT.
002366     EXIT.

002367*----------------------------------------------------------------
002368* 2000-LIMPAR-PENDENTES - A RERUN REPLACES THE PERIOD'S EVENTS
002369*                          STILL PENDING; TRANSMITTED OR BOUNCED
002370*                          ONES KEEP THEIR STATUS AND SEQUENCE,
002371*                          AND A DISSIDIO DIFFERENCE OR A
002372*                          CORRECTION FILED UNDER THIS
002373*                          COMPETENCE IS NEVER REBUILT HERE
002374*----------------------------------------------------------------
002375 2000-LIMPAR-PENDENTES.
002376     MOVE WS-PERIODO-EVENTOS TO ES-PERIODO.
002377     MOVE ZERO TO ES-SEQ.
002378     START EVENT-FILE KEY IS NOT LESS THAN ES-CHAVE
002379         INVALID KEY
002380             GO TO 2000-LIMPAR-PENDENTES-EXIT
002381     END-START.

002382     PERFORM 2100-EXAMINAR-EVENTO
002390         THRU 2100-EXAMINAR-EVENTO-EXIT
002400         UNTIL FS-ESOCFILE NOT = "00".
002410 2000-LIMPAR-PENDENTES-EXIT.
002560         MOVE ES-SEQ TO WS-PROXIMA-SEQ
002570     END-IF.

002580     IF ES-ENVIO-PENDENTE AND NOT ES-DIFERENCA
002581         AND NOT ES-RETIFICACAO
002590         DELETE EVENT-FILE RECORD
002600             INVALID KEY
002610                 CONTINUE
002910         GO TO 3100-LER-ALTERACAO-EXIT
002920     END-IF.

002921     MOVE CL-CODIGO TO CODIGO.
002922     PERFORM 5200-CONFERIR-EMPRESA
002923         THRU 5200-CONFERIR-EMPRESA-EXIT.
002924     IF WS-EMPRESA-FUNCIONARIO NOT = WS-EMPRESA-EVENTOS
002925         ADD 1 TO WS-QTD-OUTRA-EMPRESA
002926         GO TO 3100-LER-ALTERACAO-EXIT
002927     END-IF.

002930     IF CL-VALOR-NOVO(1:1) = "A"
002940         MOVE "A" TO ES-TIPO
002950         ADD 1 TO WS-QTD-ADMISSOES
003100*----------------------------------------------------------------
003110* 4000-EVENTOS-REMUNERACAO - ONE EVENT PER REGISTER DETAIL ROW
003120*                             OF THE PERIOD, CARRYING THE GROSS
003121*                             LESS THE DISSIDIO DIFFERENCES PAID
003122*                             IN IT, WHICH BELONG TO EARLIER
003123*                             COMPETENCES
003130*----------------------------------------------------------------
003140 4000-EVENTOS-REMUNERACAO.
003150     IF NOT WS-PAYREG-PRESENTE
003300         OR PR-PERIODO NOT = WS-PERIODO-EVENTOS
003310         GO TO 4100-LER-REGISTRO-EXIT
003320     END-IF.
003321     MOVE PR-EMPRESA TO WS-EMPRESA-FUNCIONARIO.
003322     IF WS-EMPRESA-FUNCIONARIO = SPACES
003323         MOVE "001" TO WS-EMPRESA-FUNCIONARIO
003324     END-IF.
003325     IF WS-EMPRESA-FUNCIONARIO NOT = WS-EMPRESA-EVENTOS
003326         ADD 1 TO WS-QTD-OUTRA-EMPRESA
003327         GO TO 4100-LER-REGISTRO-EXIT
003328     END-IF.

003330     MOVE "R"           TO ES-TIPO.
003340     MOVE PR-CODIGO     TO ES-CODIGO.
003350     MOVE WS-DATA-ATUAL TO ES-DATA-EVENTO.
003360     MOVE PR-BRUTO      TO ES-VALOR.
003361     PERFORM 4200-SOMAR-DIFERENCAS
003362         THRU 4200-SOMAR-DIFERENCAS-EXIT.
003363     IF WS-VALOR-DIFERENCAS < ES-VALOR
003364         SUBTRACT WS-VALOR-DIFERENCAS FROM ES-VALOR
003365     ELSE
003366         MOVE ZERO TO ES-VALOR
003367     END-IF.
003370     ADD 1 TO WS-QTD-REMUNERACOES.
003380     PERFORM 5000-GRAVAR-EVENTO THRU 5000-GRAVAR-EVENTO-EXIT.
003390 4100-LER-REGISTRO-EXIT.
003400     EXIT.

003401*----------------------------------------------------------------
003402* 4200-SOMAR-DIFERENCAS - THE REGISTER ROW'S DISSIDIO
003403*                          DIFFERENCES THE PERIOD PAID
003404*----------------------------------------------------------------
003405 4200-SOMAR-DIFERENCAS.
003406     MOVE ZERO TO WS-VALOR-DIFERENCAS.
003407     IF NOT WS-DISS-PRESENTE
003408         GO TO 4200-SOMAR-DIFERENCAS-EXIT
003409     END-IF.

003410     MOVE "N" TO WS-FIM-DISS-SW.
003411     MOVE PR-CODIGO TO DS-CODIGO.
003412     MOVE ZERO TO DS-COMPETENCIA.
003413     MOVE SPACES TO DS-RUBRICA.
003414     START DIFFERENCE-FILE KEY IS NOT LESS THAN DS-CHAVE
003415         INVALID KEY
003416             SET WS-FIM-DISS TO TRUE
003417     END-START.
003418     PERFORM 4210-LER-DIFERENCA THRU 4210-LER-DIFERENCA-EXIT
003419         UNTIL WS-FIM-DISS.
003420 4200-SOMAR-DIFERENCAS-EXIT.
003421     EXIT.

003422 4210-LER-DIFERENCA.
003423     READ DIFFERENCE-FILE NEXT
003424         AT END
003425             SET WS-FIM-DISS TO TRUE
003426             GO TO 4210-LER-DIFERENCA-EXIT
003427     END-READ.
003428     IF DS-CODIGO NOT = PR-CODIGO
003429         SET WS-FIM-DISS TO TRUE
003430         GO TO 4210-LER-DIFERENCA-EXIT
003431     END-IF.
003432     IF DS-PERIODO-PAGO = WS-PERIODO-EVENTOS
003433         ADD DS-VALOR-DIFERENCA TO WS-VALOR-DIFERENCAS
003434     END-IF.
003435 4210-LER-DIFERENCA-EXIT.
003436     EXIT.

003437*----------------------------------------------------------------
003438* 4500-EVENTOS-DIFERENCA - ONE "F" EVENT PER DISSIDIO DIFFERENCE
003439*                           THE PERIOD'S PAYROLL PAID, FILED
003440*                           UNDER ITS COMPETENCE MONTH WITH THAT
003441*                           MONTH'S NEXT SEQUENCE; THE ROW IS
003442*                           MARKED SO A RERUN DOES NOT REPEAT IT
003443*----------------------------------------------------------------
003444 4500-EVENTOS-DIFERENCA.
003445     IF NOT WS-DISS-PRESENTE
003446         GO TO 4500-EVENTOS-DIFERENCA-EXIT
003447     END-IF.

003448     MOVE "N" TO WS-FIM-DISS-SW.
003449     MOVE ZERO TO DS-CODIGO.
003450     MOVE ZERO TO DS-COMPETENCIA.
003451     MOVE SPACES TO DS-RUBRICA.
003452     START DIFFERENCE-FILE KEY IS NOT LESS THAN DS-CHAVE
003453         INVALID KEY
003454             SET WS-FIM-DISS TO TRUE
003455     END-START.
003456     PERFORM 4510-EXAMINAR-DIFERENCA
003457         THRU 4510-EXAMINAR-DIFERENCA-EXIT
003458         UNTIL WS-FIM-DISS.
003459 4500-EVENTOS-DIFERENCA-EXIT.
003460     EXIT.

003461 4510-EXAMINAR-DIFERENCA.
003462     READ DIFFERENCE-FILE NEXT
003463         AT END
003464             SET WS-FIM-DISS TO TRUE
003465             GO TO 4510-EXAMINAR-DIFERENCA-EXIT
003466     END-READ.
003467     IF DS-PERIODO-PAGO NOT = WS-PERIODO-EVENTOS
003468         OR DS-EVENTO-GERADO
003469         GO TO 4510-EXAMINAR-DIFERENCA-EXIT
003470     END-IF.
003471* ANOTHER COMPANY'S DIFFERENCE STAYS UNMARKED FOR ITS OWN RUN
003472     MOVE DS-CODIGO TO CODIGO.
003473     PERFORM 5200-CONFERIR-EMPRESA
003474         THRU 5200-CONFERIR-EMPRESA-EXIT.
003475     IF WS-EMPRESA-FUNCIONARIO NOT = WS-EMPRESA-EVENTOS
003476         ADD 1 TO WS-QTD-OUTRA-EMPRESA
003477         GO TO 4510-EXAMINAR-DIFERENCA-EXIT
003478     END-IF.

003479     MOVE DS-COMPETENCIA TO WS-COMPETENCIA-EVENTO.
003480     PERFORM 4520-ULTIMA-SEQ-COMPETENCIA
003481         THRU 4520-ULTIMA-SEQ-COMPETENCIA-EXIT.

003482     ADD 1 TO WS-SEQ-COMPETENCIA.
003483     MOVE DS-COMPETENCIA     TO ES-PERIODO.
003484     MOVE WS-SEQ-COMPETENCIA TO ES-SEQ.
003485     MOVE "F"                TO ES-TIPO.
003486     MOVE DS-CODIGO          TO ES-CODIGO.
003487     MOVE WS-DATA-ATUAL      TO ES-DATA-EVENTO.
003488     MOVE DS-VALOR-DIFERENCA TO ES-VALOR.
003489     MOVE "P"                TO ES-STATUS-ENVIO.
003490     MOVE WS-DATA-ATUAL      TO ES-DATA-GERACAO.
003491     PERFORM 5100-OBTER-CONTRATO THRU 5100-OBTER-CONTRATO-EXIT.
003492     WRITE EVENTO-ESOCIAL-REC.
003493     IF NOT FS-ESOCFILE-OK
003494         DISPLAY "PROG96: ERRO AO GRAVAR EVENTO DE DIFERENCA "
003495             DS-CODIGO " " DS-COMPETENCIA " - " FS-ESOCFILE
003496         GO TO 4510-EXAMINAR-DIFERENCA-EXIT
003497     END-IF.
003498     ADD 1 TO WS-QTD-EVENTOS-GRAVADOS.
003499     ADD ES-VALOR TO WS-VALOR-EVENTOS.

003500     SET DS-EVENTO-GERADO TO TRUE.
003501     REWRITE DISSIDIO-REC.
003502     ADD 1 TO WS-QTD-DIFERENCAS.
003503 4510-EXAMINAR-DIFERENCA-EXIT.
003504     EXIT.

003505*----------------------------------------------------------------
003506* 4520-ULTIMA-SEQ-COMPETENCIA - HIGHEST SEQUENCE ALREADY FILED
003507*                                UNDER THE COMPETENCE MONTH
003508*----------------------------------------------------------------
003509 4520-ULTIMA-SEQ-COMPETENCIA.
003510     MOVE ZERO TO WS-SEQ-COMPETENCIA.
003511     MOVE "N" TO WS-FIM-COMPETENCIA-SW.
003512     MOVE WS-COMPETENCIA-EVENTO TO ES-PERIODO.
003513     MOVE ZERO TO ES-SEQ.
003514     START EVENT-FILE KEY IS NOT LESS THAN ES-CHAVE
003515         INVALID KEY
003516             SET WS-FIM-COMPETENCIA TO TRUE
003517     END-START.
003518     PERFORM 4530-LER-EVENTO-COMPETENCIA
003519         THRU 4530-LER-EVENTO-COMPETENCIA-EXIT
003520         UNTIL WS-FIM-COMPETENCIA.
003521 4520-ULTIMA-SEQ-COMPETENCIA-EXIT.
003522     EXIT.

003523 4530-LER-EVENTO-COMPETENCIA.
003524     READ EVENT-FILE NEXT
003525         AT END
003526             SET WS-FIM-COMPETENCIA TO TRUE
003527             GO TO 4530-LER-EVENTO-COMPETENCIA-EXIT
003528     END-READ.
003529     IF ES-PERIODO NOT = WS-COMPETENCIA-EVENTO
003530         SET WS-FIM-COMPETENCIA TO TRUE
003531         GO TO 4530-LER-EVENTO-COMPETENCIA-EXIT
003532     END-IF.
003533     MOVE ES-SEQ TO WS-SEQ-COMPETENCIA.
003534 4530-LER-EVENTO-COMPETENCIA-EXIT.
003535     EXIT.

003536*----------------------------------------------------------------
003537* 4600-EVENTOS-CORRECAO - ONE "C" EVENT PER OFF-CYCLE CORRECTION
003538*                          MADE IN THE PERIOD, CARRYING THE
003539*                          CORRECTED GROSS UNDER THE ORIGINAL
003540*                          COMPETENCE WITH THAT MONTH'S NEXT
003541*                          SEQUENCE; THE ROW IS MARKED SO A
003542*                          RERUN DOES NOT REPEAT IT
003543*----------------------------------------------------------------
003544 4600-EVENTOS-CORRECAO.
003545     IF NOT WS-CORR-PRESENTE
003546         GO TO 4600-EVENTOS-CORRECAO-EXIT
003547     END-IF.

003548     MOVE "N" TO WS-FIM-CORR-SW.
003549     MOVE ZERO TO CR-CODIGO.
003550     MOVE ZERO TO CR-COMPETENCIA.
003551     MOVE ZERO TO CR-SEQ.
003552     START CORRECTION-FILE KEY IS NOT LESS THAN CR-CHAVE
003553         INVALID KEY
003554             SET WS-FIM-CORR TO TRUE
003555     END-START.
003556     PERFORM 4610-EXAMINAR-CORRECAO
003557         THRU 4610-EXAMINAR-CORRECAO-EXIT
003558         UNTIL WS-FIM-CORR.
003559 4600-EVENTOS-CORRECAO-EXIT.
003560     EXIT.

003561 4610-EXAMINAR-CORRECAO.
003562     READ CORRECTION-FILE NEXT
003563         AT END
003564             SET WS-FIM-CORR TO TRUE
003565             GO TO 4610-EXAMINAR-CORRECAO-EXIT
003566     END-READ.
003567     IF CR-PERIODO-PROCESSADO NOT = WS-PERIODO-EVENTOS
003568         OR CR-EVENTO-GERADO
003569         GO TO 4610-EXAMINAR-CORRECAO-EXIT
003570     END-IF.
003571* ANOTHER COMPANY'S CORRECTION STAYS UNMARKED FOR ITS OWN RUN
003572     MOVE CR-CODIGO TO CODIGO.
003573     PERFORM 5200-CONFERIR-EMPRESA
003574         THRU 5200-CONFERIR-EMPRESA-EXIT.
003575     IF WS-EMPRESA-FUNCIONARIO NOT = WS-EMPRESA-EVENTOS
003576         ADD 1 TO WS-QTD-OUTRA-EMPRESA
003577         GO TO 4610-EXAMINAR-CORRECAO-EXIT
003578     END-IF.

003579     MOVE CR-COMPETENCIA TO WS-COMPETENCIA-EVENTO.
003580     PERFORM 4520-ULTIMA-SEQ-COMPETENCIA
003581         THRU 4520-ULTIMA-SEQ-COMPETENCIA-EXIT.

003582     ADD 1 TO WS-SEQ-COMPETENCIA.
003583     MOVE CR-COMPETENCIA     TO ES-PERIODO.
003584     MOVE WS-SEQ-COMPETENCIA TO ES-SEQ.
003585     MOVE "C"                TO ES-TIPO.
003586     MOVE CR-CODIGO          TO ES-CODIGO.
003587     MOVE WS-DATA-ATUAL      TO ES-DATA-EVENTO.
003588     MOVE CR-CORR-BRUTO      TO ES-VALOR.
003589     MOVE "P"                TO ES-STATUS-ENVIO.
003590     MOVE WS-DATA-ATUAL      TO ES-DATA-GERACAO.
003591     PERFORM 5100-OBTER-CONTRATO THRU 5100-OBTER-CONTRATO-EXIT.
003592     WRITE EVENTO-ESOCIAL-REC.
003593     IF NOT FS-ESOCFILE-OK
003594         DISPLAY "PROG96: ERRO AO GRAVAR EVENTO DE CORRECAO "
003595             CR-CODIGO " " CR-COMPETENCIA " - " FS-ESOCFILE
003596         GO TO 4610-EXAMINAR-CORRECAO-EXIT
003597     END-IF.
003598     ADD 1 TO WS-QTD-EVENTOS-GRAVADOS.
003599     ADD ES-VALOR TO WS-VALOR-EVENTOS.

003600     SET CR-EVENTO-GERADO TO TRUE.
003601     REWRITE CORRECAO-REC.
003602     ADD 1 TO WS-QTD-CORRECOES.
003603 4610-EXAMINAR-CORRECAO-EXIT.
003604     EXIT.

003605*----------------------------------------------------------------
003606* 5000-GRAVAR-EVENTO - NEXT SEQUENCE WITHIN THE PERIOD, BORN
003607*                       PENDING
003608*----------------------------------------------------------------
003609 5000-GRAVAR-EVENTO.
003610     ADD 1 TO WS-PROXIMA-SEQ.
003611     MOVE WS-PERIODO-EVENTOS TO ES-PERIODO.
003612     MOVE WS-PROXIMA-SEQ     TO ES-SEQ.
003613     MOVE "P"                TO ES-STATUS-ENVIO.
003614     MOVE WS-DATA-ATUAL      TO ES-DATA-GERACAO.
003615     PERFORM 5100-OBTER-CONTRATO THRU 5100-OBTER-CONTRATO-EXIT.
003616     WRITE EVENTO-ESOCIAL-REC.
003617     IF NOT FS-ESOCFILE-OK
003618         DISPLAY "PROG96: ERRO AO GRAVAR EVENTO "
003619             WS-PROXIMA-SEQ " - " FS-ESOCFILE
003620     ELSE
003621         ADD 1 TO WS-QTD-EVENTOS-GRAVADOS
003622         ADD ES-VALOR TO WS-VALOR-EVENTOS
003623     END-IF.
003624 5000-GRAVAR-EVENTO-EXIT.
003625     EXIT.

003626*----------------------------------------------------------------
003627* 5100-OBTER-CONTRATO - WORKER CATEGORY, CONTRACT END DATE AND
003628*                        COMPANY OF THE EVENT'S FUNCIONARIO, FROM
003629*                        THE MASTER; NO MASTER OR NO ROW FILES AS
003630*                        AN OPEN-ENDED EMPREGADO (101) OF 001
003631*----------------------------------------------------------------
003632 5100-OBTER-CONTRATO.
003633     MOVE "101" TO ES-CATEGORIA.
003634     MOVE ZERO TO ES-DATA-FIM-CONTRATO.
003635     MOVE SPACES TO ES-EMPRESA.
003636     IF NOT WS-EMP-PRESENTE
003637         GO TO 5100-OBTER-CONTRATO-EXIT
003638     END-IF.
003639     MOVE ES-CODIGO TO CODIGO.
003640     READ EMPLOYEE-MASTER
003641         INVALID KEY
003642             GO TO 5100-OBTER-CONTRATO-EXIT
003643     END-READ.
003644     MOVE EMPRESA TO ES-EMPRESA.
003645     EVALUATE TRUE
003646         WHEN EMP-APRENDIZ
003647             MOVE "103" TO ES-CATEGORIA
003648         WHEN EMP-TEMPORARIO
003649             MOVE "106" TO ES-CATEGORIA
003650         WHEN EMP-ESTAGIARIO
003651             MOVE "901" TO ES-CATEGORIA
003652     END-EVALUATE.
003653     IF EMP-PRAZO-DETERMINADO
003654         MOVE DATA-FIM-CONTRATO TO ES-DATA-FIM-CONTRATO
003655     END-IF.
003656 5100-OBTER-CONTRATO-EXIT.
003657     EXIT.

003658*----------------------------------------------------------------
003659* 5200-CONFERIR-EMPRESA - COMPANY OF THE FUNCIONARIO IN CODIGO,
003660*                          FROM THE MASTER; NO MASTER, NO ROW OR
003661*                          A BLANK EMPRESA IS 001
003662*----------------------------------------------------------------
003663 5200-CONFERIR-EMPRESA.
003664     MOVE "001" TO WS-EMPRESA-FUNCIONARIO.
003665     IF NOT WS-EMP-PRESENTE
003666         GO TO 5200-CONFERIR-EMPRESA-EXIT
003667     END-IF.
003668     READ EMPLOYEE-MASTER
003669         INVALID KEY
003670             GO TO 5200-CONFERIR-EMPRESA-EXIT
003671     END-READ.
003672     IF EMPRESA NOT = SPACES
003673         MOVE EMPRESA TO WS-EMPRESA-FUNCIONARIO
003674     END-IF.
003675 5200-CONFERIR-EMPRESA-EXIT.
003676     EXIT.

003677*----------------------------------------------------------------
003678* 8000-FINALIZAR
003679*----------------------------------------------------------------
003680 8000-FINALIZAR.
003681     DISPLAY "PROG96: EVENTOS DO PERIODO " WS-PERIODO-EVENTOS.
003682     DISPLAY "PROG96: EMPRESA ........... : " WS-EMPRESA-EVENTOS
003683         " - ARQUIVO " WS-NOME-EVENTOS.
003684     DISPLAY "PROG96: ADMISSOES ......... : "
003685         WS-QTD-ADMISSOES.
003686     DISPLAY "PROG96: DESLIGAMENTOS ..... : "
003687         WS-QTD-DESLIGAMENTOS.
003688     DISPLAY "PROG96: REMUNERACOES ...... : "
003689         WS-QTD-REMUNERACOES.
003690     IF WS-QTD-DIFERENCAS > ZERO
003691         DISPLAY "PROG96: DIFERENCAS DISSIDIO : "
003692             WS-QTD-DIFERENCAS
003693     END-IF.
003694     IF WS-QTD-CORRECOES > ZERO
003695         DISPLAY "PROG96: CORRECOES FORA CICLO: "
003696             WS-QTD-CORRECOES
003697     END-IF.
003698     IF WS-QTD-PRESERVADOS > ZERO
003700         DISPLAY "PROG96: JA TRANSMITIDOS/ERRO PRESERVADOS: "
003710             WS-QTD-PRESERVADOS
003720     END-IF.
003721     IF WS-QTD-OUTRA-EMPRESA > ZERO
003722         DISPLAY "PROG96: DE OUTRA EMPRESA (PULADOS): "
003723             WS-QTD-OUTRA-EMPRESA
003724     END-IF.

003730     IF WS-CHGLOG-PRESENTE
003740         CLOSE CHANGE-LOG
003770         CLOSE PAYROLL-REGISTER
003780     END-IF.
003790     CLOSE EVENT-FILE.
003791     IF WS-DISS-PRESENTE
003792         CLOSE DIFFERENCE-FILE
003793     END-IF.
003794     IF WS-CORR-PRESENTE
003795         CLOSE CORRECTION-FILE
003796     END-IF.
003797     IF WS-EMP-PRESENTE
003798         CLOSE EMPLOYEE-MASTER
003799     END-IF.

003800     MOVE SPACES TO WS-DESCRICAO-AUD.
003810     STRING "GEROU EVENTOS " WS-NOME-EVENTOS " DO PERIODO "
003814         WS-PERIODO-EVENTOS
003820         DELIMITED BY SIZE INTO WS-DESCRICAO-AUD.
003830     CALL "PROG22" USING "PROG96  " WS-DESCRICAO-AUD.

003831     MOVE "G"                     TO WS-TL-FUNCAO.
003832     MOVE ZERO                    TO WS-TL-DATA-RUN.
003833     MOVE WS-NOME-EVENTOS         TO WS-TL-ARQUIVO.
003834     MOVE WS-PERIODO-EVENTOS      TO WS-TL-PERIODO.
003835     MOVE "PROG96  "              TO WS-TL-PROGRAMA.
003836     MOVE WS-QTD-EVENTOS-GRAVADOS TO WS-TL-QTD.
003837     MOVE WS-VALOR-EVENTOS        TO WS-TL-VALOR.
003838     CALL "PROG223" USING WS-TL-FUNCAO WS-TL-DATA-RUN
003839         WS-TL-ARQUIVO WS-TL-PERIODO WS-TL-PROGRAMA WS-TL-QTD
003840         WS-TL-VALOR WS-TL-QTD-RAZAO WS-TL-VALOR-RAZAO
003841         WS-TL-STATUS.
003842     IF NOT WS-TL-OK
003843         DISPLAY "PROG96: TOTAIS DE CONTROLE DOS EVENTOS "
003844             WS-NOME-EVENTOS " NAO REGISTRADOS (CTLTOT)"
003845         MOVE 8 TO RETURN-CODE
003846     END-IF.
003847 8000-FINALIZAR-EXIT.
003850     EXIT.

003860 9999-EXIT.
