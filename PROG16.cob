001630* 2026-09-02 RA   EVERY MASTER WRITE NOW ALSO JOURNALS ITS FULL
001640*                 BEFORE/AFTER IMAGES THROUGH PROG141, THE RAW
001650*                 MATERIAL OF THE PROG142 FORWARD RECOVERY.
001651* 2026-09-28 RA   A KEYED SALARIO IS NOW ALSO CHECKED AGAINST THE
001652*                 FLOOR SALARY (PISO) OF THE FUNCIONARIO'S UNION
001653*                 (SINDFILE), WITH THE SAME SUPERVISOR OVERRIDE
001654*                 AND EXCEPTIONS-FILE TRAIL AS THE BAND CHECK. A
001655*                 NEW FUNCIONARIO STARTS WITH NO UNION AND NO
001656*                 DUES AUTHORIZATION. RECORD IMAGES WIDENED TO
001657*                 THE 300-BYTE EMPLOYEE MASTER.
001658* 2026-10-05 RA   AN INCLUDED FUNCIONARIO NOW GETS A PROBATION
001659*                 CONTRACT ROW (EXPFILE) THROUGH PROG199.
001660* 2026-10-05 RA   RECORD IMAGES WIDENED TO THE 309-BYTE EMPLOYEE
001661*                 MASTER (CONTRACT TYPE FIELDS ADDED).
001662* 2026-10-05 RA   CAPTURES THE CONTRACT TYPE AND, FOR ESTAGIO,
001663*                 APRENDIZAGEM AND TEMPORARIO, AN END DATE INSIDE
001664*                 THE LEGAL MAXIMUM (FIELD 13). ONLY CLT HIRES GET
001665*                 A PROBATION ROW; AN ESTAGIARIO'S BOLSA IS NOT
001666*                 HELD TO THE UNION FLOOR.
001667* 2026-10-08 RA   A SALARY CHANGE ON AN EXISTING RECORD NO LONGER
001668*                 WAITS FOR A SUPERVISOR AT THE REQUESTER'S
001669*                 KEYBOARD: THE OTHER FIELDS ARE SAVED AT ONCE AND
001670*                 THE NEW SALARIO IS PARKED ON APRVFILE THROUGH
001671*                 PROG209 FOR THE PROG210 INBOX. EACH RUN FIRST
001672*                 APPLIES THE SALARIES APPROVED SINCE THE LAST
001673*                 ONE.
001674*                 THE BAND AND PISO OVERRIDES ARE UNCHANGED.
001675* 2026-10-15 RA   RECORD IMAGES WIDENED TO THE 312-BYTE EMPLOYEE
001676*                 MASTER (COMPANY CODE ADDED).
001677* 2026-10-15 RA   THE EMPLOYER COMPANY (EMPRESA) IS CAPTURED AS
001678*                 FIELD 14, CHECKED ACTIVE ON CIAFILE THROUGH
001679*                 PROG220, AND A CHANGE IS LOGGED TO PROG30.
001680* 2026-10-15 RA   THE OPERATOR IS IDENTIFIED (PROG211) AT START-UP
001681*                 AND A FUNCIONARIO OF A COMPANY THE OPERATOR MAY
001682*                 NOT SEE (PROG220 FUNCTION A) CAN NO LONGER BE
001683*                 PICKED FOR CHANGE, NOR MOVED TO SUCH A COMPANY.
001684* 2026-10-15 RA   AN OPERATOR PROG211 COULD NOT IDENTIFY IS
001685*                 REFUSED EVERY COMPANY, SO THE RUN NOW ENDS (RC
001686*                 8) INSTEAD OF ASKING FOR ANOTHER COMPANY OR
001687*                 CODIGO FOREVER.
001688* 2026-10-15 RA   THE BAND AND PISO OVERRIDES NO LONGER ASK FOR A
001689*                 SUPERVISOR CODE AT THE REQUESTER'S KEYBOARD. A
001690*                 SALARY CHANGE OUTSIDE THE BAND OR BELOW THE PISO
001691*                 IS PARKED LIKE ANY OTHER, WITH THE REASON AND
001692*                 THE LIMIT IN THE PROG210 DESCRIPTION; WHEN THE
001693*                 APPROVED SALARIO IS APPLIED THE CHECKS ARE RUN
001694*                 AGAIN AND AN EXCEPTIONS-FILE ROW NAMES THE
001695*                 APPROVING SUPERVISOR. OPERATOR-FILE DROPPED.
001696******************************************************************
001697 IDENTIFICATION DIVISION.
001698 PROGRAM-ID. PROG16.

001699 ENVIRONMENT DIVISION.
001700 INPUT-OUTPUT SECTION.
001710 FILE-CONTROL.
001720     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
001840         RECORD KEY IS CTL-CHAVE
001850         FILE STATUS IS FS-CODIGOCT.

001910     SELECT SALARY-BAND-FILE ASSIGN TO "BANDFILE"
001920         ORGANIZATION IS INDEXED
001930         ACCESS MODE IS DYNAMIC
001940         RECORD KEY IS BD-DEPARTAMENTO
001950         FILE STATUS IS FS-BANDFILE.

001951     SELECT UNION-FILE ASSIGN TO "SINDFILE"
001952         ORGANIZATION IS INDEXED
001953         ACCESS MODE IS DYNAMIC
001954         RECORD KEY IS SD-CODIGO
001955         FILE STATUS IS FS-SINDFILE.

001960     SELECT EXCEPTION-FILE ASSIGN TO "EXCPFILE"
001970         ORGANIZATION IS LINE SEQUENTIAL
001980         FILE STATUS IS FS-EXCPFILE.
002060 FD  CODIGO-CTL-FILE.
002070 COPY CTLREC.

002100 FD  SALARY-BAND-FILE.
002110 COPY BANDREC.

002111 FD  UNION-FILE.
002112 COPY SINDREC.

002120 FD  EXCEPTION-FILE.
002130 COPY EXCPREC.

002270     88  FS-CODIGOCT-OK      VALUE "00".
002280     88  FS-CODIGOCT-NOTFND  VALUE "23".

002310 01  FS-BANDFILE             PIC X(02).
002320     88  FS-BANDFILE-OK      VALUE "00".

002321 01  FS-SINDFILE             PIC X(02).
002322     88  FS-SINDFILE-OK      VALUE "00".

002330 01  FS-EXCPFILE             PIC X(02).
002340     88  FS-EXCPFILE-OK      VALUE "00".

002350 01  FS-DUPSUSP              PIC X(02).
002360     88  FS-DUPSUSP-OK       VALUE "00".

002361 01  WS-EXPERIENCIA-STATUS   PIC X(01).

002370 01  WS-DUPLICIDADE.
002380     05  WS-SUSPEITO-SW      PIC X(01).
002390         88  WS-SUSPEITO     VALUE "Y".
002430     05  WS-CODIGO-GUARDADO  PIC 9(06).
002440     05  WS-CODIGO-SUSP      PIC 9(06).
002450     05  WS-NOME-SUSP        PIC X(30).
002460     05  WS-REG-GUARDADO     PIC X(312).

002470 01  WS-SWITCHES.
002480     05  WS-EOF-SW           PIC X(01) VALUE "N".
002540         88  WS-TIPO-ALTERACAO   VALUE "2".
002550     05  WS-EXISTING-SW      PIC X(01) VALUE "N".
002560         88  WS-JA-EXISTE    VALUE "Y".
002570     05  WS-SALARIO-PEND-SW  PIC X(01) VALUE "N".
002580         88  WS-SALARIO-PENDENTE VALUE "Y".
002581     05  WS-CONTINUAR-SW     PIC X(01) VALUE "S".
002582         88  WS-CONTINUAR    VALUE "S" "s".
002590     05  WS-FAIXA-OK-SW      PIC X(01) VALUE "Y".
002600         88  WS-FAIXA-OK     VALUE "Y".
002601     05  WS-PISO-OK-SW       PIC X(01) VALUE "Y".
002602         88  WS-PISO-OK      VALUE "Y".
002610     05  WS-CONFIRMADO-SW    PIC X(01) VALUE "N".
002620         88  WS-CONFIRMADO   VALUE "Y".
002630     05  WS-CEP-STATUS       PIC X(01) VALUE "1".
002680     05  WS-LIDOS            PIC 9(06) VALUE ZERO COMP.
002690     05  WS-INCLUIDOS        PIC 9(06) VALUE ZERO COMP.
002700     05  WS-ATUALIZADOS      PIC 9(06) VALUE ZERO COMP.
002701     05  WS-QTD-APLICADAS    PIC 9(06) VALUE ZERO COMP.

002710 01  WS-CAMPOS-ENTRADA.
002720     05  WS-NOME-ENT         PIC X(30).
002820     05  WS-PIS-ENT          PIC 9(11).
002830     05  WS-CTPS-ENT         PIC X(11).
002840     05  WS-DOC-TXT          PIC X(11).
002860     05  WS-SALARIO-ANTIGO   PIC 9(06)V9(04).
002861     05  WS-SALARIO-SOLIC    PIC 9(06)V9(04).
002862     05  WS-TIPO-CONTRATO-ENT PIC X(01).
002863         88  WS-CONTRATO-VALIDO  VALUE "C" "E" "J" "T".
002864         88  WS-CONTRATO-CLT     VALUE "C".
002865         88  WS-CONTRATO-ESTAGIO VALUE "E".
002866         88  WS-CONTRATO-TEMPORARIO VALUE "T".
002867     05  WS-FIM-CONTRATO-ENT PIC 9(08).
002868     05  WS-FIM-CONTRATO-MAX PIC 9(08).
002869     05  WS-EMPRESA-ENT      PIC X(03).

002870 01  WS-CAMPOS-ANTIGOS.
002880     05  WS-NOME-ANTIGO      PIC X(30).
002920     05  WS-CEP-ANTIGO       PIC X(09).
002930     05  WS-MOEDA-ANTIGA     PIC X(03).
002940     05  WS-STATUS-ANTIGO    PIC X(01).
002941     05  WS-TIPO-CONTRATO-ANTIGO PIC X(01).
002942     05  WS-FIM-CONTRATO-ANTIGO  PIC 9(08).
002943     05  WS-EMPRESA-ANTIGA       PIC X(03).

002950 01  WS-CAMPOS-LOG.
002960     05  WS-SALARIO-ANTIGO-LOG   PIC X(30).
003160     05  WS-HORA-ATUAL       PIC 9(06).

003170 01  WS-JORNAL.
003180     05  WS-JR-ANTES             PIC X(312).
003190     05  WS-JR-DEPOIS            PIC X(312).
003200     05  WS-JR-OPERACAO          PIC X(01).

003210 01  WS-DESCRICAO-AUD        PIC X(60).

003211* PROG220 COMPANY SERVICE CALL
003212 01  WS-CHAMADA-EMPRESA.
003213     05  WS-CIA-FUNCAO           PIC X(01).
003214     05  WS-CIA-EMPRESA          PIC X(03).
003215     05  WS-CIA-ARQUIVO          PIC X(08).
003216     05  WS-CIA-STATUS           PIC X(01).
003217         88  WS-CIA-OK           VALUE "1".
003218         88  WS-CIA-SEM-CADASTRO VALUE "3".
003219         88  WS-CIA-NAO-IDENTIFICADO VALUE "3".
003220 COPY CIAREC.

003221 01  WS-CHAMADA-VISAO.
003222     05  WS-VIS-FUNCAO           PIC X(01).
003223     05  WS-VIS-OPERADOR         PIC X(06).
003224     05  WS-VIS-NIVEL            PIC X(01).
003225     05  WS-VIS-STATUS           PIC X(01).

003226* PROG209 PENDING-APPROVALS CALL - THE SALARY CHANGE TRAVELS
003227* IN WS-APV-DADOS WITH THE SALARIO IT WAS KEYED AGAINST
003228 01  WS-CHAMADA-APROVACAO.
003229     05  WS-APV-FUNCAO           PIC X(01).
003230     05  WS-APV-PROGRAMA         PIC X(08) VALUE "PROG16  ".
003231     05  WS-APV-CODIGO           PIC 9(06).
003232     05  WS-APV-DESCRICAO        PIC X(60).
003233     05  WS-APV-DADOS            PIC X(200).
003234     05  WS-APV-SALARIO REDEFINES WS-APV-DADOS.
003235         10  WS-APV-SALARIO-ANTIGO PIC 9(06)V9(04).
003236         10  WS-APV-SALARIO-NOVO PIC 9(06)V9(04).
003237         10  FILLER              PIC X(180).
003238     05  WS-APV-APROVADOR        PIC X(06).
003239     05  WS-APV-STATUS           PIC X(01).
003240         88  WS-APV-OK           VALUE "1".

003241* THE BAND / PISO A SALARIO UNDER CHECK FAILED, FOR THE PROG210
003242* DESCRIPTION AND THE EXCEPTIONS-FILE ROW
003243 01  WS-RESSALVAS-SALARIO.
003244     05  WS-SALARIO-CONF         PIC 9(06)V9(04).
003245     05  WS-FAIXA-PISO           PIC 9(06)V9(04).
003246     05  WS-FAIXA-TETO           PIC 9(06)V9(04).
003247     05  WS-PISO-SINDICAL        PIC 9(06)V9(02).
003248     05  WS-VALOR-ED-1           PIC Z(05)9.99.
003249     05  WS-VALOR-ED-2           PIC Z(05)9.99.
003250     05  WS-VALOR-ED-3           PIC Z(05)9.99.
003251
003252 01  WS-CHAMADA-TRAVA.
003253     05  WS-TRAVA-FUNCAO         PIC X(01).
003254     05  WS-TRAVA-PROGRAMA       PIC X(08).
003255     05  WS-TRAVA-STATUS         PIC X(01).
003260         88  WS-TRAVA-OBTIDA     VALUE "1".
003270     05  WS-TRAVA-MINHA-SW       PIC X(01) VALUE "N".
003280         88  WS-TRAVA-MINHA      VALUE "Y".
003320*----------------------------------------------------------------
003330 0000-MAINLINE.
003340     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
003341     PERFORM 1500-APLICAR-APROVADOS
003342         THRU 1500-APLICAR-APROVADOS-EXIT.
003343     IF WS-QTD-APLICADAS > ZERO
003344         DISPLAY "NOVA INCLUSAO/ALTERACAO? (S/N)"
003345         ACCEPT WS-CONTINUAR-SW
003346         IF NOT WS-CONTINUAR
003347             GO TO 0000-ENCERRAR
003348         END-IF
003349     END-IF.
003350     PERFORM 2000-OBTER-DADOS THRU 2000-OBTER-DADOS-EXIT.
003360     PERFORM 3000-PROCESSAR THRU 3000-PROCESSAR-EXIT.

003361 0000-ENCERRAR.
003370     PERFORM 8000-FINALIZAR THRU 8000-FINALIZAR-EXIT.
003380     GO TO 9999-EXIT.

003530     END-IF.
003540     SET WS-TRAVA-MINHA TO TRUE.

003542     MOVE "I" TO WS-VIS-FUNCAO.
003544     CALL "PROG211" USING WS-VIS-FUNCAO WS-VIS-OPERADOR
003546         WS-VIS-NIVEL WS-VIS-STATUS.

003550     OPEN I-O EMPLOYEE-MASTER.
003560     IF NOT FS-EMPMAST-OK
003570         OPEN OUTPUT EMPLOYEE-MASTER
003750         GO TO 9999-EXIT
003760     END-IF.

003780 1000-INICIALIZAR-EXIT.
003790     EXIT.

003791*----------------------------------------------------------------
003792* 1500-APLICAR-APROVADOS - EVERY SALARY CHANGE A SUPERVISOR
003793*                           APPROVED IN THE PROG210 INBOX IS
003794*                           APPLIED TO THE MASTER
003795*----------------------------------------------------------------
003796 1500-APLICAR-APROVADOS.
003797     MOVE "P" TO WS-APV-FUNCAO.
003798     CALL "PROG209" USING WS-APV-FUNCAO WS-APV-PROGRAMA
003799         WS-APV-CODIGO WS-APV-DESCRICAO WS-APV-DADOS
003800         WS-APV-APROVADOR WS-APV-STATUS.
003801     IF NOT WS-APV-OK
003802         GO TO 1500-APLICAR-APROVADOS-EXIT
003803     END-IF.

003804     PERFORM 1600-APLICAR-UM THRU 1600-APLICAR-UM-EXIT.
003805     CALL "PROG209" USING WS-APV-FUNCAO WS-APV-PROGRAMA
003806         WS-APV-CODIGO WS-APV-DESCRICAO WS-APV-DADOS
003807         WS-APV-APROVADOR WS-APV-STATUS.
003808     GO TO 1500-APLICAR-APROVADOS.
003809 1500-APLICAR-APROVADOS-EXIT.
003810     EXIT.

003811*----------------------------------------------------------------
003812* 1600-APLICAR-UM - ONE APPROVED SALARIO. THE FUNCIONARIO MUST
003813*                    STILL BE ACTIVE AND STILL EARN THE SALARIO
003814*                    THE CHANGE WAS KEYED AGAINST; OTHERWISE THE
003815*                    ROW IS CLOSED AS NOT APPLIED. THE BAND AND
003816*                    PISO ARE CHECKED AGAIN ON TODAY'S FILES; AN
003817*                    APPROVED SALARIO STILL OUTSIDE THEM IS
003818*                    APPLIED AND LEFT ON THE EXCEPTIONS FILE UNDER
003819*                    THE APPROVING SUPERVISOR
003820*----------------------------------------------------------------
003821 1600-APLICAR-UM.
003822     MOVE "N" TO WS-APV-FUNCAO.
003823     MOVE SPACES TO WS-APV-DESCRICAO.
003824     MOVE WS-APV-CODIGO TO CODIGO.
003825     READ EMPLOYEE-MASTER
003826         INVALID KEY
003827             MOVE "FUNCIONARIO NAO ENCONTRADO" TO WS-APV-DESCRICAO
003828             GO TO 1600-APLICAR-UM-EXIT
003829     END-READ.
003830     IF NOT EMP-ATIVO
003831         MOVE "FUNCIONARIO INATIVO" TO WS-APV-DESCRICAO
003832         GO TO 1600-APLICAR-UM-EXIT
003833     END-IF.
003834     IF SALARIO NOT = WS-APV-SALARIO-ANTIGO
003835         MOVE "SALARIO ALTERADO DESDE A SOLICITACAO"
003836             TO WS-APV-DESCRICAO
003837         GO TO 1600-APLICAR-UM-EXIT
003838     END-IF.

003839     MOVE WS-APV-SALARIO-NOVO TO WS-SALARIO-CONF.
003840     MOVE TIPO-CONTRATO TO WS-TIPO-CONTRATO-ENT.
003841     PERFORM 3300-VALIDAR-FAIXA-SALARIAL
003842         THRU 3300-VALIDAR-FAIXA-SALARIAL-EXIT.
003843     PERFORM 3320-VALIDAR-PISO-SINDICAL
003844         THRU 3320-VALIDAR-PISO-SINDICAL-EXIT.
003845
003846     MOVE FUNCIONARIO TO WS-JR-ANTES.
003847     MOVE WS-APV-SALARIO-NOVO TO SALARIO.
003848     REWRITE FUNCIONARIO.
003849     IF NOT FS-EMPMAST-OK
003850         DISPLAY "PROG16: ERRO AO ATUALIZAR FUNCIONARIO "
003851             CODIGO " - " FS-EMPMAST
003852         STRING "EMPMAST RECUSOU A ATUALIZACAO - " FS-EMPMAST
003853             DELIMITED BY SIZE INTO WS-APV-DESCRICAO
003854         GO TO 1600-APLICAR-UM-EXIT
003855     END-IF.
003856     MOVE "E" TO WS-APV-FUNCAO.
003857     ADD 1 TO WS-ATUALIZADOS.
003858     ADD 1 TO WS-QTD-APLICADAS.

003859     MOVE FUNCIONARIO TO WS-JR-DEPOIS.
003860     MOVE "A" TO WS-JR-OPERACAO.
003861     CALL "PROG141" USING "PROG16  " WS-JR-OPERACAO
003862         WS-JR-ANTES WS-JR-DEPOIS.
003863     MOVE SPACES TO WS-SALARIO-ANTIGO-LOG.
003864     MOVE SPACES TO WS-SALARIO-NOVO-LOG.
003865     MOVE WS-APV-SALARIO-ANTIGO TO WS-SALARIO-ANTIGO-LOG.
003866     MOVE WS-APV-SALARIO-NOVO TO WS-SALARIO-NOVO-LOG.
003867     CALL "PROG30" USING CODIGO "SALARIO        "
003868         WS-SALARIO-ANTIGO-LOG WS-SALARIO-NOVO-LOG.
003869     IF NOT WS-FAIXA-OK
003870         PERFORM 3310-GRAVAR-EXCECAO-FAIXA
003871             THRU 3310-GRAVAR-EXCECAO-FAIXA-EXIT
003872     END-IF.
003873     IF NOT WS-PISO-OK
003874         PERFORM 3330-GRAVAR-EXCECAO-PISO
003875             THRU 3330-GRAVAR-EXCECAO-PISO-EXIT
003876     END-IF.

003877     DISPLAY "PROG16: SALARIO DE " CODIGO " ALTERADO PARA "
003878         SALARIO " - APROVADOR " WS-APV-APROVADOR.
003879     MOVE SPACES TO WS-DESCRICAO-AUD.
003880     STRING "ALTEROU SALARIO DE " CODIGO " APROVADOR "
003881         WS-APV-APROVADOR
003882         DELIMITED BY SIZE INTO WS-DESCRICAO-AUD.
003883     CALL "PROG22" USING "PROG16  " WS-DESCRICAO-AUD.
003884 1600-APLICAR-UM-EXIT.
003885     EXIT.

003886*----------------------------------------------------------------
003887* 2000-OBTER-DADOS - PROMPT THE OPERATOR FOR THE NEW/CHANGED
003888*                    FUNCIONARIO INFORMATION
003889*----------------------------------------------------------------
003890 2000-OBTER-DADOS.
003891     DISPLAY "TIPO DE OPERACAO (1 = INCLUIR NOVO FUNCIONARIO / "
003892             "2 = ALTERAR FUNCIONARIO EXISTENTE)".
003893     ACCEPT WS-TIPO-SW.

003894     IF WS-TIPO-ALTERACAO
003895         PERFORM 2200-LER-CODIGO-ALTERACAO
003900             THRU 2200-LER-CODIGO-ALTERACAO-EXIT
003910     ELSE
003920         PERFORM 2100-LER-CODIGO-INCLUSAO
004180         THRU 2397-CAPTURAR-PIS-EXIT.
004190     PERFORM 2398-CAPTURAR-CTPS
004200         THRU 2398-CAPTURAR-CTPS-EXIT.
004201     PERFORM 2399-CAPTURAR-CONTRATO
004202         THRU 2399-CAPTURAR-CONTRATO-EXIT.
004203     PERFORM 2394-CAPTURAR-EMPRESA
004204         THRU 2394-CAPTURAR-EMPRESA-EXIT.

004210     MOVE "N" TO WS-CONFIRMADO-SW.
004220     PERFORM 2400-REVISAR-CAMPOS
005620 2398-CAPTURAR-CTPS-EXIT.
005630     EXIT.

005631*----------------------------------------------------------------
005632* 2394-CAPTURAR-EMPRESA - THE EMPLOYER COMPANY MUST BE ACTIVE ON
005633*                         CIAFILE; WITH NO CIAFILE DATASET ONLY
005634*                         THE ORIGINAL EMPLOYER "001" EXISTS
005635*----------------------------------------------------------------
005636 2394-CAPTURAR-EMPRESA.
005637     DISPLAY "EMPRESA EMPREGADORA (ENTER = 001)".
005638     MOVE SPACES TO WS-EMPRESA-ENT.
005639     ACCEPT WS-EMPRESA-ENT.
005640     IF WS-EMPRESA-ENT = SPACES
005641         MOVE "001" TO WS-EMPRESA-ENT
005642     END-IF.
005643     MOVE "L" TO WS-CIA-FUNCAO.
005644     MOVE WS-EMPRESA-ENT TO WS-CIA-EMPRESA.
005645     CALL "PROG220" USING WS-CIA-FUNCAO WS-CIA-EMPRESA
005646         WS-CIA-ARQUIVO COMPANHIA-REC WS-CIA-STATUS.
005647     IF NOT WS-CIA-OK
005648         AND NOT (WS-CIA-SEM-CADASTRO AND WS-EMPRESA-ENT = "001")
005651         DISPLAY "PROG16: EMPRESA " WS-EMPRESA-ENT " NAO "
005652             "CADASTRADA OU INATIVA - REDIGITE"
005653         GO TO 2394-CAPTURAR-EMPRESA
005654     END-IF.

005655     MOVE "A" TO WS-CIA-FUNCAO.
005656     MOVE WS-EMPRESA-ENT TO WS-CIA-EMPRESA.
005657     CALL "PROG220" USING WS-CIA-FUNCAO WS-CIA-EMPRESA
005658         WS-CIA-ARQUIVO COMPANHIA-REC WS-CIA-STATUS.
005659     IF WS-CIA-NAO-IDENTIFICADO
005660         DISPLAY "PROG16: OPERADOR NAO IDENTIFICADO (PROG211) - "
005661             "ACESSO NEGADO A EMPRESA " WS-CIA-EMPRESA
005662         MOVE 8 TO RETURN-CODE
005663         GO TO 9999-EXIT
005664     END-IF.
005665     IF NOT WS-CIA-OK
005666         DISPLAY "PROG16: ACESSO NEGADO - EMPRESA "
005667             WS-EMPRESA-ENT " - REDIGITE"
005668         GO TO 2394-CAPTURAR-EMPRESA
005669     END-IF.
005670 2394-CAPTURAR-EMPRESA-EXIT.
005671     EXIT.

005672*----------------------------------------------------------------
005673* 2399-CAPTURAR-CONTRATO - CONTRACT TYPE; THE FIXED-TERM TYPES
005674*                          NEED AN END DATE AFTER THE ADMISSAO
005675*                          AND WITHIN THE LEGAL MAXIMUM - TWO
005676*                          YEARS FOR ESTAGIO AND APRENDIZAGEM,
005677*                          270 DAYS FOR A TEMPORARIO. CLT HAS
005678*                          NO END DATE.
005679*----------------------------------------------------------------
005680 2399-CAPTURAR-CONTRATO.
005681     DISPLAY "TIPO DE CONTRATO (C = CLT / E = ESTAGIARIO / "
005682             "J = JOVEM APRENDIZ / T = TEMPORARIO)".
005683     ACCEPT WS-TIPO-CONTRATO-ENT.
005684     IF WS-TIPO-CONTRATO-ENT = SPACE
005685         MOVE "C" TO WS-TIPO-CONTRATO-ENT
005686     END-IF.
005687     IF NOT WS-CONTRATO-VALIDO
005688         DISPLAY "PROG16: TIPO DE CONTRATO INVALIDO - REDIGITE"
005689         GO TO 2399-CAPTURAR-CONTRATO
005690     END-IF.
005691     IF WS-CONTRATO-CLT
005692         MOVE ZERO TO WS-FIM-CONTRATO-ENT
005693         GO TO 2399-CAPTURAR-CONTRATO-EXIT
005694     END-IF.

005695     MOVE "A" TO WS-DT-FUNCAO.
005696     MOVE WS-ADMISSAO-ENT TO WS-DT-DATA-1.
005697     IF WS-CONTRATO-TEMPORARIO
005698         MOVE 270 TO WS-DT-QUANTIDADE
005699         MOVE "D" TO WS-DT-UNIDADE
005700     ELSE
005701         MOVE 2 TO WS-DT-QUANTIDADE
005702         MOVE "A" TO WS-DT-UNIDADE
005703     END-IF.
005704     CALL "PROG74" USING WS-DT-FUNCAO WS-DT-DATA-1
005705         WS-DT-DATA-2 WS-DT-QUANTIDADE WS-DT-UNIDADE
005706         WS-DT-STATUS.
005707     MOVE WS-DT-DATA-2 TO WS-FIM-CONTRATO-MAX.

005708     DISPLAY "DATA DE TERMINO DO CONTRATO (AAAAMMDD, ATE "
005709             WS-FIM-CONTRATO-MAX ")".
005710     ACCEPT WS-FIM-CONTRATO-ENT.
005711     MOVE "V" TO WS-DT-FUNCAO.
005712     MOVE WS-FIM-CONTRATO-ENT TO WS-DT-DATA-1.
005713     CALL "PROG74" USING WS-DT-FUNCAO WS-DT-DATA-1
005714         WS-DT-DATA-2 WS-DT-QUANTIDADE WS-DT-UNIDADE
005715         WS-DT-STATUS.
005716     IF NOT WS-DT-OK
005717         DISPLAY "PROG16: DATA INVALIDA - REDIGITE"
005718         GO TO 2399-CAPTURAR-CONTRATO
005719     END-IF.
005720     IF WS-FIM-CONTRATO-ENT NOT > WS-ADMISSAO-ENT
005721         DISPLAY "PROG16: TERMINO DEVE SER POSTERIOR A "
005722             "ADMISSAO - REDIGITE"
005723         GO TO 2399-CAPTURAR-CONTRATO
005724     END-IF.
005725     IF WS-FIM-CONTRATO-ENT > WS-FIM-CONTRATO-MAX
005726         DISPLAY "PROG16: TERMINO ALEM DO PRAZO MAXIMO DO "
005727             "CONTRATO - REDIGITE"
005728         GO TO 2399-CAPTURAR-CONTRATO
005729     END-IF.
005730 2399-CAPTURAR-CONTRATO-EXIT.
005731     EXIT.

005732*----------------------------------------------------------------
005733* 2400-REVISAR-CAMPOS - RE-DISPLAY EVERYTHING CAPTURED,
005734*                        NUMBERED; THE OPERATOR PICKS A FIELD TO
005735*                        RE-KEY (ADDRESS FIELDS RE-RUN THE
005736*                        PROG26 CHECK) OR CONFIRMS WITH ZERO -
005737*                        NOTHING IS WRITTEN BEFORE THE CONFIRM
005738*----------------------------------------------------------------
005739 2400-REVISAR-CAMPOS.
005740     DISPLAY " ".
005741     DISPLAY "CONFIRA OS DADOS DO FUNCIONARIO " CODIGO ":".
005742     DISPLAY "1 - NOME ....... : " WS-NOME-ENT.
005750     DISPLAY "2 - RUA ........ : " WS-RUA-ENT.
005760     DISPLAY "3 - CIDADE ..... : " WS-CIDADE-ENT.
005770     DISPLAY "4 - ESTADO ..... : " WS-ESTADO-ENT.
005830     DISPLAY "10 - CPF ....... : " WS-CPF-ENT.
005840     DISPLAY "11 - PIS ....... : " WS-PIS-ENT.
005850     DISPLAY "12 - CTPS ...... : " WS-CTPS-ENT.
005851     DISPLAY "13 - CONTRATO .. : " WS-TIPO-CONTRATO-ENT
005852             " TERMINO " WS-FIM-CONTRATO-ENT.
005853     DISPLAY "14 - EMPRESA ... : " WS-EMPRESA-ENT.
005860     DISPLAY "0 = CONFIRMAR E GRAVAR / 1-14 = CORRIGIR O "
005870             "CAMPO".
005880     ACCEPT WS-CAMPO-CORRIGIR.

006180         WHEN 7
006190             PERFORM 2380-CAPTURAR-ADMISSAO
006200                 THRU 2380-CAPTURAR-ADMISSAO-EXIT
006201             PERFORM 2399-CAPTURAR-CONTRATO
006202                 THRU 2399-CAPTURAR-CONTRATO-EXIT
006210         WHEN 8
006220             PERFORM 2390-CAPTURAR-SALARIO
006230                 THRU 2390-CAPTURAR-SALARIO-EXIT
006330         WHEN 12
006340             PERFORM 2398-CAPTURAR-CTPS
006350                 THRU 2398-CAPTURAR-CTPS-EXIT
006351         WHEN 13
006352             PERFORM 2399-CAPTURAR-CONTRATO
006353                 THRU 2399-CAPTURAR-CONTRATO-EXIT
006354         WHEN 14
006355             PERFORM 2394-CAPTURAR-EMPRESA
006356                 THRU 2394-CAPTURAR-EMPRESA-EXIT
006360         WHEN OTHER
006370             DISPLAY "OPCAO INVALIDA"
006380     END-EVALUATE.
007250             MOVE END-ESTADO   TO WS-ESTADO-ANTIGO
007260             MOVE END-CEP      TO WS-CEP-ANTIGO
007270             MOVE MOEDA-COD    TO WS-MOEDA-ANTIGA
007271             MOVE TIPO-CONTRATO TO WS-TIPO-CONTRATO-ANTIGO
007272             MOVE DATA-FIM-CONTRATO TO WS-FIM-CONTRATO-ANTIGO
007273             MOVE EMPRESA      TO WS-EMPRESA-ANTIGA
007274             IF WS-EMPRESA-ANTIGA = SPACES
007275                 MOVE "001" TO WS-EMPRESA-ANTIGA
007276             END-IF
007280     END-READ.
007281     IF NOT WS-JA-EXISTE
007282         GO TO 2210-LER-E-VALIDAR-CODIGO-EXIT
007283     END-IF.

007284     MOVE "A" TO WS-CIA-FUNCAO.
007285     MOVE WS-EMPRESA-ANTIGA TO WS-CIA-EMPRESA.
007286     CALL "PROG220" USING WS-CIA-FUNCAO WS-CIA-EMPRESA
007287         WS-CIA-ARQUIVO COMPANHIA-REC WS-CIA-STATUS.
007288     IF WS-CIA-NAO-IDENTIFICADO
007289         DISPLAY "PROG16: OPERADOR NAO IDENTIFICADO (PROG211) - "
007290             "ACESSO NEGADO A EMPRESA " WS-CIA-EMPRESA
007291         MOVE 8 TO RETURN-CODE
007292         GO TO 9999-EXIT
007293     END-IF.
007294     IF NOT WS-CIA-OK
007295         DISPLAY "PROG16: ACESSO NEGADO - FUNCIONARIO " CODIGO
007296             " DE OUTRA EMPRESA"
007297         MOVE "N" TO WS-EXISTING-SW
007298     END-IF.
007299 2210-LER-E-VALIDAR-CODIGO-EXIT.
007300     EXIT.

007310*----------------------------------------------------------------
007320* 3000-PROCESSAR - WRITE OR REWRITE THE FUNCIONARIO RECORD
007330*----------------------------------------------------------------
007340 3000-PROCESSAR.
007350     MOVE "N" TO WS-SALARIO-PEND-SW.
007360     MOVE "Y" TO WS-FAIXA-OK-SW.
007370     MOVE "Y" TO WS-PISO-OK-SW.
007420     IF WS-JA-EXISTE
007430         PERFORM 3100-SEPARAR-SALARIO
007440             THRU 3100-SEPARAR-SALARIO-EXIT
007500     END-IF.

007501     IF WS-SALARIO-PENDENTE
007502         MOVE WS-SALARIO-SOLIC TO WS-SALARIO-CONF
007503         PERFORM 3300-VALIDAR-FAIXA-SALARIAL
007504             THRU 3300-VALIDAR-FAIXA-SALARIAL-EXIT
007505         PERFORM 3320-VALIDAR-PISO-SINDICAL
007506             THRU 3320-VALIDAR-PISO-SINDICAL-EXIT
007507     END-IF.

007510     IF WS-JA-EXISTE
007520         MOVE FUNCIONARIO TO WS-JR-ANTES
007530     ELSE
007650     MOVE WS-CPF-ENT        TO CPF.
007660     MOVE WS-PIS-ENT        TO PIS.
007670     MOVE WS-CTPS-ENT       TO CTPS.
007671     MOVE WS-TIPO-CONTRATO-ENT TO TIPO-CONTRATO.
007672     MOVE WS-FIM-CONTRATO-ENT  TO DATA-FIM-CONTRATO.
007673     MOVE WS-EMPRESA-ENT       TO EMPRESA.

007680     IF NOT WS-JA-EXISTE
007690         PERFORM 3400-VERIFICAR-DUPLICIDADE
007940     ELSE
007950         MOVE "A" TO STATUS-FUNCIONARIO
007960         MOVE ZERO TO DATA-ADMISSAO-ORIG
007961         MOVE SPACES TO SINDICATO
007962         MOVE "N" TO CONTRIB-SINDICAL-SW
007970         WRITE FUNCIONARIO
007980         IF NOT FS-EMPMAST-OK
007990             DISPLAY "PROG16: ERRO AO INCLUIR FUNCIONARIO "
008010             GO TO 3000-PROCESSAR-EXIT
008020         END-IF
008030         ADD 1 TO WS-INCLUIDOS
008031         IF EMP-CLT
008032             CALL "PROG199" USING CODIGO DATA-ADMISSAO
008033                 WS-EXPERIENCIA-STATUS
008034         END-IF
008040         MOVE FUNCIONARIO TO WS-JR-DEPOIS
008050         MOVE "I" TO WS-JR-OPERACAO
008060         CALL "PROG141" USING "PROG16  " WS-JR-OPERACAO
008150     END-IF.

008160     CALL "PROG22" USING "PROG16  " WS-DESCRICAO-AUD.

008161     IF WS-SALARIO-PENDENTE
008162         PERFORM 3500-SOLICITAR-APROVACAO
008163             THRU 3500-SOLICITAR-APROVACAO-EXIT
008164     END-IF.
008170 3000-PROCESSAR-EXIT.
008180     EXIT.

008840     EXIT.

008850*----------------------------------------------------------------
008860* 3100-SEPARAR-SALARIO - A SALARY CHANGE ON AN EXISTING RECORD
008870*                         NEEDS A SUPERVISOR'S SIGN-OFF. THE
008880*                         RECORD IS SAVED WITH THE SALARIO IT
008881*                         HAS TODAY AND THE NEW ONE IS SET ASIDE
008882*                         FOR 3500 TO PARK ON APRVFILE
008890*----------------------------------------------------------------
008900 3100-SEPARAR-SALARIO.
008910     MOVE "N" TO WS-SALARIO-PEND-SW.

008920     IF WS-SALARIO-ENT = WS-SALARIO-ANTIGO
008940         GO TO 3100-SEPARAR-SALARIO-EXIT
008950     END-IF.

008960     MOVE "Y" TO WS-SALARIO-PEND-SW.
008970     MOVE WS-SALARIO-ENT TO WS-SALARIO-SOLIC.
008980     MOVE WS-SALARIO-ANTIGO TO WS-SALARIO-ENT.
009110 3100-SEPARAR-SALARIO-EXIT.
009120     EXIT.

009121*----------------------------------------------------------------
009122* 3500-SOLICITAR-APROVACAO - THE NEW SALARIO IS PARKED FOR A
009123*                             SUPERVISOR OTHER THAN THE
009124*                             REQUESTER (PROG209/PROG210). OUT
009125*                             OF BAND OR BELOW THE PISO, THE
009126*                             DESCRIPTION SAYS SO AND GIVES THE
009127*                             LIMIT, SO THE SUPERVISOR DECIDES
009128*                             WITH THE REASON IN FRONT OF THEM
009129*----------------------------------------------------------------
009130 3500-SOLICITAR-APROVACAO.
009131     MOVE "S"               TO WS-APV-FUNCAO.
009132     MOVE CODIGO            TO WS-APV-CODIGO.
009133     MOVE SPACES            TO WS-APV-DADOS.
009134     MOVE WS-SALARIO-ANTIGO TO WS-APV-SALARIO-ANTIGO.
009135     MOVE WS-SALARIO-SOLIC  TO WS-APV-SALARIO-NOVO.
009136     MOVE SPACES            TO WS-APV-DESCRICAO.
009137     MOVE WS-SALARIO-SOLIC  TO WS-VALOR-ED-1.
009138     MOVE WS-FAIXA-PISO     TO WS-VALOR-ED-2.
009139     MOVE WS-FAIXA-TETO     TO WS-VALOR-ED-3.
009140     IF NOT WS-FAIXA-OK AND NOT WS-PISO-OK
009141         MOVE WS-PISO-SINDICAL TO WS-VALOR-ED-2
009142         STRING "SALARIO " WS-VALOR-ED-1
009143             " FORA DA FAIXA E ABAIXO DO PISO " WS-VALOR-ED-2
009144             DELIMITED BY SIZE INTO WS-APV-DESCRICAO
009145     ELSE
009146     IF NOT WS-FAIXA-OK
009147         STRING "SALARIO " WS-VALOR-ED-1 " FORA DA FAIXA "
009148             WS-VALOR-ED-2 " A " WS-VALOR-ED-3
009149             DELIMITED BY SIZE INTO WS-APV-DESCRICAO
009150     ELSE
009151     IF NOT WS-PISO-OK
009152         MOVE WS-PISO-SINDICAL TO WS-VALOR-ED-2
009153         STRING "SALARIO " WS-VALOR-ED-1 " ABAIXO DO PISO "
009154             SINDICATO " " WS-VALOR-ED-2
009155             DELIMITED BY SIZE INTO WS-APV-DESCRICAO
009156     ELSE
009157         STRING "SALARIO " WS-SALARIO-ANTIGO " -> "
009158             WS-SALARIO-SOLIC
009159             DELIMITED BY SIZE INTO WS-APV-DESCRICAO
009160     END-IF
009161     END-IF
009162     END-IF.
009163     CALL "PROG209" USING WS-APV-FUNCAO WS-APV-PROGRAMA
009164         WS-APV-CODIGO WS-APV-DESCRICAO WS-APV-DADOS
009165         WS-APV-APROVADOR WS-APV-STATUS.
009166     IF NOT WS-APV-OK
009167         DISPLAY "PROG16: ALTERACAO DE SALARIO NAO ENVIADA PARA "
009168             "APROVACAO - OS DEMAIS CAMPOS FORAM GRAVADOS"
009169         GO TO 3500-SOLICITAR-APROVACAO-EXIT
009170     END-IF.
009171     DISPLAY "PROG16: SALARIO DE " CODIGO " AGUARDA APROVACAO "
009172         "- SERA APLICADO NA PROXIMA EXECUCAO APOS APROVADO".
009173 3500-SOLICITAR-APROVACAO-EXIT.
009174     EXIT.

009175*----------------------------------------------------------------
009176* 3200-GRAVAR-LOG-ALTERACAO - RECORD OLD/NEW SALARIO ON THE
009177*                              CHANGE LOG WHEN IT MOVED
009178*----------------------------------------------------------------
009179 3200-GRAVAR-LOG-ALTERACAO.
009180     IF WS-SALARIO-ENT NOT = WS-SALARIO-ANTIGO
009190         MOVE SPACES TO WS-SALARIO-ANTIGO-LOG
009200         MOVE SPACES TO WS-SALARIO-NOVO-LOG
009790         CALL "PROG30" USING CODIGO "MOEDA          "
009800             WS-VALOR-ANTIGO-LOG WS-VALOR-NOVO-LOG
009810     END-IF.

009811     IF WS-TIPO-CONTRATO-ENT NOT = WS-TIPO-CONTRATO-ANTIGO
009812         MOVE SPACES TO WS-VALOR-ANTIGO-LOG
009813         MOVE SPACES TO WS-VALOR-NOVO-LOG
009814         MOVE WS-TIPO-CONTRATO-ANTIGO TO WS-VALOR-ANTIGO-LOG
009815         MOVE WS-TIPO-CONTRATO-ENT TO WS-VALOR-NOVO-LOG
009816         CALL "PROG30" USING CODIGO "TIPO CONTRATO  "
009817             WS-VALOR-ANTIGO-LOG WS-VALOR-NOVO-LOG
009818     END-IF.

009819     IF WS-FIM-CONTRATO-ENT NOT = WS-FIM-CONTRATO-ANTIGO
009820         MOVE SPACES TO WS-VALOR-ANTIGO-LOG
009821         MOVE SPACES TO WS-VALOR-NOVO-LOG
009822         MOVE WS-FIM-CONTRATO-ANTIGO TO WS-VALOR-ANTIGO-LOG
009823         MOVE WS-FIM-CONTRATO-ENT TO WS-VALOR-NOVO-LOG
009824         CALL "PROG30" USING CODIGO "FIM CONTRATO   "
009825             WS-VALOR-ANTIGO-LOG WS-VALOR-NOVO-LOG
009826     END-IF.

009827     IF WS-EMPRESA-ENT NOT = WS-EMPRESA-ANTIGA
009828         MOVE SPACES TO WS-VALOR-ANTIGO-LOG
009829         MOVE SPACES TO WS-VALOR-NOVO-LOG
009830         MOVE WS-EMPRESA-ANTIGA TO WS-VALOR-ANTIGO-LOG
009831         MOVE WS-EMPRESA-ENT TO WS-VALOR-NOVO-LOG
009832         CALL "PROG30" USING CODIGO "EMPRESA        "
009833             WS-VALOR-ANTIGO-LOG WS-VALOR-NOVO-LOG
009834     END-IF.
009835 3200-GRAVAR-LOG-ALTERACAO-EXIT.
009836     EXIT.

009840*----------------------------------------------------------------
009850* 3300-VALIDAR-FAIXA-SALARIAL - WS-SALARIO-CONF SHOULD FALL
009860*                                INSIDE THE DEPARTMENT'S BAND.
009870*                                NO BAND FILE, NO BAND ROW, OR A
009880*                                FUNCIONARIO STILL WITHOUT
009890*                                DEPARTAMENTO MEANS NOTHING TO
009900*                                ENFORCE. OUT OF BAND, THE
009907*                                SWITCH AND THE BAND ARE LEFT
009914*                                FOR 3500 (ON REQUEST) OR 1600
009921*                                (ON APPLYING, WITH THE 3310
009928*                                EXCEPTIONS-FILE ROW).
009940*----------------------------------------------------------------
009950 3300-VALIDAR-FAIXA-SALARIAL.
009960     MOVE "Y" TO WS-FAIXA-OK-SW.

009970     IF DEPARTAMENTO = SPACES
009980         GO TO 3300-VALIDAR-FAIXA-SALARIAL-EXIT
009990     END-IF.

010090     END-READ.
010100     CLOSE SALARY-BAND-FILE.

010110     IF WS-SALARIO-CONF >= BD-PISO
010120         AND WS-SALARIO-CONF <= BD-TETO
010130         GO TO 3300-VALIDAR-FAIXA-SALARIAL-EXIT
010140     END-IF.

010150     DISPLAY "PROG16: SALARIO " WS-SALARIO-CONF " FORA DA "
010160         "FAIXA DO DEPARTAMENTO " DEPARTAMENTO.
010200     MOVE "N" TO WS-FAIXA-OK-SW.
010210     MOVE BD-PISO TO WS-FAIXA-PISO.
010220     MOVE BD-TETO TO WS-FAIXA-TETO.
010380 3300-VALIDAR-FAIXA-SALARIAL-EXIT.
010390     EXIT.

010400*----------------------------------------------------------------
010410* 3310-GRAVAR-EXCECAO-FAIXA - EVERY APPROVED OUT-OF-BAND
010420*                              SALARIO IS REVIEWABLE THE NEXT
010430*                              MORNING, SAME FILE PROG8/PROG9
010433*                              WRITE, UNDER THE SUPERVISOR
010436*                              WHO APPROVED IT
010440*----------------------------------------------------------------
010450 3310-GRAVAR-EXCECAO-FAIXA.
010460     ACCEPT EXCP-DATA FROM DATE YYYYMMDD.
010490     MOVE SPACES TO EXCP-CAMPO.
010500     STRING "SALARIO " CODIGO DELIMITED BY SIZE
010510         INTO EXCP-CAMPO.
010520     MOVE WS-SALARIO-CONF TO EXCP-VALOR.
010530     MOVE SPACES TO EXCP-REGRA.
010540     STRING "FORA DA FAIXA - APROVADO POR " WS-APV-APROVADOR
010550         DELIMITED BY SIZE INTO EXCP-REGRA.

010560     MOVE "A"   TO EXCP-STATUS.
010660 3310-GRAVAR-EXCECAO-FAIXA-EXIT.
010670     EXIT.

010671*----------------------------------------------------------------
010672* 3320-VALIDAR-PISO-SINDICAL - WS-SALARIO-CONF SHOULD NOT FALL
010673*                               BELOW THE FLOOR OF THE
010674*                               FUNCIONARIO'S UNION. NO UNION
010675*                               FILE, NO UNION ON THE RECORD,
010676*                               AN UNKNOWN OR INACTIVE UNION OR
010677*                               A ZERO PISO MEANS NOTHING TO
010678*                               ENFORCE. BELOW THE PISO, THE
010679*                               SWITCH AND THE PISO ARE LEFT
010680*                               FOR 3500 OR 1600, AS IN 3300
010681*----------------------------------------------------------------
010682 3320-VALIDAR-PISO-SINDICAL.
010683     MOVE "Y" TO WS-PISO-OK-SW.

010684     IF SINDICATO = SPACES
010685         OR WS-CONTRATO-ESTAGIO
010686         GO TO 3320-VALIDAR-PISO-SINDICAL-EXIT
010687     END-IF.

010688     OPEN INPUT UNION-FILE.
010689     IF NOT FS-SINDFILE-OK
010690         GO TO 3320-VALIDAR-PISO-SINDICAL-EXIT
010691     END-IF.

010692     MOVE SINDICATO TO SD-CODIGO.
010693     READ UNION-FILE
010694         INVALID KEY
010695             CLOSE UNION-FILE
010696             GO TO 3320-VALIDAR-PISO-SINDICAL-EXIT
010697     END-READ.
010698     CLOSE UNION-FILE.

010699     IF NOT SD-ATIVO OR SD-PISO-SALARIAL = ZERO
010700         GO TO 3320-VALIDAR-PISO-SINDICAL-EXIT
010701     END-IF.
010702     IF WS-SALARIO-CONF >= SD-PISO-SALARIAL
010703         GO TO 3320-VALIDAR-PISO-SINDICAL-EXIT
010704     END-IF.

010705     DISPLAY "PROG16: SALARIO " WS-SALARIO-CONF " ABAIXO DO "
010706         "PISO DO SINDICATO " SINDICATO.
010710     MOVE "N" TO WS-PISO-OK-SW.
010718     MOVE SD-PISO-SALARIAL TO WS-PISO-SINDICAL.
010728 3320-VALIDAR-PISO-SINDICAL-EXIT.
010729     EXIT.

010730*----------------------------------------------------------------
010731* 3330-GRAVAR-EXCECAO-PISO - SAME TRAIL AS 3310
010732*----------------------------------------------------------------
010733 3330-GRAVAR-EXCECAO-PISO.
010734     ACCEPT EXCP-DATA FROM DATE YYYYMMDD.
010735     ACCEPT EXCP-HORA FROM TIME.
010736     MOVE "PROG16  " TO EXCP-PROGRAMA.
010737     MOVE SPACES TO EXCP-CAMPO.
010738     STRING "SALARIO " CODIGO DELIMITED BY SIZE
010739         INTO EXCP-CAMPO.
010740     MOVE WS-SALARIO-CONF TO EXCP-VALOR.
010741     MOVE SPACES TO EXCP-REGRA.
010742     STRING "ABAIXO DO PISO " SINDICATO " APROVADO POR "
010743         WS-APV-APROVADOR
010744         DELIMITED BY SIZE INTO EXCP-REGRA.

010745     MOVE "A"   TO EXCP-STATUS.
010746     MOVE SPACES TO EXCP-RESPONSAVEL.
010747     MOVE ZERO  TO EXCP-DATA-RESOLUCAO.
010748     MOVE SPACES TO EXCP-NOTAS.
010749     OPEN EXTEND EXCEPTION-FILE.
010750     IF NOT FS-EXCPFILE-OK
010751         OPEN OUTPUT EXCEPTION-FILE
010752     END-IF.
010753     WRITE EXCP-REC.
010754     CLOSE EXCEPTION-FILE.
010755 3330-GRAVAR-EXCECAO-PISO-EXIT.
010756     EXIT.

010757*----------------------------------------------------------------
010758* 8000-FINALIZAR - CLOSE FILES AND SHOW THE RUN'S CONTROL TOTALS
010759*----------------------------------------------------------------
010760 8000-FINALIZAR.
010761     DISPLAY "PROG16: REGISTROS INCLUIDOS   : " WS-INCLUIDOS.
010762     DISPLAY "PROG16: REGISTROS ATUALIZADOS : " WS-ATUALIZADOS.

010763     CLOSE EMPLOYEE-MASTER CODIGO-CTL-FILE.
010764 8000-FINALIZAR-EXIT.
010765     EXIT.

010770* THE LOCK IS RELEASED HERE SO EVERY EXIT PATH - NORMAL END OR
010780* AN OPEN FAILURE THAT JUMPS STRAIGHT DOWN - LETS GO OF THE
