001000******************************************************************
001010* PROGRAM-ID: PROG213
001020* AUTHOR:      R. ALMEIDA - APPLICATIONS
001030* INSTALLATION: FOLHA DE PAGAMENTO / RECURSOS HUMANOS
001040* DATE-WRITTEN: 2026-10-12
001050* DATE-COMPILED:
001060* PURPOSE:     DATA-SUBJECT ACCESS REPORT. FOR ONE CPF, LISTS
001070*              EVERYTHING THE SYSTEM HOLDS ON THE PERSON: THE
001080*              EMPLOYEE MASTER ROW AND EVERY SATELLITE KEYED BY
001090*              ITS CODIGO - DEPFILE, BANKFILE, LOANFILE, GARNFILE,
001100*              BENFILE, SAUDFILE, PAYHIST, FGTSFILE, FERFILE,
001110*              ABSFILE, ASOFILE, TREIFILE, REVFILE, TRANSFIL,
001120*              FUNCHIST, CHGLOG, SURVEY AND EXITQ. THE SAME CPF
001130*              UNDER MORE THAN ONE CODIGO (UP TO TEN) IS LISTED
001140*              CODIGO BY CODIGO. A SATELLITE THAT CANNOT BE OPENED
001150*              IS NAMED AS SUCH RATHER THAN SILENTLY LEFT OUT.
001160*              THE REPORT PRINTS EVERY FIELD IN CLEAR, SO ONLY AN
001170*              OPERATOR AT THE INTEGRAL VISIBILITY LEVEL (PROG211)
001180*              MAY PRODUCE IT; ANY OTHER ATTEMPT IS REFUSED AND
001190*              AUDITED. A FORMER EMPLOYEE ALREADY ANONYMIZED BY
001200*              PROG214 NO LONGER MATCHES THE REAL CPF AND COMES
001210*              OUT AS "NENHUM CADASTRO".
001220* ----------------------------------------------------------------
001230* MODIFICATION HISTORY
001240* DATE       INIT DESCRIPTION
001250* 2026-10-12 RA   INITIAL VERSION
001251* 2026-10-15 RA   CODIGOS OF A COMPANY THE OPERATOR IS NOT
001252*                 AUTHORIZED FOR ON AUTHFILE ARE LEFT OUT AND
001253*                 COUNTED ON THE REPORT (PROG220).
001260******************************************************************
001270 IDENTIFICATION DIVISION.
001280 PROGRAM-ID. PROG213.

001290 ENVIRONMENT DIVISION.
001300 INPUT-OUTPUT SECTION.
001310 FILE-CONTROL.
001320     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
001330         ORGANIZATION IS INDEXED
001340         ACCESS MODE IS DYNAMIC
001350         RECORD KEY IS CODIGO
001360         ALTERNATE RECORD KEY IS NOME
001370             WITH DUPLICATES
001380         ALTERNATE RECORD KEY IS DEPARTAMENTO
001390             WITH DUPLICATES
001400         FILE STATUS IS FS-EMPMAST.

001410     SELECT DEPENDENT-FILE ASSIGN TO "DEPFILE"
001420         ORGANIZATION IS INDEXED
001430         ACCESS MODE IS DYNAMIC
001440         RECORD KEY IS DP-CHAVE
001450         FILE STATUS IS FS-DEPFILE.

001460     SELECT BANK-FILE ASSIGN TO "BANKFILE"
001470         ORGANIZATION IS INDEXED
001480         ACCESS MODE IS DYNAMIC
001490         RECORD KEY IS BK-CODIGO
001500         FILE STATUS IS FS-BANKFILE.

001510     SELECT LOAN-FILE ASSIGN TO "LOANFILE"
001520         ORGANIZATION IS INDEXED
001530         ACCESS MODE IS DYNAMIC
001540         RECORD KEY IS LN-CODIGO
001550         FILE STATUS IS FS-LOANFILE.

001560     SELECT GARNISH-FILE ASSIGN TO "GARNFILE"
001570         ORGANIZATION IS INDEXED
001580         ACCESS MODE IS DYNAMIC
001590         RECORD KEY IS GN-CODIGO
001600         FILE STATUS IS FS-GARNFILE.

001610     SELECT BENEFIT-FILE ASSIGN TO "BENFILE"
001620         ORGANIZATION IS INDEXED
001630         ACCESS MODE IS DYNAMIC
001640         RECORD KEY IS BN-CODIGO
001650         FILE STATUS IS FS-BENFILE.

001660     SELECT HEALTH-ENROLL-FILE ASSIGN TO "SAUDFILE"
001670         ORGANIZATION IS INDEXED
001680         ACCESS MODE IS DYNAMIC
001690         RECORD KEY IS SA-CHAVE
001700         FILE STATUS IS FS-SAUDFILE.

001710     SELECT PAYSLIP-HISTORY ASSIGN TO "PAYHIST"
001720         ORGANIZATION IS INDEXED
001730         ACCESS MODE IS DYNAMIC
001740         RECORD KEY IS PH-CHAVE
001750         FILE STATUS IS FS-PAYHIST.

001760     SELECT FGTS-BALANCE ASSIGN TO "FGTSFILE"
001770         ORGANIZATION IS INDEXED
001780         ACCESS MODE IS DYNAMIC
001790         RECORD KEY IS FG-CODIGO
001800         FILE STATUS IS FS-FGTSFILE.

001810     SELECT VACATION-BALANCE ASSIGN TO "FERFILE"
001820         ORGANIZATION IS INDEXED
001830         ACCESS MODE IS DYNAMIC
001840         RECORD KEY IS FR-CODIGO
001850         FILE STATUS IS FS-FERFILE.

001860     SELECT ABSENCE-FILE ASSIGN TO "ABSFILE"
001870         ORGANIZATION IS INDEXED
001880         ACCESS MODE IS DYNAMIC
001890         RECORD KEY IS AB-CHAVE
001900         FILE STATUS IS FS-ABSFILE.

001910     SELECT ASO-FILE ASSIGN TO "ASOFILE"
001920         ORGANIZATION IS INDEXED
001930         ACCESS MODE IS DYNAMIC
001940         RECORD KEY IS AS-CHAVE
001950         FILE STATUS IS FS-ASOFILE.

001960     SELECT TRAINING-FILE ASSIGN TO "TREIFILE"
001970         ORGANIZATION IS INDEXED
001980         ACCESS MODE IS DYNAMIC
001990         RECORD KEY IS CT-CHAVE
002000         FILE STATUS IS FS-TREIFILE.

002010     SELECT REVIEW-FILE ASSIGN TO "REVFILE"
002020         ORGANIZATION IS INDEXED
002030         ACCESS MODE IS DYNAMIC
002040         RECORD KEY IS RV-CHAVE
002050         FILE STATUS IS FS-REVFILE.

002060     SELECT TRANSFER-FILE ASSIGN TO "TRANSFIL"
002070         ORGANIZATION IS INDEXED
002080         ACCESS MODE IS DYNAMIC
002090         RECORD KEY IS TF-CHAVE
002100         FILE STATUS IS FS-TRANSFIL.

002110     SELECT TASK-HISTORY ASSIGN TO "FUNCHIST"
002120         ORGANIZATION IS LINE SEQUENTIAL
002130         FILE STATUS IS FS-FUNCHIST.

002140     SELECT CHANGE-LOG ASSIGN TO "CHGLOG"
002150         ORGANIZATION IS LINE SEQUENTIAL
002160         FILE STATUS IS FS-CHGLOG.

002170     SELECT SURVEY-FILE ASSIGN TO "SURVEY"
002180         ORGANIZATION IS LINE SEQUENTIAL
002190         FILE STATUS IS FS-SURVFILE.

002200     SELECT EXIT-QUEUE ASSIGN TO "EXITQ"
002210         ORGANIZATION IS INDEXED
002220         ACCESS MODE IS DYNAMIC
002230         RECORD KEY IS EX-CODIGO
002240         FILE STATUS IS FS-EXITQ.

002250 DATA DIVISION.
002260 FILE SECTION.
002270 FD  EMPLOYEE-MASTER.
002280 COPY EMPREC.

002290 FD  DEPENDENT-FILE.
002300 COPY DEPDREC.

002310 FD  BANK-FILE.
002320 COPY BANKREC.

002330 FD  LOAN-FILE.
002340 COPY LOANREC.

002350 FD  GARNISH-FILE.
002360 COPY GARNREC.

002370 FD  BENEFIT-FILE.
002380 COPY BENREC.

002390 FD  HEALTH-ENROLL-FILE.
002400 COPY SAUDREC.

002410 FD  PAYSLIP-HISTORY.
002420 COPY PAYHISRC.

002430 FD  FGTS-BALANCE.
002440 COPY FGTSREC.

002450 FD  VACATION-BALANCE.
002460 COPY FERREC.

002470 FD  ABSENCE-FILE.
002480 COPY ABSREC.

002490 FD  ASO-FILE.
002500 COPY ASOREC.

002510 FD  TRAINING-FILE.
002520 COPY TREINREC.

002530 FD  REVIEW-FILE.
002540 COPY REVREC.

002550 FD  TRANSFER-FILE.
002560 COPY TRFREC.

002570 FD  TASK-HISTORY.
002580 COPY FUNCHIST.

002590 FD  CHANGE-LOG.
002600 COPY CHGLOG.

002610 FD  SURVEY-FILE.
002620 COPY SURVEY.

002630 FD  EXIT-QUEUE.
002640 COPY EXITQREC.

002650 WORKING-STORAGE SECTION.
002660 01  FS-EMPMAST                  PIC X(02).
002670     88  FS-EMPMAST-OK           VALUE "00".
002680     88  FS-EMPMAST-EOF          VALUE "10".
002690 01  FS-DEPFILE                  PIC X(02).
002700     88  FS-DEPFILE-OK           VALUE "00".
002710 01  FS-BANKFILE                 PIC X(02).
002720     88  FS-BANKFILE-OK          VALUE "00".
002730 01  FS-LOANFILE                 PIC X(02).
002740     88  FS-LOANFILE-OK          VALUE "00".
002750 01  FS-GARNFILE                 PIC X(02).
002760     88  FS-GARNFILE-OK          VALUE "00".
002770 01  FS-BENFILE                  PIC X(02).
002780     88  FS-BENFILE-OK           VALUE "00".
002790 01  FS-SAUDFILE                 PIC X(02).
002800     88  FS-SAUDFILE-OK          VALUE "00".
002810 01  FS-PAYHIST                  PIC X(02).
002820     88  FS-PAYHIST-OK           VALUE "00".
002830 01  FS-FGTSFILE                 PIC X(02).
002840     88  FS-FGTSFILE-OK          VALUE "00".
002850 01  FS-FERFILE                  PIC X(02).
002860     88  FS-FERFILE-OK           VALUE "00".
002870 01  FS-ABSFILE                  PIC X(02).
002880     88  FS-ABSFILE-OK           VALUE "00".
002890 01  FS-ASOFILE                  PIC X(02).
002900     88  FS-ASOFILE-OK           VALUE "00".
002910 01  FS-TREIFILE                 PIC X(02).
002920     88  FS-TREIFILE-OK          VALUE "00".
002930 01  FS-REVFILE                  PIC X(02).
002940     88  FS-REVFILE-OK           VALUE "00".
002950 01  FS-TRANSFIL                 PIC X(02).
002960     88  FS-TRANSFIL-OK          VALUE "00".
002970 01  FS-FUNCHIST                 PIC X(02).
002980     88  FS-FUNCHIST-OK          VALUE "00".
002990 01  FS-CHGLOG                   PIC X(02).
003000     88  FS-CHGLOG-OK            VALUE "00".
003010 01  FS-SURVFILE                 PIC X(02).
003020     88  FS-SURVFILE-OK          VALUE "00".
003030 01  FS-EXITQ                    PIC X(02).
003040     88  FS-EXITQ-OK             VALUE "00".

003050 01  WS-CPF-ENT                  PIC X(11).
003060 01  WS-CPF-BUSCA                PIC 9(11).

003070* EVERY CODIGO THE CPF WAS FOUND UNDER
003080 01  WS-TABELA-CODIGOS.
003090     05  WS-QTD-CODIGOS          PIC 9(02) COMP VALUE ZERO.
003100     05  WS-TAB-CODIGO           PIC 9(06) OCCURS 10 TIMES.
003110 01  WS-IND-COD                  PIC 9(02) COMP.
003120 01  WS-CODIGO-ATUAL             PIC 9(06).
003130 01  WS-QTD-EXCEDENTES           PIC 9(04) VALUE ZERO.
003140 01  WS-QTD-CODIGOS-ED           PIC 9(02).

003150 01  WS-FIM-SECAO-SW             PIC X(01).
003160     88  WS-FIM-SECAO            VALUE "Y".
003170 01  WS-SECAO                    PIC X(40).
003180 01  WS-ARQUIVO-SECAO            PIC X(08).
003190 01  WS-QTD-SECAO                PIC 9(05) COMP.
003200 01  WS-QTD-LINHAS               PIC 9(07) VALUE ZERO.

003210 01  WS-EDICAO.
003220     05  WS-SALARIO-ED           PIC ZZZ,ZZ9.9999.
003230     05  WS-VALOR-1-ED           PIC ZZZ,ZZZ,ZZ9.99.
003240     05  WS-VALOR-2-ED           PIC ZZZ,ZZZ,ZZ9.99.
003250     05  WS-VALOR-3-ED           PIC ZZZ,ZZZ,ZZ9.99.
003260     05  WS-PERCENTUAL-ED        PIC Z9.99.

003270 01  WS-CHAMADA-VISAO.
003280     05  WS-VIS-FUNCAO           PIC X(01).
003290     05  WS-VIS-OPERADOR         PIC X(06).
003300     05  WS-VIS-NIVEL            PIC X(01).
003310         88  WS-VIS-INTEGRAL     VALUE "3".
003320     05  WS-VIS-STATUS           PIC X(01).

003321* PROG220 COMPANY SERVICE CALL
003322 01  WS-CHAMADA-EMPRESA.
003323     05  WS-CIA-FUNCAO           PIC X(01).
003324     05  WS-CIA-EMPRESA          PIC X(03).
003325     05  WS-CIA-ARQUIVO          PIC X(08).
003326     05  WS-CIA-STATUS           PIC X(01).
003327         88  WS-CIA-OK           VALUE "1".
003328 COPY CIAREC.
003329 01  WS-QTD-OUTRA-EMPRESA        PIC 9(04) VALUE ZERO.

003330 01  WS-FUNCAO-REL               PIC X(01).
003340 01  WS-TITULO-REL               PIC X(60).
003350 01  WS-COLUNAS-REL              PIC X(80).
003360 01  WS-LINHA-REL                PIC X(80).

003370 01  WS-DESCRICAO-AUD            PIC X(60).

003380 PROCEDURE DIVISION.

003390*----------------------------------------------------------------
003400* 0000-MAINLINE
003410*----------------------------------------------------------------
003420 0000-MAINLINE.
003430     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
003440     PERFORM 2000-RELATAR-CODIGO THRU 2000-RELATAR-CODIGO-EXIT
003450         VARYING WS-IND-COD FROM 1 BY 1
003460         UNTIL WS-IND-COD > WS-QTD-CODIGOS.
003470     PERFORM 8000-FINALIZAR THRU 8000-FINALIZAR-EXIT.
003480     GO TO 9999-EXIT.

003490*----------------------------------------------------------------
003500* 1000-INICIALIZAR - WHO ASKS, FOR WHICH CPF, UNDER WHICH CODIGOS
003510*----------------------------------------------------------------
003520 1000-INICIALIZAR.
003530     MOVE "I" TO WS-VIS-FUNCAO.
003540     CALL "PROG211" USING WS-VIS-FUNCAO WS-VIS-OPERADOR
003550         WS-VIS-NIVEL WS-VIS-STATUS.

003560     DISPLAY "CPF DO TITULAR (11 DIGITOS)".
003570     ACCEPT WS-CPF-ENT.
003580     IF WS-CPF-ENT NOT NUMERIC
003590         DISPLAY "PROG213: CPF INVALIDO - " WS-CPF-ENT
003600         MOVE 8 TO RETURN-CODE
003610         GO TO 9999-EXIT
003620     END-IF.
003630     MOVE WS-CPF-ENT TO WS-CPF-BUSCA.

003640     IF NOT WS-VIS-INTEGRAL
003650         DISPLAY "PROG213: RELATORIO DO TITULAR EXIGE VISAO "
003660             "INTEGRAL - NEGADO"
003670         MOVE SPACES TO WS-DESCRICAO-AUD
003680         STRING "NEGOU RELATORIO DE TITULAR CPF " WS-CPF-ENT
003690             " OP " WS-VIS-OPERADOR
003700             DELIMITED BY SIZE INTO WS-DESCRICAO-AUD
003710         CALL "PROG22" USING "PROG213 " WS-DESCRICAO-AUD
003720         MOVE 8 TO RETURN-CODE
003730         GO TO 9999-EXIT
003740     END-IF.

003750     OPEN INPUT EMPLOYEE-MASTER.
003760     IF NOT FS-EMPMAST-OK
003770         DISPLAY "PROG213: ERRO AO ABRIR EMPLOYEE-MASTER "
003780                 FS-EMPMAST
003790         MOVE 8 TO RETURN-CODE
003800         GO TO 9999-EXIT
003810     END-IF.

003820     PERFORM 1100-LOCALIZAR-CPF THRU 1100-LOCALIZAR-CPF-EXIT
003830         UNTIL FS-EMPMAST-EOF.

003840     MOVE "I" TO WS-FUNCAO-REL.
003850     MOVE SPACES TO WS-TITULO-REL.
003860     STRING "DADOS PESSOAIS MANTIDOS - CPF " WS-CPF-ENT
003870         DELIMITED BY SIZE INTO WS-TITULO-REL.
003880     MOVE SPACES TO WS-COLUNAS-REL.
003890     STRING "ARQUIVO / CONTEUDO"
003900         DELIMITED BY SIZE INTO WS-COLUNAS-REL.
003910     MOVE SPACES TO WS-LINHA-REL.
003920     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
003930         WS-COLUNAS-REL WS-LINHA-REL.

003940     IF WS-QTD-CODIGOS = ZERO
003950         MOVE SPACES TO WS-LINHA-REL
003960         STRING "NENHUM CADASTRO COM O CPF " WS-CPF-ENT
003970             DELIMITED BY SIZE INTO WS-LINHA-REL
003980         MOVE "T" TO WS-FUNCAO-REL
003990         CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
004000             WS-COLUNAS-REL WS-LINHA-REL
004010     END-IF.
004020 1000-INICIALIZAR-EXIT.
004030     EXIT.

004040* THE CPF IS NOT A KEY - THE WHOLE MASTER IS READ
004050 1100-LOCALIZAR-CPF.
004060     READ EMPLOYEE-MASTER NEXT
004070         AT END
004080             SET FS-EMPMAST-EOF TO TRUE
004090             GO TO 1100-LOCALIZAR-CPF-EXIT
004100     END-READ.
004110     IF CPF NOT = WS-CPF-BUSCA
004120         GO TO 1100-LOCALIZAR-CPF-EXIT
004130     END-IF.
004131     MOVE "A" TO WS-CIA-FUNCAO.
004132     MOVE EMPRESA TO WS-CIA-EMPRESA.
004133     CALL "PROG220" USING WS-CIA-FUNCAO WS-CIA-EMPRESA
004134         WS-CIA-ARQUIVO COMPANHIA-REC WS-CIA-STATUS.
004135     IF NOT WS-CIA-OK
004136         ADD 1 TO WS-QTD-OUTRA-EMPRESA
004137         GO TO 1100-LOCALIZAR-CPF-EXIT
004138     END-IF.
004140     IF WS-QTD-CODIGOS = 10
004150         ADD 1 TO WS-QTD-EXCEDENTES
004160         GO TO 1100-LOCALIZAR-CPF-EXIT
004170     END-IF.
004180     ADD 1 TO WS-QTD-CODIGOS.
004190     MOVE CODIGO TO WS-TAB-CODIGO(WS-QTD-CODIGOS).
004200 1100-LOCALIZAR-CPF-EXIT.
004210     EXIT.

004220*----------------------------------------------------------------
004230* 2000-RELATAR-CODIGO - ONE BLOCK PER CODIGO, MASTER FIRST AND
004240*                        THEN EVERY SATELLITE
004250*----------------------------------------------------------------
004260 2000-RELATAR-CODIGO.
004270     MOVE WS-TAB-CODIGO(WS-IND-COD) TO WS-CODIGO-ATUAL.
004280     PERFORM 2100-SECAO-CADASTRO THRU 2100-SECAO-CADASTRO-EXIT.
004290     PERFORM 2200-SECAO-DEPENDENTES
004300         THRU 2200-SECAO-DEPENDENTES-EXIT.
004310     PERFORM 2300-SECAO-BANCO THRU 2300-SECAO-BANCO-EXIT.
004320     PERFORM 2400-SECAO-EMPRESTIMO
004330         THRU 2400-SECAO-EMPRESTIMO-EXIT.
004340     PERFORM 2500-SECAO-PENSAO THRU 2500-SECAO-PENSAO-EXIT.
004350     PERFORM 2600-SECAO-BENEFICIOS
004360         THRU 2600-SECAO-BENEFICIOS-EXIT.
004370     PERFORM 2700-SECAO-PLANO-SAUDE
004380         THRU 2700-SECAO-PLANO-SAUDE-EXIT.
004390     PERFORM 2800-SECAO-HOLERITES THRU 2800-SECAO-HOLERITES-EXIT.
004400     PERFORM 2900-SECAO-FGTS THRU 2900-SECAO-FGTS-EXIT.
004410     PERFORM 3000-SECAO-FERIAS THRU 3000-SECAO-FERIAS-EXIT.
004420     PERFORM 3100-SECAO-AFASTAMENTOS
004430         THRU 3100-SECAO-AFASTAMENTOS-EXIT.
004440     PERFORM 3200-SECAO-ASO THRU 3200-SECAO-ASO-EXIT.
004450     PERFORM 3300-SECAO-TREINAMENTOS
004460         THRU 3300-SECAO-TREINAMENTOS-EXIT.
004470     PERFORM 3400-SECAO-AVALIACOES
004480         THRU 3400-SECAO-AVALIACOES-EXIT.
004490     PERFORM 3500-SECAO-TRANSFERENCIAS
004500         THRU 3500-SECAO-TRANSFERENCIAS-EXIT.
004510     PERFORM 3600-SECAO-FUNCOES THRU 3600-SECAO-FUNCOES-EXIT.
004520     PERFORM 3700-SECAO-ALTERACOES
004530         THRU 3700-SECAO-ALTERACOES-EXIT.
004540     PERFORM 3800-SECAO-PESQUISAS THRU 3800-SECAO-PESQUISAS-EXIT.
004550     PERFORM 3900-SECAO-DESLIGAMENTO
004560         THRU 3900-SECAO-DESLIGAMENTO-EXIT.
004570 2000-RELATAR-CODIGO-EXIT.
004580     EXIT.

004590*----------------------------------------------------------------
004600* 2100-SECAO-CADASTRO - THE EMPLOYEE MASTER ROW, FIELD BY FIELD
004610*----------------------------------------------------------------
004620 2100-SECAO-CADASTRO.
004630     MOVE "CADASTRO DO FUNCIONARIO" TO WS-SECAO.
004640     MOVE "EMPMAST" TO WS-ARQUIVO-SECAO.
004650     PERFORM 9100-ABRIR-SECAO THRU 9100-ABRIR-SECAO-EXIT.
004660     MOVE WS-CODIGO-ATUAL TO CODIGO.
004670     READ EMPLOYEE-MASTER
004680         INVALID KEY
004690             GO TO 2100-SECAO-FECHAR
004700     END-READ.

004710     MOVE SPACES TO WS-LINHA-REL.
004720     STRING "  CODIGO " CODIGO "  NOME " NOME
004730         DELIMITED BY SIZE INTO WS-LINHA-REL.
004740     PERFORM 9000-IMPRIMIR-LINHA THRU 9000-IMPRIMIR-LINHA-EXIT.
004750     MOVE SPACES TO WS-LINHA-REL.
004760     STRING "  ENDERECO " END-RUA " " END-CIDADE " " END-ESTADO
004770         " " END-CEP
004780         DELIMITED BY SIZE INTO WS-LINHA-REL.
004790     PERFORM 9000-IMPRIMIR-LINHA THRU 9000-IMPRIMIR-LINHA-EXIT.
004800     MOVE SPACES TO WS-LINHA-REL.
004810     STRING "  CPF " CPF "  PIS " PIS "  CTPS " CTPS
004820         "  NASCIMENTO " DATA-NASCIMENTO
004830         DELIMITED BY SIZE INTO WS-LINHA-REL.
004840     PERFORM 9000-IMPRIMIR-LINHA THRU 9000-IMPRIMIR-LINHA-EXIT.
004850     MOVE SPACES TO WS-LINHA-REL.
004860     STRING "  ADMISSAO " DATA-ADMISSAO "  ADMISSAO ORIGINAL "
004870         DATA-ADMISSAO-ORIG "  STATUS " STATUS-FUNCIONARIO
004880         DELIMITED BY SIZE INTO WS-LINHA-REL.
004890     PERFORM 9000-IMPRIMIR-LINHA THRU 9000-IMPRIMIR-LINHA-EXIT.
004900     MOVE SALARIO TO WS-SALARIO-ED.
004910     MOVE SPACES TO WS-LINHA-REL.
004920     STRING "  DEPARTAMENTO " DEPARTAMENTO "  CARGO " CARGO
004930         "  SALARIO " WS-SALARIO-ED " " MOEDA-COD
004940         DELIMITED BY SIZE INTO WS-LINHA-REL.
004950     PERFORM 9000-IMPRIMIR-LINHA THRU 9000-IMPRIMIR-LINHA-EXIT.
004960     MOVE SPACES TO WS-LINHA-REL.
004970     STRING "  TAREFA " TAREFA(1:60)
004980         DELIMITED BY SIZE INTO WS-LINHA-REL.
004990     PERFORM 9000-IMPRIMIR-LINHA THRU 9000-IMPRIMIR-LINHA-EXIT.
005000     MOVE SPACES TO WS-LINHA-REL.
005010     STRING "  SINDICATO " SINDICATO "  CONTRIBUICAO "
005020         CONTRIB-SINDICAL-SW "  CONTRATO " TIPO-CONTRATO
005030         "  FIM CONTRATO " DATA-FIM-CONTRATO
005040         DELIMITED BY SIZE INTO WS-LINHA-REL.
005050     PERFORM 9000-IMPRIMIR-LINHA THRU 9000-IMPRIMIR-LINHA-EXIT.

005060 2100-SECAO-FECHAR.
005070     PERFORM 9200-FECHAR-SECAO THRU 9200-FECHAR-SECAO-EXIT.
005080 2100-SECAO-CADASTRO-EXIT.
005090     EXIT.

005100*----------------------------------------------------------------
005110* 2200-SECAO-DEPENDENTES
005120*----------------------------------------------------------------
005130 2200-SECAO-DEPENDENTES.
005140     MOVE "DEPENDENTES" TO WS-SECAO.
005150     MOVE "DEPFILE" TO WS-ARQUIVO-SECAO.
005160     PERFORM 9100-ABRIR-SECAO THRU 9100-ABRIR-SECAO-EXIT.
005170     OPEN INPUT DEPENDENT-FILE.
005180     IF NOT FS-DEPFILE-OK
005190         PERFORM 9300-INDISPONIVEL THRU 9300-INDISPONIVEL-EXIT
005200         GO TO 2200-SECAO-DEPENDENTES-EXIT
005210     END-IF.
005220     MOVE WS-CODIGO-ATUAL TO DP-CODIGO.
005230     MOVE ZERO TO DP-SEQ.
005240     START DEPENDENT-FILE KEY IS NOT LESS THAN DP-CHAVE
005250         INVALID KEY
005260             SET WS-FIM-SECAO TO TRUE
005270     END-START.
005280     PERFORM 2210-LINHA-DEPENDENTE THRU 2210-LINHA-DEPENDENTE-EXIT
005290         UNTIL WS-FIM-SECAO.
005300     CLOSE DEPENDENT-FILE.
005310     PERFORM 9200-FECHAR-SECAO THRU 9200-FECHAR-SECAO-EXIT.
005320 2200-SECAO-DEPENDENTES-EXIT.
005330     EXIT.

005340 2210-LINHA-DEPENDENTE.
005350     READ DEPENDENT-FILE NEXT
005360         AT END
005370             SET WS-FIM-SECAO TO TRUE
005380             GO TO 2210-LINHA-DEPENDENTE-EXIT
005390     END-READ.
005400     IF DP-CODIGO NOT = WS-CODIGO-ATUAL
005410         SET WS-FIM-SECAO TO TRUE
005420         GO TO 2210-LINHA-DEPENDENTE-EXIT
005430     END-IF.
005440     MOVE SPACES TO WS-LINHA-REL.
005450     STRING "  " DP-SEQ " " DP-NOME " NASC " DP-NASCIMENTO " "
005460         DP-PARENTESCO " IRRF " DP-ELEGIVEL-SW
005470         DELIMITED BY SIZE INTO WS-LINHA-REL.
005480     PERFORM 9000-IMPRIMIR-LINHA THRU 9000-IMPRIMIR-LINHA-EXIT.
005490 2210-LINHA-DEPENDENTE-EXIT.
005500     EXIT.

005510*----------------------------------------------------------------
005520* 2300-SECAO-BANCO
005530*----------------------------------------------------------------
005540 2300-SECAO-BANCO.
005550     MOVE "DADOS BANCARIOS" TO WS-SECAO.
005560     MOVE "BANKFILE" TO WS-ARQUIVO-SECAO.
005570     PERFORM 9100-ABRIR-SECAO THRU 9100-ABRIR-SECAO-EXIT.
005580     OPEN INPUT BANK-FILE.
005590     IF NOT FS-BANKFILE-OK
005600         PERFORM 9300-INDISPONIVEL THRU 9300-INDISPONIVEL-EXIT
005610         GO TO 2300-SECAO-BANCO-EXIT
005620     END-IF.
005630     MOVE WS-CODIGO-ATUAL TO BK-CODIGO.
005640     READ BANK-FILE
005650         INVALID KEY
005660             GO TO 2300-SECAO-FECHAR
005670     END-READ.
005680     MOVE SPACES TO WS-LINHA-REL.
005690     STRING "  BANCO " BK-BANCO "  AGENCIA " BK-AGENCIA
005700         "  CONTA " BK-CONTA "-" BK-DIGITO "  PIX " BK-PIX
005710         DELIMITED BY SIZE INTO WS-LINHA-REL.
005720     PERFORM 9000-IMPRIMIR-LINHA THRU 9000-IMPRIMIR-LINHA-EXIT.
005730 2300-SECAO-FECHAR.
005740     CLOSE BANK-FILE.
005750     PERFORM 9200-FECHAR-SECAO THRU 9200-FECHAR-SECAO-EXIT.
005760 2300-SECAO-BANCO-EXIT.
005770     EXIT.

005780*----------------------------------------------------------------
005790* 2400-SECAO-EMPRESTIMO
005800*----------------------------------------------------------------
005810 2400-SECAO-EMPRESTIMO.
005820     MOVE "EMPRESTIMO CONSIGNADO" TO WS-SECAO.
005830     MOVE "LOANFILE" TO WS-ARQUIVO-SECAO.
005840     PERFORM 9100-ABRIR-SECAO THRU 9100-ABRIR-SECAO-EXIT.
005850     OPEN INPUT LOAN-FILE.
005860     IF NOT FS-LOANFILE-OK
005870         PERFORM 9300-INDISPONIVEL THRU 9300-INDISPONIVEL-EXIT
005880         GO TO 2400-SECAO-EMPRESTIMO-EXIT
005890     END-IF.
005900     MOVE WS-CODIGO-ATUAL TO LN-CODIGO.
005910     READ LOAN-FILE
005920         INVALID KEY
005930             GO TO 2400-SECAO-FECHAR
005940     END-READ.
005950     MOVE LN-PRINCIPAL TO WS-VALOR-1-ED.
005960     MOVE LN-VALOR-PARCELA TO WS-VALOR-2-ED.
005970     MOVE LN-SALDO TO WS-VALOR-3-ED.
005980     MOVE SPACES TO WS-LINHA-REL.
005990     STRING "  CONCESSAO " LN-DATA-CONCESSAO "  PRINCIPAL "
006000         WS-VALOR-1-ED "  PARCELA " WS-VALOR-2-ED
006010         DELIMITED BY SIZE INTO WS-LINHA-REL.
006020     PERFORM 9000-IMPRIMIR-LINHA THRU 9000-IMPRIMIR-LINHA-EXIT.
006030     MOVE SPACES TO WS-LINHA-REL.
006040     STRING "  PARCELAS " LN-QTD-PARCELAS "  PAGAS "
006050         LN-PARCELAS-PAGAS "  SALDO " WS-VALOR-3-ED
006060         DELIMITED BY SIZE INTO WS-LINHA-REL.
006070     PERFORM 9000-IMPRIMIR-LINHA THRU 9000-IMPRIMIR-LINHA-EXIT.
006080 2400-SECAO-FECHAR.
006090     CLOSE LOAN-FILE.
006100     PERFORM 9200-FECHAR-SECAO THRU 9200-FECHAR-SECAO-EXIT.
006110 2400-SECAO-EMPRESTIMO-EXIT.
006120     EXIT.

006130*----------------------------------------------------------------
006140* 2500-SECAO-PENSAO - COURT-ORDERED DEDUCTION AND ITS BENEFICIARY
006150*----------------------------------------------------------------
006160 2500-SECAO-PENSAO.
006170     MOVE "PENSAO ALIMENTICIA / DESCONTO JUDICIAL" TO WS-SECAO.
006180     MOVE "GARNFILE" TO WS-ARQUIVO-SECAO.
006190     PERFORM 9100-ABRIR-SECAO THRU 9100-ABRIR-SECAO-EXIT.
006200     OPEN INPUT GARNISH-FILE.
006210     IF NOT FS-GARNFILE-OK
006220         PERFORM 9300-INDISPONIVEL THRU 9300-INDISPONIVEL-EXIT
006230         GO TO 2500-SECAO-PENSAO-EXIT
006240     END-IF.
006250     MOVE WS-CODIGO-ATUAL TO GN-CODIGO.
006260     READ GARNISH-FILE
006270         INVALID KEY
006280             GO TO 2500-SECAO-FECHAR
006290     END-READ.
006300     MOVE GN-PERCENTUAL TO WS-PERCENTUAL-ED.
006310     MOVE GN-VALOR-FIXO TO WS-VALOR-1-ED.
006320     MOVE SPACES TO WS-LINHA-REL.
006330     STRING "  TIPO " GN-TIPO "  PERCENTUAL " WS-PERCENTUAL-ED
006340         "  VALOR FIXO " WS-VALOR-1-ED "  ATIVO " GN-ATIVO-SW
006350         DELIMITED BY SIZE INTO WS-LINHA-REL.
006360     PERFORM 9000-IMPRIMIR-LINHA THRU 9000-IMPRIMIR-LINHA-EXIT.
006370     MOVE SPACES TO WS-LINHA-REL.
006380     STRING "  PROCESSO " GN-PROCESSO "  BENEFICIARIO "
006390         GN-BENEFICIARIO
006400         DELIMITED BY SIZE INTO WS-LINHA-REL.
006410     PERFORM 9000-IMPRIMIR-LINHA THRU 9000-IMPRIMIR-LINHA-EXIT.
006420     MOVE SPACES TO WS-LINHA-REL.
006430     STRING "  BANCO " GN-BANCO "  AGENCIA " GN-AGENCIA
006440         "  CONTA " GN-CONTA "-" GN-DIGITO
006450         DELIMITED BY SIZE INTO WS-LINHA-REL.
006460     PERFORM 9000-IMPRIMIR-LINHA THRU 9000-IMPRIMIR-LINHA-EXIT.
006470 2500-SECAO-FECHAR.
006480     CLOSE GARNISH-FILE.
006490     PERFORM 9200-FECHAR-SECAO THRU 9200-FECHAR-SECAO-EXIT.
006500 2500-SECAO-PENSAO-EXIT.
006510     EXIT.

006520*----------------------------------------------------------------
006530* 2600-SECAO-BENEFICIOS - VALE-TRANSPORTE AND VALE-REFEICAO
006540*----------------------------------------------------------------
006550 2600-SECAO-BENEFICIOS.
006560     MOVE "BENEFICIOS" TO WS-SECAO.
006570     MOVE "BENFILE" TO WS-ARQUIVO-SECAO.
006580     PERFORM 9100-ABRIR-SECAO THRU 9100-ABRIR-SECAO-EXIT.
006590     OPEN INPUT BENEFIT-FILE.
006600     IF NOT FS-BENFILE-OK
006610         PERFORM 9300-INDISPONIVEL THRU 9300-INDISPONIVEL-EXIT
006620         GO TO 2600-SECAO-BENEFICIOS-EXIT
006630     END-IF.
006640     MOVE WS-CODIGO-ATUAL TO BN-CODIGO.
006650     READ BENEFIT-FILE
006660         INVALID KEY
006670             GO TO 2600-SECAO-FECHAR
006680     END-READ.
006690     MOVE BN-VT-VALOR-MENSAL TO WS-VALOR-1-ED.
006700     MOVE BN-VT-VALOR-DIARIO TO WS-VALOR-2-ED.
006710     MOVE SPACES TO WS-LINHA-REL.
006720     STRING "  VT " BN-VT-SW "  OPCAO " BN-VT-DATA-OPCAO
006730         "  MENSAL " WS-VALOR-1-ED "  DIARIO " WS-VALOR-2-ED
006740         DELIMITED BY SIZE INTO WS-LINHA-REL.
006750     PERFORM 9000-IMPRIMIR-LINHA THRU 9000-IMPRIMIR-LINHA-EXIT.
006760     MOVE BN-VR-VALOR-MENSAL TO WS-VALOR-1-ED.
006770     MOVE BN-VR-VALOR-DIARIO TO WS-VALOR-2-ED.
006780     MOVE SPACES TO WS-LINHA-REL.
006790     STRING "  VR " BN-VR-SW "  OPCAO " BN-VR-DATA-OPCAO
006800         "  MENSAL " WS-VALOR-1-ED "  DIARIO " WS-VALOR-2-ED
006810         DELIMITED BY SIZE INTO WS-LINHA-REL.
006820     PERFORM 9000-IMPRIMIR-LINHA THRU 9000-IMPRIMIR-LINHA-EXIT.
006830 2600-SECAO-FECHAR.
006840     CLOSE BENEFIT-FILE.
006850     PERFORM 9200-FECHAR-SECAO THRU 9200-FECHAR-SECAO-EXIT.
006860 2600-SECAO-BENEFICIOS-EXIT.
006870     EXIT.

006880*----------------------------------------------------------------
006890* 2700-SECAO-PLANO-SAUDE
006900*----------------------------------------------------------------
006910 2700-SECAO-PLANO-SAUDE.
006920     MOVE "ADESOES AO PLANO DE SAUDE" TO WS-SECAO.
006930     MOVE "SAUDFILE" TO WS-ARQUIVO-SECAO.
006940     PERFORM 9100-ABRIR-SECAO THRU 9100-ABRIR-SECAO-EXIT.
006950     OPEN INPUT HEALTH-ENROLL-FILE.
006960     IF NOT FS-SAUDFILE-OK
006970         PERFORM 9300-INDISPONIVEL THRU 9300-INDISPONIVEL-EXIT
006980         GO TO 2700-SECAO-PLANO-SAUDE-EXIT
006990     END-IF.
007000     MOVE WS-CODIGO-ATUAL TO SA-CODIGO.
007010     MOVE ZERO TO SA-SEQ.
007020     START HEALTH-ENROLL-FILE KEY IS NOT LESS THAN SA-CHAVE
007030         INVALID KEY
007040             SET WS-FIM-SECAO TO TRUE
007050     END-START.
007060     PERFORM 2710-LINHA-PLANO-SAUDE
007070         THRU 2710-LINHA-PLANO-SAUDE-EXIT
007080         UNTIL WS-FIM-SECAO.
007090     CLOSE HEALTH-ENROLL-FILE.
007100     PERFORM 9200-FECHAR-SECAO THRU 9200-FECHAR-SECAO-EXIT.
007110 2700-SECAO-PLANO-SAUDE-EXIT.
007120     EXIT.

007130 2710-LINHA-PLANO-SAUDE.
007140     READ HEALTH-ENROLL-FILE NEXT
007150         AT END
007160             SET WS-FIM-SECAO TO TRUE
007170             GO TO 2710-LINHA-PLANO-SAUDE-EXIT
007180     END-READ.
007190     IF SA-CODIGO NOT = WS-CODIGO-ATUAL
007200         SET WS-FIM-SECAO TO TRUE
007210         GO TO 2710-LINHA-PLANO-SAUDE-EXIT
007220     END-IF.
007230     MOVE SPACES TO WS-LINHA-REL.
007240     STRING "  " SA-SEQ "  PLANO " SA-PLANO "  INICIO "
007250         SA-DATA-INICIO "  FIM " SA-DATA-FIM "  MOTIVO "
007260         SA-MOTIVO-FIM
007270         DELIMITED BY SIZE INTO WS-LINHA-REL.
007280     PERFORM 9000-IMPRIMIR-LINHA THRU 9000-IMPRIMIR-LINHA-EXIT.
007290 2710-LINHA-PLANO-SAUDE-EXIT.
007300     EXIT.

007310*----------------------------------------------------------------
007320* 2800-SECAO-HOLERITES - TWO LINES PER PAYSLIP
007330*----------------------------------------------------------------
007340 2800-SECAO-HOLERITES.
007350     MOVE "HOLERITES EMITIDOS" TO WS-SECAO.
007360     MOVE "PAYHIST" TO WS-ARQUIVO-SECAO.
007370     PERFORM 9100-ABRIR-SECAO THRU 9100-ABRIR-SECAO-EXIT.
007380     OPEN INPUT PAYSLIP-HISTORY.
007390     IF NOT FS-PAYHIST-OK
007400         PERFORM 9300-INDISPONIVEL THRU 9300-INDISPONIVEL-EXIT
007410         GO TO 2800-SECAO-HOLERITES-EXIT
007420     END-IF.
007430     MOVE WS-CODIGO-ATUAL TO PH-CODIGO.
007440     MOVE ZERO TO PH-PERIODO.
007450     START PAYSLIP-HISTORY KEY IS NOT LESS THAN PH-CHAVE
007460         INVALID KEY
007470             SET WS-FIM-SECAO TO TRUE
007480     END-START.
007490     PERFORM 2810-LINHA-HOLERITE THRU 2810-LINHA-HOLERITE-EXIT
007500         UNTIL WS-FIM-SECAO.
007510     CLOSE PAYSLIP-HISTORY.
007520     PERFORM 9200-FECHAR-SECAO THRU 9200-FECHAR-SECAO-EXIT.
007530 2800-SECAO-HOLERITES-EXIT.
007540     EXIT.

007550 2810-LINHA-HOLERITE.
007560     READ PAYSLIP-HISTORY NEXT
007570         AT END
007580             SET WS-FIM-SECAO TO TRUE
007590             GO TO 2810-LINHA-HOLERITE-EXIT
007600     END-READ.
007610     IF PH-CODIGO NOT = WS-CODIGO-ATUAL
007620         SET WS-FIM-SECAO TO TRUE
007630         GO TO 2810-LINHA-HOLERITE-EXIT
007640     END-IF.
007650     MOVE SPACES TO WS-LINHA-REL.
007660     STRING "  PERIODO " PH-PERIODO "  EMISSAO " PH-DATA-EMISSAO
007670         "  ORIGEM " PH-ORIGEM "  NOME " PH-NOME
007680         DELIMITED BY SIZE INTO WS-LINHA-REL.
007690     PERFORM 9000-IMPRIMIR-LINHA THRU 9000-IMPRIMIR-LINHA-EXIT.
007700     MOVE PH-BRUTO TO WS-VALOR-1-ED.
007710     MOVE PH-TOTAL-DESCONTOS TO WS-VALOR-2-ED.
007720     MOVE PH-LIQUIDO TO WS-VALOR-3-ED.
007730     MOVE SPACES TO WS-LINHA-REL.
007740     STRING "    BRUTO " WS-VALOR-1-ED "  DESCONTOS "
007750         WS-VALOR-2-ED
007760         "  LIQUIDO " WS-VALOR-3-ED " " PH-MOEDA
007770         DELIMITED BY SIZE INTO WS-LINHA-REL.
007780     PERFORM 9000-IMPRIMIR-LINHA THRU 9000-IMPRIMIR-LINHA-EXIT.
007790 2810-LINHA-HOLERITE-EXIT.
007800     EXIT.

007810*----------------------------------------------------------------
007820* 2900-SECAO-FGTS
007830*----------------------------------------------------------------
007840 2900-SECAO-FGTS.
007850     MOVE "SALDO DE FGTS" TO WS-SECAO.
007860     MOVE "FGTSFILE" TO WS-ARQUIVO-SECAO.
007870     PERFORM 9100-ABRIR-SECAO THRU 9100-ABRIR-SECAO-EXIT.
007880     OPEN INPUT FGTS-BALANCE.
007890     IF NOT FS-FGTSFILE-OK
007900         PERFORM 9300-INDISPONIVEL THRU 9300-INDISPONIVEL-EXIT
007910         GO TO 2900-SECAO-FGTS-EXIT
007920     END-IF.
007930     MOVE WS-CODIGO-ATUAL TO FG-CODIGO.
007940     READ FGTS-BALANCE
007950         INVALID KEY
007960             GO TO 2900-SECAO-FECHAR
007970     END-READ.
007980     MOVE FG-SALDO TO WS-VALOR-1-ED.
007990     MOVE FG-ULT-DEPOSITO TO WS-VALOR-2-ED.
008000     MOVE SPACES TO WS-LINHA-REL.
008010     STRING "  SALDO " WS-VALOR-1-ED "  ULTIMO PERIODO "
008020         FG-ULT-PERIODO "  DEPOSITO " WS-VALOR-2-ED
008030         DELIMITED BY SIZE INTO WS-LINHA-REL.
008040     PERFORM 9000-IMPRIMIR-LINHA THRU 9000-IMPRIMIR-LINHA-EXIT.
008050 2900-SECAO-FECHAR.
008060     CLOSE FGTS-BALANCE.
008070     PERFORM 9200-FECHAR-SECAO THRU 9200-FECHAR-SECAO-EXIT.
008080 2900-SECAO-FGTS-EXIT.
008090     EXIT.

008100*----------------------------------------------------------------
008110* 3000-SECAO-FERIAS
008120*----------------------------------------------------------------
008130 3000-SECAO-FERIAS.
008140     MOVE "SALDO DE FERIAS" TO WS-SECAO.
008150     MOVE "FERFILE" TO WS-ARQUIVO-SECAO.
008160     PERFORM 9100-ABRIR-SECAO THRU 9100-ABRIR-SECAO-EXIT.
008170     OPEN INPUT VACATION-BALANCE.
008180     IF NOT FS-FERFILE-OK
008190         PERFORM 9300-INDISPONIVEL THRU 9300-INDISPONIVEL-EXIT
008200         GO TO 3000-SECAO-FERIAS-EXIT
008210     END-IF.
008220     MOVE WS-CODIGO-ATUAL TO FR-CODIGO.
008230     READ VACATION-BALANCE
008240         INVALID KEY
008250             GO TO 3000-SECAO-FECHAR
008260     END-READ.
008270     MOVE SPACES TO WS-LINHA-REL.
008280     STRING "  AQUISITIVO " FR-PER-AQUIS-INICIO " A "
008290         FR-PER-AQUIS-FIM "  DIREITO " FR-DIAS-DIREITO
008300         "  GOZADOS " FR-DIAS-GOZADOS "  SALDO " FR-DIAS-SALDO
008310         DELIMITED BY SIZE INTO WS-LINHA-REL.
008320     PERFORM 9000-IMPRIMIR-LINHA THRU 9000-IMPRIMIR-LINHA-EXIT.
008330 3000-SECAO-FECHAR.
008340     CLOSE VACATION-BALANCE.
008350     PERFORM 9200-FECHAR-SECAO THRU 9200-FECHAR-SECAO-EXIT.
008360 3000-SECAO-FERIAS-EXIT.
008370     EXIT.

008380*----------------------------------------------------------------
008390* 3100-SECAO-AFASTAMENTOS
008400*----------------------------------------------------------------
008410 3100-SECAO-AFASTAMENTOS.
008420     MOVE "AFASTAMENTOS" TO WS-SECAO.
008430     MOVE "ABSFILE" TO WS-ARQUIVO-SECAO.
008440     PERFORM 9100-ABRIR-SECAO THRU 9100-ABRIR-SECAO-EXIT.
008450     OPEN INPUT ABSENCE-FILE.
008460     IF NOT FS-ABSFILE-OK
008470         PERFORM 9300-INDISPONIVEL THRU 9300-INDISPONIVEL-EXIT
008480         GO TO 3100-SECAO-AFASTAMENTOS-EXIT
008490     END-IF.
008500     MOVE WS-CODIGO-ATUAL TO AB-CODIGO.
008510     MOVE ZERO TO AB-DATA-INICIO.
008520     START ABSENCE-FILE KEY IS NOT LESS THAN AB-CHAVE
008530         INVALID KEY
008540             SET WS-FIM-SECAO TO TRUE
008550     END-START.
008560     PERFORM 3110-LINHA-AFASTAMENTO
008570         THRU 3110-LINHA-AFASTAMENTO-EXIT
008580         UNTIL WS-FIM-SECAO.
008590     CLOSE ABSENCE-FILE.
008600     PERFORM 9200-FECHAR-SECAO THRU 9200-FECHAR-SECAO-EXIT.
008610 3100-SECAO-AFASTAMENTOS-EXIT.
008620     EXIT.

008630 3110-LINHA-AFASTAMENTO.
008640     READ ABSENCE-FILE NEXT
008650         AT END
008660             SET WS-FIM-SECAO TO TRUE
008670             GO TO 3110-LINHA-AFASTAMENTO-EXIT
008680     END-READ.
008690     IF AB-CODIGO NOT = WS-CODIGO-ATUAL
008700         SET WS-FIM-SECAO TO TRUE
008710         GO TO 3110-LINHA-AFASTAMENTO-EXIT
008720     END-IF.
008730     MOVE SPACES TO WS-LINHA-REL.
008740     STRING "  INICIO " AB-DATA-INICIO "  FIM " AB-DATA-FIM
008750         "  MOTIVO " AB-MOTIVO "  PAGO " AB-PAGO-SW
008760         DELIMITED BY SIZE INTO WS-LINHA-REL.
008770     PERFORM 9000-IMPRIMIR-LINHA THRU 9000-IMPRIMIR-LINHA-EXIT.
008780 3110-LINHA-AFASTAMENTO-EXIT.
008790     EXIT.

008800*----------------------------------------------------------------
008810* 3200-SECAO-ASO - OCCUPATIONAL HEALTH EXAMS
008820*----------------------------------------------------------------
008830 3200-SECAO-ASO.
008840     MOVE "EXAMES OCUPACIONAIS (ASO)" TO WS-SECAO.
008850     MOVE "ASOFILE" TO WS-ARQUIVO-SECAO.
008860     PERFORM 9100-ABRIR-SECAO THRU 9100-ABRIR-SECAO-EXIT.
008870     OPEN INPUT ASO-FILE.
008880     IF NOT FS-ASOFILE-OK
008890         PERFORM 9300-INDISPONIVEL THRU 9300-INDISPONIVEL-EXIT
008900         GO TO 3200-SECAO-ASO-EXIT
008910     END-IF.
008920     MOVE WS-CODIGO-ATUAL TO AS-CODIGO.
008930     MOVE ZERO TO AS-DATA-EXAME.
008940     START ASO-FILE KEY IS NOT LESS THAN AS-CHAVE
008950         INVALID KEY
008960             SET WS-FIM-SECAO TO TRUE
008970     END-START.
008980     PERFORM 3210-LINHA-ASO THRU 3210-LINHA-ASO-EXIT
008990         UNTIL WS-FIM-SECAO.
009000     CLOSE ASO-FILE.
009010     PERFORM 9200-FECHAR-SECAO THRU 9200-FECHAR-SECAO-EXIT.
009020 3200-SECAO-ASO-EXIT.
009030     EXIT.

009040 3210-LINHA-ASO.
009050     READ ASO-FILE NEXT
009060         AT END
009070             SET WS-FIM-SECAO TO TRUE
009080             GO TO 3210-LINHA-ASO-EXIT
009090     END-READ.
009100     IF AS-CODIGO NOT = WS-CODIGO-ATUAL
009110         SET WS-FIM-SECAO TO TRUE
009120         GO TO 3210-LINHA-ASO-EXIT
009130     END-IF.
009140     MOVE SPACES TO WS-LINHA-REL.
009150     STRING "  EXAME " AS-DATA-EXAME "  TIPO " AS-TIPO
009160         "  RESULTADO " AS-RESULTADO "  PROXIMO " AS-PROXIMO-EXAME
009170         DELIMITED BY SIZE INTO WS-LINHA-REL.
009180     PERFORM 9000-IMPRIMIR-LINHA THRU 9000-IMPRIMIR-LINHA-EXIT.
009190 3210-LINHA-ASO-EXIT.
009200     EXIT.

009210*----------------------------------------------------------------
009220* 3300-SECAO-TREINAMENTOS
009230*----------------------------------------------------------------
009240 3300-SECAO-TREINAMENTOS.
009250     MOVE "TREINAMENTOS CONCLUIDOS" TO WS-SECAO.
009260     MOVE "TREIFILE" TO WS-ARQUIVO-SECAO.
009270     PERFORM 9100-ABRIR-SECAO THRU 9100-ABRIR-SECAO-EXIT.
009280     OPEN INPUT TRAINING-FILE.
009290     IF NOT FS-TREIFILE-OK
009300         PERFORM 9300-INDISPONIVEL THRU 9300-INDISPONIVEL-EXIT
009310         GO TO 3300-SECAO-TREINAMENTOS-EXIT
009320     END-IF.
009330     MOVE WS-CODIGO-ATUAL TO CT-CODIGO.
009340     MOVE LOW-VALUES TO CT-CURSO.
009350     START TRAINING-FILE KEY IS NOT LESS THAN CT-CHAVE
009360         INVALID KEY
009370             SET WS-FIM-SECAO TO TRUE
009380     END-START.
009390     PERFORM 3310-LINHA-TREINAMENTO
009400         THRU 3310-LINHA-TREINAMENTO-EXIT
009410         UNTIL WS-FIM-SECAO.
009420     CLOSE TRAINING-FILE.
009430     PERFORM 9200-FECHAR-SECAO THRU 9200-FECHAR-SECAO-EXIT.
009440 3300-SECAO-TREINAMENTOS-EXIT.
009450     EXIT.

009460 3310-LINHA-TREINAMENTO.
009470     READ TRAINING-FILE NEXT
009480         AT END
009490             SET WS-FIM-SECAO TO TRUE
009500             GO TO 3310-LINHA-TREINAMENTO-EXIT
009510     END-READ.
009520     IF CT-CODIGO NOT = WS-CODIGO-ATUAL
009530         SET WS-FIM-SECAO TO TRUE
009540         GO TO 3310-LINHA-TREINAMENTO-EXIT
009550     END-IF.
009560     MOVE SPACES TO WS-LINHA-REL.
009570     STRING "  CURSO " CT-CURSO "  CONCLUSAO " CT-DATA-CONCLUSAO
009580         "  VALIDADE " CT-DATA-VALIDADE "  HORAS "
009590         CT-CARGA-HORARIA
009600         DELIMITED BY SIZE INTO WS-LINHA-REL.
009610     PERFORM 9000-IMPRIMIR-LINHA THRU 9000-IMPRIMIR-LINHA-EXIT.
009620 3310-LINHA-TREINAMENTO-EXIT.
009630     EXIT.

009640*----------------------------------------------------------------
009650* 3400-SECAO-AVALIACOES - PERFORMANCE REVIEWS
009660*----------------------------------------------------------------
009670 3400-SECAO-AVALIACOES.
009680     MOVE "AVALIACOES DE DESEMPENHO" TO WS-SECAO.
009690     MOVE "REVFILE" TO WS-ARQUIVO-SECAO.
009700     PERFORM 9100-ABRIR-SECAO THRU 9100-ABRIR-SECAO-EXIT.
009710     OPEN INPUT REVIEW-FILE.
009720     IF NOT FS-REVFILE-OK
009730         PERFORM 9300-INDISPONIVEL THRU 9300-INDISPONIVEL-EXIT
009740         GO TO 3400-SECAO-AVALIACOES-EXIT
009750     END-IF.
009760     MOVE WS-CODIGO-ATUAL TO RV-CODIGO.
009770     MOVE ZERO TO RV-PERIODO.
009780     START REVIEW-FILE KEY IS NOT LESS THAN RV-CHAVE
009790         INVALID KEY
009800             SET WS-FIM-SECAO TO TRUE
009810     END-START.
009820     PERFORM 3410-LINHA-AVALIACAO THRU 3410-LINHA-AVALIACAO-EXIT
009830         UNTIL WS-FIM-SECAO.
009840     CLOSE REVIEW-FILE.
009850     PERFORM 9200-FECHAR-SECAO THRU 9200-FECHAR-SECAO-EXIT.
009860 3400-SECAO-AVALIACOES-EXIT.
009870     EXIT.

009880 3410-LINHA-AVALIACAO.
009890     READ REVIEW-FILE NEXT
009900         AT END
009910             SET WS-FIM-SECAO TO TRUE
009920             GO TO 3410-LINHA-AVALIACAO-EXIT
009930     END-READ.
009940     IF RV-CODIGO NOT = WS-CODIGO-ATUAL
009950         SET WS-FIM-SECAO TO TRUE
009960         GO TO 3410-LINHA-AVALIACAO-EXIT
009970     END-IF.
009980     MOVE SPACES TO WS-LINHA-REL.
009990     STRING "  PERIODO " RV-PERIODO "  NOTA " RV-NOTA
010000         "  AVALIADOR " RV-AVALIADOR "  REGISTRO "
010010         RV-DATA-REGISTRO
010020         DELIMITED BY SIZE INTO WS-LINHA-REL.
010030     PERFORM 9000-IMPRIMIR-LINHA THRU 9000-IMPRIMIR-LINHA-EXIT.
010040 3410-LINHA-AVALIACAO-EXIT.
010050     EXIT.

010060*----------------------------------------------------------------
010070* 3500-SECAO-TRANSFERENCIAS
010080*----------------------------------------------------------------
010090 3500-SECAO-TRANSFERENCIAS.
010100     MOVE "TRANSFERENCIAS DE DEPARTAMENTO" TO WS-SECAO.
010110     MOVE "TRANSFIL" TO WS-ARQUIVO-SECAO.
010120     PERFORM 9100-ABRIR-SECAO THRU 9100-ABRIR-SECAO-EXIT.
010130     OPEN INPUT TRANSFER-FILE.
010140     IF NOT FS-TRANSFIL-OK
010150         PERFORM 9300-INDISPONIVEL THRU 9300-INDISPONIVEL-EXIT
010160         GO TO 3500-SECAO-TRANSFERENCIAS-EXIT
010170     END-IF.
010180     MOVE WS-CODIGO-ATUAL TO TF-CODIGO.
010190     MOVE ZERO TO TF-DATA-EFETIVA.
010200     START TRANSFER-FILE KEY IS NOT LESS THAN TF-CHAVE
010210         INVALID KEY
010220             SET WS-FIM-SECAO TO TRUE
010230     END-START.
010240     PERFORM 3510-LINHA-TRANSFERENCIA
010250         THRU 3510-LINHA-TRANSFERENCIA-EXIT
010260         UNTIL WS-FIM-SECAO.
010270     CLOSE TRANSFER-FILE.
010280     PERFORM 9200-FECHAR-SECAO THRU 9200-FECHAR-SECAO-EXIT.
010290 3500-SECAO-TRANSFERENCIAS-EXIT.
010300     EXIT.

010310 3510-LINHA-TRANSFERENCIA.
010320     READ TRANSFER-FILE NEXT
010330         AT END
010340             SET WS-FIM-SECAO TO TRUE
010350             GO TO 3510-LINHA-TRANSFERENCIA-EXIT
010360     END-READ.
010370     IF TF-CODIGO NOT = WS-CODIGO-ATUAL
010380         SET WS-FIM-SECAO TO TRUE
010390         GO TO 3510-LINHA-TRANSFERENCIA-EXIT
010400     END-IF.
010410     MOVE SPACES TO WS-LINHA-REL.
010420     STRING "  EFETIVA " TF-DATA-EFETIVA "  DE " TF-DEPTO-ORIGEM
010430         "  PARA " TF-DEPTO-DESTINO "  STATUS " TF-STATUS
010440         DELIMITED BY SIZE INTO WS-LINHA-REL.
010450     PERFORM 9000-IMPRIMIR-LINHA THRU 9000-IMPRIMIR-LINHA-EXIT.
010460 3510-LINHA-TRANSFERENCIA-EXIT.
010470     EXIT.

010480*----------------------------------------------------------------
010490* 3600-SECAO-FUNCOES - TASK HISTORY (SEQUENTIAL, READ IN FULL)
010500*----------------------------------------------------------------
010510 3600-SECAO-FUNCOES.
010520     MOVE "HISTORICO DE FUNCOES" TO WS-SECAO.
010530     MOVE "FUNCHIST" TO WS-ARQUIVO-SECAO.
010540     PERFORM 9100-ABRIR-SECAO THRU 9100-ABRIR-SECAO-EXIT.
010550     OPEN INPUT TASK-HISTORY.
010560     IF NOT FS-FUNCHIST-OK
010570         PERFORM 9300-INDISPONIVEL THRU 9300-INDISPONIVEL-EXIT
010580         GO TO 3600-SECAO-FUNCOES-EXIT
010590     END-IF.
010600     PERFORM 3610-LINHA-FUNCAO THRU 3610-LINHA-FUNCAO-EXIT
010610         UNTIL WS-FIM-SECAO.
010620     CLOSE TASK-HISTORY.
010630     PERFORM 9200-FECHAR-SECAO THRU 9200-FECHAR-SECAO-EXIT.
010640 3600-SECAO-FUNCOES-EXIT.
010650     EXIT.

010660 3610-LINHA-FUNCAO.
010670     READ TASK-HISTORY
010680         AT END
010690             SET WS-FIM-SECAO TO TRUE
010700             GO TO 3610-LINHA-FUNCAO-EXIT
010710     END-READ.
010720     IF FH-CODIGO NOT = WS-CODIGO-ATUAL
010730         GO TO 3610-LINHA-FUNCAO-EXIT
010740     END-IF.
010750     MOVE SPACES TO WS-LINHA-REL.
010760     STRING "  " FH-DATA-EFETIVA " A " FH-DATA-FIM " "
010770         FH-DEPARTAMENTO " " FH-TAREFA(1:40)
010780         DELIMITED BY SIZE INTO WS-LINHA-REL.
010790     PERFORM 9000-IMPRIMIR-LINHA THRU 9000-IMPRIMIR-LINHA-EXIT.
010800 3610-LINHA-FUNCAO-EXIT.
010810     EXIT.

010820*----------------------------------------------------------------
010830* 3700-SECAO-ALTERACOES - EVERY LOGGED CHANGE, OLD AND NEW VALUE
010840*----------------------------------------------------------------
010850 3700-SECAO-ALTERACOES.
010860     MOVE "ALTERACOES CADASTRAIS" TO WS-SECAO.
010870     MOVE "CHGLOG" TO WS-ARQUIVO-SECAO.
010880     PERFORM 9100-ABRIR-SECAO THRU 9100-ABRIR-SECAO-EXIT.
010890     OPEN INPUT CHANGE-LOG.
010900     IF NOT FS-CHGLOG-OK
010910         PERFORM 9300-INDISPONIVEL THRU 9300-INDISPONIVEL-EXIT
010920         GO TO 3700-SECAO-ALTERACOES-EXIT
010930     END-IF.
010940     PERFORM 3710-LINHA-ALTERACAO THRU 3710-LINHA-ALTERACAO-EXIT
010950         UNTIL WS-FIM-SECAO.
010960     CLOSE CHANGE-LOG.
010970     PERFORM 9200-FECHAR-SECAO THRU 9200-FECHAR-SECAO-EXIT.
010980 3700-SECAO-ALTERACOES-EXIT.
010990     EXIT.

011000 3710-LINHA-ALTERACAO.
011010     READ CHANGE-LOG
011020         AT END
011030             SET WS-FIM-SECAO TO TRUE
011040             GO TO 3710-LINHA-ALTERACAO-EXIT
011050     END-READ.
011060     IF CL-CODIGO NOT = WS-CODIGO-ATUAL
011070         GO TO 3710-LINHA-ALTERACAO-EXIT
011080     END-IF.
011090     MOVE SPACES TO WS-LINHA-REL.
011100     STRING "  " CL-DATA " " CL-HORA " " CL-CAMPO " DE "
011110         CL-VALOR-ANTIGO
011120         DELIMITED BY SIZE INTO WS-LINHA-REL.
011130     PERFORM 9000-IMPRIMIR-LINHA THRU 9000-IMPRIMIR-LINHA-EXIT.
011140     MOVE SPACES TO WS-LINHA-REL.
011150     STRING "                                  PARA "
011160         CL-VALOR-NOVO
011170         DELIMITED BY SIZE INTO WS-LINHA-REL.
011180     PERFORM 9000-IMPRIMIR-LINHA THRU 9000-IMPRIMIR-LINHA-EXIT.
011190 3710-LINHA-ALTERACAO-EXIT.
011200     EXIT.

011210*----------------------------------------------------------------
011220* 3800-SECAO-PESQUISAS - SURVEY ANSWERS GIVEN UNDER THE CODIGO
011230*----------------------------------------------------------------
011240 3800-SECAO-PESQUISAS.
011250     MOVE "RESPOSTAS A PESQUISAS" TO WS-SECAO.
011260     MOVE "SURVEY" TO WS-ARQUIVO-SECAO.
011270     PERFORM 9100-ABRIR-SECAO THRU 9100-ABRIR-SECAO-EXIT.
011280     OPEN INPUT SURVEY-FILE.
011290     IF NOT FS-SURVFILE-OK
011300         PERFORM 9300-INDISPONIVEL THRU 9300-INDISPONIVEL-EXIT
011310         GO TO 3800-SECAO-PESQUISAS-EXIT
011320     END-IF.
011330     PERFORM 3810-LINHA-PESQUISA THRU 3810-LINHA-PESQUISA-EXIT
011340         UNTIL WS-FIM-SECAO.
011350     CLOSE SURVEY-FILE.
011360     PERFORM 9200-FECHAR-SECAO THRU 9200-FECHAR-SECAO-EXIT.
011370 3800-SECAO-PESQUISAS-EXIT.
011380     EXIT.

011390 3810-LINHA-PESQUISA.
011400     READ SURVEY-FILE
011410         AT END
011420             SET WS-FIM-SECAO TO TRUE
011430             GO TO 3810-LINHA-PESQUISA-EXIT
011440     END-READ.
011450     IF SV-CODIGO NOT = WS-CODIGO-ATUAL
011460         GO TO 3810-LINHA-PESQUISA-EXIT
011470     END-IF.
011480     MOVE SPACES TO WS-LINHA-REL.
011490     STRING "  " SV-DATA " " SV-QUESTIONARIO " P." SV-PERGUNTA-NUM
011500         ": " SV-RESPOSTA
011510         DELIMITED BY SIZE INTO WS-LINHA-REL.
011520     PERFORM 9000-IMPRIMIR-LINHA THRU 9000-IMPRIMIR-LINHA-EXIT.
011530 3810-LINHA-PESQUISA-EXIT.
011540     EXIT.

011550*----------------------------------------------------------------
011560* 3900-SECAO-DESLIGAMENTO - TERMINATION AND EXIT INTERVIEW
011570*----------------------------------------------------------------
011580 3900-SECAO-DESLIGAMENTO.
011590     MOVE "DESLIGAMENTO / ENTREVISTA DE SAIDA" TO WS-SECAO.
011600     MOVE "EXITQ" TO WS-ARQUIVO-SECAO.
011610     PERFORM 9100-ABRIR-SECAO THRU 9100-ABRIR-SECAO-EXIT.
011620     OPEN INPUT EXIT-QUEUE.
011630     IF NOT FS-EXITQ-OK
011640         PERFORM 9300-INDISPONIVEL THRU 9300-INDISPONIVEL-EXIT
011650         GO TO 3900-SECAO-DESLIGAMENTO-EXIT
011660     END-IF.
011670     MOVE WS-CODIGO-ATUAL TO EX-CODIGO.
011680     READ EXIT-QUEUE
011690         INVALID KEY
011700             GO TO 3900-SECAO-FECHAR
011710     END-READ.
011720     MOVE SPACES TO WS-LINHA-REL.
011730     STRING "  RESCISAO " EX-DATA-RESCISAO "  QUESTIONARIO "
011740         EX-TAG "  SITUACAO " EX-STATUS
011750         DELIMITED BY SIZE INTO WS-LINHA-REL.
011760     PERFORM 9000-IMPRIMIR-LINHA THRU 9000-IMPRIMIR-LINHA-EXIT.
011770 3900-SECAO-FECHAR.
011780     CLOSE EXIT-QUEUE.
011790     PERFORM 9200-FECHAR-SECAO THRU 9200-FECHAR-SECAO-EXIT.
011800 3900-SECAO-DESLIGAMENTO-EXIT.
011810     EXIT.

011820*----------------------------------------------------------------
011830* 8000-FINALIZAR
011840*----------------------------------------------------------------
011850 8000-FINALIZAR.
011860     IF WS-QTD-EXCEDENTES > ZERO
011870         MOVE SPACES TO WS-LINHA-REL
011880         STRING "MAIS " WS-QTD-EXCEDENTES
011890             " CODIGO(S) COM O MESMO "
011900             "CPF NAO LISTADOS - VERIFICAR CADASTRO"
011910             DELIMITED BY SIZE INTO WS-LINHA-REL
011920         MOVE "T" TO WS-FUNCAO-REL
011930         CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
011940             WS-COLUNAS-REL WS-LINHA-REL
011950     END-IF.

011951     IF WS-QTD-OUTRA-EMPRESA > ZERO
011952         MOVE SPACES TO WS-LINHA-REL
011953         STRING WS-QTD-OUTRA-EMPRESA
011954             " CODIGO(S) COM O MESMO CPF EM EMPRESA "
011955             "NAO AUTORIZADA AO OPERADOR"
011956             DELIMITED BY SIZE INTO WS-LINHA-REL
011957         MOVE "T" TO WS-FUNCAO-REL
011958         CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
011959             WS-COLUNAS-REL WS-LINHA-REL
011960     END-IF.

011961     MOVE "F" TO WS-FUNCAO-REL.
011970     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
011980         WS-COLUNAS-REL WS-LINHA-REL.

011990     CLOSE EMPLOYEE-MASTER.

012000     MOVE WS-QTD-CODIGOS TO WS-QTD-CODIGOS-ED.
012010     MOVE SPACES TO WS-DESCRICAO-AUD.
012020     STRING "RELATORIO DE TITULAR CPF " WS-CPF-ENT " "
012030         WS-QTD-CODIGOS-ED " COD OP " WS-VIS-OPERADOR
012040         DELIMITED BY SIZE INTO WS-DESCRICAO-AUD.
012050     CALL "PROG22" USING "PROG213 " WS-DESCRICAO-AUD.
012060 8000-FINALIZAR-EXIT.
012070     EXIT.

012080*----------------------------------------------------------------
012090* 9000-9300 - REPORT PLUMBING SHARED BY EVERY SECTION
012100*----------------------------------------------------------------
012110 9000-IMPRIMIR-LINHA.
012120     MOVE "D" TO WS-FUNCAO-REL.
012130     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
012140         WS-COLUNAS-REL WS-LINHA-REL.
012150     ADD 1 TO WS-QTD-SECAO.
012160     ADD 1 TO WS-QTD-LINHAS.
012170 9000-IMPRIMIR-LINHA-EXIT.
012180     EXIT.

012190 9100-ABRIR-SECAO.
012200     MOVE ZERO TO WS-QTD-SECAO.
012210     MOVE "N" TO WS-FIM-SECAO-SW.
012220     MOVE SPACES TO WS-LINHA-REL.
012230     STRING "CODIGO " WS-CODIGO-ATUAL " - " WS-SECAO " ("
012240         WS-ARQUIVO-SECAO ")"
012250         DELIMITED BY SIZE INTO WS-LINHA-REL.
012260     MOVE "T" TO WS-FUNCAO-REL.
012270     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
012280         WS-COLUNAS-REL WS-LINHA-REL.
012290 9100-ABRIR-SECAO-EXIT.
012300     EXIT.

012310 9200-FECHAR-SECAO.
012320     IF WS-QTD-SECAO = ZERO
012330         MOVE "  NENHUM REGISTRO" TO WS-LINHA-REL
012340         MOVE "D" TO WS-FUNCAO-REL
012350         CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
012360             WS-COLUNAS-REL WS-LINHA-REL
012370     END-IF.
012380 9200-FECHAR-SECAO-EXIT.
012390     EXIT.

012400 9300-INDISPONIVEL.
012410     MOVE SPACES TO WS-LINHA-REL.
012420     STRING "  ARQUIVO " WS-ARQUIVO-SECAO " INDISPONIVEL - NAO "
012430         "CONSULTADO"
012440         DELIMITED BY SIZE INTO WS-LINHA-REL.
012450     MOVE "D" TO WS-FUNCAO-REL.
012460     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
012470         WS-COLUNAS-REL WS-LINHA-REL.
012480 9300-INDISPONIVEL-EXIT.
012490     EXIT.

012500 9999-EXIT.
012510     STOP RUN.
