001420*                 ONLY AFTER THE VARIANCE GATE AND TRANSMISSION
001430*                 CHECKS PASS - A BLOCKED RUN USED TO TRUNCATE
001440*                 THE REMESSA IT WAS REFUSING TO REGENERATE.
001441* 2026-09-24 RA   THE OPERATOR NOW PICKS THE REMITTANCE: THE
001442*                 MONTHLY PAYROLL (PAYREG -> CNAB240) OR THE
001443*                 MID-MONTH ADVANCE PROG174 REGISTERS (PAYREGAD
001444*                 -> CNABADT). THE ADVANCE HAS NO VARIANCE GATE
001445*                 AND LEAVES NO CLOSE MARKER; IT IS CONTROLLED
001446*                 ON XMITFILE UNDER ITS OWN DATASET NAME.
001447* 2026-09-28 RA   THIRD REMITTANCE TYPE: THE NET DIFFERENCES OF
001448*                 THE PROG176 OFF-CYCLE CORRECTIONS (PAYREGCR ->
001449*                 CNABCOR), UNDER THE SAME RULES AS THE ADVANCE.
001450* 2026-09-28 RA   FOURTH REMITTANCE TYPE: THE PROFIT-SHARING NET
001451*                 OF THE PROG178 PLR RUN (PAYREGPL -> CNABPLR),
001452*                 UNDER THE SAME RULES AS THE ADVANCE.
001453* 2026-10-15 RA   ONE REMITTANCE PER COMPANY: THE OPERATOR
001454*                 NAMES THE EMPRESA (ENTER = 001), ONLY ITS
001455*                 REGISTER ROWS ARE PAID, THE HEADER CARRIES ITS
001456*                 CNPJ, NAME AND BANK AGREEMENT FROM CIAFILE
001457*                 (PROG220) AND THE DATASET TAKES THE COMPANY'S
001458*                 OWN NAME (CNAB2002). WITH OTHER COMPANIES ON THE
001459*                 REGISTER, THE RECONCILIATION USES ITS OWN ROWS.
001460* 2026-10-15 RA   THE MONTHLY REMITTANCE NOW CHECKS PAYREG AGAINST
001461*                 THE COUNT AND NET HASH PROG42 LEFT ON THE
001462*                 CONTROL TOTALS LEDGER (CTLTOT, PROG223) BEFORE
001463*                 READING IT AND FAILS THE STEP ON A MISMATCH;
001464*                 EVERY REMESSA WRITTEN RECORDS ITS OWN COUNT AND
001465*                 TOTAL THERE.
001466* 2026-10-15 RA   FIFTH REMITTANCE TYPE: THE NET AND PENSAO OF A
001467*                 PROG58 RESCISAO (PAYREGRS -> CNABRES), UNDER THE
001468*                 SAME RULES AS THE ADVANCE. SEVERAL RESCISOES
001469*                 FALL IN ONE MONTH, SO ITS TRANSMISSION CONTROL
001470*                 IS KEPT BY THE FUNCIONARIO'S CODIGO INSTEAD OF
001471*                 THE PERIOD.
001472* 2026-10-15 RA   THE OPERATOR IS IDENTIFIED (PROG211) BEFORE
001473*                 THE COMPANY ACCESS CHECK, WHICH NOW REFUSES
001474*                 AN UNIDENTIFIED TERMINAL.
001475* 2026-10-15 RA   THE RESCISAO REMITTANCE NOW PAYS EVERY PAYREGRS
001476*                 SETTLEMENT OF THE COMPANY NOT YET MARKED
001477*                 TRANSMITTED, CHECKING XMITFILE BY CODIGO ROW BY
001478*                 ROW AND MATCHING EACH DETAIL TO ITS OWN
001479*                 TRAILER; EACH CODIGO PAID IS REGISTERED ON
001480*                 XMITFILE AND THE LEDGER ROW TAKES THE RUN MONTH.
001481******************************************************************
001482 IDENTIFICATION DIVISION.
001483 PROGRAM-ID. PROG62.

001484 ENVIRONMENT DIVISION.
001490 INPUT-OUTPUT SECTION.
001500 FILE-CONTROL.
001510     SELECT PAYROLL-REGISTER ASSIGN TO DYNAMIC WS-NOME-REGISTRO
001520         ORGANIZATION IS LINE SEQUENTIAL
001530         FILE STATUS IS FS-PAYREG.

001720         RECORD KEY IS FC-CHAVE
001730         FILE STATUS IS FS-FECHCTL.

001740     SELECT CNAB-FILE ASSIGN TO DYNAMIC WS-NOME-REMESSA
001750         ORGANIZATION IS LINE SEQUENTIAL
001760         FILE STATUS IS FS-CNAB.

002060 01  FS-CNAB                     PIC X(02).
002070     88  FS-CNAB-OK              VALUE "00".

002071 01  WS-TIPO-REMESSA-SW          PIC X(01).
002072     88  WS-REMESSA-ADIANTAMENTO VALUE "2".
002073     88  WS-REMESSA-CORRECAO     VALUE "3".
002074     88  WS-REMESSA-PLR          VALUE "4".
002075     88  WS-REMESSA-RESCISAO     VALUE "5".
002076     88  WS-REMESSA-AVULSA       VALUE "2" "3" "4" "5".
002077 01  WS-NOME-REGISTRO            PIC X(08) VALUE "PAYREG".
002078 01  WS-NOME-REMESSA             PIC X(08) VALUE "CNAB240".

002080 01  WS-DATA-ATUAL               PIC 9(08).
002090 01  WS-HORA-ATUAL               PIC 9(06).

002160         VALUE "FOLHA DE PAGAMENTO RH".
002170     05  WS-CB-DATA              PIC 9(08).
002180     05  WS-CB-HORA              PIC 9(06).
002181     05  WS-CB-CNPJ              PIC 9(14) VALUE ZERO.
002182     05  WS-CB-AGENCIA           PIC 9(04) VALUE ZERO.
002183     05  WS-CB-CONTA             PIC 9(08) VALUE ZERO.
002184     05  WS-CB-DIGITO            PIC X(01) VALUE SPACES.
002185     05  WS-CB-CONVENIO          PIC X(20) VALUE SPACES.
002190     05  FILLER                  PIC X(132) VALUE SPACES.

002200 01  WS-DETALHE-CNAB.
002210     05  WS-DT-BANCO             PIC 9(03).
002530     05  WS-DATA-PAGAMENTO-ORIG  PIC 9(08).
002540     05  WS-DATA-AJUSTADA-SW     PIC X(01) VALUE "N".
002550         88  WS-DATA-AJUSTADA    VALUE "Y".
002551     05  WS-QTD-OUTRA-EMPRESA    PIC 9(06) COMP VALUE ZERO.
002552     05  WS-TOTAL-REGISTRO-CIA   PIC 9(11)V9(02) VALUE ZERO.
002553     05  WS-PENSAO-REGISTRO-CIA  PIC 9(11)V9(02) VALUE ZERO.
002554     05  WS-QTD-RS-TRANSMITIDAS  PIC 9(06) COMP VALUE ZERO.
002555     05  WS-QTD-RS-ADIADAS       PIC 9(06) COMP VALUE ZERO.
002556     05  WS-QTD-TRAILERS-RS      PIC 9(06) COMP VALUE ZERO.
002557     05  WS-CODIGO-RESCISAO      PIC 9(06) VALUE ZERO.
002558     05  WS-RS-PULAR-SW          PIC X(01) VALUE "N".
002559         88  WS-RS-PULAR         VALUE "Y".

002560* RESCISOES PAID ON THIS REMESSA, REGISTERED ON XMITFILE BY
002561* CODIGO ONCE IT IS RELEASED
002562 01  WS-RESCISOES.
002563     05  WS-QTD-RS               PIC 9(04) COMP VALUE ZERO.
002564     05  WS-IDX-RS               PIC 9(04) COMP VALUE ZERO.
002565     05  WS-RS-LINHA OCCURS 100 TIMES.
002566         10  WS-RS-CODIGO        PIC 9(06).
002567         10  WS-RS-QTD           PIC 9(07).
002568         10  WS-RS-VALOR         PIC 9(13)V9(02).

002569 01  WS-EMPRESA-REMESSA          PIC X(03).
002570 01  WS-EMPRESA-LINHA            PIC X(03).
002571 01  WS-BANCO-EMPRESA            PIC 9(03) VALUE ZERO.

002572 01  WS-CHAMADA-VISAO.
002573     05  WS-VIS-FUNCAO           PIC X(01).
002574     05  WS-VIS-OPERADOR         PIC X(06).
002575     05  WS-VIS-NIVEL            PIC X(01).
002576     05  WS-VIS-STATUS           PIC X(01).

002577* PROG220 COMPANY SERVICE CALL
002578 01  WS-CHAMADA-EMPRESA.
002579     05  WS-CIA-FUNCAO           PIC X(01).
002580     05  WS-CIA-EMPRESA          PIC X(03).
002581     05  WS-CIA-ARQUIVO          PIC X(08).
002582     05  WS-CIA-STATUS           PIC X(01).
002583         88  WS-CIA-OK           VALUE "1".
002584         88  WS-CIA-SEM-CADASTRO VALUE "3".
002585 COPY CIAREC.

002586 01  WS-CHAMADA-DATA.
002587     05  WS-DT-FUNCAO            PIC X(01).
002588     05  WS-DT-DATA-1            PIC 9(08).
002590     05  WS-DT-DATA-2            PIC 9(08).
002600     05  WS-DT-QUANTIDADE        PIC S9(07).
002610     05  WS-DT-UNIDADE           PIC X(01).

002750 01  WS-DESCRICAO-AUD            PIC X(60).

002751* PROG223 CONTROL TOTALS LEDGER CALL - PAYREG CHECKED ON THE WAY
002752* IN, THE REMESSA RECORDED ON THE WAY OUT
002753 01  WS-CHAMADA-TOTAIS.
002754     05  WS-TL-FUNCAO            PIC X(01).
002755     05  WS-TL-DATA-RUN          PIC 9(08).
002756     05  WS-TL-ARQUIVO           PIC X(08).
002757     05  WS-TL-PERIODO           PIC 9(06).
002758     05  WS-TL-PROGRAMA          PIC X(08).
002759     05  WS-TL-QTD               PIC 9(07).
002760     05  WS-TL-VALOR             PIC 9(13)V9(02).
002761     05  WS-TL-QTD-RAZAO         PIC 9(07).
002762     05  WS-TL-VALOR-RAZAO       PIC 9(13)V9(02).
002763     05  WS-TL-STATUS            PIC X(01).
002764         88  WS-TL-OK            VALUE "1".
002765         88  WS-TL-NAO-ENCONTRADO VALUE "3".
002766 01  WS-TL-VALOR-ED              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

002767 PROCEDURE DIVISION.

002770*----------------------------------------------------------------
002780* 0000-MAINLINE
002940     MOVE WS-DATA-ATUAL TO WS-DATA-PAGAMENTO.
002950     MOVE WS-DATA-PAGAMENTO TO WS-DATA-PAGAMENTO-ORIG.

002951     DISPLAY "TIPO DE REMESSA (1 = FOLHA MENSAL / "
002952             "2 = ADIANTAMENTO QUINZENAL /".
002953     DISPLAY "                 3 = CORRECAO FORA DE CICLO / "
002954             "4 = PLR /".
002955     DISPLAY "                 5 = RESCISAO -".
002956     DISPLAY "                 BRANCO = FOLHA MENSAL)".
002957     ACCEPT WS-TIPO-REMESSA-SW.
002958     IF WS-REMESSA-ADIANTAMENTO
002959         MOVE "PAYREGAD" TO WS-NOME-REGISTRO
002960         MOVE "CNABADT"  TO WS-NOME-REMESSA
002961     END-IF.
002962     IF WS-REMESSA-CORRECAO
002963         MOVE "PAYREGCR" TO WS-NOME-REGISTRO
002964         MOVE "CNABCOR"  TO WS-NOME-REMESSA
002965     END-IF.
002966     IF WS-REMESSA-PLR
002967         MOVE "PAYREGPL" TO WS-NOME-REGISTRO
002968         MOVE "CNABPLR"  TO WS-NOME-REMESSA
002969     END-IF.
002970     IF WS-REMESSA-RESCISAO
002971         MOVE "PAYREGRS" TO WS-NOME-REGISTRO
002972         MOVE "CNABRES"  TO WS-NOME-REMESSA
002973     END-IF.

002974     PERFORM 1050-SELECIONAR-EMPRESA
002975         THRU 1050-SELECIONAR-EMPRESA-EXIT.

002976     MOVE "U" TO WS-DT-FUNCAO.
002977     MOVE WS-DATA-PAGAMENTO TO WS-DT-DATA-1.
002980     CALL "PROG74" USING WS-DT-FUNCAO WS-DT-DATA-1
002990         WS-DT-DATA-2 WS-DT-QUANTIDADE WS-DT-UNIDADE
003000         WS-DT-STATUS.
003030         SET WS-DATA-AJUSTADA TO TRUE
003040     END-IF.

003041* THE ADVANCE, CORRECTION, PLR AND RESCISAO REGISTERS ARE NOT
003042* PROG42'S
003043* AND CARRY NO LEDGER ROW
003044     IF NOT WS-REMESSA-AVULSA
003045         PERFORM 1150-CONFERIR-TOTAIS
003046             THRU 1150-CONFERIR-TOTAIS-EXIT
003047     END-IF.

003050     OPEN INPUT PAYROLL-REGISTER.
003060     IF NOT FS-PAYREG-OK
003070         DISPLAY "PROG62: ERRO AO ABRIR PAYROLL-REGISTER "
003290         GO TO 9999-EXIT
003300     END-IF.

003310     MOVE WS-BANCO-EMPRESA TO WS-CB-BANCO.
003320     MOVE WS-DATA-ATUAL TO WS-CB-DATA.
003330     MOVE WS-HORA-ATUAL TO WS-CB-HORA.
003340     MOVE WS-CABECALHO-CNAB TO CNAB-REGISTRO.
003360 1000-INICIALIZAR-EXIT.
003370     EXIT.

003371*----------------------------------------------------------------
003372* 1050-SELECIONAR-EMPRESA - THE COMPANY WHOSE EMPLOYEES THIS
003373*                            REMITTANCE PAYS; ITS CIAFILE ROW
003374*                            FILLS THE HEADER AND ITS CODE NAMES
003375*                            THE DATASET. A SHOP WITH NO CIAFILE
003376*                            STILL PAYS 001 UNDER THE OLD HEADER
003377*----------------------------------------------------------------
003378 1050-SELECIONAR-EMPRESA.
003379     DISPLAY "EMPRESA DA REMESSA (ENTER = 001)".
003380     MOVE SPACES TO WS-EMPRESA-REMESSA.
003381     ACCEPT WS-EMPRESA-REMESSA.
003382     IF WS-EMPRESA-REMESSA = SPACES
003383         MOVE "001" TO WS-EMPRESA-REMESSA
003384     END-IF.

003385     MOVE "I" TO WS-VIS-FUNCAO.
003386     CALL "PROG211" USING WS-VIS-FUNCAO WS-VIS-OPERADOR
003387         WS-VIS-NIVEL WS-VIS-STATUS.
003388     MOVE "A" TO WS-CIA-FUNCAO.
003389     MOVE WS-EMPRESA-REMESSA TO WS-CIA-EMPRESA.
003390     CALL "PROG220" USING WS-CIA-FUNCAO WS-CIA-EMPRESA
003391         WS-CIA-ARQUIVO COMPANHIA-REC WS-CIA-STATUS.
003392     IF NOT WS-CIA-OK
003393         DISPLAY "PROG62: ACESSO NEGADO A EMPRESA "
003394             WS-EMPRESA-REMESSA
003395         MOVE 8 TO RETURN-CODE
003396         GO TO 9999-EXIT
003397     END-IF.

003398     MOVE "L" TO WS-CIA-FUNCAO.
003399     MOVE WS-EMPRESA-REMESSA TO WS-CIA-EMPRESA.
003400     CALL "PROG220" USING WS-CIA-FUNCAO WS-CIA-EMPRESA
003401         WS-CIA-ARQUIVO COMPANHIA-REC WS-CIA-STATUS.
003402     IF WS-CIA-SEM-CADASTRO AND WS-EMPRESA-REMESSA = "001"
003403         GO TO 1050-MONTAR-NOME
003404     END-IF.
003405     IF NOT WS-CIA-OK
003406         DISPLAY "PROG62: EMPRESA " WS-EMPRESA-REMESSA
003407             " INEXISTENTE OU INATIVA NO CIAFILE - REMESSA "
003408             "NAO GERADA"
003409         MOVE 8 TO RETURN-CODE
003410         GO TO 9999-EXIT
003411     END-IF.

003412     MOVE CI-BANCO           TO WS-BANCO-EMPRESA.
003413     MOVE CI-RAZAO-SOCIAL    TO WS-CB-EMPRESA.
003414     MOVE CI-CNPJ            TO WS-CB-CNPJ.
003415     MOVE CI-AGENCIA         TO WS-CB-AGENCIA.
003416     MOVE CI-CONTA           TO WS-CB-CONTA.
003417     MOVE CI-DIGITO          TO WS-CB-DIGITO.
003418     MOVE CI-CONVENIO        TO WS-CB-CONVENIO.

003419 1050-MONTAR-NOME.
003420     MOVE "N" TO WS-CIA-FUNCAO.
003421     MOVE WS-EMPRESA-REMESSA TO WS-CIA-EMPRESA.
003422     MOVE WS-NOME-REMESSA TO WS-CIA-ARQUIVO.
003423     CALL "PROG220" USING WS-CIA-FUNCAO WS-CIA-EMPRESA
003424         WS-CIA-ARQUIVO COMPANHIA-REC WS-CIA-STATUS.
003425     MOVE WS-CIA-ARQUIVO TO WS-NOME-REMESSA.
003426 1050-SELECIONAR-EMPRESA-EXIT.
003427     EXIT.

003428 1100-LER-PROXIMO.
003429     READ PAYROLL-REGISTER
003430         AT END
003431             SET FS-PAYREG-EOF TO TRUE
003432     END-READ.

003433*----------------------------------------------------------------
003434* 1150-CONFERIR-TOTAIS - BEFORE ANYTHING IS PROCESSED THE WHOLE
003435*                         REGISTER IS COUNTED AND ITS NET HASHED
003436*                         AGAINST WHAT PROG42 RECORDED ON THE
003437*                         CONTROL TOTALS LEDGER (PROG223); A
003438*                         SHORT, EMPTY OR ALTERED PAYREG FAILS
003439*                         THE STEP
003440*----------------------------------------------------------------
003441 1150-CONFERIR-TOTAIS.
003442     OPEN INPUT PAYROLL-REGISTER.
003443     IF NOT FS-PAYREG-OK
003444         GO TO 1150-CONFERIR-TOTAIS-EXIT
003445     END-IF.
003446     MOVE ZERO TO WS-TL-QTD WS-TL-VALOR WS-TL-PERIODO.
003447     PERFORM 1160-SOMAR-REGISTRO THRU 1160-SOMAR-REGISTRO-EXIT
003448         UNTIL FS-PAYREG-EOF.
003449     CLOSE PAYROLL-REGISTER.
003450     MOVE "00" TO FS-PAYREG.

003451     IF WS-TL-QTD = ZERO
003452         DISPLAY "PROG62: PAYREG VAZIO - NADA A CONFERIR COM OS "
003453             "TOTAIS DE CONTROLE DO PROG42 - PASSO INTERROMPIDO"
003454         MOVE 8 TO RETURN-CODE
003455         GO TO 9999-EXIT
003456     END-IF.

003457     MOVE "V"        TO WS-TL-FUNCAO.
003458     MOVE ZERO       TO WS-TL-DATA-RUN.
003459     MOVE "PAYREG  " TO WS-TL-ARQUIVO.
003460     MOVE "PROG62  " TO WS-TL-PROGRAMA.
003461     CALL "PROG223" USING WS-TL-FUNCAO WS-TL-DATA-RUN
003462         WS-TL-ARQUIVO WS-TL-PERIODO WS-TL-PROGRAMA WS-TL-QTD
003463         WS-TL-VALOR WS-TL-QTD-RAZAO WS-TL-VALOR-RAZAO
003464         WS-TL-STATUS.
003465     IF WS-TL-OK
003466         GO TO 1150-CONFERIR-TOTAIS-EXIT
003467     END-IF.

003468     IF WS-TL-NAO-ENCONTRADO
003469         DISPLAY "PROG62: PAYREG DO PERIODO " WS-TL-PERIODO
003470             " SEM TOTAIS DE CONTROLE DO PROG42 (CTLTOT) - "
003471             "PASSO INTERROMPIDO"
003472     ELSE
003473         DISPLAY "PROG62: PAYREG DO PERIODO " WS-TL-PERIODO
003474             " NAO CONFERE COM OS TOTAIS DE CONTROLE - PASSO "
003475             "INTERROMPIDO"
003476         MOVE WS-TL-VALOR-RAZAO TO WS-TL-VALOR-ED
003477         DISPLAY "PROG62:   GRAVADO PELO PROG42 : "
003478             WS-TL-QTD-RAZAO " REGISTRO(S), LIQUIDO "
003479             WS-TL-VALOR-ED
003480         MOVE WS-TL-VALOR TO WS-TL-VALOR-ED
003481         DISPLAY "PROG62:   LIDO AGORA          : "
003482             WS-TL-QTD " REGISTRO(S), LIQUIDO " WS-TL-VALOR-ED
003483     END-IF.
003484     MOVE 8 TO RETURN-CODE.
003485     GO TO 9999-EXIT.
003486 1150-CONFERIR-TOTAIS-EXIT.
003487     EXIT.

003488 1160-SOMAR-REGISTRO.
003489     READ PAYROLL-REGISTER
003490         AT END
003491             SET FS-PAYREG-EOF TO TRUE
003492             GO TO 1160-SOMAR-REGISTRO-EXIT
003493     END-READ.
003494     ADD 1 TO WS-TL-QTD.
003495     IF WS-TL-PERIODO = ZERO
003496         MOVE PR-PERIODO TO WS-TL-PERIODO
003497     END-IF.
003498     IF PR-DETALHE
003499         ADD PR-LIQUIDO TO WS-TL-VALOR
003500     END-IF.
003501 1160-SOMAR-REGISTRO-EXIT.
003502     EXIT.

003503*----------------------------------------------------------------
003504* 1200-VERIFICAR-GATE - THE PERIOD ON THE REGISTER MUST HAVE AN
003505*                        APPROVED VARIANCE GATE (PROG101) BEFORE
003506*                        ANY CNAB DETAIL IS WRITTEN; THE ADVANCE
003507*                        IS A FIXED PERCENTAGE OF SALARIO WITH
003508*                        NO VARIANCE TO APPROVE AND A CORRECTION
003509*                        WAS SIGNED OFF BY A SUPERVISOR IN
003510*                        PROG176, SO BOTH ONLY PASS THE
003511*                        TRANSMISSION CONTROL; A RESCISAO
003512*                        IS CONTROLLED BY THE FUNCIONARIO'S
003513*                        CODIGO, ROW BY ROW IN 2100
003514*----------------------------------------------------------------
003515 1200-VERIFICAR-GATE.
003516     IF FS-PAYREG-EOF
003517         GO TO 1200-VERIFICAR-GATE-EXIT
003518     END-IF.

003519     MOVE PR-PERIODO TO WS-PERIODO-REMESSA.
003520     IF WS-REMESSA-RESCISAO
003521         COMPUTE WS-PERIODO-REMESSA = WS-DATA-ATUAL / 100
003522         GO TO 1200-VERIFICAR-GATE-EXIT
003523     END-IF.
003524     IF WS-REMESSA-AVULSA
003525         GO TO 1200-VERIFICAR-TRANSMISSAO
003526     END-IF.

003527     OPEN INPUT VARIANCE-CONTROL.
003530     IF NOT FS-VARCTL-OK
003540         DISPLAY "PROG62: GATE DE VARIACOES (VARCTL) "
003550             "INDISPONIVEL - RODE O PROG101 ANTES"
003760     END-IF.
003770     CLOSE VARIANCE-CONTROL.

003775 1200-VERIFICAR-TRANSMISSAO.
003780     MOVE "V" TO WS-XM-FUNCAO.
003790     MOVE WS-NOME-REMESSA TO WS-XM-ARQUIVO.
003800     MOVE WS-PERIODO-REMESSA TO WS-XM-PERIODO.
003810     CALL "PROG143" USING WS-XM-FUNCAO WS-XM-ARQUIVO
003820         WS-XM-PERIODO WS-XM-QTD WS-XM-VALOR WS-XM-STATUS.
003830     IF WS-XM-BLOQUEADO
003950*                   TOTAL THE SUMMARY MUST MATCH
003960*----------------------------------------------------------------
003970 2000-PROCESSAR.
003971     IF PR-TRAILER AND WS-REMESSA-RESCISAO
003972         PERFORM 2050-TRAILER-RESCISAO
003973             THRU 2050-TRAILER-RESCISAO-EXIT
003974         GO TO 2000-PROCESSAR-SEGUIR
003975     END-IF.
003980     IF PR-TRAILER
003990         MOVE PR-LIQUIDO TO WS-TOTAL-REGISTRO
004000         MOVE PR-DESC-PENSAO TO WS-TR-PENSAO
004050         GO TO 2000-PROCESSAR-SEGUIR
004060     END-IF.

004061     MOVE PR-EMPRESA TO WS-EMPRESA-LINHA.
004062     IF WS-EMPRESA-LINHA = SPACES
004063         MOVE "001" TO WS-EMPRESA-LINHA
004064     END-IF.
004065     IF WS-EMPRESA-LINHA NOT = WS-EMPRESA-REMESSA
004066         ADD 1 TO WS-QTD-OUTRA-EMPRESA
004067         GO TO 2000-PROCESSAR-SEGUIR
004068     END-IF.
004069     IF WS-REMESSA-RESCISAO
004070         PERFORM 2100-CONFERIR-RESCISAO
004071             THRU 2100-CONFERIR-RESCISAO-EXIT
004072         IF WS-RS-PULAR
004073             GO TO 2000-PROCESSAR-SEGUIR
004074         END-IF
004075     END-IF.
004076     ADD PR-LIQUIDO TO WS-TOTAL-REGISTRO-CIA.
004077     ADD PR-DESC-PENSAO TO WS-PENSAO-REGISTRO-CIA.

004078     MOVE PR-CODIGO TO BK-CODIGO.
004080     READ BANK-FILE
004090         INVALID KEY
004100             ADD 1 TO WS-QTD-SEM-BANCO
004340 2000-PROCESSAR-EXIT.
004350     EXIT.

004351*----------------------------------------------------------------
004352* 2050-TRAILER-RESCISAO - EVERY RESCISAO ON PAYREGRS CARRIES ITS
004353*                          OWN TRAILER UNDER THE SAME CODIGO;
004354*                          ONLY THE TRAILERS OF THE SETTLEMENTS
004355*                          PAID ON THIS REMESSA ARE ADDED UP
004356*----------------------------------------------------------------
004357 2050-TRAILER-RESCISAO.
004358     IF WS-CODIGO-RESCISAO = ZERO
004359         OR PR-CODIGO NOT = WS-CODIGO-RESCISAO
004360         GO TO 2050-TRAILER-RESCISAO-EXIT
004361     END-IF.
004362     ADD PR-LIQUIDO     TO WS-TOTAL-REGISTRO.
004363     ADD PR-DESC-PENSAO TO WS-TR-PENSAO.
004364     ADD 1 TO WS-QTD-TRAILERS-RS.
004365     MOVE ZERO TO WS-CODIGO-RESCISAO.
004366 2050-TRAILER-RESCISAO-EXIT.
004367     EXIT.

004368*----------------------------------------------------------------
004369* 2100-CONFERIR-RESCISAO - A SETTLEMENT ALREADY MARKED
004370*                           TRANSMITTED ON XMITFILE (BY ITS
004371*                           CODIGO) WAS PAID AND IS PASSED OVER;
004372*                           ANY OTHER IS PAID AGAIN UNTIL IT IS
004373*                           SENT
004374*----------------------------------------------------------------
004375 2100-CONFERIR-RESCISAO.
004376     MOVE "N" TO WS-RS-PULAR-SW.
004377     MOVE "V" TO WS-XM-FUNCAO.
004378     MOVE WS-NOME-REMESSA TO WS-XM-ARQUIVO.
004379     MOVE PR-CODIGO TO WS-XM-PERIODO.
004380     CALL "PROG143" USING WS-XM-FUNCAO WS-XM-ARQUIVO
004381         WS-XM-PERIODO WS-XM-QTD WS-XM-VALOR WS-XM-STATUS.
004382     IF WS-XM-BLOQUEADO
004383         ADD 1 TO WS-QTD-RS-TRANSMITIDAS
004384         SET WS-RS-PULAR TO TRUE
004385         GO TO 2100-CONFERIR-RESCISAO-EXIT
004386     END-IF.

004387     IF WS-QTD-RS NOT < 100
004388         DISPLAY "PROG62: RESCISAO DE " PR-CODIGO " ALEM DO "
004389             "LIMITE DA REMESSA - FICA PARA A PROXIMA"
004390         ADD 1 TO WS-QTD-RS-ADIADAS
004391         SET WS-RS-PULAR TO TRUE
004392         GO TO 2100-CONFERIR-RESCISAO-EXIT
004393     END-IF.

004394     ADD 1 TO WS-QTD-RS.
004395     MOVE PR-CODIGO   TO WS-RS-CODIGO (WS-QTD-RS).
004396     MOVE 1           TO WS-RS-QTD (WS-QTD-RS).
004397     MOVE PR-LIQUIDO  TO WS-RS-VALOR (WS-QTD-RS).
004398     IF PR-DESC-PENSAO > ZERO
004399         ADD 1 TO WS-RS-QTD (WS-QTD-RS)
004400         ADD PR-DESC-PENSAO TO WS-RS-VALOR (WS-QTD-RS)
004401     END-IF.
004402     MOVE PR-CODIGO TO WS-CODIGO-RESCISAO.
004403 2100-CONFERIR-RESCISAO-EXIT.
004404     EXIT.

004405*----------------------------------------------------------------
004406* 2500-REMETER-PENSAO - THE DEDUCTED PENSAO ALIMENTICIA GOES TO
004407*                        THE BENEFICIARY'S ACCOUNT ON GARNFILE
004408*                        AS ITS OWN CNAB DETAIL; A MISSING ORDER
004409*                        ROW COUNTS AGAINST THE RELEASE LIKE A
004410*                        MISSING BANK ACCOUNT DOES
004420*----------------------------------------------------------------
004430 2500-REMETER-PENSAO.
004770* 3000-GRAVAR-TRAILER
004780*----------------------------------------------------------------
004790 3000-GRAVAR-TRAILER.
004800     MOVE WS-BANCO-EMPRESA  TO WS-TR-BANCO.
004810     MOVE WS-QTD-DETALHES   TO WS-TR-QTD-REGISTROS.
004820     MOVE WS-TOTAL-REMESSA  TO WS-TR-VALOR-TOTAL.
004830     MOVE WS-TRAILER-CNAB TO CNAB-REGISTRO.
004840     WRITE CNAB-REGISTRO.

004850     CLOSE PAYROLL-REGISTER BANK-FILE CNAB-FILE.
004853     PERFORM 3100-REGISTRAR-TOTAIS
004856         THRU 3100-REGISTRAR-TOTAIS-EXIT.
004860 3000-GRAVAR-TRAILER-EXIT.
004870     EXIT.

004871*----------------------------------------------------------------
004872* 3100-REGISTRAR-TOTAIS - THE REMESSA JUST CLOSED (HEADER,
004873*                          DETAILS AND TRAILER; ITS TRAILER
004874*                          TOTAL) ON THE CONTROL TOTALS LEDGER
004875*----------------------------------------------------------------
004876 3100-REGISTRAR-TOTAIS.
004877     MOVE "G"                TO WS-TL-FUNCAO.
004878     MOVE ZERO               TO WS-TL-DATA-RUN.
004879     MOVE WS-NOME-REMESSA    TO WS-TL-ARQUIVO.
004880     MOVE WS-PERIODO-REMESSA TO WS-TL-PERIODO.
004881     MOVE "PROG62  "         TO WS-TL-PROGRAMA.
004882     COMPUTE WS-TL-QTD = WS-QTD-DETALHES + 2.
004883     MOVE WS-TOTAL-REMESSA   TO WS-TL-VALOR.
004884     CALL "PROG223" USING WS-TL-FUNCAO WS-TL-DATA-RUN
004885         WS-TL-ARQUIVO WS-TL-PERIODO WS-TL-PROGRAMA WS-TL-QTD
004886         WS-TL-VALOR WS-TL-QTD-RAZAO WS-TL-VALOR-RAZAO
004887         WS-TL-STATUS.
004888     IF NOT WS-TL-OK
004889         DISPLAY "PROG62: TOTAIS DE CONTROLE DA REMESSA "
004890             WS-NOME-REMESSA " NAO REGISTRADOS (CTLTOT)"
004891         MOVE 8 TO RETURN-CODE
004892     END-IF.
004893 3100-REGISTRAR-TOTAIS-EXIT.
004894     EXIT.

004895*----------------------------------------------------------------
004896* 8000-RESUMO-TRANSMISSAO - THE SUMMARY'S TOTAL MUST EQUAL THE
004900*                            REGISTER'S GRAND TOTAL OR THE FILE
004910*                            IS NOT RELEASED FOR TRANSMISSION
004920*----------------------------------------------------------------
004930 8000-RESUMO-TRANSMISSAO.
004931* THE REGISTER TRAILER TOTALS EVERY COMPANY PAID; WITH OTHER
004932* COMPANIES ON THE REGISTER THE REMESSA MUST MATCH ITS OWN ROWS
004933     IF WS-QTD-OUTRA-EMPRESA > ZERO AND NOT WS-REMESSA-RESCISAO
004934         MOVE WS-TOTAL-REGISTRO-CIA  TO WS-TOTAL-REGISTRO
004935         MOVE WS-PENSAO-REGISTRO-CIA TO WS-TR-PENSAO
004936     END-IF.
004940     MOVE WS-TOTAL-REMESSA  TO WS-TOTAL-ED.
004950     MOVE WS-TOTAL-REGISTRO TO WS-TOTAL2-ED.

004960     DISPLAY "===============================================".
004970     DISPLAY "       RESUMO DE TRANSMISSAO - REMESSA CNAB    ".
004980     DISPLAY "===============================================".
004981     DISPLAY "EMPRESA ................... : "
004982         WS-EMPRESA-REMESSA " " WS-CB-EMPRESA.
004983     DISPLAY "ARQUIVO DE REMESSA ........ : " WS-NOME-REMESSA.
004990     DISPLAY "DATA DE PAGAMENTO ......... : "
005000         WS-DATA-PAGAMENTO.
005010     IF WS-DATA-AJUSTADA
005140         DISPLAY "VALOR DAS PENSOES ......... : " WS-TOTAL-ED
005150     END-IF.

005151     IF WS-REMESSA-RESCISAO
005152         PERFORM 8100-CONFERIR-RESCISOES
005153             THRU 8100-CONFERIR-RESCISOES-EXIT
005154         IF WS-QTD-RS = ZERO
005155             GO TO 8000-RESUMO-FIM
005156         END-IF
005157     END-IF.

005160     IF NOT WS-TEM-TRAILER
005170         DISPLAY "PROG62: REGISTRO DA FOLHA SEM TRAILER - "
005180             "ARQUIVO NAO LIBERADO"

005350 8000-RESUMO-FIM.
005360     MOVE SPACES TO WS-DESCRICAO-AUD.
005370     STRING "GEROU REMESSA CNAB " WS-NOME-REMESSA " COM "
005380         WS-TR-QTD-REGISTROS " DETALHE(S)" DELIMITED BY SIZE
005390         INTO WS-DESCRICAO-AUD.
005400     CALL "PROG22" USING "PROG62  " WS-DESCRICAO-AUD.
005410 8000-RESUMO-TRANSMISSAO-EXIT.
005420     EXIT.

005421*----------------------------------------------------------------
005422* 8100-CONFERIR-RESCISOES - THE RESCISOES PAID AND PASSED OVER;
005423*                            EVERY ONE PAID MUST HAVE HAD ITS
005424*                            OWN TRAILER, OR THE FILE IS NOT
005425*                            RELEASED
005426*----------------------------------------------------------------
005427 8100-CONFERIR-RESCISOES.
005428     DISPLAY "RESCISOES NA REMESSA ...... : " WS-QTD-RS.
005429     DISPLAY "RESCISOES JA TRANSMITIDAS . : "
005430         WS-QTD-RS-TRANSMITIDAS.
005431     IF WS-QTD-RS-ADIADAS > ZERO
005432         DISPLAY "RESCISOES PARA A PROXIMA .. : "
005433             WS-QTD-RS-ADIADAS
005434     END-IF.

005435     IF WS-QTD-RS = ZERO
005436         DISPLAY "PROG62: NENHUMA RESCISAO PENDENTE DE REMESSA "
005437             "NO PAYREGRS"
005438         MOVE 4 TO RETURN-CODE
005439         GO TO 8100-CONFERIR-RESCISOES-EXIT
005440     END-IF.

005441     MOVE "N" TO WS-TEM-TRAILER-SW.
005442     IF WS-QTD-TRAILERS-RS = WS-QTD-RS
005443         SET WS-TEM-TRAILER TO TRUE
005444     ELSE
005445         DISPLAY "PROG62: " WS-QTD-RS " RESCISAO(OES) NA REMESSA"
005446             " E " WS-QTD-TRAILERS-RS " TRAILER(S) NO PAYREGRS"
005447     END-IF.
005448 8100-CONFERIR-RESCISOES-EXIT.
005449     EXIT.


005450*----------------------------------------------------------------
005451* 8200-MARCAR-FECHAMENTO - THE "REMESSA" MARKER THE PROG43
005452*                           CLOSE-GATE LOOKS FOR; THE ADVANCE
005453*                           AND A CORRECTION ARE NOT THE
005454*                           PERIOD'S PAYMENT AND ONLY REGISTER
005455*                           THEIR TRANSMISSION
005460*----------------------------------------------------------------
005470 8200-MARCAR-FECHAMENTO.
005471     IF WS-REMESSA-RESCISAO
005472         PERFORM 8210-REGISTRAR-RESCISAO
005473             THRU 8210-REGISTRAR-RESCISAO-EXIT
005474             VARYING WS-IDX-RS FROM 1 BY 1
005475             UNTIL WS-IDX-RS > WS-QTD-RS
005476         GO TO 8200-MARCAR-FECHAMENTO-EXIT
005477     END-IF.
005478     IF WS-REMESSA-AVULSA
005479         GO TO 8200-REGISTRAR-TRANSMISSAO
005480     END-IF.

005481     OPEN I-O CLOSE-CONTROL.
005490     IF NOT FS-FECHCTL-OK
005500         OPEN OUTPUT CLOSE-CONTROL
005510         CLOSE CLOSE-CONTROL
005660     END-IF.
005670     CLOSE CLOSE-CONTROL.

005675 8200-REGISTRAR-TRANSMISSAO.
005680     MOVE "G" TO WS-XM-FUNCAO.
005690     MOVE WS-NOME-REMESSA TO WS-XM-ARQUIVO.
005700     MOVE WS-PERIODO-REMESSA TO WS-XM-PERIODO.
005710     MOVE WS-QTD-DETALHES TO WS-XM-QTD.
005720     MOVE WS-TOTAL-REMESSA TO WS-XM-VALOR.
005750 8200-MARCAR-FECHAMENTO-EXIT.
005760     EXIT.

005761*----------------------------------------------------------------
005762* 8210-REGISTRAR-RESCISAO - ONE XMITFILE GENERATION PER CODIGO
005763*                            PAID, WITH ITS OWN DETAILS AND VALUE
005764*----------------------------------------------------------------
005765 8210-REGISTRAR-RESCISAO.
005766     MOVE "G" TO WS-XM-FUNCAO.
005767     MOVE WS-NOME-REMESSA TO WS-XM-ARQUIVO.
005768     MOVE WS-RS-CODIGO (WS-IDX-RS) TO WS-XM-PERIODO.
005769     MOVE WS-RS-QTD (WS-IDX-RS)    TO WS-XM-QTD.
005770     MOVE WS-RS-VALOR (WS-IDX-RS)  TO WS-XM-VALOR.
005771     CALL "PROG143" USING WS-XM-FUNCAO WS-XM-ARQUIVO
005772         WS-XM-PERIODO WS-XM-QTD WS-XM-VALOR WS-XM-STATUS.
005773 8210-REGISTRAR-RESCISAO-EXIT.
005774     EXIT.

005775 9999-EXIT.
005780     STOP RUN.
