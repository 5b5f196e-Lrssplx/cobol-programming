001260*                 AUDIT ROW - THE BLOCKED PATH WAS REPORTING A
001270*                 REMESSA THAT WAS NEVER PRODUCED, WITH AN
001280*                 UNINITIALIZED DETAIL COUNT.
001281* 2026-10-15 RA   THE TITLES ISSUED TODAY ON ARFILE ARE COUNTED
001282*                 AND THEIR VALUE HASHED AGAINST WHAT PROG20 LEFT
001283*                 ON THE CONTROL TOTALS LEDGER (CTLTOT, PROG223)
001284*                 BEFORE ANY BOLETO IS REGISTERED AND THE STEP
001285*                 FAILS ON A MISMATCH; THE REMESSA RECORDS ITS
001286*                 OWN COUNT AND TOTAL THERE.
001287* 2026-10-15 RA   ONE REMESSA PER COMPANY: THE OPERATOR NAMES THE
001288*                 EMPRESA (ENTER = 001), THE HEADER CARRIES ITS
001289*                 NAME AND CNPJ FROM CIAFILE (PROG220), ONLY THE
001290*                 TITLES OF ITS CUSTOMERS (CU-EMPRESA) ARE
001291*                 REGISTERED, AND THE FILE, THE TRANSMISSION
001292*                 CONTROL AND CTLTOT USE THE COMPANY'S DATASET
001293*                 NAME (BOLREM FOR 001).
001294******************************************************************
001300 IDENTIFICATION DIVISION.
001310 PROGRAM-ID. PROG132.

001430         RECORD KEY IS CU-CODIGO
001440         FILE STATUS IS FS-CUSTFILE.

001450     SELECT BOLETO-FILE ASSIGN TO DYNAMIC WS-NOME-REMESSA
001460         ORGANIZATION IS LINE SEQUENTIAL
001470         FILE STATUS IS FS-BOLREM.

001690         VALUE "FATURAMENTO - COBRANCA".
001700     05  WS-CB-DATA              PIC 9(08).
001710     05  WS-CB-HORA              PIC 9(06).
001713     05  WS-CB-EMPRESA           PIC X(03).
001716     05  WS-CB-CNPJ              PIC 9(14).
001720     05  FILLER                  PIC X(178) VALUE SPACES.

001730 01  WS-DETALHE-BOLETO.
001740     05  WS-DT-TIPO              PIC 9(01) VALUE 1.
001880     05  WS-QTD-DETALHES         PIC 9(06) COMP VALUE ZERO.
001890     05  WS-QTD-JA-REGISTRADOS   PIC 9(06) COMP VALUE ZERO.
001900     05  WS-TOTAL-REMESSA        PIC 9(11)V9(02) VALUE ZERO.
001901     05  WS-QTD-OUTRA-EMPRESA    PIC 9(06) COMP VALUE ZERO.

001902 01  WS-NOME-REMESSA             PIC X(08) VALUE "BOLREM".
001903 01  WS-EMPRESA-REMESSA          PIC X(03).
001904 01  WS-EMPRESA-CLIENTE          PIC X(03).

001910 01  WS-TOTAL-ED                 PIC Z,ZZZ,ZZZ,ZZ9.99.


002010 01  WS-DESCRICAO-AUD            PIC X(60).

002011* PROG223 CONTROL TOTALS LEDGER CALL - THE DAY'S TITLES CHECKED
002012* ON THE WAY IN, THE REMESSA RECORDED ON THE WAY OUT
002013 01  WS-CHAMADA-TOTAIS.
002014     05  WS-TL-FUNCAO            PIC X(01).
002015     05  WS-TL-DATA-RUN          PIC 9(08).
002016     05  WS-TL-ARQUIVO           PIC X(08).
002017     05  WS-TL-PERIODO           PIC 9(06).
002018     05  WS-TL-PROGRAMA          PIC X(08).
002019     05  WS-TL-QTD               PIC 9(07).
002020     05  WS-TL-VALOR             PIC 9(13)V9(02).
002021     05  WS-TL-QTD-RAZAO         PIC 9(07).
002022     05  WS-TL-VALOR-RAZAO       PIC 9(13)V9(02).
002023     05  WS-TL-STATUS            PIC X(01).
002024         88  WS-TL-OK            VALUE "1".
002025         88  WS-TL-NAO-ENCONTRADO VALUE "3".
002026 01  WS-TL-VALOR-ED              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

002027 01  WS-CHAMADA-VISAO.
002028     05  WS-VIS-FUNCAO           PIC X(01).
002029     05  WS-VIS-OPERADOR         PIC X(06).
002030     05  WS-VIS-NIVEL            PIC X(01).
002031     05  WS-VIS-STATUS           PIC X(01).

002032* PROG220 COMPANY SERVICE CALL
002033 01  WS-CHAMADA-EMPRESA.
002034     05  WS-CIA-FUNCAO           PIC X(01).
002035     05  WS-CIA-EMPRESA          PIC X(03).
002036     05  WS-CIA-ARQUIVO          PIC X(08).
002037     05  WS-CIA-STATUS           PIC X(01).
002038         88  WS-CIA-OK           VALUE "1".
002039         88  WS-CIA-SEM-CADASTRO VALUE "3".
002040 COPY CIAREC.

002041 PROCEDURE DIVISION.

002042*----------------------------------------------------------------
002043* 0000-MAINLINE
002050*----------------------------------------------------------------
002060 0000-MAINLINE.
002070     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
002160     ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
002170     ACCEPT WS-HORA-ATUAL FROM TIME.

002173     PERFORM 1020-SELECIONAR-EMPRESA
002176         THRU 1020-SELECIONAR-EMPRESA-EXIT.

002180     MOVE "V" TO WS-XM-FUNCAO.
002190     MOVE WS-NOME-REMESSA TO WS-XM-ARQUIVO.
002200     MOVE WS-DATA-ATUAL(1:6) TO WS-XM-PERIODO.
002210     CALL "PROG143" USING WS-XM-FUNCAO WS-XM-ARQUIVO
002220         WS-XM-PERIODO WS-XM-QTD WS-XM-VALOR WS-XM-STATUS.
002300         GO TO 9999-EXIT
002310     END-IF.

002313     PERFORM 1050-CONFERIR-TOTAIS
002316         THRU 1050-CONFERIR-TOTAIS-EXIT.

002320     OPEN I-O RECEIVABLE-FILE.
002330     IF NOT FS-ARFILE-OK
002340         DISPLAY "PROG132: SEM CONTAS A RECEBER (ARFILE) - "

002530     MOVE WS-DATA-ATUAL TO WS-CB-DATA.
002540     MOVE WS-HORA-ATUAL TO WS-CB-HORA.
002544     MOVE WS-EMPRESA-REMESSA TO WS-CB-EMPRESA.
002550     MOVE WS-CABECALHO-BOLETO TO BOLETO-REGISTRO.
002560     WRITE BOLETO-REGISTRO.

002580 1000-INICIALIZAR-EXIT.
002590     EXIT.

002591*----------------------------------------------------------------
002592* 1020-SELECIONAR-EMPRESA - THE COMPANY WHOSE TITLES THIS
002593*                            REMESSA REGISTERS: ACCESS CHECKED,
002594*                            ASSIGNOR READ, DATASET NAMED
002595*----------------------------------------------------------------
002596 1020-SELECIONAR-EMPRESA.
002597     DISPLAY "EMPRESA DA REMESSA DE BOLETOS (ENTER = 001)".
002598     MOVE SPACES TO WS-EMPRESA-REMESSA.
002599     ACCEPT WS-EMPRESA-REMESSA.
002600     IF WS-EMPRESA-REMESSA = SPACES
002601         MOVE "001" TO WS-EMPRESA-REMESSA
002602     END-IF.
002603     MOVE "I" TO WS-VIS-FUNCAO.
002604     CALL "PROG211" USING WS-VIS-FUNCAO WS-VIS-OPERADOR
002605         WS-VIS-NIVEL WS-VIS-STATUS.
002606     MOVE "A" TO WS-CIA-FUNCAO.
002607     MOVE WS-EMPRESA-REMESSA TO WS-CIA-EMPRESA.
002608     CALL "PROG220" USING WS-CIA-FUNCAO WS-CIA-EMPRESA
002609         WS-CIA-ARQUIVO COMPANHIA-REC WS-CIA-STATUS.
002610     IF NOT WS-CIA-OK
002611         DISPLAY "PROG132: ACESSO NEGADO A EMPRESA "
002612             WS-EMPRESA-REMESSA
002613         MOVE 8 TO RETURN-CODE
002614         GO TO 9999-EXIT
002615     END-IF.
002616     MOVE "L" TO WS-CIA-FUNCAO.
002617     CALL "PROG220" USING WS-CIA-FUNCAO WS-CIA-EMPRESA
002618         WS-CIA-ARQUIVO COMPANHIA-REC WS-CIA-STATUS.
002619* COMPANY 001 WITHOUT A CIAFILE ROW KEEPS THE OLD HEADER
002620     IF WS-CIA-SEM-CADASTRO AND WS-EMPRESA-REMESSA = "001"
002621         MOVE ZERO TO WS-CB-CNPJ
002622         GO TO 1020-MONTAR-NOME
002623     END-IF.
002624     IF NOT WS-CIA-OK
002625         DISPLAY "PROG132: EMPRESA " WS-EMPRESA-REMESSA
002626             " INEXISTENTE OU INATIVA NO CIAFILE - REMESSA "
002627             "NAO GERADA"
002628         MOVE 8 TO RETURN-CODE
002629         GO TO 9999-EXIT
002630     END-IF.
002631     MOVE CI-RAZAO-SOCIAL TO WS-CB-CEDENTE.
002632     MOVE CI-CNPJ TO WS-CB-CNPJ.
002633 1020-MONTAR-NOME.
002634     MOVE "N" TO WS-CIA-FUNCAO.
002635     MOVE WS-NOME-REMESSA TO WS-CIA-ARQUIVO.
002636     CALL "PROG220" USING WS-CIA-FUNCAO WS-CIA-EMPRESA
002637         WS-CIA-ARQUIVO COMPANHIA-REC WS-CIA-STATUS.
002638     MOVE WS-CIA-ARQUIVO TO WS-NOME-REMESSA.
002639 1020-SELECIONAR-EMPRESA-EXIT.
002640     EXIT.

002641*----------------------------------------------------------------
002642* 1050-CONFERIR-TOTAIS - THE TITLES ISSUED TODAY ARE COUNTED AND
002643*                         THEIR VALUE HASHED AGAINST THE DAY'S
002644*                         ARFILE ROW PROG20 LEFT ON THE CONTROL
002645*                         TOTALS LEDGER (PROG223); A DAY WITH NO
002646*                         INVOICING AGREES WITH NO ROW
002647*----------------------------------------------------------------
002648 1050-CONFERIR-TOTAIS.
002649     OPEN INPUT RECEIVABLE-FILE.
002650     IF NOT FS-ARFILE-OK
002651         GO TO 1050-CONFERIR-TOTAIS-EXIT
002652     END-IF.
002653     MOVE ZERO TO WS-TL-QTD WS-TL-VALOR.
002654     PERFORM 1060-SOMAR-TITULO THRU 1060-SOMAR-TITULO-EXIT
002655         UNTIL FS-ARFILE-EOF.
002656     CLOSE RECEIVABLE-FILE.

002657     MOVE "V"                TO WS-TL-FUNCAO.
002658     MOVE WS-DATA-ATUAL      TO WS-TL-DATA-RUN.
002659     MOVE "ARFILE  "         TO WS-TL-ARQUIVO.
002660     MOVE WS-DATA-ATUAL(1:6) TO WS-TL-PERIODO.
002661     MOVE "PROG132 "         TO WS-TL-PROGRAMA.
002662     CALL "PROG223" USING WS-TL-FUNCAO WS-TL-DATA-RUN
002663         WS-TL-ARQUIVO WS-TL-PERIODO WS-TL-PROGRAMA WS-TL-QTD
002664         WS-TL-VALOR WS-TL-QTD-RAZAO WS-TL-VALOR-RAZAO
002665         WS-TL-STATUS.
002666     IF WS-TL-OK
002667         GO TO 1050-CONFERIR-TOTAIS-EXIT
002668     END-IF.

002669     IF WS-TL-NAO-ENCONTRADO
002670         DISPLAY "PROG132: TITULOS EMITIDOS HOJE SEM TOTAIS DE "
002671             "CONTROLE DO PROG20 (CTLTOT) - PASSO INTERROMPIDO"
002672     ELSE
002673         DISPLAY "PROG132: TITULOS EMITIDOS HOJE NAO CONFEREM "
002674             "COM OS TOTAIS DE CONTROLE - PASSO INTERROMPIDO"
002675         MOVE WS-TL-VALOR-RAZAO TO WS-TL-VALOR-ED
002676         DISPLAY "PROG132:   GRAVADO PELO PROG20 : "
002677             WS-TL-QTD-RAZAO " TITULO(S), VALOR " WS-TL-VALOR-ED
002678     END-IF.
002679     MOVE WS-TL-VALOR TO WS-TL-VALOR-ED.
002680     DISPLAY "PROG132:   LIDO AGORA          : "
002681         WS-TL-QTD " TITULO(S), VALOR " WS-TL-VALOR-ED.
002682     MOVE 8 TO RETURN-CODE.
002683     GO TO 9999-EXIT.
002684 1050-CONFERIR-TOTAIS-EXIT.
002685     EXIT.

002686 1060-SOMAR-TITULO.
002687     READ RECEIVABLE-FILE NEXT
002688         AT END
002689             SET FS-ARFILE-EOF TO TRUE
002690             GO TO 1060-SOMAR-TITULO-EXIT
002691     END-READ.
002692     IF AR-DATA-EMISSAO = WS-DATA-ATUAL
002693         ADD 1 TO WS-TL-QTD
002694         ADD AR-VALOR TO WS-TL-VALOR
002695     END-IF.
002696 1060-SOMAR-TITULO-EXIT.
002697     EXIT.

002698 1100-LER-PROXIMO.
002699     READ RECEIVABLE-FILE NEXT
002700         AT END
002701             SET FS-ARFILE-EOF TO TRUE
002702     END-READ.

002703*----------------------------------------------------------------
002704* 2000-PROCESSAR - ONE OPEN, UNREGISTERED ITEM PER PASS BECOMES
002705*                   A REGISTRATION DETAIL AND IS MARKED
002706*----------------------------------------------------------------
002707 2000-PROCESSAR.
002708     IF NOT AR-ABERTO
002710         GO TO 2000-PROCESSAR-SEGUIR
002720     END-IF.
002730     IF AR-BOLETO-REGISTRADO
002790         INVALID KEY
002800             MOVE "(CLIENTE NAO CADASTRADO)" TO CU-NOME
002810             MOVE SPACES TO CU-ENDERECO
002814             MOVE SPACES TO CU-EMPRESA
002820     END-READ.

002821* ANOTHER COMPANY'S TITLE STAYS UNREGISTERED FOR ITS OWN REMESSA
002822     MOVE CU-EMPRESA TO WS-EMPRESA-CLIENTE.
002823     IF WS-EMPRESA-CLIENTE = SPACES
002824         MOVE "001" TO WS-EMPRESA-CLIENTE
002825     END-IF.
002826     IF WS-EMPRESA-CLIENTE NOT = WS-EMPRESA-REMESSA
002827         ADD 1 TO WS-QTD-OUTRA-EMPRESA
002828         GO TO 2000-PROCESSAR-SEGUIR
002829     END-IF.

002830     MOVE AR-NUMERO-NOTA TO WS-DT-NOTA.
002840     MOVE AR-CLIENTE     TO WS-DT-CLIENTE.
002850     MOVE CU-NOME        TO WS-DT-NOME.
003150* GENERATION AND LEAVES AN AUDIT ROW
003160     IF FS-BOLREM-OK
003170         MOVE "G" TO WS-XM-FUNCAO
003180         MOVE WS-NOME-REMESSA TO WS-XM-ARQUIVO
003190         MOVE WS-DATA-ATUAL(1:6) TO WS-XM-PERIODO
003200         MOVE WS-QTD-DETALHES TO WS-XM-QTD
003210         MOVE WS-TOTAL-REMESSA TO WS-XM-VALOR
003220         CALL "PROG143" USING WS-XM-FUNCAO WS-XM-ARQUIVO
003230             WS-XM-PERIODO WS-XM-QTD WS-XM-VALOR WS-XM-STATUS
003233         PERFORM 8100-REGISTRAR-TOTAIS
003236             THRU 8100-REGISTRAR-TOTAIS-EXIT
003240     END-IF.

003250     MOVE WS-TOTAL-REMESSA TO WS-TOTAL-ED.
003260     DISPLAY "===============================================".
003270     DISPLAY "   RESUMO DE TRANSMISSAO - REMESSA DE BOLETOS  ".
003280     DISPLAY "===============================================".
003283     DISPLAY "EMPRESA ................... : " WS-EMPRESA-REMESSA
003286         " - REMESSA " WS-NOME-REMESSA.
003290     DISPLAY "BOLETOS NA REMESSA ........ : " WS-QTD-DETALHES.
003300     DISPLAY "JA REGISTRADOS (PULADOS) .. : "
003310         WS-QTD-JA-REGISTRADOS.
003313     DISPLAY "DE OUTRA EMPRESA (PULADOS)  : "
003316         WS-QTD-OUTRA-EMPRESA.
003320     DISPLAY "VALOR TOTAL DA REMESSA .... : " WS-TOTAL-ED.

003330     IF FS-ARFILE-OK OR FS-ARFILE-EOF

003390     IF FS-BOLREM-OK
003400         MOVE SPACES TO WS-DESCRICAO-AUD
003410         STRING "GEROU REMESSA DE BOLETOS " WS-NOME-REMESSA
003419             " COM " WS-TR-QTD-REGISTROS " DETALHE(S)"
003430             DELIMITED BY SIZE INTO WS-DESCRICAO-AUD
003440         CALL "PROG22" USING "PROG132 " WS-DESCRICAO-AUD
003450     END-IF.
003460 8000-FINALIZAR-EXIT.
003470     EXIT.

003471*----------------------------------------------------------------
003472* 8100-REGISTRAR-TOTAIS - THE REMESSA JUST CLOSED (HEADER,
003473*                          DETAILS AND TRAILER; ITS TRAILER
003474*                          TOTAL) ON THE CONTROL TOTALS LEDGER
003475*----------------------------------------------------------------
003476 8100-REGISTRAR-TOTAIS.
003477     MOVE "G"                TO WS-TL-FUNCAO.
003478     MOVE ZERO               TO WS-TL-DATA-RUN.
003479     MOVE WS-NOME-REMESSA    TO WS-TL-ARQUIVO.
003480     MOVE WS-DATA-ATUAL(1:6) TO WS-TL-PERIODO.
003481     MOVE "PROG132 "         TO WS-TL-PROGRAMA.
003482     COMPUTE WS-TL-QTD = WS-QTD-DETALHES + 2.
003483     MOVE WS-TOTAL-REMESSA   TO WS-TL-VALOR.
003484     CALL "PROG223" USING WS-TL-FUNCAO WS-TL-DATA-RUN
003485         WS-TL-ARQUIVO WS-TL-PERIODO WS-TL-PROGRAMA WS-TL-QTD
003486         WS-TL-VALOR WS-TL-QTD-RAZAO WS-TL-VALOR-RAZAO
003487         WS-TL-STATUS.
003488     IF NOT WS-TL-OK
003489         DISPLAY "PROG132: TOTAIS DE CONTROLE DA REMESSA "
003490             WS-NOME-REMESSA " NAO REGISTRADOS (CTLTOT)"
003491         MOVE 8 TO RETURN-CODE
003492     END-IF.
003493 8100-REGISTRAR-TOTAIS-EXIT.
003494     EXIT.

003495 9999-EXIT.
003496     STOP RUN.
