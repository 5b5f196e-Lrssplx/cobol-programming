001180* MODIFICATION HISTORY
001190* DATE       INIT DESCRIPTION
001200* 2026-09-02 RA   INITIAL VERSION
001201* 2026-10-05 RA   EACH ROW CARRIES THE TIPO DE VINCULO (10 CLT,
001202*                 55 APRENDIZ, 50 TEMPORARIO) AND THE CONTRACT
001203*                 END DATE; ESTAGIARIOS ARE LEFT OFF AND COUNTED
001204*                 ON THE TOTALS PAGE.
001205* 2026-10-15 RA   ONE EXTRACT PER COMPANY: THE OPERATOR NAMES
001206*                 THE EMPRESA (ENTER = 001), ONLY ITS FUNCIONARIOS
001207*                 ARE EXTRACTED, EACH ROW CARRIES THE COMPANY'S
001208*                 CNPJ FROM CIAFILE (PROG220) AND THE DATASET
001209*                 TAKES THE COMPANY'S OWN NAME (RAISF002).
001210* 2026-10-15 RA   THE RESCISAO SETTLEMENT PROG58 STORES UNDER THE
001211*                 PSEUDO-PERIOD AAAA15 JOINS THE REMUNERATION OF
001212*                 THE TERMINATION MONTH (DECEMBER WHEN THE CHANGE
001213*                 LOG DATES THE TERMINATION IN ANOTHER YEAR).
001214* 2026-10-15 RA   THE OPERATOR IS IDENTIFIED (PROG211) BEFORE
001215*                 THE COMPANY ACCESS CHECK, WHICH NOW REFUSES
001216*                 AN UNIDENTIFIED TERMINAL.
001217******************************************************************
001220 IDENTIFICATION DIVISION.
001230 PROGRAM-ID. PROG103.

001470         ORGANIZATION IS LINE SEQUENTIAL
001480         FILE STATUS IS FS-CHGLOG.

001490     SELECT RAIS-FILE ASSIGN TO DYNAMIC WS-NOME-EXTRATO
001500         ORGANIZATION IS LINE SEQUENTIAL
001510         FILE STATUS IS FS-RAISFILE.

001690     05  RA-REMUNERACAO-MES      OCCURS 12 TIMES
001700                                 PIC 9(09)V9(02).
001710     05  RA-TOTAL-ANO            PIC 9(11)V9(02).
001711     05  RA-TIPO-VINCULO         PIC 9(02).
001712     05  RA-DATA-FIM-CONTRATO    PIC 9(08).
001713     05  RA-CNPJ-EMPRESA         PIC 9(14).

001720 WORKING-STORAGE SECTION.
001730 01  FS-EMPMAST                  PIC X(02).
002010 01  WS-CONTADORES.
002020     05  WS-QTD-REGISTROS        PIC 9(06) COMP VALUE ZERO.
002030     05  WS-QTD-COM-REMUNERACAO  PIC 9(06) COMP VALUE ZERO.
002031     05  WS-QTD-ESTAGIARIOS      PIC 9(06) COMP VALUE ZERO.
002040     05  WS-TOTAL-GERAL          PIC 9(13)V9(02) VALUE ZERO.

002050 01  WS-TOTAL-ED                 PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

002060 01  WS-DESCRICAO-AUD            PIC X(60).

002061 01  WS-NOME-EXTRATO             PIC X(08) VALUE "RAISFILE".
002062 01  WS-EMPRESA-EXTRATO          PIC X(03).
002063 01  WS-EMPRESA-FUNCIONARIO      PIC X(03).
002064 01  WS-CNPJ-EXTRATO             PIC 9(14) VALUE ZERO.
002065 01  WS-QTD-OUTRA-EMPRESA        PIC 9(06) COMP VALUE ZERO.

002066 01  WS-CHAMADA-VISAO.
002067     05  WS-VIS-FUNCAO           PIC X(01).
002068     05  WS-VIS-OPERADOR         PIC X(06).
002069     05  WS-VIS-NIVEL            PIC X(01).
002070     05  WS-VIS-STATUS           PIC X(01).

002071* PROG220 COMPANY SERVICE CALL
002072 01  WS-CHAMADA-EMPRESA.
002073     05  WS-CIA-FUNCAO           PIC X(01).
002074     05  WS-CIA-EMPRESA          PIC X(03).
002075     05  WS-CIA-ARQUIVO          PIC X(08).
002076     05  WS-CIA-STATUS           PIC X(01).
002077         88  WS-CIA-OK           VALUE "1".
002078         88  WS-CIA-SEM-CADASTRO VALUE "3".
002079 COPY CIAREC.

002080 PROCEDURE DIVISION.

002081*----------------------------------------------------------------
002090* 0000-MAINLINE
002100*----------------------------------------------------------------
002110 0000-MAINLINE.
002240     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
002250         WS-LIMITE-MIN WS-LIMITE-MAX.
002260     MOVE WS-VALOR-ENT TO WS-ANO-EXTRATO.
002261     PERFORM 1050-SELECIONAR-EMPRESA
002262         THRU 1050-SELECIONAR-EMPRESA-EXIT.

002270     OPEN INPUT EMPLOYEE-MASTER.
002280     IF NOT FS-EMPMAST-OK
002510 1000-INICIALIZAR-EXIT.
002520     EXIT.

002521*----------------------------------------------------------------
002522* 1050-SELECIONAR-EMPRESA - THE COMPANY WHOSE FUNCIONARIOS THE
002523*                            EXTRACT CARRIES; A SHOP WITH NO
002524*                            CIAFILE STILL EXTRACTS 001
002525*----------------------------------------------------------------
002526 1050-SELECIONAR-EMPRESA.
002527     DISPLAY "EMPRESA DO EXTRATO (ENTER = 001)".
002528     MOVE SPACES TO WS-EMPRESA-EXTRATO.
002529     ACCEPT WS-EMPRESA-EXTRATO.
002530     IF WS-EMPRESA-EXTRATO = SPACES
002531         MOVE "001" TO WS-EMPRESA-EXTRATO
002532     END-IF.
002533     MOVE "I" TO WS-VIS-FUNCAO.
002534     CALL "PROG211" USING WS-VIS-FUNCAO WS-VIS-OPERADOR
002535         WS-VIS-NIVEL WS-VIS-STATUS.
002536     MOVE "A" TO WS-CIA-FUNCAO.
002537     MOVE WS-EMPRESA-EXTRATO TO WS-CIA-EMPRESA.
002538     CALL "PROG220" USING WS-CIA-FUNCAO WS-CIA-EMPRESA
002539         WS-CIA-ARQUIVO COMPANHIA-REC WS-CIA-STATUS.
002540     IF NOT WS-CIA-OK
002541         DISPLAY "PROG103: ACESSO NEGADO A EMPRESA "
002542             WS-EMPRESA-EXTRATO
002543         MOVE 8 TO RETURN-CODE
002544         GO TO 9999-EXIT
002545     END-IF.
002546     MOVE "L" TO WS-CIA-FUNCAO.
002547     CALL "PROG220" USING WS-CIA-FUNCAO WS-CIA-EMPRESA
002548         WS-CIA-ARQUIVO COMPANHIA-REC WS-CIA-STATUS.
002549     IF WS-CIA-SEM-CADASTRO AND WS-EMPRESA-EXTRATO = "001"
002550         GO TO 1050-MONTAR-NOME
002551     END-IF.
002552     IF NOT WS-CIA-OK
002553         DISPLAY "PROG103: EMPRESA " WS-EMPRESA-EXTRATO
002554             " INEXISTENTE OU INATIVA NO CIAFILE - EXTRATO "
002555             "NAO GERADO"
002556         MOVE 8 TO RETURN-CODE
002557         GO TO 9999-EXIT
002558     END-IF.
002559     MOVE CI-CNPJ TO WS-CNPJ-EXTRATO.
002560 1050-MONTAR-NOME.
002561     MOVE "N" TO WS-CIA-FUNCAO.
002562     MOVE WS-NOME-EXTRATO TO WS-CIA-ARQUIVO.
002563     CALL "PROG220" USING WS-CIA-FUNCAO WS-CIA-EMPRESA
002564         WS-CIA-ARQUIVO COMPANHIA-REC WS-CIA-STATUS.
002565     MOVE WS-CIA-ARQUIVO TO WS-NOME-EXTRATO.
002566 1050-SELECIONAR-EMPRESA-EXIT.
002567     EXIT.

002568 1100-LER-PROXIMO.
002569     READ EMPLOYEE-MASTER NEXT
002570         AT END
002571             SET FS-EMPMAST-EOF TO TRUE
002572     END-READ.

002580*----------------------------------------------------------------
002590* 2000-PROCESSAR - ONE FUNCIONARIO PER PASS; ANYONE ADMITTED UP
002600*                   TO THE YEAR'S END GOES ON THE EXTRACT
002610*----------------------------------------------------------------
002620 2000-PROCESSAR.
002621     MOVE EMPRESA TO WS-EMPRESA-FUNCIONARIO.
002622     IF WS-EMPRESA-FUNCIONARIO = SPACES
002623         MOVE "001" TO WS-EMPRESA-FUNCIONARIO
002624     END-IF.
002625     IF WS-EMPRESA-FUNCIONARIO NOT = WS-EMPRESA-EXTRATO
002626         ADD 1 TO WS-QTD-OUTRA-EMPRESA
002627         GO TO 2000-PROCESSAR-SEGUIR
002628     END-IF.
002630     IF DATA-ADMISSAO(1:4) > WS-ANO-EXTRATO
002640         GO TO 2000-PROCESSAR-SEGUIR
002650     END-IF.

002651* AN ESTAGIO IS NOT AN EMPLOYMENT BOND - IT STAYS OFF THE EXTRACT
002652     IF EMP-ESTAGIARIO
002653         ADD 1 TO WS-QTD-ESTAGIARIOS
002654         GO TO 2000-PROCESSAR-SEGUIR
002655     END-IF.

002660     PERFORM 2100-MONTAR-REGISTRO
002670         THRU 2100-MONTAR-REGISTRO-EXIT.
002680     WRITE RAIS-REC.
002970     PERFORM 2400-REMUNERACAO-MES
002980         THRU 2400-REMUNERACAO-MES-EXIT
002990         UNTIL WS-MES-IDX > 12.
002993     PERFORM 2450-VERBAS-RESCISORIAS
002996         THRU 2450-VERBAS-RESCISORIAS-EXIT.
003000     MOVE WS-TOTAL-FUNC TO RA-TOTAL-ANO.
003001     MOVE WS-CNPJ-EXTRATO TO RA-CNPJ-EMPRESA.

003002     EVALUATE TRUE
003003         WHEN EMP-APRENDIZ
003004             MOVE 55 TO RA-TIPO-VINCULO
003005         WHEN EMP-TEMPORARIO
003006             MOVE 50 TO RA-TIPO-VINCULO
003007         WHEN OTHER
003008             MOVE 10 TO RA-TIPO-VINCULO
003009     END-EVALUATE.
003010     IF EMP-PRAZO-DETERMINADO
003011         MOVE DATA-FIM-CONTRATO TO RA-DATA-FIM-CONTRATO
003012     ELSE
003013         MOVE ZERO TO RA-DATA-FIM-CONTRATO
003014     END-IF.
003015 2100-MONTAR-REGISTRO-EXIT.
003020     EXIT.

003030*----------------------------------------------------------------
003840 2400-REMUNERACAO-MES-EXIT.
003850     EXIT.

003851*----------------------------------------------------------------
003852* 2450-VERBAS-RESCISORIAS - THE PROG58 SETTLEMENT (AAAA15) IS
003853*                            PAID IN THE TERMINATION MONTH
003854*----------------------------------------------------------------
003855 2450-VERBAS-RESCISORIAS.
003856     IF NOT WS-HIST-PRESENTE
003857         GO TO 2450-VERBAS-RESCISORIAS-EXIT
003858     END-IF.

003859     COMPUTE WS-PERIODO-MES = WS-ANO-EXTRATO * 100 + 15.
003860     MOVE CODIGO         TO PH-CODIGO.
003861     MOVE WS-PERIODO-MES TO PH-PERIODO.
003862     READ PAYSLIP-HISTORY
003863         INVALID KEY
003864             GO TO 2450-VERBAS-RESCISORIAS-EXIT
003865     END-READ.

003866     IF WS-DATA-RESCISAO(1:4) = WS-ANO-EXTRATO
003867         MOVE WS-DATA-RESCISAO(5:2) TO WS-MES-IDX
003868     ELSE
003869         MOVE 12 TO WS-MES-IDX
003870     END-IF.
003871     ADD PH-BRUTO TO RA-REMUNERACAO-MES(WS-MES-IDX).
003872     ADD PH-BRUTO TO WS-TOTAL-FUNC.
003873 2450-VERBAS-RESCISORIAS-EXIT.
003874     EXIT.

003875*----------------------------------------------------------------
003876* 8000-FINALIZAR - THE TOTALS PAGE TO TIE BACK TO THE INFORMES
003880*----------------------------------------------------------------
003890 8000-FINALIZAR.
003900     MOVE WS-TOTAL-GERAL TO WS-TOTAL-ED.
003910     DISPLAY "===============================================".
003920     DISPLAY "EXTRATO ANUAL - ANO-BASE " WS-ANO-EXTRATO.
003930     DISPLAY "===============================================".
003931     DISPLAY "EMPRESA .................. : " WS-EMPRESA-EXTRATO
003932         " - ARQUIVO " WS-NOME-EXTRATO.
003940     DISPLAY "REGISTROS GERADOS ........ : " WS-QTD-REGISTROS.
003950     DISPLAY "COM REMUNERACAO NO ANO ... : "
003960         WS-QTD-COM-REMUNERACAO.
003961     DISPLAY "ESTAGIARIOS (FORA DO EXTRATO): "
003962         WS-QTD-ESTAGIARIOS.
003970     DISPLAY "REMUNERACAO BRUTA TOTAL .. : " WS-TOTAL-ED.
003980     DISPLAY "CONFIRA CONTRA OS INFORMES DO PROG45 ANTES DE "
003990         "SUBMETER.".

004070     MOVE SPACES TO WS-DESCRICAO-AUD.
004080     STRING "GEROU EXTRATO ANUAL DO ANO " WS-ANO-EXTRATO
004081         " EMPRESA " WS-EMPRESA-EXTRATO
004090         DELIMITED BY SIZE INTO WS-DESCRICAO-AUD.
004100     CALL "PROG22" USING "PROG103 " WS-DESCRICAO-AUD.
004110 8000-FINALIZAR-EXIT.
