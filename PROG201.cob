001000******************************************************************
001010* PROGRAM-ID: PROG201
001020* AUTHOR:      R. ALMEIDA - APPLICATIONS
001030* INSTALLATION: FOLHA DE PAGAMENTO / RECURSOS HUMANOS
001040* DATE-WRITTEN: 2026-10-05
001050* DATE-COMPILED:
001060* PURPOSE:     PROBATION DECISION CAPTURE (EXPFILE). THE MANAGER
001070*              OF RECORD (DM-GERENTE) OF THE FUNCIONARIO'S
001080*              DEPARTAMENTO RECORDS, UP TO THE END DATE OF THE
001090*              CURRENT TERM, ONE OF:
001100*                P  PRORROGAR - FIRST TERM ONLY, MOVES THE
001110*                   CONTRACT TO THE SECOND TERM
001120*                C  EFETIVAR - CONFIRMS THE FUNCIONARIO
001130*                T  ENCERRAR - ENDS THE CONTRACT ON THE TERM'S
001140*                   END DATE; THE RESCISAO IS THEN PROCESSED IN
001150*                   PROG58 UNDER THE PROBATION RULES
001160*              AFTER THE END DATE THE CONTRACT IS ALREADY
001170*              PERMANENT (SEE PROG200) AND NO DECISION IS TAKEN.
001180*              OPERATION 2 SHOWS THE CONTRACT. EVERY DECISION IS
001190*              LOGGED THROUGH THE PROG22 AUDIT WRITER.
001200* ----------------------------------------------------------------
001210* MODIFICATION HISTORY
001220* DATE       INIT DESCRIPTION
001230* 2026-10-05 RA   INITIAL VERSION
001240******************************************************************
001250 IDENTIFICATION DIVISION.
001260 PROGRAM-ID. PROG201.

001270 ENVIRONMENT DIVISION.
001280 INPUT-OUTPUT SECTION.
001290 FILE-CONTROL.
001300     SELECT PROBATION-FILE ASSIGN TO "EXPFILE"
001310         ORGANIZATION IS INDEXED
001320         ACCESS MODE IS DYNAMIC
001330         RECORD KEY IS EP-CODIGO
001340         FILE STATUS IS FS-EXPFILE.

001350     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
001360         ORGANIZATION IS INDEXED
001370         ACCESS MODE IS DYNAMIC
001380         RECORD KEY IS CODIGO
001390         ALTERNATE RECORD KEY IS NOME
001400             WITH DUPLICATES
001410         ALTERNATE RECORD KEY IS DEPARTAMENTO
001420             WITH DUPLICATES
001430         FILE STATUS IS FS-EMPMAST.

001440     SELECT DEPARTMENT-FILE ASSIGN TO "DEPTFILE"
001450         ORGANIZATION IS INDEXED
001460         ACCESS MODE IS DYNAMIC
001470         RECORD KEY IS DM-CODIGO
001480         FILE STATUS IS FS-DEPTFILE.

001490 DATA DIVISION.
001500 FILE SECTION.
001510 FD  PROBATION-FILE.
001520 COPY EXPREC.

001530 FD  EMPLOYEE-MASTER.
001540 COPY EMPREC.

001550 FD  DEPARTMENT-FILE.
001560 COPY DEPTREC.

001570 WORKING-STORAGE SECTION.
001580 01  FS-EXPFILE                  PIC X(02).
001590     88  FS-EXPFILE-OK           VALUE "00".
001600 01  FS-EMPMAST                  PIC X(02).
001610     88  FS-EMPMAST-OK           VALUE "00".
001620 01  FS-DEPTFILE                 PIC X(02).
001630     88  FS-DEPTFILE-OK          VALUE "00".

001640 01  WS-OPCAO-SW                 PIC X(01).
001650     88  WS-OPCAO-DECIDIR        VALUE "1".
001660     88  WS-OPCAO-CONSULTAR      VALUE "2".

001670 01  WS-DECISAO-SW               PIC X(01).
001680     88  WS-DECISAO-PRORROGAR    VALUE "P".
001690     88  WS-DECISAO-EFETIVAR     VALUE "C".
001700     88  WS-DECISAO-ENCERRAR     VALUE "T".

001710 01  WS-MENSAGEM                 PIC X(40).
001720 01  WS-VALOR-ENT                PIC 9(09).
001730 01  WS-LIMITE-MIN               PIC 9(09).
001740 01  WS-LIMITE-MAX               PIC 9(09).

001750 01  WS-DATA-ATUAL               PIC 9(08).
001760 01  WS-FASE                     PIC 9(01).
001770 01  WS-FIM-PERIODO              PIC 9(08).
001780 01  WS-GERENTE                  PIC 9(06).
001790 01  WS-STATUS-DESC              PIC X(30).
001800 01  WS-DECISAO-DESC             PIC X(12).
001810 01  WS-IND                      PIC 9(01) COMP.

001820 01  WS-DESCRICAO-AUD            PIC X(60).

001830 PROCEDURE DIVISION.

001840 0000-MAINLINE.
001850     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.

001860     IF WS-OPCAO-DECIDIR
001870         PERFORM 2000-DECIDIR THRU 2000-DECIDIR-EXIT
001880     END-IF.
001890     IF WS-OPCAO-CONSULTAR
001900         PERFORM 3000-CONSULTAR THRU 3000-CONSULTAR-EXIT
001910     END-IF.

001920     CLOSE PROBATION-FILE.
001930     GO TO 9999-EXIT.

001940*----------------------------------------------------------------
001950* 1000-INICIALIZAR - BOTH OPERATIONS READ THE CONTRACT BY CODIGO
001960*----------------------------------------------------------------
001970 1000-INICIALIZAR.
001980     ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
001990     OPEN I-O PROBATION-FILE.
002000     IF NOT FS-EXPFILE-OK
002010         DISPLAY "PROG201: ERRO AO ABRIR PROBATION-FILE "
002020                 FS-EXPFILE
002030         GO TO 9999-EXIT
002040     END-IF.

002050     DISPLAY "OPERACAO (1 = REGISTRAR DECISAO / 2 = CONSULTAR)".
002060     ACCEPT WS-OPCAO-SW.
002070     IF NOT WS-OPCAO-DECIDIR AND NOT WS-OPCAO-CONSULTAR
002080         DISPLAY "PROG201: OPERACAO INVALIDA"
002090         CLOSE PROBATION-FILE
002100         GO TO 9999-EXIT
002110     END-IF.

002120     MOVE "CODIGO DO FUNCIONARIO" TO WS-MENSAGEM.
002130     MOVE 1 TO WS-LIMITE-MIN.
002140     MOVE 999999 TO WS-LIMITE-MAX.
002150     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
002160         WS-LIMITE-MIN WS-LIMITE-MAX.
002170     MOVE WS-VALOR-ENT TO EP-CODIGO.

002180     READ PROBATION-FILE
002190         INVALID KEY
002200             DISPLAY "PROG201: FUNCIONARIO " EP-CODIGO
002210                 " SEM CONTRATO DE EXPERIENCIA - OPERACAO "
002220                 "REJEITADA"
002230             CLOSE PROBATION-FILE
002240             GO TO 9999-EXIT
002250     END-READ.

002260     IF EP-PRIMEIRO-PERIODO
002270         MOVE 1 TO WS-FASE
002280         MOVE EP-FIM-PERIODO-1 TO WS-FIM-PERIODO
002290     ELSE
002300         MOVE 2 TO WS-FASE
002310         MOVE EP-FIM-PERIODO-2 TO WS-FIM-PERIODO
002320     END-IF.
002330 1000-INICIALIZAR-EXIT.
002340     EXIT.

002350*----------------------------------------------------------------
002360* 2000-DECIDIR - ONLY A CONTRACT STILL IN PROBATION, ONLY UP TO
002370*                THE END OF ITS CURRENT TERM, ONLY BY THE
002380*                DEPARTAMENTO'S MANAGER OF RECORD
002390*----------------------------------------------------------------
002400 2000-DECIDIR.
002410     IF NOT EP-EM-EXPERIENCIA
002420         PERFORM 8000-DESCREVER-STATUS
002430             THRU 8000-DESCREVER-STATUS-EXIT
002440         DISPLAY "PROG201: CONTRATO SEM DECISAO PENDENTE - "
002450             "SITUACAO " WS-STATUS-DESC
002460         GO TO 2000-DECIDIR-EXIT
002470     END-IF.

002480     IF WS-DATA-ATUAL > WS-FIM-PERIODO
002490         DISPLAY "PROG201: O " WS-FASE "O PERIODO TERMINOU EM "
002500             WS-FIM-PERIODO " SEM DECISAO - CONTRATO JA POR "
002510             "PRAZO INDETERMINADO"
002520         GO TO 2000-DECIDIR-EXIT
002530     END-IF.

002540     PERFORM 2100-LOCALIZAR-GERENTE
002550         THRU 2100-LOCALIZAR-GERENTE-EXIT.
002560     IF WS-GERENTE = ZERO
002570         DISPLAY "PROG201: DEPARTAMENTO " DEPARTAMENTO
002580             " SEM GESTOR CADASTRADO - DECISAO IMPOSSIVEL"
002590         GO TO 2000-DECIDIR-EXIT
002600     END-IF.

002610     MOVE "CODIGO DO GESTOR" TO WS-MENSAGEM.
002620     MOVE 1 TO WS-LIMITE-MIN.
002630     MOVE 999999 TO WS-LIMITE-MAX.
002640     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
002650         WS-LIMITE-MIN WS-LIMITE-MAX.
002660     IF WS-VALOR-ENT NOT = WS-GERENTE
002670         DISPLAY "PROG201: O FUNCIONARIO INFORMADO NAO E O "
002680             "GESTOR DO DEPARTAMENTO " DEPARTAMENTO
002690         GO TO 2000-DECIDIR-EXIT
002700     END-IF.

002710     DISPLAY "FUNCIONARIO ......... : " EP-CODIGO " " NOME.
002720     DISPLAY "ADMISSAO ............ : " EP-DATA-ADMISSAO.
002730     DISPLAY "TERMINO DO " WS-FASE "O PERIODO : " WS-FIM-PERIODO.
002740     IF EP-PRIMEIRO-PERIODO
002750         DISPLAY "DECISAO (P = PRORROGAR / C = EFETIVAR / "
002760             "T = ENCERRAR NO TERMINO)"
002770     ELSE
002780         DISPLAY "DECISAO (C = EFETIVAR / T = ENCERRAR NO "
002790             "TERMINO)"
002800     END-IF.
002810     ACCEPT WS-DECISAO-SW.
002820     IF NOT WS-DECISAO-PRORROGAR AND NOT WS-DECISAO-EFETIVAR
002830        AND NOT WS-DECISAO-ENCERRAR
002840         DISPLAY "PROG201: DECISAO INVALIDA"
002850         GO TO 2000-DECIDIR-EXIT
002860     END-IF.
002870     IF WS-DECISAO-PRORROGAR AND EP-SEGUNDO-PERIODO
002880         DISPLAY "PROG201: O CONTRATO JA FOI PRORROGADO UMA VEZ"
002890         GO TO 2000-DECIDIR-EXIT
002900     END-IF.

002910     MOVE WS-DECISAO-SW TO EP-DECISAO(WS-FASE).
002920     MOVE WS-DATA-ATUAL TO EP-DATA-DECISAO(WS-FASE).
002930     MOVE WS-GERENTE TO EP-DECISOR(WS-FASE).

002940     EVALUATE TRUE
002950         WHEN WS-DECISAO-PRORROGAR
002960             SET EP-SEGUNDO-PERIODO TO TRUE
002970         WHEN WS-DECISAO-EFETIVAR
002980             SET EP-EFETIVADO TO TRUE
002990         WHEN WS-DECISAO-ENCERRAR
003000             SET EP-AGUARDA-RESCISAO TO TRUE
003010             MOVE WS-FIM-PERIODO TO EP-DATA-TERMINO
003020     END-EVALUATE.

003030     REWRITE EXPERIENCIA-REC.
003040     IF NOT FS-EXPFILE-OK
003050         DISPLAY "PROG201: ERRO AO REGRAVAR EXPERIENCIA - "
003060             FS-EXPFILE
003070         GO TO 2000-DECIDIR-EXIT
003080     END-IF.

003090     EVALUATE TRUE
003100         WHEN WS-DECISAO-PRORROGAR
003110             DISPLAY "PROG201: CONTRATO PRORROGADO ATE "
003120                 EP-FIM-PERIODO-2
003130         WHEN WS-DECISAO-EFETIVAR
003140             DISPLAY "PROG201: FUNCIONARIO EFETIVADO"
003150         WHEN WS-DECISAO-ENCERRAR
003160             DISPLAY "PROG201: CONTRATO ENCERRA EM "
003170                 EP-DATA-TERMINO " - PROCESSAR A RESCISAO NO "
003180                 "PROG58"
003190     END-EVALUATE.

003200     PERFORM 8100-DESCREVER-DECISAO
003210         THRU 8100-DESCREVER-DECISAO-EXIT.
003220     MOVE SPACES TO WS-DESCRICAO-AUD.
003230     STRING "EXPERIENCIA " EP-CODIGO " PERIODO " WS-FASE " "
003240         WS-DECISAO-DESC " POR " WS-GERENTE
003250         DELIMITED BY SIZE INTO WS-DESCRICAO-AUD.
003260     CALL "PROG22" USING "PROG201 " WS-DESCRICAO-AUD.
003270 2000-DECIDIR-EXIT.
003280     EXIT.

003290*----------------------------------------------------------------
003300* 2100-LOCALIZAR-GERENTE - FUNCIONARIO'S DEPARTAMENTO, THEN ITS
003310*                          DM-GERENTE (ZERO WHEN NONE)
003320*----------------------------------------------------------------
003330 2100-LOCALIZAR-GERENTE.
003340     MOVE ZERO TO WS-GERENTE.
003350     MOVE SPACES TO DEPARTAMENTO.

003360     OPEN INPUT EMPLOYEE-MASTER.
003370     IF NOT FS-EMPMAST-OK
003380         DISPLAY "PROG201: ERRO AO ABRIR EMPLOYEE-MASTER "
003390             FS-EMPMAST
003400         GO TO 2100-LOCALIZAR-GERENTE-EXIT
003410     END-IF.
003420     MOVE EP-CODIGO TO CODIGO.
003430     READ EMPLOYEE-MASTER
003440         INVALID KEY
003450             MOVE SPACES TO DEPARTAMENTO NOME
003460     END-READ.
003470     CLOSE EMPLOYEE-MASTER.
003480     IF DEPARTAMENTO = SPACES
003490         GO TO 2100-LOCALIZAR-GERENTE-EXIT
003500     END-IF.

003510     OPEN INPUT DEPARTMENT-FILE.
003520     IF NOT FS-DEPTFILE-OK
003530         DISPLAY "PROG201: ERRO AO ABRIR DEPARTMENT-FILE "
003540             FS-DEPTFILE
003550         GO TO 2100-LOCALIZAR-GERENTE-EXIT
003560     END-IF.
003570     MOVE DEPARTAMENTO TO DM-CODIGO.
003580     READ DEPARTMENT-FILE
003590         NOT INVALID KEY
003600             MOVE DM-GERENTE TO WS-GERENTE
003610     END-READ.
003620     CLOSE DEPARTMENT-FILE.
003630 2100-LOCALIZAR-GERENTE-EXIT.
003640     EXIT.

003650*----------------------------------------------------------------
003660* 3000-CONSULTAR
003670*----------------------------------------------------------------
003680 3000-CONSULTAR.
003690     PERFORM 8000-DESCREVER-STATUS
003700         THRU 8000-DESCREVER-STATUS-EXIT.
003710     DISPLAY "FUNCIONARIO ......... : " EP-CODIGO.
003720     DISPLAY "ADMISSAO ............ : " EP-DATA-ADMISSAO.
003730     DISPLAY "TERMINO 1O PERIODO .. : " EP-FIM-PERIODO-1
003740         " (" EP-DIAS-PERIODO-1 " DIAS)".
003750     DISPLAY "TERMINO 2O PERIODO .. : " EP-FIM-PERIODO-2
003760         " (" EP-DIAS-PERIODO-2 " DIAS)".
003770     DISPLAY "PERIODO ATUAL ....... : " EP-FASE.
003780     DISPLAY "SITUACAO ............ : " WS-STATUS-DESC.
003790     PERFORM 3100-MOSTRAR-DECISAO THRU 3100-MOSTRAR-DECISAO-EXIT
003800         VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 2.
003810     IF EP-DATA-TERMINO NOT = ZERO
003820         DISPLAY "TERMINO DO CONTRATO . : " EP-DATA-TERMINO
003830     END-IF.
003840 3000-CONSULTAR-EXIT.
003850     EXIT.

003860 3100-MOSTRAR-DECISAO.
003870     IF EP-DECISAO(WS-IND) = SPACES
003880         GO TO 3100-MOSTRAR-DECISAO-EXIT
003890     END-IF.
003900     MOVE WS-IND TO WS-FASE.
003910     MOVE EP-DECISAO(WS-IND) TO WS-DECISAO-SW.
003920     PERFORM 8100-DESCREVER-DECISAO
003930         THRU 8100-DESCREVER-DECISAO-EXIT.
003940     DISPLAY "DECISAO " WS-FASE "O PERIODO .. : " WS-DECISAO-DESC
003950         " EM " EP-DATA-DECISAO(WS-IND) " POR "
003960         EP-DECISOR(WS-IND).
003970 3100-MOSTRAR-DECISAO-EXIT.
003980     EXIT.

003990*----------------------------------------------------------------
004000* 8000-DESCREVER-STATUS
004010*----------------------------------------------------------------
004020 8000-DESCREVER-STATUS.
004030     EVALUATE TRUE
004040         WHEN EP-EM-EXPERIENCIA
004050             MOVE "EM EXPERIENCIA" TO WS-STATUS-DESC
004060         WHEN EP-AGUARDA-RESCISAO
004070             MOVE "ENCERRA NO TERMINO" TO WS-STATUS-DESC
004080         WHEN EP-EFETIVADO
004090             MOVE "EFETIVADO" TO WS-STATUS-DESC
004100         WHEN EP-EFETIVADO-PRAZO
004110             MOVE "INDETERMINADO (PRAZO PERDIDO)"
004120                 TO WS-STATUS-DESC
004130         WHEN EP-RESCINDIDO
004140             MOVE "RESCINDIDO" TO WS-STATUS-DESC
004150         WHEN OTHER
004160             MOVE "DESCONHECIDA" TO WS-STATUS-DESC
004170     END-EVALUATE.
004180 8000-DESCREVER-STATUS-EXIT.
004190     EXIT.

004200 8100-DESCREVER-DECISAO.
004210     EVALUATE TRUE
004220         WHEN WS-DECISAO-PRORROGAR
004230             MOVE "PRORROGADO" TO WS-DECISAO-DESC
004240         WHEN WS-DECISAO-EFETIVAR
004250             MOVE "EFETIVADO" TO WS-DECISAO-DESC
004260         WHEN WS-DECISAO-ENCERRAR
004270             MOVE "ENCERRADO" TO WS-DECISAO-DESC
004280         WHEN OTHER
004290             MOVE SPACES TO WS-DECISAO-DESC
004300     END-EVALUATE.
004310 8100-DESCREVER-DECISAO-EXIT.
004320     EXIT.

004330 9999-EXIT.
004340     STOP RUN.
