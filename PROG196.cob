001000******************************************************************
001010* PROGRAM-ID: PROG196
001020* AUTHOR:      R. ALMEIDA - APPLICATIONS
001030* INSTALLATION: FOLHA DE PAGAMENTO / RECURSOS HUMANOS
001040* DATE-WRITTEN: 2026-10-05
001050* DATE-COMPILED:
001060* PURPOSE:     JOB REQUISITION MAINTENANCE (REQFILE). OPENS A
001070*              REQUISITION AGAINST A CARGFILE POSITION ONLY WHILE
001080*              THE POSITION HAS A SEAT FREE - AUTHORIZED HEADCOUNT
001090*              LESS THE ACTIVE OCCUPANTS (COUNTED AS PROG115
001100*              DOES) LESS THE REQUISITIONS ALREADY OPEN FOR IT.
001110*              A NEW REQUISITION WAITS FOR THE DEPARTAMENTO'S
001120*              MANAGER (DM-GERENTE ON DEPTFILE), THEN FOR AN HR
001130*              SUPERVISOR ON THE OPERATOR FILE (THE PROG121
001140*              SECOND-OPERATOR SIGN-OFF); EITHER MAY REFUSE IT.
001150*              AN OPEN REQUISITION MAY BE CANCELLED; ONE APPROVED
001160*              IS WORKED AND CLOSED THROUGH THE PROG197 CANDIDATE
001170*              FILE. EVERY OPERATION IS LOGGED THROUGH THE PROG22
001180*              AUDIT WRITER.
001190* ----------------------------------------------------------------
001200* MODIFICATION HISTORY
001210* DATE       INIT DESCRIPTION
001220* 2026-10-05 RA   INITIAL VERSION
001230******************************************************************
001240 IDENTIFICATION DIVISION.
001250 PROGRAM-ID. PROG196.

001260 ENVIRONMENT DIVISION.
001270 INPUT-OUTPUT SECTION.
001280 FILE-CONTROL.
001290     SELECT REQUISITION-FILE ASSIGN TO "REQFILE"
001300         ORGANIZATION IS INDEXED
001310         ACCESS MODE IS DYNAMIC
001320         RECORD KEY IS RQ-NUMERO
001330         FILE STATUS IS FS-REQFILE.

001340     SELECT POSITION-MASTER ASSIGN TO "CARGFILE"
001350         ORGANIZATION IS INDEXED
001360         ACCESS MODE IS DYNAMIC
001370         RECORD KEY IS CG-CHAVE
001380         FILE STATUS IS FS-CARGFILE.

001390     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
001400         ORGANIZATION IS INDEXED
001410         ACCESS MODE IS DYNAMIC
001420         RECORD KEY IS CODIGO
001430         ALTERNATE RECORD KEY IS NOME
001440             WITH DUPLICATES
001450         ALTERNATE RECORD KEY IS DEPARTAMENTO
001460             WITH DUPLICATES
001470         FILE STATUS IS FS-EMPMAST.

001480     SELECT DEPARTMENT-FILE ASSIGN TO "DEPTFILE"
001490         ORGANIZATION IS INDEXED
001500         ACCESS MODE IS DYNAMIC
001510         RECORD KEY IS DM-CODIGO
001520         FILE STATUS IS FS-DEPTFILE.

001530     SELECT OPERATOR-FILE ASSIGN TO "OPERADOR"
001540         ORGANIZATION IS INDEXED
001550         ACCESS MODE IS DYNAMIC
001560         RECORD KEY IS OP-CODIGO-OPERADOR
001570         FILE STATUS IS FS-OPERADOR.

001580 DATA DIVISION.
001590 FILE SECTION.
001600 FD  REQUISITION-FILE.
001610 COPY REQREC.

001620 FD  POSITION-MASTER.
001630 COPY CARGREC.

001640 FD  EMPLOYEE-MASTER.
001650 COPY EMPREC.

001660 FD  DEPARTMENT-FILE.
001670 COPY DEPTREC.

001680 FD  OPERATOR-FILE.
001690 COPY OPERREC.

001700 WORKING-STORAGE SECTION.
001710 01  FS-REQFILE                  PIC X(02).
001720     88  FS-REQFILE-OK           VALUE "00".
001730 01  FS-CARGFILE                 PIC X(02).
001740     88  FS-CARGFILE-OK          VALUE "00".
001750 01  FS-EMPMAST                  PIC X(02).
001760     88  FS-EMPMAST-OK           VALUE "00".
001770 01  FS-DEPTFILE                 PIC X(02).
001780     88  FS-DEPTFILE-OK          VALUE "00".
001790 01  FS-OPERADOR                 PIC X(02).
001800     88  FS-OPERADOR-OK          VALUE "00".

001810 01  WS-OPCAO-SW                 PIC X(01).
001820     88  WS-OPCAO-ABRIR          VALUE "1".
001830     88  WS-OPCAO-GESTOR         VALUE "2".
001840     88  WS-OPCAO-RH             VALUE "3".
001850     88  WS-OPCAO-CANCELAR       VALUE "4".
001860     88  WS-OPCAO-CONSULTAR      VALUE "5".

001870 01  WS-DECISAO-SW               PIC X(01).
001880     88  WS-DECISAO-APROVAR      VALUE "A".
001890     88  WS-DECISAO-RECUSAR      VALUE "R".

001900 01  WS-APROVADO-SW              PIC X(01) VALUE "N".
001910     88  WS-APROVADO             VALUE "Y".
001920 01  WS-FIM-VARRE-SW             PIC X(01) VALUE "N".
001930     88  WS-FIM-VARRE            VALUE "Y".
001940 01  WS-FIM-REQ-SW               PIC X(01) VALUE "N".
001950     88  WS-FIM-REQ              VALUE "Y".

001960 01  WS-MENSAGEM                 PIC X(40).
001970 01  WS-VALOR-ENT                PIC 9(09).
001980 01  WS-LIMITE-MIN               PIC 9(09).
001990 01  WS-LIMITE-MAX               PIC 9(09).

002000 01  WS-DATA-ATUAL               PIC 9(08).
002010 01  WS-CODIGO-APROV             PIC X(06).
002020 01  WS-DEPTO-ENT                PIC X(10).
002030 01  WS-CARGO-ENT                PIC X(08).
002040 01  WS-ULTIMO-NUMERO            PIC 9(06).
002050 01  WS-QTD-OCUPANTES            PIC 9(04).
002060 01  WS-QTD-ABERTAS              PIC 9(04).
002070 01  WS-QTD-VAGAS                PIC S9(05).
002080 01  WS-QTD-ED                   PIC ZZZ9.
002090 01  WS-VAGAS-ED                 PIC -ZZZ9.
002100 01  WS-SALARIO-ED               PIC ZZZ,ZZ9.99.
002110 01  WS-STATUS-DESC              PIC X(20).

002120 01  WS-DESCRICAO-AUD            PIC X(60).

002130 PROCEDURE DIVISION.

002140 0000-MAINLINE.
002150     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.

002160     IF WS-OPCAO-ABRIR
002170         PERFORM 2000-ABRIR THRU 2000-ABRIR-EXIT
002180         CLOSE POSITION-MASTER
002190     END-IF.
002200     IF WS-OPCAO-GESTOR
002210         PERFORM 3000-APROVAR-GESTOR THRU 3000-APROVAR-GESTOR-EXIT
002220     END-IF.
002230     IF WS-OPCAO-RH
002240         PERFORM 3100-APROVAR-RH THRU 3100-APROVAR-RH-EXIT
002250     END-IF.
002260     IF WS-OPCAO-CANCELAR
002270         PERFORM 3200-CANCELAR THRU 3200-CANCELAR-EXIT
002280     END-IF.
002290     IF WS-OPCAO-CONSULTAR
002300         PERFORM 4000-CONSULTAR THRU 4000-CONSULTAR-EXIT
002310     END-IF.

002320     CLOSE REQUISITION-FILE.
002330     GO TO 9999-EXIT.

002340*----------------------------------------------------------------
002350* 1000-INICIALIZAR - EVERY OPERATION BUT THE OPENING WORKS ON AN
002360*                    EXISTING REQUISITION, READ HERE BY NUMBER
002370*----------------------------------------------------------------
002380 1000-INICIALIZAR.
002390     ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
002400     OPEN I-O REQUISITION-FILE.
002410     IF NOT FS-REQFILE-OK
002420         OPEN OUTPUT REQUISITION-FILE
002430         CLOSE REQUISITION-FILE
002440         OPEN I-O REQUISITION-FILE
002450     END-IF.
002460     IF NOT FS-REQFILE-OK
002470         DISPLAY "PROG196: ERRO AO ABRIR REQUISITION-FILE "
002480                 FS-REQFILE
002490         GO TO 9999-EXIT
002500     END-IF.

002510     DISPLAY "OPERACAO (1 = ABRIR / 2 = APROVACAO DO GESTOR / "
002520             "3 = APROVACAO DO RH / 4 = CANCELAR / "
002530             "5 = CONSULTAR)".
002540     ACCEPT WS-OPCAO-SW.
002550     IF NOT WS-OPCAO-ABRIR AND NOT WS-OPCAO-GESTOR
002560        AND NOT WS-OPCAO-RH AND NOT WS-OPCAO-CANCELAR
002570        AND NOT WS-OPCAO-CONSULTAR
002580         DISPLAY "PROG196: OPERACAO INVALIDA"
002590         CLOSE REQUISITION-FILE
002600         GO TO 9999-EXIT
002610     END-IF.

002620     IF WS-OPCAO-ABRIR
002630         GO TO 1000-INICIALIZAR-EXIT
002640     END-IF.

002650     MOVE "NUMERO DA REQUISICAO" TO WS-MENSAGEM.
002660     MOVE 1 TO WS-LIMITE-MIN.
002670     MOVE 999999 TO WS-LIMITE-MAX.
002680     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
002690         WS-LIMITE-MIN WS-LIMITE-MAX.
002700     MOVE WS-VALOR-ENT TO RQ-NUMERO.

002710     READ REQUISITION-FILE
002720         INVALID KEY
002730             DISPLAY "PROG196: REQUISICAO " RQ-NUMERO
002740                 " NAO CADASTRADA - OPERACAO REJEITADA"
002750             CLOSE REQUISITION-FILE
002760             GO TO 9999-EXIT
002770     END-READ.
002780 1000-INICIALIZAR-EXIT.
002790     EXIT.

002800*----------------------------------------------------------------
002810* 2000-ABRIR - THE POSITION MUST EXIST AND HAVE A SEAT NOT YET
002820*              OCCUPIED NOR CLAIMED BY ANOTHER OPEN REQUISITION.
002830*              POSITION-MASTER STAYS OPEN SO ITS ROW (HEADCOUNT,
002840*              SALARY BAND) IS AT HAND UNTIL THE WRITE
002850*----------------------------------------------------------------
002860 2000-ABRIR.
002870     DISPLAY "DEPARTAMENTO".
002880     ACCEPT WS-DEPTO-ENT.
002890     DISPLAY "CARGO".
002900     ACCEPT WS-CARGO-ENT.

002910     OPEN INPUT POSITION-MASTER.
002920     IF NOT FS-CARGFILE-OK
002930         DISPLAY "PROG196: ERRO AO ABRIR POSITION-MASTER "
002940             FS-CARGFILE
002950         CLOSE REQUISITION-FILE
002960         GO TO 9999-EXIT
002970     END-IF.
002980     MOVE WS-DEPTO-ENT TO CG-DEPARTAMENTO.
002990     MOVE WS-CARGO-ENT TO CG-CODIGO.
003000     READ POSITION-MASTER
003010         INVALID KEY
003020             DISPLAY "PROG196: CARGO " WS-CARGO-ENT
003030                 " NAO CADASTRADO NO DEPARTAMENTO " WS-DEPTO-ENT
003040                 " - REQUISICAO RECUSADA"
003050             GO TO 2000-ABRIR-EXIT
003060     END-READ.

003070     PERFORM 2100-CONTAR-OCUPANTES
003080         THRU 2100-CONTAR-OCUPANTES-EXIT.
003090     PERFORM 2200-VARRER-REQUISICOES
003100         THRU 2200-VARRER-REQUISICOES-EXIT.

003110     COMPUTE WS-QTD-VAGAS = CG-QTD-AUTORIZADA - WS-QTD-OCUPANTES
003120         - WS-QTD-ABERTAS.
003130     IF WS-QTD-VAGAS NOT > ZERO
003140         MOVE CG-QTD-AUTORIZADA TO WS-QTD-ED
003150         DISPLAY "PROG196: CARGO SEM VAGA - AUTORIZADOS "
003160             WS-QTD-ED
003170         MOVE WS-QTD-OCUPANTES TO WS-QTD-ED
003180         DISPLAY "         OCUPADOS ............ " WS-QTD-ED
003190         MOVE WS-QTD-ABERTAS TO WS-QTD-ED
003200         DISPLAY "         REQUISICOES ABERTAS . " WS-QTD-ED
003210         DISPLAY "PROG196: REQUISICAO RECUSADA"
003220         GO TO 2000-ABRIR-EXIT
003230     END-IF.

003240     MOVE SPACES TO REQUISICAO-REC.
003250     ADD 1 TO WS-ULTIMO-NUMERO GIVING RQ-NUMERO.
003260     MOVE WS-DEPTO-ENT TO RQ-DEPARTAMENTO.
003270     MOVE WS-CARGO-ENT TO RQ-CARGO.

003280     DISPLAY "MOTIVO (SUBSTITUICAO, AUMENTO DE QUADRO, ...)".
003290     ACCEPT RQ-MOTIVO.
003300     DISPLAY "CODIGO DO OPERADOR SOLICITANTE".
003310     ACCEPT RQ-SOLICITANTE.

003320     MOVE "SALARIO PREVISTO (CENTAVOS)" TO WS-MENSAGEM.
003330     COMPUTE WS-LIMITE-MIN = CG-PISO * 100.
003340     COMPUTE WS-LIMITE-MAX = CG-TETO * 100.
003350     IF WS-LIMITE-MAX = ZERO
003360         MOVE 99999999 TO WS-LIMITE-MAX
003370     END-IF.
003380     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
003390         WS-LIMITE-MIN WS-LIMITE-MAX.
003400     COMPUTE RQ-SALARIO-PREVISTO = WS-VALOR-ENT / 100.

003410     MOVE WS-DATA-ATUAL TO RQ-DATA-ABERTURA.
003420     SET RQ-AGUARDA-GESTOR TO TRUE.
003430     MOVE ZERO TO RQ-GESTOR-APROV RQ-DATA-APROV-GESTOR
003440         RQ-DATA-APROV-RH RQ-DATA-FECHAMENTO RQ-CANDIDATO.
003450     MOVE SPACES TO RQ-OPERADOR-RH.

003460     WRITE REQUISICAO-REC.
003470     IF NOT FS-REQFILE-OK
003480         DISPLAY "PROG196: ERRO AO GRAVAR REQUISICAO - "
003490             FS-REQFILE
003500         GO TO 2000-ABRIR-EXIT
003510     END-IF.

003520     MOVE WS-QTD-VAGAS TO WS-VAGAS-ED.
003530     DISPLAY "PROG196: REQUISICAO " RQ-NUMERO " ABERTA - VAGAS "
003540         "LIVRES ANTES DELA:" WS-VAGAS-ED.
003550     DISPLAY "PROG196: AGUARDANDO APROVACAO DO GESTOR".
003560     MOVE SPACES TO WS-DESCRICAO-AUD.
003570     STRING "ABRIU REQUISICAO " RQ-NUMERO " " RQ-DEPARTAMENTO
003580         " " RQ-CARGO DELIMITED BY SIZE INTO WS-DESCRICAO-AUD.
003590     CALL "PROG22" USING "PROG196 " WS-DESCRICAO-AUD.
003600 2000-ABRIR-EXIT.
003610     EXIT.

003620*----------------------------------------------------------------
003630* 2100-CONTAR-OCUPANTES - ACTIVE FUNCIONARIOS IN THE POSITION
003640*----------------------------------------------------------------
003650 2100-CONTAR-OCUPANTES.
003660     MOVE ZERO TO WS-QTD-OCUPANTES.
003670     MOVE "N" TO WS-FIM-VARRE-SW.

003680     OPEN INPUT EMPLOYEE-MASTER.
003690     IF NOT FS-EMPMAST-OK
003700         DISPLAY "PROG196: ERRO AO ABRIR EMPLOYEE-MASTER "
003710             FS-EMPMAST
003720         CLOSE POSITION-MASTER REQUISITION-FILE
003730         GO TO 9999-EXIT
003740     END-IF.

003750     MOVE CG-DEPARTAMENTO TO DEPARTAMENTO.
003760     START EMPLOYEE-MASTER KEY IS NOT LESS THAN DEPARTAMENTO
003770         INVALID KEY
003780             SET WS-FIM-VARRE TO TRUE
003790     END-START.

003800     PERFORM 2110-VARRER-UM THRU 2110-VARRER-UM-EXIT
003810         UNTIL WS-FIM-VARRE.
003820     CLOSE EMPLOYEE-MASTER.
003830 2100-CONTAR-OCUPANTES-EXIT.
003840     EXIT.

003850 2110-VARRER-UM.
003860     READ EMPLOYEE-MASTER NEXT
003870         AT END
003880             SET WS-FIM-VARRE TO TRUE
003890             GO TO 2110-VARRER-UM-EXIT
003900     END-READ.

003910     IF DEPARTAMENTO NOT = CG-DEPARTAMENTO
003920         SET WS-FIM-VARRE TO TRUE
003930         GO TO 2110-VARRER-UM-EXIT
003940     END-IF.

003950     IF EMP-ATIVO AND CARGO = CG-CODIGO
003960         ADD 1 TO WS-QTD-OCUPANTES
003970     END-IF.
003980 2110-VARRER-UM-EXIT.
003990     EXIT.

004000*----------------------------------------------------------------
004010* 2200-VARRER-REQUISICOES - ONE PASS OF REQFILE GIVES BOTH THE
004020*                           LAST NUMBER IN USE AND THE COUNT OF
004030*                           REQUISITIONS STILL OPEN FOR THE
004040*                           POSITION
004050*----------------------------------------------------------------
004060 2200-VARRER-REQUISICOES.
004070     MOVE ZERO TO WS-ULTIMO-NUMERO.
004080     MOVE ZERO TO WS-QTD-ABERTAS.
004090     MOVE "N" TO WS-FIM-REQ-SW.
004100     MOVE ZERO TO RQ-NUMERO.
004110     START REQUISITION-FILE KEY IS NOT LESS THAN RQ-NUMERO
004120         INVALID KEY
004130             SET WS-FIM-REQ TO TRUE
004140     END-START.

004150     PERFORM 2210-LER-REQUISICAO THRU 2210-LER-REQUISICAO-EXIT
004160         UNTIL WS-FIM-REQ.
004170 2200-VARRER-REQUISICOES-EXIT.
004180     EXIT.

004190 2210-LER-REQUISICAO.
004200     READ REQUISITION-FILE NEXT
004210         AT END
004220             SET WS-FIM-REQ TO TRUE
004230             GO TO 2210-LER-REQUISICAO-EXIT
004240     END-READ.

004250     MOVE RQ-NUMERO TO WS-ULTIMO-NUMERO.
004260     IF RQ-DEPARTAMENTO = WS-DEPTO-ENT AND RQ-CARGO = WS-CARGO-ENT
004270        AND RQ-EM-ABERTO
004280         ADD 1 TO WS-QTD-ABERTAS
004290     END-IF.
004300 2210-LER-REQUISICAO-EXIT.
004310     EXIT.

004320*----------------------------------------------------------------
004330* 3000-APROVAR-GESTOR - ONLY THE MANAGER OF RECORD ON DEPTFILE
004340*                       MAY APPROVE OR REFUSE
004350*----------------------------------------------------------------
004360 3000-APROVAR-GESTOR.
004370     IF NOT RQ-AGUARDA-GESTOR
004380         PERFORM 8000-DESCREVER-STATUS
004390             THRU 8000-DESCREVER-STATUS-EXIT
004400         DISPLAY "PROG196: REQUISICAO NAO AGUARDA O GESTOR - "
004410             "SITUACAO " WS-STATUS-DESC
004420         GO TO 3000-APROVAR-GESTOR-EXIT
004430     END-IF.

004440     OPEN INPUT DEPARTMENT-FILE.
004450     IF NOT FS-DEPTFILE-OK
004460         DISPLAY "PROG196: ERRO AO ABRIR DEPARTMENT-FILE "
004470             FS-DEPTFILE
004480         GO TO 3000-APROVAR-GESTOR-EXIT
004490     END-IF.
004500     MOVE RQ-DEPARTAMENTO TO DM-CODIGO.
004510     READ DEPARTMENT-FILE
004520         INVALID KEY
004530             MOVE ZERO TO DM-GERENTE
004540     END-READ.
004550     CLOSE DEPARTMENT-FILE.

004560     IF DM-GERENTE = ZERO
004570         DISPLAY "PROG196: DEPARTAMENTO " RQ-DEPARTAMENTO
004580             " SEM GESTOR CADASTRADO - APROVACAO IMPOSSIVEL"
004590         GO TO 3000-APROVAR-GESTOR-EXIT
004600     END-IF.

004610     MOVE "CODIGO DO GESTOR APROVADOR" TO WS-MENSAGEM.
004620     MOVE 1 TO WS-LIMITE-MIN.
004630     MOVE 999999 TO WS-LIMITE-MAX.
004640     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
004650         WS-LIMITE-MIN WS-LIMITE-MAX.
004660     IF WS-VALOR-ENT NOT = DM-GERENTE
004670         DISPLAY "PROG196: O FUNCIONARIO INFORMADO NAO E O "
004680             "GESTOR DO DEPARTAMENTO " RQ-DEPARTAMENTO
004690         GO TO 3000-APROVAR-GESTOR-EXIT
004700     END-IF.

004710     PERFORM 3300-OBTER-DECISAO THRU 3300-OBTER-DECISAO-EXIT.
004720     IF NOT WS-DECISAO-APROVAR AND NOT WS-DECISAO-RECUSAR
004730         GO TO 3000-APROVAR-GESTOR-EXIT
004740     END-IF.

004750     MOVE DM-GERENTE TO RQ-GESTOR-APROV.
004760     MOVE WS-DATA-ATUAL TO RQ-DATA-APROV-GESTOR.
004770     IF WS-DECISAO-APROVAR
004780         SET RQ-AGUARDA-RH TO TRUE
004790     ELSE
004800         SET RQ-RECUSADA TO TRUE
004810         MOVE WS-DATA-ATUAL TO RQ-DATA-FECHAMENTO
004820     END-IF.

004830     PERFORM 3400-REGRAVAR THRU 3400-REGRAVAR-EXIT.
004840 3000-APROVAR-GESTOR-EXIT.
004850     EXIT.

004860*----------------------------------------------------------------
004870* 3100-APROVAR-RH - A SUPERVISOR-LEVEL OPERATOR SIGNS OFF AS IN
004880*                   PROG121
004890*----------------------------------------------------------------
004900 3100-APROVAR-RH.
004910     IF NOT RQ-AGUARDA-RH
004920         PERFORM 8000-DESCREVER-STATUS
004930             THRU 8000-DESCREVER-STATUS-EXIT
004940         DISPLAY "PROG196: REQUISICAO NAO AGUARDA O RH - "
004950             "SITUACAO " WS-STATUS-DESC
004960         GO TO 3100-APROVAR-RH-EXIT
004970     END-IF.

004980     MOVE "N" TO WS-APROVADO-SW.
004990     OPEN INPUT OPERATOR-FILE.
005000     IF NOT FS-OPERADOR-OK
005010         DISPLAY "PROG196: ERRO AO ABRIR OPERATOR-FILE "
005020             FS-OPERADOR
005030         GO TO 3100-APROVAR-RH-EXIT
005040     END-IF.

005050     DISPLAY "REQUISICAO - INFORME O CODIGO DO OPERADOR DO RH "
005060             "APROVADOR".
005070     ACCEPT WS-CODIGO-APROV.

005080     MOVE WS-CODIGO-APROV TO OP-CODIGO-OPERADOR.
005090     READ OPERATOR-FILE
005100         INVALID KEY
005110             DISPLAY "PROG196: OPERADOR APROVADOR NAO "
005120                 "ENCONTRADO"
005130         NOT INVALID KEY
005140             IF OP-NIVEL-SUPERVISOR AND NOT OP-DESATIVADO
005150                 MOVE "Y" TO WS-APROVADO-SW
005160             ELSE
005170                 DISPLAY "PROG196: OPERADOR INFORMADO NAO TEM "
005180                         "NIVEL DE APROVACAO"
005190             END-IF
005200     END-READ.
005210     CLOSE OPERATOR-FILE.

005220     IF NOT WS-APROVADO
005230         GO TO 3100-APROVAR-RH-EXIT
005240     END-IF.

005250     PERFORM 3300-OBTER-DECISAO THRU 3300-OBTER-DECISAO-EXIT.
005260     IF NOT WS-DECISAO-APROVAR AND NOT WS-DECISAO-RECUSAR
005270         GO TO 3100-APROVAR-RH-EXIT
005280     END-IF.

005290     MOVE WS-CODIGO-APROV TO RQ-OPERADOR-RH.
005300     MOVE WS-DATA-ATUAL TO RQ-DATA-APROV-RH.
005310     IF WS-DECISAO-APROVAR
005320         SET RQ-APROVADA TO TRUE
005330     ELSE
005340         SET RQ-RECUSADA TO TRUE
005350         MOVE WS-DATA-ATUAL TO RQ-DATA-FECHAMENTO
005360     END-IF.

005370     PERFORM 3400-REGRAVAR THRU 3400-REGRAVAR-EXIT.
005380 3100-APROVAR-RH-EXIT.
005390     EXIT.

005400*----------------------------------------------------------------
005410* 3200-CANCELAR - ANY REQUISITION NOT YET FILLED, REFUSED OR
005420*                 CANCELLED MAY BE WITHDRAWN
005430*----------------------------------------------------------------
005440 3200-CANCELAR.
005450     IF NOT RQ-EM-ABERTO
005460         PERFORM 8000-DESCREVER-STATUS
005470             THRU 8000-DESCREVER-STATUS-EXIT
005480         DISPLAY "PROG196: REQUISICAO JA ENCERRADA - "
005490             "SITUACAO " WS-STATUS-DESC
005500         GO TO 3200-CANCELAR-EXIT
005510     END-IF.

005520     DISPLAY "CONFIRMA O CANCELAMENTO DA REQUISICAO " RQ-NUMERO
005530         " (S/N)".
005540     ACCEPT WS-DECISAO-SW.
005550     IF WS-DECISAO-SW NOT = "S"
005560         DISPLAY "PROG196: CANCELAMENTO NAO CONFIRMADO"
005570         GO TO 3200-CANCELAR-EXIT
005580     END-IF.

005590     SET RQ-CANCELADA TO TRUE.
005600     MOVE WS-DATA-ATUAL TO RQ-DATA-FECHAMENTO.
005610     PERFORM 3400-REGRAVAR THRU 3400-REGRAVAR-EXIT.
005620 3200-CANCELAR-EXIT.
005630     EXIT.

005640*----------------------------------------------------------------
005650* 3300-OBTER-DECISAO
005660*----------------------------------------------------------------
005670 3300-OBTER-DECISAO.
005680     DISPLAY "DECISAO (A = APROVAR / R = RECUSAR)".
005690     ACCEPT WS-DECISAO-SW.
005700     IF NOT WS-DECISAO-APROVAR AND NOT WS-DECISAO-RECUSAR
005710         DISPLAY "PROG196: DECISAO INVALIDA - NADA GRAVADO"
005720     END-IF.
005730 3300-OBTER-DECISAO-EXIT.
005740     EXIT.

005750*----------------------------------------------------------------
005760* 3400-REGRAVAR
005770*----------------------------------------------------------------
005780 3400-REGRAVAR.
005790     REWRITE REQUISICAO-REC.
005800     IF NOT FS-REQFILE-OK
005810         DISPLAY "PROG196: ERRO AO REGRAVAR REQUISICAO - "
005820             FS-REQFILE
005830         GO TO 3400-REGRAVAR-EXIT
005840     END-IF.

005850     PERFORM 8000-DESCREVER-STATUS
005860         THRU 8000-DESCREVER-STATUS-EXIT.
005870     DISPLAY "PROG196: REQUISICAO " RQ-NUMERO " - "
005880         WS-STATUS-DESC.
005890     MOVE SPACES TO WS-DESCRICAO-AUD.
005900     STRING "REQUISICAO " RQ-NUMERO " " RQ-CARGO " "
005910         WS-STATUS-DESC DELIMITED BY SIZE INTO WS-DESCRICAO-AUD.
005920     CALL "PROG22" USING "PROG196 " WS-DESCRICAO-AUD.
005930 3400-REGRAVAR-EXIT.
005940     EXIT.

005950*----------------------------------------------------------------
005960* 4000-CONSULTAR
005970*----------------------------------------------------------------
005980 4000-CONSULTAR.
005990     PERFORM 8000-DESCREVER-STATUS
006000         THRU 8000-DESCREVER-STATUS-EXIT.
006010     DISPLAY "REQUISICAO .......... : " RQ-NUMERO.
006020     DISPLAY "DEPARTAMENTO ........ : " RQ-DEPARTAMENTO.
006030     DISPLAY "CARGO ............... : " RQ-CARGO.
006040     DISPLAY "MOTIVO .............. : " RQ-MOTIVO.
006050     MOVE RQ-SALARIO-PREVISTO TO WS-SALARIO-ED.
006060     DISPLAY "SALARIO PREVISTO .... : " WS-SALARIO-ED.
006070     DISPLAY "SOLICITANTE ......... : " RQ-SOLICITANTE.
006080     DISPLAY "ABERTURA ............ : " RQ-DATA-ABERTURA.
006090     DISPLAY "SITUACAO ............ : " WS-STATUS-DESC.
006100     DISPLAY "GESTOR / DATA ....... : " RQ-GESTOR-APROV " "
006110         RQ-DATA-APROV-GESTOR.
006120     DISPLAY "OPERADOR RH / DATA .. : " RQ-OPERADOR-RH " "
006130         RQ-DATA-APROV-RH.
006140     DISPLAY "FECHAMENTO .......... : " RQ-DATA-FECHAMENTO.
006150     IF RQ-PREENCHIDA
006160         DISPLAY "CANDIDATO CONTRATADO  : " RQ-CANDIDATO
006170     END-IF.
006180 4000-CONSULTAR-EXIT.
006190     EXIT.

006200*----------------------------------------------------------------
006210* 8000-DESCREVER-STATUS
006220*----------------------------------------------------------------
006230 8000-DESCREVER-STATUS.
006240     EVALUATE TRUE
006250         WHEN RQ-AGUARDA-GESTOR
006260             MOVE "AGUARDANDO GESTOR" TO WS-STATUS-DESC
006270         WHEN RQ-AGUARDA-RH
006280             MOVE "AGUARDANDO RH" TO WS-STATUS-DESC
006290         WHEN RQ-APROVADA
006300             MOVE "APROVADA" TO WS-STATUS-DESC
006310         WHEN RQ-PREENCHIDA
006320             MOVE "PREENCHIDA" TO WS-STATUS-DESC
006330         WHEN RQ-CANCELADA
006340             MOVE "CANCELADA" TO WS-STATUS-DESC
006350         WHEN RQ-RECUSADA
006360             MOVE "RECUSADA" TO WS-STATUS-DESC
006370         WHEN OTHER
006380             MOVE "DESCONHECIDA" TO WS-STATUS-DESC
006390     END-EVALUATE.
006400 8000-DESCREVER-STATUS-EXIT.
006410     EXIT.

006420 9999-EXIT.
006430     STOP RUN.
