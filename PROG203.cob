001000******************************************************************
001010* PROGRAM-ID: PROG203
001020* AUTHOR:      R. ALMEIDA - APPLICATIONS
001030* INSTALLATION: FOLHA DE PAGAMENTO / RECURSOS HUMANOS
001040* DATE-WRITTEN: 2026-10-08
001050* DATE-COMPILED:
001060* PURPOSE:     DEPARTMENT TRANSFER REQUESTS (TRANSFIL). OPERATION
001070*              1 RECORDS A REQUEST TO MOVE A FUNCIONARIO TO
001080*              ANOTHER ACTIVE DEPARTAMENTO ON A FUTURE EFFECTIVE
001090*              DATE; OPERATION 2 TAKES THE SIGN-OFF (OR THE
001100*              REFUSAL) OF THE RELEASING AND OF THE RECEIVING
001110*              DEPARTMENT'S MANAGER OF RECORD (DM-GERENTE) - WITH
001120*              BOTH SIGN-OFFS THE REQUEST IS APPROVED AND THE
001130*              NIGHTLY STEP (PROG204) APPLIES IT ON THE DATE;
001140*              OPERATION 3 LISTS THE FUNCIONARIO'S REQUESTS. A
001150*              DEPARTMENT CHANGE NO LONGER GOES STRAIGHT TO THE
001160*              MASTER THROUGH PROG18. EVERY OPERATION IS LOGGED
001170*              THROUGH THE PROG22 AUDIT WRITER.
001180* ----------------------------------------------------------------
001190* MODIFICATION HISTORY
001200* DATE       INIT DESCRIPTION
001210* 2026-10-08 RA   INITIAL VERSION
001220******************************************************************
001230 IDENTIFICATION DIVISION.
001240 PROGRAM-ID. PROG203.

001250 ENVIRONMENT DIVISION.
001260 INPUT-OUTPUT SECTION.
001270 FILE-CONTROL.
001280     SELECT TRANSFER-FILE ASSIGN TO "TRANSFIL"
001290         ORGANIZATION IS INDEXED
001300         ACCESS MODE IS DYNAMIC
001310         RECORD KEY IS TF-CHAVE
001320         FILE STATUS IS FS-TRANSFIL.

001330     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
001340         ORGANIZATION IS INDEXED
001350         ACCESS MODE IS DYNAMIC
001360         RECORD KEY IS CODIGO
001370         ALTERNATE RECORD KEY IS NOME
001380             WITH DUPLICATES
001390         ALTERNATE RECORD KEY IS DEPARTAMENTO
001400             WITH DUPLICATES
001410         FILE STATUS IS FS-EMPMAST.

001420     SELECT DEPARTMENT-FILE ASSIGN TO "DEPTFILE"
001430         ORGANIZATION IS INDEXED
001440         ACCESS MODE IS DYNAMIC
001450         RECORD KEY IS DM-CODIGO
001460         FILE STATUS IS FS-DEPTFILE.

001470 DATA DIVISION.
001480 FILE SECTION.
001490 FD  TRANSFER-FILE.
001500 COPY TRFREC.

001510 FD  EMPLOYEE-MASTER.
001520 COPY EMPREC.

001530 FD  DEPARTMENT-FILE.
001540 COPY DEPTREC.

001550 WORKING-STORAGE SECTION.
001560 01  FS-TRANSFIL                 PIC X(02).
001570     88  FS-TRANSFIL-OK          VALUE "00".
001580 01  FS-EMPMAST                  PIC X(02).
001590     88  FS-EMPMAST-OK           VALUE "00".
001600 01  FS-DEPTFILE                 PIC X(02).
001610     88  FS-DEPTFILE-OK          VALUE "00".

001620 01  WS-OPCAO-SW                 PIC X(01).
001630     88  WS-OPCAO-SOLICITAR      VALUE "1".
001640     88  WS-OPCAO-APROVAR        VALUE "2".
001650     88  WS-OPCAO-CONSULTAR      VALUE "3".

001660 01  WS-DECISAO-SW               PIC X(01).
001670     88  WS-DECISAO-APROVAR      VALUE "S".
001680     88  WS-DECISAO-RECUSAR      VALUE "N".

001690 01  WS-MENSAGEM                 PIC X(40).
001700 01  WS-VALOR-ENT                PIC 9(09).
001710 01  WS-LIMITE-MIN               PIC 9(09).
001720 01  WS-LIMITE-MAX               PIC 9(09).

001730 01  WS-CHAMADA-DATA.
001740     05  WS-DT-FUNCAO            PIC X(01).
001750     05  WS-DT-DATA-1            PIC 9(08).
001760     05  WS-DT-DATA-2            PIC 9(08).
001770     05  WS-DT-QUANTIDADE        PIC S9(07).
001780     05  WS-DT-UNIDADE           PIC X(01).
001790     05  WS-DT-STATUS            PIC X(01).
001800         88  WS-DT-OK            VALUE "1".

001810 01  WS-DATA-ATUAL               PIC 9(08).
001820 01  WS-CODIGO-ENT               PIC 9(06).
001830 01  WS-DATA-EFETIVA-ENT         PIC 9(08).
001840 01  WS-DEPTO-DESTINO-ENT        PIC X(10).
001850 01  WS-TAREFA-ENT               PIC X(100).
001860 01  WS-GERENTE-ORIGEM           PIC 9(06).
001870 01  WS-GERENTE-DESTINO          PIC 9(06).
001880 01  WS-GESTOR-ENT               PIC 9(06).
001890 01  WS-IND                      PIC 9(01) COMP.
001900 01  WS-QTD-ASSINADAS            PIC 9(01) COMP.
001910 01  WS-STATUS-DESC              PIC X(20).

001920 01  WS-FIM-VARRE-SW             PIC X(01).
001930     88  WS-FIM-VARRE            VALUE "Y".
001940 01  WS-EM-ABERTO-SW             PIC X(01).
001950     88  WS-HA-EM-ABERTO         VALUE "Y".
001960 01  WS-QTD-LISTADAS             PIC 9(03) COMP.

001970 01  WS-DESCRICAO-AUD            PIC X(60).

001980 PROCEDURE DIVISION.

001990*----------------------------------------------------------------
002000* 0000-MAINLINE
002010*----------------------------------------------------------------
002020 0000-MAINLINE.
002030     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.

002040     IF WS-OPCAO-SOLICITAR
002050         PERFORM 2000-SOLICITAR THRU 2000-SOLICITAR-EXIT
002060     END-IF.
002070     IF WS-OPCAO-APROVAR
002080         PERFORM 3000-APROVAR THRU 3000-APROVAR-EXIT
002090     END-IF.
002100     IF WS-OPCAO-CONSULTAR
002110         PERFORM 4000-CONSULTAR THRU 4000-CONSULTAR-EXIT
002120     END-IF.

002130     CLOSE TRANSFER-FILE.
002140     GO TO 9999-EXIT.

002150*----------------------------------------------------------------
002160* 1000-INICIALIZAR - EVERY OPERATION STARTS FROM THE FUNCIONARIO
002170*----------------------------------------------------------------
002180 1000-INICIALIZAR.
002190     ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.

002200     DISPLAY "OPERACAO (1 = SOLICITAR / 2 = APROVAR OU RECUSAR "
002210         "/ 3 = CONSULTAR)".
002220     ACCEPT WS-OPCAO-SW.
002230     IF NOT WS-OPCAO-SOLICITAR AND NOT WS-OPCAO-APROVAR
002240        AND NOT WS-OPCAO-CONSULTAR
002250         DISPLAY "PROG203: OPERACAO INVALIDA"
002260         GO TO 9999-EXIT
002270     END-IF.

002280     OPEN I-O TRANSFER-FILE.
002290     IF NOT FS-TRANSFIL-OK
002300         OPEN OUTPUT TRANSFER-FILE
002310         CLOSE TRANSFER-FILE
002320         OPEN I-O TRANSFER-FILE
002330     END-IF.
002340     IF NOT FS-TRANSFIL-OK
002350         DISPLAY "PROG203: ERRO AO ABRIR TRANSFER-FILE "
002360             FS-TRANSFIL
002370         GO TO 9999-EXIT
002380     END-IF.

002390     MOVE "CODIGO DO FUNCIONARIO" TO WS-MENSAGEM.
002400     MOVE 1 TO WS-LIMITE-MIN.
002410     MOVE 999999 TO WS-LIMITE-MAX.
002420     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
002430         WS-LIMITE-MIN WS-LIMITE-MAX.
002440     MOVE WS-VALOR-ENT TO WS-CODIGO-ENT.
002450 1000-INICIALIZAR-EXIT.
002460     EXIT.

002470*----------------------------------------------------------------
002480* 2000-SOLICITAR - AN ACTIVE FUNCIONARIO, AN ACTIVE DESTINATION
002490*                  OTHER THAN THE CURRENT ONE, BOTH WITH A MANAGER
002500*                  OF RECORD, A DATE NOT IN THE PAST, AND NO OTHER
002510*                  REQUEST STILL OPEN FOR THE SAME FUNCIONARIO
002520*----------------------------------------------------------------
002530 2000-SOLICITAR.
002540     OPEN INPUT EMPLOYEE-MASTER.
002550     IF NOT FS-EMPMAST-OK
002560         DISPLAY "PROG203: ERRO AO ABRIR EMPLOYEE-MASTER "
002570             FS-EMPMAST
002580         GO TO 2000-SOLICITAR-EXIT
002590     END-IF.
002600     MOVE WS-CODIGO-ENT TO CODIGO.
002610     READ EMPLOYEE-MASTER
002620         INVALID KEY
002630             MOVE SPACES TO NOME
002640             MOVE "I" TO STATUS-FUNCIONARIO
002650     END-READ.
002660     CLOSE EMPLOYEE-MASTER.
002670     IF NOT EMP-ATIVO
002680         DISPLAY "PROG203: FUNCIONARIO " WS-CODIGO-ENT
002690             " NAO ENCONTRADO OU INATIVO"
002700         GO TO 2000-SOLICITAR-EXIT
002710     END-IF.
002720     IF DEPARTAMENTO = SPACES
002730         DISPLAY "PROG203: FUNCIONARIO SEM DEPARTAMENTO - "
002740             "ATRIBUIR PELO PROG18"
002750         GO TO 2000-SOLICITAR-EXIT
002760     END-IF.

002770     PERFORM 2100-VERIFICAR-EM-ABERTO
002780         THRU 2100-VERIFICAR-EM-ABERTO-EXIT.
002790     IF WS-HA-EM-ABERTO
002800         DISPLAY "PROG203: JA EXISTE TRANSFERENCIA EM ABERTO "
002810             "PARA O FUNCIONARIO (EFETIVA EM " TF-DATA-EFETIVA ")"
002820         GO TO 2000-SOLICITAR-EXIT
002830     END-IF.

002840     OPEN INPUT DEPARTMENT-FILE.
002850     IF NOT FS-DEPTFILE-OK
002860         DISPLAY "PROG203: ERRO AO ABRIR DEPARTMENT-FILE "
002870             FS-DEPTFILE
002880         GO TO 2000-SOLICITAR-EXIT
002890     END-IF.
002900     MOVE ZERO TO WS-GERENTE-ORIGEM WS-GERENTE-DESTINO.
002910     MOVE DEPARTAMENTO TO DM-CODIGO.
002920     READ DEPARTMENT-FILE
002930         NOT INVALID KEY
002940             MOVE DM-GERENTE TO WS-GERENTE-ORIGEM
002950     END-READ.

002960     DISPLAY "FUNCIONARIO ......... : " CODIGO " " NOME.
002970     DISPLAY "DEPARTAMENTO ATUAL .. : " DEPARTAMENTO.
002980     DISPLAY "DEPARTAMENTO DE DESTINO".
002990     ACCEPT WS-DEPTO-DESTINO-ENT.
003000     MOVE WS-DEPTO-DESTINO-ENT TO DM-CODIGO.
003010     READ DEPARTMENT-FILE
003020         INVALID KEY
003030             MOVE "I" TO DM-ATIVO-SW
003040     END-READ.
003050     CLOSE DEPARTMENT-FILE.
003060     IF NOT DM-ATIVO
003070         DISPLAY "PROG203: DEPARTAMENTO " WS-DEPTO-DESTINO-ENT
003080             " NAO CONSTA NO CADASTRO OU ESTA INATIVO"
003090         GO TO 2000-SOLICITAR-EXIT
003100     END-IF.
003110     IF WS-DEPTO-DESTINO-ENT = DEPARTAMENTO
003120         DISPLAY "PROG203: O FUNCIONARIO JA ESTA NO DEPARTAMENTO "
003130             DEPARTAMENTO
003140         GO TO 2000-SOLICITAR-EXIT
003150     END-IF.
003160     MOVE DM-GERENTE TO WS-GERENTE-DESTINO.
003170     IF WS-GERENTE-ORIGEM = ZERO OR WS-GERENTE-DESTINO = ZERO
003180         DISPLAY "PROG203: DEPARTAMENTO DE ORIGEM OU DE DESTINO "
003190             "SEM GESTOR CADASTRADO - TRANSFERENCIA IMPOSSIVEL"
003200         GO TO 2000-SOLICITAR-EXIT
003210     END-IF.

003220     MOVE "DATA EFETIVA (AAAAMMDD)" TO WS-MENSAGEM.
003230     MOVE WS-DATA-ATUAL TO WS-LIMITE-MIN.
003240     MOVE 99991231 TO WS-LIMITE-MAX.
003250     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
003260         WS-LIMITE-MIN WS-LIMITE-MAX.
003270     MOVE WS-VALOR-ENT TO WS-DATA-EFETIVA-ENT.
003280     MOVE "V" TO WS-DT-FUNCAO.
003290     MOVE WS-DATA-EFETIVA-ENT TO WS-DT-DATA-1.
003300     CALL "PROG74" USING WS-DT-FUNCAO WS-DT-DATA-1
003310         WS-DT-DATA-2 WS-DT-QUANTIDADE WS-DT-UNIDADE
003320         WS-DT-STATUS.
003330     IF NOT WS-DT-OK
003340         DISPLAY "PROG203: DATA EFETIVA INVALIDA"
003350         GO TO 2000-SOLICITAR-EXIT
003360     END-IF.

003370     DISPLAY "TAREFA NO NOVO DEPARTAMENTO (BRANCO = MANTER A "
003380         "ATUAL)".
003390     ACCEPT WS-TAREFA-ENT.
003400     IF WS-TAREFA-ENT = SPACES
003410         MOVE TAREFA TO WS-TAREFA-ENT
003420     END-IF.

003430     INITIALIZE TRANSFERENCIA-REC.
003440     MOVE WS-CODIGO-ENT TO TF-CODIGO.
003450     MOVE WS-DATA-EFETIVA-ENT TO TF-DATA-EFETIVA.
003460     MOVE DEPARTAMENTO TO TF-DEPTO-ORIGEM.
003470     MOVE WS-DEPTO-DESTINO-ENT TO TF-DEPTO-DESTINO.
003480     MOVE WS-TAREFA-ENT TO TF-TAREFA-NOVA.
003490     MOVE WS-GERENTE-ORIGEM TO TF-GERENTE(1).
003500     MOVE WS-GERENTE-DESTINO TO TF-GERENTE(2).
003510     MOVE "N" TO TF-APROVADO-SW(1) TF-APROVADO-SW(2).
003520     SET TF-PENDENTE TO TRUE.
003530     MOVE WS-DATA-ATUAL TO TF-DATA-REGISTRO.
003540     WRITE TRANSFERENCIA-REC.
003550     IF NOT FS-TRANSFIL-OK
003560         DISPLAY "PROG203: ERRO AO GRAVAR TRANSFERENCIA - "
003570             FS-TRANSFIL
003580         GO TO 2000-SOLICITAR-EXIT
003590     END-IF.

003600     DISPLAY "PROG203: TRANSFERENCIA REGISTRADA - AGUARDA OS "
003610         "GESTORES " TF-GERENTE(1) " E " TF-GERENTE(2).
003620     MOVE SPACES TO WS-DESCRICAO-AUD.
003630     STRING "SOLICITOU TRANSF " TF-CODIGO " " TF-DEPTO-ORIGEM
003640         ">" TF-DEPTO-DESTINO " EM " TF-DATA-EFETIVA
003650         DELIMITED BY SIZE INTO WS-DESCRICAO-AUD.
003660     CALL "PROG22" USING "PROG203 " WS-DESCRICAO-AUD.
003670 2000-SOLICITAR-EXIT.
003680     EXIT.

003690*----------------------------------------------------------------
003700* 2100-VERIFICAR-EM-ABERTO - ANY PENDING OR APPROVED ROW OF THE
003710*                            FUNCIONARIO BLOCKS A NEW REQUEST
003720*----------------------------------------------------------------
003730 2100-VERIFICAR-EM-ABERTO.
003740     MOVE "N" TO WS-EM-ABERTO-SW.
003750     MOVE "N" TO WS-FIM-VARRE-SW.
003760     MOVE WS-CODIGO-ENT TO TF-CODIGO.
003770     MOVE ZERO TO TF-DATA-EFETIVA.
003780     START TRANSFER-FILE KEY IS NOT LESS THAN TF-CHAVE
003790         INVALID KEY
003800             SET WS-FIM-VARRE TO TRUE
003810     END-START.
003820     PERFORM 2110-EXAMINAR-UMA THRU 2110-EXAMINAR-UMA-EXIT
003830         UNTIL WS-FIM-VARRE OR WS-HA-EM-ABERTO.
003840 2100-VERIFICAR-EM-ABERTO-EXIT.
003850     EXIT.

003860 2110-EXAMINAR-UMA.
003870     READ TRANSFER-FILE NEXT
003880         AT END
003890             SET WS-FIM-VARRE TO TRUE
003900             GO TO 2110-EXAMINAR-UMA-EXIT
003910     END-READ.
003920     IF TF-CODIGO NOT = WS-CODIGO-ENT
003930         SET WS-FIM-VARRE TO TRUE
003940         GO TO 2110-EXAMINAR-UMA-EXIT
003950     END-IF.
003960     IF TF-EM-ABERTO
003970         SET WS-HA-EM-ABERTO TO TRUE
003980     END-IF.
003990 2110-EXAMINAR-UMA-EXIT.
004000     EXIT.

004010*----------------------------------------------------------------
004020* 3000-APROVAR - THE KEYED MANAGER SIGNS EVERY SIDE THEY ARE THE
004030*                MANAGER OF RECORD FOR; A REFUSAL BY EITHER SIDE
004040*                CLOSES THE REQUEST. NO SIGN-OFF AFTER THE DATE -
004050*                A LATE MOVE IS REQUESTED AGAIN WITH A NEW DATE
004060*----------------------------------------------------------------
004070 3000-APROVAR.
004080     MOVE "DATA EFETIVA (AAAAMMDD)" TO WS-MENSAGEM.
004090     MOVE 19000101 TO WS-LIMITE-MIN.
004100     MOVE 99991231 TO WS-LIMITE-MAX.
004110     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
004120         WS-LIMITE-MIN WS-LIMITE-MAX.
004130     MOVE WS-CODIGO-ENT TO TF-CODIGO.
004140     MOVE WS-VALOR-ENT TO TF-DATA-EFETIVA.
004150     READ TRANSFER-FILE
004160         INVALID KEY
004170             DISPLAY "PROG203: TRANSFERENCIA NAO ENCONTRADA"
004180             GO TO 3000-APROVAR-EXIT
004190     END-READ.

004200     IF NOT TF-PENDENTE
004210         PERFORM 8000-DESCREVER-STATUS
004220             THRU 8000-DESCREVER-STATUS-EXIT
004230         DISPLAY "PROG203: TRANSFERENCIA SEM APROVACAO "
004240             "PENDENTE - SITUACAO " WS-STATUS-DESC
004250         GO TO 3000-APROVAR-EXIT
004260     END-IF.
004270     IF TF-DATA-EFETIVA < WS-DATA-ATUAL
004280         DISPLAY "PROG203: A DATA EFETIVA " TF-DATA-EFETIVA
004290             " JA PASSOU - SOLICITE NOVAMENTE COM OUTRA DATA"
004300         GO TO 3000-APROVAR-EXIT
004310     END-IF.

004320     MOVE "CODIGO DO GESTOR" TO WS-MENSAGEM.
004330     MOVE 1 TO WS-LIMITE-MIN.
004340     MOVE 999999 TO WS-LIMITE-MAX.
004350     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
004360         WS-LIMITE-MIN WS-LIMITE-MAX.
004370     MOVE WS-VALOR-ENT TO WS-GESTOR-ENT.
004380     IF WS-GESTOR-ENT NOT = TF-GERENTE(1)
004390        AND WS-GESTOR-ENT NOT = TF-GERENTE(2)
004400         DISPLAY "PROG203: O FUNCIONARIO INFORMADO NAO E GESTOR "
004410             "DE " TF-DEPTO-ORIGEM " NEM DE " TF-DEPTO-DESTINO
004420         GO TO 3000-APROVAR-EXIT
004430     END-IF.

004440     DISPLAY "FUNCIONARIO ......... : " TF-CODIGO.
004450     DISPLAY "DE / PARA ........... : " TF-DEPTO-ORIGEM " / "
004460         TF-DEPTO-DESTINO.
004470     DISPLAY "EFETIVA EM .......... : " TF-DATA-EFETIVA.
004480     DISPLAY "APROVA A TRANSFERENCIA (S/N)".
004490     ACCEPT WS-DECISAO-SW.
004500     IF NOT WS-DECISAO-APROVAR AND NOT WS-DECISAO-RECUSAR
004510         DISPLAY "PROG203: DECISAO INVALIDA"
004520         GO TO 3000-APROVAR-EXIT
004530     END-IF.

004540     PERFORM 3100-ASSINAR THRU 3100-ASSINAR-EXIT
004550         VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 2.

004560     IF WS-DECISAO-RECUSAR
004570         SET TF-RECUSADA TO TRUE
004580     ELSE
004590         IF TF-APROVADO(1) AND TF-APROVADO(2)
004600             SET TF-APROVADA TO TRUE
004610         END-IF
004620     END-IF.

004630     REWRITE TRANSFERENCIA-REC.
004640     IF NOT FS-TRANSFIL-OK
004650         DISPLAY "PROG203: ERRO AO REGRAVAR TRANSFERENCIA - "
004660             FS-TRANSFIL
004670         GO TO 3000-APROVAR-EXIT
004680     END-IF.

004690     EVALUATE TRUE
004700         WHEN TF-RECUSADA
004710             DISPLAY "PROG203: TRANSFERENCIA RECUSADA"
004720         WHEN TF-APROVADA
004730             DISPLAY "PROG203: TRANSFERENCIA APROVADA - SERA "
004740                 "APLICADA EM " TF-DATA-EFETIVA
004750         WHEN OTHER
004760             DISPLAY "PROG203: ASSINATURA REGISTRADA - AGUARDA O "
004770                 "OUTRO GESTOR"
004780     END-EVALUATE.

004790     PERFORM 8000-DESCREVER-STATUS
004800         THRU 8000-DESCREVER-STATUS-EXIT.
004810     MOVE SPACES TO WS-DESCRICAO-AUD.
004820     STRING "TRANSF " TF-CODIGO " " TF-DATA-EFETIVA " "
004830         WS-DECISAO-SW " POR " WS-GESTOR-ENT " - " WS-STATUS-DESC
004840         DELIMITED BY SIZE INTO WS-DESCRICAO-AUD.
004850     CALL "PROG22" USING "PROG203 " WS-DESCRICAO-AUD.
004860 3000-APROVAR-EXIT.
004870     EXIT.

004880 3100-ASSINAR.
004890     IF TF-GERENTE(WS-IND) NOT = WS-GESTOR-ENT
004900         GO TO 3100-ASSINAR-EXIT
004910     END-IF.
004920     IF WS-DECISAO-APROVAR
004930         MOVE "S" TO TF-APROVADO-SW(WS-IND)
004940     ELSE
004950         MOVE "N" TO TF-APROVADO-SW(WS-IND)
004960     END-IF.
004970     MOVE WS-DATA-ATUAL TO TF-DATA-APROVACAO(WS-IND).
004980 3100-ASSINAR-EXIT.
004990     EXIT.

005000*----------------------------------------------------------------
005010* 4000-CONSULTAR - EVERY REQUEST OF THE FUNCIONARIO, OLDEST FIRST
005020*----------------------------------------------------------------
005030 4000-CONSULTAR.
005040     MOVE ZERO TO WS-QTD-LISTADAS.
005050     MOVE "N" TO WS-FIM-VARRE-SW.
005060     MOVE WS-CODIGO-ENT TO TF-CODIGO.
005070     MOVE ZERO TO TF-DATA-EFETIVA.
005080     START TRANSFER-FILE KEY IS NOT LESS THAN TF-CHAVE
005090         INVALID KEY
005100             SET WS-FIM-VARRE TO TRUE
005110     END-START.
005120     PERFORM 4100-MOSTRAR-UMA THRU 4100-MOSTRAR-UMA-EXIT
005130         UNTIL WS-FIM-VARRE.
005140     IF WS-QTD-LISTADAS = ZERO
005150         DISPLAY "PROG203: NENHUMA TRANSFERENCIA PARA O "
005160             "FUNCIONARIO " WS-CODIGO-ENT
005170     END-IF.
005180 4000-CONSULTAR-EXIT.
005190     EXIT.

005200 4100-MOSTRAR-UMA.
005210     READ TRANSFER-FILE NEXT
005220         AT END
005230             SET WS-FIM-VARRE TO TRUE
005240             GO TO 4100-MOSTRAR-UMA-EXIT
005250     END-READ.
005260     IF TF-CODIGO NOT = WS-CODIGO-ENT
005270         SET WS-FIM-VARRE TO TRUE
005280         GO TO 4100-MOSTRAR-UMA-EXIT
005290     END-IF.

005300     ADD 1 TO WS-QTD-LISTADAS.
005310     PERFORM 8000-DESCREVER-STATUS
005320         THRU 8000-DESCREVER-STATUS-EXIT.
005330     DISPLAY "EFETIVA " TF-DATA-EFETIVA "  " TF-DEPTO-ORIGEM
005340         " > " TF-DEPTO-DESTINO "  " WS-STATUS-DESC.
005350     DISPLAY "    GESTOR ORIGEM  " TF-GERENTE(1) " "
005360         TF-APROVADO-SW(1) " " TF-DATA-APROVACAO(1)
005370         "   GESTOR DESTINO " TF-GERENTE(2) " "
005380         TF-APROVADO-SW(2) " " TF-DATA-APROVACAO(2).
005390     IF TF-APLICADA
005400         DISPLAY "    APLICADA EM " TF-DATA-APLICACAO
005410     END-IF.
005420 4100-MOSTRAR-UMA-EXIT.
005430     EXIT.

005440*----------------------------------------------------------------
005450* 8000-DESCREVER-STATUS
005460*----------------------------------------------------------------
005470 8000-DESCREVER-STATUS.
005480     EVALUATE TRUE
005490         WHEN TF-PENDENTE
005500             MOVE "AGUARDA APROVACAO" TO WS-STATUS-DESC
005510         WHEN TF-APROVADA
005520             MOVE "APROVADA" TO WS-STATUS-DESC
005530         WHEN TF-APLICADA
005540             MOVE "APLICADA" TO WS-STATUS-DESC
005550         WHEN TF-RECUSADA
005560             MOVE "RECUSADA" TO WS-STATUS-DESC
005570         WHEN OTHER
005580             MOVE "DESCONHECIDA" TO WS-STATUS-DESC
005590     END-EVALUATE.
005600 8000-DESCREVER-STATUS-EXIT.
005610     EXIT.

005620 9999-EXIT.
005630     STOP RUN.
