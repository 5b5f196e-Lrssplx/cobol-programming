001000******************************************************************
001010* PROGRAM-ID: PROG209
001020* AUTHOR:      R. ALMEIDA - APPLICATIONS
001030* INSTALLATION: FOLHA DE PAGAMENTO / RECURSOS HUMANOS
001040* DATE-WRITTEN: 2026-10-08
001050* DATE-COMPILED:
001060* PURPOSE:     CALLABLE PENDING-APPROVALS SERVICE (APRVFILE), IN
001070*              THE MOLD OF PROG85. THE ACTIONS THAT NEED A
001080*              SUPERVISOR'S SIGN-OFF (SALARY CHANGES IN PROG16,
001090*              PROG66 AND PROG99, LOANS IN PROG49, BANK DETAILS IN
001100*              PROG61, TIMECARD CORRECTIONS IN PROG108, CREDIT
001110*              NOTES IN PROG131 AND SUPPLIER BANK DETAILS IN
001114*              PROG153) NO LONGER TAKE THE SUPERVISOR'S
001120*              CODE AT THE REQUESTER'S KEYBOARD:
001130*              FUNCTION S PARKS THE ACTION - THE REQUESTER SIGNS
001140*                IN WITH OPERATOR CODE AND PASSWORD AND NAMES THE
001150*                SUPERVISOR, WHO MUST BE AN ACTIVE SUPERVISOR
001160*                OTHER THAN THE REQUESTER; THE ROW EXPIRES IF NOT
001170*                DECIDED WITHIN WS-PRAZO-DIAS (PROG210 IS THE
001180*                SUPERVISOR'S INBOX);
001190*              FUNCTION P RETURNS THE CALLER'S NEXT APPROVED ROW,
001200*                WITH ITS DETAILS AND THE APPROVER;
001210*              FUNCTION E MARKS THAT ROW EFETIVADA ONCE APPLIED,
001220*                FUNCTION N MARKS IT NAO EFETIVADA (REASON IN THE
001230*                DESCRIPTION) WHEN THE CALLER COULD NOT APPLY IT.
001240*              EVERY PARKED ROW GOES THROUGH THE PROG22 AUDIT
001250*              WRITER.
001260* ----------------------------------------------------------------
001270* MODIFICATION HISTORY
001280* DATE       INIT DESCRIPTION
001290* 2026-10-08 RA   INITIAL VERSION
001294* 2026-10-15 RA   SUPPLIER BANK DETAILS (PROG153) PARKED TOO.
001300******************************************************************
001310 IDENTIFICATION DIVISION.
001320 PROGRAM-ID. PROG209.

001330 ENVIRONMENT DIVISION.
001340 INPUT-OUTPUT SECTION.
001350 FILE-CONTROL.
001360     SELECT APPROVAL-FILE ASSIGN TO "APRVFILE"
001370         ORGANIZATION IS INDEXED
001380         ACCESS MODE IS DYNAMIC
001390         RECORD KEY IS AP-CHAVE
001400         ALTERNATE RECORD KEY IS AP-APROVADOR WITH DUPLICATES
001410         FILE STATUS IS FS-APRVFILE.

001420     SELECT OPERATOR-FILE ASSIGN TO "OPERADOR"
001430         ORGANIZATION IS INDEXED
001440         ACCESS MODE IS DYNAMIC
001450         RECORD KEY IS OP-CODIGO-OPERADOR
001460         FILE STATUS IS FS-OPERADOR.

001470 DATA DIVISION.
001480 FILE SECTION.
001490 FD  APPROVAL-FILE.
001500 COPY APRVREC.

001510 FD  OPERATOR-FILE.
001520 COPY OPERREC.

001530 WORKING-STORAGE SECTION.
001540 01  FS-APRVFILE                 PIC X(02).
001550     88  FS-APRVFILE-OK          VALUE "00".
001560     88  FS-APRVFILE-DUPLICADA   VALUE "22".

001570 01  FS-OPERADOR                 PIC X(02).
001580     88  FS-OPERADOR-OK          VALUE "00".

001590* CALENDAR DAYS A SUPERVISOR HAS TO DECIDE BEFORE THE ROW EXPIRES
001600 01  WS-PRAZO-DIAS               PIC 9(03) VALUE 5.

001610 01  WS-DATA-ATUAL               PIC 9(08).
001620 01  WS-HORA-ATUAL               PIC 9(08).
001630 01  WS-DATA-LIMITE              PIC 9(08).
001640 01  WS-SOLICITANTE              PIC X(06).
001650 01  WS-SENHA-ENT                PIC X(08).

001660* KEY OF THE LAST ROW FUNCTION P HANDED BACK - FUNCTIONS E AND N
001670* ACT ON IT
001680 01  WS-ULTIMA-CHAVE             PIC X(24) VALUE SPACES.

001690 01  WS-FIM-ARQUIVO-SW           PIC X(01).
001700     88  WS-FIM-ARQUIVO          VALUE "Y".

001710 01  WS-CHAMADA-DATA.
001720     05  WS-DT-FUNCAO            PIC X(01).
001730     05  WS-DT-DATA-1            PIC 9(08).
001740     05  WS-DT-DATA-2            PIC 9(08).
001750     05  WS-DT-QUANTIDADE        PIC S9(07).
001760     05  WS-DT-UNIDADE           PIC X(01).
001770     05  WS-DT-STATUS            PIC X(01).
001780         88  WS-DT-OK            VALUE "1".

001790 01  WS-DESCRICAO-AUD            PIC X(60).

001800 LINKAGE SECTION.
001810 01  LK-FUNCAO                   PIC X(01).
001820     88  LK-FUNCAO-SOLICITAR     VALUE "S".
001830     88  LK-FUNCAO-PROXIMA       VALUE "P".
001840     88  LK-FUNCAO-EFETIVADA     VALUE "E".
001850     88  LK-FUNCAO-NAO-EFETIVADA VALUE "N".
001860 01  LK-PROGRAMA                 PIC X(08).
001870 01  LK-CODIGO                   PIC 9(06).
001880 01  LK-DESCRICAO                PIC X(60).
001890 01  LK-DADOS                    PIC X(200).
001900 01  LK-APROVADOR                PIC X(06).
001910 01  LK-STATUS                   PIC X(01).
001920     88  LK-APROV-OK             VALUE "1".
001930     88  LK-APROV-NENHUMA        VALUE "2".

001940 PROCEDURE DIVISION USING LK-FUNCAO LK-PROGRAMA LK-CODIGO
001950         LK-DESCRICAO LK-DADOS LK-APROVADOR LK-STATUS.

001960*----------------------------------------------------------------
001970* 0000-MAINLINE
001980*----------------------------------------------------------------
001990 0000-MAINLINE.
002000     SET LK-APROV-NENHUMA TO TRUE.
002010     ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.

002020     OPEN I-O APPROVAL-FILE.
002030     IF NOT FS-APRVFILE-OK
002040         IF NOT LK-FUNCAO-SOLICITAR
002050             GO TO 9999-EXIT
002060         END-IF
002070         OPEN OUTPUT APPROVAL-FILE
002080         CLOSE APPROVAL-FILE
002090         OPEN I-O APPROVAL-FILE
002100     END-IF.
002110     IF NOT FS-APRVFILE-OK
002120         DISPLAY "PROG209: ERRO AO ABRIR APPROVAL-FILE "
002130             FS-APRVFILE
002140         GO TO 9999-EXIT
002150     END-IF.

002160     IF LK-FUNCAO-SOLICITAR
002170         PERFORM 1000-SOLICITAR THRU 1000-SOLICITAR-EXIT
002180     ELSE
002190         IF LK-FUNCAO-PROXIMA
002200             PERFORM 2000-PROXIMA THRU 2000-PROXIMA-EXIT
002210         ELSE
002220             IF LK-FUNCAO-EFETIVADA OR LK-FUNCAO-NAO-EFETIVADA
002230                 PERFORM 3000-ENCERRAR THRU 3000-ENCERRAR-EXIT
002240             END-IF
002250         END-IF
002260     END-IF.

002270     CLOSE APPROVAL-FILE.
002280     GO TO 9999-EXIT.

002290*----------------------------------------------------------------
002300* 1000-SOLICITAR - THE REQUESTER SIGNS IN, NAMES THE SUPERVISOR
002310*                   AND THE ACTION IS PARKED AS PENDENTE
002320*----------------------------------------------------------------
002330 1000-SOLICITAR.
002340     OPEN INPUT OPERATOR-FILE.
002350     IF NOT FS-OPERADOR-OK
002360         DISPLAY "PROG209: ERRO AO ABRIR OPERATOR-FILE "
002370             FS-OPERADOR
002380         GO TO 1000-SOLICITAR-EXIT
002390     END-IF.

002400     DISPLAY "SOLICITANTE - INFORME SEU CODIGO DE OPERADOR".
002410     ACCEPT WS-SOLICITANTE.
002420     DISPLAY "SENHA".
002430     MOVE SPACES TO WS-SENHA-ENT.
002440     ACCEPT WS-SENHA-ENT.
002450     MOVE WS-SOLICITANTE TO OP-CODIGO-OPERADOR.
002460     READ OPERATOR-FILE
002470         INVALID KEY
002480             DISPLAY "PROG209: OPERADOR NAO ENCONTRADO"
002490             GO TO 1100-FECHAR-OPERADOR
002500     END-READ.
002510     IF OP-BLOQUEADO OR OP-DESATIVADO
002520         DISPLAY "PROG209: OPERADOR BLOQUEADO OU DESATIVADO"
002530         GO TO 1100-FECHAR-OPERADOR
002540     END-IF.
002550     IF OP-SENHA = SPACES OR WS-SENHA-ENT NOT = OP-SENHA
002560         DISPLAY "PROG209: SENHA INVALIDA"
002570         GO TO 1100-FECHAR-OPERADOR
002580     END-IF.

002590     DISPLAY "CODIGO DO SUPERVISOR QUE VAI APROVAR".
002600     ACCEPT LK-APROVADOR.
002610     IF LK-APROVADOR = WS-SOLICITANTE
002620         DISPLAY "PROG209: O SOLICITANTE NAO APROVA A PROPRIA "
002630             "SOLICITACAO - INDIQUE OUTRO SUPERVISOR"
002640         GO TO 1100-FECHAR-OPERADOR
002650     END-IF.
002660     MOVE LK-APROVADOR TO OP-CODIGO-OPERADOR.
002670     READ OPERATOR-FILE
002680         INVALID KEY
002690             DISPLAY "PROG209: SUPERVISOR NAO ENCONTRADO"
002700             GO TO 1100-FECHAR-OPERADOR
002710     END-READ.
002720     IF NOT OP-NIVEL-SUPERVISOR
002730         DISPLAY "PROG209: OPERADOR SEM NIVEL DE APROVACAO"
002740         GO TO 1100-FECHAR-OPERADOR
002750     END-IF.
002760     IF OP-BLOQUEADO OR OP-DESATIVADO
002770         DISPLAY "PROG209: SUPERVISOR BLOQUEADO OU DESATIVADO"
002780         GO TO 1100-FECHAR-OPERADOR
002790     END-IF.

002800     MOVE "A" TO WS-DT-FUNCAO.
002810     MOVE WS-DATA-ATUAL TO WS-DT-DATA-1.
002820     MOVE WS-PRAZO-DIAS TO WS-DT-QUANTIDADE.
002830     MOVE "D" TO WS-DT-UNIDADE.
002840     CALL "PROG74" USING WS-DT-FUNCAO WS-DT-DATA-1
002850         WS-DT-DATA-2 WS-DT-QUANTIDADE WS-DT-UNIDADE
002860         WS-DT-STATUS.
002870     MOVE WS-DT-DATA-2 TO WS-DATA-LIMITE.

002880     ACCEPT WS-HORA-ATUAL FROM TIME.
002890     MOVE LK-PROGRAMA    TO AP-PROGRAMA.
002900     MOVE WS-DATA-ATUAL  TO AP-DATA-SOLIC.
002910     MOVE WS-HORA-ATUAL  TO AP-HORA-SOLIC.
002920     MOVE LK-APROVADOR   TO AP-APROVADOR.
002930     MOVE WS-SOLICITANTE TO AP-SOLICITANTE.
002940     MOVE LK-CODIGO      TO AP-CODIGO.
002950     MOVE LK-DESCRICAO   TO AP-DESCRICAO.
002960     MOVE LK-DADOS       TO AP-DADOS.
002970     SET AP-PENDENTE     TO TRUE.
002980     MOVE WS-DATA-LIMITE TO AP-DATA-LIMITE.
002990     MOVE ZERO           TO AP-DATA-DECISAO.
003000     MOVE SPACES         TO AP-MOTIVO.
003010     MOVE ZERO           TO AP-DATA-APLICACAO.
003020     PERFORM 1200-GRAVAR-PEDIDO THRU 1200-GRAVAR-PEDIDO-EXIT.
003030     IF NOT FS-APRVFILE-OK
003040         DISPLAY "PROG209: ERRO AO GRAVAR APPROVAL-FILE "
003050             FS-APRVFILE
003060         GO TO 1100-FECHAR-OPERADOR
003070     END-IF.

003080     SET LK-APROV-OK TO TRUE.
003090     DISPLAY "PROG209: SOLICITACAO ENVIADA A " LK-APROVADOR
003100         " - DECISAO ATE " WS-DATA-LIMITE.

003110     MOVE SPACES TO WS-DESCRICAO-AUD.
003120     STRING "SOLICITOU " LK-PROGRAMA " COD " LK-CODIGO
003130         " A " LK-APROVADOR " POR " WS-SOLICITANTE
003140         DELIMITED BY SIZE INTO WS-DESCRICAO-AUD.
003150     CALL "PROG22" USING "PROG209 " WS-DESCRICAO-AUD.

003160 1100-FECHAR-OPERADOR.
003170     CLOSE OPERATOR-FILE.
003180 1000-SOLICITAR-EXIT.
003190     EXIT.

003200*----------------------------------------------------------------
003210* 1200-GRAVAR-PEDIDO - TWO REQUESTS FROM ONE PROGRAM IN THE SAME
003220*                       HUNDREDTH OF A SECOND TAKE THE NEXT ONE
003230*----------------------------------------------------------------
003240 1200-GRAVAR-PEDIDO.
003250     WRITE APROVACAO-REC.
003260     IF FS-APRVFILE-DUPLICADA
003270         ADD 1 TO AP-HORA-SOLIC
003280         GO TO 1200-GRAVAR-PEDIDO
003290     END-IF.
003300 1200-GRAVAR-PEDIDO-EXIT.
003310     EXIT.

003320*----------------------------------------------------------------
003330* 2000-PROXIMA - OLDEST APPROVED ROW OF THE CALLING PROGRAM STILL
003340*                 WAITING TO BE APPLIED
003350*----------------------------------------------------------------
003360 2000-PROXIMA.
003370     MOVE "N" TO WS-FIM-ARQUIVO-SW.
003380     MOVE LK-PROGRAMA TO AP-PROGRAMA.
003390     MOVE ZERO TO AP-DATA-SOLIC.
003400     MOVE ZERO TO AP-HORA-SOLIC.
003410     START APPROVAL-FILE KEY IS NOT LESS THAN AP-CHAVE
003420         INVALID KEY
003430             GO TO 2000-PROXIMA-EXIT
003440     END-START.

003450     PERFORM 2100-LER-PROXIMA THRU 2100-LER-PROXIMA-EXIT
003460         UNTIL WS-FIM-ARQUIVO OR LK-APROV-OK.
003470 2000-PROXIMA-EXIT.
003480     EXIT.

003490 2100-LER-PROXIMA.
003500     READ APPROVAL-FILE NEXT
003510         AT END
003520             SET WS-FIM-ARQUIVO TO TRUE
003530             GO TO 2100-LER-PROXIMA-EXIT
003540     END-READ.
003550     IF AP-PROGRAMA NOT = LK-PROGRAMA
003560         SET WS-FIM-ARQUIVO TO TRUE
003570         GO TO 2100-LER-PROXIMA-EXIT
003580     END-IF.
003590     IF NOT AP-APROVADA
003600         GO TO 2100-LER-PROXIMA-EXIT
003610     END-IF.

003620     MOVE AP-CHAVE     TO WS-ULTIMA-CHAVE.
003630     MOVE AP-CODIGO    TO LK-CODIGO.
003640     MOVE AP-DESCRICAO TO LK-DESCRICAO.
003650     MOVE AP-DADOS     TO LK-DADOS.
003660     MOVE AP-APROVADOR TO LK-APROVADOR.
003670     SET LK-APROV-OK TO TRUE.
003680 2100-LER-PROXIMA-EXIT.
003690     EXIT.

003700*----------------------------------------------------------------
003710* 3000-ENCERRAR - THE ROW FUNCTION P HANDED BACK IS CLOSED AS
003720*                  APPLIED, OR AS NOT APPLIED WITH THE CALLER'S
003730*                  REASON
003740*----------------------------------------------------------------
003750 3000-ENCERRAR.
003760     IF WS-ULTIMA-CHAVE = SPACES
003770         GO TO 3000-ENCERRAR-EXIT
003780     END-IF.
003790     MOVE WS-ULTIMA-CHAVE TO AP-CHAVE.
003800     READ APPROVAL-FILE
003810         INVALID KEY
003820             GO TO 3000-ENCERRAR-EXIT
003830     END-READ.

003840     IF LK-FUNCAO-EFETIVADA
003850         SET AP-EFETIVADA TO TRUE
003860     ELSE
003870         SET AP-NAO-EFETIVADA TO TRUE
003880         MOVE LK-DESCRICAO TO AP-MOTIVO
003890     END-IF.
003900     MOVE WS-DATA-ATUAL TO AP-DATA-APLICACAO.
003910     REWRITE APROVACAO-REC.
003920     IF NOT FS-APRVFILE-OK
003930         DISPLAY "PROG209: ERRO AO ENCERRAR SOLICITACAO - "
003940             FS-APRVFILE
003950         GO TO 3000-ENCERRAR-EXIT
003960     END-IF.
003970     MOVE SPACES TO WS-ULTIMA-CHAVE.
003980     SET LK-APROV-OK TO TRUE.
003990 3000-ENCERRAR-EXIT.
004000     EXIT.

004010 9999-EXIT.
004020     GOBACK.
