001000******************************************************************
001010* PROGRAM-ID: PROG210
001020* AUTHOR:      R. ALMEIDA - APPLICATIONS
001030* INSTALLATION: FOLHA DE PAGAMENTO / RECURSOS HUMANOS
001040* DATE-WRITTEN: 2026-10-08
001050* DATE-COMPILED:
001060* PURPOSE:     SUPERVISOR'S APPROVAL INBOX FOR THE PENDING-
001070*              APPROVALS FILE (APRVFILE) THE PROG209 SERVICE
001080*              FILLS. THE SUPERVISOR SIGNS IN WITH OPERATOR CODE
001090*              AND PASSWORD; EVERY ROW STILL PENDENTE PAST ITS
001100*              AP-DATA-LIMITE IS FIRST MARKED EXPIRADA, THEN THE
001110*              SUPERVISOR'S OWN PENDENTE ROWS ARE LISTED ONE BY
001120*              ONE TO BE APPROVED, REJECTED (THE REASON IS
001130*              MANDATORY) OR LEFT FOR LATER. A ROW THE SUPERVISOR
001140*              REQUESTED IS NEVER DECIDED HERE. THE REQUESTING
001150*              PROGRAM APPLIES THE APPROVED ROWS ON ITS NEXT RUN.
001160*              EVERY DECISION GOES THROUGH THE PROG22 AUDIT
001170*              WRITER.
001180* ----------------------------------------------------------------
001190* MODIFICATION HISTORY
001200* DATE       INIT DESCRIPTION
001210* 2026-10-08 RA   INITIAL VERSION
001220******************************************************************
001230 IDENTIFICATION DIVISION.
001240 PROGRAM-ID. PROG210.

001250 ENVIRONMENT DIVISION.
001260 INPUT-OUTPUT SECTION.
001270 FILE-CONTROL.
001280     SELECT APPROVAL-FILE ASSIGN TO "APRVFILE"
001290         ORGANIZATION IS INDEXED
001300         ACCESS MODE IS DYNAMIC
001310         RECORD KEY IS AP-CHAVE
001320         ALTERNATE RECORD KEY IS AP-APROVADOR WITH DUPLICATES
001330         FILE STATUS IS FS-APRVFILE.

001340     SELECT OPERATOR-FILE ASSIGN TO "OPERADOR"
001350         ORGANIZATION IS INDEXED
001360         ACCESS MODE IS DYNAMIC
001370         RECORD KEY IS OP-CODIGO-OPERADOR
001380         FILE STATUS IS FS-OPERADOR.

001390 DATA DIVISION.
001400 FILE SECTION.
001410 FD  APPROVAL-FILE.
001420 COPY APRVREC.

001430 FD  OPERATOR-FILE.
001440 COPY OPERREC.

001450 WORKING-STORAGE SECTION.
001460 01  FS-APRVFILE                 PIC X(02).
001470     88  FS-APRVFILE-OK          VALUE "00".

001480 01  FS-OPERADOR                 PIC X(02).
001490     88  FS-OPERADOR-OK          VALUE "00".

001500 01  WS-FIM-ARQUIVO-SW           PIC X(01).
001510     88  WS-FIM-ARQUIVO          VALUE "Y".

001520 01  WS-DECISAO-SW               PIC X(01).
001530     88  WS-DECISAO-APROVAR      VALUE "A".
001540     88  WS-DECISAO-REJEITAR     VALUE "R".
001550     88  WS-DECISAO-FIM          VALUE "F".

001560 01  WS-DATA-ATUAL               PIC 9(08).
001570 01  WS-SUPERVISOR               PIC X(06).
001580 01  WS-SENHA-ENT                PIC X(08).
001590 01  WS-MOTIVO-ENT               PIC X(40).

001600 01  WS-QTD-EXPIRADAS            PIC 9(05) VALUE ZERO.
001610 01  WS-QTD-LISTADAS             PIC 9(05) VALUE ZERO.
001620 01  WS-QTD-APROVADAS            PIC 9(05) VALUE ZERO.
001630 01  WS-QTD-REJEITADAS           PIC 9(05) VALUE ZERO.

001640 01  WS-DESCRICAO-AUD            PIC X(60).

001650 PROCEDURE DIVISION.

001660*----------------------------------------------------------------
001670* 0000-MAINLINE
001680*----------------------------------------------------------------
001690 0000-MAINLINE.
001700     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
001710     PERFORM 2000-EXPIRAR THRU 2000-EXPIRAR-EXIT.
001720     PERFORM 3000-CAIXA-ENTRADA THRU 3000-CAIXA-ENTRADA-EXIT.
001730     PERFORM 8000-FINALIZAR THRU 8000-FINALIZAR-EXIT.
001740     GO TO 9999-EXIT.

001750*----------------------------------------------------------------
001760* 1000-INICIALIZAR - THE INBOX ONLY OPENS FOR AN ACTIVE,
001770*                     UNBLOCKED SUPERVISOR WITH THE RIGHT PASSWORD
001780*----------------------------------------------------------------
001790 1000-INICIALIZAR.
001800     ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.

001810     OPEN INPUT OPERATOR-FILE.
001820     IF NOT FS-OPERADOR-OK
001830         DISPLAY "PROG210: ERRO AO ABRIR OPERATOR-FILE "
001840             FS-OPERADOR
001850         GO TO 9999-EXIT
001860     END-IF.

001870     DISPLAY "APROVACOES PENDENTES - INFORME O CODIGO DO "
001880             "OPERADOR SUPERVISOR".
001890     ACCEPT WS-SUPERVISOR.
001900     DISPLAY "SENHA".
001910     MOVE SPACES TO WS-SENHA-ENT.
001920     ACCEPT WS-SENHA-ENT.
001930     MOVE WS-SUPERVISOR TO OP-CODIGO-OPERADOR.
001940     READ OPERATOR-FILE
001950         INVALID KEY
001960             DISPLAY "PROG210: OPERADOR NAO ENCONTRADO - "
001970                 "ACESSO NEGADO"
001980             CLOSE OPERATOR-FILE
001990             GO TO 9999-EXIT
002000     END-READ.
002010     CLOSE OPERATOR-FILE.
002020     IF NOT OP-NIVEL-SUPERVISOR
002030         DISPLAY "PROG210: OPERADOR SEM NIVEL DE SUPERVISOR "
002040             "- ACESSO NEGADO"
002050         GO TO 9999-EXIT
002060     END-IF.
002070     IF OP-BLOQUEADO OR OP-DESATIVADO
002080         DISPLAY "PROG210: SUPERVISOR BLOQUEADO OU DESATIVADO "
002090             "- ACESSO NEGADO"
002100         GO TO 9999-EXIT
002110     END-IF.
002120     IF OP-SENHA = SPACES OR WS-SENHA-ENT NOT = OP-SENHA
002130         DISPLAY "PROG210: SENHA INVALIDA - ACESSO NEGADO"
002140         GO TO 9999-EXIT
002150     END-IF.

002160     OPEN I-O APPROVAL-FILE.
002170     IF NOT FS-APRVFILE-OK
002180         DISPLAY "PROG210: NENHUMA SOLICITACAO DE APROVACAO "
002190             "REGISTRADA"
002200         GO TO 9999-EXIT
002210     END-IF.
002220 1000-INICIALIZAR-EXIT.
002230     EXIT.

002240*----------------------------------------------------------------
002250* 2000-EXPIRAR - WHOLE-FILE PASS: A ROW NOBODY DECIDED BY ITS
002260*                 LIMIT DATE EXPIRES, WHOEVER'S INBOX IT IS IN
002270*----------------------------------------------------------------
002280 2000-EXPIRAR.
002290     MOVE "N" TO WS-FIM-ARQUIVO-SW.
002300     MOVE LOW-VALUES TO AP-CHAVE.
002310     START APPROVAL-FILE KEY IS NOT LESS THAN AP-CHAVE
002320         INVALID KEY
002330             GO TO 2000-EXPIRAR-EXIT
002340     END-START.
002350     PERFORM 2100-VERIFICAR-PRAZO THRU 2100-VERIFICAR-PRAZO-EXIT
002360         UNTIL WS-FIM-ARQUIVO.

002370     IF WS-QTD-EXPIRADAS > ZERO
002380         DISPLAY "PROG210: SOLICITACOES EXPIRADAS SEM DECISAO: "
002390             WS-QTD-EXPIRADAS
002400         MOVE SPACES TO WS-DESCRICAO-AUD
002410         STRING "EXPIROU " WS-QTD-EXPIRADAS
002420             " SOLICITACOES SEM DECISAO NO PRAZO"
002430             DELIMITED BY SIZE INTO WS-DESCRICAO-AUD
002440         CALL "PROG22" USING "PROG210 " WS-DESCRICAO-AUD
002450     END-IF.
002460 2000-EXPIRAR-EXIT.
002470     EXIT.

002480 2100-VERIFICAR-PRAZO.
002490     READ APPROVAL-FILE NEXT
002500         AT END
002510             SET WS-FIM-ARQUIVO TO TRUE
002520             GO TO 2100-VERIFICAR-PRAZO-EXIT
002530     END-READ.
002540     IF NOT AP-PENDENTE OR AP-DATA-LIMITE NOT < WS-DATA-ATUAL
002550         GO TO 2100-VERIFICAR-PRAZO-EXIT
002560     END-IF.

002570     SET AP-EXPIRADA TO TRUE.
002580     MOVE WS-DATA-ATUAL TO AP-DATA-DECISAO.
002590     MOVE "PRAZO DE APROVACAO ESGOTADO" TO AP-MOTIVO.
002600     REWRITE APROVACAO-REC.
002610     IF FS-APRVFILE-OK
002620         ADD 1 TO WS-QTD-EXPIRADAS
002630     END-IF.
002640 2100-VERIFICAR-PRAZO-EXIT.
002650     EXIT.

002660*----------------------------------------------------------------
002670* 3000-CAIXA-ENTRADA - THE SUPERVISOR'S OWN PENDENTE ROWS, ON THE
002680*                       ALTERNATE KEY
002690*----------------------------------------------------------------
002700 3000-CAIXA-ENTRADA.
002710     MOVE "N" TO WS-FIM-ARQUIVO-SW.
002720     MOVE SPACES TO WS-DECISAO-SW.
002730     MOVE WS-SUPERVISOR TO AP-APROVADOR.
002740     START APPROVAL-FILE KEY IS EQUAL TO AP-APROVADOR
002750         INVALID KEY
002760             SET WS-FIM-ARQUIVO TO TRUE
002770     END-START.
002780     PERFORM 3100-DECIDIR THRU 3100-DECIDIR-EXIT
002790         UNTIL WS-FIM-ARQUIVO OR WS-DECISAO-FIM.

002800     IF WS-QTD-LISTADAS = ZERO
002810         DISPLAY "PROG210: NENHUMA SOLICITACAO PENDENTE PARA "
002820             WS-SUPERVISOR
002830     END-IF.
002840 3000-CAIXA-ENTRADA-EXIT.
002850     EXIT.

002860*----------------------------------------------------------------
002870* 3100-DECIDIR - ONE PENDENTE ROW PER PASS: A = APPROVE,
002880*                 R = REJECT WITH A REASON, ENTER = LEAVE IT,
002890*                 F = CLOSE THE INBOX
002900*----------------------------------------------------------------
002910 3100-DECIDIR.
002920     READ APPROVAL-FILE NEXT
002930         AT END
002940             SET WS-FIM-ARQUIVO TO TRUE
002950             GO TO 3100-DECIDIR-EXIT
002960     END-READ.
002970     IF AP-APROVADOR NOT = WS-SUPERVISOR
002980         SET WS-FIM-ARQUIVO TO TRUE
002990         GO TO 3100-DECIDIR-EXIT
003000     END-IF.
003010     IF NOT AP-PENDENTE
003020         GO TO 3100-DECIDIR-EXIT
003030     END-IF.

003040     ADD 1 TO WS-QTD-LISTADAS.
003050     DISPLAY "----------------------------------------------".
003060     DISPLAY "PROGRAMA " AP-PROGRAMA " SOLICITADO EM "
003070         AP-DATA-SOLIC " POR " AP-SOLICITANTE.
003080     DISPLAY "CODIGO " AP-CODIGO " - " AP-DESCRICAO.
003090     DISPLAY "DECIDIR ATE " AP-DATA-LIMITE.

003100* THE SERVICE NEVER PARKS A ROW WITH THE REQUESTER AS APPROVER;
003110* A ROW KEYED IN BY HAND IS REFUSED HERE ALL THE SAME
003120     IF AP-SOLICITANTE = WS-SUPERVISOR
003130         DISPLAY "PROG210: SOLICITACAO DO PROPRIO SUPERVISOR - "
003140             "AUTOAPROVACAO NAO PERMITIDA"
003150         GO TO 3100-DECIDIR-EXIT
003160     END-IF.

003170     DISPLAY "A = APROVAR / R = REJEITAR / ENTER = DEIXAR "
003180             "PENDENTE / F = ENCERRAR".
003190     MOVE SPACES TO WS-DECISAO-SW.
003200     ACCEPT WS-DECISAO-SW.

003210     IF WS-DECISAO-APROVAR
003220         SET AP-APROVADA TO TRUE
003230         MOVE SPACES TO AP-MOTIVO
003240         PERFORM 3200-GRAVAR-DECISAO THRU 3200-GRAVAR-DECISAO-EXIT
003250         GO TO 3100-DECIDIR-EXIT
003260     END-IF.

003270     IF WS-DECISAO-REJEITAR
003280         DISPLAY "MOTIVO DA REJEICAO"
003290         MOVE SPACES TO WS-MOTIVO-ENT
003300         ACCEPT WS-MOTIVO-ENT
003310         IF WS-MOTIVO-ENT = SPACES
003320             DISPLAY "PROG210: REJEICAO EXIGE MOTIVO - "
003330                 "SOLICITACAO CONTINUA PENDENTE"
003340             GO TO 3100-DECIDIR-EXIT
003350         END-IF
003360         SET AP-REJEITADA TO TRUE
003370         MOVE WS-MOTIVO-ENT TO AP-MOTIVO
003380         PERFORM 3200-GRAVAR-DECISAO THRU 3200-GRAVAR-DECISAO-EXIT
003390     END-IF.
003400 3100-DECIDIR-EXIT.
003410     EXIT.

003420*----------------------------------------------------------------
003430* 3200-GRAVAR-DECISAO
003440*----------------------------------------------------------------
003450 3200-GRAVAR-DECISAO.
003460     MOVE WS-DATA-ATUAL TO AP-DATA-DECISAO.
003470     REWRITE APROVACAO-REC.
003480     IF NOT FS-APRVFILE-OK
003490         DISPLAY "PROG210: ERRO AO GRAVAR DECISAO - " FS-APRVFILE
003500         GO TO 3200-GRAVAR-DECISAO-EXIT
003510     END-IF.

003520     MOVE SPACES TO WS-DESCRICAO-AUD.
003530     IF AP-APROVADA
003540         ADD 1 TO WS-QTD-APROVADAS
003550         STRING "APROVOU " AP-PROGRAMA " COD " AP-CODIGO
003560             " DE " AP-SOLICITANTE " EM " AP-DATA-SOLIC
003570             DELIMITED BY SIZE INTO WS-DESCRICAO-AUD
003580     ELSE
003590         ADD 1 TO WS-QTD-REJEITADAS
003600         STRING "REJEITOU " AP-PROGRAMA " COD " AP-CODIGO
003610             " DE " AP-SOLICITANTE ": " AP-MOTIVO
003620             DELIMITED BY SIZE INTO WS-DESCRICAO-AUD
003630     END-IF.
003640     CALL "PROG22" USING "PROG210 " WS-DESCRICAO-AUD.
003650 3200-GRAVAR-DECISAO-EXIT.
003660     EXIT.

003670*----------------------------------------------------------------
003680* 8000-FINALIZAR
003690*----------------------------------------------------------------
003700 8000-FINALIZAR.
003710     CLOSE APPROVAL-FILE.
003720     DISPLAY "PROG210: LISTADAS " WS-QTD-LISTADAS
003730         " APROVADAS " WS-QTD-APROVADAS
003740         " REJEITADAS " WS-QTD-REJEITADAS.
003750 8000-FINALIZAR-EXIT.
003760     EXIT.

003770 9999-EXIT.
003780     STOP RUN.
