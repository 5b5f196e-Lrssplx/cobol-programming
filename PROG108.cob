001050* DATE-COMPILED:
001060* PURPOSE:     TIMECARD CORRECTION ENTRY. GIVEN A CODIGO AND
001070*              DAY WITH AN EXISTING PUNCH, CAPTURES THE
001080*              CORRECTED ENTRADA/SAIDA PAIRS AND A REASON CODE,
001090*              DEMANDS A SUPERVISOR-LEVEL APPROVAL (OP-NIVEL ON
001100*              OPERADOR) AND WRITES THE ADJUSTMENT ROW CARRYING
001110*              THE ORIGINAL TIMES UNTOUCHED - THE CLERK'S
001160* MODIFICATION HISTORY
001170* DATE       INIT DESCRIPTION
001180* 2026-09-02 RA   INITIAL VERSION
001181* 2026-10-01 RA   SHOWS AND CORRECTS ALL OF THE DAY'S PUNCH
001182*                 PAIRS (UP TO FOUR); THE ADJUSTMENT ROW KEEPS
001183*                 EVERY ORIGINAL PAIR
001184* 2026-10-08 RA   THE SUPERVISOR NO LONGER SIGNS OFF AT THE
001185*                 REQUESTER'S KEYBOARD: THE CORRECTION IS PARKED
001186*                 ON APRVFILE THROUGH PROG209 FOR THE SUPERVISOR'S
001187*                 PROG210 INBOX, AND EACH RUN FIRST WRITES THE
001188*                 CORRECTIONS APPROVED SINCE THE LAST ONE.
001190******************************************************************
001200 IDENTIFICATION DIVISION.
001210 PROGRAM-ID. PROG108.
001330         RECORD KEY IS TA-CHAVE
001340         FILE STATUS IS FS-TCADJ.

001400 DATA DIVISION.
001410 FILE SECTION.
001420 FD  TIMECARD-FILE.
001440 FD  ADJUSTMENT-FILE.
001450 COPY TCAREC.

001480 WORKING-STORAGE SECTION.
001490 01  FS-TIMECARD                 PIC X(02).
001500     88  FS-TIMECARD-OK          VALUE "00".
001510 01  FS-TCADJ                    PIC X(02).
001520     88  FS-TCADJ-OK             VALUE "00".

001550 01  WS-CONTINUAR-SW             PIC X(01) VALUE "S".
001560     88  WS-CONTINUAR            VALUE "S" "s".

001570 01  WS-MENSAGEM                 PIC X(40).
001580 01  WS-VALOR-ENT                PIC 9(09).
001590 01  WS-LIMITE-MIN               PIC 9(09).
001600 01  WS-LIMITE-MAX               PIC 9(09).

001620 01  WS-DATA-ATUAL               PIC 9(08).
001630 01  WS-MARCACOES-NOVAS.
001631     05  WS-PAR-NOVO             OCCURS 4 TIMES.
001632         10  WS-ENTRADA-NOVA     PIC 9(04).
001633         10  WS-SAIDA-NOVA       PIC 9(04).
001640 01  WS-QTD-PARES-NOVA           PIC 9(01).
001641 01  WS-IND-PAR                  PIC 9(01) COMP.
001642 01  WS-PAR-ED                   PIC 9(01).
001650 01  WS-MOTIVO                   PIC X(20).
001660 01  WS-JA-EXISTE-SW             PIC X(01) VALUE "N".
001670     88  WS-JA-EXISTE            VALUE "Y".

001671* PROG209 PENDING-APPROVALS CALL - THE CORRECTED PAIRS
001672* TRAVEL IN WS-APV-DADOS
001673 01  WS-CHAMADA-APROVACAO.
001674     05  WS-APV-FUNCAO           PIC X(01).
001675     05  WS-APV-PROGRAMA         PIC X(08) VALUE "PROG108 ".
001676     05  WS-APV-CODIGO           PIC 9(06).
001677     05  WS-APV-DESCRICAO        PIC X(60).
001678     05  WS-APV-DADOS            PIC X(200).
001679     05  WS-APV-AJUSTE REDEFINES WS-APV-DADOS.
001680         10  WS-APV-DATA         PIC 9(08).
001681         10  WS-APV-MARCACOES    PIC X(32).
001682         10  WS-APV-QTD-PARES    PIC 9(01).
001683         10  WS-APV-MOTIVO       PIC X(20).
001684         10  FILLER              PIC X(139).
001685     05  WS-APV-APROVADOR        PIC X(06).
001686     05  WS-APV-STATUS           PIC X(01).
001687         88  WS-APV-OK           VALUE "1".
001688 01  WS-QTD-APLICADAS            PIC 9(05) VALUE ZERO.

001689 01  WS-DESCRICAO-AUD            PIC X(60).

001690 PROCEDURE DIVISION.

001720*----------------------------------------------------------------
001730 0000-MAINLINE.
001740     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
001741     PERFORM 1500-APLICAR-APROVADOS
001742         THRU 1500-APLICAR-APROVADOS-EXIT.
001743     IF WS-QTD-APLICADAS > ZERO
001744         DISPLAY "NOVO AJUSTE DE PONTO? (S/N)"
001745         ACCEPT WS-CONTINUAR-SW
001746         IF NOT WS-CONTINUAR
001747             GO TO 0000-ENCERRAR
001748         END-IF
001749     END-IF.
001750     PERFORM 2000-CAPTURAR THRU 2000-CAPTURAR-EXIT.
001760     PERFORM 3000-SOLICITAR-APROVACAO
001770         THRU 3000-SOLICITAR-APROVACAO-EXIT.

001771 0000-ENCERRAR.
001840     PERFORM 8000-FINALIZAR THRU 8000-FINALIZAR-EXIT.
001850     GO TO 9999-EXIT.

002080 1000-INICIALIZAR-EXIT.
002090     EXIT.

002091*----------------------------------------------------------------
002092* 1500-APLICAR-APROVADOS - EVERY CORRECTION A SUPERVISOR
002093*                           APPROVED IN THE PROG210 INBOX IS
002094*                           WRITTEN, IF THE PUNCH IS STILL THERE
002095*----------------------------------------------------------------
002096 1500-APLICAR-APROVADOS.
002097     MOVE "P" TO WS-APV-FUNCAO.
002098     CALL "PROG209" USING WS-APV-FUNCAO WS-APV-PROGRAMA
002099         WS-APV-CODIGO WS-APV-DESCRICAO WS-APV-DADOS
002100         WS-APV-APROVADOR WS-APV-STATUS.
002101     IF NOT WS-APV-OK
002102         GO TO 1500-APLICAR-APROVADOS-EXIT
002103     END-IF.

002104     MOVE WS-APV-CODIGO TO TC-CODIGO.
002105     MOVE WS-APV-DATA TO TC-DATA.
002106     READ TIMECARD-FILE
002107         INVALID KEY
002108             DISPLAY "PROG108: AJUSTE APROVADO SEM PONTO DE "
002109                 TC-CODIGO " EM " TC-DATA " - NAO GRAVADO"
002110             MOVE "N" TO WS-APV-FUNCAO
002111             MOVE "PONTO ORIGINAL NAO ENCONTRADO" TO
002112                 WS-APV-DESCRICAO
002113         NOT INVALID KEY
002114             MOVE WS-APV-MARCACOES TO WS-MARCACOES-NOVAS
002115             MOVE WS-APV-QTD-PARES TO WS-QTD-PARES-NOVA
002116             MOVE WS-APV-MOTIVO    TO WS-MOTIVO
002117             PERFORM 4000-GRAVAR THRU 4000-GRAVAR-EXIT
002118     END-READ.

002119     CALL "PROG209" USING WS-APV-FUNCAO WS-APV-PROGRAMA
002120         WS-APV-CODIGO WS-APV-DESCRICAO WS-APV-DADOS
002121         WS-APV-APROVADOR WS-APV-STATUS.
002122     GO TO 1500-APLICAR-APROVADOS.
002123 1500-APLICAR-APROVADOS-EXIT.
002124     EXIT.

002125*----------------------------------------------------------------
002126* 2000-CAPTURAR - THE ORIGINAL PUNCH MUST EXIST; ITS TIMES GO
002127*                  TO THE ADJUSTMENT ROW AS THEY WERE
002130*----------------------------------------------------------------
002140 2000-CAPTURAR.
002150     MOVE "CODIGO DO FUNCIONARIO" TO WS-MENSAGEM.
002310             GO TO 9999-EXIT
002320     END-READ.

002330     PERFORM 2100-EXIBIR-PAR THRU 2100-EXIBIR-PAR-EXIT
002331         VARYING WS-IND-PAR FROM 1 BY 1
002332         UNTIL WS-IND-PAR > TC-QTD-PARES.

002333     MOVE ZEROS TO WS-MARCACOES-NOVAS.
002334     MOVE "PARES CORRIGIDOS NO DIA (1 A 4)" TO WS-MENSAGEM.
002335     MOVE 1 TO WS-LIMITE-MIN.
002336     MOVE 4 TO WS-LIMITE-MAX.
002337     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
002338         WS-LIMITE-MIN WS-LIMITE-MAX.
002339     MOVE WS-VALOR-ENT TO WS-QTD-PARES-NOVA.

002340     PERFORM 2200-CAPTURAR-PAR THRU 2200-CAPTURAR-PAR-EXIT
002341         VARYING WS-IND-PAR FROM 1 BY 1
002342         UNTIL WS-IND-PAR > WS-QTD-PARES-NOVA.

002510     DISPLAY "CODIGO DO MOTIVO (EX: ESQUECEU-SAIDA)".
002520     ACCEPT WS-MOTIVO.
002530 2000-CAPTURAR-EXIT.
002540     EXIT.

002541 2100-EXIBIR-PAR.
002542     MOVE WS-IND-PAR TO WS-PAR-ED.
002543     DISPLAY "PONTO ORIGINAL " WS-PAR-ED ": ENTRADA "
002544         TC-PAR-ENTRADA(WS-IND-PAR) " SAIDA "
002545         TC-PAR-SAIDA(WS-IND-PAR).
002546 2100-EXIBIR-PAR-EXIT.
002547     EXIT.

002548*----------------------------------------------------------------
002549* 2200-CAPTURAR-PAR - ONE CORRECTED PAIR, UNDER THE SAME EDITS
002550*                      AS THE PROG53 CAPTURE
002551*----------------------------------------------------------------
002552 2200-CAPTURAR-PAR.
002553     MOVE WS-IND-PAR TO WS-PAR-ED.
002554     MOVE SPACES TO WS-MENSAGEM.
002555     STRING "PAR " WS-PAR-ED " - ENTRADA CORRIGIDA (HHMM)"
002556         DELIMITED BY SIZE INTO WS-MENSAGEM.
002557     MOVE ZERO TO WS-LIMITE-MIN.
002558     MOVE 2359 TO WS-LIMITE-MAX.
002559     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
002560         WS-LIMITE-MIN WS-LIMITE-MAX.
002561     MOVE WS-VALOR-ENT TO WS-ENTRADA-NOVA(WS-IND-PAR).

002562     IF WS-IND-PAR > 1
002563         AND WS-ENTRADA-NOVA(WS-IND-PAR)
002564             < WS-SAIDA-NOVA(WS-IND-PAR - 1)
002565         DISPLAY "PROG108: PAR " WS-PAR-ED " COMECA ANTES DA "
002566             "SAIDA DO PAR ANTERIOR - AJUSTE RECUSADO"
002567         GO TO 9999-EXIT
002568     END-IF.

002569     MOVE SPACES TO WS-MENSAGEM.
002570     STRING "PAR " WS-PAR-ED " - SAIDA CORRIGIDA (HHMM)"
002571         DELIMITED BY SIZE INTO WS-MENSAGEM.
002572     IF WS-IND-PAR < WS-QTD-PARES-NOVA
002573         MOVE 1 TO WS-LIMITE-MIN
002574     END-IF.
002575     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
002576         WS-LIMITE-MIN WS-LIMITE-MAX.
002577     MOVE WS-VALOR-ENT TO WS-SAIDA-NOVA(WS-IND-PAR).

002578     IF WS-SAIDA-NOVA(WS-IND-PAR) > ZERO
002579         AND WS-SAIDA-NOVA(WS-IND-PAR)
002580             < WS-ENTRADA-NOVA(WS-IND-PAR)
002581         DISPLAY "PROG108: PAR " WS-PAR-ED " COM SAIDA "
002582             "CORRIGIDA ANTERIOR A ENTRADA - AJUSTE RECUSADO"
002583         GO TO 9999-EXIT
002584     END-IF.
002585 2200-CAPTURAR-PAR-EXIT.
002586     EXIT.

002587*----------------------------------------------------------------
002588* 3000-SOLICITAR-APROVACAO - THE CORRECTION IS PARKED FOR A
002589*                             SUPERVISOR OTHER THAN THE
002590*                             REQUESTER (PROG209/PROG210)
002591*----------------------------------------------------------------
002592 3000-SOLICITAR-APROVACAO.
002593     MOVE "S"                TO WS-APV-FUNCAO.
002594     MOVE TC-CODIGO          TO WS-APV-CODIGO.
002595     MOVE SPACES             TO WS-APV-DADOS.
002596     MOVE TC-DATA            TO WS-APV-DATA.
002597     MOVE WS-MARCACOES-NOVAS TO WS-APV-MARCACOES.
002598     MOVE WS-QTD-PARES-NOVA  TO WS-APV-QTD-PARES.
002599     MOVE WS-MOTIVO          TO WS-APV-MOTIVO.
002600     MOVE SPACES             TO WS-APV-DESCRICAO.
002601     STRING "AJUSTE DE PONTO EM " TC-DATA " - "
002602         WS-QTD-PARES-NOVA " PAR(ES) - " WS-MOTIVO
002603         DELIMITED BY SIZE INTO WS-APV-DESCRICAO.
002604     CALL "PROG209" USING WS-APV-FUNCAO WS-APV-PROGRAMA
002605         WS-APV-CODIGO WS-APV-DESCRICAO WS-APV-DADOS
002606         WS-APV-APROVADOR WS-APV-STATUS.
002607     IF NOT WS-APV-OK
002608         DISPLAY "PROG108: AJUSTE NAO ENVIADO PARA APROVACAO"
002609         GO TO 3000-SOLICITAR-APROVACAO-EXIT
002610     END-IF.
002611     DISPLAY "PROG108: AJUSTE DE " TC-CODIGO " EM " TC-DATA
002612         " AGUARDA APROVACAO - SERA GRAVADO NA PROXIMA "
002613         "EXECUCAO APOS APROVADO".
002840 3000-SOLICITAR-APROVACAO-EXIT.
002850     EXIT.

002860*----------------------------------------------------------------
002870* 4000-GRAVAR - A SECOND AJUSTE FOR THE SAME DAY REPLACES THE
002880*                FIRST BUT KEEPS THE ORIGINAL TIMES AS FIRST
002890*                RECORDED. THE APRVFILE ROW IS CLOSED AS
002891*                APPLIED ONLY ONCE THE ROW IS ON FILE
002900*----------------------------------------------------------------
002910 4000-GRAVAR.
002911     MOVE "N" TO WS-APV-FUNCAO.
002920     MOVE "N" TO WS-JA-EXISTE-SW.
002930     MOVE TC-CODIGO TO TA-CODIGO.
002940     MOVE TC-DATA   TO TA-DATA.
002950     READ ADJUSTMENT-FILE
002960         INVALID KEY
002970             MOVE TC-MARCACOES TO TA-MARCACOES-ORIGINAIS
002980             MOVE TC-QTD-PARES TO TA-QTD-PARES-ORIGINAL
002990         NOT INVALID KEY
003000             SET WS-JA-EXISTE TO TRUE
003010     END-READ.

003020     MOVE TC-CODIGO        TO TA-CODIGO.
003030     MOVE TC-DATA          TO TA-DATA.
003040     MOVE WS-MARCACOES-NOVAS TO TA-MARCACOES-CORRIGIDAS.
003050     MOVE WS-QTD-PARES-NOVA  TO TA-QTD-PARES-CORRIGIDA.
003060     MOVE WS-MOTIVO        TO TA-MOTIVO.
003070     MOVE WS-APV-APROVADOR TO TA-APROVADOR.
003080     MOVE WS-DATA-ATUAL    TO TA-DATA-REGISTRO.

003090     IF WS-JA-EXISTE
003130     END-IF.
003140     IF NOT FS-TCADJ-OK
003150         DISPLAY "PROG108: ERRO AO GRAVAR AJUSTE - " FS-TCADJ
003151         MOVE SPACES TO WS-APV-DESCRICAO
003152         STRING "TCADJ RECUSOU A GRAVACAO - " FS-TCADJ
003153             DELIMITED BY SIZE INTO WS-APV-DESCRICAO
003160         GO TO 4000-GRAVAR-EXIT
003170     END-IF.
003171     MOVE "E" TO WS-APV-FUNCAO.
003172     ADD 1 TO WS-QTD-APLICADAS.

003180     DISPLAY "PROG108: AJUSTE DE " TA-CODIGO " EM " TA-DATA
003190         " GRAVADO - ORIGINAL PRESERVADO".

003191     MOVE SPACES TO WS-DESCRICAO-AUD.
003192     STRING "AJUSTOU PONTO DE " TA-CODIGO " EM " TA-DATA
003193         " APROVADOR " TA-APROVADOR
003194         DELIMITED BY SIZE INTO WS-DESCRICAO-AUD.
003195     CALL "PROG22" USING "PROG108 " WS-DESCRICAO-AUD.
003200 4000-GRAVAR-EXIT.
003210     EXIT.

003240*----------------------------------------------------------------
003250 8000-FINALIZAR.
003260     CLOSE TIMECARD-FILE ADJUSTMENT-FILE.
003320 8000-FINALIZAR-EXIT.
003330     EXIT.

