001090*              LOG SO "WHAT HAPPENED, IN WHAT ORDER, DURING
001100*              TODAY'S RUN" CAN BE ANSWERED AFTER THE FACT.
001110*              MODELED ON THE NUMBERED-MESSAGE IDEA IN PROG5.
001111*              EACH ROW CARRIES A CHECK VALUE (PROG215) OVER ITS
001112*              OWN CONTENT AND THE PREVIOUS ROW'S CHECK, KEPT ON
001113*              THE CONTROL FILE NEXT TO THE SEQUENCE, SO PROG216
001114*              CAN PROVE NO ROW WAS EDITED OR REMOVED.
001120* ----------------------------------------------------------------
001130* MODIFICATION HISTORY
001140* DATE       INIT DESCRIPTION
001150* 2026-08-09 RA   INITIAL VERSION
001151* 2026-10-12 RA   AUD-CHECK CHAINS EACH ROW TO THE PREVIOUS ONE;
001152*                 CONTROL ROW LAYOUT MOVED TO COPYBOOK SEQCTL
001160******************************************************************
001170 IDENTIFICATION DIVISION.
001180 PROGRAM-ID. PROG22.
001330 COPY AUDITREC.

001340 FD  AUDIT-SEQ-FILE.
001350 COPY SEQCTL.

001380 WORKING-STORAGE SECTION.
001390 01  FS-AUDITLOG                 PIC X(02).
001410 01  FS-AUDITSEQ                 PIC X(02).
001420     88  FS-AUDITSEQ-OK          VALUE "00".

001421 01  WS-CHECK-ANTERIOR           PIC 9(08).
001422* AUD-SEQUENCIA THROUGH AUD-DESCRICAO - EVERYTHING BUT THE CHECK
001423 01  WS-TAMANHO-CONTEUDO         PIC 9(03) VALUE 090.

001430 LINKAGE SECTION.
001440 01  LK-PROGRAMA                 PIC X(08).
001450 01  LK-DESCRICAO                PIC X(60).
001485         THRU 1000-PROXIMA-SEQUENCIA-EXIT.
001490     PERFORM 2000-GRAVAR-AUDITORIA
001495         THRU 2000-GRAVAR-AUDITORIA-EXIT.
001496     PERFORM 3000-GUARDAR-CHECK
001497         THRU 3000-GUARDAR-CHECK-EXIT.
001500     GOBACK.

001510*----------------------------------------------------------------
001520* 1000-PROXIMA-SEQUENCIA - NEXT SEQUENCE NUMBER, KEPT IN A
001530*                           ONE-ROW CONTROL FILE SO IT SURVIVES
001540*                           ACROSS SEPARATE RUNS. THE FILE
001541*                           STAYS OPEN UNTIL THE NEW CHECK IS
001542*                           STORED IN 3000.
001550*----------------------------------------------------------------
001560 1000-PROXIMA-SEQUENCIA.
001570     OPEN I-O AUDIT-SEQ-FILE.
001730         WRITE SEQ-CONTROL-REC
001740     END-IF.

001741     MOVE "AUDITCHK" TO SEQ-CHAVE.
001742     READ AUDIT-SEQ-FILE
001743         INVALID KEY
001744             MOVE ZERO TO SEQ-ULTIMO
001745     END-READ.
001746     MOVE SEQ-ULTIMO TO WS-CHECK-ANTERIOR.
001760 1000-PROXIMA-SEQUENCIA-EXIT.
001770     EXIT.

001830     ACCEPT AUD-HORA FROM TIME.
001840     MOVE LK-PROGRAMA  TO AUD-PROGRAMA.
001850     MOVE LK-DESCRICAO TO AUD-DESCRICAO.
001851     CALL "PROG215" USING WS-CHECK-ANTERIOR AUDIT-REC
001852         WS-TAMANHO-CONTEUDO AUD-CHECK.

001860     OPEN EXTEND AUDIT-LOG.
001870     IF NOT FS-AUDITLOG-OK
001910     CLOSE AUDIT-LOG.
001920 2000-GRAVAR-AUDITORIA-EXIT.
001930     EXIT.

001931*----------------------------------------------------------------
001932* 3000-GUARDAR-CHECK - THE NEW ROW'S CHECK IS WHAT THE NEXT ROW
001933*                      CHAINS FROM
001934*----------------------------------------------------------------
001935 3000-GUARDAR-CHECK.
001936     MOVE "AUDITCHK" TO SEQ-CHAVE.
001937     READ AUDIT-SEQ-FILE
001938         INVALID KEY
001939             CONTINUE
001940     END-READ.
001941     MOVE AUD-CHECK TO SEQ-ULTIMO.
001942     IF FS-AUDITSEQ-OK
001943         REWRITE SEQ-CONTROL-REC
001944     ELSE
001945         WRITE SEQ-CONTROL-REC
001946     END-IF.

001947     CLOSE AUDIT-SEQ-FILE.
001948 3000-GUARDAR-CHECK-EXIT.
001949     EXIT.
