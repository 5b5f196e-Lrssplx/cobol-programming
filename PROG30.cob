001070*              CODIGO, THE FIELD NAME, AND ITS OLD/NEW VALUE,
001080*              APPENDS A TIMESTAMPED ROW TO THE CHANGE-LOG FILE
001090*              SO "WHEN DID THIS FIELD CHANGE AND FROM WHAT" CAN
001100*              BE ANSWERED AFTER THE FACT. EACH ROW IS NUMBERED
001101*              AND CARRIES A CHECK VALUE (PROG215) OVER ITS OWN
001102*              CONTENT AND THE PREVIOUS ROW'S CHECK, BOTH KEPT ON
001103*              THE AUDITSEQ CONTROL FILE, SO PROG216 CAN PROVE NO
001104*              ROW WAS EDITED OR REMOVED.
001110* ----------------------------------------------------------------
001120* MODIFICATION HISTORY
001130* DATE       INIT DESCRIPTION
001140* 2026-08-09 RA   INITIAL VERSION
001141* 2026-10-12 RA   CL-SEQUENCIA AND CL-CHECK CHAIN EACH ROW TO THE
001142*                 PREVIOUS ONE
001150******************************************************************
001160 IDENTIFICATION DIVISION.
001170 PROGRAM-ID. PROG30.
001220         ORGANIZATION IS LINE SEQUENTIAL
001230         FILE STATUS IS FS-CHGLOG.

001231     SELECT AUDIT-SEQ-FILE ASSIGN TO "AUDITSEQ"
001232         ORGANIZATION IS INDEXED
001233         ACCESS MODE IS DYNAMIC
001234         RECORD KEY IS SEQ-CHAVE
001235         FILE STATUS IS FS-AUDITSEQ.

001240 DATA DIVISION.
001250 FILE SECTION.
001260 FD  CHANGE-LOG.
001270 COPY CHGLOG.

001271 FD  AUDIT-SEQ-FILE.
001272 COPY SEQCTL.

001280 WORKING-STORAGE SECTION.
001290 01  FS-CHGLOG                   PIC X(02).
001300     88  FS-CHGLOG-OK            VALUE "00".
001301 01  FS-AUDITSEQ                 PIC X(02).
001302     88  FS-AUDITSEQ-OK          VALUE "00".

001303 01  WS-CHECK-ANTERIOR           PIC 9(08).
001304* CL-CODIGO THROUGH CL-SEQUENCIA - EVERYTHING BUT THE CHECK
001305 01  WS-TAMANHO-CONTEUDO         PIC 9(03) VALUE 103.

001310 LINKAGE SECTION.
001320 01  LK-CODIGO                   PIC 9(06).
001500     ACCEPT CL-DATA FROM DATE YYYYMMDD.
001510     ACCEPT CL-HORA FROM TIME.

001511     PERFORM 1100-PROXIMA-SEQUENCIA
001512         THRU 1100-PROXIMA-SEQUENCIA-EXIT.
001513     CALL "PROG215" USING WS-CHECK-ANTERIOR CHGLOG-REC
001514         WS-TAMANHO-CONTEUDO CL-CHECK.

001520     OPEN EXTEND CHANGE-LOG.
001530     IF NOT FS-CHGLOG-OK
001540         OPEN OUTPUT CHANGE-LOG
001550     END-IF.
001560     WRITE CHGLOG-REC.
001570     CLOSE CHANGE-LOG.

001571     PERFORM 1200-GUARDAR-CHECK
001572         THRU 1200-GUARDAR-CHECK-EXIT.
001580 1000-GRAVAR-ALTERACAO-EXIT.
001590     EXIT.

001591*----------------------------------------------------------------
001592* 1100-PROXIMA-SEQUENCIA - NEXT CL-SEQUENCIA AND THE CHECK OF THE
001593*                           LAST ROW, FROM THE SAME CONTROL FILE
001594*                           PROG22 KEEPS ITS SEQUENCE ON. THE
001595*                           FILE STAYS OPEN UNTIL 1200.
001596*----------------------------------------------------------------
001597 1100-PROXIMA-SEQUENCIA.
001598     OPEN I-O AUDIT-SEQ-FILE.
001599     IF NOT FS-AUDITSEQ-OK
001600         OPEN OUTPUT AUDIT-SEQ-FILE
001601         CLOSE AUDIT-SEQ-FILE
001602         OPEN I-O AUDIT-SEQ-FILE
001603     END-IF.

001604     MOVE "CHGLOGSEQ" TO SEQ-CHAVE.
001605     READ AUDIT-SEQ-FILE
001606         INVALID KEY
001607             MOVE ZERO TO SEQ-ULTIMO
001608     END-READ.

001609     ADD 1 TO SEQ-ULTIMO.
001610     MOVE SEQ-ULTIMO TO CL-SEQUENCIA.

001611     IF FS-AUDITSEQ-OK
001612         REWRITE SEQ-CONTROL-REC
001613     ELSE
001614         WRITE SEQ-CONTROL-REC
001615     END-IF.

001616     MOVE "CHGLOGCHK" TO SEQ-CHAVE.
001617     READ AUDIT-SEQ-FILE
001618         INVALID KEY
001619             MOVE ZERO TO SEQ-ULTIMO
001620     END-READ.
001621     MOVE SEQ-ULTIMO TO WS-CHECK-ANTERIOR.
001622 1100-PROXIMA-SEQUENCIA-EXIT.
001623     EXIT.

001624*----------------------------------------------------------------
001625* 1200-GUARDAR-CHECK - THE NEW ROW'S CHECK IS WHAT THE NEXT ROW
001626*                      CHAINS FROM
001627*----------------------------------------------------------------
001628 1200-GUARDAR-CHECK.
001629     MOVE "CHGLOGCHK" TO SEQ-CHAVE.
001630     READ AUDIT-SEQ-FILE
001631         INVALID KEY
001632             CONTINUE
001633     END-READ.
001634     MOVE CL-CHECK TO SEQ-ULTIMO.
001635     IF FS-AUDITSEQ-OK
001636         REWRITE SEQ-CONTROL-REC
001637     ELSE
001638         WRITE SEQ-CONTROL-REC
001639     END-IF.

001640     CLOSE AUDIT-SEQ-FILE.
001641 1200-GUARDAR-CHECK-EXIT.
001642     EXIT.
