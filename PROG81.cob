001140*              REGISTER PRINTS WHAT MOVED WHERE. THE DATE
001150*              POSITION INSIDE EACH ROW IS LAYOUT KNOWLEDGE
001160*              KEPT IN THIS PROGRAM'S TABLE.
001161*              AUDITLOG AND CHGLOG ARE CHAINED (EACH ROW'S CHECK
001162*              COVERS THE ROW BEFORE IT - SEE PROG216): ONLY A
001163*              LEADING RUN OF EXPIRED ROWS ALREADY PROVED BY
001164*              PROG216 IS ARCHIVED, SO THE EXTRACT AND THE LIVE
001165*              FILE EACH HOLD AN UNBROKEN PIECE OF THE CHAIN, AND
001166*              THE SEQUENCE AND CHECK OF THE LAST ROW ARCHIVED
001167*              ARE LEFT ON THE AUDITSEQ CONTROL FILE AS THE
001168*              ANCHOR THE LIVE CHAIN IS VERIFIED FROM.
001170* ----------------------------------------------------------------
001180* MODIFICATION HISTORY
001190* DATE       INIT DESCRIPTION
001200* 2026-08-22 RA   INITIAL VERSION
001201* 2026-10-12 RA   CHAINED LOGS - ARCHIVE ONLY A PROVED LEADING
001202*                 RUN AND RECORD THE CHAIN ANCHOR ON AUDITSEQ
001210******************************************************************
001220 IDENTIFICATION DIVISION.
001230 PROGRAM-ID. PROG81.
001370         ORGANIZATION IS LINE SEQUENTIAL
001380         FILE STATUS IS FS-RETAINED.

001381     SELECT AUDIT-SEQ-FILE ASSIGN TO "AUDITSEQ"
001382         ORGANIZATION IS INDEXED
001383         ACCESS MODE IS DYNAMIC
001384         RECORD KEY IS SEQ-CHAVE
001385         FILE STATUS IS FS-AUDITSEQ.

001390 DATA DIVISION.
001400 FILE SECTION.
001410 FD  RETENTION-RULES.
001470 FD  RETAINED-FILE.
001480 01  RETAINED-LINHA              PIC X(250).

001481 FD  AUDIT-SEQ-FILE.
001482 COPY SEQCTL.

001490 WORKING-STORAGE SECTION.
001500 01  FS-RETRULES                 PIC X(02).
001510     88  FS-RETRULES-OK          VALUE "00".
001590 01  FS-RETAINED                 PIC X(02).
001600     88  FS-RETAINED-OK          VALUE "00".

001601 01  FS-AUDITSEQ                 PIC X(02).
001602     88  FS-AUDITSEQ-OK          VALUE "00".

001610 01  WS-NOME-ARQUIVO             PIC X(08).

001620* WHERE THE YYYYMMDD DATE SITS INSIDE EACH KNOWN LAYOUT; FOR A
001621* CHAINED LOG ALSO ITS AUDITSEQ KEY PREFIX AND WHERE THE ROW'S
001622* SEQUENCE AND CHECK SIT
001630 01  WS-TABELA-LAYOUTS.
001640     05  FILLER PIC X(23) VALUE "AUDITLOG009AUDIT 001091".
001650     05  FILLER PIC X(23) VALUE "CHGLOG  007CHGLOG096104".
001660     05  FILLER PIC X(23) VALUE "EXCPFILE001      000000".
001670     05  FILLER PIC X(23) VALUE "SESSLOG 035      000000".
001680     05  FILLER PIC X(23) VALUE "SURVEY  057      000000".
001690 01  WS-TABELA-LAYOUTS-R REDEFINES WS-TABELA-LAYOUTS.
001700     05  WS-LAYOUT-ENTRADA OCCURS 5 TIMES.
001710         10  WS-LAY-ARQUIVO      PIC X(08).
001720         10  WS-LAY-POSICAO      PIC 9(03).
001721         10  WS-LAY-PREFIXO      PIC X(06).
001722         10  WS-LAY-POS-SEQ      PIC 9(03).
001723         10  WS-LAY-POS-CHECK    PIC 9(03).

001730 01  WS-INDICE                   PIC 9(02) COMP.
001740 01  WS-ACHOU-SW                 PIC X(01).
001770 01  WS-DATA-LINHA               PIC 9(08).
001780 01  WS-DATA-LINHA-X             PIC X(08).

001781* CHAINED LOG BEING SPLIT - LAST ROW PROVED BY PROG216, ANCHOR
001782* (LAST ROW ARCHIVED) AND WHETHER THE RETAINED PART HAS BEGUN
001783 01  WS-CADEIA.
001784     05  WS-PREFIXO              PIC X(06).
001785         88  WS-SEM-CADEIA       VALUE SPACES.
001786     05  WS-POS-SEQ              PIC 9(03).
001787     05  WS-POS-CHECK            PIC 9(03).
001788     05  WS-SUFIXO               PIC X(04).
001789     05  WS-VER-SEQ              PIC 9(08).
001790     05  WS-ANCORA-SEQ           PIC 9(08).
001791     05  WS-ANCORA-CHECK         PIC 9(08).
001792     05  WS-SEQ-X                PIC X(08).
001793     05  WS-SEQ-LINHA REDEFINES WS-SEQ-X
001794                                 PIC 9(08).
001795     05  WS-CHECK-X              PIC X(08).
001796     05  WS-CHECK-LINHA REDEFINES WS-CHECK-X
001797                                 PIC 9(08).
001798     05  WS-RETENDO-SW           PIC X(01).
001799         88  WS-RETENDO          VALUE "Y".

001800 01  WS-DATA-ATUAL               PIC 9(08).
001801 01  WS-DATA-CORTE               PIC 9(08).
001810 01  WS-MESES-NEGATIVOS          PIC S9(07).

001820 01  WS-CHAMADA-DATA.
001920     05  WS-QTD-EXPIRADAS        PIC 9(07) COMP VALUE ZERO.
001930     05  WS-QTD-RETIDAS          PIC 9(07) COMP VALUE ZERO.
001940     05  WS-QTD-VERIFICADAS      PIC 9(07) COMP VALUE ZERO.
001941     05  WS-QTD-SEGURADAS        PIC 9(07) COMP VALUE ZERO.
001942     05  WS-QTD-SEG-ED           PIC 9(07).
001950     05  WS-QTD-EXP-ED           PIC 9(07).
001960     05  WS-QTD-RET-ED           PIC 9(07).

002580     IF WS-ACHOU
002590         SUBTRACT 1 FROM WS-INDICE
002600         MOVE WS-LAY-POSICAO(WS-INDICE) TO WS-POSICAO-DATA
002601         MOVE WS-LAY-PREFIXO(WS-INDICE) TO WS-PREFIXO
002602         MOVE WS-LAY-POS-SEQ(WS-INDICE) TO WS-POS-SEQ
002603         MOVE WS-LAY-POS-CHECK(WS-INDICE) TO WS-POS-CHECK
002610     END-IF.
002620 2100-LOCALIZAR-LAYOUT-EXIT.
002630     EXIT.
002760     MOVE ZERO TO WS-QTD-EXPIRADAS.
002770     MOVE ZERO TO WS-QTD-RETIDAS.
002780     MOVE "00" TO FS-LIVE.
002781     MOVE ZERO TO WS-QTD-SEGURADAS.
002782     MOVE ZERO TO WS-ANCORA-SEQ.
002783     MOVE ZERO TO WS-ANCORA-CHECK.
002784     MOVE "N" TO WS-RETENDO-SW.
002785     IF NOT WS-SEM-CADEIA
002786         PERFORM 3300-LER-POSICAO-PROVADA
002787             THRU 3300-LER-POSICAO-PROVADA-EXIT
002788     END-IF.

002790     MOVE RT-ARQUIVO TO WS-NOME-ARQUIVO.
002800     OPEN INPUT LIVE-FILE.

002910     CLOSE LIVE-FILE ARCHIVE-FILE RETAINED-FILE.

002911     IF WS-QTD-SEGURADAS > ZERO
002912         MOVE WS-QTD-SEGURADAS TO WS-QTD-SEG-ED
002913         DISPLAY "PROG81: " RT-ARQUIVO " - " WS-QTD-SEG-ED
002914             " LINHA(S) EXPIRADA(S) MANTIDA(S) - CADEIA AINDA "
002915             "NAO PROVADA (PROG216) ATE ELAS"
002916     END-IF.

002920     IF WS-QTD-EXPIRADAS = ZERO
002930         DISPLAY "PROG81: " RT-ARQUIVO " SEM LINHAS EXPIRADAS "
002940             "(CORTE " WS-DATA-CORTE ")"
003190         MOVE WS-DATA-ATUAL TO WS-DATA-LINHA
003200     END-IF.

003201     IF WS-SEM-CADEIA
003202         PERFORM 3220-CLASSIFICAR-DATA
003203     ELSE
003204         PERFORM 3210-CLASSIFICAR-CADEIA
003205             THRU 3210-CLASSIFICAR-CADEIA-EXIT
003206     END-IF.
003207     PERFORM 3100-LER-LINHA.

003208 3220-CLASSIFICAR-DATA.
003210     IF WS-DATA-LINHA < WS-DATA-CORTE
003220         MOVE LIVE-LINHA TO ARCHIVE-LINHA
003230         WRITE ARCHIVE-LINHA
003280         ADD 1 TO WS-QTD-RETIDAS
003290     END-IF.

003301*----------------------------------------------------------------
003302* 3210-CLASSIFICAR-CADEIA - A CHAINED LOG IS CUT IN ONE PLACE
003303*                            ONLY: THE FIRST ROW THAT IS NOT YET
003304*                            EXPIRED, OR NOT YET PROVED, AND
003305*                            EVERYTHING AFTER IT STAYS LIVE.
003306*                            ROWS FROM BEFORE THE CHAIN (NO
003307*                            CHECK) GO BY DATE ALONE.
003308*----------------------------------------------------------------
003309 3210-CLASSIFICAR-CADEIA.
003310     IF WS-RETENDO
003311         GO TO 3210-RETER
003312     END-IF.
003313     IF WS-DATA-LINHA NOT < WS-DATA-CORTE
003314         GO TO 3210-RETER
003315     END-IF.

003316     MOVE LIVE-LINHA(WS-POS-SEQ:8) TO WS-SEQ-X.
003317     MOVE LIVE-LINHA(WS-POS-CHECK:8) TO WS-CHECK-X.
003318     IF WS-SEQ-X NUMERIC AND WS-CHECK-X NUMERIC
003319         IF WS-SEQ-LINHA > WS-VER-SEQ
003320             ADD 1 TO WS-QTD-SEGURADAS
003321             GO TO 3210-RETER
003322         END-IF
003323         MOVE WS-SEQ-LINHA TO WS-ANCORA-SEQ
003324         MOVE WS-CHECK-LINHA TO WS-ANCORA-CHECK
003325     END-IF.

003326     MOVE LIVE-LINHA TO ARCHIVE-LINHA.
003327     WRITE ARCHIVE-LINHA.
003328     ADD 1 TO WS-QTD-EXPIRADAS.
003329     GO TO 3210-CLASSIFICAR-CADEIA-EXIT.

003330 3210-RETER.
003331     SET WS-RETENDO TO TRUE.
003332     MOVE LIVE-LINHA TO RETAINED-LINHA.
003333     WRITE RETAINED-LINHA.
003334     ADD 1 TO WS-QTD-RETIDAS.
003335 3210-CLASSIFICAR-CADEIA-EXIT.
003336     EXIT.

003337*----------------------------------------------------------------
003338* 3300-LER-POSICAO-PROVADA - LAST ROW PROG216 PROVED; NOTHING
003339*                             PAST IT MAY LEAVE THE LIVE FILE
003340*----------------------------------------------------------------
003341 3300-LER-POSICAO-PROVADA.
003342     MOVE ZERO TO WS-VER-SEQ.
003343     OPEN INPUT AUDIT-SEQ-FILE.
003344     IF NOT FS-AUDITSEQ-OK
003345         GO TO 3300-LER-POSICAO-PROVADA-EXIT
003346     END-IF.
003347     MOVE "VSEQ" TO WS-SUFIXO.
003348     PERFORM 3310-MONTAR-CHAVE.
003349     READ AUDIT-SEQ-FILE
003350         INVALID KEY
003351             MOVE ZERO TO SEQ-ULTIMO
003352     END-READ.
003353     MOVE SEQ-ULTIMO TO WS-VER-SEQ.
003354     CLOSE AUDIT-SEQ-FILE.
003355 3300-LER-POSICAO-PROVADA-EXIT.
003356     EXIT.

003357 3310-MONTAR-CHAVE.
003358     MOVE SPACES TO SEQ-CHAVE.
003359     STRING WS-PREFIXO DELIMITED BY SPACE
003360         WS-SUFIXO DELIMITED BY SPACE
003361         INTO SEQ-CHAVE.

003362*----------------------------------------------------------------
003363* 4000-VERIFICAR-EXTRATO - RE-READ THE EXTRACT AND COUNT
003364*----------------------------------------------------------------
003365 4000-VERIFICAR-EXTRATO.
003366     MOVE ZERO TO WS-QTD-VERIFICADAS.
003367     MOVE "00" TO FS-ARCHIVE.
003370     OPEN INPUT ARCHIVE-FILE.
003380     IF NOT FS-ARCHIVE-OK
003390         GO TO 4000-VERIFICAR-EXTRATO-EXIT
003680         INTO WS-COMANDO.
003690     CALL "SYSTEM" USING WS-COMANDO.

003691     IF NOT WS-SEM-CADEIA AND WS-ANCORA-SEQ > ZERO
003692         PERFORM 5100-GRAVAR-ANCORA THRU 5100-GRAVAR-ANCORA-EXIT
003693     END-IF.

003700     MOVE WS-QTD-EXPIRADAS TO WS-QTD-EXP-ED.
003710     MOVE WS-QTD-RETIDAS   TO WS-QTD-RET-ED.
003720     DISPLAY "PROG81: " RT-ARQUIVO " - " WS-QTD-EXP-ED
003800 5000-EFETIVAR-TROCA-EXIT.
003810     EXIT.

003811*----------------------------------------------------------------
003812* 5100-GRAVAR-ANCORA - SEQUENCE AND CHECK OF THE LAST ROW NOW IN
003813*                      THE EXTRACT: THE FIRST LIVE ROW CHAINS
003814*                      FROM IT, AND THE EXTRACT ENDS ON IT
003815*----------------------------------------------------------------
003816 5100-GRAVAR-ANCORA.
003817     OPEN I-O AUDIT-SEQ-FILE.
003818     IF NOT FS-AUDITSEQ-OK
003819         DISPLAY "PROG81: ERRO AO ABRIR AUDITSEQ " FS-AUDITSEQ
003820             " - ANCORA DE " RT-ARQUIVO " NAO GRAVADA (SEQ "
003821             WS-ANCORA-SEQ " CHECK " WS-ANCORA-CHECK ")"
003822         MOVE 8 TO RETURN-CODE
003823         GO TO 5100-GRAVAR-ANCORA-EXIT
003824     END-IF.

003825     MOVE "BSEQ" TO WS-SUFIXO.
003826     PERFORM 3310-MONTAR-CHAVE.
003827     READ AUDIT-SEQ-FILE
003828         INVALID KEY
003829             CONTINUE
003830     END-READ.
003831     MOVE WS-ANCORA-SEQ TO SEQ-ULTIMO.
003832     IF FS-AUDITSEQ-OK
003833         REWRITE SEQ-CONTROL-REC
003834     ELSE
003835         WRITE SEQ-CONTROL-REC
003836     END-IF.

003837     MOVE "BCHK" TO WS-SUFIXO.
003838     PERFORM 3310-MONTAR-CHAVE.
003839     READ AUDIT-SEQ-FILE
003840         INVALID KEY
003841             CONTINUE
003842     END-READ.
003843     MOVE WS-ANCORA-CHECK TO SEQ-ULTIMO.
003844     IF FS-AUDITSEQ-OK
003845         REWRITE SEQ-CONTROL-REC
003846     ELSE
003847         WRITE SEQ-CONTROL-REC
003848     END-IF.

003849     CLOSE AUDIT-SEQ-FILE.
003850 5100-GRAVAR-ANCORA-EXIT.
003851     EXIT.

003852*----------------------------------------------------------------
003853* 8000-FINALIZAR
003854*----------------------------------------------------------------
003855 8000-FINALIZAR.
003860     CLOSE RETENTION-RULES.
003870     DISPLAY "PROG81: ARQUIVAMENTO CONCLUIDO".
003880 8000-FINALIZAR-EXIT.
