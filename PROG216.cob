001000******************************************************************
001010* PROGRAM-ID: PROG216
001020* AUTHOR:      R. ALMEIDA - APPLICATIONS
001030* INSTALLATION: FOLHA DE PAGAMENTO / RECURSOS HUMANOS
001040* DATE-WRITTEN: 2026-10-12
001050* DATE-COMPILED:
001060* PURPOSE:     CHAIN VERIFICATION OF THE AUDIT LOG (AUDITLOG) AND
001070*              THE CHANGE LOG (CHGLOG). EVERY ROW WRITTEN BY
001080*              PROG22 OR PROG30 CARRIES A SEQUENCE NUMBER AND A
001090*              CHECK VALUE (PROG215) OVER ITS OWN CONTENT AND THE
001100*              CHECK OF THE ROW BEFORE IT. THIS PROGRAM WALKS EACH
001110*              LOG, RECOMPUTES EVERY CHECK AND REPORTS THE FIRST
001120*              BROKEN LINK OR GAP IN THE SEQUENCE - A ROW EDITED,
001130*              REMOVED, INSERTED OR MOVED. THE LAST ROW MUST MATCH
001140*              THE CONTROL FILE, OR ROWS WERE CUT OFF THE END. THE
001150*              POSITION PROVED (SEQUENCE AND CHECK) IS KEPT ON THE
001160*              AUDITSEQ CONTROL FILE (COPYBOOK SEQCTL), SO THE
001170*              NEXT RUN ONLY CHECKS NEW ROWS - AFTER CONFIRMING
001180*              THAT THE LAST PROVED ROW IS STILL THERE, UNCHANGED.
001190*              MODE C (COMPLETO) RE-PROVES THE WHOLE LIVE FILE.
001200*              AFTER A PROG81 PURGE THE CHAIN STARTS FROM THE
001210*              ANCHOR PROG81 LEFT ON THE CONTROL FILE - THE
001220*              SEQUENCE AND CHECK OF THE LAST ROW IT ARCHIVED.
001230*              ROWS WRITTEN BEFORE THE CHAIN EXISTED (NO CHECK)
001240*              ARE COUNTED AS LEGACY WHILE THEY PRECEDE THE FIRST
001250*              CHAINED ROW. RESULT ON THE PROG68 REPORT AND THE
001260*              AUDIT TRAIL; RETURN-CODE 8 WHEN A CHAIN IS BROKEN.
001270* ----------------------------------------------------------------
001280* MODIFICATION HISTORY
001290* DATE       INIT DESCRIPTION
001300* 2026-10-12 RA   INITIAL VERSION
001310******************************************************************
001320 IDENTIFICATION DIVISION.
001330 PROGRAM-ID. PROG216.

001340 ENVIRONMENT DIVISION.
001350 INPUT-OUTPUT SECTION.
001360 FILE-CONTROL.
001370     SELECT LOG-FILE ASSIGN TO DYNAMIC WS-NOME-ARQUIVO
001380         ORGANIZATION IS LINE SEQUENTIAL
001390         FILE STATUS IS FS-LOG.

001400     SELECT AUDIT-SEQ-FILE ASSIGN TO "AUDITSEQ"
001410         ORGANIZATION IS INDEXED
001420         ACCESS MODE IS DYNAMIC
001430         RECORD KEY IS SEQ-CHAVE
001440         FILE STATUS IS FS-AUDITSEQ.

001450 DATA DIVISION.
001460 FILE SECTION.
001470 FD  LOG-FILE.
001480 01  LOG-LINHA                   PIC X(250).

001490 FD  AUDIT-SEQ-FILE.
001500 COPY SEQCTL.

001510 WORKING-STORAGE SECTION.
001520 01  FS-LOG                      PIC X(02).
001530     88  FS-LOG-OK               VALUE "00".
001540     88  FS-LOG-EOF              VALUE "10".
001550 01  FS-AUDITSEQ                 PIC X(02).
001560     88  FS-AUDITSEQ-OK          VALUE "00".

001570 01  WS-NOME-ARQUIVO             PIC X(08).
001580 01  WS-DATA-ATUAL               PIC 9(08).
001590 01  WS-MODO                     PIC X(01).
001600     88  WS-MODO-COMPLETO        VALUE "C".

001610* THE CHAINED LOGS - FILE, CONTROL-KEY PREFIX, WHERE THE SEQUENCE
001620* AND THE CHECK SIT IN THE ROW, AND HOW MANY LEADING BYTES THE
001630* CHECK COVERS (AUDITREC / CHGLOG LAYOUTS)
001640 01  WS-TABELA-CADEIAS.
001650     05  FILLER PIC X(23) VALUE "AUDITLOGAUDIT 001091090".
001660     05  FILLER PIC X(23) VALUE "CHGLOG  CHGLOG096104103".
001670 01  WS-TABELA-CADEIAS-R REDEFINES WS-TABELA-CADEIAS.
001680     05  WS-CADEIA-ENTRADA OCCURS 2 TIMES.
001690         10  WS-CAD-ARQUIVO      PIC X(08).
001700         10  WS-CAD-PREFIXO      PIC X(06).
001710         10  WS-CAD-POS-SEQ      PIC 9(03).
001720         10  WS-CAD-POS-CHECK    PIC 9(03).
001730         10  WS-CAD-TAMANHO      PIC 9(03).
001740 01  WS-IND-CADEIA               PIC 9(02) COMP.

001750* OUTCOME PER LOG, AUDITED ONCE THE CONTROL FILE IS CLOSED
001760 01  WS-RESULTADOS.
001770     05  WS-RESULTADO OCCURS 2 TIMES.
001780         10  WS-RES-STATUS       PIC X(01).
001790             88  WS-RES-INTEGRA  VALUE "O".
001800             88  WS-RES-QUEBRADA VALUE "Q".
001810             88  WS-RES-AUSENTE  VALUE "A".
001820         10  WS-RES-SEQ          PIC 9(08).

001830* CONTROL FILE VALUES FOR THE LOG BEING CHECKED
001840 01  WS-CONTROLE.
001850     05  WS-CTL-SUFIXO           PIC X(04).
001860     05  WS-CTL-VALOR            PIC 9(08).
001870     05  WS-CTL-ACHOU-SW         PIC X(01).
001880         88  WS-CTL-ACHOU        VALUE "Y".
001890     05  WS-CTL-SEQ              PIC 9(08).
001900     05  WS-CTL-CHECK            PIC 9(08).
001910     05  WS-CTL-CHECK-SW         PIC X(01).
001920         88  WS-CTL-CHECK-EXISTE VALUE "Y".
001930     05  WS-VER-SEQ              PIC 9(08).
001940     05  WS-VER-CHECK            PIC 9(08).
001950     05  WS-BASE-SEQ             PIC 9(08).
001960     05  WS-BASE-CHECK           PIC 9(08).

001970* WALKING THE CHAIN
001980 01  WS-CADEIA.
001990     05  WS-INICIO-SEQ           PIC 9(08).
002000     05  WS-SEQ-ANTERIOR         PIC 9(08).
002010     05  WS-CHECK-ANTERIOR       PIC 9(08).
002020     05  WS-SEQ-ESPERADA         PIC 9(08).
002030     05  WS-SEQ-X                PIC X(08).
002040     05  WS-SEQ-LINHA REDEFINES WS-SEQ-X
002050                                 PIC 9(08).
002060     05  WS-CHECK-X              PIC X(08).
002070     05  WS-CHECK-LINHA REDEFINES WS-CHECK-X
002080                                 PIC 9(08).
002090     05  WS-CHECK-CALCULADO      PIC 9(08).
002100     05  WS-CONFERIR-SW          PIC X(01).
002110         88  WS-CONFERIR-PENDENTE VALUE "Y".
002120     05  WS-INICIADA-SW          PIC X(01).
002130         88  WS-CADEIA-INICIADA  VALUE "Y".
002140     05  WS-QUEBRA-SW            PIC X(01).
002150         88  WS-QUEBRA           VALUE "Y".
002160     05  WS-SEQ-QUEBRA           PIC 9(08).
002170     05  WS-MOTIVO               PIC X(50).

002180 01  WS-CONTADORES.
002190     05  WS-QTD-LINHAS           PIC 9(07).
002200     05  WS-QTD-LEGADAS          PIC 9(07).
002210     05  WS-QTD-JA-PROVADAS      PIC 9(07).
002220     05  WS-QTD-PROVADAS         PIC 9(07).
002230     05  WS-QTD-QUEBRAS          PIC 9(02) VALUE ZERO.

002240 01  WS-FUNCAO-REL               PIC X(01).
002250 01  WS-TITULO-REL               PIC X(60).
002260 01  WS-COLUNAS-REL              PIC X(80).
002270 01  WS-LINHA-REL                PIC X(80).

002280 01  WS-DESCRICAO-AUD            PIC X(60).

002290 PROCEDURE DIVISION.

002300*----------------------------------------------------------------
002310* 0000-MAINLINE
002320*----------------------------------------------------------------
002330 0000-MAINLINE.
002340     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
002350     PERFORM 2000-VERIFICAR-LOG THRU 2000-VERIFICAR-LOG-EXIT
002360         VARYING WS-IND-CADEIA FROM 1 BY 1
002370         UNTIL WS-IND-CADEIA > 2.
002380     PERFORM 8000-FINALIZAR THRU 8000-FINALIZAR-EXIT.
002390     GO TO 9999-EXIT.

002400*----------------------------------------------------------------
002410* 1000-INICIALIZAR - MODE, CONTROL FILE, REPORT HEADING
002420*----------------------------------------------------------------
002430 1000-INICIALIZAR.
002440     ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.

002450     DISPLAY "MODO (I=SO LINHAS NOVAS, C=COMPLETO)".
002460     ACCEPT WS-MODO.
002470     IF NOT WS-MODO-COMPLETO
002480         MOVE "I" TO WS-MODO
002490     END-IF.

002500     OPEN I-O AUDIT-SEQ-FILE.
002510     IF NOT FS-AUDITSEQ-OK
002520         OPEN OUTPUT AUDIT-SEQ-FILE
002530         CLOSE AUDIT-SEQ-FILE
002540         OPEN I-O AUDIT-SEQ-FILE
002550     END-IF.
002560     IF NOT FS-AUDITSEQ-OK
002570         DISPLAY "PROG216: ERRO AO ABRIR AUDITSEQ " FS-AUDITSEQ
002580         MOVE 8 TO RETURN-CODE
002590         GO TO 9999-EXIT
002600     END-IF.

002610     MOVE "I" TO WS-FUNCAO-REL.
002620     MOVE SPACES TO WS-TITULO-REL.
002630     STRING "VERIFICACAO DA CADEIA DOS LOGS - " WS-DATA-ATUAL
002640         " MODO " WS-MODO
002650         DELIMITED BY SIZE INTO WS-TITULO-REL.
002660     MOVE SPACES TO WS-COLUNAS-REL.
002670     STRING "ARQUIVO   LINHAS  LEGADAS  JA PROVADAS  NOVAS  "
002680         "PROVADO ATE SEQ"
002690         DELIMITED BY SIZE INTO WS-COLUNAS-REL.
002700     MOVE SPACES TO WS-LINHA-REL.
002710     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
002720         WS-COLUNAS-REL WS-LINHA-REL.
002730 1000-INICIALIZAR-EXIT.
002740     EXIT.

002750*----------------------------------------------------------------
002760* 2000-VERIFICAR-LOG - ONE CHAINED LOG: WHERE TO START, THE WALK,
002770*                      THE END AGAINST THE CONTROL FILE, AND THE
002780*                      NEW PROVED POSITION
002790*----------------------------------------------------------------
002800 2000-VERIFICAR-LOG.
002810     MOVE WS-CAD-ARQUIVO(WS-IND-CADEIA) TO WS-NOME-ARQUIVO.
002820     MOVE ZERO TO WS-QTD-LINHAS WS-QTD-LEGADAS
002830         WS-QTD-JA-PROVADAS WS-QTD-PROVADAS.
002840     MOVE "N" TO WS-CONFERIR-SW WS-INICIADA-SW WS-QUEBRA-SW.
002850     MOVE SPACES TO WS-MOTIVO.
002860     MOVE ZERO TO WS-SEQ-QUEBRA.

002870     PERFORM 2100-LER-CONTROLES THRU 2100-LER-CONTROLES-EXIT.

002880     IF WS-MODO-COMPLETO
002890         OR WS-VER-SEQ NOT > WS-BASE-SEQ
002900         MOVE WS-BASE-SEQ   TO WS-INICIO-SEQ
002910         MOVE WS-BASE-SEQ   TO WS-SEQ-ANTERIOR
002920         MOVE WS-BASE-CHECK TO WS-CHECK-ANTERIOR
002930     ELSE
002940         MOVE WS-VER-SEQ    TO WS-INICIO-SEQ
002950         MOVE WS-VER-SEQ    TO WS-SEQ-ANTERIOR
002960         MOVE WS-VER-CHECK  TO WS-CHECK-ANTERIOR
002970         SET WS-CONFERIR-PENDENTE TO TRUE
002980     END-IF.

002990     MOVE "00" TO FS-LOG.
003000     OPEN INPUT LOG-FILE.
003010     IF NOT FS-LOG-OK
003020         SET WS-RES-AUSENTE(WS-IND-CADEIA) TO TRUE
003030         MOVE SPACES TO WS-LINHA-REL
003040         STRING WS-NOME-ARQUIVO "  INDISPONIVEL (" FS-LOG ")"
003050             DELIMITED BY SIZE INTO WS-LINHA-REL
003060         MOVE "D" TO WS-FUNCAO-REL
003070         CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
003080             WS-COLUNAS-REL WS-LINHA-REL
003090         GO TO 2000-VERIFICAR-LOG-EXIT
003100     END-IF.

003110     PERFORM 2200-LER-LINHA.
003120     PERFORM 2300-EXAMINAR-LINHA THRU 2300-EXAMINAR-LINHA-EXIT
003130         UNTIL FS-LOG-EOF OR WS-QUEBRA.
003140     CLOSE LOG-FILE.

003150     IF NOT WS-QUEBRA
003160         PERFORM 2400-CONFERIR-FINAL
003170             THRU 2400-CONFERIR-FINAL-EXIT
003180     END-IF.

003190     PERFORM 2500-GRAVAR-POSICAO THRU 2500-GRAVAR-POSICAO-EXIT.
003200     PERFORM 2600-IMPRIMIR-RESULTADO
003210         THRU 2600-IMPRIMIR-RESULTADO-EXIT.
003220 2000-VERIFICAR-LOG-EXIT.
003230     EXIT.

003240*----------------------------------------------------------------
003250* 2100-LER-CONTROLES - WRITER'S LAST ROW, LAST PROVED ROW, PURGE
003260*                      ANCHOR - ZERO WHEN NOT ON FILE YET
003270*----------------------------------------------------------------
003280 2100-LER-CONTROLES.
003290     MOVE "SEQ " TO WS-CTL-SUFIXO.
003300     PERFORM 8100-LER-CONTROLE THRU 8100-LER-CONTROLE-EXIT.
003310     MOVE WS-CTL-VALOR TO WS-CTL-SEQ.
003320     MOVE "CHK " TO WS-CTL-SUFIXO.
003330     PERFORM 8100-LER-CONTROLE THRU 8100-LER-CONTROLE-EXIT.
003340     MOVE WS-CTL-VALOR TO WS-CTL-CHECK.
003350     MOVE WS-CTL-ACHOU-SW TO WS-CTL-CHECK-SW.
003360     MOVE "VSEQ" TO WS-CTL-SUFIXO.
003370     PERFORM 8100-LER-CONTROLE THRU 8100-LER-CONTROLE-EXIT.
003380     MOVE WS-CTL-VALOR TO WS-VER-SEQ.
003390     MOVE "VCHK" TO WS-CTL-SUFIXO.
003400     PERFORM 8100-LER-CONTROLE THRU 8100-LER-CONTROLE-EXIT.
003410     MOVE WS-CTL-VALOR TO WS-VER-CHECK.
003420     MOVE "BSEQ" TO WS-CTL-SUFIXO.
003430     PERFORM 8100-LER-CONTROLE THRU 8100-LER-CONTROLE-EXIT.
003440     MOVE WS-CTL-VALOR TO WS-BASE-SEQ.
003450     MOVE "BCHK" TO WS-CTL-SUFIXO.
003460     PERFORM 8100-LER-CONTROLE THRU 8100-LER-CONTROLE-EXIT.
003470     MOVE WS-CTL-VALOR TO WS-BASE-CHECK.
003480 2100-LER-CONTROLES-EXIT.
003490     EXIT.

003500 2200-LER-LINHA.
003510     READ LOG-FILE
003520         AT END
003530             SET FS-LOG-EOF TO TRUE
003540         NOT AT END
003550             ADD 1 TO WS-QTD-LINHAS
003560     END-READ.

003570*----------------------------------------------------------------
003580* 2300-EXAMINAR-LINHA - ONE ROW AGAINST THE CHAIN SO FAR
003590*----------------------------------------------------------------
003600 2300-EXAMINAR-LINHA.
003610     MOVE LOG-LINHA(WS-CAD-POS-SEQ(WS-IND-CADEIA):8) TO WS-SEQ-X.
003620     MOVE LOG-LINHA(WS-CAD-POS-CHECK(WS-IND-CADEIA):8)
003630         TO WS-CHECK-X.

003640     IF WS-SEQ-X NOT NUMERIC OR WS-CHECK-X NOT NUMERIC
003650         IF WS-CADEIA-INICIADA
003660             COMPUTE WS-SEQ-QUEBRA = WS-SEQ-ANTERIOR + 1
003670             MOVE "LINHA SEM SELO DEPOIS DO INICIO DA CADEIA"
003680                 TO WS-MOTIVO
003690             SET WS-QUEBRA TO TRUE
003700         ELSE
003710             ADD 1 TO WS-QTD-LEGADAS
003720         END-IF
003730         GO TO 2300-EXAMINAR-SEGUIR
003740     END-IF.

003750* THE FIRST CHAINED ROW OF A LOG NEVER PURGED NOR PROVED CHAINS
003760* FROM ZERO, WHATEVER SEQUENCE THE LEGACY ROWS USED UP
003770     IF NOT WS-CADEIA-INICIADA
003780         SET WS-CADEIA-INICIADA TO TRUE
003790         IF WS-SEQ-ANTERIOR = ZERO AND WS-SEQ-LINHA > ZERO
003800             COMPUTE WS-SEQ-ANTERIOR = WS-SEQ-LINHA - 1
003810         END-IF
003820     END-IF.

003830     IF WS-SEQ-LINHA NOT > WS-INICIO-SEQ
003840         ADD 1 TO WS-QTD-JA-PROVADAS
003850         IF WS-CONFERIR-PENDENTE AND WS-SEQ-LINHA = WS-INICIO-SEQ
003860             MOVE "N" TO WS-CONFERIR-SW
003870             IF WS-CHECK-LINHA NOT = WS-CHECK-ANTERIOR
003880                 MOVE WS-SEQ-LINHA TO WS-SEQ-QUEBRA
003890                 MOVE "ULTIMA LINHA JA PROVADA FOI ALTERADA"
003900                     TO WS-MOTIVO
003910                 SET WS-QUEBRA TO TRUE
003920             END-IF
003930         END-IF
003940         GO TO 2300-EXAMINAR-SEGUIR
003950     END-IF.

003960     IF WS-CONFERIR-PENDENTE
003970         MOVE WS-INICIO-SEQ TO WS-SEQ-QUEBRA
003980         MOVE "ULTIMA LINHA JA PROVADA NAO ESTA NO ARQUIVO"
003990             TO WS-MOTIVO
004000         SET WS-QUEBRA TO TRUE
004010         GO TO 2300-EXAMINAR-LINHA-EXIT
004020     END-IF.

004030     COMPUTE WS-SEQ-ESPERADA = WS-SEQ-ANTERIOR + 1.
004040     IF WS-SEQ-LINHA NOT = WS-SEQ-ESPERADA
004050         MOVE WS-SEQ-ESPERADA TO WS-SEQ-QUEBRA
004060         MOVE SPACES TO WS-MOTIVO
004070         STRING "LACUNA NA SEQUENCIA - VEIO " WS-SEQ-LINHA
004080             DELIMITED BY SIZE INTO WS-MOTIVO
004090         SET WS-QUEBRA TO TRUE
004100         GO TO 2300-EXAMINAR-LINHA-EXIT
004110     END-IF.

004120     CALL "PROG215" USING WS-CHECK-ANTERIOR LOG-LINHA
004130         WS-CAD-TAMANHO(WS-IND-CADEIA) WS-CHECK-CALCULADO.
004140     IF WS-CHECK-CALCULADO NOT = WS-CHECK-LINHA
004150         MOVE WS-SEQ-LINHA TO WS-SEQ-QUEBRA
004160         MOVE "CHECK NAO CONFERE - LINHA ALTERADA" TO WS-MOTIVO
004170         SET WS-QUEBRA TO TRUE
004180         GO TO 2300-EXAMINAR-LINHA-EXIT
004190     END-IF.

004200     MOVE WS-SEQ-LINHA   TO WS-SEQ-ANTERIOR.
004210     MOVE WS-CHECK-LINHA TO WS-CHECK-ANTERIOR.
004220     ADD 1 TO WS-QTD-PROVADAS.

004230 2300-EXAMINAR-SEGUIR.
004240     IF NOT WS-QUEBRA
004250         PERFORM 2200-LER-LINHA
004260     END-IF.
004270 2300-EXAMINAR-LINHA-EXIT.
004280     EXIT.

004290*----------------------------------------------------------------
004300* 2400-CONFERIR-FINAL - THE LAST PROVED ROW MUST STILL EXIST AND
004310*                       THE LAST ROW MUST BE THE ONE THE WRITER
004320*                       LAST RECORDED ON THE CONTROL FILE
004330*----------------------------------------------------------------
004340 2400-CONFERIR-FINAL.
004350     IF WS-CONFERIR-PENDENTE
004360         MOVE WS-INICIO-SEQ TO WS-SEQ-QUEBRA
004370         MOVE "ULTIMA LINHA JA PROVADA NAO ESTA NO ARQUIVO"
004380             TO WS-MOTIVO
004390         SET WS-QUEBRA TO TRUE
004400         GO TO 2400-CONFERIR-FINAL-EXIT
004410     END-IF.

004420     IF NOT WS-CTL-CHECK-EXISTE
004430         GO TO 2400-CONFERIR-FINAL-EXIT
004440     END-IF.
004450     IF WS-SEQ-ANTERIOR NOT = WS-CTL-SEQ
004460         OR WS-CHECK-ANTERIOR NOT = WS-CTL-CHECK
004470         COMPUTE WS-SEQ-QUEBRA = WS-SEQ-ANTERIOR + 1
004480         MOVE "LINHAS FINAIS AUSENTES - CONTROLE NA SEQ"
004490             TO WS-MOTIVO
004500         MOVE WS-CTL-SEQ TO WS-MOTIVO(42:8)
004510         SET WS-QUEBRA TO TRUE
004520     END-IF.
004530 2400-CONFERIR-FINAL-EXIT.
004540     EXIT.

004550*----------------------------------------------------------------
004560* 2500-GRAVAR-POSICAO - THE LAST ROW PROVED GOOD IS WHERE THE NEXT
004570*                       RUN STARTS; AFTER A BREAK THAT IS THE ROW
004580*                       BEFORE IT, SO THE BREAK IS REPORTED AGAIN
004590*----------------------------------------------------------------
004600 2500-GRAVAR-POSICAO.
004610     IF WS-QUEBRA
004620         SET WS-RES-QUEBRADA(WS-IND-CADEIA) TO TRUE
004630         MOVE WS-SEQ-QUEBRA TO WS-RES-SEQ(WS-IND-CADEIA)
004640         ADD 1 TO WS-QTD-QUEBRAS
004650     ELSE
004660         SET WS-RES-INTEGRA(WS-IND-CADEIA) TO TRUE
004670         MOVE WS-SEQ-ANTERIOR TO WS-RES-SEQ(WS-IND-CADEIA)
004680     END-IF.

004690     IF WS-SEQ-ANTERIOR = ZERO
004700         GO TO 2500-GRAVAR-POSICAO-EXIT
004710     END-IF.
004720     MOVE "VSEQ" TO WS-CTL-SUFIXO.
004730     MOVE WS-SEQ-ANTERIOR TO WS-CTL-VALOR.
004740     PERFORM 8200-GRAVAR-CONTROLE THRU 8200-GRAVAR-CONTROLE-EXIT.
004750     MOVE "VCHK" TO WS-CTL-SUFIXO.
004760     MOVE WS-CHECK-ANTERIOR TO WS-CTL-VALOR.
004770     PERFORM 8200-GRAVAR-CONTROLE THRU 8200-GRAVAR-CONTROLE-EXIT.
004780 2500-GRAVAR-POSICAO-EXIT.
004790     EXIT.

004800 2600-IMPRIMIR-RESULTADO.
004810     MOVE SPACES TO WS-LINHA-REL.
004820     STRING WS-NOME-ARQUIVO "  " WS-QTD-LINHAS "  " WS-QTD-LEGADAS
004830         "  " WS-QTD-JA-PROVADAS "  " WS-QTD-PROVADAS "  "
004840         WS-SEQ-ANTERIOR
004850         DELIMITED BY SIZE INTO WS-LINHA-REL.
004860     MOVE "D" TO WS-FUNCAO-REL.
004870     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
004880         WS-COLUNAS-REL WS-LINHA-REL.

004890     MOVE SPACES TO WS-LINHA-REL.
004900     IF WS-QUEBRA
004910         STRING "  QUEBRA NA SEQ " WS-SEQ-QUEBRA ": " WS-MOTIVO
004920             DELIMITED BY SIZE INTO WS-LINHA-REL
004930         DISPLAY "PROG216: " WS-NOME-ARQUIVO " " WS-LINHA-REL
004940     ELSE
004950         STRING "  CADEIA INTEGRA"
004960             DELIMITED BY SIZE INTO WS-LINHA-REL
004970     END-IF.
004980     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
004990         WS-COLUNAS-REL WS-LINHA-REL.
005000 2600-IMPRIMIR-RESULTADO-EXIT.
005010     EXIT.

005020*----------------------------------------------------------------
005030* 8000-FINALIZAR - THE CONTROL FILE IS CLOSED BEFORE PROG22 IS
005040*                  CALLED, SINCE PROG22 OPENS IT TOO
005050*----------------------------------------------------------------
005060 8000-FINALIZAR.
005070     CLOSE AUDIT-SEQ-FILE.

005080     MOVE "F" TO WS-FUNCAO-REL.
005090     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
005100         WS-COLUNAS-REL WS-LINHA-REL.

005110     PERFORM 8300-AUDITAR-RESULTADO
005120         THRU 8300-AUDITAR-RESULTADO-EXIT
005130         VARYING WS-IND-CADEIA FROM 1 BY 1
005140         UNTIL WS-IND-CADEIA > 2.

005150     IF WS-QTD-QUEBRAS > ZERO
005160         DISPLAY "PROG216: " WS-QTD-QUEBRAS
005170             " CADEIA(S) QUEBRADA(S)"
005180         MOVE 8 TO RETURN-CODE
005190     ELSE
005200         DISPLAY "PROG216: CADEIAS INTEGRAS"
005210     END-IF.
005220 8000-FINALIZAR-EXIT.
005230     EXIT.

005240*----------------------------------------------------------------
005250* 8100-LER-CONTROLE - CONTROL ROW PREFIX + WS-CTL-SUFIXO
005260*----------------------------------------------------------------
005270 8100-LER-CONTROLE.
005280     MOVE SPACES TO SEQ-CHAVE.
005290     STRING WS-CAD-PREFIXO(WS-IND-CADEIA) DELIMITED BY SPACE
005300         WS-CTL-SUFIXO DELIMITED BY SPACE
005310         INTO SEQ-CHAVE.
005320     MOVE "Y" TO WS-CTL-ACHOU-SW.
005330     READ AUDIT-SEQ-FILE
005340         INVALID KEY
005350             MOVE "N" TO WS-CTL-ACHOU-SW
005360             MOVE ZERO TO SEQ-ULTIMO
005370     END-READ.
005380     MOVE SEQ-ULTIMO TO WS-CTL-VALOR.
005390 8100-LER-CONTROLE-EXIT.
005400     EXIT.

005410 8200-GRAVAR-CONTROLE.
005420     MOVE SPACES TO SEQ-CHAVE.
005430     STRING WS-CAD-PREFIXO(WS-IND-CADEIA) DELIMITED BY SPACE
005440         WS-CTL-SUFIXO DELIMITED BY SPACE
005450         INTO SEQ-CHAVE.
005460     READ AUDIT-SEQ-FILE
005470         INVALID KEY
005480             CONTINUE
005490     END-READ.
005500     MOVE WS-CTL-VALOR TO SEQ-ULTIMO.
005510     IF FS-AUDITSEQ-OK
005520         REWRITE SEQ-CONTROL-REC
005530     ELSE
005540         WRITE SEQ-CONTROL-REC
005550     END-IF.
005560 8200-GRAVAR-CONTROLE-EXIT.
005570     EXIT.

005580 8300-AUDITAR-RESULTADO.
005590     MOVE SPACES TO WS-DESCRICAO-AUD.
005600     EVALUATE TRUE
005610         WHEN WS-RES-INTEGRA(WS-IND-CADEIA)
005620             STRING "CADEIA " WS-CAD-ARQUIVO(WS-IND-CADEIA)
005630                 " INTEGRA ATE SEQ " WS-RES-SEQ(WS-IND-CADEIA)
005640                 " MODO " WS-MODO
005650                 DELIMITED BY SIZE INTO WS-DESCRICAO-AUD
005660         WHEN WS-RES-QUEBRADA(WS-IND-CADEIA)
005670             STRING "CADEIA " WS-CAD-ARQUIVO(WS-IND-CADEIA)
005680                 " QUEBRADA NA SEQ " WS-RES-SEQ(WS-IND-CADEIA)
005690                 DELIMITED BY SIZE INTO WS-DESCRICAO-AUD
005700         WHEN OTHER
005710             STRING "CADEIA " WS-CAD-ARQUIVO(WS-IND-CADEIA)
005720                 " NAO VERIFICADA - ARQUIVO INDISPONIVEL"
005730                 DELIMITED BY SIZE INTO WS-DESCRICAO-AUD
005740     END-EVALUATE.
005750     CALL "PROG22" USING "PROG216 " WS-DESCRICAO-AUD.
005760 8300-AUDITAR-RESULTADO-EXIT.
005770     EXIT.

005780 9999-EXIT.
005790     STOP RUN.
