001110*              REPORT SERVICES - NOT A RERUN AGAINST A MASTER
001120*              THAT HAS SINCE MOVED ON. THE REPORT ID IS THE
001130*              REPORT TITLE WITH SPACES SQUEEZED OUT (30).
001131*              THE LISTING ALSO SAYS WHETHER THE RUN LEFT A
001132*              DELIMITED EXTRACT ON EXTFILE, AND FUNCTION 3
001133*              WRITES THAT EXTRACT FILE AGAIN UNDER ITS ORIGINAL
001134*              NAME - NO RERUN OF THE JOB NEEDED TO GET THE DATA.
001140* ----------------------------------------------------------------
001150* MODIFICATION HISTORY
001160* DATE       INIT DESCRIPTION
001170* 2026-09-02 RA   INITIAL VERSION
001171* 2026-10-08 RA   A REPRINT NOW IDENTIFIES THE OPERATOR (PROG211)
001172*                 AND IS REFUSED WHEN THE REPORT WAS PRODUCED AT A
001173*                 HIGHER FIELD-VISIBILITY LEVEL (RP-NIVEL-VISAO)
001174*                 THAN THE OPERATOR'S - AN UNMASKED REPORT IS NOT
001175*                 REPRINTED TO SOMEONE WHO COULD NOT HAVE RUN IT.
001176*                 THE LISTING SHOWS EACH REPORT'S LEVEL, AND THE
001177*                 AUDIT ROW NOW NAMES THE OPERATOR.
001178* 2026-10-12 RA   LISTING SHOWS WHICH RUNS HAVE A DELIMITED
001179*                 EXTRACT (EXTFILE, WRITTEN BY PROG68); FUNCTION 3
001180*                 REGENERATES THE EXTRACT FILE, UNDER THE SAME
001181*                 VISIBILITY-LEVEL RULE AS A REPRINT
001182******************************************************************
001190 IDENTIFICATION DIVISION.
001200 PROGRAM-ID. PROG146.

001270         RECORD KEY IS RP-CHAVE
001280         FILE STATUS IS FS-RPTFILE.

001281     SELECT EXT-FILE ASSIGN TO "EXTFILE"
001282         ORGANIZATION IS INDEXED
001283         ACCESS MODE IS DYNAMIC
001284         RECORD KEY IS EX-CHAVE
001285         FILE STATUS IS FS-EXTFILE.

001286     SELECT EXTRACT-CSV ASSIGN TO DYNAMIC WS-NOME-EXTRATO
001287         ORGANIZATION IS LINE SEQUENTIAL
001288         FILE STATUS IS FS-EXTCSV.

001290 DATA DIVISION.
001300 FILE SECTION.
001310 FD  RPT-FILE.
001320 COPY RPTREC.

001321 FD  EXT-FILE.
001322 COPY EXTREC.

001323 FD  EXTRACT-CSV.
001324 01  EXTRACT-CSV-LINHA           PIC X(300).

001330 WORKING-STORAGE SECTION.
001340 01  FS-RPTFILE                  PIC X(02).
001350     88  FS-RPTFILE-OK           VALUE "00".
001360     88  FS-RPTFILE-EOF          VALUE "10".
001361 01  FS-EXTFILE                  PIC X(02).
001362     88  FS-EXTFILE-OK           VALUE "00".
001363     88  FS-EXTFILE-EOF          VALUE "10".
001364 01  FS-EXTCSV                   PIC X(02).
001365     88  FS-EXTCSV-OK            VALUE "00".
001366 01  WS-EXTFILE-SW               PIC X(01) VALUE "N".
001367     88  WS-EXTFILE-ABERTO       VALUE "Y".

001370 01  WS-FUNCAO-SW                PIC X(01).
001380     88  WS-FUNCAO-LISTAR        VALUE "1".
001390     88  WS-FUNCAO-REIMPRIMIR    VALUE "2".
001391     88  WS-FUNCAO-EXTRATO       VALUE "3".

001400 01  WS-MENSAGEM                 PIC X(40).
001410 01  WS-VALOR-ENT                PIC 9(09).
001490     05  WS-QTD-RELATORIOS       PIC 9(04) VALUE ZERO.
001500     05  WS-TEM-GRUPO-SW         PIC X(01) VALUE "N".
001510         88  WS-TEM-GRUPO        VALUE "Y".
001511     05  WS-NIVEL-ANTERIOR       PIC X(01).
001512     05  WS-TEM-EXTRATO          PIC X(01).

001520 01  WS-REIMPRESSAO.
001530     05  WS-ID-PEDIDO            PIC X(30).
001540     05  WS-DATA-PEDIDA          PIC 9(08).
001550     05  WS-QTD-REIMPRESSAS      PIC 9(06) VALUE ZERO.
001551     05  WS-NIVEL-EXIGIDO        PIC X(01).
001552     05  WS-RESTRITO-SW          PIC X(01) VALUE "N".
001553         88  WS-RESTRITO         VALUE "Y".

001554 01  WS-REGERACAO.
001555     05  WS-NOME-EXTRATO         PIC X(60).
001556     05  WS-QTD-REGERADAS        PIC 9(06) VALUE ZERO.

001557 01  WS-CHAMADA-VISAO.
001558     05  WS-VIS-FUNCAO           PIC X(01).
001559     05  WS-VIS-OPERADOR         PIC X(06).
001560     05  WS-VIS-NIVEL            PIC X(01).
001561     05  WS-VIS-STATUS           PIC X(01).
001562         88  WS-VIS-OK           VALUE "1".

001563 01  WS-DESCRICAO-AUD            PIC X(60).

001570 PROCEDURE DIVISION.

001600*----------------------------------------------------------------
001610 0000-MAINLINE.
001620     DISPLAY "FUNCAO (1 = LISTAR REPOSITORIO / 2 = "
001630             "REIMPRIMIR RELATORIO / 3 = REGERAR EXTRATO)".
001640     ACCEPT WS-FUNCAO-SW.

001650     OPEN INPUT RPT-FILE.
001690         GO TO 9999-EXIT
001700     END-IF.

001701     OPEN INPUT EXT-FILE.
001702     IF FS-EXTFILE-OK
001703         SET WS-EXTFILE-ABERTO TO TRUE
001704     END-IF.

001710     IF WS-FUNCAO-REIMPRIMIR
001720         PERFORM 3000-REIMPRIMIR THRU 3000-REIMPRIMIR-EXIT
001730     ELSE
001731         IF WS-FUNCAO-EXTRATO
001732             PERFORM 4000-REGERAR-EXTRATO
001733                 THRU 4000-REGERAR-EXTRATO-EXIT
001734         ELSE
001735             PERFORM 2000-LISTAR THRU 2000-LISTAR-EXIT
001736         END-IF
001750     END-IF.

001760     CLOSE RPT-FILE.
001761     IF WS-EXTFILE-ABERTO
001762         CLOSE EXT-FILE
001763     END-IF.
001770     GO TO 9999-EXIT.

001780*----------------------------------------------------------------
001810 2000-LISTAR.
001820     DISPLAY "RELATORIOS GUARDADOS NO REPOSITORIO".
001830     DISPLAY "RELATORIO (ID SEM ESPACOS)     DATA     "
001840             "PAGINAS LINHAS VISAO EXTRATO".

001850     MOVE SPACES TO RP-RELATORIO.
001860     MOVE ZERO TO RP-DATA.
002140     IF NOT WS-TEM-GRUPO
002150         MOVE RP-RELATORIO TO WS-ID-ANTERIOR
002160         MOVE RP-DATA      TO WS-DATA-ANTERIOR
002161         MOVE RP-NIVEL-VISAO TO WS-NIVEL-ANTERIOR
002162         IF WS-NIVEL-ANTERIOR = SPACE
002163             MOVE "3" TO WS-NIVEL-ANTERIOR
002164         END-IF
002170         MOVE ZERO TO WS-QTD-PAGINAS
002180         MOVE ZERO TO WS-QTD-LINHAS
002190         SET WS-TEM-GRUPO TO TRUE
002260     EXIT.

002270 2200-FECHAR-GRUPO.
002271     MOVE "N" TO WS-TEM-EXTRATO.
002272     IF WS-EXTFILE-ABERTO
002273         MOVE WS-ID-ANTERIOR   TO EX-RELATORIO
002274         MOVE WS-DATA-ANTERIOR TO EX-DATA
002275         MOVE 1 TO EX-SEQ
002276         READ EXT-FILE
002277             INVALID KEY
002278                 MOVE "N" TO WS-TEM-EXTRATO
002279             NOT INVALID KEY
002280                 MOVE "S" TO WS-TEM-EXTRATO
002281         END-READ
002282     END-IF.
002283     DISPLAY WS-ID-ANTERIOR "  " WS-DATA-ANTERIOR " "
002290         WS-QTD-PAGINAS "    " WS-QTD-LINHAS "     "
002291         WS-NIVEL-ANTERIOR "     " WS-TEM-EXTRATO.
002300     ADD 1 TO WS-QTD-RELATORIOS.
002310     MOVE "N" TO WS-TEM-GRUPO-SW.
002320 2200-FECHAR-GRUPO-EXIT.
002360*                    AS CAPTURED
002370*----------------------------------------------------------------
002380 3000-REIMPRIMIR.
002381     MOVE "I" TO WS-VIS-FUNCAO.
002382     CALL "PROG211" USING WS-VIS-FUNCAO WS-VIS-OPERADOR
002383         WS-VIS-NIVEL WS-VIS-STATUS.

002390     DISPLAY "RELATORIO (TITULO SEM ESPACOS, ATE 30 "
002400             "CARACTERES, CONFORME A LISTAGEM)".
002410     ACCEPT WS-ID-PEDIDO.
002570         THRU 3100-REIMPRIMIR-LINHA-EXIT
002580         UNTIL FS-RPTFILE-EOF.

002581     IF WS-RESTRITO
002582         DISPLAY "PROG146: " WS-ID-PEDIDO " DE " WS-DATA-PEDIDA
002583             " EXIGE NIVEL DE VISAO " WS-NIVEL-EXIGIDO
002584             " - REIMPRESSAO NEGADA"
002585         MOVE SPACES TO WS-DESCRICAO-AUD
002586         STRING "NEGOU " WS-ID-PEDIDO " " WS-DATA-PEDIDA
002587             " OP " WS-VIS-OPERADOR
002588             DELIMITED BY SIZE INTO WS-DESCRICAO-AUD
002589         CALL "PROG22" USING "PROG146 " WS-DESCRICAO-AUD
002590         GO TO 3000-REIMPRIMIR-EXIT
002591     END-IF.

002592     IF WS-QTD-REIMPRESSAS = ZERO
002600         DISPLAY "PROG146: " WS-ID-PEDIDO " DE "
002610             WS-DATA-PEDIDA " NAO CONSTA NO REPOSITORIO"
002620         GO TO 3000-REIMPRIMIR-EXIT
002640     DISPLAY "PROG146: REIMPRESSAS " WS-QTD-REIMPRESSAS
002650         " LINHA(S) DE " WS-ID-PEDIDO " DE " WS-DATA-PEDIDA.
002660     MOVE SPACES TO WS-DESCRICAO-AUD.
002670     STRING "REIMPRIMIU " WS-ID-PEDIDO " " WS-DATA-PEDIDA
002680         " OP " WS-VIS-OPERADOR
002690         DELIMITED BY SIZE INTO WS-DESCRICAO-AUD.
002700     CALL "PROG22" USING "PROG146 " WS-DESCRICAO-AUD.
002710 3000-REIMPRIMIR-EXIT.
002820         GO TO 3100-REIMPRIMIR-LINHA-EXIT
002830     END-IF.

002831     IF WS-QTD-REIMPRESSAS = ZERO
002832         PERFORM 3200-VERIFICAR-NIVEL
002833             THRU 3200-VERIFICAR-NIVEL-EXIT
002834         IF WS-RESTRITO
002835             SET FS-RPTFILE-EOF TO TRUE
002836             GO TO 3100-REIMPRIMIR-LINHA-EXIT
002837         END-IF
002838     END-IF.

002840     DISPLAY RP-LINHA.
002850     ADD 1 TO WS-QTD-REIMPRESSAS.
002860 3100-REIMPRIMIR-LINHA-EXIT.
002870     EXIT.

002871*----------------------------------------------------------------
002872* 3200-VERIFICAR-NIVEL - THE FIRST ROW TELLS THE LEVEL THE
002873*                         REPORT WAS PRODUCED AT; THE OPERATOR
002874*                         MUST BE AT OR ABOVE IT
002875*----------------------------------------------------------------
002876 3200-VERIFICAR-NIVEL.
002877     MOVE RP-NIVEL-VISAO TO WS-NIVEL-EXIGIDO.
002878     IF WS-NIVEL-EXIGIDO = SPACE
002879         MOVE "3" TO WS-NIVEL-EXIGIDO
002880     END-IF.
002881     IF WS-VIS-NIVEL < WS-NIVEL-EXIGIDO
002882         SET WS-RESTRITO TO TRUE
002883     END-IF.
002884 3200-VERIFICAR-NIVEL-EXIT.
002885     EXIT.

002886*----------------------------------------------------------------
002887* 4000-REGERAR-EXTRATO - THE CHOSEN RUN'S EXTRACT, WRITTEN AGAIN
002888*                         ROW BY ROW FROM EXTFILE UNDER THE FILE
002889*                         NAME PROG68 GAVE IT
002890*----------------------------------------------------------------
002891 4000-REGERAR-EXTRATO.
002892     MOVE "I" TO WS-VIS-FUNCAO.
002893     CALL "PROG211" USING WS-VIS-FUNCAO WS-VIS-OPERADOR
002894         WS-VIS-NIVEL WS-VIS-STATUS.

002895     IF NOT WS-EXTFILE-ABERTO
002896         DISPLAY "PROG146: REPOSITORIO DE EXTRATOS "
002897             "(EXTFILE) INDISPONIVEL"
002898         GO TO 4000-REGERAR-EXTRATO-EXIT
002899     END-IF.

002900     DISPLAY "RELATORIO (TITULO SEM ESPACOS, ATE 30 "
002901             "CARACTERES, CONFORME A LISTAGEM)".
002902     ACCEPT WS-ID-PEDIDO.

002903     MOVE "DATA DA EMISSAO (AAAAMMDD)" TO WS-MENSAGEM.
002904     MOVE 19000101 TO WS-LIMITE-MIN.
002905     MOVE 99991231 TO WS-LIMITE-MAX.
002906     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
002907         WS-LIMITE-MIN WS-LIMITE-MAX.
002908     MOVE WS-VALOR-ENT TO WS-DATA-PEDIDA.

002909     MOVE WS-ID-PEDIDO   TO EX-RELATORIO.
002910     MOVE WS-DATA-PEDIDA TO EX-DATA.
002911     MOVE ZERO TO EX-SEQ.
002912     START EXT-FILE KEY IS NOT LESS THAN EX-CHAVE
002913         INVALID KEY
002914             SET FS-EXTFILE-EOF TO TRUE
002915     END-START.

002916     PERFORM 4100-REGERAR-LINHA THRU 4100-REGERAR-LINHA-EXIT
002917         UNTIL FS-EXTFILE-EOF.

002918     IF WS-RESTRITO
002919         DISPLAY "PROG146: EXTRATO DE " WS-ID-PEDIDO " DE "
002920             WS-DATA-PEDIDA " EXIGE NIVEL DE VISAO "
002921             WS-NIVEL-EXIGIDO " - REGERACAO NEGADA"
002922         MOVE SPACES TO WS-DESCRICAO-AUD
002923         STRING "NEGOU EXTRATO " WS-ID-PEDIDO " " WS-DATA-PEDIDA
002924             " OP " WS-VIS-OPERADOR
002925             DELIMITED BY SIZE INTO WS-DESCRICAO-AUD
002926         CALL "PROG22" USING "PROG146 " WS-DESCRICAO-AUD
002927         GO TO 4000-REGERAR-EXTRATO-EXIT
002928     END-IF.

002929     IF WS-QTD-REGERADAS = ZERO
002930         DISPLAY "PROG146: " WS-ID-PEDIDO " DE "
002931             WS-DATA-PEDIDA " NAO TEM EXTRATO NO REPOSITORIO"
002932         GO TO 4000-REGERAR-EXTRATO-EXIT
002933     END-IF.

002934     CLOSE EXTRACT-CSV.
002935     DISPLAY "PROG146: REGERADAS " WS-QTD-REGERADAS
002936         " LINHA(S) EM " WS-NOME-EXTRATO.
002937     MOVE SPACES TO WS-DESCRICAO-AUD.
002938     STRING "REGEROU EXTRATO " WS-ID-PEDIDO " " WS-DATA-PEDIDA
002939         " OP " WS-VIS-OPERADOR
002940         DELIMITED BY SIZE INTO WS-DESCRICAO-AUD.
002941     CALL "PROG22" USING "PROG146 " WS-DESCRICAO-AUD.
002942 4000-REGERAR-EXTRATO-EXIT.
002943     EXIT.

002944 4100-REGERAR-LINHA.
002945     READ EXT-FILE NEXT
002946         AT END
002947             SET FS-EXTFILE-EOF TO TRUE
002948             GO TO 4100-REGERAR-LINHA-EXIT
002949     END-READ.

002950     IF EX-RELATORIO NOT = WS-ID-PEDIDO
002951         OR EX-DATA NOT = WS-DATA-PEDIDA
002952         SET FS-EXTFILE-EOF TO TRUE
002953         GO TO 4100-REGERAR-LINHA-EXIT
002954     END-IF.

002955     IF WS-QTD-REGERADAS = ZERO
002956         PERFORM 4200-VERIFICAR-NIVEL-EXTRATO
002957             THRU 4200-VERIFICAR-NIVEL-EXTRATO-EXIT
002958         IF WS-RESTRITO
002959             SET FS-EXTFILE-EOF TO TRUE
002960             GO TO 4100-REGERAR-LINHA-EXIT
002961         END-IF
002962         MOVE EX-ARQUIVO TO WS-NOME-EXTRATO
002963         OPEN OUTPUT EXTRACT-CSV
002964         IF NOT FS-EXTCSV-OK
002965             DISPLAY "PROG146: ERRO AO CRIAR " WS-NOME-EXTRATO
002966                 " " FS-EXTCSV
002967             SET FS-EXTFILE-EOF TO TRUE
002968             GO TO 4100-REGERAR-LINHA-EXIT
002969         END-IF
002970     END-IF.

002971     MOVE EX-LINHA TO EXTRACT-CSV-LINHA.
002972     WRITE EXTRACT-CSV-LINHA.
002973     ADD 1 TO WS-QTD-REGERADAS.
002974 4100-REGERAR-LINHA-EXIT.
002975     EXIT.

002976* SAME RULE AS 3200, ON THE LEVEL THE EXTRACT WAS PRODUCED AT
002977 4200-VERIFICAR-NIVEL-EXTRATO.
002978     MOVE EX-NIVEL-VISAO TO WS-NIVEL-EXIGIDO.
002979     IF WS-NIVEL-EXIGIDO = SPACE
002980         MOVE "3" TO WS-NIVEL-EXIGIDO
002981     END-IF.
002982     IF WS-VIS-NIVEL < WS-NIVEL-EXIGIDO
002983         SET WS-RESTRITO TO TRUE
002984     END-IF.
002985 4200-VERIFICAR-NIVEL-EXTRATO-EXIT.
002986     EXIT.

002987 9999-EXIT.
002988     STOP RUN.
