001000******************************************************************
001010* PROGRAM-ID: PROG177
001020* AUTHOR:      R. ALMEIDA - APPLICATIONS
001030* INSTALLATION: FOLHA DE PAGAMENTO / RECURSOS HUMANOS
001040* DATE-WRITTEN: 2026-09-28
001050* DATE-COMPILED:
001060* PURPOSE:     MAINTAINS THE PLR PARAMETER FILE (PLRPRM) -
001070*              INCLUSION, ALTERATION AND CONSULTATION, IN THE
001080*              PROG161 MOLD, OF THE AGREEMENT ROW OF A REFERENCE
001090*              YEAR (POOL, FIXED-PORTION SHARE, REDUCTION PER
001100*              UNJUSTIFIED ABSENCE DAY) AND OF THE BANDS OF THE
001110*              EXCLUSIVE IRRF TABLE ON PLR FOR A CALENDAR YEAR.
001120*              PROG178 DISTRIBUTES AND TAXES FROM THESE ROWS, SO A
001130*              NEW AGREEMENT OR TABLE IS A ROW HERE, NOT A CODE
001140*              CHANGE. EVERY OPERATION IS LOGGED THROUGH THE
001150*              PROG22 AUDIT WRITER.
001160* ----------------------------------------------------------------
001170* MODIFICATION HISTORY
001180* DATE       INIT DESCRIPTION
001190* 2026-09-28 RA   INITIAL VERSION
001200******************************************************************
001210 IDENTIFICATION DIVISION.
001220 PROGRAM-ID. PROG177.

001230 ENVIRONMENT DIVISION.
001240 INPUT-OUTPUT SECTION.
001250 FILE-CONTROL.
001260     SELECT PLR-PARAM-FILE ASSIGN TO "PLRPRM"
001270         ORGANIZATION IS INDEXED
001280         ACCESS MODE IS DYNAMIC
001290         RECORD KEY IS PM-CHAVE
001300         FILE STATUS IS FS-PLRPRM.

001310 DATA DIVISION.
001320 FILE SECTION.
001330 FD  PLR-PARAM-FILE.
001340 COPY PLRPREC.

001350 WORKING-STORAGE SECTION.
001360 01  FS-PLRPRM                   PIC X(02).
001370     88  FS-PLRPRM-OK            VALUE "00".

001380 01  WS-OPCAO-SW                 PIC X(01).
001390     88  WS-OPCAO-INCLUIR        VALUE "1".
001400     88  WS-OPCAO-ALTERAR        VALUE "2".
001410     88  WS-OPCAO-CONSULTAR      VALUE "3".

001420 01  WS-JA-EXISTE-SW             PIC X(01) VALUE "N".
001430     88  WS-JA-EXISTE            VALUE "Y".

001440 01  WS-MENSAGEM                 PIC X(40).
001450 01  WS-VALOR-ENT                PIC 9(09).
001460 01  WS-LIMITE-MIN               PIC 9(09).
001470 01  WS-LIMITE-MAX               PIC 9(09).

001480 01  WS-POOL-ED                  PIC ZZZ,ZZZ,ZZ9.99.
001490 01  WS-PERC-ED                  PIC ZZ9.99.
001500 01  WS-LIMITE-ED                PIC ZZZ,ZZZ,ZZ9.99.
001510 01  WS-ALIQUOTA-ED              PIC Z9.99.
001520 01  WS-PARCELA-ED               PIC ZZZ,ZZZ,ZZ9.99.

001530 01  WS-DESCRICAO-AUD            PIC X(60).

001540 PROCEDURE DIVISION.

001550 0000-MAINLINE.
001560     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.

001570     IF WS-OPCAO-CONSULTAR
001580         PERFORM 4000-CONSULTAR THRU 4000-CONSULTAR-EXIT
001590     ELSE
001600         PERFORM 2000-CAPTURAR THRU 2000-CAPTURAR-EXIT
001610         PERFORM 3000-GRAVAR THRU 3000-GRAVAR-EXIT
001620     END-IF.

001630     CLOSE PLR-PARAM-FILE.
001640     GO TO 9999-EXIT.

001650*----------------------------------------------------------------
001660* 1000-INICIALIZAR - THE ROW IS AN AGREEMENT (A, ALWAYS BAND 00)
001670*                    OR ONE IRRF BAND (F) OF THE YEAR
001680*----------------------------------------------------------------
001690 1000-INICIALIZAR.
001700     OPEN I-O PLR-PARAM-FILE.
001710     IF NOT FS-PLRPRM-OK
001720         OPEN OUTPUT PLR-PARAM-FILE
001730         CLOSE PLR-PARAM-FILE
001740         OPEN I-O PLR-PARAM-FILE
001750     END-IF.
001760     IF NOT FS-PLRPRM-OK
001770         DISPLAY "PROG177: ERRO AO ABRIR PLR-PARAM-FILE "
001780                 FS-PLRPRM
001790         GO TO 9999-EXIT
001800     END-IF.

001810     DISPLAY "OPERACAO (1 = INCLUIR / 2 = ALTERAR / "
001820             "3 = CONSULTAR)".
001830     ACCEPT WS-OPCAO-SW.

001840     DISPLAY "TIPO (A = ACORDO DO ANO-BASE / F = FAIXA DO IR "
001850             "EXCLUSIVO)".
001860     ACCEPT PM-TIPO.
001870     IF NOT PM-ACORDO AND NOT PM-FAIXA-IR
001880         DISPLAY "PROG177: TIPO " PM-TIPO " INVALIDO - "
001890             "OPERACAO REJEITADA"
001900         CLOSE PLR-PARAM-FILE
001910         GO TO 9999-EXIT
001920     END-IF.

001930     MOVE "ANO (AAAA)" TO WS-MENSAGEM.
001940     MOVE 1900 TO WS-LIMITE-MIN.
001950     MOVE 9999 TO WS-LIMITE-MAX.
001960     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
001970         WS-LIMITE-MIN WS-LIMITE-MAX.
001980     MOVE WS-VALOR-ENT TO PM-ANO.

001990     MOVE ZERO TO PM-FAIXA.
002000     IF PM-FAIXA-IR
002010         MOVE "NUMERO DA FAIXA (1 A 10)" TO WS-MENSAGEM
002020         MOVE 1 TO WS-LIMITE-MIN
002030         MOVE 10 TO WS-LIMITE-MAX
002040         CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
002050             WS-LIMITE-MIN WS-LIMITE-MAX
002060         MOVE WS-VALOR-ENT TO PM-FAIXA
002070     END-IF.

002080     READ PLR-PARAM-FILE
002090         INVALID KEY
002100             MOVE "N" TO WS-JA-EXISTE-SW
002110         NOT INVALID KEY
002120             MOVE "Y" TO WS-JA-EXISTE-SW
002130     END-READ.

002140     IF WS-OPCAO-INCLUIR AND WS-JA-EXISTE
002150         DISPLAY "PROG177: PARAMETRO JA CADASTRADO - "
002160             "OPERACAO REJEITADA"
002170         CLOSE PLR-PARAM-FILE
002180         GO TO 9999-EXIT
002190     END-IF.
002200     IF WS-OPCAO-ALTERAR AND NOT WS-JA-EXISTE
002210         DISPLAY "PROG177: PARAMETRO NAO CADASTRADO - "
002220             "OPERACAO REJEITADA"
002230         CLOSE PLR-PARAM-FILE
002240         GO TO 9999-EXIT
002250     END-IF.
002260 1000-INICIALIZAR-EXIT.
002270     EXIT.

002280*----------------------------------------------------------------
002290* 2000-CAPTURAR - VALUES IN CENTAVOS, PERCENTAGES IN HUNDREDTHS
002300*                 OF A PERCENT (1500 = 15,00%)
002310*----------------------------------------------------------------
002320 2000-CAPTURAR.
002330     MOVE SPACES TO PM-DADOS.
002340     IF PM-FAIXA-IR
002350         PERFORM 2200-CAPTURAR-FAIXA
002360             THRU 2200-CAPTURAR-FAIXA-EXIT
002370     ELSE
002380         PERFORM 2100-CAPTURAR-ACORDO
002390             THRU 2100-CAPTURAR-ACORDO-EXIT
002400     END-IF.
002410 2000-CAPTURAR-EXIT.
002420     EXIT.

002430 2100-CAPTURAR-ACORDO.
002440     MOVE "VALOR TOTAL A DISTRIBUIR (CENTAVOS)" TO WS-MENSAGEM.
002450     MOVE 1 TO WS-LIMITE-MIN.
002460     MOVE 999999999 TO WS-LIMITE-MAX.
002470     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
002480         WS-LIMITE-MIN WS-LIMITE-MAX.
002490     COMPUTE PM-VALOR-POOL = WS-VALOR-ENT / 100.

002500     MOVE "PARCELA FIXA (CENTESIMOS DE % DO TOTAL)"
002510         TO WS-MENSAGEM.
002520     MOVE ZERO TO WS-LIMITE-MIN.
002530     MOVE 10000 TO WS-LIMITE-MAX.
002540     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
002550         WS-LIMITE-MIN WS-LIMITE-MAX.
002560     COMPUTE PM-PERC-FIXO = WS-VALOR-ENT / 100.

002570     MOVE "REDUCAO POR FALTA (CENTESIMOS DE %)" TO WS-MENSAGEM.
002580     MOVE ZERO TO WS-LIMITE-MIN.
002590     MOVE 10000 TO WS-LIMITE-MAX.
002600     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
002610         WS-LIMITE-MIN WS-LIMITE-MAX.
002620     COMPUTE PM-REDUCAO-FALTA = WS-VALOR-ENT / 100.

002630     MOVE "DATA DO ACORDO (AAAAMMDD)" TO WS-MENSAGEM.
002640     MOVE 19000101 TO WS-LIMITE-MIN.
002650     MOVE 99991231 TO WS-LIMITE-MAX.
002660     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
002670         WS-LIMITE-MIN WS-LIMITE-MAX.
002680     MOVE WS-VALOR-ENT TO PM-DATA-ACORDO.
002690 2100-CAPTURAR-ACORDO-EXIT.
002700     EXIT.

002710*----------------------------------------------------------------
002720* 2200-CAPTURAR-FAIXA - THE TOP BAND CARRIES THE HIGHEST CEILING
002730*                       (999999999 CENTAVOS COVERS EVERYTHING)
002740*----------------------------------------------------------------
002750 2200-CAPTURAR-FAIXA.
002760     MOVE "LIMITE SUPERIOR DA FAIXA (CENTAVOS)" TO WS-MENSAGEM.
002770     MOVE 1 TO WS-LIMITE-MIN.
002780     MOVE 999999999 TO WS-LIMITE-MAX.
002790     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
002800         WS-LIMITE-MIN WS-LIMITE-MAX.
002810     COMPUTE PM-LIMITE-SUPERIOR = WS-VALOR-ENT / 100.

002820     MOVE "ALIQUOTA (CENTESIMOS DE %)" TO WS-MENSAGEM.
002830     MOVE ZERO TO WS-LIMITE-MIN.
002840     MOVE 9999 TO WS-LIMITE-MAX.
002850     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
002860         WS-LIMITE-MIN WS-LIMITE-MAX.
002870     COMPUTE PM-ALIQUOTA = WS-VALOR-ENT / 100.

002880     MOVE "PARCELA A DEDUZIR (CENTAVOS)" TO WS-MENSAGEM.
002890     MOVE ZERO TO WS-LIMITE-MIN.
002900     MOVE 999999999 TO WS-LIMITE-MAX.
002910     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
002920         WS-LIMITE-MIN WS-LIMITE-MAX.
002930     COMPUTE PM-PARCELA-DEDUZIR = WS-VALOR-ENT / 100.
002940 2200-CAPTURAR-FAIXA-EXIT.
002950     EXIT.

002960*----------------------------------------------------------------
002970* 3000-GRAVAR
002980*----------------------------------------------------------------
002990 3000-GRAVAR.
003000     IF WS-JA-EXISTE
003010         REWRITE PLR-PARAMETRO-REC
003020     ELSE
003030         WRITE PLR-PARAMETRO-REC
003040     END-IF.
003050     IF NOT FS-PLRPRM-OK
003060         DISPLAY "PROG177: ERRO AO GRAVAR PARAMETRO - "
003070             FS-PLRPRM
003080         GO TO 3000-GRAVAR-EXIT
003090     END-IF.

003100     DISPLAY "PROG177: PARAMETRO " PM-ANO " " PM-TIPO " "
003110         PM-FAIXA " GRAVADO".
003120     MOVE SPACES TO WS-DESCRICAO-AUD.
003130     IF PM-ACORDO
003140         MOVE PM-VALOR-POOL TO WS-POOL-ED
003150         STRING "GRAVOU ACORDO PLR " PM-ANO " TOTAL "
003160             WS-POOL-ED
003170             DELIMITED BY SIZE INTO WS-DESCRICAO-AUD
003180     ELSE
003190         MOVE PM-ALIQUOTA TO WS-ALIQUOTA-ED
003200         STRING "GRAVOU FAIXA IR PLR " PM-ANO " FAIXA "
003210             PM-FAIXA " ALIQ " WS-ALIQUOTA-ED
003220             DELIMITED BY SIZE INTO WS-DESCRICAO-AUD
003230     END-IF.
003240     CALL "PROG22" USING "PROG177 " WS-DESCRICAO-AUD.
003250 3000-GRAVAR-EXIT.
003260     EXIT.

003270*----------------------------------------------------------------
003280* 4000-CONSULTAR
003290*----------------------------------------------------------------
003300 4000-CONSULTAR.
003310     IF NOT WS-JA-EXISTE
003320         DISPLAY "PROG177: PARAMETRO NAO CADASTRADO"
003330         GO TO 4000-CONSULTAR-EXIT
003340     END-IF.

003350     DISPLAY "ANO .......... : " PM-ANO.
003360     IF PM-ACORDO
003370         MOVE PM-VALOR-POOL TO WS-POOL-ED
003380         DISPLAY "TOTAL A DISTRIBUIR : " WS-POOL-ED
003390         MOVE PM-PERC-FIXO TO WS-PERC-ED
003400         DISPLAY "PARCELA FIXA % ... : " WS-PERC-ED
003410         MOVE PM-REDUCAO-FALTA TO WS-PERC-ED
003420         DISPLAY "REDUCAO/FALTA % .. : " WS-PERC-ED
003430         DISPLAY "DATA DO ACORDO ... : " PM-DATA-ACORDO
003440     ELSE
003450         MOVE PM-LIMITE-SUPERIOR TO WS-LIMITE-ED
003460         MOVE PM-ALIQUOTA        TO WS-ALIQUOTA-ED
003470         MOVE PM-PARCELA-DEDUZIR TO WS-PARCELA-ED
003480         DISPLAY "FAIXA ............ : " PM-FAIXA
003490         DISPLAY "LIMITE SUPERIOR .. : " WS-LIMITE-ED
003500         DISPLAY "ALIQUOTA % ....... : " WS-ALIQUOTA-ED
003510         DISPLAY "PARCELA A DEDUZIR  : " WS-PARCELA-ED
003520     END-IF.
003530 4000-CONSULTAR-EXIT.
003540     EXIT.

003550 9999-EXIT.
003560     STOP RUN.
