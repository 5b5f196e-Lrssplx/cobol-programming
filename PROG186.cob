001000******************************************************************
001010* PROGRAM-ID: PROG186
001020* AUTHOR:      R. ALMEIDA - APPLICATIONS
001030* INSTALLATION: FOLHA DE PAGAMENTO / RECURSOS HUMANOS
001040* DATE-WRITTEN: 2026-10-01
001050* DATE-COMPILED:
001060* PURPOSE:     MAINTAINS THE HEALTH-PLAN CATALOG (PLANOSAU) -
001070*              INCLUSION, ALTERATION AND CONSULTATION OF A PLAN'S
001080*              CARRIER, ITS MONTHLY PRICE PER TITULAR AND PER
001090*              DEPENDENT LIFE, THE SHARE OF EACH PRICE THE
001100*              FUNCIONARIO CONTRIBUTES AND THE SHARE OF THE
001110*              CO-PARTICIPATION CHARGES PASSED ON, IN THE PROG161
001120*              MOLD. PROG42 DEDUCTS AND PROG188 RECONCILES THE
001130*              CARRIER INVOICE AGAINST THESE PRICES. EVERY
001140*              OPERATION IS LOGGED THROUGH THE PROG22 AUDIT
001150*              WRITER.
001160* ----------------------------------------------------------------
001170* MODIFICATION HISTORY
001180* DATE       INIT DESCRIPTION
001190* 2026-10-01 RA   INITIAL VERSION
001200******************************************************************
001210 IDENTIFICATION DIVISION.
001220 PROGRAM-ID. PROG186.

001230 ENVIRONMENT DIVISION.
001240 INPUT-OUTPUT SECTION.
001250 FILE-CONTROL.
001260     SELECT HEALTH-PLAN-FILE ASSIGN TO "PLANOSAU"
001270         ORGANIZATION IS INDEXED
001280         ACCESS MODE IS DYNAMIC
001290         RECORD KEY IS PS-PLANO
001300         FILE STATUS IS FS-PLANOSAU.

001310 DATA DIVISION.
001320 FILE SECTION.
001330 FD  HEALTH-PLAN-FILE.
001340 COPY PLSAREC.

001350 WORKING-STORAGE SECTION.
001360 01  FS-PLANOSAU                 PIC X(02).
001370     88  FS-PLANOSAU-OK          VALUE "00".

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

001480 01  WS-DATA-ATUAL               PIC 9(08).
001490 01  WS-PRECO-ED                 PIC ZZ,ZZ9.99.
001500 01  WS-PRECO-2-ED               PIC ZZ,ZZ9.99.
001510 01  WS-PCT-ED                   PIC ZZ9.99.

001520 01  WS-DESCRICAO-AUD            PIC X(60).

001530 PROCEDURE DIVISION.

001540 0000-MAINLINE.
001550     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.

001560     IF WS-OPCAO-CONSULTAR
001570         PERFORM 4000-CONSULTAR THRU 4000-CONSULTAR-EXIT
001580     ELSE
001590         PERFORM 2000-CAPTURAR THRU 2000-CAPTURAR-EXIT
001600         PERFORM 3000-GRAVAR THRU 3000-GRAVAR-EXIT
001610     END-IF.

001620     CLOSE HEALTH-PLAN-FILE.
001630     GO TO 9999-EXIT.

001640*----------------------------------------------------------------
001650* 1000-INICIALIZAR
001660*----------------------------------------------------------------
001670 1000-INICIALIZAR.
001680     ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
001690     OPEN I-O HEALTH-PLAN-FILE.
001700     IF NOT FS-PLANOSAU-OK
001710         OPEN OUTPUT HEALTH-PLAN-FILE
001720         CLOSE HEALTH-PLAN-FILE
001730         OPEN I-O HEALTH-PLAN-FILE
001740     END-IF.
001750     IF NOT FS-PLANOSAU-OK
001760         DISPLAY "PROG186: ERRO AO ABRIR HEALTH-PLAN-FILE "
001770                 FS-PLANOSAU
001780         GO TO 9999-EXIT
001790     END-IF.

001800     DISPLAY "OPERACAO (1 = INCLUIR / 2 = ALTERAR / "
001810             "3 = CONSULTAR)".
001820     ACCEPT WS-OPCAO-SW.

001830     DISPLAY "CODIGO DO PLANO".
001840     ACCEPT PS-PLANO.
001850     IF PS-PLANO = SPACES
001860         DISPLAY "PROG186: CODIGO DO PLANO EM BRANCO - "
001870             "OPERACAO REJEITADA"
001880         CLOSE HEALTH-PLAN-FILE
001890         GO TO 9999-EXIT
001900     END-IF.

001910     READ HEALTH-PLAN-FILE
001920         INVALID KEY
001930             MOVE "N" TO WS-JA-EXISTE-SW
001940         NOT INVALID KEY
001950             MOVE "Y" TO WS-JA-EXISTE-SW
001960     END-READ.

001970     IF WS-OPCAO-INCLUIR AND WS-JA-EXISTE
001980         DISPLAY "PROG186: PLANO JA CADASTRADO - "
001990             "OPERACAO REJEITADA"
002000         CLOSE HEALTH-PLAN-FILE
002010         GO TO 9999-EXIT
002020     END-IF.
002030     IF WS-OPCAO-ALTERAR AND NOT WS-JA-EXISTE
002040         DISPLAY "PROG186: PLANO NAO CADASTRADO - "
002050             "OPERACAO REJEITADA"
002060         CLOSE HEALTH-PLAN-FILE
002070         GO TO 9999-EXIT
002080     END-IF.
002090 1000-INICIALIZAR-EXIT.
002100     EXIT.

002110*----------------------------------------------------------------
002120* 2000-CAPTURAR - PRICES ARE KEYED IN CENTAVOS, SHARES IN
002130*                 HUNDREDTHS OF A PERCENT (3000 = 30,00%)
002140*----------------------------------------------------------------
002150 2000-CAPTURAR.
002160     DISPLAY "DESCRICAO DO PLANO".
002170     ACCEPT PS-DESCRICAO.
002180     DISPLAY "OPERADORA".
002190     ACCEPT PS-OPERADORA.

002200     MOVE "PRECO POR TITULAR (CENTAVOS)" TO WS-MENSAGEM.
002210     MOVE ZERO TO WS-LIMITE-MIN.
002220     MOVE 9999999 TO WS-LIMITE-MAX.
002230     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
002240         WS-LIMITE-MIN WS-LIMITE-MAX.
002250     COMPUTE PS-PRECO-TITULAR = WS-VALOR-ENT / 100.

002260     MOVE "PRECO POR DEPENDENTE (CENTAVOS)" TO WS-MENSAGEM.
002270     MOVE ZERO TO WS-LIMITE-MIN.
002280     MOVE 9999999 TO WS-LIMITE-MAX.
002290     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
002300         WS-LIMITE-MIN WS-LIMITE-MAX.
002310     COMPUTE PS-PRECO-DEPENDENTE = WS-VALOR-ENT / 100.

002320     MOVE "CONTRIB. TITULAR (CENTESIMOS DE %)" TO WS-MENSAGEM.
002330     MOVE ZERO TO WS-LIMITE-MIN.
002340     MOVE 10000 TO WS-LIMITE-MAX.
002350     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
002360         WS-LIMITE-MIN WS-LIMITE-MAX.
002370     COMPUTE PS-PCT-TITULAR = WS-VALOR-ENT / 100.

002380     MOVE "CONTRIB. DEPENDENTE (CENTESIMOS DE %)" TO WS-MENSAGEM.
002390     MOVE ZERO TO WS-LIMITE-MIN.
002400     MOVE 10000 TO WS-LIMITE-MAX.
002410     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
002420         WS-LIMITE-MIN WS-LIMITE-MAX.
002430     COMPUTE PS-PCT-DEPENDENTE = WS-VALOR-ENT / 100.

002440     MOVE "COPARTICIPACAO REPASSADA (CENTESIMOS %)"
002450         TO WS-MENSAGEM.
002460     MOVE ZERO TO WS-LIMITE-MIN.
002470     MOVE 10000 TO WS-LIMITE-MAX.
002480     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
002490         WS-LIMITE-MIN WS-LIMITE-MAX.
002500     COMPUTE PS-PCT-COPART = WS-VALOR-ENT / 100.

002510     MOVE WS-DATA-ATUAL TO PS-DATA-ALTERACAO.
002520 2000-CAPTURAR-EXIT.
002530     EXIT.

002540*----------------------------------------------------------------
002550* 3000-GRAVAR
002560*----------------------------------------------------------------
002570 3000-GRAVAR.
002580     IF WS-JA-EXISTE
002590         REWRITE PLANO-SAUDE-REC
002600     ELSE
002610         WRITE PLANO-SAUDE-REC
002620     END-IF.
002630     IF NOT FS-PLANOSAU-OK
002640         DISPLAY "PROG186: ERRO AO GRAVAR PLANO - "
002650             FS-PLANOSAU
002660         GO TO 3000-GRAVAR-EXIT
002670     END-IF.

002680     DISPLAY "PROG186: PLANO " PS-PLANO " GRAVADO".
002690     MOVE PS-PRECO-TITULAR    TO WS-PRECO-ED.
002700     MOVE PS-PRECO-DEPENDENTE TO WS-PRECO-2-ED.
002710     MOVE SPACES TO WS-DESCRICAO-AUD.
002720     STRING "GRAVOU PLANO SAUDE " PS-PLANO " TIT "
002730         WS-PRECO-ED " DEP " WS-PRECO-2-ED
002740         DELIMITED BY SIZE INTO WS-DESCRICAO-AUD.
002750     CALL "PROG22" USING "PROG186 " WS-DESCRICAO-AUD.
002760 3000-GRAVAR-EXIT.
002770     EXIT.

002780*----------------------------------------------------------------
002790* 4000-CONSULTAR
002800*----------------------------------------------------------------
002810 4000-CONSULTAR.
002820     IF NOT WS-JA-EXISTE
002830         DISPLAY "PROG186: PLANO NAO CADASTRADO"
002840         GO TO 4000-CONSULTAR-EXIT
002850     END-IF.

002860     DISPLAY "PLANO ............... : " PS-PLANO.
002870     DISPLAY "DESCRICAO ........... : " PS-DESCRICAO.
002880     DISPLAY "OPERADORA ........... : " PS-OPERADORA.
002890     MOVE PS-PRECO-TITULAR TO WS-PRECO-ED.
002900     DISPLAY "PRECO TITULAR ....... : " WS-PRECO-ED.
002910     MOVE PS-PRECO-DEPENDENTE TO WS-PRECO-ED.
002920     DISPLAY "PRECO DEPENDENTE .... : " WS-PRECO-ED.
002930     MOVE PS-PCT-TITULAR TO WS-PCT-ED.
002940     DISPLAY "CONTRIB. TITULAR % .. : " WS-PCT-ED.
002950     MOVE PS-PCT-DEPENDENTE TO WS-PCT-ED.
002960     DISPLAY "CONTRIB. DEPENDENTE % : " WS-PCT-ED.
002970     MOVE PS-PCT-COPART TO WS-PCT-ED.
002980     DISPLAY "COPARTICIPACAO % .... : " WS-PCT-ED.
002990     DISPLAY "ULTIMA ALTERACAO .... : " PS-DATA-ALTERACAO.
003000 4000-CONSULTAR-EXIT.
003010     EXIT.

003020 9999-EXIT.
003030     STOP RUN.
