001000******************************************************************
001010* PROGRAM-ID: PROG183
001020* AUTHOR:      R. ALMEIDA - APPLICATIONS
001030* INSTALLATION: FOLHA DE PAGAMENTO / RECURSOS HUMANOS
001040* DATE-WRITTEN: 2026-09-28
001050* DATE-COMPILED:
001060* PURPOSE:     MAINTAINS THE EMPLOYER PAYROLL CHARGE RATES
001070*              (ENCPATR) - INSS PATRONAL, RAT, THE FAP FACTOR,
001080*              TERCEIROS AND FGTS - THAT THE PAYROLL RUN
001090*              (PROG42) CHARGES THE COMPANY OVER EVERY GROSS, IN
001100*              THE PROG165 MOLD. EVERY CHANGE IS LOGGED THROUGH
001110*              THE PROG22 AUDIT WRITER.
001120* ----------------------------------------------------------------
001130* MODIFICATION HISTORY
001140* DATE       INIT DESCRIPTION
001150* 2026-09-28 RA   INITIAL VERSION
001160******************************************************************
001170 IDENTIFICATION DIVISION.
001180 PROGRAM-ID. PROG183.

001190 ENVIRONMENT DIVISION.
001200 INPUT-OUTPUT SECTION.
001210 FILE-CONTROL.
001220     SELECT EMPLOYER-RATE-FILE ASSIGN TO "ENCPATR"
001230         ORGANIZATION IS INDEXED
001240         ACCESS MODE IS DYNAMIC
001250         RECORD KEY IS EP-CHAVE
001260         FILE STATUS IS FS-ENCPATR.

001270 DATA DIVISION.
001280 FILE SECTION.
001290 FD  EMPLOYER-RATE-FILE.
001300 COPY PATRREC.

001310 WORKING-STORAGE SECTION.
001320 01  FS-ENCPATR                  PIC X(02).
001330     88  FS-ENCPATR-OK           VALUE "00".

001340 01  WS-OPCAO-SW                 PIC X(01).
001350     88  WS-OPCAO-ALTERAR        VALUE "1".
001360     88  WS-OPCAO-CONSULTAR      VALUE "2".

001370 01  WS-JA-EXISTE-SW             PIC X(01) VALUE "N".
001380     88  WS-JA-EXISTE            VALUE "Y".

001390 01  WS-MENSAGEM                 PIC X(40).
001400 01  WS-VALOR-ENT                PIC 9(09).
001410 01  WS-LIMITE-MIN               PIC 9(09).
001420 01  WS-LIMITE-MAX               PIC 9(09).

001430 01  WS-INSS-ED                  PIC Z9.99.
001440 01  WS-RAT-ED                   PIC 9.99.
001450 01  WS-FAP-ED                   PIC 9.9999.
001460 01  WS-TERCEIROS-ED             PIC Z9.99.
001470 01  WS-FGTS-ED                  PIC Z9.99.

001480 01  WS-DESCRICAO-AUD            PIC X(60).

001490 PROCEDURE DIVISION.

001500 0000-MAINLINE.
001510     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.

001520     IF WS-OPCAO-CONSULTAR
001530         PERFORM 4000-CONSULTAR THRU 4000-CONSULTAR-EXIT
001540     ELSE
001550         PERFORM 2000-CAPTURAR THRU 2000-CAPTURAR-EXIT
001560         PERFORM 3000-GRAVAR THRU 3000-GRAVAR-EXIT
001570     END-IF.

001580     CLOSE EMPLOYER-RATE-FILE.
001590     GO TO 9999-EXIT.

001600*----------------------------------------------------------------
001610* 1000-INICIALIZAR
001620*----------------------------------------------------------------
001630 1000-INICIALIZAR.
001640     OPEN I-O EMPLOYER-RATE-FILE.
001650     IF NOT FS-ENCPATR-OK
001660         OPEN OUTPUT EMPLOYER-RATE-FILE
001670         CLOSE EMPLOYER-RATE-FILE
001680         OPEN I-O EMPLOYER-RATE-FILE
001690     END-IF.
001700     IF NOT FS-ENCPATR-OK
001710         DISPLAY "PROG183: ERRO AO ABRIR EMPLOYER-RATE-FILE "
001720                 FS-ENCPATR
001730         GO TO 9999-EXIT
001740     END-IF.

001750     DISPLAY "OPERACAO (1 = ALTERAR TAXAS / 2 = CONSULTAR)".
001760     ACCEPT WS-OPCAO-SW.
001770     IF NOT WS-OPCAO-ALTERAR AND NOT WS-OPCAO-CONSULTAR
001780         DISPLAY "PROG183: OPERACAO INVALIDA"
001790         CLOSE EMPLOYER-RATE-FILE
001800         GO TO 9999-EXIT
001810     END-IF.

001820     MOVE "PADRAO    " TO EP-CHAVE.
001830     READ EMPLOYER-RATE-FILE
001840         INVALID KEY
001850             MOVE "N" TO WS-JA-EXISTE-SW
001860         NOT INVALID KEY
001870             MOVE "Y" TO WS-JA-EXISTE-SW
001880     END-READ.
001890 1000-INICIALIZAR-EXIT.
001900     EXIT.

001910*----------------------------------------------------------------
001920* 2000-CAPTURAR - THE RATES ARE KEYED IN HUNDREDTHS OF A PERCENT
001930*                 (2000 = 20,00%), THE FAP IN TEN-THOUSANDTHS
001940*                 (10000 = 1,0000), WITHIN ITS LEGAL 0,5 TO 2,0
001950*----------------------------------------------------------------
001960 2000-CAPTURAR.
001970     MOVE "PADRAO    " TO EP-CHAVE.
001980     MOVE "INSS PATRONAL (CENTESIMOS DE %)" TO WS-MENSAGEM.
001990     MOVE ZERO TO WS-LIMITE-MIN.
002000     MOVE 9999 TO WS-LIMITE-MAX.
002010     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
002020         WS-LIMITE-MIN WS-LIMITE-MAX.
002030     COMPUTE EP-PCT-INSS-PATRONAL = WS-VALOR-ENT / 100.

002040     MOVE "RAT (CENTESIMOS DE %)" TO WS-MENSAGEM.
002050     MOVE ZERO TO WS-LIMITE-MIN.
002060     MOVE 300 TO WS-LIMITE-MAX.
002070     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
002080         WS-LIMITE-MIN WS-LIMITE-MAX.
002090     COMPUTE EP-PCT-RAT = WS-VALOR-ENT / 100.

002100     MOVE "FAP (DEZ-MILESIMOS)" TO WS-MENSAGEM.
002110     MOVE 5000 TO WS-LIMITE-MIN.
002120     MOVE 20000 TO WS-LIMITE-MAX.
002130     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
002140         WS-LIMITE-MIN WS-LIMITE-MAX.
002150     COMPUTE EP-FAP = WS-VALOR-ENT / 10000.

002160     MOVE "TERCEIROS (CENTESIMOS DE %)" TO WS-MENSAGEM.
002170     MOVE ZERO TO WS-LIMITE-MIN.
002180     MOVE 9999 TO WS-LIMITE-MAX.
002190     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
002200         WS-LIMITE-MIN WS-LIMITE-MAX.
002210     COMPUTE EP-PCT-TERCEIROS = WS-VALOR-ENT / 100.

002220     MOVE "FGTS (CENTESIMOS DE %)" TO WS-MENSAGEM.
002230     MOVE ZERO TO WS-LIMITE-MIN.
002240     MOVE 9999 TO WS-LIMITE-MAX.
002250     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
002260         WS-LIMITE-MIN WS-LIMITE-MAX.
002270     COMPUTE EP-PCT-FGTS = WS-VALOR-ENT / 100.

002280     ACCEPT EP-DATA-ALTERACAO FROM DATE YYYYMMDD.
002290 2000-CAPTURAR-EXIT.
002300     EXIT.

002310*----------------------------------------------------------------
002320* 3000-GRAVAR
002330*----------------------------------------------------------------
002340 3000-GRAVAR.
002350     IF WS-JA-EXISTE
002360         REWRITE ENCARGO-PATRONAL-REC
002370     ELSE
002380         WRITE ENCARGO-PATRONAL-REC
002390     END-IF.
002400     IF NOT FS-ENCPATR-OK
002410         DISPLAY "PROG183: ERRO AO GRAVAR TAXAS - "
002420             FS-ENCPATR
002430         GO TO 3000-GRAVAR-EXIT
002440     END-IF.

002450     PERFORM 3100-EDITAR-TAXAS THRU 3100-EDITAR-TAXAS-EXIT.
002460     DISPLAY "PROG183: INSS PATRONAL " WS-INSS-ED "% RAT "
002470         WS-RAT-ED "% FAP " WS-FAP-ED " GRAVADOS".
002480     DISPLAY "PROG183: TERCEIROS " WS-TERCEIROS-ED "% FGTS "
002490         WS-FGTS-ED "% GRAVADOS".
002500     MOVE SPACES TO WS-DESCRICAO-AUD.
002510     STRING "GRAVOU ENCARGOS PATRONAIS INSS " WS-INSS-ED
002520         " RAT " WS-RAT-ED " FAP " WS-FAP-ED
002530         DELIMITED BY SIZE INTO WS-DESCRICAO-AUD.
002540     CALL "PROG22" USING "PROG183 " WS-DESCRICAO-AUD.
002550     MOVE SPACES TO WS-DESCRICAO-AUD.
002560     STRING "GRAVOU ENCARGOS PATRONAIS TERCEIROS "
002570         WS-TERCEIROS-ED " FGTS " WS-FGTS-ED
002580         DELIMITED BY SIZE INTO WS-DESCRICAO-AUD.
002590     CALL "PROG22" USING "PROG183 " WS-DESCRICAO-AUD.
002600 3000-GRAVAR-EXIT.
002610     EXIT.

002620 3100-EDITAR-TAXAS.
002630     MOVE EP-PCT-INSS-PATRONAL TO WS-INSS-ED.
002640     MOVE EP-PCT-RAT           TO WS-RAT-ED.
002650     MOVE EP-FAP               TO WS-FAP-ED.
002660     MOVE EP-PCT-TERCEIROS     TO WS-TERCEIROS-ED.
002670     MOVE EP-PCT-FGTS          TO WS-FGTS-ED.
002680 3100-EDITAR-TAXAS-EXIT.
002690     EXIT.

002700*----------------------------------------------------------------
002710* 4000-CONSULTAR
002720*----------------------------------------------------------------
002730 4000-CONSULTAR.
002740     IF NOT WS-JA-EXISTE
002750         DISPLAY "PROG183: TAXAS NAO CADASTRADAS - A FOLHA USA "
002760             "AS TAXAS PADRAO DO PROG42"
002770         GO TO 4000-CONSULTAR-EXIT
002780     END-IF.

002790     PERFORM 3100-EDITAR-TAXAS THRU 3100-EDITAR-TAXAS-EXIT.
002800     DISPLAY "INSS PATRONAL % : " WS-INSS-ED.
002810     DISPLAY "RAT % ......... : " WS-RAT-ED.
002820     DISPLAY "FAP ........... : " WS-FAP-ED.
002830     DISPLAY "TERCEIROS % ... : " WS-TERCEIROS-ED.
002840     DISPLAY "FGTS % ........ : " WS-FGTS-ED.
002850     DISPLAY "ALTERADO EM ... : " EP-DATA-ALTERACAO.
002860 4000-CONSULTAR-EXIT.
002870     EXIT.

002880 9999-EXIT.
002890     STOP RUN.
