001000******************************************************************
001010* PROGRAM-ID: PROG165
001020* AUTHOR:      R. ALMEIDA - APPLICATIONS
001030* INSTALLATION: FATURAMENTO
001040* DATE-WRITTEN: 2026-09-17
001050* DATE-COMPILED:
001060* PURPOSE:     MAINTAINS THE LATE-PAYMENT CHARGE RATES (ENCARGOS)
001070*              - THE FINE PERCENTAGE AND THE DAILY INTEREST RATE
001080*              THE PROG128 CASH APPLICATION CHARGES ON A PAYMENT
001090*              RECEIVED AFTER THE DUE DATE AND THE PROG130
001100*              DUNNING LETTERS QUOTE, IN THE PROG161 MOLD. EVERY
001110*              CHANGE IS LOGGED THROUGH THE PROG22 AUDIT WRITER.
001120* ----------------------------------------------------------------
001130* MODIFICATION HISTORY
001140* DATE       INIT DESCRIPTION
001150* 2026-09-17 RA   INITIAL VERSION
001160******************************************************************
001170 IDENTIFICATION DIVISION.
001180 PROGRAM-ID. PROG165.

001190 ENVIRONMENT DIVISION.
001200 INPUT-OUTPUT SECTION.
001210 FILE-CONTROL.
001220     SELECT CHARGE-RATE-FILE ASSIGN TO "ENCARGOS"
001230         ORGANIZATION IS INDEXED
001240         ACCESS MODE IS DYNAMIC
001250         RECORD KEY IS EN-CHAVE
001260         FILE STATUS IS FS-ENCARGOS.

001270 DATA DIVISION.
001280 FILE SECTION.
001290 FD  CHARGE-RATE-FILE.
001300 COPY ENCREC.

001310 WORKING-STORAGE SECTION.
001320 01  FS-ENCARGOS                 PIC X(02).
001330     88  FS-ENCARGOS-OK          VALUE "00".

001340 01  WS-OPCAO-SW                 PIC X(01).
001350     88  WS-OPCAO-ALTERAR        VALUE "1".
001360     88  WS-OPCAO-CONSULTAR      VALUE "2".

001370 01  WS-JA-EXISTE-SW             PIC X(01) VALUE "N".
001380     88  WS-JA-EXISTE            VALUE "Y".

001390 01  WS-MENSAGEM                 PIC X(40).
001400 01  WS-VALOR-ENT                PIC 9(09).
001410 01  WS-LIMITE-MIN               PIC 9(09).
001420 01  WS-LIMITE-MAX               PIC 9(09).

001430 01  WS-MULTA-ED                 PIC Z9.99.
001440 01  WS-JUROS-ED                 PIC 9.9999.

001450 01  WS-DESCRICAO-AUD            PIC X(60).

001460 PROCEDURE DIVISION.

001470 0000-MAINLINE.
001480     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.

001490     IF WS-OPCAO-CONSULTAR
001500         PERFORM 4000-CONSULTAR THRU 4000-CONSULTAR-EXIT
001510     ELSE
001520         PERFORM 2000-CAPTURAR THRU 2000-CAPTURAR-EXIT
001530         PERFORM 3000-GRAVAR THRU 3000-GRAVAR-EXIT
001540     END-IF.

001550     CLOSE CHARGE-RATE-FILE.
001560     GO TO 9999-EXIT.

001570*----------------------------------------------------------------
001580* 1000-INICIALIZAR
001590*----------------------------------------------------------------
001600 1000-INICIALIZAR.
001610     OPEN I-O CHARGE-RATE-FILE.
001620     IF NOT FS-ENCARGOS-OK
001630         OPEN OUTPUT CHARGE-RATE-FILE
001640         CLOSE CHARGE-RATE-FILE
001650         OPEN I-O CHARGE-RATE-FILE
001660     END-IF.
001670     IF NOT FS-ENCARGOS-OK
001680         DISPLAY "PROG165: ERRO AO ABRIR CHARGE-RATE-FILE "
001690                 FS-ENCARGOS
001700         GO TO 9999-EXIT
001710     END-IF.

001720     DISPLAY "OPERACAO (1 = ALTERAR TAXAS / 2 = CONSULTAR)".
001730     ACCEPT WS-OPCAO-SW.
001740     IF NOT WS-OPCAO-ALTERAR AND NOT WS-OPCAO-CONSULTAR
001750         DISPLAY "PROG165: OPERACAO INVALIDA"
001760         CLOSE CHARGE-RATE-FILE
001770         GO TO 9999-EXIT
001780     END-IF.

001790     MOVE "PADRAO    " TO EN-CHAVE.
001800     READ CHARGE-RATE-FILE
001810         INVALID KEY
001820             MOVE "N" TO WS-JA-EXISTE-SW
001830         NOT INVALID KEY
001840             MOVE "Y" TO WS-JA-EXISTE-SW
001850     END-READ.
001860 1000-INICIALIZAR-EXIT.
001870     EXIT.

001880*----------------------------------------------------------------
001890* 2000-CAPTURAR - THE FINE IS KEYED IN HUNDREDTHS OF A PERCENT
001900*                 (200 = 2,00%), THE DAILY INTEREST IN TEN-
001910*                 THOUSANDTHS (333 = 0,0333% A DAY)
001920*----------------------------------------------------------------
001930 2000-CAPTURAR.
001940     MOVE "PADRAO    " TO EN-CHAVE.
001950     MOVE "MULTA POR ATRASO (CENTESIMOS DE %)" TO WS-MENSAGEM.
001960     MOVE ZERO TO WS-LIMITE-MIN.
001970     MOVE 9999 TO WS-LIMITE-MAX.
001980     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
001990         WS-LIMITE-MIN WS-LIMITE-MAX.
002000     COMPUTE EN-MULTA-PCT = WS-VALOR-ENT / 100.

002010     MOVE "JUROS AO DIA (DEZ-MILESIMOS DE %)" TO WS-MENSAGEM.
002020     MOVE ZERO TO WS-LIMITE-MIN.
002030     MOVE 99999 TO WS-LIMITE-MAX.
002040     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
002050         WS-LIMITE-MIN WS-LIMITE-MAX.
002060     COMPUTE EN-JUROS-DIA-PCT = WS-VALOR-ENT / 10000.

002070     ACCEPT EN-DATA-ALTERACAO FROM DATE YYYYMMDD.
002080 2000-CAPTURAR-EXIT.
002090     EXIT.

002100*----------------------------------------------------------------
002110* 3000-GRAVAR
002120*----------------------------------------------------------------
002130 3000-GRAVAR.
002140     IF WS-JA-EXISTE
002150         REWRITE ENCARGO-REC
002160     ELSE
002170         WRITE ENCARGO-REC
002180     END-IF.
002190     IF NOT FS-ENCARGOS-OK
002200         DISPLAY "PROG165: ERRO AO GRAVAR TAXAS - "
002210             FS-ENCARGOS
002220         GO TO 3000-GRAVAR-EXIT
002230     END-IF.

002240     MOVE EN-MULTA-PCT     TO WS-MULTA-ED.
002250     MOVE EN-JUROS-DIA-PCT TO WS-JUROS-ED.
002260     DISPLAY "PROG165: MULTA " WS-MULTA-ED "% JUROS "
002270         WS-JUROS-ED "% AO DIA GRAVADOS".
002280     MOVE SPACES TO WS-DESCRICAO-AUD.
002290     STRING "GRAVOU ENCARGOS MULTA " WS-MULTA-ED " JUROS DIA "
002300         WS-JUROS-ED
002310         DELIMITED BY SIZE INTO WS-DESCRICAO-AUD.
002320     CALL "PROG22" USING "PROG165 " WS-DESCRICAO-AUD.
002330 3000-GRAVAR-EXIT.
002340     EXIT.

002350*----------------------------------------------------------------
002360* 4000-CONSULTAR
002370*----------------------------------------------------------------
002380 4000-CONSULTAR.
002390     IF NOT WS-JA-EXISTE
002400         DISPLAY "PROG165: TAXAS NAO CADASTRADAS - NENHUM "
002410             "ENCARGO E COBRADO"
002420         GO TO 4000-CONSULTAR-EXIT
002430     END-IF.

002440     MOVE EN-MULTA-PCT     TO WS-MULTA-ED.
002450     MOVE EN-JUROS-DIA-PCT TO WS-JUROS-ED.
002460     DISPLAY "MULTA % ...... : " WS-MULTA-ED.
002470     DISPLAY "JUROS % AO DIA : " WS-JUROS-ED.
002480     DISPLAY "ALTERADO EM .. : " EN-DATA-ALTERACAO.
002490 4000-CONSULTAR-EXIT.
002500     EXIT.

002510 9999-EXIT.
002520     STOP RUN.
