001000******************************************************************
001010* PROGRAM-ID: PROG161
001020* AUTHOR:      R. ALMEIDA - APPLICATIONS
001030* INSTALLATION: FATURAMENTO
001040* DATE-WRITTEN: 2026-09-17
001050* DATE-COMPILED:
001060* PURPOSE:     MAINTAINS THE SALES-TAX RULE TABLE (TRIBFILE) -
001070*              INCLUSION, ALTERATION AND CONSULTATION OF THE
001080*              RATE, BASE REDUCTION AND INSIDE/ON-TOP INCIDENCE
001090*              PER PRODUCT TAX CLASS, DESTINATION STATE AND TAX
001100*              (ICMS, IPI, ISS), IN THE PROG137 MOLD. PROG20
001110*              APPLIES THE TABLE TO EVERY INVOICE LINE, SO A NEW
001120*              RATE IS A ROW HERE, NOT A CODE CHANGE. EVERY
001130*              OPERATION IS LOGGED THROUGH THE PROG22 AUDIT
001140*              WRITER.
001150* ----------------------------------------------------------------
001160* MODIFICATION HISTORY
001170* DATE       INIT DESCRIPTION
001180* 2026-09-17 RA   INITIAL VERSION
001190******************************************************************
001200 IDENTIFICATION DIVISION.
001210 PROGRAM-ID. PROG161.

001220 ENVIRONMENT DIVISION.
001230 INPUT-OUTPUT SECTION.
001240 FILE-CONTROL.
001250     SELECT TAX-RULE-FILE ASSIGN TO "TRIBFILE"
001260         ORGANIZATION IS INDEXED
001270         ACCESS MODE IS DYNAMIC
001280         RECORD KEY IS TR-CHAVE
001290         FILE STATUS IS FS-TRIBFILE.

001300 DATA DIVISION.
001310 FILE SECTION.
001320 FD  TAX-RULE-FILE.
001330 COPY TRIBREC.

001340 WORKING-STORAGE SECTION.
001350 01  FS-TRIBFILE                 PIC X(02).
001360     88  FS-TRIBFILE-OK          VALUE "00".

001370 01  WS-OPCAO-SW                 PIC X(01).
001380     88  WS-OPCAO-INCLUIR        VALUE "1".
001390     88  WS-OPCAO-ALTERAR        VALUE "2".
001400     88  WS-OPCAO-CONSULTAR      VALUE "3".

001410 01  WS-JA-EXISTE-SW             PIC X(01) VALUE "N".
001420     88  WS-JA-EXISTE            VALUE "Y".

001430 01  WS-MENSAGEM                 PIC X(40).
001440 01  WS-VALOR-ENT                PIC 9(09).
001450 01  WS-LIMITE-MIN               PIC 9(09).
001460 01  WS-LIMITE-MAX               PIC 9(09).

001470 01  WS-ALIQUOTA-ED              PIC Z9.99.
001480 01  WS-REDUCAO-ED               PIC ZZ9.99.

001490 01  WS-DESCRICAO-AUD            PIC X(60).

001500 PROCEDURE DIVISION.

001510 0000-MAINLINE.
001520     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.

001530     IF WS-OPCAO-CONSULTAR
001540         PERFORM 4000-CONSULTAR THRU 4000-CONSULTAR-EXIT
001550     ELSE
001560         PERFORM 2000-CAPTURAR THRU 2000-CAPTURAR-EXIT
001570         PERFORM 3000-GRAVAR THRU 3000-GRAVAR-EXIT
001580     END-IF.

001590     CLOSE TAX-RULE-FILE.
001600     GO TO 9999-EXIT.

001610*----------------------------------------------------------------
001620* 1000-INICIALIZAR
001630*----------------------------------------------------------------
001640 1000-INICIALIZAR.
001650     OPEN I-O TAX-RULE-FILE.
001660     IF NOT FS-TRIBFILE-OK
001670         OPEN OUTPUT TAX-RULE-FILE
001680         CLOSE TAX-RULE-FILE
001690         OPEN I-O TAX-RULE-FILE
001700     END-IF.
001710     IF NOT FS-TRIBFILE-OK
001720         DISPLAY "PROG161: ERRO AO ABRIR TAX-RULE-FILE "
001730                 FS-TRIBFILE
001740         GO TO 9999-EXIT
001750     END-IF.

001760     DISPLAY "OPERACAO (1 = INCLUIR / 2 = ALTERAR / "
001770             "3 = CONSULTAR)".
001780     ACCEPT WS-OPCAO-SW.

001790     DISPLAY "CLASSE FISCAL DO PRODUTO".
001800     ACCEPT TR-CLASSE-FISCAL.
001810     DISPLAY "ESTADO DE DESTINO (BRANCO = LINHA PADRAO)".
001820     ACCEPT TR-ESTADO.
001830     DISPLAY "IMPOSTO (ICMS / IPI / ISS)".
001840     ACCEPT TR-IMPOSTO.
001850     IF TR-IMPOSTO NOT = "ICMS" AND NOT = "IPI "
001860         AND NOT = "ISS "
001870         DISPLAY "PROG161: IMPOSTO " TR-IMPOSTO " INVALIDO - "
001880             "OPERACAO REJEITADA"
001890         CLOSE TAX-RULE-FILE
001900         GO TO 9999-EXIT
001910     END-IF.

001920     READ TAX-RULE-FILE
001930         INVALID KEY
001940             MOVE "N" TO WS-JA-EXISTE-SW
001950         NOT INVALID KEY
001960             MOVE "Y" TO WS-JA-EXISTE-SW
001970     END-READ.

001980     IF WS-OPCAO-INCLUIR AND WS-JA-EXISTE
001990         DISPLAY "PROG161: REGRA JA CADASTRADA - "
002000             "OPERACAO REJEITADA"
002010         CLOSE TAX-RULE-FILE
002020         GO TO 9999-EXIT
002030     END-IF.
002040     IF WS-OPCAO-ALTERAR AND NOT WS-JA-EXISTE
002050         DISPLAY "PROG161: REGRA NAO CADASTRADA - "
002060             "OPERACAO REJEITADA"
002070         CLOSE TAX-RULE-FILE
002080         GO TO 9999-EXIT
002090     END-IF.
002100 1000-INICIALIZAR-EXIT.
002110     EXIT.

002120*----------------------------------------------------------------
002130* 2000-CAPTURAR - RATE AND REDUCTION ARE KEYED IN HUNDREDTHS
002140*                 OF A PERCENT (1800 = 18,00%)
002150*----------------------------------------------------------------
002160 2000-CAPTURAR.
002170     MOVE "ALIQUOTA (CENTESIMOS DE %)" TO WS-MENSAGEM.
002180     MOVE ZERO TO WS-LIMITE-MIN.
002190     MOVE 9999 TO WS-LIMITE-MAX.
002200     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
002210         WS-LIMITE-MIN WS-LIMITE-MAX.
002220     COMPUTE TR-ALIQUOTA = WS-VALOR-ENT / 100.

002230     MOVE "REDUCAO DA BASE (CENTESIMOS DE %)" TO WS-MENSAGEM.
002240     MOVE ZERO TO WS-LIMITE-MIN.
002250     MOVE 10000 TO WS-LIMITE-MAX.
002260     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
002270         WS-LIMITE-MIN WS-LIMITE-MAX.
002280     COMPUTE TR-REDUCAO-BASE = WS-VALOR-ENT / 100.

002290     DISPLAY "INCIDENCIA (D = DENTRO DO PRECO / F = POR FORA)".
002300     ACCEPT TR-INCIDENCIA-SW.
002310     IF NOT TR-POR-DENTRO AND NOT TR-POR-FORA
002320         MOVE "D" TO TR-INCIDENCIA-SW
002330     END-IF.
002340 2000-CAPTURAR-EXIT.
002350     EXIT.

002360*----------------------------------------------------------------
002370* 3000-GRAVAR
002380*----------------------------------------------------------------
002390 3000-GRAVAR.
002400     IF WS-JA-EXISTE
002410         REWRITE TRIBUTO-REC
002420     ELSE
002430         WRITE TRIBUTO-REC
002440     END-IF.
002450     IF NOT FS-TRIBFILE-OK
002460         DISPLAY "PROG161: ERRO AO GRAVAR REGRA - "
002470             FS-TRIBFILE
002480         GO TO 3000-GRAVAR-EXIT
002490     END-IF.

002500     DISPLAY "PROG161: REGRA " TR-IMPOSTO " CLASSE "
002510         TR-CLASSE-FISCAL " ESTADO " TR-ESTADO " GRAVADA".
002520     MOVE TR-ALIQUOTA TO WS-ALIQUOTA-ED.
002530     MOVE SPACES TO WS-DESCRICAO-AUD.
002540     STRING "GRAVOU REGRA " TR-IMPOSTO " CLASSE "
002550         TR-CLASSE-FISCAL " UF " TR-ESTADO " ALIQ "
002560         WS-ALIQUOTA-ED " " TR-INCIDENCIA-SW
002570         DELIMITED BY SIZE INTO WS-DESCRICAO-AUD.
002580     CALL "PROG22" USING "PROG161 " WS-DESCRICAO-AUD.
002590 3000-GRAVAR-EXIT.
002600     EXIT.

002610*----------------------------------------------------------------
002620* 4000-CONSULTAR
002630*----------------------------------------------------------------
002640 4000-CONSULTAR.
002650     IF NOT WS-JA-EXISTE
002660         DISPLAY "PROG161: REGRA NAO CADASTRADA"
002670         GO TO 4000-CONSULTAR-EXIT
002680     END-IF.

002690     MOVE TR-ALIQUOTA     TO WS-ALIQUOTA-ED.
002700     MOVE TR-REDUCAO-BASE TO WS-REDUCAO-ED.
002710     DISPLAY "CLASSE FISCAL  : " TR-CLASSE-FISCAL.
002720     DISPLAY "ESTADO ....... : " TR-ESTADO.
002730     DISPLAY "IMPOSTO ...... : " TR-IMPOSTO.
002740     DISPLAY "ALIQUOTA % ... : " WS-ALIQUOTA-ED.
002750     DISPLAY "REDUCAO BASE % : " WS-REDUCAO-ED.
002760     DISPLAY "INCIDENCIA ... : " TR-INCIDENCIA-SW.
002770 4000-CONSULTAR-EXIT.
002780     EXIT.

002790 9999-EXIT.
002800     STOP RUN.
