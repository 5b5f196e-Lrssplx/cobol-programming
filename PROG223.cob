001000******************************************************************
001010* PROGRAM-ID: PROG223
001020* AUTHOR:      R. ALMEIDA - APPLICATIONS
001030* INSTALLATION: FOLHA DE PAGAMENTO / RECURSOS HUMANOS
001040* DATE-WRITTEN: 2026-10-15
001050* DATE-COMPILED:
001060* PURPOSE:     CALLABLE RUN-TO-RUN CONTROL TOTALS SERVICE, IN THE
001070*              MOLD OF PROG143. A STEP THAT WRITES A FILE FOR A
001080*              LATER STEP RECORDS WHAT IT WROTE ON THE CTLTOT
001090*              LEDGER; THE STEP THAT READS IT COUNTS WHAT IT
001100*              FOUND AND ASKS THE LEDGER WHETHER BOTH AGREE
001110*              BEFORE PROCESSING ANYTHING.
001120*              FUNCTION G REGISTERS A GENERATION OF A FILE THAT
001130*                IS REWRITTEN ON EVERY RUN (RUN DATE, FILE,
001140*                PERIOD): A RERUN OF THE SAME DAY REPLACES THE
001150*                ROW AND CLEARS ITS CONFERENCIAS;
001160*              FUNCTION A ADDS A STEP'S WRITES TO THE DAY'S ROW
001170*                OF A FEED SEVERAL STEPS APPEND TO; A ROW ALREADY
001180*                BAIXADO STARTS OVER AS PENDENTE;
001190*              FUNCTION V COMPARES THE CONSUMER'S COUNT AND HASH
001200*                WITH THE LEDGER AND STAMPS THE RESULT ON THE
001210*                ROW(S): WITH A RUN DATE, THE ROW OF THAT DATE
001220*                (NO ROW AND NOTHING COUNTED AGREES); WITHOUT A
001230*                DATE, THE LAST GENERATION OF THE PERIOD; WITH
001240*                NEITHER, THE SUM OF EVERY ROW OF THE FEED STILL
001250*                PENDENTE (NONE = ZERO EXPECTED). THE LEDGER'S
001260*                FIGURES ARE RETURNED FOR THE CONSUMER'S MESSAGE;
001270*              FUNCTION B BAIXA EVERY PENDENTE ROW OF A FEED ONCE
001280*                ITS CONSUMER HAS PROCESSED IT.
001290*              STATUS "1" OK / CONFERE, "2" DIVERGE, "3" NO
001300*              LEDGER ROW (OR LEDGER UNAVAILABLE).
001310* ----------------------------------------------------------------
001320* MODIFICATION HISTORY
001330* DATE       INIT DESCRIPTION
001340* 2026-10-15 RA   INITIAL VERSION
001350******************************************************************
001360 IDENTIFICATION DIVISION.
001370 PROGRAM-ID. PROG223.

001380 ENVIRONMENT DIVISION.
001390 INPUT-OUTPUT SECTION.
001400 FILE-CONTROL.
001410     SELECT CONTROL-TOTALS-FILE ASSIGN TO "CTLTOT"
001420         ORGANIZATION IS INDEXED
001430         ACCESS MODE IS DYNAMIC
001440         RECORD KEY IS TL-CHAVE
001450         ALTERNATE RECORD KEY IS TL-CHAVE-ARQUIVO
001460             WITH DUPLICATES
001470         FILE STATUS IS FS-CTLTOT.

001480 DATA DIVISION.
001490 FILE SECTION.
001500 FD  CONTROL-TOTALS-FILE.
001510 COPY TOTLREC.

001520 WORKING-STORAGE SECTION.
001530 01  FS-CTLTOT                   PIC X(02).
001540     88  FS-CTLTOT-OK            VALUE "00" "02".
001550     88  FS-CTLTOT-EOF           VALUE "10".

001560 01  WS-DATA-ATUAL               PIC 9(08).
001570 01  WS-HORA-ATUAL               PIC 9(06).
001580 01  WS-JA-EXISTE-SW             PIC X(01).
001590     88  WS-JA-EXISTE            VALUE "Y".
001600 01  WS-ACHOU-SW                 PIC X(01).
001610     88  WS-ACHOU                VALUE "Y".
001620 01  WS-FIM-SW                   PIC X(01).
001630     88  WS-FIM                  VALUE "Y".

001640 01  WS-CHAVE-ACHADA.
001650     05  WS-CA-DATA-RUN          PIC 9(08).
001660     05  WS-CA-ARQUIVO           PIC X(08).
001670     05  WS-CA-PERIODO           PIC 9(06).

001680 01  WS-QTD-ESPERADA             PIC 9(07) VALUE ZERO.
001690 01  WS-VALOR-ESPERADO           PIC 9(13)V9(02) VALUE ZERO.
001700 01  WS-SITUACAO-CONF            PIC X(01).
001710 01  WS-IDX-CONF                 PIC 9(01) COMP.
001720 01  WS-SLOT-CONF                PIC 9(01) COMP.

001730 LINKAGE SECTION.
001740 01  LK-FUNCAO                   PIC X(01).
001750     88  LK-FUNCAO-GERAR         VALUE "G".
001760     88  LK-FUNCAO-ACUMULAR      VALUE "A".
001770     88  LK-FUNCAO-VERIFICAR     VALUE "V".
001780     88  LK-FUNCAO-BAIXAR        VALUE "B".
001790 01  LK-DATA-RUN                 PIC 9(08).
001800 01  LK-ARQUIVO                  PIC X(08).
001810 01  LK-PERIODO                  PIC 9(06).
001820 01  LK-PROGRAMA                 PIC X(08).
001830 01  LK-QTD                      PIC 9(07).
001840 01  LK-VALOR                    PIC 9(13)V9(02).
001850 01  LK-QTD-RAZAO                PIC 9(07).
001860 01  LK-VALOR-RAZAO              PIC 9(13)V9(02).
001870 01  LK-STATUS                   PIC X(01).
001880     88  LK-OK                   VALUE "1".
001890     88  LK-DIVERGENTE           VALUE "2".
001900     88  LK-NAO-ENCONTRADO       VALUE "3".

001910 PROCEDURE DIVISION USING LK-FUNCAO LK-DATA-RUN LK-ARQUIVO
001920         LK-PERIODO LK-PROGRAMA LK-QTD LK-VALOR LK-QTD-RAZAO
001930         LK-VALOR-RAZAO LK-STATUS.

001940*----------------------------------------------------------------
001950* 0000-MAINLINE
001960*----------------------------------------------------------------
001970 0000-MAINLINE.
001980     ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
001990     ACCEPT WS-HORA-ATUAL FROM TIME.
002000     MOVE ZERO TO LK-QTD-RAZAO LK-VALOR-RAZAO.

002010     OPEN I-O CONTROL-TOTALS-FILE.
002020     IF NOT FS-CTLTOT-OK
002030         OPEN OUTPUT CONTROL-TOTALS-FILE
002040         CLOSE CONTROL-TOTALS-FILE
002050         OPEN I-O CONTROL-TOTALS-FILE
002060     END-IF.
002070     IF NOT FS-CTLTOT-OK
002080         MOVE "3" TO LK-STATUS
002090         GOBACK
002100     END-IF.

002110     IF LK-FUNCAO-VERIFICAR
002120         PERFORM 3000-VERIFICAR THRU 3000-VERIFICAR-EXIT
002130     ELSE
002140         IF LK-FUNCAO-BAIXAR
002150             PERFORM 4000-BAIXAR THRU 4000-BAIXAR-EXIT
002160         ELSE
002170             PERFORM 2000-REGISTRAR THRU 2000-REGISTRAR-EXIT
002180         END-IF
002190     END-IF.

002200     CLOSE CONTROL-TOTALS-FILE.
002210     GOBACK.

002220*----------------------------------------------------------------
002230* 2000-REGISTRAR - G REPLACES THE DAY'S GENERATION; A ADDS TO
002240*                   THE DAY'S FEED ROW (A BAIXADO ROW STARTS
002250*                   OVER, ITS LINES WERE ALREADY CONSUMED)
002260*----------------------------------------------------------------
002270 2000-REGISTRAR.
002280     MOVE "N" TO WS-JA-EXISTE-SW.
002290     MOVE WS-DATA-ATUAL TO TL-DATA-RUN.
002300     MOVE LK-ARQUIVO    TO TL-ARQUIVO.
002310     MOVE LK-PERIODO    TO TL-PERIODO.
002320     READ CONTROL-TOTALS-FILE
002330         INVALID KEY
002340             CONTINUE
002350         NOT INVALID KEY
002360             SET WS-JA-EXISTE TO TRUE
002370     END-READ.

002380     IF WS-JA-EXISTE AND LK-FUNCAO-ACUMULAR AND TL-PENDENTE
002390         ADD LK-QTD   TO TL-QTD-REGISTROS
002400         ADD LK-VALOR TO TL-VALOR-HASH
002410         MOVE LK-PROGRAMA   TO TL-PROGRAMA
002420         MOVE WS-HORA-ATUAL TO TL-HORA
002430         GO TO 2000-REGISTRAR-GRAVAR
002440     END-IF.

002450     MOVE SPACES TO TOTAIS-CONTROLE-REC.
002460     MOVE WS-DATA-ATUAL TO TL-DATA-RUN.
002470     MOVE LK-ARQUIVO    TO TL-ARQUIVO TL-ARQUIVO-ALT.
002480     MOVE LK-PERIODO    TO TL-PERIODO TL-PERIODO-ALT.
002490     MOVE LK-PROGRAMA   TO TL-PROGRAMA.
002500     MOVE WS-HORA-ATUAL TO TL-HORA.
002510     MOVE LK-FUNCAO     TO TL-MODO.
002520     MOVE LK-QTD        TO TL-QTD-REGISTROS.
002530     MOVE LK-VALOR      TO TL-VALOR-HASH.
002540     MOVE "N"           TO TL-BAIXA-SW.
002550     MOVE ZERO          TO TL-DATA-BAIXA.
002560     PERFORM 2100-LIMPAR-CONFERENCIA
002570         THRU 2100-LIMPAR-CONFERENCIA-EXIT
002580         VARYING WS-IDX-CONF FROM 1 BY 1 UNTIL WS-IDX-CONF > 4.

002590 2000-REGISTRAR-GRAVAR.
002600     IF WS-JA-EXISTE
002610         REWRITE TOTAIS-CONTROLE-REC
002620     ELSE
002630         WRITE TOTAIS-CONTROLE-REC
002640     END-IF.
002650     IF FS-CTLTOT-OK
002660         MOVE "1" TO LK-STATUS
002670     ELSE
002680         MOVE "3" TO LK-STATUS
002690     END-IF.
002700 2000-REGISTRAR-EXIT.
002710     EXIT.

002720 2100-LIMPAR-CONFERENCIA.
002730     MOVE SPACES TO TL-CF-PROGRAMA(WS-IDX-CONF).
002740     MOVE ZERO   TO TL-CF-DATA(WS-IDX-CONF).
002750     MOVE ZERO   TO TL-CF-QTD(WS-IDX-CONF).
002760     MOVE ZERO   TO TL-CF-VALOR(WS-IDX-CONF).
002770     MOVE SPACE  TO TL-CF-SITUACAO(WS-IDX-CONF).
002780 2100-LIMPAR-CONFERENCIA-EXIT.
002790     EXIT.

002800*----------------------------------------------------------------
002810* 3000-VERIFICAR - THE LEDGER SIDE BY MODE, THE COMPARISON, THEN
002820*                   THE RESULT STAMPED ON THE ROW(S) COMPARED
002830*----------------------------------------------------------------
002840 3000-VERIFICAR.
002850     MOVE ZERO TO WS-QTD-ESPERADA WS-VALOR-ESPERADO.

002860     IF LK-DATA-RUN NOT = ZERO
002870         PERFORM 3100-LER-DO-DIA THRU 3100-LER-DO-DIA-EXIT
002880         GO TO 3000-VERIFICAR-EXIT
002890     END-IF.
002900     IF LK-PERIODO NOT = ZERO
002910         PERFORM 3200-LER-ULTIMA-GERACAO
002920             THRU 3200-LER-ULTIMA-GERACAO-EXIT
002930         GO TO 3000-VERIFICAR-EXIT
002940     END-IF.
002950     PERFORM 3300-SOMAR-PENDENTES THRU 3300-SOMAR-PENDENTES-EXIT.
002960 3000-VERIFICAR-EXIT.
002970     EXIT.

002980*----------------------------------------------------------------
002990* 3100-LER-DO-DIA - THE ROW OF THE RUN DATE PASSED; A DAY THE
003000*                    PRODUCER DID NOT RUN AGREES ONLY WITH A
003010*                    CONSUMER THAT FOUND NOTHING EITHER
003020*----------------------------------------------------------------
003030 3100-LER-DO-DIA.
003040     MOVE LK-DATA-RUN TO TL-DATA-RUN.
003050     MOVE LK-ARQUIVO  TO TL-ARQUIVO.
003060     MOVE LK-PERIODO  TO TL-PERIODO.
003070     READ CONTROL-TOTALS-FILE
003080         INVALID KEY
003090             IF LK-QTD = ZERO AND LK-VALOR = ZERO
003100                 MOVE "1" TO LK-STATUS
003110             ELSE
003120                 MOVE "3" TO LK-STATUS
003130             END-IF
003140             GO TO 3100-LER-DO-DIA-EXIT
003150     END-READ.

003160     MOVE TL-QTD-REGISTROS TO WS-QTD-ESPERADA.
003170     MOVE TL-VALOR-HASH    TO WS-VALOR-ESPERADO.
003180     PERFORM 3500-COMPARAR THRU 3500-COMPARAR-EXIT.
003190     PERFORM 3600-CARIMBAR THRU 3600-CARIMBAR-EXIT.
003200     REWRITE TOTAIS-CONTROLE-REC.
003210 3100-LER-DO-DIA-EXIT.
003220     EXIT.

003230*----------------------------------------------------------------
003240* 3200-LER-ULTIMA-GERACAO - WALKS THE FILE + PERIOD DUPLICATES
003250*                            AND KEEPS THE LATEST RUN DATE
003260*----------------------------------------------------------------
003270 3200-LER-ULTIMA-GERACAO.
003280     MOVE "N" TO WS-ACHOU-SW.
003290     MOVE "N" TO WS-FIM-SW.
003300     MOVE LK-ARQUIVO TO TL-ARQUIVO-ALT.
003310     MOVE LK-PERIODO TO TL-PERIODO-ALT.
003320     START CONTROL-TOTALS-FILE KEY IS = TL-CHAVE-ARQUIVO
003330         INVALID KEY
003340             MOVE "3" TO LK-STATUS
003350             GO TO 3200-LER-ULTIMA-GERACAO-EXIT
003360     END-START.

003370     PERFORM 3250-PROXIMA-GERACAO
003380         THRU 3250-PROXIMA-GERACAO-EXIT
003390         UNTIL WS-FIM.

003400     IF NOT WS-ACHOU
003410         MOVE "3" TO LK-STATUS
003420         GO TO 3200-LER-ULTIMA-GERACAO-EXIT
003430     END-IF.

003440     MOVE WS-CA-DATA-RUN TO TL-DATA-RUN.
003450     MOVE WS-CA-ARQUIVO  TO TL-ARQUIVO.
003460     MOVE WS-CA-PERIODO  TO TL-PERIODO.
003470     READ CONTROL-TOTALS-FILE
003480         INVALID KEY
003490             MOVE "3" TO LK-STATUS
003500             GO TO 3200-LER-ULTIMA-GERACAO-EXIT
003510     END-READ.

003520     MOVE TL-QTD-REGISTROS TO WS-QTD-ESPERADA.
003530     MOVE TL-VALOR-HASH    TO WS-VALOR-ESPERADO.
003540     PERFORM 3500-COMPARAR THRU 3500-COMPARAR-EXIT.
003550     PERFORM 3600-CARIMBAR THRU 3600-CARIMBAR-EXIT.
003560     REWRITE TOTAIS-CONTROLE-REC.
003570 3200-LER-ULTIMA-GERACAO-EXIT.
003580     EXIT.

003590 3250-PROXIMA-GERACAO.
003600     READ CONTROL-TOTALS-FILE NEXT
003610         AT END
003620             SET WS-FIM TO TRUE
003630             GO TO 3250-PROXIMA-GERACAO-EXIT
003640     END-READ.
003650     IF TL-ARQUIVO-ALT NOT = LK-ARQUIVO
003660         OR TL-PERIODO-ALT NOT = LK-PERIODO
003670         SET WS-FIM TO TRUE
003680         GO TO 3250-PROXIMA-GERACAO-EXIT
003690     END-IF.
003700     IF NOT WS-ACHOU OR TL-DATA-RUN > WS-CA-DATA-RUN
003710         MOVE TL-CHAVE TO WS-CHAVE-ACHADA
003720         SET WS-ACHOU TO TRUE
003730     END-IF.
003740 3250-PROXIMA-GERACAO-EXIT.
003750     EXIT.

003760*----------------------------------------------------------------
003770* 3300-SOMAR-PENDENTES - A FEED: EVERY PENDENTE ROW OF THE FILE,
003780*                         WHATEVER ITS PERIOD, IS STILL ON THE
003790*                         DATASET THE CONSUMER IS ABOUT TO READ.
003800*                         A SECOND PASS STAMPS EACH OF THEM
003810*----------------------------------------------------------------
003820 3300-SOMAR-PENDENTES.
003830     MOVE "N" TO WS-FIM-SW.
003840     PERFORM 3400-POSICIONAR-ARQUIVO
003850         THRU 3400-POSICIONAR-ARQUIVO-EXIT.
003860     PERFORM 3350-SOMAR-PROXIMO THRU 3350-SOMAR-PROXIMO-EXIT
003870         UNTIL WS-FIM.

003880     PERFORM 3500-COMPARAR THRU 3500-COMPARAR-EXIT.
003890     MOVE LK-STATUS TO WS-SITUACAO-CONF.

003900     MOVE "N" TO WS-FIM-SW.
003910     PERFORM 3400-POSICIONAR-ARQUIVO
003920         THRU 3400-POSICIONAR-ARQUIVO-EXIT.
003930     PERFORM 3370-CARIMBAR-PROXIMO
003940         THRU 3370-CARIMBAR-PROXIMO-EXIT
003950         UNTIL WS-FIM.
003960     MOVE WS-SITUACAO-CONF TO LK-STATUS.
003970 3300-SOMAR-PENDENTES-EXIT.
003980     EXIT.

003990 3350-SOMAR-PROXIMO.
004000     PERFORM 3450-LER-DO-ARQUIVO THRU 3450-LER-DO-ARQUIVO-EXIT.
004010     IF WS-FIM
004020         GO TO 3350-SOMAR-PROXIMO-EXIT
004030     END-IF.
004040     IF TL-PENDENTE
004050         ADD TL-QTD-REGISTROS TO WS-QTD-ESPERADA
004060         ADD TL-VALOR-HASH    TO WS-VALOR-ESPERADO
004070     END-IF.
004080 3350-SOMAR-PROXIMO-EXIT.
004090     EXIT.

004100 3370-CARIMBAR-PROXIMO.
004110     PERFORM 3450-LER-DO-ARQUIVO THRU 3450-LER-DO-ARQUIVO-EXIT.
004120     IF WS-FIM
004130         GO TO 3370-CARIMBAR-PROXIMO-EXIT
004140     END-IF.
004150     IF TL-PENDENTE
004160         PERFORM 3600-CARIMBAR THRU 3600-CARIMBAR-EXIT
004170         REWRITE TOTAIS-CONTROLE-REC
004180     END-IF.
004190 3370-CARIMBAR-PROXIMO-EXIT.
004200     EXIT.

004210*----------------------------------------------------------------
004220* 3400-POSICIONAR-ARQUIVO - FIRST ROW OF THE FILE ON THE
004230*                            ALTERNATE KEY, ANY PERIOD
004240*----------------------------------------------------------------
004250 3400-POSICIONAR-ARQUIVO.
004260     MOVE LK-ARQUIVO TO TL-ARQUIVO-ALT.
004270     MOVE ZERO       TO TL-PERIODO-ALT.
004280     START CONTROL-TOTALS-FILE KEY IS >= TL-CHAVE-ARQUIVO
004290         INVALID KEY
004300             SET WS-FIM TO TRUE
004310     END-START.
004320 3400-POSICIONAR-ARQUIVO-EXIT.
004330     EXIT.

004340 3450-LER-DO-ARQUIVO.
004350     READ CONTROL-TOTALS-FILE NEXT
004360         AT END
004370             SET WS-FIM TO TRUE
004380             GO TO 3450-LER-DO-ARQUIVO-EXIT
004390     END-READ.
004400     IF TL-ARQUIVO-ALT NOT = LK-ARQUIVO
004410         SET WS-FIM TO TRUE
004420     END-IF.
004430 3450-LER-DO-ARQUIVO-EXIT.
004440     EXIT.

004450*----------------------------------------------------------------
004460* 3500-COMPARAR - COUNT AND HASH BOTH HAVE TO AGREE
004470*----------------------------------------------------------------
004480 3500-COMPARAR.
004490     MOVE WS-QTD-ESPERADA   TO LK-QTD-RAZAO.
004500     MOVE WS-VALOR-ESPERADO TO LK-VALOR-RAZAO.
004510     IF LK-QTD = WS-QTD-ESPERADA
004520         AND LK-VALOR = WS-VALOR-ESPERADO
004530         MOVE "1" TO LK-STATUS
004540     ELSE
004550         MOVE "2" TO LK-STATUS
004560     END-IF.
004570 3500-COMPARAR-EXIT.
004580     EXIT.

004590*----------------------------------------------------------------
004600* 3600-CARIMBAR - THE CONSUMER'S SLOT: ITS OWN EARLIER ONE, ELSE
004610*                  THE FIRST FREE ONE, ELSE THE LAST
004620*----------------------------------------------------------------
004630 3600-CARIMBAR.
004640     MOVE ZERO TO WS-SLOT-CONF.
004650     PERFORM 3650-PROCURAR-SLOT THRU 3650-PROCURAR-SLOT-EXIT
004660         VARYING WS-IDX-CONF FROM 1 BY 1
004670         UNTIL WS-IDX-CONF > 4 OR WS-SLOT-CONF NOT = ZERO.
004680     IF WS-SLOT-CONF = ZERO
004690         MOVE 4 TO WS-SLOT-CONF
004700     END-IF.

004710     MOVE LK-PROGRAMA   TO TL-CF-PROGRAMA(WS-SLOT-CONF).
004720     MOVE WS-DATA-ATUAL TO TL-CF-DATA(WS-SLOT-CONF).
004730     MOVE LK-QTD        TO TL-CF-QTD(WS-SLOT-CONF).
004740     MOVE LK-VALOR      TO TL-CF-VALOR(WS-SLOT-CONF).
004750     IF LK-OK
004760         MOVE "C" TO TL-CF-SITUACAO(WS-SLOT-CONF)
004770     ELSE
004780         MOVE "D" TO TL-CF-SITUACAO(WS-SLOT-CONF)
004790     END-IF.
004800 3600-CARIMBAR-EXIT.
004810     EXIT.

004820 3650-PROCURAR-SLOT.
004830     IF TL-CF-PROGRAMA(WS-IDX-CONF) = LK-PROGRAMA
004840         OR TL-CF-PROGRAMA(WS-IDX-CONF) = SPACES
004850         MOVE WS-IDX-CONF TO WS-SLOT-CONF
004860     END-IF.
004870 3650-PROCURAR-SLOT-EXIT.
004880     EXIT.

004890*----------------------------------------------------------------
004900* 4000-BAIXAR - THE CONSUMER HAS PROCESSED THE FEED: EVERY ROW
004910*                STILL PENDENTE IS SETTLED
004920*----------------------------------------------------------------
004930 4000-BAIXAR.
004940     MOVE "N" TO WS-FIM-SW.
004950     PERFORM 3400-POSICIONAR-ARQUIVO
004960         THRU 3400-POSICIONAR-ARQUIVO-EXIT.
004970     PERFORM 4100-BAIXAR-PROXIMO THRU 4100-BAIXAR-PROXIMO-EXIT
004980         UNTIL WS-FIM.
004990     MOVE "1" TO LK-STATUS.
005000 4000-BAIXAR-EXIT.
005010     EXIT.

005020 4100-BAIXAR-PROXIMO.
005030     PERFORM 3450-LER-DO-ARQUIVO THRU 3450-LER-DO-ARQUIVO-EXIT.
005040     IF WS-FIM
005050         GO TO 4100-BAIXAR-PROXIMO-EXIT
005060     END-IF.
005070     IF TL-PENDENTE
005080         MOVE "S" TO TL-BAIXA-SW
005090         MOVE WS-DATA-ATUAL TO TL-DATA-BAIXA
005100         REWRITE TOTAIS-CONTROLE-REC
005110     END-IF.
005120 4100-BAIXAR-PROXIMO-EXIT.
005130     EXIT.
