001090*              ACCEPTED, AND SHOWS A PERIOD'S DATES AND STATUS.
001100*              THE BATCH PAYROLL RUN (PROG42) READS THIS FILE TO
001110*              KNOW WHICH PERIOD IT IS PAYING AND REFUSES A
001130*              PERIOD THAT IS CLOSED OR NOT OPENED YET - SO A
001131*              PERIOD CANNOT BE PAID TWICE BY ACCIDENT.
001132*              THE CLOSE ALSO WANTS THE PROG217 INTERFACE TIE-OUT
001133*              (CONCFILE) CLEAN, OR ITS DIFFERENCES ACCEPTED BY A
001134*              SUPERVISOR.
001140* ----------------------------------------------------------------
001150* MODIFICATION HISTORY
001160* DATE       INIT DESCRIPTION
001260*                 ANY ITEM MISSING PRINTS THE CHECKLIST AND
001270*                 REFUSES THE CLOSE - NO MORE PERIODS CLOSED
001280*                 WITH A BANK FILE THAT NEVER WENT OUT.
001281* 2026-10-12 RA   FOURTH CHECKLIST ITEM: THE PROG217 INTERFACE
001282*                 TIE-OUT (CONCFILE) MUST HAVE FOUND EVERY
001283*                 INTERFACE IN AGREEMENT WITH THE REGISTER, OR A
001284*                 SUPERVISOR MUST HAVE ACCEPTED THE DIFFERENCES
001290******************************************************************
001300 IDENTIFICATION DIVISION.
001310 PROGRAM-ID. PROG43.
001460         RECORD KEY IS FC-CHAVE
001470         FILE STATUS IS FS-FECHCTL.

001471     SELECT TIE-OUT-FILE ASSIGN TO "CONCFILE"
001472         ORGANIZATION IS INDEXED
001473         ACCESS MODE IS DYNAMIC
001474         RECORD KEY IS CC-PERIODO
001475         FILE STATUS IS FS-CONCFILE.

001480 DATA DIVISION.
001490 FILE SECTION.
001500 FD  PAY-PERIOD-FILE.
001540 FD  CLOSE-CONTROL.
001550 COPY FECHREC.

001551 FD  TIE-OUT-FILE.
001552 COPY CONCREC.

001560 WORKING-STORAGE SECTION.
001570 01  FS-PAYPER                   PIC X(02).
001580     88  FS-PAYPER-OK            VALUE "00".
001630 01  FS-FECHCTL                  PIC X(02).
001640     88  FS-FECHCTL-OK           VALUE "00".

001641 01  FS-CONCFILE                 PIC X(02).
001642     88  FS-CONCFILE-OK          VALUE "00".

001650 01  WS-CHECKLIST.
001660     05  WS-CHECKLIST-OK-SW      PIC X(01).
001670         88  WS-CHECKLIST-OK     VALUE "Y".
001710         88  WS-TEM-REMESSA      VALUE "Y".
001720     05  WS-TEM-DIARIO-SW        PIC X(01).
001730         88  WS-TEM-DIARIO       VALUE "Y".
001731     05  WS-CONCILIACAO-SW       PIC X(01).
001732         88  WS-SEM-CONCILIACAO  VALUE "N".
001733         88  WS-CONCILIADO       VALUE "C" "A".
001734         88  WS-CONC-DIVERGENTE  VALUE "D".
001735         88  WS-CONC-AGUARDANDO  VALUE "P".
001740     05  WS-SOMA-DETALHES        PIC 9(11)V9(02).
001750     05  WS-TOTAL-TRAILER        PIC 9(11)V9(02).
001760     05  WS-QTD-DETALHES         PIC 9(06) COMP.
003380     EXIT.

003390*----------------------------------------------------------------
003400* 4100-VERIFICAR-CHECKLIST - THE FOUR THINGS THAT MUST HAVE
003410*                             HAPPENED BEFORE A PERIOD MAY CLOSE:
003420*                             REGISTER RECONCILED, REMESSA SENT,
003430*                             DIARIO RELEASED, INTERFACES TIED
003431*                             OUT
003440*----------------------------------------------------------------
003450 4100-VERIFICAR-CHECKLIST.
003460     MOVE "N" TO WS-CHECKLIST-OK-SW.
003470     MOVE "N" TO WS-REG-CONFERE-SW.
003480     MOVE "N" TO WS-TEM-REMESSA-SW.
003490     MOVE "N" TO WS-TEM-DIARIO-SW.
003491     MOVE "N" TO WS-CONCILIACAO-SW.

003500     PERFORM 4200-CONFERIR-REGISTRO
003510         THRU 4200-CONFERIR-REGISTRO-EXIT.
003520     PERFORM 4300-CONFERIR-MARCADORES
003530         THRU 4300-CONFERIR-MARCADORES-EXIT.
003531     PERFORM 4400-CONFERIR-CONCILIACAO
003532         THRU 4400-CONFERIR-CONCILIACAO-EXIT.

003540     DISPLAY "CHECKLIST DE FECHAMENTO DO PERIODO " PP-ID ":".
003550     IF WS-REG-CONFERE
003690     ELSE
003700         DISPLAY "  [FALTA] DIARIO NAO LIBERADO (PROG63)"
003710     END-IF.
003711     IF WS-CONCILIADO
003712         DISPLAY "  [OK]    INTERFACES CONCILIADAS (PROG217)"
003713     END-IF.
003714     IF WS-SEM-CONCILIACAO
003715         DISPLAY "  [FALTA] CONCILIACAO DAS INTERFACES NAO "
003716             "EXECUTADA (PROG217)"
003717     END-IF.
003718     IF WS-CONC-DIVERGENTE
003719         DISPLAY "  [FALTA] CONCILIACAO COM DIFERENCAS NAO "
003720             "ACEITAS (PROG217)"
003721     END-IF.
003722     IF WS-CONC-AGUARDANDO
003723         DISPLAY "  [FALTA] DIFERENCAS DA CONCILIACAO AGUARDAM "
003724             "ACEITE (PROG210)"
003725     END-IF.

003726     IF WS-REG-CONFERE AND WS-TEM-REMESSA AND WS-TEM-DIARIO
003727         AND WS-CONCILIADO
003730         SET WS-CHECKLIST-OK TO TRUE
003740     END-IF.
003750 4100-VERIFICAR-CHECKLIST-EXIT.
004450 4300-CONFERIR-MARCADORES-EXIT.
004460     EXIT.

004461*----------------------------------------------------------------
004462* 4400-CONFERIR-CONCILIACAO - THE SITUATION PROG217 LEFT FOR THE
004463*                              PERIOD ON CONCFILE
004464*----------------------------------------------------------------
004465 4400-CONFERIR-CONCILIACAO.
004466     OPEN INPUT TIE-OUT-FILE.
004467     IF NOT FS-CONCFILE-OK
004468         GO TO 4400-CONFERIR-CONCILIACAO-EXIT
004469     END-IF.

004470     MOVE PP-ID TO CC-PERIODO.
004471     READ TIE-OUT-FILE
004472         INVALID KEY
004473             CONTINUE
004474         NOT INVALID KEY
004475             MOVE CC-SITUACAO TO WS-CONCILIACAO-SW
004476     END-READ.

004477     CLOSE TIE-OUT-FILE.
004478 4400-CONFERIR-CONCILIACAO-EXIT.
004479     EXIT.

004480*----------------------------------------------------------------
004481* 5000-CONSULTAR-PERIODO
004490*----------------------------------------------------------------
004500 5000-CONSULTAR-PERIODO.
004510     READ PAY-PERIOD-FILE
