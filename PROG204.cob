001000******************************************************************
001010* PROGRAM-ID: PROG204
001020* AUTHOR:      R. ALMEIDA - APPLICATIONS
001030* INSTALLATION: FOLHA DE PAGAMENTO / RECURSOS HUMANOS
001040* DATE-WRITTEN: 2026-10-08
001050* DATE-COMPILED:
001060* PURPOSE:     NIGHTLY APPLICATION OF APPROVED DEPARTMENT
001070*              TRANSFERS. WALKS THE TRANSFER FILE PROG203 FEEDS
001080*              AND, FOR EVERY ROW APPROVED BY BOTH MANAGERS
001090*              WHOSE EFFECTIVE DATE HAS ARRIVED, MOVES THE
001100*              FUNCIONARIO TO THE NEW DEPARTAMENTO (AND TAREFA)
001110*              ON THE EMPLOYEE MASTER UNDER THE PROG85 JOB LOCK,
001120*              CLOSES THE OLD ASSIGNMENT ON THE TASK HISTORY AND
001130*              OPENS THE NEW ONE WITH THE TRANSFER DATE, WRITES
001140*              THE CHANGE-LOG ROW THROUGH PROG30 AND MARKS THE
001150*              TRANSFER APPLIED. THE RATEIO ROW OF THE OLD
001160*              DEPARTMENT (ALLOCFIL) IS KEPT ON THE TRANSFER ROW
001170*              FOR THE PAYROLL PRORATION AND RETIRED FROM
001180*              ALLOCFIL - A SPLIT FOR THE NEW DEPARTMENT IS KEYED
001190*              AGAIN IN PROG124. MEANT TO RUN AS A STEP OF THE
001200*              PROG87 NIGHTLY SCHEDULE, NEXT TO PROG100.
001210* ----------------------------------------------------------------
001220* MODIFICATION HISTORY
001230* DATE       INIT DESCRIPTION
001240* 2026-10-08 RA   INITIAL VERSION
001241* 2026-10-08 RA   A TRANSFER INTO A POSITION RAISES THE CARGO'S
001242*                 MISSING REQUIRED COURSES (PROG205).
001250******************************************************************
001260 IDENTIFICATION DIVISION.
001270 PROGRAM-ID. PROG204.

001280 ENVIRONMENT DIVISION.
001290 INPUT-OUTPUT SECTION.
001300 FILE-CONTROL.
001310     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
001320         ORGANIZATION IS INDEXED
001330         ACCESS MODE IS DYNAMIC
001340         RECORD KEY IS CODIGO
001350         ALTERNATE RECORD KEY IS NOME
001360             WITH DUPLICATES
001370         ALTERNATE RECORD KEY IS DEPARTAMENTO
001380             WITH DUPLICATES
001390         FILE STATUS IS FS-EMPMAST.

001400     SELECT TRANSFER-FILE ASSIGN TO "TRANSFIL"
001410         ORGANIZATION IS INDEXED
001420         ACCESS MODE IS DYNAMIC
001430         RECORD KEY IS TF-CHAVE
001440         FILE STATUS IS FS-TRANSFIL.

001450     SELECT TASK-HISTORY ASSIGN TO "FUNCHIST"
001460         ORGANIZATION IS LINE SEQUENTIAL
001470         FILE STATUS IS FS-FUNCHIST.

001480     SELECT ALLOCATION-FILE ASSIGN TO "ALLOCFIL"
001490         ORGANIZATION IS INDEXED
001500         ACCESS MODE IS DYNAMIC
001510         RECORD KEY IS AL-CODIGO
001520         FILE STATUS IS FS-ALLOCFIL.

001530 DATA DIVISION.
001540 FILE SECTION.
001550 FD  EMPLOYEE-MASTER.
001560 COPY EMPREC.

001570 FD  TRANSFER-FILE.
001580 COPY TRFREC.

001590 FD  TASK-HISTORY.
001600 COPY FUNCHIST.

001610 FD  ALLOCATION-FILE.
001620 COPY ALLOCREC.

001630 WORKING-STORAGE SECTION.
001640 01  FS-EMPMAST                  PIC X(02).
001650     88  FS-EMPMAST-OK           VALUE "00".

001660 01  FS-TRANSFIL                 PIC X(02).
001670     88  FS-TRANSFIL-OK          VALUE "00".
001680     88  FS-TRANSFIL-EOF         VALUE "10".

001690 01  FS-FUNCHIST                 PIC X(02).
001700     88  FS-FUNCHIST-OK          VALUE "00".

001710 01  FS-ALLOCFIL                 PIC X(02).
001720     88  FS-ALLOCFIL-OK          VALUE "00".
001730 01  WS-ALLOC-SW                 PIC X(01) VALUE "N".
001740     88  WS-ALLOC-PRESENTE       VALUE "Y".

001750 01  WS-DATA-HORA.
001760     05  WS-DATA-ATUAL           PIC 9(08).
001770     05  WS-HORA-ATUAL           PIC 9(06).

001780 01  WS-IND                      PIC 9(01) COMP.

001790 01  WS-CAMPOS-LOG.
001800     05  WS-DEPTO-ANTIGO-LOG     PIC X(30).
001810     05  WS-DEPTO-NOVO-LOG       PIC X(30).

001820 01  WS-CONTADORES.
001830     05  WS-QTD-APLICADAS        PIC 9(06) COMP VALUE ZERO.
001840     05  WS-QTD-AGUARDANDO       PIC 9(06) COMP VALUE ZERO.
001850     05  WS-QTD-ERROS            PIC 9(06) COMP VALUE ZERO.
001860 01  WS-QTD-APLICADAS-ED         PIC 9(06).

001870 01  WS-JORNAL.
001880     05  WS-JR-ANTES             PIC X(312).
001890     05  WS-JR-DEPOIS            PIC X(312).
001900     05  WS-JR-OPERACAO          PIC X(01).

001901 01  WS-LACUNAS-TREIN            PIC 9(03).

001910 01  WS-DESCRICAO-AUD            PIC X(60).

001920 01  WS-CHAMADA-TRAVA.
001930     05  WS-TRAVA-FUNCAO         PIC X(01).
001940     05  WS-TRAVA-PROGRAMA       PIC X(08).
001950     05  WS-TRAVA-STATUS         PIC X(01).
001960         88  WS-TRAVA-OBTIDA     VALUE "1".
001970     05  WS-TRAVA-MINHA-SW       PIC X(01) VALUE "N".
001980         88  WS-TRAVA-MINHA      VALUE "Y".

001990 PROCEDURE DIVISION.

002000*----------------------------------------------------------------
002010* 0000-MAINLINE
002020*----------------------------------------------------------------
002030 0000-MAINLINE.
002040     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
002050     PERFORM 2000-PROCESSAR THRU 2000-PROCESSAR-EXIT
002060         UNTIL FS-TRANSFIL-EOF.
002070     PERFORM 8000-FINALIZAR THRU 8000-FINALIZAR-EXIT.
002080     GO TO 9999-EXIT.

002090*----------------------------------------------------------------
002100* 1000-INICIALIZAR
002110*----------------------------------------------------------------
002120 1000-INICIALIZAR.
002130     ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
002140     ACCEPT WS-HORA-ATUAL FROM TIME.

002150     OPEN I-O TRANSFER-FILE.
002160     IF NOT FS-TRANSFIL-OK
002170         DISPLAY "PROG204: SEM TRANSFERENCIAS (TRANSFIL) "
002180             "- NADA A APLICAR"
002190         SET FS-TRANSFIL-EOF TO TRUE
002200         GO TO 1000-INICIALIZAR-EXIT
002210     END-IF.

002220     MOVE "C" TO WS-TRAVA-FUNCAO.
002230     MOVE "PROG204 " TO WS-TRAVA-PROGRAMA.
002240     CALL "PROG85" USING WS-TRAVA-FUNCAO WS-TRAVA-PROGRAMA
002250         WS-TRAVA-STATUS.
002260     IF NOT WS-TRAVA-OBTIDA
002270         DISPLAY "PROG204: EMPLOYEE-MASTER EM USO - "
002280             "EXECUCAO ABANDONADA"
002290         CLOSE TRANSFER-FILE
002300         SET FS-TRANSFIL-EOF TO TRUE
002310         MOVE 8 TO RETURN-CODE
002320         GO TO 1000-INICIALIZAR-EXIT
002330     END-IF.
002340     SET WS-TRAVA-MINHA TO TRUE.

002350     OPEN I-O EMPLOYEE-MASTER.
002360     IF NOT FS-EMPMAST-OK
002370         DISPLAY "PROG204: ERRO AO ABRIR EMPLOYEE-MASTER "
002380                 FS-EMPMAST
002390         CLOSE TRANSFER-FILE
002400         SET FS-TRANSFIL-EOF TO TRUE
002410         MOVE 8 TO RETURN-CODE
002420         GO TO 1000-INICIALIZAR-EXIT
002430     END-IF.

002440     OPEN EXTEND TASK-HISTORY.
002450     IF NOT FS-FUNCHIST-OK
002460         OPEN OUTPUT TASK-HISTORY
002470     END-IF.

002480     OPEN I-O ALLOCATION-FILE.
002490     IF FS-ALLOCFIL-OK
002500         SET WS-ALLOC-PRESENTE TO TRUE
002510     END-IF.

002520     PERFORM 1100-LER-PROXIMA.
002530 1000-INICIALIZAR-EXIT.
002540     EXIT.

002550 1100-LER-PROXIMA.
002560     READ TRANSFER-FILE NEXT
002570         AT END
002580             SET FS-TRANSFIL-EOF TO TRUE
002590     END-READ.

002600*----------------------------------------------------------------
002610* 2000-PROCESSAR - ONE TRANSFER ROW PER PASS: APPROVED BY
002620*                   BOTH MANAGERS AND DUE TODAY (OR OVERDUE)
002630*                   MEANS APPLY
002640*----------------------------------------------------------------
002650 2000-PROCESSAR.
002660     IF NOT TF-APROVADA
002670         GO TO 2000-PROCESSAR-SEGUIR
002680     END-IF.
002690     IF TF-DATA-EFETIVA > WS-DATA-ATUAL
002700         ADD 1 TO WS-QTD-AGUARDANDO
002710         GO TO 2000-PROCESSAR-SEGUIR
002720     END-IF.

002730     PERFORM 2100-APLICAR-UMA THRU 2100-APLICAR-UMA-EXIT.

002740 2000-PROCESSAR-SEGUIR.
002750     PERFORM 1100-LER-PROXIMA.
002760 2000-PROCESSAR-EXIT.
002770     EXIT.

002780*----------------------------------------------------------------
002790* 2100-APLICAR-UMA - THE MASTER UPDATE, THE TASK HISTORY, THE
002800*                     RATEIO HAND-OVER AND THE TRANSFER ROW'S FLIP
002810*                     TO APPLIED. A FUNCIONARIO NO LONGER IN
002820*                     THE RELEASING DEPARTMENT IS LEFT FOR HR
002830*                     TO REVIEW
002840*----------------------------------------------------------------
002850 2100-APLICAR-UMA.
002860     MOVE TF-CODIGO TO CODIGO.
002870     READ EMPLOYEE-MASTER
002880         INVALID KEY
002890             DISPLAY "PROG204: FUNCIONARIO " TF-CODIGO
002900                 " NAO ENCONTRADO - TRANSFERENCIA IGNORADA"
002910             ADD 1 TO WS-QTD-ERROS
002920             GO TO 2100-APLICAR-UMA-EXIT
002930     END-READ.

002940     IF EMP-INATIVO
002950         DISPLAY "PROG204: FUNCIONARIO " TF-CODIGO
002960             " INATIVO - TRANSFERENCIA IGNORADA"
002970         ADD 1 TO WS-QTD-ERROS
002980         GO TO 2100-APLICAR-UMA-EXIT
002990     END-IF.
003000     IF DEPARTAMENTO NOT = TF-DEPTO-ORIGEM
003010         DISPLAY "PROG204: FUNCIONARIO " TF-CODIGO " ESTA EM "
003020             DEPARTAMENTO " E NAO EM " TF-DEPTO-ORIGEM
003030             " - TRANSFERENCIA IGNORADA"
003040         ADD 1 TO WS-QTD-ERROS
003050         GO TO 2100-APLICAR-UMA-EXIT
003060     END-IF.

003070     MOVE FUNCIONARIO TO WS-JR-ANTES.

003080     MOVE CODIGO              TO FH-CODIGO.
003090     MOVE DEPARTAMENTO        TO FH-DEPARTAMENTO.
003100     MOVE TAREFA              TO FH-TAREFA.
003110     MOVE DATA-EFETIVA-TAREFA TO FH-DATA-EFETIVA.
003120     MOVE TF-DATA-EFETIVA     TO FH-DATA-FIM.
003130     MOVE WS-DATA-ATUAL       TO FH-DATA-REGISTRO.
003140     MOVE WS-HORA-ATUAL       TO FH-HORA-REGISTRO.
003150     WRITE FUNC-HIST-REC.

003160     MOVE TF-DEPTO-DESTINO TO DEPARTAMENTO.
003170     MOVE TF-TAREFA-NOVA   TO TAREFA.
003180     MOVE TF-DATA-EFETIVA  TO DATA-EFETIVA-TAREFA.

003190     MOVE CODIGO          TO FH-CODIGO.
003200     MOVE DEPARTAMENTO    TO FH-DEPARTAMENTO.
003210     MOVE TAREFA          TO FH-TAREFA.
003220     MOVE TF-DATA-EFETIVA TO FH-DATA-EFETIVA.
003230     MOVE ZERO            TO FH-DATA-FIM.
003240     MOVE WS-DATA-ATUAL   TO FH-DATA-REGISTRO.
003250     MOVE WS-HORA-ATUAL   TO FH-HORA-REGISTRO.
003260     WRITE FUNC-HIST-REC.

003270     REWRITE FUNCIONARIO.
003280     IF NOT FS-EMPMAST-OK
003290         DISPLAY "PROG204: ERRO AO ATUALIZAR FUNCIONARIO "
003300             TF-CODIGO " - " FS-EMPMAST
003310         ADD 1 TO WS-QTD-ERROS
003320         GO TO 2100-APLICAR-UMA-EXIT
003330     END-IF.

003340     MOVE FUNCIONARIO TO WS-JR-DEPOIS.
003350     MOVE "A" TO WS-JR-OPERACAO.
003360     CALL "PROG141" USING "PROG204 " WS-JR-OPERACAO
003370         WS-JR-ANTES WS-JR-DEPOIS.

003380     MOVE SPACES TO WS-DEPTO-ANTIGO-LOG.
003390     MOVE SPACES TO WS-DEPTO-NOVO-LOG.
003400     MOVE TF-DEPTO-ORIGEM TO WS-DEPTO-ANTIGO-LOG.
003410     MOVE TF-DEPTO-DESTINO TO WS-DEPTO-NOVO-LOG.
003420     CALL "PROG30" USING TF-CODIGO "DEPARTAMENTO   "
003430         WS-DEPTO-ANTIGO-LOG WS-DEPTO-NOVO-LOG.

003440     PERFORM 2200-ENCERRAR-RATEIO THRU 2200-ENCERRAR-RATEIO-EXIT.

003450     SET TF-APLICADA TO TRUE.
003460     MOVE WS-DATA-ATUAL TO TF-DATA-APLICACAO.
003470     REWRITE TRANSFERENCIA-REC.
003480     IF NOT FS-TRANSFIL-OK
003490         DISPLAY "PROG204: ERRO AO BAIXAR TRANSFERENCIA DE "
003500             TF-CODIGO " - " FS-TRANSFIL
003510     END-IF.

003520     ADD 1 TO WS-QTD-APLICADAS.
003530     DISPLAY "PROG204: " TF-CODIGO " TRANSFERIDO DE "
003540         TF-DEPTO-ORIGEM " PARA " TF-DEPTO-DESTINO " EM "
003550         TF-DATA-EFETIVA.
003560     IF CARGO NOT = SPACES
003570         DISPLAY "PROG204: " TF-CODIGO " - REVER O CARGO "
003580             CARGO " NO NOVO DEPARTAMENTO (PROG18)"
003581         CALL "PROG205" USING TF-CODIGO CARGO "PROG204 "
003582             WS-LACUNAS-TREIN
003590     END-IF.
003600 2100-APLICAR-UMA-EXIT.
003610     EXIT.

003620*----------------------------------------------------------------
003630* 2200-ENCERRAR-RATEIO - THE OLD DEPARTMENT'S COST-CENTER SPLIT
003640*                         MOVES ONTO THE TRANSFER ROW AND LEAVES
003650*                         ALLOCFIL
003660*----------------------------------------------------------------
003670 2200-ENCERRAR-RATEIO.
003680     IF NOT WS-ALLOC-PRESENTE
003690         GO TO 2200-ENCERRAR-RATEIO-EXIT
003700     END-IF.
003710     MOVE TF-CODIGO TO AL-CODIGO.
003720     READ ALLOCATION-FILE
003730         INVALID KEY
003740             GO TO 2200-ENCERRAR-RATEIO-EXIT
003750     END-READ.

003760     PERFORM 2210-GUARDAR-FAIXA THRU 2210-GUARDAR-FAIXA-EXIT
003770         VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 4.

003780     DELETE ALLOCATION-FILE RECORD
003790         INVALID KEY
003800             DISPLAY "PROG204: ERRO AO ENCERRAR RATEIO DE "
003810                 TF-CODIGO " - " FS-ALLOCFIL
003820     END-DELETE.
003830     DISPLAY "PROG204: " TF-CODIGO " - RATEIO DO DEPARTAMENTO "
003840         "ANTERIOR ENCERRADO; NOVO RATEIO, SE HOUVER, NO PROG124".
003850 2200-ENCERRAR-RATEIO-EXIT.
003860     EXIT.

003870 2210-GUARDAR-FAIXA.
003880     MOVE AL-CENTRO-CUSTO(WS-IND) TO TF-CENTRO-ORIGEM(WS-IND).
003890     MOVE AL-PERCENTUAL(WS-IND) TO TF-PERCENTUAL-ORIGEM(WS-IND).
003900 2210-GUARDAR-FAIXA-EXIT.
003910     EXIT.

003920*----------------------------------------------------------------
003930* 8000-FINALIZAR
003940*----------------------------------------------------------------
003950 8000-FINALIZAR.
003960     IF WS-TRAVA-MINHA
003970         CLOSE EMPLOYEE-MASTER TRANSFER-FILE TASK-HISTORY
003980         IF WS-ALLOC-PRESENTE
003990             CLOSE ALLOCATION-FILE
004000         END-IF
004010     END-IF.

004020     DISPLAY "PROG204: TRANSFERENCIAS APLICADAS : "
004030         WS-QTD-APLICADAS.
004040     DISPLAY "PROG204: AGUARDANDO DATA ........ : "
004050         WS-QTD-AGUARDANDO.
004060     IF WS-QTD-ERROS > ZERO
004070         DISPLAY "PROG204: COM ERRO ............... : "
004080             WS-QTD-ERROS
004090         MOVE 8 TO RETURN-CODE
004100     END-IF.

004110     IF WS-QTD-APLICADAS > ZERO
004120         MOVE WS-QTD-APLICADAS TO WS-QTD-APLICADAS-ED
004130         MOVE SPACES TO WS-DESCRICAO-AUD
004140         STRING "APLICOU " WS-QTD-APLICADAS-ED
004150             " TRANSFERENCIA(S) DE DEPARTAMENTO"
004160             DELIMITED BY SIZE INTO WS-DESCRICAO-AUD
004170         CALL "PROG22" USING "PROG204 " WS-DESCRICAO-AUD
004180     END-IF.
004190 8000-FINALIZAR-EXIT.
004200     EXIT.
004210* THE LOCK IS RELEASED HERE SO EVERY EXIT PATH LETS GO OF THE
004220* MASTER INSTEAD OF WEDGING THE NIGHTLY STREAM
004230 9999-EXIT.
004240     IF WS-TRAVA-MINHA
004250         MOVE "R" TO WS-TRAVA-FUNCAO
004260         CALL "PROG85" USING WS-TRAVA-FUNCAO WS-TRAVA-PROGRAMA
004270             WS-TRAVA-STATUS
004280         MOVE "N" TO WS-TRAVA-MINHA-SW
004290     END-IF.
004300     STOP RUN.
