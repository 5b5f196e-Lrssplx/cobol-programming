001170* MODIFICATION HISTORY
001180* DATE       INIT DESCRIPTION
001190* 2026-09-02 RA   INITIAL VERSION
001192* 2026-09-24 RA   WARNS (RETURN CODE 4) WHEN READJUSTMENTS OF THE
001194*                 PERIOD (REAJFILE) ARE STILL PROPOSED OR
001196*                 APPROVED BUT NOT APPLIED BY PROG172 - THOSE
001198*                 LINES WOULD BILL AT THE OLD PRICE.
001199* 2026-10-15 RA   THE HEADERS AND LINES APPENDED TO INVLINES (AND
001200*                 THEIR QUANTITY TIMES PRICE) ARE ADDED TO THE
001201*                 DAY'S ROW OF THE CONTROL TOTALS LEDGER (CTLTOT,
001202*                 PROG223) THAT PROG20 CHECKS BEFORE INVOICING.
001203******************************************************************
001210 IDENTIFICATION DIVISION.
001220 PROGRAM-ID. PROG134.

001320         ORGANIZATION IS LINE SEQUENTIAL
001330         FILE STATUS IS FS-INVLINES.

001331     SELECT READJUSTMENT-FILE ASSIGN TO "REAJFILE"
001332         ORGANIZATION IS INDEXED
001333         ACCESS MODE IS DYNAMIC
001334         RECORD KEY IS RJ-CHAVE
001335         FILE STATUS IS FS-REAJFILE.

001340 DATA DIVISION.
001350 FILE SECTION.
001360 FD  CONTRACT-FILE.
001380 FD  INVOICE-LINE-FILE.
001390 COPY INVLREC.

001392 FD  READJUSTMENT-FILE.
001394 COPY REAJREC.

001400 WORKING-STORAGE SECTION.
001410 01  FS-CONTFILE                 PIC X(02).
001420     88  FS-CONTFILE-OK          VALUE "00".
001440 01  FS-INVLINES                 PIC X(02).
001450     88  FS-INVLINES-OK          VALUE "00".

001452 01  FS-REAJFILE                 PIC X(02).
001454     88  FS-REAJFILE-OK          VALUE "00".
001456     88  FS-REAJFILE-EOF         VALUE "10".

001458 01  WS-QTD-REAJ-PENDENTES       PIC 9(05) VALUE ZERO.

001460 01  WS-MENSAGEM                 PIC X(40).
001470 01  WS-VALOR-ENT                PIC 9(09).
001480 01  WS-LIMITE-MIN               PIC 9(09).

001600 01  WS-DESCRICAO-AUD            PIC X(60).

001601* PROG223 CONTROL TOTALS LEDGER CALL
001602 01  WS-CHAMADA-TOTAIS.
001603     05  WS-TL-FUNCAO            PIC X(01).
001604     05  WS-TL-DATA-RUN          PIC 9(08).
001605     05  WS-TL-ARQUIVO           PIC X(08).
001606     05  WS-TL-PERIODO           PIC 9(06).
001607     05  WS-TL-PROGRAMA          PIC X(08).
001608     05  WS-TL-QTD               PIC 9(07).
001609     05  WS-TL-VALOR             PIC 9(13)V9(02).
001610     05  WS-TL-QTD-RAZAO         PIC 9(07).
001611     05  WS-TL-VALOR-RAZAO       PIC 9(13)V9(02).
001612     05  WS-TL-STATUS            PIC X(01).
001613         88  WS-TL-OK            VALUE "1".

001614 PROCEDURE DIVISION.

001620*----------------------------------------------------------------
001630* 0000-MAINLINE
001810     COMPUTE WS-INICIO-MES = WS-PERIODO-FATURA * 100 + 1.
001820     COMPUTE WS-FIM-MES = WS-PERIODO-FATURA * 100 + 31.

001822     PERFORM 1200-VERIFICAR-REAJUSTES
001824         THRU 1200-VERIFICAR-REAJUSTES-EXIT.

001830     OPEN INPUT CONTRACT-FILE.
001840     IF NOT FS-CONTFILE-OK
001850         DISPLAY "PROG134: SEM CONTRATOS (CONTFILE) - NADA A "
002090             SET FS-CONTFILE-EOF TO TRUE
002100     END-READ.

002101*----------------------------------------------------------------
002102* 1200-VERIFICAR-REAJUSTES - A PROPOSAL OF THE PERIOD STILL
002103*                             PENDING OR APPROVED BUT NOT
002104*                             APPLIED BILLS AT THE OLD PRICE
002105*----------------------------------------------------------------
002106 1200-VERIFICAR-REAJUSTES.
002107     OPEN INPUT READJUSTMENT-FILE.
002108     IF NOT FS-REAJFILE-OK
002109         GO TO 1200-VERIFICAR-REAJUSTES-EXIT
002110     END-IF.

002111     MOVE WS-PERIODO-FATURA TO RJ-PERIODO.
002112     MOVE ZERO TO RJ-CLIENTE.
002113     MOVE ZERO TO RJ-SEQ.
002114     START READJUSTMENT-FILE KEY IS NOT LESS THAN RJ-CHAVE
002115         INVALID KEY
002116             SET FS-REAJFILE-EOF TO TRUE
002117     END-START.
002118     PERFORM 1210-CONTAR-REAJUSTE
002119         THRU 1210-CONTAR-REAJUSTE-EXIT
002120         UNTIL FS-REAJFILE-EOF.
002121     CLOSE READJUSTMENT-FILE.

002122     IF WS-QTD-REAJ-PENDENTES > ZERO
002123         DISPLAY "PROG134: ATENCAO - " WS-QTD-REAJ-PENDENTES
002124             " REAJUSTE(S) DO PERIODO NAO APLICADO(S) "
002125             "(PROG172) - FATURADOS PELO PRECO ATUAL"
002127     END-IF.
002128 1200-VERIFICAR-REAJUSTES-EXIT.
002129     EXIT.

002130 1210-CONTAR-REAJUSTE.
002131     READ READJUSTMENT-FILE NEXT
002132         AT END
002133             SET FS-REAJFILE-EOF TO TRUE
002134             GO TO 1210-CONTAR-REAJUSTE-EXIT
002135     END-READ.
002136     IF RJ-PERIODO NOT = WS-PERIODO-FATURA
002137         SET FS-REAJFILE-EOF TO TRUE
002138         GO TO 1210-CONTAR-REAJUSTE-EXIT
002139     END-IF.
002140     IF RJ-PROPOSTO OR RJ-APROVADO
002141         ADD 1 TO WS-QTD-REAJ-PENDENTES
002142     END-IF.
002143 1210-CONTAR-REAJUSTE-EXIT.
002144     EXIT.

002145*----------------------------------------------------------------
002146* 2000-PROCESSAR - ONE CONTRACT LINE PER PASS: IN FORCE MEANS
002147*                   A FEED ROW (A NEW CUSTOMER OPENS A HEADER),
002148*                   EXPIRED MEANS A REPORT LINE
002150*----------------------------------------------------------------
002160 2000-PROCESSAR.
002170     IF CN-DATA-FIM < WS-INICIO-MES
002710     STRING "FATUROU CONTRATOS DO PERIODO " WS-PERIODO-FATURA
002720         DELIMITED BY SIZE INTO WS-DESCRICAO-AUD.
002730     CALL "PROG22" USING "PROG134 " WS-DESCRICAO-AUD.
002732     IF WS-QTD-REAJ-PENDENTES > ZERO
002734         MOVE 4 TO RETURN-CODE
002736     END-IF.
002737     PERFORM 8100-REGISTRAR-TOTAIS
002738         THRU 8100-REGISTRAR-TOTAIS-EXIT.
002740 8000-FINALIZAR-EXIT.
002750     EXIT.

002751*----------------------------------------------------------------
002752* 8100-REGISTRAR-TOTAIS - WHAT THIS RUN APPENDED TO INVLINES IS
002753*                          ADDED TO THE DAY'S LEDGER ROW OF THE
002754*                          FEED, PENDENTE UNTIL PROG20 INVOICES IT
002755*----------------------------------------------------------------
002756 8100-REGISTRAR-TOTAIS.
002757     IF WS-QTD-LINHAS = ZERO
002758         GO TO 8100-REGISTRAR-TOTAIS-EXIT
002759     END-IF.
002760     MOVE "A"               TO WS-TL-FUNCAO.
002761     MOVE ZERO              TO WS-TL-DATA-RUN.
002762     MOVE "INVLINES"        TO WS-TL-ARQUIVO.
002763     MOVE WS-PERIODO-FATURA TO WS-TL-PERIODO.
002764     MOVE "PROG134 "        TO WS-TL-PROGRAMA.
002765     COMPUTE WS-TL-QTD = WS-QTD-CLIENTES + WS-QTD-LINHAS.
002766     MOVE WS-TOTAL-FATURADO TO WS-TL-VALOR.
002767     CALL "PROG223" USING WS-TL-FUNCAO WS-TL-DATA-RUN
002768         WS-TL-ARQUIVO WS-TL-PERIODO WS-TL-PROGRAMA WS-TL-QTD
002769         WS-TL-VALOR WS-TL-QTD-RAZAO WS-TL-VALOR-RAZAO
002770         WS-TL-STATUS.
002771     IF NOT WS-TL-OK
002772         DISPLAY "PROG134: TOTAIS DE CONTROLE DO INVLINES NAO "
002773             "REGISTRADOS (CTLTOT)"
002774         MOVE 8 TO RETURN-CODE
002775     END-IF.
002776 8100-REGISTRAR-TOTAIS-EXIT.
002777     EXIT.

002778 9999-EXIT.
002779     STOP RUN.
