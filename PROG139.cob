001170* MODIFICATION HISTORY
001180* DATE       INIT DESCRIPTION
001190* 2026-09-02 RA   INITIAL VERSION
001192* 2026-09-14 RA   DEBITS NOW ALSO MATCH THE SUPPLIER PAYMENTS ON
001194*                 THE LATEST PROG158 REMITTANCE (REMFORN), LOADED
001196*                 INTO THE SAME MATCHING TABLE AS THE NET PAY.
001197* 2026-09-21 RA   A MATCHED CREDIT IS LOGGED AS AN "R" MOVEMENT
001198*                 ON ARMOV (PROG168) AT THE STATEMENT DATE.
001200******************************************************************
001210 IDENTIFICATION DIVISION.
001220 PROGRAM-ID. PROG139.
001300         ORGANIZATION IS LINE SEQUENTIAL
001310         FILE STATUS IS FS-PAYREG.

001312     SELECT SUPPLIER-REMITTANCE ASSIGN TO "REMFORN"
001314         ORGANIZATION IS LINE SEQUENTIAL
001316         FILE STATUS IS FS-REMFORN.

001320     SELECT RECEIVABLE-FILE ASSIGN TO "ARFILE"
001330         ORGANIZATION IS INDEXED
001340         ACCESS MODE IS DYNAMIC
001500 FD  PAYROLL-REGISTER.
001510 COPY PAYREGRC.

001511 FD  SUPPLIER-REMITTANCE.
001512 01  REMESSA-FORN-REC.
001513     05  RF-BANCO                PIC 9(03).
001514     05  RF-LOTE                 PIC 9(04).
001515     05  RF-TIPO                 PIC 9(01).
001516         88  RF-DETALHE          VALUE 3.
001517     05  RF-SEGMENTO             PIC X(01).
001518     05  RF-AGENCIA              PIC 9(04).
001519     05  RF-CONTA                PIC 9(08).
001520     05  RF-DIGITO               PIC X(01).
001521     05  RF-FORNECEDOR           PIC 9(06).
001522     05  RF-VALOR                PIC 9(13)V9(02).
001523     05  FILLER                  PIC X(197).

001524 FD  RECEIVABLE-FILE.
001530 COPY ARREC.

001540 FD  EXCEPTION-FILE.
001630 01  WS-PAYREG-SW                PIC X(01) VALUE "N".
001640     88  WS-PAYREG-PRESENTE      VALUE "Y".

001642 01  FS-REMFORN                  PIC X(02).
001644     88  FS-REMFORN-OK           VALUE "00".
001646     88  FS-REMFORN-EOF          VALUE "10".

001650 01  FS-ARFILE                   PIC X(02).
001660     88  FS-ARFILE-OK            VALUE "00".
001670     88  FS-ARFILE-EOF           VALUE "10".
001790         10  WS-PAG-LIQUIDO      PIC 9(09)V9(02).
001800         10  WS-PAG-CASADO-SW    PIC X(01).
001810             88  WS-PAG-CASADO   VALUE "S".
001812         10  WS-PAG-ORIGEM-SW    PIC X(01).
001814             88  WS-PAG-FORNECEDOR VALUE "F".

001820 01  WS-FIM-AR-SW                PIC X(01).
001830     88  WS-FIM-AR               VALUE "Y".
001870     05  WS-QTD-SEM-PAR          PIC 9(06) VALUE ZERO.

001880 01  WS-VALOR-ED                 PIC ZZZ,ZZZ,ZZ9.99.
001882 01  WS-MOV-VALOR                PIC 9(09)V9(02).
001884 01  WS-MOV-DOCUMENTO            PIC 9(08) VALUE ZERO.

001890 01  WS-DESCRICAO-AUD            PIC X(60).

002190             "SAIRAO SEM PAR"
002200     END-IF.

002201     OPEN INPUT SUPPLIER-REMITTANCE.
002202     IF FS-REMFORN-OK
002203         PERFORM 2200-CARREGAR-FORNECEDORES
002204             THRU 2200-CARREGAR-FORNECEDORES-EXIT
002205     END-IF.

002210     OPEN I-O RECEIVABLE-FILE.
002220     IF FS-ARFILE-OK
002230         SET WS-AR-PRESENTE TO TRUE
002610     MOVE PR-CODIGO TO WS-PAG-CODIGO(WS-QTDE-PAGTOS).
002620     MOVE PR-LIQUIDO TO WS-PAG-LIQUIDO(WS-QTDE-PAGTOS).
002630     MOVE "N" TO WS-PAG-CASADO-SW(WS-QTDE-PAGTOS).
002635     MOVE "P" TO WS-PAG-ORIGEM-SW(WS-QTDE-PAGTOS).
002640 2100-LER-REGISTRO-EXIT.
002650     EXIT.

002651*----------------------------------------------------------------
002652* 2200-CARREGAR-FORNECEDORES - THE SUPPLIER REMITTANCE DETAILS
002653*                               JOIN THE SAME TABLE
002654*----------------------------------------------------------------
002655 2200-CARREGAR-FORNECEDORES.
002656     PERFORM 2210-LER-REMESSA
002657         THRU 2210-LER-REMESSA-EXIT
002658         UNTIL FS-REMFORN-EOF.
002659     CLOSE SUPPLIER-REMITTANCE.
002660 2200-CARREGAR-FORNECEDORES-EXIT.
002661     EXIT.

002662 2210-LER-REMESSA.
002663     READ SUPPLIER-REMITTANCE
002664         AT END
002665             SET FS-REMFORN-EOF TO TRUE
002666             GO TO 2210-LER-REMESSA-EXIT
002667     END-READ.

002668     IF NOT RF-DETALHE
002669         GO TO 2210-LER-REMESSA-EXIT
002670     END-IF.
002671     IF WS-QTDE-PAGTOS >= 200
002672         GO TO 2210-LER-REMESSA-EXIT
002673     END-IF.

002674     ADD 1 TO WS-QTDE-PAGTOS.
002675     MOVE RF-FORNECEDOR TO WS-PAG-CODIGO(WS-QTDE-PAGTOS).
002676     MOVE RF-VALOR TO WS-PAG-LIQUIDO(WS-QTDE-PAGTOS).
002677     MOVE "N" TO WS-PAG-CASADO-SW(WS-QTDE-PAGTOS).
002678     MOVE "F" TO WS-PAG-ORIGEM-SW(WS-QTDE-PAGTOS).
002679 2210-LER-REMESSA-EXIT.
002680     EXIT.

002681*----------------------------------------------------------------
002682* 3000-PROCESSAR - ONE STATEMENT MOVEMENT PER PASS
002683*----------------------------------------------------------------
002690 3000-PROCESSAR.
002700     ADD 1 TO WS-QTD-MOVIMENTOS.

002920         SUBTRACT 1 FROM WS-INDICE
002930         MOVE "S" TO WS-PAG-CASADO-SW(WS-INDICE)
002940         ADD 1 TO WS-QTD-CASADOS
002941         IF WS-PAG-FORNECEDOR(WS-INDICE)
002942             DISPLAY "D    " EB-DATA " " WS-VALOR-ED
002943                 " CASADO COM PAGTO AO FORNECEDOR "
002944                 WS-PAG-CODIGO(WS-INDICE)
002945         ELSE
002950             DISPLAY "D    " EB-DATA " " WS-VALOR-ED
002960                 " CASADO COM LIQUIDO DE "
002970                 WS-PAG-CODIGO(WS-INDICE)
002975         END-IF
002980     ELSE
002990         PERFORM 6000-SEM-PAR THRU 6000-SEM-PAR-EXIT
003000     END-IF.
003330             MOVE "L" TO AR-STATUS
003340         END-IF
003350         REWRITE TITULO-REC
003352         MOVE EB-VALOR TO WS-MOV-VALOR
003354         CALL "PROG168" USING AR-NUMERO-NOTA AR-CLIENTE
003356             EB-DATA "R" WS-MOV-VALOR WS-MOV-DOCUMENTO
003358             "PROG139 "
003360         ADD 1 TO WS-QTD-CASADOS
003370         DISPLAY "C    " EB-DATA " " WS-VALOR-ED
003380             " BAIXADO NA NOTA " AR-NUMERO-NOTA
