001110*              PROG65 - SO "HOW HAS FINANCEIRO GROWN OVER THE
001120*              YEAR" FINALLY HAS HISTORY BEHIND IT. A RERUN IN
001130*              THE SAME MONTH REPLACES THAT MONTH'S ROWS.
001131*              THE MONTH'S ADMISSIONS AND DEPARTMENT TRANSFERS
001132*              IN AND OUT ARE COUNTED APART.
001140* ----------------------------------------------------------------
001150* MODIFICATION HISTORY
001160* DATE       INIT DESCRIPTION
001170* 2026-08-22 RA   INITIAL VERSION
001171* 2026-10-05 RA   A RERUN KEEPS THE ABSENTEEISM FIGURES PROG195
001172*                 RECORDED ON THE MONTH'S ROW; A NEW ROW STARTS
001173*                 THEM AT ZERO.
001174* 2026-10-08 RA   THE ROW NOW COUNTS THE MONTH'S ADMISSIONS AND
001175*                 THE TRANSFERS (PROG203) APPLIED IN THE MONTH AS
001176*                 AN EXIT FROM THE OLD DEPARTAMENTO AND AN ENTRY
001177*                 INTO THE NEW ONE.
001180******************************************************************
001190 IDENTIFICATION DIVISION.
001200 PROGRAM-ID. PROG69.
001360         RECORD KEY IS AB-CHAVE
001370         FILE STATUS IS FS-ABSFILE.

001371     SELECT TRANSFER-FILE ASSIGN TO "TRANSFIL"
001372         ORGANIZATION IS INDEXED
001373         ACCESS MODE IS DYNAMIC
001374         RECORD KEY IS TF-CHAVE
001375         FILE STATUS IS FS-TRANSFIL.

001380     SELECT SNAPSHOT-FILE ASSIGN TO "SNAPHIST"
001390         ORGANIZATION IS INDEXED
001400         ACCESS MODE IS DYNAMIC
001470 FD  ABSENCE-FILE.
001480 COPY ABSREC.

001481 FD  TRANSFER-FILE.
001482 COPY TRFREC.

001490 FD  SNAPSHOT-FILE.
001500 COPY SNAPREC.

001550 01  FS-ABSFILE                  PIC X(02).
001560     88  FS-ABSFILE-OK           VALUE "00".

001561 01  FS-TRANSFIL                 PIC X(02).
001562     88  FS-TRANSFIL-OK          VALUE "00".
001563     88  FS-TRANSFIL-EOF         VALUE "10".

001570 01  FS-SNAPHIST                 PIC X(02).
001580     88  FS-SNAPHIST-OK          VALUE "00".


001650 01  WS-DATA-ATUAL               PIC 9(08).
001660 01  WS-PERIODO-ATUAL            PIC 9(06).
001661 01  WS-DEPTO-BUSCA              PIC X(10).

001670 01  WS-CONVERSAO.
001680     05  WS-VALOR-CONVERSAO      PIC 9(09)V9(02).
001780         10  WS-DEPTO-ATIVOS     PIC 9(05) COMP.
001790         10  WS-DEPTO-AFASTADOS  PIC 9(05) COMP.
001800         10  WS-DEPTO-SALARIO    PIC 9(11)V9(02).
001801         10  WS-DEPTO-ADMISSOES  PIC 9(05) COMP.
001802         10  WS-DEPTO-ENTRADAS   PIC 9(05) COMP.
001803         10  WS-DEPTO-SAIDAS     PIC 9(05) COMP.

001810 01  WS-QTD-GRAVADOS             PIC 9(03) COMP VALUE ZERO.

001850     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
001860     PERFORM 2000-ACUMULAR THRU 2000-ACUMULAR-EXIT
001870         UNTIL FS-EMPMAST-EOF.
001871     PERFORM 2500-APURAR-TRANSFERENCIAS
001872         THRU 2500-APURAR-TRANSFERENCIAS-EXIT.
001880     PERFORM 3000-GRAVAR-FOTOGRAFIA
001890         THRU 3000-GRAVAR-FOTOGRAFIA-EXIT.
001900     PERFORM 8000-FINALIZAR THRU 8000-FINALIZAR-EXIT.
002300*----------------------------------------------------------------
002310 2000-ACUMULAR.
002320     IF EMP-ATIVO
002321         MOVE DEPARTAMENTO TO WS-DEPTO-BUSCA
002330         PERFORM 2100-LOCALIZAR-DEPTO
002340             THRU 2100-LOCALIZAR-DEPTO-EXIT
002350         IF WS-ACHOU
002450                 WS-VALOR-BRL WS-CONVERSAO-STATUS
002460             ADD WS-VALOR-BRL
002470                 TO WS-DEPTO-SALARIO(WS-INDICE)
002471             IF DATA-ADMISSAO(1:6) = WS-PERIODO-ATUAL
002472                 ADD 1 TO WS-DEPTO-ADMISSOES(WS-INDICE)
002473             END-IF
002480         END-IF
002490     END-IF.


002650     IF WS-QTDE-DEPTOS >= 20
002660         DISPLAY "PROG69: MAIS DE 20 DEPARTAMENTOS DISTINTOS "
002670             "- " WS-DEPTO-BUSCA " NAO FOTOGRAFADO"
002680         GO TO 2100-LOCALIZAR-DEPTO-EXIT
002690     END-IF.

002700     ADD 1 TO WS-QTDE-DEPTOS.
002710     MOVE WS-QTDE-DEPTOS TO WS-INDICE.
002720     MOVE WS-DEPTO-BUSCA TO WS-DEPTO-NOME(WS-INDICE).
002730     MOVE ZERO TO WS-DEPTO-ATIVOS(WS-INDICE).
002740     MOVE ZERO TO WS-DEPTO-AFASTADOS(WS-INDICE).
002750     MOVE ZERO TO WS-DEPTO-SALARIO(WS-INDICE).
002751     MOVE ZERO TO WS-DEPTO-ADMISSOES(WS-INDICE).
002752     MOVE ZERO TO WS-DEPTO-ENTRADAS(WS-INDICE).
002753     MOVE ZERO TO WS-DEPTO-SAIDAS(WS-INDICE).
002760     SET WS-ACHOU TO TRUE.
002770 2100-LOCALIZAR-DEPTO-EXIT.
002780     EXIT.

002790 2110-COMPARAR-ENTRADA.
002800     IF WS-DEPTO-NOME(WS-INDICE) = WS-DEPTO-BUSCA
002810         SET WS-ACHOU TO TRUE
002820     END-IF.

003140             END-IF
003150     END-READ.

003151*----------------------------------------------------------------
003152* 2500-APURAR-TRANSFERENCIAS - EVERY DEPARTMENT TRANSFER APPLIED
003153*                     WITH ITS EFFECTIVE DATE IN THE MONTH COUNTS
003154*                     AS AN EXIT FROM THE OLD DEPARTAMENTO AND AN
003155*                     ENTRY INTO THE NEW ONE - NOT AS A HIRE
003156*----------------------------------------------------------------
003157 2500-APURAR-TRANSFERENCIAS.
003158     OPEN INPUT TRANSFER-FILE.
003159     IF NOT FS-TRANSFIL-OK
003160         GO TO 2500-APURAR-TRANSFERENCIAS-EXIT
003161     END-IF.

003162     PERFORM 2510-CONTAR-TRANSFERENCIA
003163         THRU 2510-CONTAR-TRANSFERENCIA-EXIT
003164         UNTIL FS-TRANSFIL-EOF.
003165     CLOSE TRANSFER-FILE.
003166 2500-APURAR-TRANSFERENCIAS-EXIT.
003167     EXIT.

003168 2510-CONTAR-TRANSFERENCIA.
003169     READ TRANSFER-FILE NEXT
003170         AT END
003171             SET FS-TRANSFIL-EOF TO TRUE
003172             GO TO 2510-CONTAR-TRANSFERENCIA-EXIT
003173     END-READ.
003174     IF NOT TF-APLICADA
003175         OR TF-DATA-EFETIVA(1:6) NOT = WS-PERIODO-ATUAL
003176         GO TO 2510-CONTAR-TRANSFERENCIA-EXIT
003177     END-IF.

003178     MOVE TF-DEPTO-ORIGEM TO WS-DEPTO-BUSCA.
003179     PERFORM 2100-LOCALIZAR-DEPTO THRU 2100-LOCALIZAR-DEPTO-EXIT.
003180     IF WS-ACHOU
003181         ADD 1 TO WS-DEPTO-SAIDAS(WS-INDICE)
003182     END-IF.

003183     MOVE TF-DEPTO-DESTINO TO WS-DEPTO-BUSCA.
003184     PERFORM 2100-LOCALIZAR-DEPTO THRU 2100-LOCALIZAR-DEPTO-EXIT.
003185     IF WS-ACHOU
003186         ADD 1 TO WS-DEPTO-ENTRADAS(WS-INDICE)
003187     END-IF.
003188 2510-CONTAR-TRANSFERENCIA-EXIT.
003189     EXIT.

003190*----------------------------------------------------------------
003191* 3000-GRAVAR-FOTOGRAFIA - ONE SNAPSHOT ROW PER DEPARTMENT; A
003192*                           RERUN REPLACES THE MONTH'S ROW
003193*----------------------------------------------------------------
003200 3000-GRAVAR-FOTOGRAFIA.
003210     PERFORM 3100-GRAVAR-DEPTO THRU 3100-GRAVAR-DEPTO-EXIT
003220         VARYING WS-INDICE FROM 1 BY 1
003260 3100-GRAVAR-DEPTO.
003270     MOVE WS-PERIODO-ATUAL TO SN-PERIODO.
003280     MOVE WS-DEPTO-NOME(WS-INDICE) TO SN-DEPARTAMENTO.
003281     READ SNAPSHOT-FILE
003282         INVALID KEY
003283             MOVE ZERO TO SN-HORAS-PREVISTAS
003284             MOVE ZERO TO SN-HORAS-PERDIDAS
003285             MOVE ZERO TO SN-TAXA-ABSENTEISMO
003286     END-READ.
003290     MOVE WS-DEPTO-ATIVOS(WS-INDICE) TO SN-QTD-ATIVOS.
003300     MOVE WS-DEPTO-AFASTADOS(WS-INDICE) TO SN-QTD-AFASTADOS.
003310     MOVE WS-DEPTO-SALARIO(WS-INDICE)
003320         TO SN-TOTAL-SALARIO-BRL.
003321     MOVE WS-DEPTO-ADMISSOES(WS-INDICE) TO SN-QTD-ADMISSOES.
003322     MOVE WS-DEPTO-ENTRADAS(WS-INDICE) TO SN-QTD-TRANSF-ENTRADA.
003323     MOVE WS-DEPTO-SAIDAS(WS-INDICE) TO SN-QTD-TRANSF-SAIDA.

003330     WRITE SNAPSHOT-REC.
003340     IF NOT FS-SNAPHIST-OK
