001220* 2026-09-02 RA   A TRANSMISSIONS SECTION NOW LISTS EVERY
001230*                 OUTBOUND FILE REGISTERED TODAY ON THE
001240*                 TRANSMISSION CONTROL (XMITFILE, PROG143/144).
001241* 2026-10-15 RA   A CONTROL TOTALS SECTION NOW LISTS EVERY ROW OF
001242*                 THE RUN-TO-RUN LEDGER (CTLTOT, PROG223) WRITTEN
001243*                 OR CHECKED TODAY: THE PRODUCER'S COUNT AND HASH
001244*                 NEXT TO WHAT EACH CONSUMER COUNTED, AND WHETHER
001245*                 THEY AGREED.
001250******************************************************************
001260 IDENTIFICATION DIVISION.
001270 PROGRAM-ID. PROG88.
001570         ORGANIZATION IS LINE SEQUENTIAL
001580         FILE STATUS IS FS-EMPCOUNT.

001581     SELECT CONTROL-TOTALS-FILE ASSIGN TO "CTLTOT"
001582         ORGANIZATION IS INDEXED
001583         ACCESS MODE IS DYNAMIC
001584         RECORD KEY IS TL-CHAVE
001585         ALTERNATE RECORD KEY IS TL-CHAVE-ARQUIVO
001586             WITH DUPLICATES
001587         FILE STATUS IS FS-CTLTOT.

001590 DATA DIVISION.
001600 FILE SECTION.
001610 FD  RUN-STATUS-FILE.
001720 01  CONTAGEM-REC.
001730     05  CC-DATA                 PIC 9(08).
001740     05  CC-QTD                  PIC 9(07).
001743 FD  CONTROL-TOTALS-FILE.
001746 COPY TOTLREC.

001750 WORKING-STORAGE SECTION.
001760 01  FS-RUNSTAT                  PIC X(02).
002130 01  WS-QTD-TRANSMISSOES         PIC 9(04) VALUE ZERO.
002140 01  WS-XM-VALOR-ED              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

002141 01  FS-CTLTOT                   PIC X(02).
002142     88  FS-CTLTOT-OK            VALUE "00" "02".
002143     88  FS-CTLTOT-EOF           VALUE "10".
002144 01  WS-QTD-TOTAIS               PIC 9(04) VALUE ZERO.
002145 01  WS-QTD-DIVERGENTES          PIC 9(04) VALUE ZERO.
002146 01  WS-IDX-CONF                 PIC 9(01) COMP.
002147 01  WS-DO-DIA-SW                PIC X(01).
002148     88  WS-DO-DIA               VALUE "Y".
002149 01  WS-SITUACAO-ED              PIC X(08).

002150 01  WS-CHAMADA-RELATORIO.
002160     05  WS-REL-FUNCAO           PIC X(01).
002170     05  WS-REL-TITULO           PIC X(60).
002280     PERFORM 5000-SECAO-EMPMAST THRU 5000-SECAO-EMPMAST-EXIT.
002290     PERFORM 6000-SECAO-TRANSMISSOES
002300         THRU 6000-SECAO-TRANSMISSOES-EXIT.
002303     PERFORM 7000-SECAO-TOTAIS-CONTROLE
002306         THRU 7000-SECAO-TOTAIS-CONTROLE-EXIT.
002310     PERFORM 8000-FINALIZAR THRU 8000-FINALIZAR-EXIT.
002320     GO TO 9999-EXIT.

005000     ADD 1 TO WS-QTD-TRANSMISSOES.
005010 6100-LISTAR-TRANSMISSAO-EXIT.
005020     EXIT.

005021*----------------------------------------------------------------
005022* 7000-SECAO-TOTAIS-CONTROLE - EVERY LEDGER ROW WRITTEN OR
005023*                               CHECKED TODAY: WHAT THE PRODUCER
005024*                               RECORDED AND WHAT EACH CONSUMER
005025*                               COUNTED (C=CONFERE D=DIVERGE)
005026*----------------------------------------------------------------
005027 7000-SECAO-TOTAIS-CONTROLE.
005028     MOVE SPACES TO WS-REL-LINHA.
005029     PERFORM 1100-IMPRIMIR-LINHA.
005030     MOVE "TOTAIS DE CONTROLE ENTRE PASSOS (CTLTOT)"
005031         TO WS-REL-LINHA.
005032     PERFORM 1100-IMPRIMIR-LINHA.

005033     OPEN INPUT CONTROL-TOTALS-FILE.
005034     IF NOT FS-CTLTOT-OK
005035         MOVE "  (SEM LIVRO DE TOTAIS DE CONTROLE)"
005036             TO WS-REL-LINHA
005037         PERFORM 1100-IMPRIMIR-LINHA
005038         GO TO 7000-SECAO-TOTAIS-CONTROLE-EXIT
005039     END-IF.

005040     PERFORM 7100-LISTAR-TOTAIS THRU 7100-LISTAR-TOTAIS-EXIT
005041         UNTIL FS-CTLTOT-EOF.
005042     CLOSE CONTROL-TOTALS-FILE.

005043     IF WS-QTD-TOTAIS = ZERO
005044         MOVE "  (NENHUM TOTAL DE CONTROLE HOJE)" TO WS-REL-LINHA
005045         PERFORM 1100-IMPRIMIR-LINHA
005046         GO TO 7000-SECAO-TOTAIS-CONTROLE-EXIT
005047     END-IF.
005048     IF WS-QTD-DIVERGENTES > ZERO
005049         MOVE WS-QTD-DIVERGENTES TO WS-QTD-ED2
005050         STRING "  *** " WS-QTD-ED2 " CONFERENCIA(S) "
005051             "DIVERGENTE(S) HOJE - PASSO CONSUMIDOR INTERROMPIDO"
005053             DELIMITED BY SIZE INTO WS-REL-LINHA
005054         PERFORM 1100-IMPRIMIR-LINHA
005055     END-IF.
005056 7000-SECAO-TOTAIS-CONTROLE-EXIT.
005057     EXIT.

005058 7100-LISTAR-TOTAIS.
005059     READ CONTROL-TOTALS-FILE NEXT
005060         AT END
005061             SET FS-CTLTOT-EOF TO TRUE
005062             GO TO 7100-LISTAR-TOTAIS-EXIT
005063     END-READ.

005064     MOVE "N" TO WS-DO-DIA-SW.
005065     IF TL-DATA-RUN = WS-DATA-ATUAL
005066         SET WS-DO-DIA TO TRUE
005067     END-IF.
005068     PERFORM 7200-VERIFICAR-DIA
005069         VARYING WS-IDX-CONF FROM 1 BY 1 UNTIL WS-IDX-CONF > 4.
005070     IF NOT WS-DO-DIA
005071         GO TO 7100-LISTAR-TOTAIS-EXIT
005072     END-IF.

005073     IF TL-BAIXADO
005074         MOVE "BAIXADO " TO WS-SITUACAO-ED
005075     ELSE
005076         MOVE "PENDENTE" TO WS-SITUACAO-ED
005077     END-IF.
005078     MOVE TL-VALOR-HASH TO WS-XM-VALOR-ED.
005079     MOVE SPACES TO WS-REL-LINHA.
005080     STRING "  " TL-ARQUIVO " " TL-PERIODO " " TL-DATA-RUN " "
005081         TL-PROGRAMA " " TL-QTD-REGISTROS " " WS-XM-VALOR-ED " "
005082         WS-SITUACAO-ED DELIMITED BY SIZE INTO WS-REL-LINHA.
005083     PERFORM 1100-IMPRIMIR-LINHA.
005084     ADD 1 TO WS-QTD-TOTAIS.

005085     IF TL-CF-PROGRAMA(1) = SPACES
005086         MOVE "      (AINDA NAO CONFERIDO)" TO WS-REL-LINHA
005087         PERFORM 1100-IMPRIMIR-LINHA
005088         GO TO 7100-LISTAR-TOTAIS-EXIT
005089     END-IF.
005090     PERFORM 7300-LISTAR-CONFERENCIA
005091         THRU 7300-LISTAR-CONFERENCIA-EXIT
005092         VARYING WS-IDX-CONF FROM 1 BY 1 UNTIL WS-IDX-CONF > 4.
005093 7100-LISTAR-TOTAIS-EXIT.
005094     EXIT.

005095 7200-VERIFICAR-DIA.
005096     IF TL-CF-DATA(WS-IDX-CONF) = WS-DATA-ATUAL
005097         SET WS-DO-DIA TO TRUE
005098     END-IF.

005099 7300-LISTAR-CONFERENCIA.
005100     IF TL-CF-PROGRAMA(WS-IDX-CONF) = SPACES
005101         GO TO 7300-LISTAR-CONFERENCIA-EXIT
005102     END-IF.
005103     MOVE TL-CF-VALOR(WS-IDX-CONF) TO WS-XM-VALOR-ED.
005104     MOVE SPACES TO WS-REL-LINHA.
005105     STRING "      " TL-CF-PROGRAMA(WS-IDX-CONF) " "
005106         TL-CF-DATA(WS-IDX-CONF) " " TL-CF-QTD(WS-IDX-CONF) " "
005107         WS-XM-VALOR-ED " " TL-CF-SITUACAO(WS-IDX-CONF)
005108         DELIMITED BY SIZE INTO WS-REL-LINHA.
005109     PERFORM 1100-IMPRIMIR-LINHA.
005110     IF TL-CF-DIVERGE(WS-IDX-CONF)
005111         AND TL-CF-DATA(WS-IDX-CONF) = WS-DATA-ATUAL
005112         ADD 1 TO WS-QTD-DIVERGENTES
005113     END-IF.
005114 7300-LISTAR-CONFERENCIA-EXIT.
005115     EXIT.
005116*----------------------------------------------------------------
005117* 8000-FINALIZAR
005118*----------------------------------------------------------------
005119 8000-FINALIZAR.
005120     MOVE "T" TO WS-REL-FUNCAO.
005121     MOVE "FIM DO RESUMO - BOM DIA" TO WS-REL-LINHA.
005122     CALL "PROG68" USING WS-REL-FUNCAO WS-REL-TITULO
005123         WS-REL-COLUNAS WS-REL-LINHA.
005124     MOVE "F" TO WS-REL-FUNCAO.
005125     CALL "PROG68" USING WS-REL-FUNCAO WS-REL-TITULO
005130         WS-REL-COLUNAS WS-REL-LINHA.
005140 8000-FINALIZAR-EXIT.
005150     EXIT.
