001270*                 USED TO LEAVE A LONE DEBIT ON GLFILE - AND AN
001280*                 UNMAPPED EVENT NOW ENDS THE RUN WITH RETURN
001290*                 CODE 8, AS THE OTHER GLMAP POSTERS DO.
001292* 2026-09-14 RA   RETURNED LINES ARE COSTED AT THE PRODUCT'S
001294*                 WEIGHTED-AVERAGE COST AND THE COST OF GOODS
001296*                 SOLD PROG20 POSTED IS REVERSED: DEBIT ESTOQUE,
001298*                 CREDIT CMV.
001299* 2026-09-17 RA   THE ICMS, IPI AND ISS PROG20 KEPT ON THE
001300*                 RECEIVABLE ARE PRINTED ON THE CREDIT NOTE AND
001301*                 REVERSED OUT OF THEIR LIABILITY ACCOUNTS BACK
001302*                 INTO RECEITA, IN PROPORTION TO THE VALUE
001303*                 CREDITED - THE WHOLE INVOICE, AS THE NOTE
001304*                 CANCELS IT.
001305* 2026-09-17 RA   THE CANCELLATION DATE IS STAMPED ON THE
001306*                 RECEIVABLE SO THE PROG162 NF-E EXPORT OF THAT
001307*                 DAY CARRIES THE CANCELLATION EVENT.
001308* 2026-09-21 RA   THE BALANCE CANCELLED IS LOGGED AS A "C"
001309*                 MOVEMENT ON ARMOV (PROG168) UNDER THE CREDIT
001310*                 NOTE NUMBER, FOR THE STATEMENT OF ACCOUNT.
001311* 2026-10-08 RA   THE SUPERVISOR NO LONGER SIGNS OFF AT THE
001312*                 REQUESTER'S KEYBOARD: THE CANCELLATION, WITH ITS
001313*                 REASON AND RETURNED LINES (UP TO TEN), IS PARKED
001314*                 ON APRVFILE THROUGH PROG209 FOR THE SUPERVISOR'S
001315*                 PROG210 INBOX, AND EACH RUN FIRST ISSUES THE
001316*                 CREDIT NOTES APPROVED SINCE THE LAST ONE.
001317* 2026-10-15 RA   GL-EMPRESA LEFT BLANK ON THE GL ROWS (BLANK
001318*                 MEANS COMPANY 001).
001319******************************************************************
001320 IDENTIFICATION DIVISION.
001321 PROGRAM-ID. PROG131.

001330 ENVIRONMENT DIVISION.
001340 INPUT-OUTPUT SECTION.
001520         ORGANIZATION IS LINE SEQUENTIAL
001530         FILE STATUS IS FS-GLFILE.

001590 DATA DIVISION.
001600 FILE SECTION.
001610 FD  RECEIVABLE-FILE.
001690 FD  GL-INTERFACE.
001700 COPY GLREC.

001730 WORKING-STORAGE SECTION.
001740 01  FS-ARFILE                   PIC X(02).
001750     88  FS-ARFILE-OK            VALUE "00".
001820 01  FS-GLFILE                   PIC X(02).
001830     88  FS-GLFILE-OK            VALUE "00".

001860 01  WS-CONTINUAR-SW             PIC X(01) VALUE "S".
001870     88  WS-CONTINUAR            VALUE "S" "s".

001880 01  WS-MENSAGEM                 PIC X(40).
001890 01  WS-VALOR-ENT                PIC 9(09).
001900 01  WS-LIMITE-MIN               PIC 9(09).
001910 01  WS-LIMITE-MAX               PIC 9(09).

001930 01  WS-DATA-ATUAL               PIC 9(08).
001940 01  WS-NUMERO-CREDITO           PIC 9(08).
001980 01  WS-FIM-LINHAS-SW            PIC X(01) VALUE "N".
001990     88  WS-FIM-LINHAS           VALUE "Y".

001991* THE RETURNED LINES ARE KEYED WITH THE REQUEST AND TRAVEL
001992* WITH IT UNTIL THE APPROVED CANCELLATION IS APPLIED
001993 01  WS-DEVOLUCOES.
001994     05  WS-QTD-DEVOLUCOES       PIC 9(02).
001995     05  WS-DEVOLUCAO            OCCURS 10 TIMES.
001996         10  WS-DEV-PRODUTO      PIC X(08).
001997         10  WS-DEV-QUANTIDADE   PIC 9(07).
001998 01  WS-MAX-DEVOLUCOES           PIC 9(02) VALUE 10.
001999 01  WS-IDX-DEV                  PIC 9(02) COMP.

002000 01  WS-VALOR-ED                 PIC ZZZ,ZZZ,ZZ9.99.
002001 01  WS-SALDO-CANCELADO          PIC 9(09)V9(02).
002002 01  WS-CUSTO-LINHA              PIC 9(09)V9(02).
002004 01  WS-TOTAL-CMV                PIC 9(11)V9(02) VALUE ZERO.

002005* THE THREE TAXES IN TRIBREC ORDER, WITH THE GLMAP EVENT OF
002006* EACH ONE'S LIABILITY ACCOUNT - THE SAME TABLE PROG20 POSTS BY
002007 01  WS-TABELA-IMPOSTOS.
002008     05  FILLER PIC X(16) VALUE "ICMSICMS-A-RECOL".
002009     05  FILLER PIC X(16) VALUE "IPI IPI-A-RECOL ".
002010     05  FILLER PIC X(16) VALUE "ISS ISS-A-RECOL ".
002011 01  WS-TABELA-IMPOSTOS-TAB REDEFINES WS-TABELA-IMPOSTOS.
002012     05  WS-IMPOSTO-ENTRADA OCCURS 3 TIMES.
002013         10  WS-IMP-CODIGO         PIC X(04).
002014         10  WS-IMP-EVENTO         PIC X(12).
002015 01  WS-IDX-IMP                  PIC 9(01) COMP.
002016 01  WS-VALOR-CREDITADO          PIC 9(09)V9(02).
002017 01  WS-IMPOSTO-ESTORNO          PIC 9(09)V9(02).

002018 01  WS-LINHA-REL                PIC X(80).
002020 01  WS-FUNCAO-REL               PIC X(01).
002030 01  WS-TITULO-REL               PIC X(60).
002040 01  WS-COLUNAS-REL              PIC X(80).
002160 01  WS-CONTA-DEBITO-RES         PIC X(12).
002170 01  WS-CONTA-CREDITO-RES       PIC X(12).

002171* PROG209 PENDING-APPROVALS CALL - THE INVOICE, THE REASON AND
002172* THE RETURNED LINES TRAVEL IN WS-APV-DADOS
002173 01  WS-CHAMADA-APROVACAO.
002174     05  WS-APV-FUNCAO           PIC X(01).
002175     05  WS-APV-PROGRAMA         PIC X(08) VALUE "PROG131 ".
002176     05  WS-APV-CODIGO           PIC 9(06).
002177     05  WS-APV-DESCRICAO        PIC X(60).
002178     05  WS-APV-DADOS            PIC X(200).
002179     05  WS-APV-CANCELAMENTO REDEFINES WS-APV-DADOS.
002180         10  WS-APV-NUMERO-NOTA  PIC 9(08).
002181         10  WS-APV-MOTIVO       PIC X(20).
002182         10  WS-APV-DEVOLUCOES   PIC X(152).
002183         10  FILLER              PIC X(20).
002184     05  WS-APV-APROVADOR        PIC X(06).
002185     05  WS-APV-STATUS           PIC X(01).
002186         88  WS-APV-OK           VALUE "1".
002187 01  WS-QTD-APLICADAS            PIC 9(05) VALUE ZERO.

002188 01  WS-DESCRICAO-AUD            PIC X(60).

002190 PROCEDURE DIVISION.

002220*----------------------------------------------------------------
002230 0000-MAINLINE.
002240     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
002241     PERFORM 1500-APLICAR-APROVADOS
002242         THRU 1500-APLICAR-APROVADOS-EXIT.
002243     IF WS-QTD-APLICADAS > ZERO
002244         DISPLAY "NOVO CANCELAMENTO? (S/N)"
002245         ACCEPT WS-CONTINUAR-SW
002246         IF NOT WS-CONTINUAR
002247             GO TO 0000-ENCERRAR
002248         END-IF
002249     END-IF.

002250     PERFORM 1100-CAPTURAR-NOTA THRU 1100-CAPTURAR-NOTA-EXIT.
002251     MOVE ZERO TO WS-QTD-DEVOLUCOES.
002252     MOVE "N" TO WS-FIM-LINHAS-SW.
002253     PERFORM 4000-CAPTURAR-DEVOLUCAO
002254         THRU 4000-CAPTURAR-DEVOLUCAO-EXIT
002255         UNTIL WS-FIM-LINHAS.
002256     PERFORM 2000-SOLICITAR-APROVACAO
002260         THRU 2000-SOLICITAR-APROVACAO-EXIT.

002410 0000-ENCERRAR.
002420     PERFORM 8000-FINALIZAR THRU 8000-FINALIZAR-EXIT.
002430     GO TO 9999-EXIT.

002440*----------------------------------------------------------------
002450* 1000-INICIALIZAR
002470*----------------------------------------------------------------
002480 1000-INICIALIZAR.
002490     ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
002600         DISPLAY "PROG131: SEM CADASTRO DE PRODUTOS - "
002610             "ESTOQUE NAO SERA DEVOLVIDO"
002620     END-IF.
002621 1000-INICIALIZAR-EXIT.
002622     EXIT.

002623*----------------------------------------------------------------
002624* 1100-CAPTURAR-NOTA - THE ORIGINAL INVOICE MUST HAVE AN OPEN
002625*                       RECEIVABLE
002626*----------------------------------------------------------------
002627 1100-CAPTURAR-NOTA.
002630     MOVE "NUMERO DA NOTA ORIGINAL" TO WS-MENSAGEM.
002640     MOVE 1 TO WS-LIMITE-MIN.
002650     MOVE 99999999 TO WS-LIMITE-MAX.

002790     DISPLAY "CODIGO DO MOTIVO (EX: DEVOLUCAO)".
002800     ACCEPT WS-MOTIVO.
002801 1100-CAPTURAR-NOTA-EXIT.
002802     EXIT.

002803*----------------------------------------------------------------
002804* 1500-APLICAR-APROVADOS - EVERY CANCELLATION A SUPERVISOR
002805*                           APPROVED IN THE PROG210 INBOX IS
002806*                           CARRIED OUT, IF THE RECEIVABLE IS
002807*                           STILL OPEN
002808*----------------------------------------------------------------
002809 1500-APLICAR-APROVADOS.
002810     MOVE "P" TO WS-APV-FUNCAO.
002811     CALL "PROG209" USING WS-APV-FUNCAO WS-APV-PROGRAMA
002812         WS-APV-CODIGO WS-APV-DESCRICAO WS-APV-DADOS
002813         WS-APV-APROVADOR WS-APV-STATUS.
002814     IF NOT WS-APV-OK
002815         GO TO 1500-APLICAR-APROVADOS-EXIT
002816     END-IF.

002817     PERFORM 1600-CANCELAR-NOTA THRU 1600-CANCELAR-NOTA-EXIT.
002818     CALL "PROG209" USING WS-APV-FUNCAO WS-APV-PROGRAMA
002819         WS-APV-CODIGO WS-APV-DESCRICAO WS-APV-DADOS
002820         WS-APV-APROVADOR WS-APV-STATUS.
002821     GO TO 1500-APLICAR-APROVADOS.
002822 1500-APLICAR-APROVADOS-EXIT.
002823     EXIT.

002824*----------------------------------------------------------------
002825* 1600-CANCELAR-NOTA - ONE APPROVED CANCELLATION: MIRROR
002826*                       DOCUMENT, STOCK, RECEIVABLE AND GL
002827*----------------------------------------------------------------
002828 1600-CANCELAR-NOTA.
002829     MOVE "N" TO WS-APV-FUNCAO.
002830     MOVE WS-APV-NUMERO-NOTA TO AR-NUMERO-NOTA.
002831     READ RECEIVABLE-FILE
002832         INVALID KEY
002833             MOVE "NOTA SEM TITULO" TO WS-APV-DESCRICAO
002834             DISPLAY "PROG131: NOTA " AR-NUMERO-NOTA " APROVADA "
002835                 "SEM TITULO - NAO CANCELADA"
002836             GO TO 1600-CANCELAR-NOTA-EXIT
002837     END-READ.
002838     IF AR-CANCELADO
002839         MOVE "NOTA JA CANCELADA" TO WS-APV-DESCRICAO
002840         DISPLAY "PROG131: NOTA " AR-NUMERO-NOTA " APROVADA "
002841             "JA ESTAVA CANCELADA"
002842         GO TO 1600-CANCELAR-NOTA-EXIT
002843     END-IF.

002844     MOVE WS-APV-MOTIVO TO WS-MOTIVO.
002845     MOVE WS-APV-DEVOLUCOES TO WS-DEVOLUCOES.
002846     MOVE ZERO TO WS-TOTAL-CMV.

002847     PERFORM 3000-EMITIR-NOTA-CREDITO
002848         THRU 3000-EMITIR-NOTA-CREDITO-EXIT.
002849     PERFORM 4100-DEVOLVER-ESTOQUE
002850         THRU 4100-DEVOLVER-ESTOQUE-EXIT
002851         VARYING WS-IDX-DEV FROM 1 BY 1
002852         UNTIL WS-IDX-DEV > WS-QTD-DEVOLUCOES.
002853     PERFORM 5000-ESTORNAR-TITULO
002854         THRU 5000-ESTORNAR-TITULO-EXIT.
002855     IF NOT FS-ARFILE-OK
002856         MOVE "ARFILE RECUSOU O ESTORNO" TO WS-APV-DESCRICAO
002857         GO TO 1600-CANCELAR-NOTA-EXIT
002858     END-IF.
002859     PERFORM 6000-GRAVAR-LANCAMENTOS
002860         THRU 6000-GRAVAR-LANCAMENTOS-EXIT.
002861     PERFORM 6100-ESTORNAR-CMV THRU 6100-ESTORNAR-CMV-EXIT.
002862     PERFORM 6200-ESTORNAR-IMPOSTOS
002863         THRU 6200-ESTORNAR-IMPOSTOS-EXIT.
002864     MOVE "E" TO WS-APV-FUNCAO.
002865     ADD 1 TO WS-QTD-APLICADAS.

002866     MOVE SPACES TO WS-DESCRICAO-AUD.
002867     STRING "CANCELOU NOTA " AR-NUMERO-NOTA " MOTIVO "
002868         WS-MOTIVO " APROVADOR " WS-APV-APROVADOR
002869         DELIMITED BY SIZE INTO WS-DESCRICAO-AUD.
002870     CALL "PROG22" USING "PROG131 " WS-DESCRICAO-AUD.
002871 1600-CANCELAR-NOTA-EXIT.
002872     EXIT.

002873*----------------------------------------------------------------
002874* 2000-SOLICITAR-APROVACAO - THE CANCELLATION IS PARKED FOR A
002875*                             SUPERVISOR OTHER THAN THE
002876*                             REQUESTER (PROG209/PROG210)
002877*----------------------------------------------------------------
002878 2000-SOLICITAR-APROVACAO.
002879     MOVE "S"            TO WS-APV-FUNCAO.
002880     MOVE ZERO           TO WS-APV-CODIGO.
002881     MOVE SPACES         TO WS-APV-DADOS.
002882     MOVE AR-NUMERO-NOTA TO WS-APV-NUMERO-NOTA.
002883     MOVE WS-MOTIVO      TO WS-APV-MOTIVO.
002884     MOVE WS-DEVOLUCOES  TO WS-APV-DEVOLUCOES.
002885     MOVE AR-VALOR       TO WS-VALOR-ED.
002886     MOVE SPACES         TO WS-APV-DESCRICAO.
002887     STRING "CANCELAR NOTA " AR-NUMERO-NOTA " VALOR "
002888         WS-VALOR-ED " " WS-MOTIVO
002889         DELIMITED BY SIZE INTO WS-APV-DESCRICAO.
002890     CALL "PROG209" USING WS-APV-FUNCAO WS-APV-PROGRAMA
002891         WS-APV-CODIGO WS-APV-DESCRICAO WS-APV-DADOS
002892         WS-APV-APROVADOR WS-APV-STATUS.
002893     IF NOT WS-APV-OK
002894         DISPLAY "PROG131: CANCELAMENTO NAO ENVIADO PARA "
002895             "APROVACAO"
002896         GO TO 2000-SOLICITAR-APROVACAO-EXIT
002897     END-IF.
002898     DISPLAY "PROG131: CANCELAMENTO DA NOTA " AR-NUMERO-NOTA
002899         " AGUARDA APROVACAO - SERA EFETIVADO NA PROXIMA "
002900         "EXECUCAO APOS APROVADO".
003110 2000-SOLICITAR-APROVACAO-EXIT.
003120     EXIT.

003130*----------------------------------------------------------------
003630         WS-MOTIVO DELIMITED BY SIZE INTO WS-LINHA-REL.
003640     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
003650         WS-COLUNAS-REL WS-LINHA-REL.
003651     IF AR-IMPOSTOS NOT = ZEROS
003652         MOVE SPACES TO WS-LINHA-REL
003653         MOVE AR-VALOR-ICMS TO WS-VALOR-ED
003654         STRING "ICMS ESTORNADO: " WS-VALOR-ED
003655             DELIMITED BY SIZE INTO WS-LINHA-REL
003656         MOVE AR-VALOR-IPI TO WS-VALOR-ED
003657         STRING " IPI: " WS-VALOR-ED
003658             DELIMITED BY SIZE INTO WS-LINHA-REL(31:21)
003659         MOVE AR-VALOR-ISS TO WS-VALOR-ED
003660         STRING " ISS: " WS-VALOR-ED
003661             DELIMITED BY SIZE INTO WS-LINHA-REL(52:21)
003662         CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
003663             WS-COLUNAS-REL WS-LINHA-REL
003664     END-IF.
003665     MOVE "F" TO WS-FUNCAO-REL.
003670     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
003680         WS-COLUNAS-REL WS-LINHA-REL.
003690 3000-EMITIR-NOTA-CREDITO-EXIT.
003700     EXIT.

003710*----------------------------------------------------------------
003720* 4000-CAPTURAR-DEVOLUCAO - THE RETURNED LINES ARE KEYED WITH
003730*                            THE REQUEST; BLANK PRODUCT OR A
003740*                            FULL LIST ENDS THEM
003750*----------------------------------------------------------------
003760 4000-CAPTURAR-DEVOLUCAO.
003770     IF NOT WS-PROD-PRESENTE
003780         SET WS-FIM-LINHAS TO TRUE
003790         GO TO 4000-CAPTURAR-DEVOLUCAO-EXIT
003800     END-IF.
003801     IF WS-QTD-DEVOLUCOES NOT < WS-MAX-DEVOLUCOES
003802         DISPLAY "PROG131: LIMITE DE " WS-MAX-DEVOLUCOES
003803             " LINHAS DEVOLVIDAS ATINGIDO"
003804         SET WS-FIM-LINHAS TO TRUE
003805         GO TO 4000-CAPTURAR-DEVOLUCAO-EXIT
003806     END-IF.

003810     DISPLAY "PRODUTO DEVOLVIDO (BRANCO = FIM)".
003820     MOVE SPACES TO WS-PRODUTO-ENT.
003830     ACCEPT WS-PRODUTO-ENT.
003840     IF WS-PRODUTO-ENT = SPACES
003850         SET WS-FIM-LINHAS TO TRUE
003860         GO TO 4000-CAPTURAR-DEVOLUCAO-EXIT
003870     END-IF.

003940     MOVE WS-PRODUTO-ENT TO PD-PRODUTO.
003950     READ PRODUCT-MASTER
003960         INVALID KEY
003970             DISPLAY "PROG131: PRODUTO " WS-PRODUTO-ENT
003980                 " SEM CADASTRO - DEVOLUCAO IGNORADA"
003990             GO TO 4000-CAPTURAR-DEVOLUCAO-EXIT
004000     END-READ.

004001     MOVE "QUANTIDADE DEVOLVIDA" TO WS-MENSAGEM.
004002     MOVE 1 TO WS-LIMITE-MIN.
004003     MOVE 9999999 TO WS-LIMITE-MAX.
004004     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
004005         WS-LIMITE-MIN WS-LIMITE-MAX.

004006     ADD 1 TO WS-QTD-DEVOLUCOES.
004007     MOVE WS-PRODUTO-ENT TO WS-DEV-PRODUTO(WS-QTD-DEVOLUCOES).
004008     MOVE WS-VALOR-ENT TO WS-DEV-QUANTIDADE(WS-QTD-DEVOLUCOES).
004009 4000-CAPTURAR-DEVOLUCAO-EXIT.
004010     EXIT.

004011*----------------------------------------------------------------
004012* 4100-DEVOLVER-ESTOQUE - ONE RETURNED LINE OF THE APPROVED
004013*                          CANCELLATION GOES BACK INTO THE
004014*                          ON-HAND BALANCE
004015*----------------------------------------------------------------
004016 4100-DEVOLVER-ESTOQUE.
004017     IF NOT WS-PROD-PRESENTE
004018         GO TO 4100-DEVOLVER-ESTOQUE-EXIT
004019     END-IF.
004020     MOVE WS-DEV-PRODUTO(WS-IDX-DEV) TO WS-PRODUTO-ENT.
004021     MOVE WS-DEV-QUANTIDADE(WS-IDX-DEV) TO WS-QUANTIDADE-ENT.

004022     MOVE WS-PRODUTO-ENT TO PD-PRODUTO.
004023     READ PRODUCT-MASTER
004024         INVALID KEY
004025             DISPLAY "PROG131: PRODUTO " WS-PRODUTO-ENT
004026                 " SEM CADASTRO - DEVOLUCAO IGNORADA"
004027             GO TO 4100-DEVOLVER-ESTOQUE-EXIT
004028     END-READ.

004029     ADD WS-QUANTIDADE-ENT TO PD-SALDO.
004030     REWRITE PRODUTO-REC.
004031     IF NOT FS-PRODFILE-OK
004040         DISPLAY "PROG131: ERRO AO DEVOLVER ESTOQUE DE "
004050             WS-PRODUTO-ENT " - " FS-PRODFILE
004055             GO TO 4100-DEVOLVER-ESTOQUE-EXIT
004060     END-IF.

004062     COMPUTE WS-CUSTO-LINHA ROUNDED =
004064         WS-QUANTIDADE-ENT * PD-CUSTO-MEDIO.
004066     ADD WS-CUSTO-LINHA TO WS-TOTAL-CMV.
004070 4100-DEVOLVER-ESTOQUE-EXIT.
004080     EXIT.

004090*----------------------------------------------------------------
004100* 5000-ESTORNAR-TITULO
004110*----------------------------------------------------------------
004120 5000-ESTORNAR-TITULO.
004125     MOVE AR-SALDO TO WS-SALDO-CANCELADO.
004130     MOVE "C" TO AR-STATUS.
004135     MOVE ZERO TO AR-SALDO.
004140     MOVE WS-DATA-ATUAL TO AR-DATA-CANCELAMENTO.
004145     REWRITE TITULO-REC.
004150     IF NOT FS-ARFILE-OK
004155         DISPLAY "PROG131: ERRO AO ESTORNAR TITULO - "
004160             FS-ARFILE
004165         GO TO 5000-ESTORNAR-TITULO-EXIT
004170     END-IF.
004175     CALL "PROG168" USING AR-NUMERO-NOTA AR-CLIENTE
004180         WS-DATA-ATUAL "C" WS-SALDO-CANCELADO
004185         WS-NUMERO-CREDITO "PROG131 ".
004200 5000-ESTORNAR-TITULO-EXIT.
004210     EXIT.

004700     MOVE "FATURAMEN " TO GL-CENTRO-CUSTO.
004710     SET GL-DEBITO TO TRUE.
004720     MOVE AR-VALOR TO GL-VALOR.
004721     MOVE SPACES TO GL-EMPRESA.
004730     MOVE "PROG131 " TO GL-PROGRAMA.
004740     MOVE WS-DATA-ATUAL(1:6) TO GL-PERIODO.
004750     MOVE WS-DATA-ATUAL TO GL-DATA.
004810 6000-GRAVAR-LANCAMENTOS-EXIT.
004820     EXIT.

004821*----------------------------------------------------------------
004822* 6100-ESTORNAR-CMV - THE REVERSE OF THE PROG20 COST PAIR:
004823*                      DEBIT ESTOQUE, CREDIT CMV, FOR THE
004824*                      RETURNED LINES AT THE AVERAGE COST
004825*----------------------------------------------------------------
004826 6100-ESTORNAR-CMV.
004827     IF WS-TOTAL-CMV = ZERO
004828         GO TO 6100-ESTORNAR-CMV-EXIT
004829     END-IF.

004830     MOVE "FATURAMEN " TO WS-MAPA-DEPARTAMENTO.
004831     MOVE "ESTOQUE     " TO WS-MAPA-EVENTO.
004832     CALL "PROG138" USING WS-MAPA-EVENTO WS-MAPA-DEPARTAMENTO
004833         WS-MAPA-DEBITO WS-MAPA-CREDITO WS-MAPA-CENTRO
004834         WS-MAPA-STATUS.
004835     IF WS-SEM-MAPA
004836         ADD 1 TO WS-QTD-SEM-MAPA
004837         DISPLAY "PROG131: EVENTO " WS-MAPA-EVENTO " SEM "
004838             "MAPEAMENTO DE CONTA - PAR NAO LANCADO"
004839         GO TO 6100-ESTORNAR-CMV-EXIT
004840     END-IF.
004841     IF WS-MAPEADO
004842         MOVE WS-MAPA-DEBITO TO WS-CONTA-DEBITO-RES
004843     ELSE
004844         MOVE "ESTOQUE     " TO WS-CONTA-DEBITO-RES
004845     END-IF.

004846     MOVE "CMV         " TO WS-MAPA-EVENTO.
004847     CALL "PROG138" USING WS-MAPA-EVENTO WS-MAPA-DEPARTAMENTO
004848         WS-MAPA-DEBITO WS-MAPA-CREDITO WS-MAPA-CENTRO
004849         WS-MAPA-STATUS.
004850     IF WS-SEM-MAPA
004851         ADD 1 TO WS-QTD-SEM-MAPA
004852         DISPLAY "PROG131: EVENTO " WS-MAPA-EVENTO " SEM "
004853             "MAPEAMENTO DE CONTA - PAR NAO LANCADO"
004854         GO TO 6100-ESTORNAR-CMV-EXIT
004855     END-IF.
004856     IF WS-MAPEADO
004857         MOVE WS-MAPA-CREDITO TO WS-CONTA-CREDITO-RES
004858     ELSE
004859         MOVE "CMV         " TO WS-CONTA-CREDITO-RES
004860     END-IF.

004861     OPEN EXTEND GL-INTERFACE.
004862     IF NOT FS-GLFILE-OK
004863         OPEN OUTPUT GL-INTERFACE
004864     END-IF.
004865     IF NOT FS-GLFILE-OK
004866         DISPLAY "PROG131: ERRO AO ABRIR GL-INTERFACE "
004867             FS-GLFILE
004868         GO TO 6100-ESTORNAR-CMV-EXIT
004869     END-IF.

004870     MOVE WS-CONTA-DEBITO-RES TO GL-CONTA.
004871     MOVE "FATURAMEN " TO GL-CENTRO-CUSTO.
004872     SET GL-DEBITO TO TRUE.
004873     MOVE WS-TOTAL-CMV TO GL-VALOR.
004874     MOVE SPACES TO GL-EMPRESA.
004875     MOVE "PROG131 " TO GL-PROGRAMA.
004876     MOVE WS-DATA-ATUAL(1:6) TO GL-PERIODO.
004877     MOVE WS-DATA-ATUAL TO GL-DATA.
004878     WRITE GL-INTERFACE-REC.

004879     MOVE WS-CONTA-CREDITO-RES TO GL-CONTA.
004880     SET GL-CREDITO TO TRUE.
004881     WRITE GL-INTERFACE-REC.

004882     CLOSE GL-INTERFACE.
004883 6100-ESTORNAR-CMV-EXIT.
004884     EXIT.

004885*----------------------------------------------------------------
004886* 6200-ESTORNAR-IMPOSTOS - THE REVERSE OF THE PROG20 TAX PAIRS:
004887*                           DEBIT THE TAX LIABILITY, CREDIT
004888*                           RECEITA, PRO RATA TO THE VALUE
004889*                           CREDITED
004890*----------------------------------------------------------------
004891 6200-ESTORNAR-IMPOSTOS.
004892     IF AR-IMPOSTOS = ZEROS OR AR-VALOR = ZERO
004893         GO TO 6200-ESTORNAR-IMPOSTOS-EXIT
004894     END-IF.
004895     MOVE AR-VALOR TO WS-VALOR-CREDITADO.

004896     OPEN EXTEND GL-INTERFACE.
004897     IF NOT FS-GLFILE-OK
004898         OPEN OUTPUT GL-INTERFACE
004899     END-IF.
004900     IF NOT FS-GLFILE-OK
004901         DISPLAY "PROG131: ERRO AO ABRIR GL-INTERFACE "
004902             FS-GLFILE
004903         GO TO 6200-ESTORNAR-IMPOSTOS-EXIT
004904     END-IF.

004905     PERFORM 6210-ESTORNAR-IMPOSTO THRU 6210-ESTORNAR-IMPOSTO-EXIT
004906         VARYING WS-IDX-IMP FROM 1 BY 1
004907         UNTIL WS-IDX-IMP > 3.

004908     CLOSE GL-INTERFACE.
004909 6200-ESTORNAR-IMPOSTOS-EXIT.
004910     EXIT.

004911* BOTH SIDES RESOLVE BEFORE EITHER IS WRITTEN
004912 6210-ESTORNAR-IMPOSTO.
004913     COMPUTE WS-IMPOSTO-ESTORNO ROUNDED =
004914         AR-VALOR-IMPOSTO(WS-IDX-IMP) * WS-VALOR-CREDITADO
004915         / AR-VALOR.
004916     IF WS-IMPOSTO-ESTORNO = ZERO
004917         GO TO 6210-ESTORNAR-IMPOSTO-EXIT
004918     END-IF.

004919     MOVE "FATURAMEN " TO WS-MAPA-DEPARTAMENTO.
004920     MOVE WS-IMP-EVENTO(WS-IDX-IMP) TO WS-MAPA-EVENTO.
004921     CALL "PROG138" USING WS-MAPA-EVENTO WS-MAPA-DEPARTAMENTO
004922         WS-MAPA-DEBITO WS-MAPA-CREDITO WS-MAPA-CENTRO
004923         WS-MAPA-STATUS.
004924     IF WS-SEM-MAPA
004925         ADD 1 TO WS-QTD-SEM-MAPA
004926         DISPLAY "PROG131: EVENTO " WS-MAPA-EVENTO " SEM "
004927             "MAPEAMENTO DE CONTA - PAR NAO LANCADO"
004928         GO TO 6210-ESTORNAR-IMPOSTO-EXIT
004929     END-IF.
004930     IF WS-MAPEADO
004931         MOVE WS-MAPA-DEBITO TO WS-CONTA-DEBITO-RES
004932     ELSE
004933         MOVE WS-IMP-EVENTO(WS-IDX-IMP) TO WS-CONTA-DEBITO-RES
004934     END-IF.

004935     MOVE "RECEITA     " TO WS-MAPA-EVENTO.
004936     CALL "PROG138" USING WS-MAPA-EVENTO WS-MAPA-DEPARTAMENTO
004937         WS-MAPA-DEBITO WS-MAPA-CREDITO WS-MAPA-CENTRO
004938         WS-MAPA-STATUS.
004939     IF WS-SEM-MAPA
004940         ADD 1 TO WS-QTD-SEM-MAPA
004941         DISPLAY "PROG131: EVENTO " WS-MAPA-EVENTO " SEM "
004942             "MAPEAMENTO DE CONTA - PAR NAO LANCADO"
004943         GO TO 6210-ESTORNAR-IMPOSTO-EXIT
004944     END-IF.
004945     IF WS-MAPEADO
004946         MOVE WS-MAPA-CREDITO TO WS-CONTA-CREDITO-RES
004947     ELSE
004948         MOVE "RECEITA     " TO WS-CONTA-CREDITO-RES
004949     END-IF.

004950     MOVE WS-CONTA-DEBITO-RES TO GL-CONTA.
004951     MOVE "FATURAMEN " TO GL-CENTRO-CUSTO.
004952     SET GL-DEBITO TO TRUE.
004953     MOVE WS-IMPOSTO-ESTORNO TO GL-VALOR.
004954     MOVE SPACES TO GL-EMPRESA.
004955     MOVE "PROG131 " TO GL-PROGRAMA.
004956     MOVE WS-DATA-ATUAL(1:6) TO GL-PERIODO.
004957     MOVE WS-DATA-ATUAL TO GL-DATA.
004958     WRITE GL-INTERFACE-REC.

004959     MOVE WS-CONTA-CREDITO-RES TO GL-CONTA.
004960     SET GL-CREDITO TO TRUE.
004961     WRITE GL-INTERFACE-REC.
004962 6210-ESTORNAR-IMPOSTO-EXIT.
004963     EXIT.

004964*----------------------------------------------------------------
004965* 8000-FINALIZAR
004966*----------------------------------------------------------------
004967 8000-FINALIZAR.
004968     CLOSE RECEIVABLE-FILE.
004969     IF WS-PROD-PRESENTE
004970         CLOSE PRODUCT-MASTER
004971     END-IF.
004972     IF WS-QTD-SEM-MAPA > ZERO
004973         DISPLAY "PROG131: LANCAMENTOS SEM MAPEAMENTO DE "
004974             "CONTA: " WS-QTD-SEM-MAPA
004975             " - CORRIJA O GLMAP (PROG137)"
004976         MOVE 8 TO RETURN-CODE
004977     END-IF.
005020 8000-FINALIZAR-EXIT.
005030     EXIT.

