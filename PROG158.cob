001000******************************************************************
001010* PROGRAM-ID: PROG158
001020* AUTHOR:      R. ALMEIDA - APPLICATIONS
001030* INSTALLATION: CONTAS A PAGAR
001040* DATE-WRITTEN: 2026-09-14
001050* DATE-COMPILED:
001060* PURPOSE:     WEEKLY SUPPLIER PAYMENT RUN. SELECTS EVERY OPEN
001070*              PAYABLE ON APFILE DUE BY A KEYED CUT-OFF DATE,
001080*              SKIPPING ANYTHING ON HOLD (MANUAL OR AWAITING THE
001090*              PROG157 MATCH) AND SUPPLIERS WITH NO BANK ACCOUNT
001100*              OR PIX KEY, AND PRINTS THE PROPOSAL THROUGH
001110*              PROG68. ONLY AFTER THE TREASURER ACCEPTS IT UNDER
001120*              A SUPERVISOR SIGN-OFF (OP-NIVEL ON OPERADOR) IS THE
001130*              SUPPLIER REMITTANCE (REMFORN) WRITTEN - HEADER,
001140*              ONE DETAIL PER ITEM, TRAILER WITH COUNT AND TOTAL -
001150*              AND REGISTERED ON THE PROG143 TRANSMISSION
001160*              CONTROL UNDER THE PAYMENT DATE. EACH PAID ITEM IS
001170*              SETTLED AND ITS LIABILITY/CASH PAIR IS POSTED TO
001180*              GLFILE THROUGH THE PROG138 RESOLVER. THE PAYMENT
001190*              DATE ROLLS OFF WEEKENDS AND FERIADOS (PROG74) THE
001200*              WAY THE PAYROLL REMITTANCE DOES.
001210* ----------------------------------------------------------------
001220* MODIFICATION HISTORY
001230* DATE       INIT DESCRIPTION
001240* 2026-09-14 RA   INITIAL VERSION
001241* 2026-10-15 RA   GL-EMPRESA LEFT BLANK ON THE GL ROWS (BLANK
001242*                 MEANS COMPANY 001).
001250******************************************************************
001260 IDENTIFICATION DIVISION.
001270 PROGRAM-ID. PROG158.

001280 ENVIRONMENT DIVISION.
001290 INPUT-OUTPUT SECTION.
001300 FILE-CONTROL.
001310     SELECT PAYABLE-FILE ASSIGN TO "APFILE"
001320         ORGANIZATION IS INDEXED
001330         ACCESS MODE IS DYNAMIC
001340         RECORD KEY IS AP-NUMERO
001350         ALTERNATE RECORD KEY IS AP-CHAVE-DOCUMENTO
001360         FILE STATUS IS FS-APFILE.

001370     SELECT SUPPLIER-FILE ASSIGN TO "SUPPFILE"
001380         ORGANIZATION IS INDEXED
001390         ACCESS MODE IS DYNAMIC
001400         RECORD KEY IS SU-CODIGO
001410         FILE STATUS IS FS-SUPPFILE.

001420     SELECT OPERATOR-FILE ASSIGN TO "OPERADOR"
001430         ORGANIZATION IS INDEXED
001440         ACCESS MODE IS DYNAMIC
001450         RECORD KEY IS OP-CODIGO-OPERADOR
001460         FILE STATUS IS FS-OPERADOR.

001470     SELECT REMITTANCE-FILE ASSIGN TO "REMFORN"
001480         ORGANIZATION IS LINE SEQUENTIAL
001490         FILE STATUS IS FS-REMFORN.

001500     SELECT GL-INTERFACE ASSIGN TO "GLFILE"
001510         ORGANIZATION IS LINE SEQUENTIAL
001520         FILE STATUS IS FS-GLFILE.

001530 DATA DIVISION.
001540 FILE SECTION.
001550 FD  PAYABLE-FILE.
001560 COPY APREC.

001570 FD  SUPPLIER-FILE.
001580 COPY SUPPREC.

001590 FD  OPERATOR-FILE.
001600 COPY OPERREC.

001610 FD  REMITTANCE-FILE.
001620 01  REMESSA-REGISTRO            PIC X(240).

001630 FD  GL-INTERFACE.
001640 COPY GLREC.

001650 WORKING-STORAGE SECTION.
001660 01  FS-APFILE                   PIC X(02).
001670     88  FS-APFILE-OK            VALUE "00".
001680     88  FS-APFILE-EOF           VALUE "10".

001690 01  FS-SUPPFILE                 PIC X(02).
001700     88  FS-SUPPFILE-OK          VALUE "00".

001710 01  FS-OPERADOR                 PIC X(02).
001720     88  FS-OPERADOR-OK          VALUE "00".

001730 01  FS-REMFORN                  PIC X(02).
001740     88  FS-REMFORN-OK           VALUE "00".

001750 01  FS-GLFILE                   PIC X(02).
001760     88  FS-GLFILE-OK            VALUE "00".
001770 01  WS-GL-SW                    PIC X(01) VALUE "N".
001780     88  WS-GL-ABERTO            VALUE "Y".

001790 01  WS-MENSAGEM                 PIC X(40).
001800 01  WS-VALOR-ENT                PIC 9(09).
001810 01  WS-LIMITE-MIN               PIC 9(09).
001820 01  WS-LIMITE-MAX               PIC 9(09).

001830 01  WS-DATA-ATUAL               PIC 9(08).
001840 01  WS-HORA-ATUAL               PIC 9(06).
001850 01  WS-DATA-LIMITE              PIC 9(08).
001860 01  WS-DATA-PAGAMENTO           PIC 9(08).
001870 01  WS-PERIODO-REMESSA          PIC 9(06).
001880 01  WS-DATA-OK-SW               PIC X(01) VALUE "N".
001890     88  WS-DATA-VALIDA          VALUE "Y".

001900 01  WS-RESPOSTA                 PIC X(01).
001910     88  WS-RESPOSTA-SIM         VALUE "S" "s".
001920 01  WS-APROVADO-SW              PIC X(01) VALUE "N".
001930     88  WS-APROVADO             VALUE "Y".
001940 01  WS-CODIGO-APROV             PIC X(06).

001950 01  WS-CHAMADA-DATA.
001960     05  WS-DT-FUNCAO            PIC X(01).
001970     05  WS-DT-DATA-1            PIC 9(08).
001980     05  WS-DT-DATA-2            PIC 9(08).
001990     05  WS-DT-QUANTIDADE        PIC S9(07).
002000     05  WS-DT-UNIDADE           PIC X(01).
002010     05  WS-DT-STATUS            PIC X(01).
002020         88  WS-DT-OK            VALUE "1".

002030 01  WS-CHAMADA-MAPA.
002040     05  WS-MAPA-EVENTO          PIC X(12).
002050     05  WS-MAPA-DEPARTAMENTO    PIC X(10).
002060     05  WS-MAPA-DEBITO          PIC X(12).
002070     05  WS-MAPA-CREDITO         PIC X(12).
002080     05  WS-MAPA-CENTRO          PIC X(10).
002090     05  WS-MAPA-STATUS          PIC X(01).
002100         88  WS-MAPEADO          VALUE "1".
002110         88  WS-SEM-MAPA         VALUE "2".
002120         88  WS-SEM-TABELA       VALUE "3".
002130 01  WS-QTD-SEM-MAPA             PIC 9(05) VALUE ZERO.
002140 01  WS-CONTA-DEBITO-RES         PIC X(12).
002150 01  WS-CONTA-CREDITO-RES        PIC X(12).
002160 01  WS-CENTRO-DEBITO-RES        PIC X(10).

002170 01  WS-CHAMADA-XMIT.
002180     05  WS-XM-FUNCAO            PIC X(01).
002190     05  WS-XM-ARQUIVO           PIC X(08).
002200     05  WS-XM-PERIODO           PIC 9(06).
002210     05  WS-XM-QTD               PIC 9(07).
002220     05  WS-XM-VALOR             PIC 9(13)V9(02).
002230     05  WS-XM-STATUS            PIC X(01).
002240         88  WS-XM-OK            VALUE "1".
002250         88  WS-XM-BLOQUEADO     VALUE "2".

002260 01  WS-CABECALHO-REMESSA.
002270     05  WS-CB-BANCO             PIC 9(03) VALUE ZERO.
002280     05  WS-CB-LOTE              PIC 9(04) VALUE ZERO.
002290     05  WS-CB-TIPO              PIC 9(01) VALUE 0.
002300     05  FILLER                  PIC X(09) VALUE SPACES.
002310     05  WS-CB-EMPRESA           PIC X(30)
002320         VALUE "PAGAMENTO A FORNECEDORES".
002330     05  WS-CB-DATA              PIC 9(08).
002340     05  WS-CB-HORA              PIC 9(06).
002350     05  FILLER                  PIC X(179) VALUE SPACES.

002360 01  WS-DETALHE-REMESSA.
002370     05  WS-DR-BANCO             PIC 9(03).
002380     05  WS-DR-LOTE              PIC 9(04) VALUE 1.
002390     05  WS-DR-TIPO              PIC 9(01) VALUE 3.
002400     05  WS-DR-SEGMENTO          PIC X(01) VALUE "A".
002410     05  WS-DR-AGENCIA           PIC 9(04).
002420     05  WS-DR-CONTA             PIC 9(08).
002430     05  WS-DR-DIGITO            PIC X(01).
002440     05  WS-DR-FORNECEDOR        PIC 9(06).
002450     05  WS-DR-VALOR             PIC 9(13)V9(02).
002460     05  WS-DR-MOEDA             PIC X(03) VALUE "BRL".
002470     05  WS-DR-DATA-PAGAMENTO    PIC 9(08).
002480     05  WS-DR-TITULO            PIC 9(08).
002490     05  WS-DR-DOCUMENTO         PIC X(12).
002500     05  WS-DR-PIX               PIC X(30).
002510     05  FILLER                  PIC X(136) VALUE SPACES.

002520 01  WS-TRAILER-REMESSA.
002530     05  WS-TR-BANCO             PIC 9(03) VALUE ZERO.
002540     05  WS-TR-LOTE              PIC 9(04) VALUE 9999.
002550     05  WS-TR-TIPO              PIC 9(01) VALUE 9.
002560     05  WS-TR-QTD-REGISTROS     PIC 9(06).
002570     05  WS-TR-VALOR-TOTAL       PIC 9(16)V9(02).
002580     05  FILLER                  PIC X(208) VALUE SPACES.

002590* THE PROPOSAL IS HELD IN STORAGE BETWEEN THE LISTING AND THE
002600* SIGN-OFF SO THE REMITTANCE PAYS EXACTLY WHAT WAS APPROVED
002610 01  WS-QTD-SELECIONADOS         PIC 9(03) VALUE ZERO.
002620 01  WS-INDICE                   PIC 9(03) COMP.
002630 01  WS-TABELA-PROPOSTA.
002640     05  WS-PROP-TITULO OCCURS 500 TIMES
002650                                 PIC 9(08).

002660 01  WS-CONTADORES.
002670     05  WS-QTD-LIDOS            PIC 9(05) VALUE ZERO.
002680     05  WS-QTD-RETIDOS          PIC 9(05) VALUE ZERO.
002690     05  WS-QTD-SEM-CONTA        PIC 9(05) VALUE ZERO.
002700     05  WS-QTD-EXCEDENTES       PIC 9(05) VALUE ZERO.
002710     05  WS-QTD-PAGOS            PIC 9(06) VALUE ZERO.
002720     05  WS-QTD-ALTERADOS        PIC 9(05) VALUE ZERO.
002730     05  WS-TOTAL-PROPOSTA       PIC 9(11)V9(02) VALUE ZERO.
002740     05  WS-TOTAL-REMESSA        PIC 9(11)V9(02) VALUE ZERO.

002750 01  WS-VALOR-ED                 PIC ZZZ,ZZZ,ZZ9.99.
002760 01  WS-TOTAL-ED                 PIC Z,ZZZ,ZZZ,ZZ9.99.

002770 01  WS-LINHA-REL                PIC X(80).
002780 01  WS-FUNCAO-REL               PIC X(01).
002790 01  WS-TITULO-REL               PIC X(60).
002800 01  WS-COLUNAS-REL              PIC X(80).

002810 01  WS-DESCRICAO-AUD            PIC X(60).

002820 PROCEDURE DIVISION.

002830*----------------------------------------------------------------
002840* 0000-MAINLINE
002850*----------------------------------------------------------------
002860 0000-MAINLINE.
002870     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
002880     PERFORM 2000-PROPOSTA THRU 2000-PROPOSTA-EXIT.
002890     PERFORM 3000-APROVAR THRU 3000-APROVAR-EXIT.
002900     IF WS-APROVADO
002910         PERFORM 4000-VERIFICAR-TRANSMISSAO
002920             THRU 4000-VERIFICAR-TRANSMISSAO-EXIT
002930         PERFORM 5000-GERAR-REMESSA
002940             THRU 5000-GERAR-REMESSA-EXIT
002950     END-IF.
002960     PERFORM 8000-FINALIZAR THRU 8000-FINALIZAR-EXIT.
002970     GO TO 9999-EXIT.

002980*----------------------------------------------------------------
002990* 1000-INICIALIZAR - CUT-OFF DATE AND THE BUSINESS-DAY PAYMENT
003000*                     DATE
003010*----------------------------------------------------------------
003020 1000-INICIALIZAR.
003030     ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
003040     ACCEPT WS-HORA-ATUAL FROM TIME.

003050     OPEN I-O PAYABLE-FILE.
003060     IF NOT FS-APFILE-OK
003070         DISPLAY "PROG158: TITULOS A PAGAR (APFILE) "
003080             "INDISPONIVEIS"
003090         GO TO 9999-EXIT
003100     END-IF.

003110     OPEN INPUT SUPPLIER-FILE.
003120     IF NOT FS-SUPPFILE-OK
003130         DISPLAY "PROG158: CADASTRO DE FORNECEDORES (SUPPFILE) "
003140             "INDISPONIVEL"
003150         CLOSE PAYABLE-FILE
003160         GO TO 9999-EXIT
003170     END-IF.

003180     PERFORM 1100-LER-DATA-LIMITE
003190         THRU 1100-LER-DATA-LIMITE-EXIT
003200         UNTIL WS-DATA-VALIDA.

003210     MOVE WS-DATA-ATUAL TO WS-DATA-PAGAMENTO.
003220     MOVE "U" TO WS-DT-FUNCAO.
003230     MOVE WS-DATA-PAGAMENTO TO WS-DT-DATA-1.
003240     CALL "PROG74" USING WS-DT-FUNCAO WS-DT-DATA-1
003250         WS-DT-DATA-2 WS-DT-QUANTIDADE WS-DT-UNIDADE
003260         WS-DT-STATUS.
003270     IF WS-DT-OK AND WS-DT-DATA-2 NOT = WS-DATA-PAGAMENTO
003280         MOVE WS-DT-DATA-2 TO WS-DATA-PAGAMENTO
003290         DISPLAY "PROG158: PAGAMENTO AJUSTADO PARA O DIA UTIL "
003300             WS-DATA-PAGAMENTO
003310     END-IF.
003320* THE TRANSMISSION CONTROL KEYS A RUN BY A SIX-DIGIT PERIOD; A
003330* WEEKLY RUN IS KEYED BY ITS PAYMENT DATE AS AAMMDD
003340     MOVE WS-DATA-PAGAMENTO(3:6) TO WS-PERIODO-REMESSA.
003350 1000-INICIALIZAR-EXIT.
003360     EXIT.

003370 1100-LER-DATA-LIMITE.
003380     MOVE "PAGAR VENCIDOS ATE (AAAAMMDD)" TO WS-MENSAGEM.
003390     MOVE 19000101 TO WS-LIMITE-MIN.
003400     MOVE 99991231 TO WS-LIMITE-MAX.
003410     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
003420         WS-LIMITE-MIN WS-LIMITE-MAX.
003430     MOVE WS-VALOR-ENT TO WS-DATA-LIMITE.

003440     MOVE "V" TO WS-DT-FUNCAO.
003450     MOVE WS-DATA-LIMITE TO WS-DT-DATA-1.
003460     CALL "PROG74" USING WS-DT-FUNCAO WS-DT-DATA-1
003470         WS-DT-DATA-2 WS-DT-QUANTIDADE WS-DT-UNIDADE
003480         WS-DT-STATUS.
003490     IF WS-DT-OK
003500         SET WS-DATA-VALIDA TO TRUE
003510     ELSE
003520         DISPLAY "PROG158: DATA LIMITE INVALIDA - REDIGITE"
003530     END-IF.
003540 1100-LER-DATA-LIMITE-EXIT.
003550     EXIT.

003560*----------------------------------------------------------------
003570* 2000-PROPOSTA - LIST EVERY PAYABLE THE RUN WOULD PAY
003580*----------------------------------------------------------------
003590 2000-PROPOSTA.
003600     MOVE "I" TO WS-FUNCAO-REL.
003610     MOVE SPACES TO WS-TITULO-REL.
003620     STRING "PROPOSTA DE PAGAMENTO A FORNECEDORES - VENC. ATE "
003630         WS-DATA-LIMITE DELIMITED BY SIZE INTO WS-TITULO-REL.
003640     MOVE "TITULO   FORNEC NOTA         VENCTO          VALOR"
003650         TO WS-COLUNAS-REL.
003660     MOVE SPACES TO WS-LINHA-REL.
003670     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
003680         WS-COLUNAS-REL WS-LINHA-REL.

003690     MOVE ZERO TO AP-NUMERO.
003700     START PAYABLE-FILE KEY IS NOT LESS THAN AP-NUMERO
003710         INVALID KEY
003720             SET FS-APFILE-EOF TO TRUE
003730     END-START.
003740     PERFORM 2100-SELECIONAR THRU 2100-SELECIONAR-EXIT
003750         UNTIL FS-APFILE-EOF.

003760     MOVE WS-TOTAL-PROPOSTA TO WS-TOTAL-ED.
003770     MOVE SPACES TO WS-LINHA-REL.
003780     STRING "TITULOS: " WS-QTD-SELECIONADOS
003790         "  TOTAL: " WS-TOTAL-ED
003800         "  RETIDOS: " WS-QTD-RETIDOS
003810         "  SEM CONTA: " WS-QTD-SEM-CONTA
003820         DELIMITED BY SIZE INTO WS-LINHA-REL.
003830     MOVE "T" TO WS-FUNCAO-REL.
003840     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
003850         WS-COLUNAS-REL WS-LINHA-REL.
003860     MOVE "F" TO WS-FUNCAO-REL.
003870     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
003880         WS-COLUNAS-REL WS-LINHA-REL.
003890 2000-PROPOSTA-EXIT.
003900     EXIT.

003910 2100-SELECIONAR.
003920     READ PAYABLE-FILE NEXT
003930         AT END
003940             SET FS-APFILE-EOF TO TRUE
003950             GO TO 2100-SELECIONAR-EXIT
003960     END-READ.
003970     ADD 1 TO WS-QTD-LIDOS.

003980     IF NOT AP-ABERTO OR AP-SALDO = ZERO
003990         OR AP-VENCIMENTO > WS-DATA-LIMITE
004000         GO TO 2100-SELECIONAR-EXIT
004010     END-IF.
004020     IF AP-BLOQUEADO
004030         ADD 1 TO WS-QTD-RETIDOS
004040         GO TO 2100-SELECIONAR-EXIT
004050     END-IF.

004060     MOVE AP-FORNECEDOR TO SU-CODIGO.
004070     READ SUPPLIER-FILE
004080         INVALID KEY
004090             MOVE ZERO TO SU-CONTA
004100             MOVE SPACES TO SU-PIX
004110     END-READ.
004120     IF SU-CONTA = ZERO AND SU-PIX = SPACES
004130         ADD 1 TO WS-QTD-SEM-CONTA
004140         DISPLAY "PROG158: TITULO " AP-NUMERO " FORNECEDOR "
004150             AP-FORNECEDOR " SEM CONTA OU PIX - FORA DA "
004160             "PROPOSTA"
004170         GO TO 2100-SELECIONAR-EXIT
004180     END-IF.

004190     IF WS-QTD-SELECIONADOS >= 500
004200         ADD 1 TO WS-QTD-EXCEDENTES
004210         GO TO 2100-SELECIONAR-EXIT
004220     END-IF.
004230     ADD 1 TO WS-QTD-SELECIONADOS.
004240     MOVE AP-NUMERO TO WS-PROP-TITULO(WS-QTD-SELECIONADOS).
004250     ADD AP-SALDO TO WS-TOTAL-PROPOSTA.

004260     MOVE AP-SALDO TO WS-VALOR-ED.
004270     MOVE SPACES TO WS-LINHA-REL.
004280     STRING AP-NUMERO " " AP-FORNECEDOR " " AP-DOCUMENTO " "
004290         AP-VENCIMENTO " " WS-VALOR-ED
004300         DELIMITED BY SIZE INTO WS-LINHA-REL.
004310     MOVE "D" TO WS-FUNCAO-REL.
004320     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
004330         WS-COLUNAS-REL WS-LINHA-REL.
004340 2100-SELECIONAR-EXIT.
004350     EXIT.

004360*----------------------------------------------------------------
004370* 3000-APROVAR - THE TREASURER ACCEPTS THE PROPOSAL UNDER A
004380*                 SUPERVISOR-LEVEL SIGN-OFF, THE SAME CHECK
004390*                 PROG131 RUNS
004400*----------------------------------------------------------------
004410 3000-APROVAR.
004420     MOVE "N" TO WS-APROVADO-SW.
004430     IF WS-QTD-SELECIONADOS = ZERO
004440         DISPLAY "PROG158: NENHUM TITULO A PAGAR ATE "
004450             WS-DATA-LIMITE
004460         GO TO 3000-APROVAR-EXIT
004470     END-IF.
004480     IF WS-QTD-EXCEDENTES > ZERO
004490         DISPLAY "PROG158: " WS-QTD-EXCEDENTES " TITULO(S) "
004500             "ALEM DO LIMITE DA PROPOSTA FICAM PARA A PROXIMA "
004510             "RODADA"
004520     END-IF.

004530     MOVE WS-TOTAL-PROPOSTA TO WS-TOTAL-ED.
004540     DISPLAY "PROPOSTA: " WS-QTD-SELECIONADOS " TITULO(S) - "
004550         WS-TOTAL-ED " - PAGAMENTO EM " WS-DATA-PAGAMENTO.
004560     DISPLAY "APROVAR E GERAR A REMESSA? (S/N)".
004570     ACCEPT WS-RESPOSTA.
004580     IF NOT WS-RESPOSTA-SIM
004590         DISPLAY "PROG158: PROPOSTA NAO APROVADA - NADA PAGO"
004600         GO TO 3000-APROVAR-EXIT
004610     END-IF.

004620     OPEN INPUT OPERATOR-FILE.
004630     IF NOT FS-OPERADOR-OK
004640         DISPLAY "PROG158: ERRO AO ABRIR OPERATOR-FILE "
004650             FS-OPERADOR
004660         GO TO 3000-APROVAR-EXIT
004670     END-IF.

004680     DISPLAY "PAGAMENTO - INFORME O CODIGO DO OPERADOR "
004690             "SUPERVISOR".
004700     ACCEPT WS-CODIGO-APROV.

004710     MOVE WS-CODIGO-APROV TO OP-CODIGO-OPERADOR.
004720     READ OPERATOR-FILE
004730         INVALID KEY
004740             DISPLAY "PROG158: OPERADOR NAO ENCONTRADO"
004750         NOT INVALID KEY
004760             IF OP-NIVEL-SUPERVISOR
004770                 MOVE "Y" TO WS-APROVADO-SW
004780             ELSE
004790                 DISPLAY "PROG158: OPERADOR SEM NIVEL DE "
004800                     "APROVACAO"
004810             END-IF
004820     END-READ.

004830     CLOSE OPERATOR-FILE.
004840 3000-APROVAR-EXIT.
004850     EXIT.

004860*----------------------------------------------------------------
004870* 4000-VERIFICAR-TRANSMISSAO - A PAYMENT DATE ALREADY MARKED
004880*                               TRANSMITTED IS NOT REGENERATED
004890*----------------------------------------------------------------
004900 4000-VERIFICAR-TRANSMISSAO.
004910     MOVE "V" TO WS-XM-FUNCAO.
004920     MOVE "REMFORN " TO WS-XM-ARQUIVO.
004930     MOVE WS-PERIODO-REMESSA TO WS-XM-PERIODO.
004940     CALL "PROG143" USING WS-XM-FUNCAO WS-XM-ARQUIVO
004950         WS-XM-PERIODO WS-XM-QTD WS-XM-VALOR WS-XM-STATUS.
004960     IF WS-XM-BLOQUEADO
004970         DISPLAY "PROG158: REMESSA DE " WS-DATA-PAGAMENTO
004980             " JA MARCADA TRANSMITIDA - REGERACAO RECUSADA "
004990             "(LIBERE PELO PROG144)"
005000         MOVE "N" TO WS-APROVADO-SW
005010         MOVE 8 TO RETURN-CODE
005020     END-IF.
005030 4000-VERIFICAR-TRANSMISSAO-EXIT.
005040     EXIT.

005050*----------------------------------------------------------------
005060* 5000-GERAR-REMESSA - ONE DETAIL PER APPROVED ITEM, SETTLED AND
005070*                       POSTED AS IT IS WRITTEN
005080*----------------------------------------------------------------
005090 5000-GERAR-REMESSA.
005100     IF NOT WS-APROVADO
005110         GO TO 5000-GERAR-REMESSA-EXIT
005120     END-IF.

005130     OPEN OUTPUT REMITTANCE-FILE.
005140     IF NOT FS-REMFORN-OK
005150         DISPLAY "PROG158: ERRO AO ABRIR REMITTANCE-FILE "
005160             FS-REMFORN
005170         MOVE 8 TO RETURN-CODE
005180         GO TO 5000-GERAR-REMESSA-EXIT
005190     END-IF.

005200     OPEN EXTEND GL-INTERFACE.
005210     IF NOT FS-GLFILE-OK
005220         OPEN OUTPUT GL-INTERFACE
005230     END-IF.
005240     IF FS-GLFILE-OK
005250         SET WS-GL-ABERTO TO TRUE
005260     ELSE
005270         DISPLAY "PROG158: ERRO AO ABRIR GL-INTERFACE "
005280             FS-GLFILE " - PAGAMENTOS SEM CONTABILIZACAO"
005290         MOVE 8 TO RETURN-CODE
005300     END-IF.

005310     MOVE WS-DATA-ATUAL TO WS-CB-DATA.
005320     MOVE WS-HORA-ATUAL TO WS-CB-HORA.
005330     MOVE WS-CABECALHO-REMESSA TO REMESSA-REGISTRO.
005340     WRITE REMESSA-REGISTRO.

005350     PERFORM 5100-PAGAR-TITULO THRU 5100-PAGAR-TITULO-EXIT
005360         VARYING WS-INDICE FROM 1 BY 1
005370         UNTIL WS-INDICE > WS-QTD-SELECIONADOS.

005380     MOVE WS-QTD-PAGOS TO WS-TR-QTD-REGISTROS.
005390     MOVE WS-TOTAL-REMESSA TO WS-TR-VALOR-TOTAL.
005400     MOVE WS-TRAILER-REMESSA TO REMESSA-REGISTRO.
005410     WRITE REMESSA-REGISTRO.
005420     CLOSE REMITTANCE-FILE.
005430     IF WS-GL-ABERTO
005440         CLOSE GL-INTERFACE
005450     END-IF.

005460     MOVE "G" TO WS-XM-FUNCAO.
005470     MOVE "REMFORN " TO WS-XM-ARQUIVO.
005480     MOVE WS-PERIODO-REMESSA TO WS-XM-PERIODO.
005490     MOVE WS-QTD-PAGOS TO WS-XM-QTD.
005500     MOVE WS-TOTAL-REMESSA TO WS-XM-VALOR.
005510     CALL "PROG143" USING WS-XM-FUNCAO WS-XM-ARQUIVO
005520         WS-XM-PERIODO WS-XM-QTD WS-XM-VALOR WS-XM-STATUS.
005530 5000-GERAR-REMESSA-EXIT.
005540     EXIT.

005550*----------------------------------------------------------------
005560* 5100-PAGAR-TITULO - THE ITEM IS RE-READ: ANYTHING SETTLED OR
005570*                      HELD SINCE THE PROPOSAL IS LEFT ALONE
005580*----------------------------------------------------------------
005590 5100-PAGAR-TITULO.
005600     MOVE WS-PROP-TITULO(WS-INDICE) TO AP-NUMERO.
005610     READ PAYABLE-FILE
005620         INVALID KEY
005630             ADD 1 TO WS-QTD-ALTERADOS
005640             GO TO 5100-PAGAR-TITULO-EXIT
005650     END-READ.
005660     IF NOT AP-ABERTO OR AP-BLOQUEADO OR AP-SALDO = ZERO
005670         ADD 1 TO WS-QTD-ALTERADOS
005680         DISPLAY "PROG158: TITULO " AP-NUMERO " ALTERADO APOS "
005690             "A PROPOSTA - NAO PAGO"
005700         GO TO 5100-PAGAR-TITULO-EXIT
005710     END-IF.
005720     MOVE AP-FORNECEDOR TO SU-CODIGO.
005730     READ SUPPLIER-FILE
005740         INVALID KEY
005750             ADD 1 TO WS-QTD-ALTERADOS
005760             GO TO 5100-PAGAR-TITULO-EXIT
005770     END-READ.

005780     MOVE SU-BANCO            TO WS-DR-BANCO.
005790     MOVE SU-AGENCIA          TO WS-DR-AGENCIA.
005800     MOVE SU-CONTA            TO WS-DR-CONTA.
005810     MOVE SU-DIGITO           TO WS-DR-DIGITO.
005820     MOVE SU-CODIGO           TO WS-DR-FORNECEDOR.
005830     MOVE AP-SALDO            TO WS-DR-VALOR.
005840     MOVE WS-DATA-PAGAMENTO   TO WS-DR-DATA-PAGAMENTO.
005850     MOVE AP-NUMERO           TO WS-DR-TITULO.
005860     MOVE AP-DOCUMENTO        TO WS-DR-DOCUMENTO.
005870     MOVE SU-PIX              TO WS-DR-PIX.
005880     MOVE WS-DETALHE-REMESSA TO REMESSA-REGISTRO.
005890     WRITE REMESSA-REGISTRO.
005900     ADD 1 TO WS-QTD-PAGOS.
005910     ADD AP-SALDO TO WS-TOTAL-REMESSA.

005920     IF WS-GL-ABERTO
005930         PERFORM 5200-LANCAR-PAGAMENTO
005940             THRU 5200-LANCAR-PAGAMENTO-EXIT
005950     END-IF.

005960     MOVE ZERO TO AP-SALDO.
005970     SET AP-LIQUIDADO TO TRUE.
005980     REWRITE PAGAR-REC.
005990     IF NOT FS-APFILE-OK
006000         DISPLAY "PROG158: ERRO AO BAIXAR TITULO " AP-NUMERO
006010             " - " FS-APFILE
006020         MOVE 8 TO RETURN-CODE
006030     END-IF.
006040 5100-PAGAR-TITULO-EXIT.
006050     EXIT.

006060*----------------------------------------------------------------
006070* 5200-LANCAR-PAGAMENTO - DEBIT THE SUPPLIER LIABILITY, CREDIT
006080*                          THE BANK; BOTH SIDES RESOLVE BEFORE
006090*                          EITHER IS WRITTEN
006100*----------------------------------------------------------------
006110 5200-LANCAR-PAGAMENTO.
006120     MOVE AP-CENTRO-CUSTO TO WS-MAPA-DEPARTAMENTO.
006130     MOVE "FORNECEDORES" TO WS-MAPA-EVENTO.
006140     CALL "PROG138" USING WS-MAPA-EVENTO WS-MAPA-DEPARTAMENTO
006150         WS-MAPA-DEBITO WS-MAPA-CREDITO WS-MAPA-CENTRO
006160         WS-MAPA-STATUS.
006170     IF WS-SEM-MAPA
006180         ADD 1 TO WS-QTD-SEM-MAPA
006190         DISPLAY "PROG158: EVENTO " WS-MAPA-EVENTO " SEM "
006200             "MAPEAMENTO DE CONTA - PAR NAO LANCADO"
006210         GO TO 5200-LANCAR-PAGAMENTO-EXIT
006220     END-IF.
006230* THE LIABILITY SITS ON THE CREDIT SIDE OF ITS MAPPING; PAYING
006240* IT OFF DEBITS THAT SAME ACCOUNT
006250     IF WS-MAPEADO
006260         MOVE WS-MAPA-CREDITO TO WS-CONTA-DEBITO-RES
006270     ELSE
006280         MOVE "FORNECEDORES" TO WS-CONTA-DEBITO-RES
006290     END-IF.
006300     IF WS-MAPEADO AND WS-MAPA-CENTRO NOT = SPACES
006310         MOVE WS-MAPA-CENTRO TO WS-CENTRO-DEBITO-RES
006320     ELSE
006330         MOVE AP-CENTRO-CUSTO TO WS-CENTRO-DEBITO-RES
006340     END-IF.

006350     MOVE "BANCO-PAGTO " TO WS-MAPA-EVENTO.
006360     CALL "PROG138" USING WS-MAPA-EVENTO WS-MAPA-DEPARTAMENTO
006370         WS-MAPA-DEBITO WS-MAPA-CREDITO WS-MAPA-CENTRO
006380         WS-MAPA-STATUS.
006390     IF WS-SEM-MAPA
006400         ADD 1 TO WS-QTD-SEM-MAPA
006410         DISPLAY "PROG158: EVENTO " WS-MAPA-EVENTO " SEM "
006420             "MAPEAMENTO DE CONTA - PAR NAO LANCADO"
006430         GO TO 5200-LANCAR-PAGAMENTO-EXIT
006440     END-IF.
006450     IF WS-MAPEADO
006460         MOVE WS-MAPA-CREDITO TO WS-CONTA-CREDITO-RES
006470     ELSE
006480         MOVE "BANCO-PAGTO " TO WS-CONTA-CREDITO-RES
006490     END-IF.

006500     MOVE WS-CONTA-DEBITO-RES TO GL-CONTA.
006510     MOVE WS-CENTRO-DEBITO-RES TO GL-CENTRO-CUSTO.
006520     SET GL-DEBITO TO TRUE.
006530     MOVE AP-SALDO TO GL-VALOR.
006531     MOVE SPACES TO GL-EMPRESA.
006540     MOVE "PROG158 " TO GL-PROGRAMA.
006550     MOVE WS-DATA-PAGAMENTO(1:6) TO GL-PERIODO.
006560     MOVE WS-DATA-PAGAMENTO TO GL-DATA.
006570     WRITE GL-INTERFACE-REC.

006580     MOVE WS-CONTA-CREDITO-RES TO GL-CONTA.
006590     MOVE AP-CENTRO-CUSTO TO GL-CENTRO-CUSTO.
006600     SET GL-CREDITO TO TRUE.
006610     WRITE GL-INTERFACE-REC.
006620 5200-LANCAR-PAGAMENTO-EXIT.
006630     EXIT.

006640*----------------------------------------------------------------
006650* 8000-FINALIZAR
006660*----------------------------------------------------------------
006670 8000-FINALIZAR.
006680     CLOSE PAYABLE-FILE SUPPLIER-FILE.

006690     IF WS-APROVADO
006700         MOVE WS-TOTAL-REMESSA TO WS-TOTAL-ED
006710         DISPLAY "PROG158: TITULOS PAGOS ......... : "
006720             WS-QTD-PAGOS
006730         DISPLAY "PROG158: VALOR DA REMESSA ...... : "
006740             WS-TOTAL-ED
006750         DISPLAY "PROG158: ALTERADOS APOS PROPOSTA : "
006760             WS-QTD-ALTERADOS
006770     END-IF.
006780     IF WS-QTD-SEM-MAPA > ZERO
006790         DISPLAY "PROG158: LANCAMENTOS SEM MAPEAMENTO DE "
006800             "CONTA: " WS-QTD-SEM-MAPA
006810             " - CORRIJA O GLMAP (PROG137)"
006820         MOVE 8 TO RETURN-CODE
006830     END-IF.

006840     MOVE SPACES TO WS-DESCRICAO-AUD.
006850     IF WS-APROVADO
006860         STRING "PAGOU " WS-QTD-PAGOS " TITULO(S) A "
006870             "FORNECEDORES - REMESSA " WS-DATA-PAGAMENTO
006880             " APROV " WS-CODIGO-APROV
006890             DELIMITED BY SIZE INTO WS-DESCRICAO-AUD
006900     ELSE
006910         STRING "PROPOSTA DE PAGAMENTO ATE " WS-DATA-LIMITE
006920             " NAO APROVADA"
006930             DELIMITED BY SIZE INTO WS-DESCRICAO-AUD
006940     END-IF.
006950     CALL "PROG22" USING "PROG158 " WS-DESCRICAO-AUD.
006960 8000-FINALIZAR-EXIT.
006970     EXIT.

006980 9999-EXIT.
006990     STOP RUN.
