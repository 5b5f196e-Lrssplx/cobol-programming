001000******************************************************************
001010* PROGRAM-ID: PROG171
001020* AUTHOR:      R. ALMEIDA - APPLICATIONS
001030* INSTALLATION: FATURAMENTO
001040* DATE-WRITTEN: 2026-09-21
001050* DATE-COMPILED:
001060* PURPOSE:     SALES TARGETS. OPERATION 1 MAINTAINS THE MONTHLY
001070*              TARGET OF A SALESPERSON (SD-VENDEDOR), OVERALL OR
001080*              FOR ONE PRODUCT LINE (PD-LINHA), ON METAFILE.
001090*              OPERATION 2 MAINTAINS THE ACCELERATOR TIERS
001100*              (ACELFILE) PROG136 APPLIES TO THE COMMISSION
001110*              PERCENTAGE BY TARGET ATTAINMENT. BOTH ONLY WRITE
001120*              UNDER A SUPERVISOR SIGN-OFF. OPERATION 3 PRINTS
001130*              THROUGH PROG68 THE ATTAINMENT REPORT BUILT FROM
001140*              SALESDET: TARGET, ACTUAL AND PERCENTAGE ATTAINED
001150*              FOR THE MONTH TO DATE AND THE YEAR TO DATE, PER
001160*              SALESPERSON AND PRODUCT LINE, WITH TEAM TOTALS.
001170*              EVERY OPERATION IS LOGGED THROUGH PROG22.
001180* ----------------------------------------------------------------
001190* MODIFICATION HISTORY
001200* DATE       INIT DESCRIPTION
001210* 2026-09-21 RA   INITIAL VERSION
001220******************************************************************
001230 IDENTIFICATION DIVISION.
001240 PROGRAM-ID. PROG171.

001250 ENVIRONMENT DIVISION.
001260 INPUT-OUTPUT SECTION.
001270 FILE-CONTROL.
001280     SELECT TARGET-FILE ASSIGN TO "METAFILE"
001290         ORGANIZATION IS INDEXED
001300         ACCESS MODE IS DYNAMIC
001310         RECORD KEY IS MT-CHAVE
001320         FILE STATUS IS FS-METAFILE.

001330     SELECT ACCELERATOR-FILE ASSIGN TO "ACELFILE"
001340         ORGANIZATION IS INDEXED
001350         ACCESS MODE IS DYNAMIC
001360         RECORD KEY IS AC-FAIXA
001370         FILE STATUS IS FS-ACELFILE.

001380     SELECT SALES-DETAIL ASSIGN TO "SALESDET"
001390         ORGANIZATION IS LINE SEQUENTIAL
001400         FILE STATUS IS FS-SALESDET.

001410     SELECT PRODUCT-MASTER ASSIGN TO "PRODFILE"
001420         ORGANIZATION IS INDEXED
001430         ACCESS MODE IS DYNAMIC
001440         RECORD KEY IS PD-PRODUTO
001450         FILE STATUS IS FS-PRODFILE.

001460     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
001470         ORGANIZATION IS INDEXED
001480         ACCESS MODE IS DYNAMIC
001490         RECORD KEY IS CODIGO
001500         ALTERNATE RECORD KEY IS NOME
001510             WITH DUPLICATES
001520         ALTERNATE RECORD KEY IS DEPARTAMENTO
001530             WITH DUPLICATES
001540         FILE STATUS IS FS-EMPMAST.

001550     SELECT OPERATOR-FILE ASSIGN TO "OPERADOR"
001560         ORGANIZATION IS INDEXED
001570         ACCESS MODE IS DYNAMIC
001580         RECORD KEY IS OP-CODIGO-OPERADOR
001590         FILE STATUS IS FS-OPERADOR.

001600 DATA DIVISION.
001610 FILE SECTION.
001620 FD  TARGET-FILE.
001630 COPY METAREC.

001640 FD  ACCELERATOR-FILE.
001650 COPY ACELREC.

001660 FD  SALES-DETAIL.
001670 COPY SALESREC.

001680 FD  PRODUCT-MASTER.
001690 COPY PRODREC.

001700 FD  EMPLOYEE-MASTER.
001710 COPY EMPREC.

001720 FD  OPERATOR-FILE.
001730 COPY OPERREC.

001740 WORKING-STORAGE SECTION.
001750 01  FS-METAFILE                 PIC X(02).
001760     88  FS-METAFILE-OK          VALUE "00".
001770     88  FS-METAFILE-EOF         VALUE "10".

001780 01  FS-ACELFILE                 PIC X(02).
001790     88  FS-ACELFILE-OK          VALUE "00".

001800 01  FS-SALESDET                 PIC X(02).
001810     88  FS-SALESDET-OK          VALUE "00".
001820     88  FS-SALESDET-EOF         VALUE "10".

001830 01  FS-PRODFILE                 PIC X(02).
001840     88  FS-PRODFILE-OK          VALUE "00".

001850 01  FS-EMPMAST                  PIC X(02).
001860     88  FS-EMPMAST-OK           VALUE "00".
001870     88  FS-EMPMAST-EOF          VALUE "10".

001880 01  FS-OPERADOR                 PIC X(02).
001890     88  FS-OPERADOR-OK          VALUE "00".

001900 01  WS-OPCAO-SW                 PIC X(01).
001910     88  WS-OPCAO-METAS          VALUE "1".
001920     88  WS-OPCAO-ACELERADORES   VALUE "2".
001930     88  WS-OPCAO-RELATORIO      VALUE "3".

001940 01  WS-PRODFILE-SW              PIC X(01) VALUE "N".
001950     88  WS-PRODFILE-ABERTO      VALUE "Y".
001960 01  WS-METAFILE-SW              PIC X(01) VALUE "N".
001970     88  WS-METAFILE-ABERTO      VALUE "Y".

001980 01  WS-JA-EXISTE-SW             PIC X(01) VALUE "N".
001990     88  WS-JA-EXISTE            VALUE "Y".

002000 01  WS-RESPOSTA                 PIC X(01).
002010     88  WS-RESPOSTA-SIM         VALUE "S" "s".
002020 01  WS-APROVADO-SW              PIC X(01) VALUE "N".
002030     88  WS-APROVADO             VALUE "Y".
002040 01  WS-CODIGO-APROV             PIC X(06).

002050 01  WS-MENSAGEM                 PIC X(40).
002060 01  WS-VALOR-ENT                PIC 9(09).
002070 01  WS-LIMITE-MIN               PIC 9(09).
002080 01  WS-LIMITE-MAX               PIC 9(09).

002090 01  WS-DATA-ATUAL               PIC 9(08).
002100 01  WS-DATA-ATUAL-R REDEFINES WS-DATA-ATUAL.
002110     05  WS-PERIODO-ATUAL        PIC 9(06).
002120     05  WS-DIA-ATUAL            PIC 9(02).

002130 01  WS-LINHA-ENT                PIC X(04).
002140 01  WS-META-ANTERIOR            PIC 9(11)V9(02).
002150 01  WS-META-NOVA                PIC 9(11)V9(02).
002160 01  WS-PCT-NOVO                 PIC 9(03)V9(02).
002170 01  WS-FATOR-NOVO               PIC 9(01)V9(02).

002180 01  WS-PERIODO-REL              PIC 9(06).
002190 01  WS-PERIODO-INICIO           PIC 9(06).
002200 01  WS-ANO-REL                  PIC 9(04).

002210 01  WS-QTDE-VENDEDORES          PIC 9(03) COMP VALUE ZERO.
002220 01  WS-INDICE                   PIC 9(03) COMP.
002230 01  WS-ACHOU-SW                 PIC X(01).
002240     88  WS-ACHOU                VALUE "Y".
002250 01  WS-VENDEDOR-BUSCA           PIC 9(06).

002260 01  WS-TABELA-VENDEDORES.
002270     05  WS-VD-ENTRADA OCCURS 200 TIMES.
002280         10  WS-VD-CODIGO        PIC 9(06).
002290         10  WS-VD-META-MES      PIC 9(11)V9(02).
002300         10  WS-VD-REAL-MES      PIC 9(11)V9(02).
002310         10  WS-VD-META-ANO      PIC 9(11)V9(02).
002320         10  WS-VD-REAL-ANO      PIC 9(11)V9(02).
002330         10  WS-VD-IMPRESSO-SW   PIC X(01).
002340             88  WS-VD-IMPRESSO  VALUE "Y".

002350 01  WS-QTDE-LINHAS              PIC 9(03) COMP VALUE ZERO.
002360 01  WS-IND-LINHA                PIC 9(03) COMP.
002370 01  WS-ACHOU-LINHA-SW           PIC X(01).
002380     88  WS-ACHOU-LINHA          VALUE "Y".
002390 01  WS-LINHA-BUSCA              PIC X(04).

002400 01  WS-TABELA-LINHAS.
002410     05  WS-LN-ENTRADA OCCURS 500 TIMES.
002420         10  WS-LN-VENDEDOR      PIC 9(06).
002430         10  WS-LN-LINHA         PIC X(04).
002440         10  WS-LN-META-MES      PIC 9(11)V9(02).
002450         10  WS-LN-REAL-MES      PIC 9(11)V9(02).
002460         10  WS-LN-META-ANO      PIC 9(11)V9(02).
002470         10  WS-LN-REAL-ANO      PIC 9(11)V9(02).

002480 01  WS-TOTAIS-EQUIPE.
002490     05  WS-EQ-META-MES          PIC 9(11)V9(02).
002500     05  WS-EQ-REAL-MES          PIC 9(11)V9(02).
002510     05  WS-EQ-META-ANO          PIC 9(11)V9(02).
002520     05  WS-EQ-REAL-ANO          PIC 9(11)V9(02).

002530 01  WS-IMPRESSAO.
002540     05  WS-IMP-ROTULO           PIC X(06).
002550     05  WS-IMP-META-MES         PIC 9(11)V9(02).
002560     05  WS-IMP-REAL-MES         PIC 9(11)V9(02).
002570     05  WS-IMP-META-ANO         PIC 9(11)V9(02).
002580     05  WS-IMP-REAL-ANO         PIC 9(11)V9(02).

002590 01  WS-PCT-CALC                 PIC 9(05)V9(01).
002600 01  WS-PCT-ED                   PIC ZZZ9.9.
002610 01  WS-PCT-MES-TXT              PIC X(06).
002620 01  WS-PCT-ANO-TXT              PIC X(06).
002630 01  WS-META-MES-ED              PIC ZZZZZZZZ9.99.
002640 01  WS-REAL-MES-ED              PIC ZZZZZZZZ9.99.
002650 01  WS-META-ANO-ED              PIC ZZZZZZZZ9.99.
002660 01  WS-REAL-ANO-ED              PIC ZZZZZZZZ9.99.
002670 01  WS-VALOR-ED                 PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
002680 01  WS-VALOR-ANT-ED             PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
002690 01  WS-PCT-MIN-ED               PIC ZZ9.99.
002700 01  WS-FATOR-ED                 PIC 9.99.
002710 01  WS-DIA-ED                   PIC Z9.

002720 01  WS-LINHA-REL                PIC X(80).
002730 01  WS-FUNCAO-REL               PIC X(01).
002740 01  WS-TITULO-REL               PIC X(60).
002750 01  WS-COLUNAS-REL              PIC X(80).

002760 01  WS-DESCRICAO-AUD            PIC X(60).

002770 PROCEDURE DIVISION.

002780*----------------------------------------------------------------
002790* 0000-MAINLINE
002800*----------------------------------------------------------------
002810 0000-MAINLINE.
002820     ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
002830     DISPLAY "OPERACAO (1 = METAS / 2 = ACELERADORES / "
002840             "3 = RELATORIO DE ATINGIMENTO)".
002850     ACCEPT WS-OPCAO-SW.

002860     EVALUATE TRUE
002870         WHEN WS-OPCAO-METAS
002880             PERFORM 2000-MANTER-META THRU 2000-MANTER-META-EXIT
002890         WHEN WS-OPCAO-ACELERADORES
002900             PERFORM 3000-MANTER-ACELERADOR
002910                 THRU 3000-MANTER-ACELERADOR-EXIT
002920         WHEN WS-OPCAO-RELATORIO
002930             PERFORM 5000-RELATORIO THRU 5000-RELATORIO-EXIT
002940         WHEN OTHER
002950             DISPLAY "PROG171: OPERACAO INVALIDA"
002960             MOVE 8 TO RETURN-CODE
002970     END-EVALUATE.
002980     GO TO 9999-EXIT.

002990*----------------------------------------------------------------
003000* 2000-MANTER-META - ONE TARGET PER VENDEDOR, MONTH AND LINE
003010*                    (SPACES = THE OVERALL TARGET); ZERO REMOVES
003020*                    IT. NOTHING IS WRITTEN WITHOUT A SUPERVISOR
003030*----------------------------------------------------------------
003040 2000-MANTER-META.
003050     MOVE "CODIGO DO VENDEDOR" TO WS-MENSAGEM.
003060     MOVE 1 TO WS-LIMITE-MIN.
003070     MOVE 999999 TO WS-LIMITE-MAX.
003080     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
003090         WS-LIMITE-MIN WS-LIMITE-MAX.
003100     MOVE WS-VALOR-ENT TO CODIGO.

003110     OPEN INPUT EMPLOYEE-MASTER.
003120     READ EMPLOYEE-MASTER
003130         INVALID KEY
003140             DISPLAY "PROG171: VENDEDOR " CODIGO " NAO CONSTA NO "
003150                 "EMPLOYEE-MASTER - OPERACAO REJEITADA"
003160             CLOSE EMPLOYEE-MASTER
003170             MOVE 8 TO RETURN-CODE
003180             GO TO 2000-MANTER-META-EXIT
003190     END-READ.
003200     CLOSE EMPLOYEE-MASTER.
003210     DISPLAY "VENDEDOR " CODIGO " - " NOME.

003220     MOVE "PERIODO DA META (AAAAMM)" TO WS-MENSAGEM.
003230     MOVE 190001 TO WS-LIMITE-MIN.
003240     MOVE 999912 TO WS-LIMITE-MAX.
003250     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
003260         WS-LIMITE-MIN WS-LIMITE-MAX.
003270     MOVE WS-VALOR-ENT TO WS-PERIODO-REL.

003280     DISPLAY "LINHA DE PRODUTO (BRANCO = META GERAL)".
003290     ACCEPT WS-LINHA-ENT.

003300     OPEN I-O TARGET-FILE.
003310     IF NOT FS-METAFILE-OK
003320         OPEN OUTPUT TARGET-FILE
003330         CLOSE TARGET-FILE
003340         OPEN I-O TARGET-FILE
003350     END-IF.
003360     IF NOT FS-METAFILE-OK
003370         DISPLAY "PROG171: ERRO AO ABRIR TARGET-FILE " FS-METAFILE
003380         MOVE 8 TO RETURN-CODE
003390         GO TO 2000-MANTER-META-EXIT
003400     END-IF.

003410     MOVE CODIGO TO MT-VENDEDOR.
003420     MOVE WS-PERIODO-REL TO MT-PERIODO.
003430     MOVE WS-LINHA-ENT TO MT-LINHA.
003440     READ TARGET-FILE
003450         INVALID KEY
003460             MOVE "N" TO WS-JA-EXISTE-SW
003470             MOVE ZERO TO WS-META-ANTERIOR
003480         NOT INVALID KEY
003490             MOVE "Y" TO WS-JA-EXISTE-SW
003500             MOVE MT-VALOR-META TO WS-META-ANTERIOR
003510     END-READ.
003520     MOVE WS-META-ANTERIOR TO WS-VALOR-ANT-ED.
003530     DISPLAY "META ATUAL ...... : " WS-VALOR-ANT-ED.

003540     MOVE "VALOR DA META EM REAIS (0 = EXCLUIR)" TO WS-MENSAGEM.
003550     MOVE ZERO TO WS-LIMITE-MIN.
003560     MOVE 999999999 TO WS-LIMITE-MAX.
003570     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
003580         WS-LIMITE-MIN WS-LIMITE-MAX.
003590     MOVE WS-VALOR-ENT TO WS-META-NOVA.

003600     IF WS-META-NOVA = ZERO AND NOT WS-JA-EXISTE
003610         DISPLAY "PROG171: META NAO CADASTRADA - NADA A EXCLUIR"
003620         GO TO 2000-MANTER-META-FECHAR
003630     END-IF.

003640     PERFORM 4100-AUTORIZAR THRU 4100-AUTORIZAR-EXIT.
003650     IF NOT WS-APROVADO
003660         DISPLAY "PROG171: META NAO AUTORIZADA"
003670         GO TO 2000-MANTER-META-FECHAR
003680     END-IF.

003690     MOVE CODIGO TO MT-VENDEDOR.
003700     MOVE WS-PERIODO-REL TO MT-PERIODO.
003710     MOVE WS-LINHA-ENT TO MT-LINHA.
003720     MOVE WS-META-NOVA TO MT-VALOR-META.
003730     MOVE WS-CODIGO-APROV TO MT-SUPERVISOR.
003740     MOVE WS-DATA-ATUAL TO MT-DATA-ALTERACAO.
003750     EVALUATE TRUE
003760         WHEN WS-META-NOVA = ZERO
003770             DELETE TARGET-FILE
003780         WHEN WS-JA-EXISTE
003790             REWRITE META-VENDA-REC
003800         WHEN OTHER
003810             WRITE META-VENDA-REC
003820     END-EVALUATE.
003830     IF NOT FS-METAFILE-OK
003840         DISPLAY "PROG171: ERRO AO GRAVAR META - " FS-METAFILE
003850         MOVE 8 TO RETURN-CODE
003860         GO TO 2000-MANTER-META-FECHAR
003870     END-IF.

003880     MOVE WS-META-NOVA TO WS-VALOR-ED.
003890     DISPLAY "PROG171: META GRAVADA - " WS-VALOR-ED.
003900     MOVE SPACES TO WS-DESCRICAO-AUD.
003910     STRING "META VEND " MT-VENDEDOR " " MT-PERIODO " LN "
003920         MT-LINHA " DE " WS-META-ANTERIOR " P/ " WS-META-NOVA
003930         " SUP " WS-CODIGO-APROV
003940         DELIMITED BY SIZE INTO WS-DESCRICAO-AUD.
003950     CALL "PROG22" USING "PROG171 " WS-DESCRICAO-AUD.

003960 2000-MANTER-META-FECHAR.
003970     CLOSE TARGET-FILE.
003980 2000-MANTER-META-EXIT.
003990     EXIT.

004000*----------------------------------------------------------------
004010* 3000-MANTER-ACELERADOR - MINIMUM ATTAINMENT AND FACTOR OF ONE
004020*                          TIER; A ZERO FACTOR REMOVES THE TIER.
004030*                          NOTHING IS WRITTEN WITHOUT A SUPERVISOR
004040*----------------------------------------------------------------
004050 3000-MANTER-ACELERADOR.
004060     OPEN I-O ACCELERATOR-FILE.
004070     IF NOT FS-ACELFILE-OK
004080         OPEN OUTPUT ACCELERATOR-FILE
004090         CLOSE ACCELERATOR-FILE
004100         OPEN I-O ACCELERATOR-FILE
004110     END-IF.
004120     IF NOT FS-ACELFILE-OK
004130         DISPLAY "PROG171: ERRO AO ABRIR ACCELERATOR-FILE "
004140             FS-ACELFILE
004150         MOVE 8 TO RETURN-CODE
004160         GO TO 3000-MANTER-ACELERADOR-EXIT
004170     END-IF.

004180     MOVE "NUMERO DA FAIXA (1 A 99)" TO WS-MENSAGEM.
004190     MOVE 1 TO WS-LIMITE-MIN.
004200     MOVE 99 TO WS-LIMITE-MAX.
004210     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
004220         WS-LIMITE-MIN WS-LIMITE-MAX.
004230     MOVE WS-VALOR-ENT TO AC-FAIXA.

004240     READ ACCELERATOR-FILE
004250         INVALID KEY
004260             MOVE "N" TO WS-JA-EXISTE-SW
004270         NOT INVALID KEY
004280             MOVE "Y" TO WS-JA-EXISTE-SW
004290             MOVE AC-PCT-MINIMO TO WS-PCT-MIN-ED
004300             MOVE AC-FATOR TO WS-FATOR-ED
004310             DISPLAY "FAIXA ATUAL: A PARTIR DE " WS-PCT-MIN-ED
004320                 "% DA META, FATOR " WS-FATOR-ED
004330     END-READ.

004340     MOVE "ATINGIMENTO MINIMO (10000 = 100,00%)" TO WS-MENSAGEM.
004350     MOVE ZERO TO WS-LIMITE-MIN.
004360     MOVE 99999 TO WS-LIMITE-MAX.
004370     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
004380         WS-LIMITE-MIN WS-LIMITE-MAX.
004390     COMPUTE WS-PCT-NOVO = WS-VALOR-ENT / 100.

004400     MOVE "FATOR EM CENTESIMOS (120=1,20 0=EXCLUIR)"
004410         TO WS-MENSAGEM.
004420     MOVE ZERO TO WS-LIMITE-MIN.
004430     MOVE 999 TO WS-LIMITE-MAX.
004440     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
004450         WS-LIMITE-MIN WS-LIMITE-MAX.
004460     COMPUTE WS-FATOR-NOVO = WS-VALOR-ENT / 100.

004470     IF WS-FATOR-NOVO = ZERO AND NOT WS-JA-EXISTE
004480         DISPLAY "PROG171: FAIXA NAO CADASTRADA - NADA A EXCLUIR"
004490         GO TO 3000-MANTER-ACELERADOR-FECHAR
004500     END-IF.

004510     PERFORM 4100-AUTORIZAR THRU 4100-AUTORIZAR-EXIT.
004520     IF NOT WS-APROVADO
004530         DISPLAY "PROG171: FAIXA NAO AUTORIZADA"
004540         GO TO 3000-MANTER-ACELERADOR-FECHAR
004550     END-IF.

004560     MOVE WS-PCT-NOVO TO AC-PCT-MINIMO.
004570     MOVE WS-FATOR-NOVO TO AC-FATOR.
004580     MOVE WS-CODIGO-APROV TO AC-SUPERVISOR.
004590     MOVE WS-DATA-ATUAL TO AC-DATA-ALTERACAO.
004600     EVALUATE TRUE
004610         WHEN WS-FATOR-NOVO = ZERO
004620             DELETE ACCELERATOR-FILE
004630         WHEN WS-JA-EXISTE
004640             REWRITE ACELERADOR-REC
004650         WHEN OTHER
004660             WRITE ACELERADOR-REC
004670     END-EVALUATE.
004680     IF NOT FS-ACELFILE-OK
004690         DISPLAY "PROG171: ERRO AO GRAVAR FAIXA - " FS-ACELFILE
004700         MOVE 8 TO RETURN-CODE
004710         GO TO 3000-MANTER-ACELERADOR-FECHAR
004720     END-IF.

004730     DISPLAY "PROG171: FAIXA " AC-FAIXA " GRAVADA".
004740     MOVE AC-PCT-MINIMO TO WS-PCT-MIN-ED.
004750     MOVE AC-FATOR TO WS-FATOR-ED.
004760     MOVE SPACES TO WS-DESCRICAO-AUD.
004770     STRING "ACELERADOR FAIXA " AC-FAIXA " MIN " WS-PCT-MIN-ED
004780         " FATOR " WS-FATOR-ED " SUP " WS-CODIGO-APROV
004790         DELIMITED BY SIZE INTO WS-DESCRICAO-AUD.
004800     CALL "PROG22" USING "PROG171 " WS-DESCRICAO-AUD.

004810 3000-MANTER-ACELERADOR-FECHAR.
004820     CLOSE ACCELERATOR-FILE.
004830 3000-MANTER-ACELERADOR-EXIT.
004840     EXIT.

004850*----------------------------------------------------------------
004860* 4100-AUTORIZAR - SUPERVISOR-LEVEL SIGN-OFF, THE SAME CHECK
004870*                   PROG167 RUNS
004880*----------------------------------------------------------------
004890 4100-AUTORIZAR.
004900     MOVE "N" TO WS-APROVADO-SW.
004910     DISPLAY "CONFIRMA A GRAVACAO? (S/N)".
004920     ACCEPT WS-RESPOSTA.
004930     IF NOT WS-RESPOSTA-SIM
004940         GO TO 4100-AUTORIZAR-EXIT
004950     END-IF.

004960     OPEN INPUT OPERATOR-FILE.
004970     IF NOT FS-OPERADOR-OK
004980         DISPLAY "PROG171: ERRO AO ABRIR OPERATOR-FILE "
004990             FS-OPERADOR
005000         GO TO 4100-AUTORIZAR-EXIT
005010     END-IF.

005020     DISPLAY "METAS - INFORME O CODIGO DO OPERADOR SUPERVISOR".
005030     ACCEPT WS-CODIGO-APROV.
005040     MOVE WS-CODIGO-APROV TO OP-CODIGO-OPERADOR.
005050     READ OPERATOR-FILE
005060         INVALID KEY
005070             DISPLAY "PROG171: OPERADOR NAO ENCONTRADO"
005080         NOT INVALID KEY
005090             IF OP-NIVEL-SUPERVISOR
005100                 MOVE "Y" TO WS-APROVADO-SW
005110             ELSE
005120                 DISPLAY "PROG171: OPERADOR SEM NIVEL DE "
005130                     "APROVACAO"
005140             END-IF
005150     END-READ.
005160     CLOSE OPERATOR-FILE.
005170 4100-AUTORIZAR-EXIT.
005180     EXIT.

005190*----------------------------------------------------------------
005200* 5000-RELATORIO - ACTUALS FROM SALESDET AND TARGETS FROM
005210*                  METAFILE, JANUARY THROUGH THE PERIOD ASKED;
005220*                  SALESPEOPLE IN EMPLOYEE-MASTER ORDER
005230*----------------------------------------------------------------
005240 5000-RELATORIO.
005250     MOVE "PERIODO DO RELATORIO (AAAAMM)" TO WS-MENSAGEM.
005260     MOVE 190001 TO WS-LIMITE-MIN.
005270     MOVE 999912 TO WS-LIMITE-MAX.
005280     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
005290         WS-LIMITE-MIN WS-LIMITE-MAX.
005300     MOVE WS-VALOR-ENT TO WS-PERIODO-REL.
005310     DIVIDE WS-PERIODO-REL BY 100 GIVING WS-ANO-REL.
005320     COMPUTE WS-PERIODO-INICIO = WS-ANO-REL * 100 + 1.

005330     OPEN INPUT SALES-DETAIL.
005340     IF NOT FS-SALESDET-OK
005350         DISPLAY "PROG171: SEM DETALHE DE VENDAS (SALESDET) "
005360             "- NADA A RELATAR"
005370         GO TO 5000-RELATORIO-EXIT
005380     END-IF.

005390     OPEN INPUT PRODUCT-MASTER.
005400     IF FS-PRODFILE-OK
005410         SET WS-PRODFILE-ABERTO TO TRUE
005420     END-IF.

005430     PERFORM 5100-LER-VENDA.
005440     PERFORM 5200-SOMAR-VENDA THRU 5200-SOMAR-VENDA-EXIT
005450         UNTIL FS-SALESDET-EOF.
005460     CLOSE SALES-DETAIL.
005470     IF WS-PRODFILE-ABERTO
005480         CLOSE PRODUCT-MASTER
005490     END-IF.

005500     OPEN INPUT TARGET-FILE.
005510     IF FS-METAFILE-OK
005520         SET WS-METAFILE-ABERTO TO TRUE
005530         PERFORM 5400-SOMAR-METAS THRU 5400-SOMAR-METAS-EXIT
005540         CLOSE TARGET-FILE
005550     ELSE
005560         DISPLAY "PROG171: SEM METAS CADASTRADAS (METAFILE)"
005570     END-IF.

005580     MOVE "I" TO WS-FUNCAO-REL.
005590     MOVE SPACES TO WS-TITULO-REL.
005600     STRING "ATINGIMENTO DE METAS DE VENDAS - PERIODO "
005610         WS-PERIODO-REL DELIMITED BY SIZE INTO WS-TITULO-REL.
005620     MOVE "VEND" TO WS-COLUNAS-REL.
005630     MOVE "META MES" TO WS-COLUNAS-REL(12:8).
005640     MOVE "REAL MES" TO WS-COLUNAS-REL(25:8).
005650     MOVE "%MES" TO WS-COLUNAS-REL(36:4).
005660     MOVE "META ANO" TO WS-COLUNAS-REL(45:8).
005670     MOVE "REAL ANO" TO WS-COLUNAS-REL(58:8).
005680     MOVE "%ANO" TO WS-COLUNAS-REL(69:4).
005690     MOVE SPACES TO WS-LINHA-REL.
005700     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
005710         WS-COLUNAS-REL WS-LINHA-REL.

005720     MOVE "D" TO WS-FUNCAO-REL.
005730     IF WS-PERIODO-REL = WS-PERIODO-ATUAL
005740         MOVE WS-DIA-ATUAL TO WS-DIA-ED
005750         MOVE SPACES TO WS-LINHA-REL
005760         STRING "MES EM ANDAMENTO - REALIZADO ATE O DIA "
005765             WS-DIA-ED
005770             DELIMITED BY SIZE INTO WS-LINHA-REL
005780         CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
005790             WS-COLUNAS-REL WS-LINHA-REL
005800     END-IF.

005810     MOVE ZERO TO WS-TOTAIS-EQUIPE.
005820     OPEN INPUT EMPLOYEE-MASTER.
005830     MOVE ZERO TO CODIGO.
005840     START EMPLOYEE-MASTER KEY IS NOT LESS THAN CODIGO
005850         INVALID KEY
005860             SET FS-EMPMAST-EOF TO TRUE
005870     END-START.
005880     PERFORM 5500-LISTAR-FUNCIONARIO
005890         THRU 5500-LISTAR-FUNCIONARIO-EXIT
005900         UNTIL FS-EMPMAST-EOF.
005910     CLOSE EMPLOYEE-MASTER.

005920     MOVE SPACES TO NOME.
005930     PERFORM 5600-LISTAR-VENDEDOR THRU 5600-LISTAR-VENDEDOR-EXIT
005940         VARYING WS-INDICE FROM 1 BY 1
005950         UNTIL WS-INDICE > WS-QTDE-VENDEDORES.

005960     MOVE "EQUIPE" TO WS-IMP-ROTULO.
005970     MOVE WS-EQ-META-MES TO WS-IMP-META-MES.
005980     MOVE WS-EQ-REAL-MES TO WS-IMP-REAL-MES.
005990     MOVE WS-EQ-META-ANO TO WS-IMP-META-ANO.
006000     MOVE WS-EQ-REAL-ANO TO WS-IMP-REAL-ANO.
006010     PERFORM 5800-IMPRIMIR-LINHA THRU 5800-IMPRIMIR-LINHA-EXIT.

006020     MOVE "F" TO WS-FUNCAO-REL.
006030     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
006040         WS-COLUNAS-REL WS-LINHA-REL.

006050     MOVE SPACES TO WS-DESCRICAO-AUD.
006060     STRING "EMITIU ATINGIMENTO DE METAS DO PERIODO "
006070         WS-PERIODO-REL DELIMITED BY SIZE INTO WS-DESCRICAO-AUD.
006080     CALL "PROG22" USING "PROG171 " WS-DESCRICAO-AUD.
006090 5000-RELATORIO-EXIT.
006100     EXIT.

006110 5100-LER-VENDA.
006120     READ SALES-DETAIL
006130         AT END
006140             SET FS-SALESDET-EOF TO TRUE
006150     END-READ.

006160*----------------------------------------------------------------
006170* 5200-SOMAR-VENDA - THE YEAR'S INVOICED VALUE PER VENDEDOR AND,
006180*                    BY THE PRODUCT'S LINE, PER VENDEDOR AND LINE
006190*----------------------------------------------------------------
006200 5200-SOMAR-VENDA.
006210     IF SD-VENDEDOR = ZERO
006220         OR SD-PERIODO < WS-PERIODO-INICIO
006230         OR SD-PERIODO > WS-PERIODO-REL
006240         GO TO 5200-SOMAR-SEGUIR
006250     END-IF.

006260     MOVE SD-VENDEDOR TO WS-VENDEDOR-BUSCA.
006270     PERFORM 5300-LOCALIZAR-VENDEDOR
006280         THRU 5300-LOCALIZAR-VENDEDOR-EXIT.
006290     IF WS-ACHOU
006300         ADD SD-VALOR TO WS-VD-REAL-ANO(WS-INDICE)
006310         IF SD-PERIODO = WS-PERIODO-REL
006320             ADD SD-VALOR TO WS-VD-REAL-MES(WS-INDICE)
006330         END-IF
006340     END-IF.

006350     IF NOT WS-PRODFILE-ABERTO
006360         GO TO 5200-SOMAR-SEGUIR
006370     END-IF.
006380     MOVE SD-PRODUTO TO PD-PRODUTO.
006390     READ PRODUCT-MASTER
006400         INVALID KEY
006410             GO TO 5200-SOMAR-SEGUIR
006420     END-READ.
006430     IF PD-LINHA = SPACES
006440         GO TO 5200-SOMAR-SEGUIR
006450     END-IF.

006460     MOVE PD-LINHA TO WS-LINHA-BUSCA.
006470     PERFORM 5350-LOCALIZAR-LINHA THRU 5350-LOCALIZAR-LINHA-EXIT.
006480     IF WS-ACHOU-LINHA
006490         ADD SD-VALOR TO WS-LN-REAL-ANO(WS-IND-LINHA)
006500         IF SD-PERIODO = WS-PERIODO-REL
006510             ADD SD-VALOR TO WS-LN-REAL-MES(WS-IND-LINHA)
006520         END-IF
006530     END-IF.

006540 5200-SOMAR-SEGUIR.
006550     PERFORM 5100-LER-VENDA.
006560 5200-SOMAR-VENDA-EXIT.
006570     EXIT.

006580 5300-LOCALIZAR-VENDEDOR.
006590     MOVE "N" TO WS-ACHOU-SW.
006600     PERFORM 5310-COMPARAR-VENDEDOR
006610         VARYING WS-INDICE FROM 1 BY 1
006620         UNTIL WS-INDICE > WS-QTDE-VENDEDORES OR WS-ACHOU.
006630     IF WS-ACHOU
006640         SUBTRACT 1 FROM WS-INDICE
006650         GO TO 5300-LOCALIZAR-VENDEDOR-EXIT
006660     END-IF.

006670     IF WS-QTDE-VENDEDORES >= 200
006680         GO TO 5300-LOCALIZAR-VENDEDOR-EXIT
006690     END-IF.

006700     ADD 1 TO WS-QTDE-VENDEDORES.
006710     MOVE WS-QTDE-VENDEDORES TO WS-INDICE.
006720     MOVE WS-VENDEDOR-BUSCA TO WS-VD-CODIGO(WS-INDICE).
006730     MOVE ZERO TO WS-VD-META-MES(WS-INDICE).
006740     MOVE ZERO TO WS-VD-REAL-MES(WS-INDICE).
006750     MOVE ZERO TO WS-VD-META-ANO(WS-INDICE).
006760     MOVE ZERO TO WS-VD-REAL-ANO(WS-INDICE).
006770     MOVE "N" TO WS-VD-IMPRESSO-SW(WS-INDICE).
006780     SET WS-ACHOU TO TRUE.
006790 5300-LOCALIZAR-VENDEDOR-EXIT.
006800     EXIT.

006810 5310-COMPARAR-VENDEDOR.
006820     IF WS-VD-CODIGO(WS-INDICE) = WS-VENDEDOR-BUSCA
006830         SET WS-ACHOU TO TRUE
006840     END-IF.

006850 5350-LOCALIZAR-LINHA.
006860     MOVE "N" TO WS-ACHOU-LINHA-SW.
006870     PERFORM 5360-COMPARAR-LINHA
006880         VARYING WS-IND-LINHA FROM 1 BY 1
006890         UNTIL WS-IND-LINHA > WS-QTDE-LINHAS OR WS-ACHOU-LINHA.
006900     IF WS-ACHOU-LINHA
006910         SUBTRACT 1 FROM WS-IND-LINHA
006920         GO TO 5350-LOCALIZAR-LINHA-EXIT
006930     END-IF.

006940     IF WS-QTDE-LINHAS >= 500
006950         GO TO 5350-LOCALIZAR-LINHA-EXIT
006960     END-IF.

006970     ADD 1 TO WS-QTDE-LINHAS.
006980     MOVE WS-QTDE-LINHAS TO WS-IND-LINHA.
006990     MOVE WS-VENDEDOR-BUSCA TO WS-LN-VENDEDOR(WS-IND-LINHA).
007000     MOVE WS-LINHA-BUSCA TO WS-LN-LINHA(WS-IND-LINHA).
007010     MOVE ZERO TO WS-LN-META-MES(WS-IND-LINHA).
007020     MOVE ZERO TO WS-LN-REAL-MES(WS-IND-LINHA).
007030     MOVE ZERO TO WS-LN-META-ANO(WS-IND-LINHA).
007040     MOVE ZERO TO WS-LN-REAL-ANO(WS-IND-LINHA).
007050     SET WS-ACHOU-LINHA TO TRUE.
007060 5350-LOCALIZAR-LINHA-EXIT.
007070     EXIT.

007080 5360-COMPARAR-LINHA.
007090     IF WS-LN-VENDEDOR(WS-IND-LINHA) = WS-VENDEDOR-BUSCA
007100         AND WS-LN-LINHA(WS-IND-LINHA) = WS-LINHA-BUSCA
007110         SET WS-ACHOU-LINHA TO TRUE
007120     END-IF.

007130*----------------------------------------------------------------
007140* 5400-SOMAR-METAS - THE YEAR'S TARGETS THROUGH THE PERIOD; THE
007150*                    LINE IN SPACES IS THE OVERALL TARGET
007160*----------------------------------------------------------------
007170 5400-SOMAR-METAS.
007180     MOVE LOW-VALUES TO MT-CHAVE.
007190     START TARGET-FILE KEY IS NOT LESS THAN MT-CHAVE
007200         INVALID KEY
007210             GO TO 5400-SOMAR-METAS-EXIT
007220     END-START.
007230     MOVE "00" TO FS-METAFILE.
007240     PERFORM 5410-LER-META THRU 5410-LER-META-EXIT
007250         UNTIL FS-METAFILE-EOF.
007260 5400-SOMAR-METAS-EXIT.
007270     EXIT.

007280 5410-LER-META.
007290     READ TARGET-FILE NEXT
007300         AT END
007310             SET FS-METAFILE-EOF TO TRUE
007320             GO TO 5410-LER-META-EXIT
007330     END-READ.

007340     IF MT-PERIODO < WS-PERIODO-INICIO
007350         OR MT-PERIODO > WS-PERIODO-REL
007360         GO TO 5410-LER-META-EXIT
007370     END-IF.

007380     MOVE MT-VENDEDOR TO WS-VENDEDOR-BUSCA.
007390     IF MT-LINHA = SPACES
007400         PERFORM 5300-LOCALIZAR-VENDEDOR
007410             THRU 5300-LOCALIZAR-VENDEDOR-EXIT
007420         IF WS-ACHOU
007430             ADD MT-VALOR-META TO WS-VD-META-ANO(WS-INDICE)
007440             IF MT-PERIODO = WS-PERIODO-REL
007450                 ADD MT-VALOR-META TO WS-VD-META-MES(WS-INDICE)
007460             END-IF
007470         END-IF
007480     ELSE
007490         MOVE MT-LINHA TO WS-LINHA-BUSCA
007500         PERFORM 5350-LOCALIZAR-LINHA
007510             THRU 5350-LOCALIZAR-LINHA-EXIT
007520         IF WS-ACHOU-LINHA
007530             ADD MT-VALOR-META TO WS-LN-META-ANO(WS-IND-LINHA)
007540             IF MT-PERIODO = WS-PERIODO-REL
007550                 ADD MT-VALOR-META TO WS-LN-META-MES(WS-IND-LINHA)
007560             END-IF
007570         END-IF
007580     END-IF.
007590 5410-LER-META-EXIT.
007600     EXIT.

007610*----------------------------------------------------------------
007620* 5500-LISTAR-FUNCIONARIO - AN EMPLOYEE WITH A TARGET OR A SALE
007630*                           THIS YEAR GETS HIS BLOCK
007640*----------------------------------------------------------------
007650 5500-LISTAR-FUNCIONARIO.
007660     READ EMPLOYEE-MASTER NEXT
007670         AT END
007680             SET FS-EMPMAST-EOF TO TRUE
007690             GO TO 5500-LISTAR-FUNCIONARIO-EXIT
007700     END-READ.

007710     MOVE CODIGO TO WS-VENDEDOR-BUSCA.
007720     MOVE "N" TO WS-ACHOU-SW.
007730     PERFORM 5310-COMPARAR-VENDEDOR
007740         VARYING WS-INDICE FROM 1 BY 1
007750         UNTIL WS-INDICE > WS-QTDE-VENDEDORES OR WS-ACHOU.
007760     IF NOT WS-ACHOU
007770         GO TO 5500-LISTAR-FUNCIONARIO-EXIT
007780     END-IF.
007790     SUBTRACT 1 FROM WS-INDICE.

007800     PERFORM 5600-LISTAR-VENDEDOR THRU 5600-LISTAR-VENDEDOR-EXIT.
007810 5500-LISTAR-FUNCIONARIO-EXIT.
007820     EXIT.

007830*----------------------------------------------------------------
007840* 5600-LISTAR-VENDEDOR - HEADER, OVERALL LINE AND ONE LINE PER
007850*                        PRODUCT LINE; ADDS TO THE TEAM TOTALS.
007860*                        A VENDEDOR NO LONGER ON EMPLOYEE-MASTER
007870*                        IS LISTED AT THE END WITHOUT A NAME
007880*----------------------------------------------------------------
007890 5600-LISTAR-VENDEDOR.
007900     IF WS-VD-IMPRESSO(WS-INDICE)
007910         GO TO 5600-LISTAR-VENDEDOR-EXIT
007920     END-IF.
007930     SET WS-VD-IMPRESSO(WS-INDICE) TO TRUE.

007940     MOVE SPACES TO WS-LINHA-REL.
007950     STRING "VENDEDOR " WS-VD-CODIGO(WS-INDICE) " - " NOME
007960         DELIMITED BY SIZE INTO WS-LINHA-REL.
007970     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
007980         WS-COLUNAS-REL WS-LINHA-REL.

007990     MOVE "GERAL " TO WS-IMP-ROTULO.
008000     MOVE WS-VD-META-MES(WS-INDICE) TO WS-IMP-META-MES.
008010     MOVE WS-VD-REAL-MES(WS-INDICE) TO WS-IMP-REAL-MES.
008020     MOVE WS-VD-META-ANO(WS-INDICE) TO WS-IMP-META-ANO.
008030     MOVE WS-VD-REAL-ANO(WS-INDICE) TO WS-IMP-REAL-ANO.
008040     PERFORM 5800-IMPRIMIR-LINHA THRU 5800-IMPRIMIR-LINHA-EXIT.

008050     ADD WS-VD-META-MES(WS-INDICE) TO WS-EQ-META-MES.
008060     ADD WS-VD-REAL-MES(WS-INDICE) TO WS-EQ-REAL-MES.
008070     ADD WS-VD-META-ANO(WS-INDICE) TO WS-EQ-META-ANO.
008080     ADD WS-VD-REAL-ANO(WS-INDICE) TO WS-EQ-REAL-ANO.

008090     PERFORM 5700-LISTAR-LINHA-PRODUTO
008100         THRU 5700-LISTAR-LINHA-PRODUTO-EXIT
008110         VARYING WS-IND-LINHA FROM 1 BY 1
008120         UNTIL WS-IND-LINHA > WS-QTDE-LINHAS.
008130 5600-LISTAR-VENDEDOR-EXIT.
008140     EXIT.

008150 5700-LISTAR-LINHA-PRODUTO.
008160     IF WS-LN-VENDEDOR(WS-IND-LINHA) NOT = WS-VD-CODIGO(WS-INDICE)
008170         GO TO 5700-LISTAR-LINHA-PRODUTO-EXIT
008180     END-IF.

008190     MOVE SPACES TO WS-IMP-ROTULO.
008200     STRING "L " WS-LN-LINHA(WS-IND-LINHA)
008210         DELIMITED BY SIZE INTO WS-IMP-ROTULO.
008220     MOVE WS-LN-META-MES(WS-IND-LINHA) TO WS-IMP-META-MES.
008230     MOVE WS-LN-REAL-MES(WS-IND-LINHA) TO WS-IMP-REAL-MES.
008240     MOVE WS-LN-META-ANO(WS-IND-LINHA) TO WS-IMP-META-ANO.
008250     MOVE WS-LN-REAL-ANO(WS-IND-LINHA) TO WS-IMP-REAL-ANO.
008260     PERFORM 5800-IMPRIMIR-LINHA THRU 5800-IMPRIMIR-LINHA-EXIT.
008270 5700-LISTAR-LINHA-PRODUTO-EXIT.
008280     EXIT.

008290*----------------------------------------------------------------
008300* 5800-IMPRIMIR-LINHA - PERCENTAGE ATTAINED ONLY WHERE A TARGET
008310*                       EXISTS ("S/M" = SEM META)
008320*----------------------------------------------------------------
008330 5800-IMPRIMIR-LINHA.
008340     MOVE "   S/M" TO WS-PCT-MES-TXT.
008350     IF WS-IMP-META-MES > ZERO
008360         COMPUTE WS-PCT-CALC ROUNDED =
008370             WS-IMP-REAL-MES * 100 / WS-IMP-META-MES
008380             ON SIZE ERROR
008390                 MOVE 9999.9 TO WS-PCT-CALC
008400         END-COMPUTE
008410         IF WS-PCT-CALC > 9999.9
008420             MOVE 9999.9 TO WS-PCT-CALC
008430         END-IF
008440         MOVE WS-PCT-CALC TO WS-PCT-ED
008450         MOVE WS-PCT-ED TO WS-PCT-MES-TXT
008460     END-IF.

008470     MOVE "   S/M" TO WS-PCT-ANO-TXT.
008480     IF WS-IMP-META-ANO > ZERO
008490         COMPUTE WS-PCT-CALC ROUNDED =
008500             WS-IMP-REAL-ANO * 100 / WS-IMP-META-ANO
008510             ON SIZE ERROR
008520                 MOVE 9999.9 TO WS-PCT-CALC
008530         END-COMPUTE
008540         IF WS-PCT-CALC > 9999.9
008550             MOVE 9999.9 TO WS-PCT-CALC
008560         END-IF
008570         MOVE WS-PCT-CALC TO WS-PCT-ED
008580         MOVE WS-PCT-ED TO WS-PCT-ANO-TXT
008590     END-IF.

008600     MOVE WS-IMP-META-MES TO WS-META-MES-ED.
008610     MOVE WS-IMP-REAL-MES TO WS-REAL-MES-ED.
008620     MOVE WS-IMP-META-ANO TO WS-META-ANO-ED.
008630     MOVE WS-IMP-REAL-ANO TO WS-REAL-ANO-ED.
008640     MOVE SPACES TO WS-LINHA-REL.
008650     STRING WS-IMP-ROTULO " " WS-META-MES-ED " " WS-REAL-MES-ED
008660         " " WS-PCT-MES-TXT " " WS-META-ANO-ED " "
008670         WS-REAL-ANO-ED " " WS-PCT-ANO-TXT
008680         DELIMITED BY SIZE INTO WS-LINHA-REL.
008690     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
008700         WS-COLUNAS-REL WS-LINHA-REL.
008710 5800-IMPRIMIR-LINHA-EXIT.
008720     EXIT.

008730 9999-EXIT.
008740     STOP RUN.
