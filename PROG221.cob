001000******************************************************************
001010* PROGRAM-ID: PROG221
001020* AUTHOR:      R. ALMEIDA - APPLICATIONS
001030* INSTALLATION: CONTABILIDADE
001040* DATE-WRITTEN: 2026-10-15
001050* DATE-COMPILED:
001060* PURPOSE:     FIXED-ASSET REGISTER MAINTENANCE. FUNCTION 1
001070*              REGISTERS AN ASSET ON ATIVFILE (NUMBER ASSIGNED OFF
001080*              ITS OWN NOTACTL ROW) WITH ITS CLASS, ACQUISITION
001090*              DATE (CHECKED THROUGH PROG74) AND COST, THE COST
001100*              CENTER, THE SUPPLIER (PROG153 MASTER) AND ITS
001110*              INVOICE, AND THE COMPANY (PROG220); FUNCTION 2
001120*              SHOWS AN ASSET WITH ITS BOOK VALUE; FUNCTION 3
001130*              DISPOSES OF AN ASSET - THE SALE VALUE (ZERO FOR A
001140*              WRITE-OFF) IS SET AGAINST THE BOOK VALUE AND THE
001150*              GAIN OR LOSS RECORDED, AND THE COST, ACCUMULATED
001160*              DEPRECIATION, PROCEEDS AND RESULT ARE POSTED TO
001170*              GLFILE THROUGH THE PROG138 RESOLVER, EVERY PAIR
001180*              RESOLVED BEFORE ANY IS WRITTEN; FUNCTION 4
001190*              MAINTAINS THE CLASS TABLE (ATCLFILE) WITH THE
001200*              USEFUL LIFE THE PROG222 MONTHLY RUN DEPRECIATES
001210*              OVER. EVERY OPERATION IS LOGGED THROUGH PROG22.
001220* ----------------------------------------------------------------
001230* MODIFICATION HISTORY
001240* DATE       INIT DESCRIPTION
001250* 2026-10-15 RA   INITIAL VERSION
001252* 2026-10-15 RA   THE DISPOSAL PAIRS GO TO THE GL INTERFACE OF THE
001254*                 ASSET'S COMPANY (AT-EMPRESA), NAMED BY PROG220
001256*                 (GLFILE FOR 001).
001260******************************************************************
001270 IDENTIFICATION DIVISION.
001280 PROGRAM-ID. PROG221.

001290 ENVIRONMENT DIVISION.
001300 INPUT-OUTPUT SECTION.
001310 FILE-CONTROL.
001320     SELECT ASSET-FILE ASSIGN TO "ATIVFILE"
001330         ORGANIZATION IS INDEXED
001340         ACCESS MODE IS DYNAMIC
001350         RECORD KEY IS AT-NUMERO
001360         FILE STATUS IS FS-ATIVFILE.

001370     SELECT ASSET-CLASS-FILE ASSIGN TO "ATCLFILE"
001380         ORGANIZATION IS INDEXED
001390         ACCESS MODE IS DYNAMIC
001400         RECORD KEY IS AK-CLASSE
001410         FILE STATUS IS FS-ATCLFILE.

001420     SELECT SUPPLIER-FILE ASSIGN TO "SUPPFILE"
001430         ORGANIZATION IS INDEXED
001440         ACCESS MODE IS DYNAMIC
001450         RECORD KEY IS SU-CODIGO
001460         FILE STATUS IS FS-SUPPFILE.

001470     SELECT NOTA-CTL-FILE ASSIGN TO "NOTACTL"
001480         ORGANIZATION IS INDEXED
001490         ACCESS MODE IS DYNAMIC
001500         RECORD KEY IS NC-CHAVE
001510         FILE STATUS IS FS-NOTACTL.

001520     SELECT GL-INTERFACE ASSIGN TO DYNAMIC WS-NOME-GL
001530         ORGANIZATION IS LINE SEQUENTIAL
001540         FILE STATUS IS FS-GLFILE.

001550 DATA DIVISION.
001560 FILE SECTION.
001570 FD  ASSET-FILE.
001580 COPY ATIVREC.

001590 FD  ASSET-CLASS-FILE.
001600 COPY ATCLREC.

001610 FD  SUPPLIER-FILE.
001620 COPY SUPPREC.

001630 FD  NOTA-CTL-FILE.
001640 01  NOTA-CTL-REC.
001650     05  NC-CHAVE                PIC X(10).
001660     05  NC-ULTIMA-NOTA          PIC 9(08).

001670 FD  GL-INTERFACE.
001680 COPY GLREC.

001690 WORKING-STORAGE SECTION.
001700 01  FS-ATIVFILE                 PIC X(02).
001710     88  FS-ATIVFILE-OK          VALUE "00".

001720 01  FS-ATCLFILE                 PIC X(02).
001730     88  FS-ATCLFILE-OK          VALUE "00".

001740 01  FS-SUPPFILE                 PIC X(02).
001750     88  FS-SUPPFILE-OK          VALUE "00".

001760 01  FS-NOTACTL                  PIC X(02).
001770     88  FS-NOTACTL-OK           VALUE "00".

001780 01  FS-GLFILE                   PIC X(02).
001790     88  FS-GLFILE-OK            VALUE "00".

001800 01  WS-OPCAO-SW                 PIC X(01).
001810     88  WS-OPCAO-INCLUIR        VALUE "1".
001820     88  WS-OPCAO-CONSULTAR      VALUE "2".
001830     88  WS-OPCAO-BAIXAR         VALUE "3".
001840     88  WS-OPCAO-CLASSE         VALUE "4".

001850 01  WS-GRAVOU-SW                PIC X(01) VALUE "N".
001860     88  WS-GRAVOU               VALUE "Y".
001870 01  WS-DATA-OK-SW               PIC X(01) VALUE "N".
001880     88  WS-DATA-VALIDA          VALUE "Y".
001890 01  WS-JA-EXISTE-SW             PIC X(01) VALUE "N".
001900     88  WS-JA-EXISTE            VALUE "Y".

001910 01  WS-MENSAGEM                 PIC X(40).
001920 01  WS-VALOR-ENT                PIC 9(09).
001930 01  WS-LIMITE-MIN               PIC 9(09).
001940 01  WS-LIMITE-MAX               PIC 9(09).

001950 01  WS-DATA-ATUAL               PIC 9(08).
001960 01  WS-DATA-BAIXA-ENT           PIC 9(08).
001970 01  WS-VALOR-CONTABIL           PIC S9(09)V9(02).
001980 01  WS-EMPRESA-ENT              PIC X(03).

001990 01  WS-CHAMADA-DATA.
002000     05  WS-DT-FUNCAO            PIC X(01).
002010     05  WS-DT-DATA-1            PIC 9(08).
002020     05  WS-DT-DATA-2            PIC 9(08).
002030     05  WS-DT-QUANTIDADE        PIC S9(07).
002040     05  WS-DT-UNIDADE           PIC X(01).
002050     05  WS-DT-STATUS            PIC X(01).
002060         88  WS-DT-OK            VALUE "1".

002063* GL INTERFACE DATASET OF THE ASSET'S COMPANY
002066 01  WS-NOME-GL                  PIC X(08) VALUE "GLFILE".

002070* PROG220 COMPANY SERVICE CALL
002080 01  WS-CHAMADA-EMPRESA.
002090     05  WS-CIA-FUNCAO           PIC X(01).
002100     05  WS-CIA-EMPRESA          PIC X(03).
002110     05  WS-CIA-ARQUIVO          PIC X(08).
002120     05  WS-CIA-STATUS           PIC X(01).
002130         88  WS-CIA-OK           VALUE "1".
002140         88  WS-CIA-SEM-CADASTRO VALUE "3".
002150 COPY CIAREC.

002160 01  WS-CHAMADA-MAPA.
002170     05  WS-MAPA-EVENTO          PIC X(12).
002180     05  WS-MAPA-DEPARTAMENTO    PIC X(10).
002190     05  WS-MAPA-DEBITO          PIC X(12).
002200     05  WS-MAPA-CREDITO         PIC X(12).
002210     05  WS-MAPA-CENTRO          PIC X(10).
002220     05  WS-MAPA-STATUS          PIC X(01).
002230         88  WS-MAPEADO          VALUE "1".
002240         88  WS-SEM-MAPA         VALUE "2".
002250         88  WS-SEM-TABELA       VALUE "3".
002260 01  WS-QTD-SEM-MAPA             PIC 9(05) VALUE ZERO.

002270* THE DISPOSAL PAIRS: 1 WRITES OFF THE ACCUMULATED DEPRECIATION,
002280* 2 BOOKS THE PROCEEDS, 3 THE LOSS, 4 THE GAIN - EACH CREDITS
002290* (THE GAIN DEBITS) THE ASSET ACCOUNT, SO THE COST LEAVES THE
002300* BOOKS WHATEVER THE RESULT
002310 01  WS-TAB-BAIXA.
002320     05  WS-BX-LINHA             OCCURS 4 TIMES.
002330         10  WS-BX-EVENTO        PIC X(12).
002340         10  WS-BX-VALOR         PIC 9(09)V9(02).
002350         10  WS-BX-DEBITO        PIC X(12).
002360         10  WS-BX-CREDITO       PIC X(12).
002370         10  WS-BX-CENTRO        PIC X(10).
002380 01  WS-BX-IDX                   PIC 9(02) COMP.

002390 01  WS-VALOR-ED                 PIC -ZZZ,ZZZ,ZZ9.99.
002400 01  WS-DESCRICAO-AUD            PIC X(60).

002410 PROCEDURE DIVISION.

002420*----------------------------------------------------------------
002430* 0000-MAINLINE
002440*----------------------------------------------------------------
002450 0000-MAINLINE.
002460     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.

002470     IF WS-OPCAO-INCLUIR
002480         PERFORM 2000-INCLUIR THRU 2000-INCLUIR-EXIT
002490     ELSE
002500         IF WS-OPCAO-CONSULTAR
002510             PERFORM 3000-CONSULTAR THRU 3000-CONSULTAR-EXIT
002520         ELSE
002530             IF WS-OPCAO-BAIXAR
002540                 PERFORM 4000-BAIXAR THRU 4000-BAIXAR-EXIT
002550             ELSE
002560                 PERFORM 5000-MANTER-CLASSE
002570                     THRU 5000-MANTER-CLASSE-EXIT
002580             END-IF
002590         END-IF
002600     END-IF.

002610     CLOSE ASSET-FILE ASSET-CLASS-FILE.
002620     IF WS-QTD-SEM-MAPA > ZERO
002630         DISPLAY "PROG221: LANCAMENTOS SEM MAPEAMENTO DE "
002640             "CONTA: " WS-QTD-SEM-MAPA
002650             " - CORRIJA O GLMAP (PROG137)"
002660         MOVE 8 TO RETURN-CODE
002670     END-IF.
002680     GO TO 9999-EXIT.

002690*----------------------------------------------------------------
002700* 1000-INICIALIZAR
002710*----------------------------------------------------------------
002720 1000-INICIALIZAR.
002730     ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.

002740     OPEN I-O ASSET-FILE.
002750     IF NOT FS-ATIVFILE-OK
002760         OPEN OUTPUT ASSET-FILE
002770         CLOSE ASSET-FILE
002780         OPEN I-O ASSET-FILE
002790     END-IF.
002800     IF NOT FS-ATIVFILE-OK
002810         DISPLAY "PROG221: ERRO AO ABRIR ASSET-FILE "
002820             FS-ATIVFILE
002830         GO TO 9999-EXIT
002840     END-IF.

002850     OPEN I-O ASSET-CLASS-FILE.
002860     IF NOT FS-ATCLFILE-OK
002870         OPEN OUTPUT ASSET-CLASS-FILE
002880         CLOSE ASSET-CLASS-FILE
002890         OPEN I-O ASSET-CLASS-FILE
002900     END-IF.
002910     IF NOT FS-ATCLFILE-OK
002920         DISPLAY "PROG221: ERRO AO ABRIR ASSET-CLASS-FILE "
002930             FS-ATCLFILE
002940         CLOSE ASSET-FILE
002950         GO TO 9999-EXIT
002960     END-IF.

002970     DISPLAY "OPERACAO (1 = INCLUIR ATIVO / 2 = CONSULTAR / "
002980             "3 = BAIXAR / 4 = MANTER CLASSE)".
002990     ACCEPT WS-OPCAO-SW.
003000     IF NOT WS-OPCAO-INCLUIR AND NOT WS-OPCAO-CONSULTAR
003010             AND NOT WS-OPCAO-BAIXAR AND NOT WS-OPCAO-CLASSE
003020         DISPLAY "PROG221: OPERACAO INVALIDA"
003030         CLOSE ASSET-FILE ASSET-CLASS-FILE
003040         GO TO 9999-EXIT
003050     END-IF.
003060 1000-INICIALIZAR-EXIT.
003070     EXIT.

003080*----------------------------------------------------------------
003090* 2000-INCLUIR - CLASS, ACQUISITION, COST CENTER, SUPPLIER AND
003100*                 COMPANY; THE NUMBER IS TAKEN ONLY WHEN ALL OF
003110*                 IT CHECKS
003120*----------------------------------------------------------------
003130 2000-INCLUIR.
003140     MOVE SPACES TO ATIVO-REC.
003150     DISPLAY "DESCRICAO DO ATIVO".
003160     ACCEPT AT-DESCRICAO.

003170     DISPLAY "CLASSE DO ATIVO".
003180     ACCEPT AT-CLASSE.
003190     MOVE AT-CLASSE TO AK-CLASSE.
003200     READ ASSET-CLASS-FILE
003210         INVALID KEY
003220             DISPLAY "PROG221: CLASSE " AT-CLASSE " NAO "
003230                 "CADASTRADA - USE A OPERACAO 4 ANTES"
003240             GO TO 2000-INCLUIR-EXIT
003250     END-READ.

003260     MOVE "N" TO WS-DATA-OK-SW.
003270     PERFORM 2100-LER-AQUISICAO THRU 2100-LER-AQUISICAO-EXIT
003280         UNTIL WS-DATA-VALIDA.

003290     MOVE "CUSTO DE AQUISICAO (CENTAVOS)" TO WS-MENSAGEM.
003300     MOVE 1 TO WS-LIMITE-MIN.
003310     MOVE 999999999 TO WS-LIMITE-MAX.
003320     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
003330         WS-LIMITE-MIN WS-LIMITE-MAX.
003340     COMPUTE AT-CUSTO = WS-VALOR-ENT / 100.

003350     DISPLAY "CENTRO DE CUSTO DA DEPRECIACAO".
003360     ACCEPT AT-CENTRO-CUSTO.

003370     PERFORM 2200-LER-FORNECEDOR THRU 2200-LER-FORNECEDOR-EXIT.
003380     IF AT-FORNECEDOR = 999999
003390         GO TO 2000-INCLUIR-EXIT
003400     END-IF.

003410     PERFORM 2300-LER-EMPRESA THRU 2300-LER-EMPRESA-EXIT.
003420     IF AT-EMPRESA = SPACES
003430         GO TO 2000-INCLUIR-EXIT
003440     END-IF.

003450     MOVE ZERO TO AT-DEPRECIACAO-ACUM AT-ULTIMO-PERIODO
003460         AT-DATA-BAIXA AT-VALOR-VENDA AT-RESULTADO-BAIXA.
003470     SET AT-EM-USO TO TRUE.

003480     PERFORM 2900-NUMERAR-E-GRAVAR
003490         THRU 2900-NUMERAR-E-GRAVAR-EXIT.
003500     IF NOT WS-GRAVOU
003510         GO TO 2000-INCLUIR-EXIT
003520     END-IF.

003530     MOVE AT-CUSTO TO WS-VALOR-ED.
003540     DISPLAY "PROG221: ATIVO " AT-NUMERO " REGISTRADO - CUSTO "
003550         WS-VALOR-ED " VIDA UTIL " AK-VIDA-UTIL " MESES".
003560     MOVE SPACES TO WS-DESCRICAO-AUD.
003570     STRING "REGISTROU ATIVO " AT-NUMERO " CLASSE " AT-CLASSE
003580         " CUSTO " WS-VALOR-ED
003590         DELIMITED BY SIZE INTO WS-DESCRICAO-AUD.
003600     CALL "PROG22" USING "PROG221 " WS-DESCRICAO-AUD.
003610 2000-INCLUIR-EXIT.
003620     EXIT.

003630 2100-LER-AQUISICAO.
003640     MOVE "DATA DE AQUISICAO (AAAAMMDD)" TO WS-MENSAGEM.
003650     MOVE 19000101 TO WS-LIMITE-MIN.
003660     MOVE WS-DATA-ATUAL TO WS-LIMITE-MAX.
003670     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
003680         WS-LIMITE-MIN WS-LIMITE-MAX.
003690     MOVE WS-VALOR-ENT TO AT-DATA-AQUISICAO.

003700     MOVE "V" TO WS-DT-FUNCAO.
003710     MOVE AT-DATA-AQUISICAO TO WS-DT-DATA-1.
003720     CALL "PROG74" USING WS-DT-FUNCAO WS-DT-DATA-1
003730         WS-DT-DATA-2 WS-DT-QUANTIDADE WS-DT-UNIDADE
003740         WS-DT-STATUS.
003750     IF WS-DT-OK
003760         SET WS-DATA-VALIDA TO TRUE
003770     ELSE
003780         DISPLAY "PROG221: DATA DE AQUISICAO INVALIDA - REDIGITE"
003790     END-IF.
003800 2100-LER-AQUISICAO-EXIT.
003810     EXIT.

003820*----------------------------------------------------------------
003830* 2200-LER-FORNECEDOR - ZERO FOR AN ASSET WITH NO SUPPLIER ON
003840*                        FILE (DONATION, OPENING BALANCE); A CODE
003850*                        MUST BE ON THE PROG153 MASTER. A REFUSAL
003860*                        COMES BACK AS 999999
003870*----------------------------------------------------------------
003880 2200-LER-FORNECEDOR.
003890     MOVE "FORNECEDOR (0 = SEM FORNECEDOR)" TO WS-MENSAGEM.
003900     MOVE ZERO TO WS-LIMITE-MIN.
003910     MOVE 999998 TO WS-LIMITE-MAX.
003920     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
003930         WS-LIMITE-MIN WS-LIMITE-MAX.
003940     MOVE WS-VALOR-ENT TO AT-FORNECEDOR.
003950     IF AT-FORNECEDOR = ZERO
003960         GO TO 2200-LER-FORNECEDOR-EXIT
003970     END-IF.

003980     OPEN INPUT SUPPLIER-FILE.
003990     IF NOT FS-SUPPFILE-OK
004000         DISPLAY "PROG221: CADASTRO DE FORNECEDORES (SUPPFILE) "
004010             "INDISPONIVEL - INCLUSAO RECUSADA"
004020         MOVE 999999 TO AT-FORNECEDOR
004030         GO TO 2200-LER-FORNECEDOR-EXIT
004040     END-IF.
004050     MOVE AT-FORNECEDOR TO SU-CODIGO.
004060     READ SUPPLIER-FILE
004070         INVALID KEY
004080             DISPLAY "PROG221: FORNECEDOR " AT-FORNECEDOR " NAO "
004090                 "CADASTRADO - INCLUSAO RECUSADA"
004100             MOVE 999999 TO AT-FORNECEDOR
004110     END-READ.
004120     CLOSE SUPPLIER-FILE.
004130     IF AT-FORNECEDOR = 999999
004140         GO TO 2200-LER-FORNECEDOR-EXIT
004150     END-IF.

004160     DISPLAY "FORNECEDOR: " SU-NOME.
004170     DISPLAY "NUMERO DA NOTA DO FORNECEDOR".
004180     ACCEPT AT-NOTA-FORNECEDOR.
004190 2200-LER-FORNECEDOR-EXIT.
004200     EXIT.

004210*----------------------------------------------------------------
004220* 2300-LER-EMPRESA - THE COMPANY WHOSE BOOKS CARRY THE ASSET; A
004230*                     REFUSAL COMES BACK AS SPACES
004240*----------------------------------------------------------------
004250 2300-LER-EMPRESA.
004260     DISPLAY "EMPRESA DO ATIVO (ENTER = 001)".
004270     MOVE SPACES TO WS-EMPRESA-ENT.
004280     ACCEPT WS-EMPRESA-ENT.
004290     IF WS-EMPRESA-ENT = SPACES
004300         MOVE "001" TO WS-EMPRESA-ENT
004310     END-IF.
004320     MOVE "L" TO WS-CIA-FUNCAO.
004330     MOVE WS-EMPRESA-ENT TO WS-CIA-EMPRESA.
004340     CALL "PROG220" USING WS-CIA-FUNCAO WS-CIA-EMPRESA
004350         WS-CIA-ARQUIVO COMPANHIA-REC WS-CIA-STATUS.
004360     IF WS-CIA-OK
004370             OR (WS-CIA-SEM-CADASTRO AND WS-EMPRESA-ENT = "001")
004380         MOVE WS-EMPRESA-ENT TO AT-EMPRESA
004390     ELSE
004400         DISPLAY "PROG221: EMPRESA " WS-EMPRESA-ENT
004410             " INEXISTENTE OU INATIVA NO CIAFILE - INCLUSAO "
004420             "RECUSADA"
004430         MOVE SPACES TO AT-EMPRESA
004440     END-IF.
004450 2300-LER-EMPRESA-EXIT.
004460     EXIT.

004470*----------------------------------------------------------------
004480* 2900-NUMERAR-E-GRAVAR - NUMBER OFF NOTACTL "ULTATIVO", THE WAY
004490*                          PROG154 NUMBERS ITS PAYABLES
004500*----------------------------------------------------------------
004510 2900-NUMERAR-E-GRAVAR.
004520     OPEN I-O NOTA-CTL-FILE.
004530     IF NOT FS-NOTACTL-OK
004540         OPEN OUTPUT NOTA-CTL-FILE
004550         CLOSE NOTA-CTL-FILE
004560         OPEN I-O NOTA-CTL-FILE
004570     END-IF.
004580     MOVE "ULTATIVO  " TO NC-CHAVE.
004590     READ NOTA-CTL-FILE
004600         INVALID KEY
004610             MOVE "ULTATIVO  " TO NC-CHAVE
004620             MOVE ZERO TO NC-ULTIMA-NOTA
004630     END-READ.
004640     ADD 1 TO NC-ULTIMA-NOTA.
004650     MOVE NC-ULTIMA-NOTA TO AT-NUMERO.

004660     WRITE ATIVO-REC.
004670     IF NOT FS-ATIVFILE-OK
004680         DISPLAY "PROG221: ERRO AO GRAVAR ATIVO - " FS-ATIVFILE
004690         CLOSE NOTA-CTL-FILE
004700         GO TO 2900-NUMERAR-E-GRAVAR-EXIT
004710     END-IF.

004720     IF FS-NOTACTL-OK
004730         REWRITE NOTA-CTL-REC
004740     ELSE
004750         WRITE NOTA-CTL-REC
004760     END-IF.
004770     CLOSE NOTA-CTL-FILE.
004780     SET WS-GRAVOU TO TRUE.
004790 2900-NUMERAR-E-GRAVAR-EXIT.
004800     EXIT.

004810*----------------------------------------------------------------
004820* 3000-CONSULTAR
004830*----------------------------------------------------------------
004840 3000-CONSULTAR.
004850     PERFORM 3100-LER-ATIVO THRU 3100-LER-ATIVO-EXIT.
004860     IF NOT WS-JA-EXISTE
004870         GO TO 3000-CONSULTAR-EXIT
004880     END-IF.

004890     DISPLAY "ATIVO .... : " AT-NUMERO " " AT-DESCRICAO.
004900     DISPLAY "CLASSE ... : " AT-CLASSE.
004910     DISPLAY "AQUISICAO  : " AT-DATA-AQUISICAO.
004920     MOVE AT-CUSTO TO WS-VALOR-ED.
004930     DISPLAY "CUSTO .... : " WS-VALOR-ED.
004940     MOVE AT-DEPRECIACAO-ACUM TO WS-VALOR-ED.
004950     DISPLAY "DEPREC ACUM: " WS-VALOR-ED " ATE "
004960         AT-ULTIMO-PERIODO.
004970     COMPUTE WS-VALOR-CONTABIL =
004980         AT-CUSTO - AT-DEPRECIACAO-ACUM.
004990     MOVE WS-VALOR-CONTABIL TO WS-VALOR-ED.
005000     DISPLAY "VALOR CONT : " WS-VALOR-ED.
005010     DISPLAY "C. CUSTO . : " AT-CENTRO-CUSTO.
005020     DISPLAY "FORNECEDOR : " AT-FORNECEDOR " NOTA "
005030         AT-NOTA-FORNECEDOR.
005040     DISPLAY "EMPRESA .. : " AT-EMPRESA.
005050     IF AT-BAIXADO
005060         MOVE AT-VALOR-VENDA TO WS-VALOR-ED
005070         DISPLAY "BAIXADO EM : " AT-DATA-BAIXA " VENDA "
005080             WS-VALOR-ED
005090         MOVE AT-RESULTADO-BAIXA TO WS-VALOR-ED
005100         DISPLAY "RESULTADO  : " WS-VALOR-ED
005110     ELSE
005120         DISPLAY "SITUACAO . : EM USO"
005130     END-IF.
005140 3000-CONSULTAR-EXIT.
005150     EXIT.

005160 3100-LER-ATIVO.
005170     MOVE "NUMERO DO ATIVO" TO WS-MENSAGEM.
005180     MOVE 1 TO WS-LIMITE-MIN.
005190     MOVE 999999 TO WS-LIMITE-MAX.
005200     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
005210         WS-LIMITE-MIN WS-LIMITE-MAX.
005220     MOVE WS-VALOR-ENT TO AT-NUMERO.
005230     MOVE "Y" TO WS-JA-EXISTE-SW.
005240     READ ASSET-FILE
005250         INVALID KEY
005260             MOVE "N" TO WS-JA-EXISTE-SW
005270             DISPLAY "PROG221: ATIVO " AT-NUMERO " NAO "
005280                 "CADASTRADO"
005290     END-READ.
005300 3100-LER-ATIVO-EXIT.
005310     EXIT.

005320*----------------------------------------------------------------
005330* 4000-BAIXAR - RESULT = SALE VALUE LESS BOOK VALUE (COST LESS
005340*                THE DEPRECIATION CHARGED BY PROG222 SO FAR). ALL
005350*                THE PAIRS RESOLVE BEFORE THE ASSET IS TOUCHED -
005360*                AN UNMAPPED EVENT REFUSES THE WHOLE DISPOSAL
005370*----------------------------------------------------------------
005380 4000-BAIXAR.
005390     PERFORM 3100-LER-ATIVO THRU 3100-LER-ATIVO-EXIT.
005400     IF NOT WS-JA-EXISTE
005410         GO TO 4000-BAIXAR-EXIT
005420     END-IF.
005430     IF AT-BAIXADO
005440         DISPLAY "PROG221: ATIVO " AT-NUMERO " JA BAIXADO EM "
005450             AT-DATA-BAIXA
005460         GO TO 4000-BAIXAR-EXIT
005470     END-IF.
005480     DISPLAY "ATIVO: " AT-DESCRICAO " DEPRECIADO ATE "
005490         AT-ULTIMO-PERIODO.

005500     MOVE "N" TO WS-DATA-OK-SW.
005510     PERFORM 4100-LER-DATA-BAIXA THRU 4100-LER-DATA-BAIXA-EXIT
005520         UNTIL WS-DATA-VALIDA.

005530     MOVE "VALOR DE VENDA (CENTAVOS, 0 = PERDA)" TO WS-MENSAGEM.
005540     MOVE ZERO TO WS-LIMITE-MIN.
005550     MOVE 999999999 TO WS-LIMITE-MAX.
005560     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
005570         WS-LIMITE-MIN WS-LIMITE-MAX.
005580     COMPUTE AT-VALOR-VENDA = WS-VALOR-ENT / 100.

005590     COMPUTE WS-VALOR-CONTABIL =
005600         AT-CUSTO - AT-DEPRECIACAO-ACUM.
005610     COMPUTE AT-RESULTADO-BAIXA =
005620         AT-VALOR-VENDA - WS-VALOR-CONTABIL.

005630     MOVE SPACES TO WS-TAB-BAIXA.
005640     MOVE "BAIXA-DEPREC" TO WS-BX-EVENTO(1).
005650     MOVE AT-DEPRECIACAO-ACUM TO WS-BX-VALOR(1).
005660     MOVE "BAIXA-VENDA " TO WS-BX-EVENTO(2).
005670     MOVE AT-VALOR-VENDA TO WS-BX-VALOR(2).
005680     MOVE "PERDA-ATIVO " TO WS-BX-EVENTO(3).
005690     MOVE ZERO TO WS-BX-VALOR(3).
005700     MOVE "GANHO-ATIVO " TO WS-BX-EVENTO(4).
005710     MOVE ZERO TO WS-BX-VALOR(4).
005720     IF AT-RESULTADO-BAIXA < ZERO
005730         COMPUTE WS-BX-VALOR(3) = ZERO - AT-RESULTADO-BAIXA
005740     ELSE
005750         MOVE AT-RESULTADO-BAIXA TO WS-BX-VALOR(4)
005760     END-IF.

005770     PERFORM 4200-RESOLVER-PAR THRU 4200-RESOLVER-PAR-EXIT
005780         VARYING WS-BX-IDX FROM 1 BY 1 UNTIL WS-BX-IDX > 4.
005790     IF WS-QTD-SEM-MAPA > ZERO
005800         DISPLAY "PROG221: BAIXA DO ATIVO " AT-NUMERO
005810             " RECUSADA - EVENTO SEM MAPEAMENTO DE CONTA"
005820         GO TO 4000-BAIXAR-EXIT
005830     END-IF.

005840     SET AT-BAIXADO TO TRUE.
005850     MOVE WS-DATA-BAIXA-ENT TO AT-DATA-BAIXA.
005860     REWRITE ATIVO-REC.
005870     IF NOT FS-ATIVFILE-OK
005880         DISPLAY "PROG221: ERRO AO GRAVAR BAIXA - " FS-ATIVFILE
005890         GO TO 4000-BAIXAR-EXIT
005900     END-IF.

005901     MOVE "N" TO WS-CIA-FUNCAO.
005902     MOVE AT-EMPRESA TO WS-CIA-EMPRESA.
005903     MOVE "GLFILE  " TO WS-CIA-ARQUIVO.
005904     CALL "PROG220" USING WS-CIA-FUNCAO WS-CIA-EMPRESA
005905         WS-CIA-ARQUIVO COMPANHIA-REC WS-CIA-STATUS.
005906     MOVE WS-CIA-ARQUIVO TO WS-NOME-GL.
005910     OPEN EXTEND GL-INTERFACE.
005920     IF NOT FS-GLFILE-OK
005930         OPEN OUTPUT GL-INTERFACE
005940     END-IF.
005950     IF NOT FS-GLFILE-OK
005960         DISPLAY "PROG221: ERRO AO ABRIR GL-INTERFACE "
005964             WS-NOME-GL " " FS-GLFILE
005970             " - BAIXA GRAVADA SEM LANCAMENTO"
005980         MOVE 8 TO RETURN-CODE
005990         GO TO 4000-BAIXAR-EXIT
006000     END-IF.
006010     PERFORM 4300-GRAVAR-PAR THRU 4300-GRAVAR-PAR-EXIT
006020         VARYING WS-BX-IDX FROM 1 BY 1 UNTIL WS-BX-IDX > 4.
006030     CLOSE GL-INTERFACE.

006040     MOVE AT-RESULTADO-BAIXA TO WS-VALOR-ED.
006050     DISPLAY "PROG221: ATIVO " AT-NUMERO " BAIXADO - RESULTADO "
006060         WS-VALOR-ED.
006070     MOVE SPACES TO WS-DESCRICAO-AUD.
006080     STRING "BAIXOU ATIVO " AT-NUMERO " EM " AT-DATA-BAIXA
006090         " RESULTADO " WS-VALOR-ED
006100         DELIMITED BY SIZE INTO WS-DESCRICAO-AUD.
006110     CALL "PROG22" USING "PROG221 " WS-DESCRICAO-AUD.
006120 4000-BAIXAR-EXIT.
006130     EXIT.

006140 4100-LER-DATA-BAIXA.
006150     MOVE "DATA DA BAIXA (AAAAMMDD)" TO WS-MENSAGEM.
006160     MOVE AT-DATA-AQUISICAO TO WS-LIMITE-MIN.
006170     MOVE WS-DATA-ATUAL TO WS-LIMITE-MAX.
006180     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
006190         WS-LIMITE-MIN WS-LIMITE-MAX.
006200     MOVE WS-VALOR-ENT TO WS-DATA-BAIXA-ENT.

006210     MOVE "V" TO WS-DT-FUNCAO.
006220     MOVE WS-DATA-BAIXA-ENT TO WS-DT-DATA-1.
006230     CALL "PROG74" USING WS-DT-FUNCAO WS-DT-DATA-1
006240         WS-DT-DATA-2 WS-DT-QUANTIDADE WS-DT-UNIDADE
006250         WS-DT-STATUS.
006260     IF WS-DT-OK
006270         SET WS-DATA-VALIDA TO TRUE
006280     ELSE
006290         DISPLAY "PROG221: DATA DA BAIXA INVALIDA - REDIGITE"
006300     END-IF.
006310 4100-LER-DATA-BAIXA-EXIT.
006320     EXIT.

006330*----------------------------------------------------------------
006340* 4200-RESOLVER-PAR - ONE DISPOSAL EVENT THROUGH PROG138; WITH NO
006350*                      GLMAP AT ALL THE EVENT NAME STANDS FOR BOTH
006360*                      ACCOUNTS, AS IN PROG154
006370*----------------------------------------------------------------
006380 4200-RESOLVER-PAR.
006390     IF WS-BX-VALOR(WS-BX-IDX) = ZERO
006400         GO TO 4200-RESOLVER-PAR-EXIT
006410     END-IF.
006420     MOVE WS-BX-EVENTO(WS-BX-IDX) TO WS-MAPA-EVENTO.
006430     MOVE AT-CENTRO-CUSTO TO WS-MAPA-DEPARTAMENTO.
006440     CALL "PROG138" USING WS-MAPA-EVENTO WS-MAPA-DEPARTAMENTO
006450         WS-MAPA-DEBITO WS-MAPA-CREDITO WS-MAPA-CENTRO
006460         WS-MAPA-STATUS.
006470     IF WS-SEM-MAPA
006480         ADD 1 TO WS-QTD-SEM-MAPA
006490         DISPLAY "PROG221: EVENTO " WS-MAPA-EVENTO " SEM "
006500             "MAPEAMENTO DE CONTA"
006510         GO TO 4200-RESOLVER-PAR-EXIT
006520     END-IF.
006530     IF WS-MAPEADO
006540         MOVE WS-MAPA-DEBITO  TO WS-BX-DEBITO(WS-BX-IDX)
006550         MOVE WS-MAPA-CREDITO TO WS-BX-CREDITO(WS-BX-IDX)
006560     ELSE
006570         MOVE WS-MAPA-EVENTO TO WS-BX-DEBITO(WS-BX-IDX)
006580         MOVE WS-MAPA-EVENTO TO WS-BX-CREDITO(WS-BX-IDX)
006590     END-IF.
006600     IF WS-MAPEADO AND WS-MAPA-CENTRO NOT = SPACES
006610         MOVE WS-MAPA-CENTRO TO WS-BX-CENTRO(WS-BX-IDX)
006620     ELSE
006630         MOVE AT-CENTRO-CUSTO TO WS-BX-CENTRO(WS-BX-IDX)
006640     END-IF.
006650 4200-RESOLVER-PAR-EXIT.
006660     EXIT.

006670 4300-GRAVAR-PAR.
006680     IF WS-BX-VALOR(WS-BX-IDX) = ZERO
006690         GO TO 4300-GRAVAR-PAR-EXIT
006700     END-IF.
006710     MOVE WS-BX-DEBITO(WS-BX-IDX) TO GL-CONTA.
006720     MOVE WS-BX-CENTRO(WS-BX-IDX) TO GL-CENTRO-CUSTO.
006730     SET GL-DEBITO TO TRUE.
006740     MOVE WS-BX-VALOR(WS-BX-IDX) TO GL-VALOR.
006750     MOVE AT-EMPRESA TO GL-EMPRESA.
006760     MOVE "PROG221 " TO GL-PROGRAMA.
006770     MOVE AT-DATA-BAIXA(1:6) TO GL-PERIODO.
006780     MOVE AT-DATA-BAIXA TO GL-DATA.
006790     WRITE GL-INTERFACE-REC.

006800     MOVE WS-BX-CREDITO(WS-BX-IDX) TO GL-CONTA.
006810     MOVE AT-CENTRO-CUSTO TO GL-CENTRO-CUSTO.
006820     SET GL-CREDITO TO TRUE.
006830     WRITE GL-INTERFACE-REC.
006840 4300-GRAVAR-PAR-EXIT.
006850     EXIT.

006860*----------------------------------------------------------------
006870* 5000-MANTER-CLASSE - INCLUDES OR ALTERS ONE CLASS. A NEW USEFUL
006880*                       LIFE APPLIES FROM THE NEXT PROG222 RUN ON
006890*----------------------------------------------------------------
006900 5000-MANTER-CLASSE.
006910     DISPLAY "CODIGO DA CLASSE".
006920     ACCEPT AK-CLASSE.
006930     IF AK-CLASSE = SPACES
006940         DISPLAY "PROG221: CLASSE EM BRANCO - OPERACAO REJEITADA"
006950         GO TO 5000-MANTER-CLASSE-EXIT
006960     END-IF.
006970     MOVE "Y" TO WS-JA-EXISTE-SW.
006980     READ ASSET-CLASS-FILE
006990         INVALID KEY
007000             MOVE "N" TO WS-JA-EXISTE-SW
007010     END-READ.
007020     IF WS-JA-EXISTE
007030         DISPLAY "CLASSE " AK-CLASSE " " AK-DESCRICAO
007040             " VIDA UTIL " AK-VIDA-UTIL " EVENTO "
007050             AK-EVENTO-DEPREC
007060     END-IF.

007070     DISPLAY "DESCRICAO DA CLASSE".
007080     ACCEPT AK-DESCRICAO.
007090     MOVE "VIDA UTIL EM MESES" TO WS-MENSAGEM.
007100     MOVE 1 TO WS-LIMITE-MIN.
007110     MOVE 999 TO WS-LIMITE-MAX.
007120     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
007130         WS-LIMITE-MIN WS-LIMITE-MAX.
007140     MOVE WS-VALOR-ENT TO AK-VIDA-UTIL.
007150     DISPLAY "EVENTO GLMAP DA DEPRECIACAO (ENTER = DEPRECIACAO)".
007160     MOVE SPACES TO AK-EVENTO-DEPREC.
007170     ACCEPT AK-EVENTO-DEPREC.

007180     IF WS-JA-EXISTE
007190         REWRITE CLASSE-ATIVO-REC
007200     ELSE
007210         WRITE CLASSE-ATIVO-REC
007220     END-IF.
007230     IF NOT FS-ATCLFILE-OK
007240         DISPLAY "PROG221: ERRO AO GRAVAR CLASSE " AK-CLASSE
007250             " - " FS-ATCLFILE
007260         GO TO 5000-MANTER-CLASSE-EXIT
007270     END-IF.

007280     DISPLAY "PROG221: CLASSE " AK-CLASSE " GRAVADA".
007290     MOVE SPACES TO WS-DESCRICAO-AUD.
007300     STRING "GRAVOU CLASSE DE ATIVO " AK-CLASSE " VIDA UTIL "
007310         AK-VIDA-UTIL " MESES"
007320         DELIMITED BY SIZE INTO WS-DESCRICAO-AUD.
007330     CALL "PROG22" USING "PROG221 " WS-DESCRICAO-AUD.
007340 5000-MANTER-CLASSE-EXIT.
007350     EXIT.

007360 9999-EXIT.
007370     STOP RUN.
