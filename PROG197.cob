001000******************************************************************
001010* PROGRAM-ID: PROG197
001020* AUTHOR:      R. ALMEIDA - APPLICATIONS
001030* INSTALLATION: FOLHA DE PAGAMENTO / RECURSOS HUMANOS
001040* DATE-WRITTEN: 2026-10-05
001050* DATE-COMPILED:
001060* PURPOSE:     CANDIDATE TRACKING (CANDFILE) FOR THE REQUISITIONS
001070*              PROG196 HAS APPROVED. A CANDIDATE IS INCLUDED AT
001080*              TRIAGEM AND MOVES FORWARD ONE STAGE AT A TIME TO
001090*              ENTREVISTA AND PROPOSTA (WHERE THE SALARY OFFERED
001100*              IS KEPT WITHIN THE CARGFILE BAND), OR DROPS OUT AS
001110*              DECLINED AT ANY OPEN STAGE. HIRING A CANDIDATE AT
001120*              PROPOSTA APPENDS A NEWHIRE-LAYOUT ROW TO THE
001130*              NEWHFEED FILE FOR THE PROG89/PROG37 LOAD (CODIGO
001140*              ZERO - THE LOAD ASSIGNS THE NEXT ONE - AND THE
001150*              REQUISITION'S DEPARTAMENTO AND CARGO), CLOSES THE
001160*              REQUISITION AS FILLED AND DECLINES THE CANDIDATES
001170*              STILL IN PROCESS FOR IT. EVERY OPERATION IS LOGGED
001180*              THROUGH THE PROG22 AUDIT WRITER.
001190* ----------------------------------------------------------------
001200* MODIFICATION HISTORY
001210* DATE       INIT DESCRIPTION
001220* 2026-10-05 RA   INITIAL VERSION
001221* 2026-10-05 RA   THE NEWHIRE ROW CARRIES CONTRACT TYPE C (CLT)
001222*                 AND NO END DATE.
001223* 2026-10-15 RA   THE NEWHIRE ROW CARRIES THE COMPANY OF THE
001224*                 REQUISITION'S DEPARTMENT (DM-EMPRESA ON
001225*                 DEPTFILE); SPACES WHEN THE DEPARTMENT HAS NONE.
001230******************************************************************
001240 IDENTIFICATION DIVISION.
001250 PROGRAM-ID. PROG197.

001260 ENVIRONMENT DIVISION.
001270 INPUT-OUTPUT SECTION.
001280 FILE-CONTROL.
001290     SELECT REQUISITION-FILE ASSIGN TO "REQFILE"
001300         ORGANIZATION IS INDEXED
001310         ACCESS MODE IS DYNAMIC
001320         RECORD KEY IS RQ-NUMERO
001330         FILE STATUS IS FS-REQFILE.

001340     SELECT CANDIDATE-FILE ASSIGN TO "CANDFILE"
001350         ORGANIZATION IS INDEXED
001360         ACCESS MODE IS DYNAMIC
001370         RECORD KEY IS CA-CHAVE
001380         FILE STATUS IS FS-CANDFILE.

001390     SELECT POSITION-MASTER ASSIGN TO "CARGFILE"
001400         ORGANIZATION IS INDEXED
001410         ACCESS MODE IS DYNAMIC
001420         RECORD KEY IS CG-CHAVE
001430         FILE STATUS IS FS-CARGFILE.

001431     SELECT DEPARTMENT-FILE ASSIGN TO "DEPTFILE"
001432         ORGANIZATION IS INDEXED
001433         ACCESS MODE IS DYNAMIC
001434         RECORD KEY IS DM-CODIGO
001435         FILE STATUS IS FS-DEPTFILE.

001440     SELECT NEWHIRE-FEED ASSIGN TO "NEWHFEED"
001450         ORGANIZATION IS LINE SEQUENTIAL
001460         FILE STATUS IS FS-NEWHFEED.

001470 DATA DIVISION.
001480 FILE SECTION.
001490 FD  REQUISITION-FILE.
001500 COPY REQREC.

001510 FD  CANDIDATE-FILE.
001520 COPY CANDREC.

001530 FD  POSITION-MASTER.
001540 COPY CARGREC.

001541 FD  DEPARTMENT-FILE.
001542 COPY DEPTREC.

001550 FD  NEWHIRE-FEED.
001560 COPY NEWHIRE.

001570 WORKING-STORAGE SECTION.
001580 01  FS-REQFILE                  PIC X(02).
001590     88  FS-REQFILE-OK           VALUE "00".
001600 01  FS-CANDFILE                 PIC X(02).
001610     88  FS-CANDFILE-OK          VALUE "00".
001620 01  FS-CARGFILE                 PIC X(02).
001630     88  FS-CARGFILE-OK          VALUE "00".
001631 01  FS-DEPTFILE                 PIC X(02).
001632     88  FS-DEPTFILE-OK          VALUE "00".
001640 01  FS-NEWHFEED                 PIC X(02).
001650     88  FS-NEWHFEED-OK          VALUE "00".

001660 01  WS-OPCAO-SW                 PIC X(01).
001670     88  WS-OPCAO-INCLUIR        VALUE "1".
001680     88  WS-OPCAO-AVANCAR        VALUE "2".
001690     88  WS-OPCAO-CONTRATAR      VALUE "3".
001700     88  WS-OPCAO-DECLINAR       VALUE "4".
001710     88  WS-OPCAO-CONSULTAR      VALUE "5".

001720 01  WS-FIM-CAND-SW              PIC X(01) VALUE "N".
001730     88  WS-FIM-CAND             VALUE "Y".
001740 01  WS-CONFIRMA-SW              PIC X(01).
001750     88  WS-CONFIRMADO           VALUE "S".

001760 01  WS-MENSAGEM                 PIC X(40).
001770 01  WS-VALOR-ENT                PIC 9(09).
001780 01  WS-LIMITE-MIN               PIC 9(09).
001790 01  WS-LIMITE-MAX               PIC 9(09).

001800 01  WS-CHAMADA-DATA.
001810     05  WS-DT-FUNCAO            PIC X(01).
001820     05  WS-DT-DATA-1            PIC 9(08).
001830     05  WS-DT-DATA-2            PIC 9(08).
001840     05  WS-DT-QUANTIDADE        PIC S9(07).
001850     05  WS-DT-UNIDADE           PIC X(01).
001860     05  WS-DT-STATUS            PIC X(01).
001870         88  WS-DT-OK            VALUE "1".

001880 01  WS-CHAMADA-DOC.
001890     05  WS-DOC-TIPO             PIC X(01).
001900     05  WS-DOC-NUMERO           PIC 9(11).
001910     05  WS-DOC-STATUS           PIC X(01).
001920         88  WS-DOC-VALIDO       VALUE "1".

001930 01  WS-DATA-ATUAL               PIC 9(08).
001940 01  WS-NUMERO-REQ               PIC 9(06).
001950 01  WS-SEQ-ESCOLHIDA            PIC 9(03).
001960 01  WS-PROXIMA-SEQ              PIC 9(03).
001970 01  WS-QTD-CANDIDATOS           PIC 9(03).
001980 01  WS-QTD-DECLINADOS           PIC 9(03).
001990 01  WS-ETAPA-DESC               PIC X(10).
002000 01  WS-SALARIO-ED               PIC ZZZ,ZZ9.99.

002010 01  WS-DESCRICAO-AUD            PIC X(60).

002020 PROCEDURE DIVISION.

002030 0000-MAINLINE.
002040     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.

002050     IF WS-OPCAO-INCLUIR
002060         PERFORM 2000-INCLUIR THRU 2000-INCLUIR-EXIT
002070     END-IF.
002080     IF WS-OPCAO-AVANCAR
002090         PERFORM 3000-AVANCAR THRU 3000-AVANCAR-EXIT
002100     END-IF.
002110     IF WS-OPCAO-CONTRATAR
002120         PERFORM 4000-CONTRATAR THRU 4000-CONTRATAR-EXIT
002130     END-IF.
002140     IF WS-OPCAO-DECLINAR
002150         PERFORM 5000-DECLINAR THRU 5000-DECLINAR-EXIT
002160     END-IF.
002170     IF WS-OPCAO-CONSULTAR
002180         PERFORM 6000-CONSULTAR THRU 6000-CONSULTAR-EXIT
002190     END-IF.

002200     CLOSE REQUISITION-FILE CANDIDATE-FILE.
002210     GO TO 9999-EXIT.

002220*----------------------------------------------------------------
002230* 1000-INICIALIZAR - THE REQUISITION IS READ FOR EVERY OPERATION;
002240*                    ONLY A CONSULTATION IS ALLOWED ON ONE NOT
002250*                    (OR NO LONGER) APPROVED
002260*----------------------------------------------------------------
002270 1000-INICIALIZAR.
002280     ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
002290     OPEN I-O REQUISITION-FILE.
002300     IF NOT FS-REQFILE-OK
002310         DISPLAY "PROG197: ERRO AO ABRIR REQUISITION-FILE "
002320                 FS-REQFILE
002330         GO TO 9999-EXIT
002340     END-IF.

002350     OPEN I-O CANDIDATE-FILE.
002360     IF NOT FS-CANDFILE-OK
002370         OPEN OUTPUT CANDIDATE-FILE
002380         CLOSE CANDIDATE-FILE
002390         OPEN I-O CANDIDATE-FILE
002400     END-IF.
002410     IF NOT FS-CANDFILE-OK
002420         DISPLAY "PROG197: ERRO AO ABRIR CANDIDATE-FILE "
002430                 FS-CANDFILE
002440         CLOSE REQUISITION-FILE
002450         GO TO 9999-EXIT
002460     END-IF.

002470     DISPLAY "OPERACAO (1 = INCLUIR CANDIDATO / "
002480             "2 = AVANCAR ETAPA / 3 = CONTRATAR / 4 = DECLINAR / "
002490             "5 = CONSULTAR)".
002500     ACCEPT WS-OPCAO-SW.
002510     IF NOT WS-OPCAO-INCLUIR AND NOT WS-OPCAO-AVANCAR
002520        AND NOT WS-OPCAO-CONTRATAR AND NOT WS-OPCAO-DECLINAR
002530        AND NOT WS-OPCAO-CONSULTAR
002540         DISPLAY "PROG197: OPERACAO INVALIDA"
002550         GO TO 1000-REJEITAR
002560     END-IF.

002570     MOVE "NUMERO DA REQUISICAO" TO WS-MENSAGEM.
002580     MOVE 1 TO WS-LIMITE-MIN.
002590     MOVE 999999 TO WS-LIMITE-MAX.
002600     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
002610         WS-LIMITE-MIN WS-LIMITE-MAX.
002620     MOVE WS-VALOR-ENT TO WS-NUMERO-REQ.
002630     MOVE WS-NUMERO-REQ TO RQ-NUMERO.
002640     READ REQUISITION-FILE
002650         INVALID KEY
002660             DISPLAY "PROG197: REQUISICAO " WS-NUMERO-REQ
002670                 " NAO CADASTRADA - OPERACAO REJEITADA"
002680             GO TO 1000-REJEITAR
002690     END-READ.

002700     IF WS-OPCAO-CONSULTAR
002710         GO TO 1000-INICIALIZAR-EXIT
002720     END-IF.
002730     IF NOT RQ-APROVADA
002740         DISPLAY "PROG197: REQUISICAO " WS-NUMERO-REQ
002750             " NAO ESTA APROVADA E EM ABERTO (SITUACAO "
002760             RQ-STATUS ") - OPERACAO REJEITADA"
002770         GO TO 1000-REJEITAR
002780     END-IF.

002790     IF WS-OPCAO-INCLUIR
002800         GO TO 1000-INICIALIZAR-EXIT
002810     END-IF.

002820     MOVE "SEQUENCIA DO CANDIDATO" TO WS-MENSAGEM.
002830     MOVE 1 TO WS-LIMITE-MIN.
002840     MOVE 999 TO WS-LIMITE-MAX.
002850     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
002860         WS-LIMITE-MIN WS-LIMITE-MAX.
002870     MOVE WS-VALOR-ENT TO WS-SEQ-ESCOLHIDA.
002880     MOVE WS-NUMERO-REQ TO CA-REQUISICAO.
002890     MOVE WS-SEQ-ESCOLHIDA TO CA-SEQUENCIA.
002900     READ CANDIDATE-FILE
002910         INVALID KEY
002920             DISPLAY "PROG197: CANDIDATO " WS-SEQ-ESCOLHIDA
002930                 " NAO CADASTRADO NA REQUISICAO - OPERACAO "
002940                 "REJEITADA"
002950             GO TO 1000-REJEITAR
002960     END-READ.

002970     IF NOT CA-EM-PROCESSO
002980         PERFORM 8000-DESCREVER-ETAPA
002990             THRU 8000-DESCREVER-ETAPA-EXIT
003000         DISPLAY "PROG197: CANDIDATO JA ENCERRADO - ETAPA "
003010             WS-ETAPA-DESC " - OPERACAO REJEITADA"
003020         GO TO 1000-REJEITAR
003030     END-IF.
003040     GO TO 1000-INICIALIZAR-EXIT.

003050 1000-REJEITAR.
003060     CLOSE REQUISITION-FILE CANDIDATE-FILE.
003070     GO TO 9999-EXIT.
003080 1000-INICIALIZAR-EXIT.
003090     EXIT.

003100*----------------------------------------------------------------
003110* 2000-INCLUIR - A NEW CANDIDATE ENTERS AT TRIAGEM
003120*----------------------------------------------------------------
003130 2000-INCLUIR.
003140     PERFORM 2100-PROXIMA-SEQ THRU 2100-PROXIMA-SEQ-EXIT.
003150     IF WS-PROXIMA-SEQ = ZERO
003160         DISPLAY "PROG197: REQUISICAO JA TEM 999 CANDIDATOS - "
003170             "INCLUSAO REJEITADA"
003180         GO TO 2000-INCLUIR-EXIT
003190     END-IF.

003200     MOVE SPACES TO CANDIDATO-REC.
003210     MOVE WS-NUMERO-REQ TO CA-REQUISICAO.
003220     MOVE WS-PROXIMA-SEQ TO CA-SEQUENCIA.

003230     DISPLAY "NOME DO CANDIDATO".
003240     ACCEPT CA-NOME.
003250     IF CA-NOME = SPACES
003260         DISPLAY "PROG197: NOME EM BRANCO - INCLUSAO REJEITADA"
003270         GO TO 2000-INCLUIR-EXIT
003280     END-IF.

003290     DISPLAY "CPF (11 DIGITOS, ZERO SE AINDA NAO INFORMADO)".
003300     ACCEPT CA-CPF.
003310     IF CA-CPF > ZERO
003320         MOVE "C" TO WS-DOC-TIPO
003330         MOVE CA-CPF TO WS-DOC-NUMERO
003340         CALL "PROG112" USING WS-DOC-TIPO WS-DOC-NUMERO
003350             WS-DOC-STATUS
003360         IF NOT WS-DOC-VALIDO
003370             DISPLAY "PROG197: CPF INVALIDO - INCLUSAO REJEITADA"
003380             GO TO 2000-INCLUIR-EXIT
003390         END-IF
003400     END-IF.

003410     DISPLAY "DATA DE NASCIMENTO (AAAAMMDD)".
003420     ACCEPT CA-NASCIMENTO.
003430     MOVE "V" TO WS-DT-FUNCAO.
003440     MOVE CA-NASCIMENTO TO WS-DT-DATA-1.
003450     CALL "PROG74" USING WS-DT-FUNCAO WS-DT-DATA-1
003460         WS-DT-DATA-2 WS-DT-QUANTIDADE WS-DT-UNIDADE
003470         WS-DT-STATUS.
003480     IF NOT WS-DT-OK
003490         DISPLAY "PROG197: DATA DE NASCIMENTO INVALIDA - "
003500             "INCLUSAO REJEITADA"
003510         GO TO 2000-INCLUIR-EXIT
003520     END-IF.

003530     DISPLAY "ENDERECO - RUA".
003540     ACCEPT CA-RUA.
003550     DISPLAY "ENDERECO - CIDADE".
003560     ACCEPT CA-CIDADE.
003570     DISPLAY "ENDERECO - ESTADO (UF)".
003580     ACCEPT CA-ESTADO.
003590     DISPLAY "ENDERECO - CEP".
003600     ACCEPT CA-CEP.

003610     MOVE ZERO TO CA-PIS.
003620     SET CA-TRIAGEM TO TRUE.
003630     MOVE WS-DATA-ATUAL TO CA-DATA-ETAPA.
003640     MOVE WS-DATA-ATUAL TO CA-DATA-INCLUSAO.
003650     MOVE ZERO TO CA-SALARIO-PROPOSTO.
003660     MOVE ZERO TO CA-DATA-ADMISSAO.

003670     WRITE CANDIDATO-REC.
003680     IF NOT FS-CANDFILE-OK
003690         DISPLAY "PROG197: ERRO AO GRAVAR CANDIDATO - "
003700             FS-CANDFILE
003710         GO TO 2000-INCLUIR-EXIT
003720     END-IF.

003730     DISPLAY "PROG197: CANDIDATO " CA-SEQUENCIA
003740         " INCLUIDO NA REQUISICAO " CA-REQUISICAO " EM TRIAGEM".
003750     MOVE SPACES TO WS-DESCRICAO-AUD.
003760     STRING "INCLUIU CANDIDATO " CA-REQUISICAO "/" CA-SEQUENCIA
003770         " " CA-NOME DELIMITED BY SIZE INTO WS-DESCRICAO-AUD.
003780     CALL "PROG22" USING "PROG197 " WS-DESCRICAO-AUD.
003790 2000-INCLUIR-EXIT.
003800     EXIT.

003810*----------------------------------------------------------------
003820* 2100-PROXIMA-SEQ - LAST SEQUENCE ON FILE FOR THE REQUISITION
003830*                    PLUS ONE (ZERO WHEN THE 999 ARE USED UP)
003840*----------------------------------------------------------------
003850 2100-PROXIMA-SEQ.
003860     MOVE ZERO TO WS-PROXIMA-SEQ.
003870     MOVE "N" TO WS-FIM-CAND-SW.
003880     MOVE WS-NUMERO-REQ TO CA-REQUISICAO.
003890     MOVE ZERO TO CA-SEQUENCIA.
003900     START CANDIDATE-FILE KEY IS NOT LESS THAN CA-CHAVE
003910         INVALID KEY
003920             SET WS-FIM-CAND TO TRUE
003930     END-START.

003940     PERFORM 2110-VARRER-SEQ THRU 2110-VARRER-SEQ-EXIT
003950         UNTIL WS-FIM-CAND.

003960     IF WS-PROXIMA-SEQ = 999
003970         MOVE ZERO TO WS-PROXIMA-SEQ
003980     ELSE
003990         ADD 1 TO WS-PROXIMA-SEQ
004000     END-IF.
004010 2100-PROXIMA-SEQ-EXIT.
004020     EXIT.

004030 2110-VARRER-SEQ.
004040     READ CANDIDATE-FILE NEXT
004050         AT END
004060             SET WS-FIM-CAND TO TRUE
004070             GO TO 2110-VARRER-SEQ-EXIT
004080     END-READ.
004090     IF CA-REQUISICAO NOT = WS-NUMERO-REQ
004100         SET WS-FIM-CAND TO TRUE
004110         GO TO 2110-VARRER-SEQ-EXIT
004120     END-IF.
004130     MOVE CA-SEQUENCIA TO WS-PROXIMA-SEQ.
004140 2110-VARRER-SEQ-EXIT.
004150     EXIT.

004160*----------------------------------------------------------------
004170* 3000-AVANCAR - TRIAGEM TO ENTREVISTA, ENTREVISTA TO PROPOSTA.
004180*                THE OFFER IS KEYED HERE, WITHIN THE CARGO'S BAND
004190*----------------------------------------------------------------
004200 3000-AVANCAR.
004210     IF CA-PROPOSTA
004220         DISPLAY "PROG197: CANDIDATO JA ESTA NA PROPOSTA - USE A "
004230             "OPERACAO 3 (CONTRATAR) OU 4 (DECLINAR)"
004240         GO TO 3000-AVANCAR-EXIT
004250     END-IF.

004260     IF CA-TRIAGEM
004270         SET CA-ENTREVISTA TO TRUE
004280     ELSE
004290         PERFORM 3100-CAPTURAR-PROPOSTA
004300             THRU 3100-CAPTURAR-PROPOSTA-EXIT
004310         SET CA-PROPOSTA TO TRUE
004320     END-IF.
004330     MOVE WS-DATA-ATUAL TO CA-DATA-ETAPA.

004340     PERFORM 7000-REGRAVAR THRU 7000-REGRAVAR-EXIT.
004350 3000-AVANCAR-EXIT.
004360     EXIT.

004370 3100-CAPTURAR-PROPOSTA.
004380     MOVE ZERO TO WS-LIMITE-MIN.
004390     MOVE 99999999 TO WS-LIMITE-MAX.

004400     OPEN INPUT POSITION-MASTER.
004410     IF FS-CARGFILE-OK
004420         MOVE RQ-DEPARTAMENTO TO CG-DEPARTAMENTO
004430         MOVE RQ-CARGO TO CG-CODIGO
004440         READ POSITION-MASTER
004450             NOT INVALID KEY
004460                 COMPUTE WS-LIMITE-MIN = CG-PISO * 100
004470                 IF CG-TETO > ZERO
004480                     COMPUTE WS-LIMITE-MAX = CG-TETO * 100
004490                 END-IF
004500         END-READ
004510         CLOSE POSITION-MASTER
004520     END-IF.

004530     MOVE RQ-SALARIO-PREVISTO TO WS-SALARIO-ED.
004540     DISPLAY "SALARIO PREVISTO NA REQUISICAO: " WS-SALARIO-ED.
004550     MOVE "SALARIO DA PROPOSTA (CENTAVOS)" TO WS-MENSAGEM.
004560     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
004570         WS-LIMITE-MIN WS-LIMITE-MAX.
004580     COMPUTE CA-SALARIO-PROPOSTO = WS-VALOR-ENT / 100.
004590 3100-CAPTURAR-PROPOSTA-EXIT.
004600     EXIT.

004610*----------------------------------------------------------------
004620* 4000-CONTRATAR - ONLY FROM PROPOSTA. THE FEED ROW IS WRITTEN
004630*                  FIRST; THE CANDIDATE AND THE REQUISITION ARE
004640*                  CLOSED ONLY ONCE IT IS ON NEWHFEED
004650*----------------------------------------------------------------
004660 4000-CONTRATAR.
004670     IF NOT CA-PROPOSTA
004680         PERFORM 8000-DESCREVER-ETAPA
004690             THRU 8000-DESCREVER-ETAPA-EXIT
004700         DISPLAY "PROG197: SO UM CANDIDATO NA PROPOSTA PODE SER "
004710             "CONTRATADO - ETAPA ATUAL " WS-ETAPA-DESC
004720         GO TO 4000-CONTRATAR-EXIT
004730     END-IF.

004740     DISPLAY "DATA DE ADMISSAO (AAAAMMDD)".
004750     ACCEPT CA-DATA-ADMISSAO.
004760     MOVE "V" TO WS-DT-FUNCAO.
004770     MOVE CA-DATA-ADMISSAO TO WS-DT-DATA-1.
004780     CALL "PROG74" USING WS-DT-FUNCAO WS-DT-DATA-1
004790         WS-DT-DATA-2 WS-DT-QUANTIDADE WS-DT-UNIDADE
004800         WS-DT-STATUS.
004810     IF NOT WS-DT-OK OR CA-DATA-ADMISSAO < RQ-DATA-ABERTURA
004820         DISPLAY "PROG197: DATA DE ADMISSAO INVALIDA OU ANTERIOR "
004830             "A ABERTURA DA REQUISICAO - NADA GRAVADO"
004840         GO TO 4000-CONTRATAR-EXIT
004850     END-IF.

004860     IF CA-CPF = ZERO
004870         DISPLAY "CPF (11 DIGITOS)"
004880         ACCEPT CA-CPF
004890     END-IF.
004900     MOVE "C" TO WS-DOC-TIPO.
004910     MOVE CA-CPF TO WS-DOC-NUMERO.
004920     CALL "PROG112" USING WS-DOC-TIPO WS-DOC-NUMERO
004930         WS-DOC-STATUS.
004940     IF NOT WS-DOC-VALIDO
004950         DISPLAY "PROG197: CPF INVALIDO - NADA GRAVADO"
004960         GO TO 4000-CONTRATAR-EXIT
004970     END-IF.

004980     DISPLAY "PIS (11 DIGITOS, ZERO SE PRIMEIRO EMPREGO)".
004990     ACCEPT CA-PIS.
005000     IF CA-PIS > ZERO
005010         MOVE "P" TO WS-DOC-TIPO
005020         MOVE CA-PIS TO WS-DOC-NUMERO
005030         CALL "PROG112" USING WS-DOC-TIPO WS-DOC-NUMERO
005040             WS-DOC-STATUS
005050         IF NOT WS-DOC-VALIDO
005060             DISPLAY "PROG197: PIS INVALIDO - NADA GRAVADO"
005070             GO TO 4000-CONTRATAR-EXIT
005080         END-IF
005090     END-IF.

005100     DISPLAY "CTPS".
005110     ACCEPT CA-CTPS.

005120     DISPLAY "CONFIRMA A CONTRATACAO DE " CA-NOME " (S/N)".
005130     ACCEPT WS-CONFIRMA-SW.
005140     IF NOT WS-CONFIRMADO
005150         DISPLAY "PROG197: CONTRATACAO NAO CONFIRMADA"
005160         GO TO 4000-CONTRATAR-EXIT
005170     END-IF.

005180     PERFORM 4100-GRAVAR-FEED THRU 4100-GRAVAR-FEED-EXIT.
005190     IF NOT FS-NEWHFEED-OK
005200         GO TO 4000-CONTRATAR-EXIT
005210     END-IF.

005220     SET CA-CONTRATADO TO TRUE.
005230     MOVE WS-DATA-ATUAL TO CA-DATA-ETAPA.
005240     PERFORM 7000-REGRAVAR THRU 7000-REGRAVAR-EXIT.

005250     SET RQ-PREENCHIDA TO TRUE.
005260     MOVE WS-DATA-ATUAL TO RQ-DATA-FECHAMENTO.
005270     MOVE CA-SEQUENCIA TO RQ-CANDIDATO.
005280     REWRITE REQUISICAO-REC.
005290     IF NOT FS-REQFILE-OK
005300         DISPLAY "PROG197: ERRO AO FECHAR A REQUISICAO - "
005310             FS-REQFILE
005320     ELSE
005330         DISPLAY "PROG197: REQUISICAO " RQ-NUMERO
005340             " ENCERRADA COMO PREENCHIDA"
005350     END-IF.

005360     MOVE SPACES TO WS-DESCRICAO-AUD.
005370     STRING "PREENCHEU REQUISICAO " RQ-NUMERO " CANDIDATO "
005380         WS-SEQ-ESCOLHIDA " ADM " CA-DATA-ADMISSAO
005390         DELIMITED BY SIZE INTO WS-DESCRICAO-AUD.
005400     CALL "PROG22" USING "PROG197 " WS-DESCRICAO-AUD.

005410     PERFORM 4200-DECLINAR-DEMAIS THRU 4200-DECLINAR-DEMAIS-EXIT.
005420     IF WS-QTD-DECLINADOS > ZERO
005430         DISPLAY "PROG197: " WS-QTD-DECLINADOS " CANDIDATO(S) "
005440             "AINDA EM PROCESSO DECLINADO(S) - VAGA PREENCHIDA"
005450     END-IF.
005460 4000-CONTRATAR-EXIT.
005470     EXIT.

005480*----------------------------------------------------------------
005490* 4100-GRAVAR-FEED - APPEND THE ROW TO NEWHFEED, CREATING THE
005500*                    FILE WHEN THIS IS THE FIRST ROW OF THE CYCLE
005510*----------------------------------------------------------------
005520 4100-GRAVAR-FEED.
005530     OPEN EXTEND NEWHIRE-FEED.
005540     IF NOT FS-NEWHFEED-OK
005550         OPEN OUTPUT NEWHIRE-FEED
005560     END-IF.
005570     IF NOT FS-NEWHFEED-OK
005580         DISPLAY "PROG197: ERRO AO ABRIR NEWHIRE-FEED "
005590             FS-NEWHFEED " - NADA GRAVADO"
005600         GO TO 4100-GRAVAR-FEED-EXIT
005610     END-IF.

005620     MOVE SPACES TO NEWHIRE-REC.
005630     MOVE ZERO               TO NH-CODIGO.
005640     MOVE CA-NOME            TO NH-NOME.
005650     MOVE CA-RUA             TO NH-RUA.
005660     MOVE CA-CIDADE          TO NH-CIDADE.
005670     MOVE CA-ESTADO          TO NH-ESTADO.
005680     MOVE CA-CEP             TO NH-CEP.
005690     MOVE CA-NASCIMENTO      TO NH-NASCIMENTO.
005700     MOVE CA-DATA-ADMISSAO   TO NH-ADMISSAO.
005710     MOVE CA-SALARIO-PROPOSTO TO NH-SALARIO.
005720     MOVE "BRL"              TO NH-MOEDA.
005730     MOVE CA-CPF             TO NH-CPF.
005740     MOVE CA-PIS             TO NH-PIS.
005750     MOVE CA-CTPS            TO NH-CTPS.
005760     MOVE RQ-DEPARTAMENTO    TO NH-DEPARTAMENTO.
005770     MOVE RQ-CARGO           TO NH-CARGO.
005771     MOVE "C"                TO NH-TIPO-CONTRATO.
005772     MOVE ZERO               TO NH-DATA-FIM-CONTRATO.

005773     OPEN INPUT DEPARTMENT-FILE.
005774     IF FS-DEPTFILE-OK
005775         MOVE RQ-DEPARTAMENTO TO DM-CODIGO
005776         READ DEPARTMENT-FILE
005777             NOT INVALID KEY
005778                 MOVE DM-EMPRESA TO NH-EMPRESA
005779         END-READ
005780         CLOSE DEPARTMENT-FILE
005781     END-IF.

005782     WRITE NEWHIRE-REC.
005790     IF NOT FS-NEWHFEED-OK
005800         DISPLAY "PROG197: ERRO AO GRAVAR NEWHIRE-FEED "
005810             FS-NEWHFEED " - NADA GRAVADO"
005820     ELSE
005830         DISPLAY "PROG197: LINHA GRAVADA NO NEWHFEED PARA A "
005840             "PROXIMA CARGA (PROG89/PROG37)"
005850     END-IF.
005860     CLOSE NEWHIRE-FEED.
005870 4100-GRAVAR-FEED-EXIT.
005880     EXIT.

005890*----------------------------------------------------------------
005900* 4200-DECLINAR-DEMAIS - THE SEAT IS FILLED; EVERY OTHER
005910*                        CANDIDATE STILL IN PROCESS IS CLOSED
005920*----------------------------------------------------------------
005930 4200-DECLINAR-DEMAIS.
005940     MOVE ZERO TO WS-QTD-DECLINADOS.
005950     MOVE "N" TO WS-FIM-CAND-SW.
005960     MOVE WS-NUMERO-REQ TO CA-REQUISICAO.
005970     MOVE ZERO TO CA-SEQUENCIA.
005980     START CANDIDATE-FILE KEY IS NOT LESS THAN CA-CHAVE
005990         INVALID KEY
006000             SET WS-FIM-CAND TO TRUE
006010     END-START.

006020     PERFORM 4210-DECLINAR-UM THRU 4210-DECLINAR-UM-EXIT
006030         UNTIL WS-FIM-CAND.
006040 4200-DECLINAR-DEMAIS-EXIT.
006050     EXIT.

006060 4210-DECLINAR-UM.
006070     READ CANDIDATE-FILE NEXT
006080         AT END
006090             SET WS-FIM-CAND TO TRUE
006100             GO TO 4210-DECLINAR-UM-EXIT
006110     END-READ.
006120     IF CA-REQUISICAO NOT = WS-NUMERO-REQ
006130         SET WS-FIM-CAND TO TRUE
006140         GO TO 4210-DECLINAR-UM-EXIT
006150     END-IF.
006160     IF NOT CA-EM-PROCESSO
006170         GO TO 4210-DECLINAR-UM-EXIT
006180     END-IF.

006190     SET CA-DECLINADO TO TRUE.
006200     MOVE WS-DATA-ATUAL TO CA-DATA-ETAPA.
006210     MOVE "VAGA PREENCHIDA" TO CA-MOTIVO-DECLINIO.
006220     REWRITE CANDIDATO-REC.
006230     IF FS-CANDFILE-OK
006240         ADD 1 TO WS-QTD-DECLINADOS
006250     END-IF.
006260 4210-DECLINAR-UM-EXIT.
006270     EXIT.

006280*----------------------------------------------------------------
006290* 5000-DECLINAR - THE CANDIDATE GAVE UP OR WAS TURNED DOWN
006300*----------------------------------------------------------------
006310 5000-DECLINAR.
006320     DISPLAY "MOTIVO DO DECLINIO".
006330     ACCEPT CA-MOTIVO-DECLINIO.
006340     IF CA-MOTIVO-DECLINIO = SPACES
006350         DISPLAY "PROG197: MOTIVO EM BRANCO - NADA GRAVADO"
006360         GO TO 5000-DECLINAR-EXIT
006370     END-IF.

006380     SET CA-DECLINADO TO TRUE.
006390     MOVE WS-DATA-ATUAL TO CA-DATA-ETAPA.
006400     PERFORM 7000-REGRAVAR THRU 7000-REGRAVAR-EXIT.
006410 5000-DECLINAR-EXIT.
006420     EXIT.

006430*----------------------------------------------------------------
006440* 6000-CONSULTAR - THE REQUISITION AND ALL ITS CANDIDATES
006450*----------------------------------------------------------------
006460 6000-CONSULTAR.
006470     DISPLAY "REQUISICAO " RQ-NUMERO " - " RQ-DEPARTAMENTO " "
006480         RQ-CARGO " - SITUACAO " RQ-STATUS " - ABERTA EM "
006490         RQ-DATA-ABERTURA.
006500     DISPLAY "SEQ NOME                           ETAPA      "
006510         "DESDE    PROPOSTA".

006520     MOVE ZERO TO WS-QTD-CANDIDATOS.
006530     MOVE "N" TO WS-FIM-CAND-SW.
006540     MOVE WS-NUMERO-REQ TO CA-REQUISICAO.
006550     MOVE ZERO TO CA-SEQUENCIA.
006560     START CANDIDATE-FILE KEY IS NOT LESS THAN CA-CHAVE
006570         INVALID KEY
006580             SET WS-FIM-CAND TO TRUE
006590     END-START.

006600     PERFORM 6100-MOSTRAR-UM THRU 6100-MOSTRAR-UM-EXIT
006610         UNTIL WS-FIM-CAND.

006620     IF WS-QTD-CANDIDATOS = ZERO
006630         DISPLAY "PROG197: NENHUM CANDIDATO NA REQUISICAO"
006640     END-IF.
006650 6000-CONSULTAR-EXIT.
006660     EXIT.

006670 6100-MOSTRAR-UM.
006680     READ CANDIDATE-FILE NEXT
006690         AT END
006700             SET WS-FIM-CAND TO TRUE
006710             GO TO 6100-MOSTRAR-UM-EXIT
006720     END-READ.
006730     IF CA-REQUISICAO NOT = WS-NUMERO-REQ
006740         SET WS-FIM-CAND TO TRUE
006750         GO TO 6100-MOSTRAR-UM-EXIT
006760     END-IF.

006770     ADD 1 TO WS-QTD-CANDIDATOS.
006780     PERFORM 8000-DESCREVER-ETAPA THRU 8000-DESCREVER-ETAPA-EXIT.
006790     MOVE CA-SALARIO-PROPOSTO TO WS-SALARIO-ED.
006800     DISPLAY CA-SEQUENCIA " " CA-NOME " " WS-ETAPA-DESC " "
006810         CA-DATA-ETAPA " " WS-SALARIO-ED.
006820     IF CA-DECLINADO
006830         DISPLAY "    MOTIVO: " CA-MOTIVO-DECLINIO
006840     END-IF.
006850 6100-MOSTRAR-UM-EXIT.
006860     EXIT.

006870*----------------------------------------------------------------
006880* 7000-REGRAVAR
006890*----------------------------------------------------------------
006900 7000-REGRAVAR.
006910     REWRITE CANDIDATO-REC.
006920     IF NOT FS-CANDFILE-OK
006930         DISPLAY "PROG197: ERRO AO REGRAVAR CANDIDATO - "
006940             FS-CANDFILE
006950         GO TO 7000-REGRAVAR-EXIT
006960     END-IF.

006970     PERFORM 8000-DESCREVER-ETAPA THRU 8000-DESCREVER-ETAPA-EXIT.
006980     DISPLAY "PROG197: CANDIDATO " CA-SEQUENCIA " - "
006990         WS-ETAPA-DESC.
007000     MOVE SPACES TO WS-DESCRICAO-AUD.
007010     STRING "CANDIDATO " CA-REQUISICAO "/" CA-SEQUENCIA " "
007020         WS-ETAPA-DESC DELIMITED BY SIZE INTO WS-DESCRICAO-AUD.
007030     CALL "PROG22" USING "PROG197 " WS-DESCRICAO-AUD.
007040 7000-REGRAVAR-EXIT.
007050     EXIT.

007060*----------------------------------------------------------------
007070* 8000-DESCREVER-ETAPA
007080*----------------------------------------------------------------
007090 8000-DESCREVER-ETAPA.
007100     EVALUATE TRUE
007110         WHEN CA-TRIAGEM
007120             MOVE "TRIAGEM" TO WS-ETAPA-DESC
007130         WHEN CA-ENTREVISTA
007140             MOVE "ENTREVISTA" TO WS-ETAPA-DESC
007150         WHEN CA-PROPOSTA
007160             MOVE "PROPOSTA" TO WS-ETAPA-DESC
007170         WHEN CA-CONTRATADO
007180             MOVE "CONTRATADO" TO WS-ETAPA-DESC
007190         WHEN CA-DECLINADO
007200             MOVE "DECLINADO" TO WS-ETAPA-DESC
007210         WHEN OTHER
007220             MOVE "?" TO WS-ETAPA-DESC
007230     END-EVALUATE.
007240 8000-DESCREVER-ETAPA-EXIT.
007250     EXIT.

007260 9999-EXIT.
007270     STOP RUN.
