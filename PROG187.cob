001000******************************************************************
001010* PROGRAM-ID: PROG187
001020* AUTHOR:      R. ALMEIDA - APPLICATIONS
001030* INSTALLATION: FOLHA DE PAGAMENTO / RECURSOS HUMANOS
001040* DATE-WRITTEN: 2026-10-01
001050* DATE-COMPILED:
001060* PURPOSE:     HEALTH-PLAN ENROLLMENT PER COVERED LIFE (SAUDFILE).
001070*              ENROLLS THE FUNCIONARIO (SEQ 00) OR ONE OF ITS
001080*              DEPFILE DEPENDENTS IN A PLAN OF THE PROG186 CATALOG
001090*              FROM A START DATE, ENDS A LIFE'S COVERAGE ON A
001100*              GIVEN DATE, OR LISTS EVERY LIFE OF THE FUNCIONARIO.
001110*              A DEPENDENT IS ONLY ENROLLED UNDER A COVERED
001120*              TITULAR, AND ENDING THE TITULAR ENDS ITS
001130*              DEPENDENTS. EVERY
001140*              OPERATION IS LOGGED THROUGH THE PROG22 AUDIT
001150*              WRITER.
001160* ----------------------------------------------------------------
001170* MODIFICATION HISTORY
001180* DATE       INIT DESCRIPTION
001190* 2026-10-01 RA   INITIAL VERSION
001200******************************************************************
001210 IDENTIFICATION DIVISION.
001220 PROGRAM-ID. PROG187.

001230 ENVIRONMENT DIVISION.
001240 INPUT-OUTPUT SECTION.
001250 FILE-CONTROL.
001260     SELECT HEALTH-ENROLL-FILE ASSIGN TO "SAUDFILE"
001270         ORGANIZATION IS INDEXED
001280         ACCESS MODE IS DYNAMIC
001290         RECORD KEY IS SA-CHAVE
001300         FILE STATUS IS FS-SAUDFILE.

001310     SELECT HEALTH-PLAN-FILE ASSIGN TO "PLANOSAU"
001320         ORGANIZATION IS INDEXED
001330         ACCESS MODE IS DYNAMIC
001340         RECORD KEY IS PS-PLANO
001350         FILE STATUS IS FS-PLANOSAU.

001360     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
001370         ORGANIZATION IS INDEXED
001380         ACCESS MODE IS DYNAMIC
001390         RECORD KEY IS CODIGO
001400         ALTERNATE RECORD KEY IS NOME
001410             WITH DUPLICATES
001420         ALTERNATE RECORD KEY IS DEPARTAMENTO
001430             WITH DUPLICATES
001440         FILE STATUS IS FS-EMPMAST.

001450     SELECT DEPENDENT-FILE ASSIGN TO "DEPFILE"
001460         ORGANIZATION IS INDEXED
001470         ACCESS MODE IS DYNAMIC
001480         RECORD KEY IS DP-CHAVE
001490         FILE STATUS IS FS-DEPFILE.

001500 DATA DIVISION.
001510 FILE SECTION.
001520 FD  HEALTH-ENROLL-FILE.
001530 COPY SAUDREC.

001540 FD  HEALTH-PLAN-FILE.
001550 COPY PLSAREC.

001560 FD  EMPLOYEE-MASTER.
001570 COPY EMPREC.

001580 FD  DEPENDENT-FILE.
001590 COPY DEPDREC.

001600 WORKING-STORAGE SECTION.
001610 01  FS-SAUDFILE                 PIC X(02).
001620     88  FS-SAUDFILE-OK          VALUE "00".

001630 01  FS-PLANOSAU                 PIC X(02).
001640     88  FS-PLANOSAU-OK          VALUE "00".

001650 01  FS-EMPMAST                  PIC X(02).
001660     88  FS-EMPMAST-OK           VALUE "00".

001670 01  FS-DEPFILE                  PIC X(02).
001680     88  FS-DEPFILE-OK           VALUE "00".

001690 01  WS-PLANO-SW                 PIC X(01) VALUE "N".
001700     88  WS-PLANO-PRESENTE       VALUE "Y".
001710 01  WS-DEP-SW                   PIC X(01) VALUE "N".
001720     88  WS-DEP-PRESENTE         VALUE "Y".

001730 01  WS-OPCAO-SW                 PIC X(01).
001740     88  WS-OPCAO-ADERIR         VALUE "1".
001750     88  WS-OPCAO-ENCERRAR       VALUE "2".
001760     88  WS-OPCAO-CONSULTAR      VALUE "3".

001770 01  WS-JA-EXISTE-SW             PIC X(01) VALUE "N".
001780     88  WS-JA-EXISTE            VALUE "Y".
001790 01  WS-FIM-VIDAS-SW             PIC X(01) VALUE "N".
001800     88  WS-FIM-VIDAS            VALUE "Y".

001810 01  WS-MENSAGEM                 PIC X(40).
001820 01  WS-VALOR-ENT                PIC 9(09).
001830 01  WS-LIMITE-MIN               PIC 9(09).
001840 01  WS-LIMITE-MAX               PIC 9(09).

001850 01  WS-CHAMADA-DATA.
001860     05  WS-DT-FUNCAO            PIC X(01).
001870     05  WS-DT-DATA-1            PIC 9(08).
001880     05  WS-DT-DATA-2            PIC 9(08).
001890     05  WS-DT-QUANTIDADE        PIC S9(07).
001900     05  WS-DT-UNIDADE           PIC X(01).
001910     05  WS-DT-STATUS            PIC X(01).
001920         88  WS-DT-OK            VALUE "1".

001930 01  WS-CODIGO                   PIC 9(06).
001940 01  WS-SEQ                      PIC 9(02).
001950 01  WS-DATA-INFORMADA           PIC 9(08).
001960 01  WS-NOME-VIDA                PIC X(30).
001970 01  WS-QTD-VIDAS                PIC 9(03) VALUE ZERO.
001980 01  WS-QTD-DEP-ENCERRADOS       PIC 9(03) VALUE ZERO.

001990 01  WS-DESCRICAO-AUD            PIC X(60).

002000 PROCEDURE DIVISION.

002010 0000-MAINLINE.
002020     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.

002030     IF WS-OPCAO-CONSULTAR
002040         PERFORM 4000-CONSULTAR THRU 4000-CONSULTAR-EXIT
002050     END-IF.
002060     IF WS-OPCAO-ADERIR
002070         PERFORM 2000-ADERIR THRU 2000-ADERIR-EXIT
002080     END-IF.
002090     IF WS-OPCAO-ENCERRAR
002100         PERFORM 3000-ENCERRAR THRU 3000-ENCERRAR-EXIT
002110     END-IF.

002120     PERFORM 8000-FINALIZAR THRU 8000-FINALIZAR-EXIT.
002130     GO TO 9999-EXIT.

002140*----------------------------------------------------------------
002150* 1000-INICIALIZAR
002160*----------------------------------------------------------------
002170 1000-INICIALIZAR.
002180     OPEN I-O HEALTH-ENROLL-FILE.
002190     IF NOT FS-SAUDFILE-OK
002200         OPEN OUTPUT HEALTH-ENROLL-FILE
002210         CLOSE HEALTH-ENROLL-FILE
002220         OPEN I-O HEALTH-ENROLL-FILE
002230     END-IF.
002240     IF NOT FS-SAUDFILE-OK
002250         DISPLAY "PROG187: ERRO AO ABRIR HEALTH-ENROLL-FILE "
002260                 FS-SAUDFILE
002270         GO TO 9999-EXIT
002280     END-IF.

002290     OPEN INPUT EMPLOYEE-MASTER.
002300     IF NOT FS-EMPMAST-OK
002310         DISPLAY "PROG187: ERRO AO ABRIR EMPLOYEE-MASTER "
002320                 FS-EMPMAST
002330         CLOSE HEALTH-ENROLL-FILE
002340         GO TO 9999-EXIT
002350     END-IF.

002360     OPEN INPUT HEALTH-PLAN-FILE.
002370     IF FS-PLANOSAU-OK
002380         SET WS-PLANO-PRESENTE TO TRUE
002390     END-IF.
002400     OPEN INPUT DEPENDENT-FILE.
002410     IF FS-DEPFILE-OK
002420         SET WS-DEP-PRESENTE TO TRUE
002430     END-IF.

002440     DISPLAY "OPERACAO (1 = ADERIR / 2 = ENCERRAR / "
002450             "3 = CONSULTAR)".
002460     ACCEPT WS-OPCAO-SW.
002470     IF NOT WS-OPCAO-ADERIR AND NOT WS-OPCAO-ENCERRAR
002480         AND NOT WS-OPCAO-CONSULTAR
002490         DISPLAY "PROG187: OPERACAO INVALIDA"
002500         PERFORM 8000-FINALIZAR THRU 8000-FINALIZAR-EXIT
002510         GO TO 9999-EXIT
002520     END-IF.

002530     MOVE "CODIGO DO FUNCIONARIO" TO WS-MENSAGEM.
002540     MOVE 1 TO WS-LIMITE-MIN.
002550     MOVE 999999 TO WS-LIMITE-MAX.
002560     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
002570         WS-LIMITE-MIN WS-LIMITE-MAX.
002580     MOVE WS-VALOR-ENT TO WS-CODIGO.
002590     MOVE WS-CODIGO TO CODIGO.
002600     READ EMPLOYEE-MASTER
002610         INVALID KEY
002620             DISPLAY "PROG187: FUNCIONARIO " WS-CODIGO
002630                 " NAO ENCONTRADO"
002640             PERFORM 8000-FINALIZAR THRU 8000-FINALIZAR-EXIT
002650             GO TO 9999-EXIT
002660     END-READ.

002670     IF WS-OPCAO-CONSULTAR
002680         GO TO 1000-INICIALIZAR-EXIT
002690     END-IF.

002700     MOVE "VIDA (0 = TITULAR / SEQ DO DEPENDENTE)"
002710         TO WS-MENSAGEM.
002720     MOVE ZERO TO WS-LIMITE-MIN.
002730     MOVE 99 TO WS-LIMITE-MAX.
002740     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
002750         WS-LIMITE-MIN WS-LIMITE-MAX.
002760     MOVE WS-VALOR-ENT TO WS-SEQ.

002770     MOVE NOME TO WS-NOME-VIDA.
002780     IF WS-SEQ NOT = ZERO AND NOT WS-DEP-PRESENTE
002790         DISPLAY "PROG187: DEPENDENTES (DEPFILE) INDISPONIVEIS - "
002800             "OPERACAO REJEITADA"
002810         PERFORM 8000-FINALIZAR THRU 8000-FINALIZAR-EXIT
002820         GO TO 9999-EXIT
002830     END-IF.
002840     IF WS-SEQ NOT = ZERO
002850         MOVE WS-CODIGO TO DP-CODIGO
002860         MOVE WS-SEQ    TO DP-SEQ
002870         READ DEPENDENT-FILE
002880             INVALID KEY
002890                 DISPLAY "PROG187: DEPENDENTE " WS-SEQ " NAO "
002900                     "CADASTRADO NO DEPFILE - OPERACAO REJEITADA"
002910                 PERFORM 8000-FINALIZAR THRU 8000-FINALIZAR-EXIT
002920                 GO TO 9999-EXIT
002930         END-READ
002940         MOVE DP-NOME TO WS-NOME-VIDA
002950     END-IF.

002960     MOVE WS-CODIGO TO SA-CODIGO.
002970     MOVE WS-SEQ    TO SA-SEQ.
002980     READ HEALTH-ENROLL-FILE
002990         INVALID KEY
003000             MOVE "N" TO WS-JA-EXISTE-SW
003010         NOT INVALID KEY
003020             MOVE "Y" TO WS-JA-EXISTE-SW
003030     END-READ.
003040 1000-INICIALIZAR-EXIT.
003050     EXIT.

003060*----------------------------------------------------------------
003070* 2000-ADERIR - AN ENDED ROW IS REOPENED WITH THE NEW PLAN AND
003080*               START; A DEPENDENT NEEDS AN OPEN TITULAR ROW
003090*----------------------------------------------------------------
003100 2000-ADERIR.
003110     IF NOT EMP-ATIVO
003120         DISPLAY "PROG187: FUNCIONARIO " WS-CODIGO " INATIVO - "
003130             "ADESAO REJEITADA"
003140         GO TO 2000-ADERIR-EXIT
003150     END-IF.
003160     IF WS-JA-EXISTE AND SA-DATA-FIM = ZERO
003170         DISPLAY "PROG187: VIDA JA COBERTA PELO PLANO " SA-PLANO
003180             " DESDE " SA-DATA-INICIO " - ADESAO REJEITADA"
003190         GO TO 2000-ADERIR-EXIT
003200     END-IF.

003210     IF WS-SEQ NOT = ZERO
003220         MOVE WS-CODIGO TO SA-CODIGO
003230         MOVE ZERO      TO SA-SEQ
003240         READ HEALTH-ENROLL-FILE
003250             INVALID KEY
003260                 MOVE 1 TO SA-DATA-FIM
003270         END-READ
003280         IF SA-DATA-FIM NOT = ZERO
003290             DISPLAY "PROG187: TITULAR SEM COBERTURA ABERTA - "
003300                 "ADESAO DO DEPENDENTE REJEITADA"
003310             GO TO 2000-ADERIR-EXIT
003320         END-IF
003330     END-IF.

003340     IF NOT WS-PLANO-PRESENTE
003350         DISPLAY "PROG187: CATALOGO DE PLANOS (PLANOSAU) "
003360             "INDISPONIVEL - ADESAO REJEITADA"
003370         GO TO 2000-ADERIR-EXIT
003380     END-IF.
003390     DISPLAY "CODIGO DO PLANO".
003400     ACCEPT PS-PLANO.
003410     READ HEALTH-PLAN-FILE
003420         INVALID KEY
003430             DISPLAY "PROG187: PLANO " PS-PLANO " NAO "
003440                 "CADASTRADO (PROG186) - ADESAO REJEITADA"
003450             GO TO 2000-ADERIR-EXIT
003460     END-READ.

003470     MOVE "INICIO DA COBERTURA (AAAAMMDD)" TO WS-MENSAGEM.
003480     PERFORM 5000-OBTER-DATA THRU 5000-OBTER-DATA-EXIT.
003490     IF NOT WS-DT-OK
003500         GO TO 2000-ADERIR-EXIT
003510     END-IF.

003520     MOVE WS-CODIGO         TO SA-CODIGO.
003530     MOVE WS-SEQ            TO SA-SEQ.
003540     MOVE PS-PLANO          TO SA-PLANO.
003550     MOVE WS-DATA-INFORMADA TO SA-DATA-INICIO.
003560     MOVE ZERO              TO SA-DATA-FIM.
003570     MOVE SPACE             TO SA-MOTIVO-FIM.
003580     IF WS-JA-EXISTE
003590         REWRITE ADESAO-SAUDE-REC
003600     ELSE
003610         WRITE ADESAO-SAUDE-REC
003620     END-IF.
003630     IF NOT FS-SAUDFILE-OK
003640         DISPLAY "PROG187: ERRO AO GRAVAR ADESAO - " FS-SAUDFILE
003650         GO TO 2000-ADERIR-EXIT
003660     END-IF.

003670     DISPLAY "PROG187: " WS-NOME-VIDA " ADERIU AO PLANO "
003680         SA-PLANO " EM " SA-DATA-INICIO.
003690     MOVE SPACES TO WS-DESCRICAO-AUD.
003700     STRING "ADESAO SAUDE " WS-CODIGO "-" WS-SEQ " PLANO "
003710         SA-PLANO " INICIO " SA-DATA-INICIO
003720         DELIMITED BY SIZE INTO WS-DESCRICAO-AUD.
003730     CALL "PROG22" USING "PROG187 " WS-DESCRICAO-AUD.
003740 2000-ADERIR-EXIT.
003750     EXIT.

003760*----------------------------------------------------------------
003770* 3000-ENCERRAR - ENDS ONE OPEN LIFE; THE TITULAR TAKES EVERY
003780*                 OPEN DEPENDENT WITH IT ON THE SAME DATE
003790*----------------------------------------------------------------
003800 3000-ENCERRAR.
003810     IF NOT WS-JA-EXISTE OR SA-DATA-FIM NOT = ZERO
003820         DISPLAY "PROG187: VIDA SEM COBERTURA ABERTA - "
003830             "ENCERRAMENTO REJEITADO"
003840         GO TO 3000-ENCERRAR-EXIT
003850     END-IF.

003860     MOVE "FIM DA COBERTURA (AAAAMMDD)" TO WS-MENSAGEM.
003870     PERFORM 5000-OBTER-DATA THRU 5000-OBTER-DATA-EXIT.
003880     IF NOT WS-DT-OK
003890         GO TO 3000-ENCERRAR-EXIT
003900     END-IF.
003910     IF WS-DATA-INFORMADA < SA-DATA-INICIO
003920         DISPLAY "PROG187: FIM ANTERIOR AO INICIO "
003930             SA-DATA-INICIO " - ENCERRAMENTO REJEITADO"
003940         GO TO 3000-ENCERRAR-EXIT
003950     END-IF.

003960     MOVE WS-DATA-INFORMADA TO SA-DATA-FIM.
003970     MOVE "C" TO SA-MOTIVO-FIM.
003980     REWRITE ADESAO-SAUDE-REC.
003990     IF NOT FS-SAUDFILE-OK
004000         DISPLAY "PROG187: ERRO AO ENCERRAR ADESAO - "
004010             FS-SAUDFILE
004020         GO TO 3000-ENCERRAR-EXIT
004030     END-IF.
004040     DISPLAY "PROG187: COBERTURA DE " WS-NOME-VIDA
004050         " ENCERRADA EM " SA-DATA-FIM.

004060     IF WS-SEQ = ZERO
004070         MOVE "N" TO WS-FIM-VIDAS-SW
004080         MOVE WS-CODIGO TO SA-CODIGO
004090         MOVE 1         TO SA-SEQ
004100         START HEALTH-ENROLL-FILE KEY IS NOT LESS THAN SA-CHAVE
004110             INVALID KEY
004120                 SET WS-FIM-VIDAS TO TRUE
004130         END-START
004140         PERFORM 3100-ENCERRAR-DEPENDENTE
004150             THRU 3100-ENCERRAR-DEPENDENTE-EXIT
004160             UNTIL WS-FIM-VIDAS
004170     END-IF.

004180     MOVE SPACES TO WS-DESCRICAO-AUD.
004190     STRING "FIM SAUDE " WS-CODIGO "-" WS-SEQ " EM "
004200         WS-DATA-INFORMADA " DEPENDENTES ENCERRADOS "
004210         WS-QTD-DEP-ENCERRADOS
004220         DELIMITED BY SIZE INTO WS-DESCRICAO-AUD.
004230     CALL "PROG22" USING "PROG187 " WS-DESCRICAO-AUD.
004240 3000-ENCERRAR-EXIT.
004250     EXIT.

004260 3100-ENCERRAR-DEPENDENTE.
004270     READ HEALTH-ENROLL-FILE NEXT
004280         AT END
004290             SET WS-FIM-VIDAS TO TRUE
004300             GO TO 3100-ENCERRAR-DEPENDENTE-EXIT
004310     END-READ.
004320     IF SA-CODIGO NOT = WS-CODIGO
004330         SET WS-FIM-VIDAS TO TRUE
004340         GO TO 3100-ENCERRAR-DEPENDENTE-EXIT
004350     END-IF.
004360     IF SA-DATA-FIM NOT = ZERO
004370         AND SA-DATA-FIM NOT > WS-DATA-INFORMADA
004380         GO TO 3100-ENCERRAR-DEPENDENTE-EXIT
004390     END-IF.

004400     MOVE WS-DATA-INFORMADA TO SA-DATA-FIM.
004410     MOVE "C" TO SA-MOTIVO-FIM.
004420     REWRITE ADESAO-SAUDE-REC.
004430     ADD 1 TO WS-QTD-DEP-ENCERRADOS.
004440     DISPLAY "PROG187: DEPENDENTE " SA-SEQ " ENCERRADO COM O "
004450         "TITULAR".
004460 3100-ENCERRAR-DEPENDENTE-EXIT.
004470     EXIT.

004480*----------------------------------------------------------------
004490* 4000-CONSULTAR - EVERY LIFE OF THE FUNCIONARIO, OPEN OR ENDED
004500*----------------------------------------------------------------
004510 4000-CONSULTAR.
004520     DISPLAY "VIDAS DE " WS-CODIGO " " NOME.
004530     DISPLAY "SEQ PLANO INICIO   FIM      MOTIVO".
004540     MOVE "N" TO WS-FIM-VIDAS-SW.
004550     MOVE WS-CODIGO TO SA-CODIGO.
004560     MOVE ZERO      TO SA-SEQ.
004570     START HEALTH-ENROLL-FILE KEY IS NOT LESS THAN SA-CHAVE
004580         INVALID KEY
004590             SET WS-FIM-VIDAS TO TRUE
004600     END-START.
004610     PERFORM 4100-LISTAR-VIDA THRU 4100-LISTAR-VIDA-EXIT
004620         UNTIL WS-FIM-VIDAS.
004630     IF WS-QTD-VIDAS = ZERO
004640         DISPLAY "PROG187: NENHUMA ADESAO AO PLANO DE SAUDE"
004650     END-IF.
004660 4000-CONSULTAR-EXIT.
004670     EXIT.

004680 4100-LISTAR-VIDA.
004690     READ HEALTH-ENROLL-FILE NEXT
004700         AT END
004710             SET WS-FIM-VIDAS TO TRUE
004720             GO TO 4100-LISTAR-VIDA-EXIT
004730     END-READ.
004740     IF SA-CODIGO NOT = WS-CODIGO
004750         SET WS-FIM-VIDAS TO TRUE
004760         GO TO 4100-LISTAR-VIDA-EXIT
004770     END-IF.
004780     ADD 1 TO WS-QTD-VIDAS.
004790     DISPLAY " " SA-SEQ " " SA-PLANO "  " SA-DATA-INICIO " "
004800         SA-DATA-FIM " " SA-MOTIVO-FIM.
004810 4100-LISTAR-VIDA-EXIT.
004820     EXIT.

004830*----------------------------------------------------------------
004840* 5000-OBTER-DATA - PROMPT IN WS-MENSAGEM, VALIDATED BY PROG74
004850*----------------------------------------------------------------
004860 5000-OBTER-DATA.
004870     MOVE 19000101 TO WS-LIMITE-MIN.
004880     MOVE 99991231 TO WS-LIMITE-MAX.
004890     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
004900         WS-LIMITE-MIN WS-LIMITE-MAX.
004910     MOVE WS-VALOR-ENT TO WS-DATA-INFORMADA.

004920     MOVE "V" TO WS-DT-FUNCAO.
004930     MOVE WS-DATA-INFORMADA TO WS-DT-DATA-1.
004940     CALL "PROG74" USING WS-DT-FUNCAO WS-DT-DATA-1
004950         WS-DT-DATA-2 WS-DT-QUANTIDADE WS-DT-UNIDADE
004960         WS-DT-STATUS.
004970     IF NOT WS-DT-OK
004980         DISPLAY "PROG187: DATA " WS-DATA-INFORMADA
004990             " INVALIDA - OPERACAO REJEITADA"
005000     END-IF.
005010 5000-OBTER-DATA-EXIT.
005020     EXIT.

005030*----------------------------------------------------------------
005040* 8000-FINALIZAR
005050*----------------------------------------------------------------
005060 8000-FINALIZAR.
005070     CLOSE HEALTH-ENROLL-FILE EMPLOYEE-MASTER.
005080     IF WS-PLANO-PRESENTE
005090         CLOSE HEALTH-PLAN-FILE
005100     END-IF.
005110     IF WS-DEP-PRESENTE
005120         CLOSE DEPENDENT-FILE
005130     END-IF.
005140 8000-FINALIZAR-EXIT.
005150     EXIT.

005160 9999-EXIT.
005170     STOP RUN.
