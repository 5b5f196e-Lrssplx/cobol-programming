001130*              LISTS A FUNCIONARIO'S CERTIFICATES. EVERY
001140*              OPERATION IS LOGGED THROUGH THE PROG22 AUDIT
001150*              WRITER.
001151*              FUNCTION 4 MAINTAINS THE TRAINING REQUIREMENTS
001152*              MATRIX - WHICH COURSES EACH CARGO MUST HOLD.
001160* ----------------------------------------------------------------
001170* MODIFICATION HISTORY
001180* DATE       INIT DESCRIPTION
001190* 2026-09-02 RA   INITIAL VERSION
001191* 2026-10-08 RA   FUNCTION 4 MAINTAINS THE CARGO X COURSE
001192*                 REQUIREMENTS MATRIX (MATRFILE). A COMPLETION NOW
001193*                 RECORDS ITS HOURS, ITS COST AND THE DEPARTAMENTO
001194*                 THE FUNCIONARIO WAS IN.
001200******************************************************************
001210 IDENTIFICATION DIVISION.
001220 PROGRAM-ID. PROG116.
001340         RECORD KEY IS CT-CHAVE
001350         FILE STATUS IS FS-TREIFILE.

001351     SELECT REQUIREMENTS-MATRIX ASSIGN TO "MATRFILE"
001352         ORGANIZATION IS INDEXED
001353         ACCESS MODE IS DYNAMIC
001354         RECORD KEY IS MT-CHAVE
001355         FILE STATUS IS FS-MATRFILE.

001360     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
001370         ORGANIZATION IS INDEXED
001380         ACCESS MODE IS DYNAMIC
001490 FD  TRAINING-FILE.
001500 COPY TREINREC.

001501 FD  REQUIREMENTS-MATRIX.
001502 COPY MATRREC.

001510 FD  EMPLOYEE-MASTER.
001520 COPY EMPREC.

001560 01  FS-TREIFILE                 PIC X(02).
001570     88  FS-TREIFILE-OK          VALUE "00".

001571 01  FS-MATRFILE                 PIC X(02).
001572     88  FS-MATRFILE-OK          VALUE "00".

001580 01  FS-EMPMAST                  PIC X(02).
001590     88  FS-EMPMAST-OK           VALUE "00".

001610     88  WS-FUNCAO-CATALOGO      VALUE "1".
001620     88  WS-FUNCAO-CONCLUSAO     VALUE "2".
001630     88  WS-FUNCAO-CONSULTAR     VALUE "3".
001631     88  WS-FUNCAO-MATRIZ        VALUE "4".
001632 01  WS-OPERACAO-MATRIZ          PIC X(01).
001633     88  WS-INCLUIR-EXIGENCIA    VALUE "I".
001634     88  WS-EXCLUIR-EXIGENCIA    VALUE "E".
001635 01  WS-DATA-ATUAL               PIC 9(08).

001640 01  WS-JA-EXISTE-SW             PIC X(01) VALUE "N".
001650     88  WS-JA-EXISTE            VALUE "Y".
001840*----------------------------------------------------------------
001850 0000-MAINLINE.
001860     DISPLAY "FUNCAO (1 = CATALOGO DE CURSOS / 2 = REGISTRAR "
001870             "CONCLUSAO / 3 = CONSULTAR / 4 = MATRIZ CARGO X "
001871             "CURSO)".
001880     ACCEPT WS-FUNCAO-SW.

001890     PERFORM 1000-ABRIR-ARQUIVOS
001960             PERFORM 3000-REGISTRAR-CONCLUSAO
001970                 THRU 3000-REGISTRAR-CONCLUSAO-EXIT
001980         ELSE
001981             IF WS-FUNCAO-MATRIZ
001982                 PERFORM 5000-MANTER-MATRIZ
001983                     THRU 5000-MANTER-MATRIZ-EXIT
001984             ELSE
001990                 PERFORM 4000-CONSULTAR
002000                     THRU 4000-CONSULTAR-EXIT
002001             END-IF
002010         END-IF
002020     END-IF.

002030     CLOSE COURSE-CATALOG TRAINING-FILE EMPLOYEE-MASTER
002031         REQUIREMENTS-MATRIX.
002040     GO TO 9999-EXIT.

002050*----------------------------------------------------------------
002300     END-IF.

002310     OPEN INPUT EMPLOYEE-MASTER.

002311     OPEN I-O REQUIREMENTS-MATRIX.
002312     IF NOT FS-MATRFILE-OK
002313         OPEN OUTPUT REQUIREMENTS-MATRIX
002314         CLOSE REQUIREMENTS-MATRIX
002315         OPEN I-O REQUIREMENTS-MATRIX
002316     END-IF.
002317     IF NOT FS-MATRFILE-OK
002318         DISPLAY "PROG116: ERRO AO ABRIR REQUIREMENTS-MATRIX "
002319                 FS-MATRFILE
002320         GO TO 9999-EXIT
002321     END-IF.
002322 1000-ABRIR-ARQUIVOS-EXIT.
002330     EXIT.

002340*----------------------------------------------------------------

002760*----------------------------------------------------------------
002770* 3000-REGISTRAR-CONCLUSAO - EXPIRY = COMPLETION PLUS THE
002780*                             CATALOG VALIDITY IN MONTHS; THE
002781*                             HOURS, THE COST AND THE CURRENT
002782*                             DEPARTAMENTO RIDE ON THE ROW
002790*----------------------------------------------------------------
002800 3000-REGISTRAR-CONCLUSAO.
002810     MOVE "CODIGO DO FUNCIONARIO" TO WS-MENSAGEM.
003070         WS-LIMITE-MIN WS-LIMITE-MAX.
003080     MOVE WS-VALOR-ENT TO CT-DATA-CONCLUSAO.

003081     MOVE "CARGA HORARIA (HORAS)" TO WS-MENSAGEM.
003082     MOVE ZERO TO WS-LIMITE-MIN.
003083     MOVE 9999 TO WS-LIMITE-MAX.
003084     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
003085         WS-LIMITE-MIN WS-LIMITE-MAX.
003086     MOVE WS-VALOR-ENT TO CT-CARGA-HORARIA.

003087     MOVE "CUSTO DO CURSO (EM CENTAVOS)" TO WS-MENSAGEM.
003088     MOVE 999999999 TO WS-LIMITE-MAX.
003089     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
003090         WS-LIMITE-MIN WS-LIMITE-MAX.
003091     COMPUTE CT-CUSTO = WS-VALOR-ENT / 100.
003092     MOVE DEPARTAMENTO TO CT-DEPARTAMENTO.

003093     IF CS-VALIDADE-MESES = ZERO
003100         MOVE 99991231 TO CT-DATA-VALIDADE
003110     ELSE
003120         MOVE "A" TO WS-DT-FUNCAO
003470         WS-LIMITE-MIN WS-LIMITE-MAX.
003480     MOVE WS-VALOR-ENT TO CT-CODIGO.

003490     DISPLAY "CURSO    CONCLUSAO VALIDADE HORAS".
003500     MOVE "N" TO WS-FIM-TREI-SW.
003510     MOVE SPACES TO CT-CURSO.
003520     START TRAINING-FILE KEY IS NOT LESS THAN CT-CHAVE
003690     END-IF.

003700     DISPLAY CT-CURSO " " CT-DATA-CONCLUSAO " "
003710         CT-DATA-VALIDADE " " CT-CARGA-HORARIA.
003720 4100-MOSTRAR-UM-EXIT.
003730     EXIT.

003731*----------------------------------------------------------------
003732* 5000-MANTER-MATRIZ - INCLUDES OR DROPS ONE CARGO X COURSE
003733*                       REQUIREMENT; THE COURSE MUST BE ON THE
003734*                       CATALOG
003735*----------------------------------------------------------------
003736 5000-MANTER-MATRIZ.
003737     ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
003738     DISPLAY "CARGO".
003739     ACCEPT MT-CARGO.
003740     DISPLAY "CODIGO DO CURSO EXIGIDO".
003741     ACCEPT MT-CURSO.
003742     DISPLAY "OPERACAO (I = INCLUIR / E = EXCLUIR)".
003743     ACCEPT WS-OPERACAO-MATRIZ.

003744     IF MT-CARGO = SPACES
003745         DISPLAY "PROG116: CARGO OBRIGATORIO"
003746         GO TO 5000-MANTER-MATRIZ-EXIT
003747     END-IF.

003748     IF WS-EXCLUIR-EXIGENCIA
003749         DELETE REQUIREMENTS-MATRIX RECORD
003750             INVALID KEY
003751                 DISPLAY "PROG116: " MT-CARGO " NAO EXIGE O "
003752                     "CURSO " MT-CURSO
003753                 GO TO 5000-MANTER-MATRIZ-EXIT
003754         END-DELETE
003755         DISPLAY "PROG116: EXIGENCIA " MT-CARGO " X " MT-CURSO
003756             " EXCLUIDA"
003757         MOVE SPACES TO WS-DESCRICAO-AUD
003758         STRING "EXCLUIU EXIGENCIA DO CURSO " MT-CURSO
003759             " PARA O CARGO " MT-CARGO
003760             DELIMITED BY SIZE INTO WS-DESCRICAO-AUD
003761         CALL "PROG22" USING "PROG116 " WS-DESCRICAO-AUD
003762         GO TO 5000-MANTER-MATRIZ-EXIT
003763     END-IF.

003764     IF NOT WS-INCLUIR-EXIGENCIA
003765         DISPLAY "PROG116: OPERACAO INVALIDA"
003766         GO TO 5000-MANTER-MATRIZ-EXIT
003767     END-IF.

003768     MOVE MT-CURSO TO CS-CODIGO.
003769     READ COURSE-CATALOG
003770         INVALID KEY
003771             DISPLAY "PROG116: CURSO " MT-CURSO " NAO CONSTA "
003772                 "NO CATALOGO"
003773             GO TO 5000-MANTER-MATRIZ-EXIT
003774     END-READ.

003775     MOVE WS-DATA-ATUAL TO MT-DATA-INCLUSAO.
003776     WRITE MATRIZ-REC
003777         INVALID KEY
003778             DISPLAY "PROG116: " MT-CARGO " JA EXIGE O CURSO "
003779                 MT-CURSO
003780             GO TO 5000-MANTER-MATRIZ-EXIT
003781     END-WRITE.

003782     DISPLAY "PROG116: " MT-CARGO " PASSA A EXIGIR " MT-CURSO
003783         " - " CS-NOME.
003784     MOVE SPACES TO WS-DESCRICAO-AUD.
003785     STRING "INCLUIU EXIGENCIA DO CURSO " MT-CURSO
003786         " PARA O CARGO " MT-CARGO
003787         DELIMITED BY SIZE INTO WS-DESCRICAO-AUD.
003788     CALL "PROG22" USING "PROG116 " WS-DESCRICAO-AUD.
003789 5000-MANTER-MATRIZ-EXIT.
003790     EXIT.

003791 9999-EXIT.
003792     STOP RUN.
