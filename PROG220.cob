001000******************************************************************
001010* PROGRAM-ID: PROG220
001020* AUTHOR:      R. ALMEIDA - APPLICATIONS
001030* INSTALLATION: FOLHA DE PAGAMENTO / RECURSOS HUMANOS
001040* DATE-WRITTEN: 2026-10-15
001050* DATE-COMPILED:
001060* PURPOSE:     CALLABLE COMPANY (EMPLOYER CNPJ) SERVICE, IN THE
001070*              MOLD OF PROG211. A BLANK COMPANY CODE IS ALWAYS
001080*              TAKEN AS "001", THE ORIGINAL EMPLOYER.
001090*              FUNCTION L LOOKS THE COMPANY UP ON CIAFILE AND
001100*                RETURNS ITS ROW: STATUS 1 ACTIVE, 2 NOT ON FILE,
001110*                3 NO CIAFILE DATASET, 4 INACTIVE (ROW RETURNED);
001120*              FUNCTION N TURNS THE LEGACY NAME OF A PER-COMPANY
001130*                OUTPUT (CNAB240, FGTSREM, ...) INTO THE COMPANY'S
001140*                OWN: "001" KEEPS THE LEGACY NAME, ANY OTHER
001150*                COMPANY GETS THE FIRST FIVE CHARACTERS FOLLOWED
001160*                BY ITS CODE (CNAB2002, FGTSR002);
001170*              FUNCTION P RETURNS THE NEXT COMPANY ON CIAFILE
001180*                AFTER THE ONE PASSED (SPACES = THE FIRST), SO A
001190*                RUN CAN WALK EVERY COMPANY; STATUS 2 AT THE END;
001200*              FUNCTION A SAYS WHETHER THE OPERATOR IDENTIFIED
001210*                THROUGH PROG211 MAY SEE DATA OF THE COMPANY
001220*                PASSED: STATUS 1 YES, 2 NO, 3 NO BECAUSE THE
001230*                OPERATOR COULD NOT BE ESTABLISHED (NOT
001240*                IDENTIFIED, OR AUTHFILE UNAVAILABLE). THE
001250*                OPERATOR'S COMPANY IS AU-EMPRESA ON THE FIRST
001260*                AUTHFILE ROW OF THE OPERATOR ("***" = EVERY
001270*                COMPANY); AN OPERATOR WITH NO AUTHFILE ROW SEES
001274*                ONLY "001". ANY FAILURE SEES NOTHING.
001280* ----------------------------------------------------------------
001290* MODIFICATION HISTORY
001300* DATE       INIT DESCRIPTION
001310* 2026-10-15 RA   INITIAL VERSION
001311* 2026-10-15 RA   FUNCTION A FAILS CLOSED: AN OPERATOR NOT
001312*                 IDENTIFIED THROUGH PROG211, OR AN AUTHFILE THAT
001313*                 CANNOT BE OPENED, NOW GETS NO COMPANY AND STATUS
001314*                 3 INSTEAD OF EVERY COMPANY.
001315* 2026-10-15 RA   COMPANY ROW WIDENED TO 197 BYTES (STATE
001316*                 REGISTRATION ADDED).
001320******************************************************************
001330 IDENTIFICATION DIVISION.
001340 PROGRAM-ID. PROG220.

001350 ENVIRONMENT DIVISION.
001360 INPUT-OUTPUT SECTION.
001370 FILE-CONTROL.
001380     SELECT COMPANY-FILE ASSIGN TO "CIAFILE"
001390         ORGANIZATION IS INDEXED
001400         ACCESS MODE IS DYNAMIC
001410         RECORD KEY IS CI-CODIGO
001420         FILE STATUS IS FS-CIAFILE.

001430     SELECT AUTH-FILE ASSIGN TO "AUTHFILE"
001440         ORGANIZATION IS INDEXED
001450         ACCESS MODE IS DYNAMIC
001460         RECORD KEY IS AU-CHAVE
001470         FILE STATUS IS FS-AUTHFILE.

001480 DATA DIVISION.
001490 FILE SECTION.
001500 FD  COMPANY-FILE.
001510 COPY CIAREC.

001520 FD  AUTH-FILE.
001530 COPY AUTHREC.

001540 WORKING-STORAGE SECTION.
001550 01  FS-CIAFILE                  PIC X(02).
001560     88  FS-CIAFILE-OK           VALUE "00".

001570 01  FS-AUTHFILE                 PIC X(02).
001580     88  FS-AUTHFILE-OK          VALUE "00".

001590 01  WS-EMPRESA                  PIC X(03).
001600 01  WS-PRINCIPAL                PIC X(03) VALUE "001".

001610* THE OPERATOR'S COMPANY, LOADED ON THE FIRST FUNCTION A CALL
001620 01  WS-ACESSO.
001630     05  WS-ACESSO-SW            PIC X(01) VALUE "N".
001640         88  WS-ACESSO-CARREGADO VALUE "Y".
001650     05  WS-EMPRESA-OPERADOR     PIC X(03) VALUE SPACES.
001660         88  WS-OPERADOR-TODAS   VALUE "***".
001664         88  WS-OPERADOR-SEM-ACESSO VALUE SPACES.

001670 01  WS-VISAO-FUNCAO             PIC X(01) VALUE "C".
001680 01  WS-VISAO-OPERADOR           PIC X(06).
001690 01  WS-VISAO-NIVEL              PIC X(01).
001700 01  WS-VISAO-STATUS             PIC X(01).
001710     88  WS-VISAO-IDENTIFICADO   VALUE "1".

001720 01  WS-NOME-LEGADO              PIC X(08).

001730 LINKAGE SECTION.
001740 01  LK-FUNCAO                   PIC X(01).
001750     88  LK-FUNCAO-LOCALIZAR     VALUE "L".
001760     88  LK-FUNCAO-NOME          VALUE "N".
001770     88  LK-FUNCAO-PROXIMA       VALUE "P".
001780     88  LK-FUNCAO-ACESSO        VALUE "A".
001790 01  LK-EMPRESA                  PIC X(03).
001800 01  LK-NOME-ARQUIVO             PIC X(08).
001810 01  LK-COMPANHIA                PIC X(197).
001820 01  LK-STATUS                   PIC X(01).
001830     88  LK-EMPRESA-OK           VALUE "1".
001840     88  LK-EMPRESA-NAO-ACHADA   VALUE "2".
001850     88  LK-SEM-CADASTRO         VALUE "3".
001860     88  LK-EMPRESA-INATIVA      VALUE "4".
001870     88  LK-ACESSO-PERMITIDO     VALUE "1".
001880     88  LK-ACESSO-NEGADO        VALUE "2".
001884     88  LK-ACESSO-INDISPONIVEL  VALUE "3".
001890     88  LK-FIM-EMPRESAS         VALUE "2".

001900 PROCEDURE DIVISION USING LK-FUNCAO LK-EMPRESA LK-NOME-ARQUIVO
001910         LK-COMPANHIA LK-STATUS.

001920*----------------------------------------------------------------
001930* 0000-MAINLINE
001940*----------------------------------------------------------------
001950 0000-MAINLINE.
001960     MOVE LK-EMPRESA TO WS-EMPRESA.
001970     IF WS-EMPRESA = SPACES AND NOT LK-FUNCAO-PROXIMA
001980         MOVE WS-PRINCIPAL TO WS-EMPRESA
001990     END-IF.

002000     IF LK-FUNCAO-LOCALIZAR
002010         PERFORM 1000-LOCALIZAR THRU 1000-LOCALIZAR-EXIT
002020     END-IF.
002030     IF LK-FUNCAO-NOME
002040         PERFORM 2000-MONTAR-NOME THRU 2000-MONTAR-NOME-EXIT
002050     END-IF.
002060     IF LK-FUNCAO-PROXIMA
002070         PERFORM 3000-PROXIMA THRU 3000-PROXIMA-EXIT
002080     END-IF.
002090     IF LK-FUNCAO-ACESSO
002100         PERFORM 4000-VERIFICAR-ACESSO
002110             THRU 4000-VERIFICAR-ACESSO-EXIT
002120     END-IF.
002130     GO TO 9999-EXIT.

002140*----------------------------------------------------------------
002150* 1000-LOCALIZAR
002160*----------------------------------------------------------------
002170 1000-LOCALIZAR.
002180     MOVE SPACES TO LK-COMPANHIA.
002190     OPEN INPUT COMPANY-FILE.
002200     IF NOT FS-CIAFILE-OK
002210         SET LK-SEM-CADASTRO TO TRUE
002220         GO TO 1000-LOCALIZAR-EXIT
002230     END-IF.

002240     MOVE WS-EMPRESA TO CI-CODIGO.
002250     READ COMPANY-FILE
002260         INVALID KEY
002270             SET LK-EMPRESA-NAO-ACHADA TO TRUE
002280         NOT INVALID KEY
002290             MOVE COMPANHIA-REC TO LK-COMPANHIA
002300             IF CI-INATIVA
002310                 SET LK-EMPRESA-INATIVA TO TRUE
002320             ELSE
002330                 SET LK-EMPRESA-OK TO TRUE
002340             END-IF
002350     END-READ.
002360     CLOSE COMPANY-FILE.
002370 1000-LOCALIZAR-EXIT.
002380     EXIT.

002390*----------------------------------------------------------------
002400* 2000-MONTAR-NOME - THE ORIGINAL EMPLOYER KEEPS EVERY DATASET
002410*                     NAME IT HAD BEFORE THERE WERE COMPANIES
002420*----------------------------------------------------------------
002430 2000-MONTAR-NOME.
002440     SET LK-EMPRESA-OK TO TRUE.
002450     IF WS-EMPRESA = WS-PRINCIPAL
002460         GO TO 2000-MONTAR-NOME-EXIT
002470     END-IF.
002480     MOVE LK-NOME-ARQUIVO TO WS-NOME-LEGADO.
002490     MOVE SPACES TO LK-NOME-ARQUIVO.
002500     STRING WS-NOME-LEGADO(1:5) WS-EMPRESA
002510         DELIMITED BY SIZE INTO LK-NOME-ARQUIVO.
002520 2000-MONTAR-NOME-EXIT.
002530     EXIT.

002540*----------------------------------------------------------------
002550* 3000-PROXIMA - THE FIRST COMPANY WITH A CODE ABOVE THE ONE
002560*                 PASSED; WITH NO CIAFILE THE ORIGINAL EMPLOYER
002570*                 IS THE ONLY COMPANY
002580*----------------------------------------------------------------
002590 3000-PROXIMA.
002600     MOVE SPACES TO LK-COMPANHIA.
002610     SET LK-FIM-EMPRESAS TO TRUE.
002620     OPEN INPUT COMPANY-FILE.
002630     IF NOT FS-CIAFILE-OK
002640         IF WS-EMPRESA = SPACES
002650             MOVE WS-PRINCIPAL TO LK-EMPRESA
002660             SET LK-EMPRESA-OK TO TRUE
002670         END-IF
002680         GO TO 3000-PROXIMA-EXIT
002690     END-IF.

002700     MOVE WS-EMPRESA TO CI-CODIGO.
002710     START COMPANY-FILE KEY IS GREATER THAN CI-CODIGO
002720         INVALID KEY
002730             GO TO 3100-FECHAR-CADASTRO
002740     END-START.
002750     READ COMPANY-FILE NEXT RECORD
002760         AT END
002770             GO TO 3100-FECHAR-CADASTRO
002780     END-READ.
002790     MOVE CI-CODIGO TO LK-EMPRESA.
002800     MOVE COMPANHIA-REC TO LK-COMPANHIA.
002810     SET LK-EMPRESA-OK TO TRUE.

002820 3100-FECHAR-CADASTRO.
002830     CLOSE COMPANY-FILE.
002840 3000-PROXIMA-EXIT.
002850     EXIT.

002860*----------------------------------------------------------------
002870* 4000-VERIFICAR-ACESSO
002880*----------------------------------------------------------------
002890 4000-VERIFICAR-ACESSO.
002900     IF NOT WS-ACESSO-CARREGADO
002910         PERFORM 4100-CARREGAR-OPERADOR
002920             THRU 4100-CARREGAR-OPERADOR-EXIT
002930     END-IF.

002931     IF WS-OPERADOR-SEM-ACESSO
002932         SET LK-ACESSO-INDISPONIVEL TO TRUE
002933         GO TO 4000-VERIFICAR-ACESSO-EXIT
002934     END-IF.
002940     IF WS-OPERADOR-TODAS OR WS-EMPRESA = WS-EMPRESA-OPERADOR
002950         SET LK-ACESSO-PERMITIDO TO TRUE
002960     ELSE
002970         SET LK-ACESSO-NEGADO TO TRUE
002980     END-IF.
002990 4000-VERIFICAR-ACESSO-EXIT.
003000     EXIT.

003010*----------------------------------------------------------------
003020* 4100-CARREGAR-OPERADOR - ONCE PER RUN: WHO IS AT THE TERMINAL
003030*                           (PROG211) AND WHICH COMPANY THE
003040*                           AUTHFILE GIVES THEM; UNTIL BOTH
003043*                           ARE KNOWN THE OPERATOR HAS NO
003046*                           COMPANY AT ALL
003050*----------------------------------------------------------------
003060 4100-CARREGAR-OPERADOR.
003070     SET WS-ACESSO-CARREGADO TO TRUE.
003080     MOVE SPACES TO WS-EMPRESA-OPERADOR.

003090     CALL "PROG211" USING WS-VISAO-FUNCAO WS-VISAO-OPERADOR
003100         WS-VISAO-NIVEL WS-VISAO-STATUS.
003110     IF NOT WS-VISAO-IDENTIFICADO
003114         OR WS-VISAO-OPERADOR = SPACES
003120         GO TO 4100-CARREGAR-OPERADOR-EXIT
003130     END-IF.

003140     OPEN INPUT AUTH-FILE.
003150     IF NOT FS-AUTHFILE-OK
003160         GO TO 4100-CARREGAR-OPERADOR-EXIT
003170     END-IF.

003180     MOVE WS-PRINCIPAL TO WS-EMPRESA-OPERADOR.
003190     MOVE WS-VISAO-OPERADOR TO AU-OPERADOR.
003200     MOVE LOW-VALUES TO AU-JOB.
003210     START AUTH-FILE KEY IS NOT LESS THAN AU-CHAVE
003220         INVALID KEY
003230             GO TO 4200-FECHAR-AUTORIZACAO
003240     END-START.
003250     READ AUTH-FILE NEXT RECORD
003260         AT END
003270             GO TO 4200-FECHAR-AUTORIZACAO
003280     END-READ.
003290     IF AU-OPERADOR = WS-VISAO-OPERADOR
003300         AND AU-EMPRESA NOT = SPACES
003310         MOVE AU-EMPRESA TO WS-EMPRESA-OPERADOR
003320     END-IF.

003330 4200-FECHAR-AUTORIZACAO.
003340     CLOSE AUTH-FILE.
003350 4100-CARREGAR-OPERADOR-EXIT.
003360     EXIT.

003370 9999-EXIT.
003380     GOBACK.
