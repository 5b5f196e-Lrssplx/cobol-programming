001330* 2026-09-02 RA   EVERY MASTER WRITE NOW ALSO JOURNALS ITS FULL
001340*                 BEFORE/AFTER IMAGES THROUGH PROG141, THE RAW
001350*                 MATERIAL OF THE PROG142 FORWARD RECOVERY.
001351* 2026-09-28 RA   THE ASSIGNMENT NOW ALSO TIES THE FUNCIONARIO TO
001352*                 A UNION (ACTIVE ON SINDFILE, BLANK = NONE) AND
001353*                 RECORDS WHETHER THE DUES DEDUCTION IS
001354*                 AUTHORIZED; BOTH CHANGES GO TO THE CHANGE LOG.
001355*                 A SALARIO ALREADY UNDER THE NEW UNION'S PISO IS
001356*                 WARNED ABOUT. RECORD IMAGES WIDENED TO THE
001357*                 300-BYTE EMPLOYEE MASTER.
001358* 2026-10-05 RA   RECORD IMAGES WIDENED TO THE 309-BYTE EMPLOYEE
001359*                 MASTER (CONTRACT TYPE FIELDS ADDED).
001360* 2026-10-08 RA   AN EXISTING DEPARTAMENTO IS NO LONGER CHANGED
001361*                 HERE - MOVES GO THROUGH THE PROG203 TRANSFER,
001362*                 APPLIED ON ITS EFFECTIVE DATE BY PROG204.
001363* 2026-10-08 RA   A NEW CARGO RAISES ITS MISSING OR EXPIRED
001364*                 REQUIRED COURSES (PROG205) ON THE EXCPFILE.
001365* 2026-10-15 RA   RECORD IMAGES WIDENED TO THE 312-BYTE EMPLOYEE
001366*                 MASTER (COMPANY CODE ADDED).
001367* 2026-10-15 RA   THE OPERATOR IS IDENTIFIED (PROG211) AT START-UP
001368*                 AND A FUNCIONARIO OF A COMPANY THE OPERATOR MAY
001369*                 NOT SEE (PROG220 FUNCTION A) IS REFUSED.
001370******************************************************************
001371 IDENTIFICATION DIVISION.
001380 PROGRAM-ID. PROG18.

001390 ENVIRONMENT DIVISION.
001620         RECORD KEY IS CG-CHAVE
001630         FILE STATUS IS FS-CARGFILE.

001631     SELECT UNION-FILE ASSIGN TO "SINDFILE"
001632         ORGANIZATION IS INDEXED
001633         ACCESS MODE IS DYNAMIC
001634         RECORD KEY IS SD-CODIGO
001635         FILE STATUS IS FS-SINDFILE.

001640 DATA DIVISION.
001650 FILE SECTION.
001660 FD  EMPLOYEE-MASTER.
001720 FD  POSITION-MASTER.
001730 COPY CARGREC.

001731 FD  UNION-FILE.
001732 COPY SINDREC.

001740 WORKING-STORAGE SECTION.
001750 01  FS-EMPMAST               PIC X(02).
001760     88  FS-EMPMAST-OK        VALUE "00".
001860 01  WS-QTD-OCUPANTES            PIC 9(04).
001870 01  WS-FIM-VARRE-SW             PIC X(01).
001880     88  WS-FIM-VARRE            VALUE "Y".
001890 01  WS-REG-GUARDADO             PIC X(312).
001900 01  WS-CODIGO-GUARDADO          PIC 9(06).

001901 01  FS-SINDFILE                 PIC X(02).
001902     88  FS-SINDFILE-OK          VALUE "00".
001903 01  WS-SIND-SW                  PIC X(01) VALUE "N".
001904     88  WS-SIND-PRESENTE        VALUE "Y".
001905 01  WS-SIND-VALIDO-SW           PIC X(01).
001906     88  WS-SIND-VALIDO          VALUE "Y".
001907 01  WS-SINDICATO-ENT            PIC X(05).
001908 01  WS-SINDICATO-ANTIGO         PIC X(05).
001909 01  WS-CONTRIB-ANTIGA           PIC X(01).
001910 01  WS-CARGO-ANTIGO             PIC X(08).
001911 01  WS-LACUNAS-TREIN            PIC 9(03).

001912 01  FS-DEPTFILE              PIC X(02).
001920     88  FS-DEPTFILE-OK       VALUE "00".
001930 01  WS-DEPTO-VALIDO-SW       PIC X(01).
001940     88  WS-DEPTO-VALIDO      VALUE "Y".
002010 01  WS-TAREFA-ANTIGA         PIC X(100).
002020 01  WS-DATA-EFETIVA-ANTIGA   PIC 9(08).
002030 01  WS-JORNAL.
002040     05  WS-JR-ANTES             PIC X(312).
002050     05  WS-JR-DEPOIS            PIC X(312).
002060     05  WS-JR-OPERACAO          PIC X(01).

002070 01  WS-DESCRICAO-AUD         PIC X(60).
002160     05  WS-TRAVA-MINHA-SW       PIC X(01) VALUE "N".
002170         88  WS-TRAVA-MINHA      VALUE "Y".

002171 01  WS-CHAMADA-VISAO.
002172     05  WS-VIS-FUNCAO           PIC X(01).
002173     05  WS-VIS-OPERADOR         PIC X(06).
002174     05  WS-VIS-NIVEL            PIC X(01).
002175     05  WS-VIS-STATUS           PIC X(01).

002176* PROG220 COMPANY SERVICE CALL
002177 01  WS-CHAMADA-EMPRESA.
002178     05  WS-CIA-FUNCAO           PIC X(01).
002179     05  WS-CIA-EMPRESA          PIC X(03).
002180     05  WS-CIA-ARQUIVO          PIC X(08).
002181     05  WS-CIA-STATUS           PIC X(01).
002182         88  WS-CIA-OK           VALUE "1".
002183 COPY CIAREC.

002184 PROCEDURE DIVISION.

002190*----------------------------------------------------------------
002200* 0000-MAINLINE
002680     IF FS-CARGFILE-OK
002690         SET WS-CARG-PRESENTE TO TRUE
002700     END-IF.

002701     OPEN INPUT UNION-FILE.
002702     IF FS-SINDFILE-OK
002703         SET WS-SIND-PRESENTE TO TRUE
002704     END-IF.

002705     MOVE "I" TO WS-VIS-FUNCAO.
002706     CALL "PROG211" USING WS-VIS-FUNCAO WS-VIS-OPERADOR
002707         WS-VIS-NIVEL WS-VIS-STATUS.
002710 1000-INICIALIZAR-EXIT.
002720     EXIT.

002830             GO TO 9999-EXIT
002840     END-READ.

002841     MOVE "A" TO WS-CIA-FUNCAO.
002842     MOVE EMPRESA TO WS-CIA-EMPRESA.
002843     CALL "PROG220" USING WS-CIA-FUNCAO WS-CIA-EMPRESA
002844         WS-CIA-ARQUIVO COMPANHIA-REC WS-CIA-STATUS.
002845     IF NOT WS-CIA-OK
002846         DISPLAY "PROG18: ACESSO NEGADO - FUNCIONARIO " CODIGO
002847             " DE OUTRA EMPRESA"
002848         GO TO 9999-EXIT
002849     END-IF.

002850     MOVE FUNCIONARIO        TO WS-JR-ANTES.
002860     MOVE DEPARTAMENTO       TO WS-DEPARTAMENTO-ANTIGO.
002870     MOVE TAREFA             TO WS-TAREFA-ANTIGA.
002880     MOVE DATA-EFETIVA-TAREFA TO WS-DATA-EFETIVA-ANTIGA.
002881     MOVE SINDICATO          TO WS-SINDICATO-ANTIGO.
002882     MOVE CONTRIB-SINDICAL-SW TO WS-CONTRIB-ANTIGA.
002883     MOVE CARGO              TO WS-CARGO-ANTIGO.
002890 2000-LOCALIZAR-FUNCIONARIO-EXIT.
002900     EXIT.

003050         UNTIL WS-CARGO-VALIDO.
003060     MOVE WS-CARGO-ENT TO CARGO.

003061     MOVE "N" TO WS-SIND-VALIDO-SW.
003062     PERFORM 3400-LER-SINDICATO
003063         THRU 3400-LER-SINDICATO-EXIT
003064         UNTIL WS-SIND-VALIDO.
003065     MOVE WS-SINDICATO-ENT TO SINDICATO.
003066     MOVE "N" TO CONTRIB-SINDICAL-SW.
003067     IF SINDICATO NOT = SPACES
003068         DISPLAY "DESCONTO DA CONTRIBUICAO SINDICAL AUTORIZADO "
003069             "PELO FUNCIONARIO (S/N)"
003070         ACCEPT CONTRIB-SINDICAL-SW
003071         IF NOT EMP-CONTRIB-AUTORIZADA
003072             MOVE "N" TO CONTRIB-SINDICAL-SW
003073         END-IF
003074     END-IF.

003075     IF WS-DEPARTAMENTO-ANTIGO NOT = SPACES
003080         MOVE CODIGO                 TO FH-CODIGO
003090         MOVE WS-DEPARTAMENTO-ANTIGO  TO FH-DEPARTAMENTO
003100         MOVE WS-TAREFA-ANTIGA        TO FH-TAREFA
003420             WS-DEPTO-ANTIGO-LOG WS-DEPTO-NOVO-LOG
003430     END-IF.

003431     IF WS-SINDICATO-ANTIGO NOT = SINDICATO
003432         MOVE SPACES TO WS-DEPTO-ANTIGO-LOG
003433         MOVE SPACES TO WS-DEPTO-NOVO-LOG
003434         MOVE WS-SINDICATO-ANTIGO TO WS-DEPTO-ANTIGO-LOG
003435         MOVE SINDICATO TO WS-DEPTO-NOVO-LOG
003436         CALL "PROG30" USING CODIGO "SINDICATO      "
003437             WS-DEPTO-ANTIGO-LOG WS-DEPTO-NOVO-LOG
003438     END-IF.
003439     IF WS-CONTRIB-ANTIGA NOT = CONTRIB-SINDICAL-SW
003440         MOVE SPACES TO WS-DEPTO-ANTIGO-LOG
003441         MOVE SPACES TO WS-DEPTO-NOVO-LOG
003442         MOVE WS-CONTRIB-ANTIGA TO WS-DEPTO-ANTIGO-LOG
003443         MOVE CONTRIB-SINDICAL-SW TO WS-DEPTO-NOVO-LOG
003444         CALL "PROG30" USING CODIGO "CONTRIB-SINDIC "
003445             WS-DEPTO-ANTIGO-LOG WS-DEPTO-NOVO-LOG
003446     END-IF.

003447     IF CARGO NOT = SPACES AND CARGO NOT = WS-CARGO-ANTIGO
003448         CALL "PROG205" USING CODIGO CARGO "PROG18  "
003449             WS-LACUNAS-TREIN
003450         IF WS-LACUNAS-TREIN > ZERO
003451             DISPLAY "PROG18: " WS-LACUNAS-TREIN
003452                 " TREINAMENTO(S) EXIGIDO(S) PELO CARGO " CARGO
003453                 " PENDENTE(S) - "
003454                 "ENVIADO(S) AO EXCPFILE"
003455         END-IF
003456     END-IF.

003457     STRING "ATRIBUIU TAREFA A FUNCIONARIO " CODIGO
003458         DELIMITED BY SIZE INTO WS-DESCRICAO-AUD.
003460     CALL "PROG22" USING "PROG18  " WS-DESCRICAO-AUD.

003470     DISPLAY FUNCIONARIO.
003500*----------------------------------------------------------------
003510* 3100-LER-DEPARTAMENTO - RE-PROMPT UNTIL THE KEYED CODE IS AN
003520*                          ACTIVE DEPARTMENT ON THE MASTER (OR
003530*                          THE MASTER IS UNAVAILABLE). ONLY A
003531*                          FIRST ASSIGNMENT IS TAKEN HERE - A
003532*                          MOVE BETWEEN DEPARTMENTS GOES
003533*                          THROUGH THE PROG203 TRANSFER
003540*----------------------------------------------------------------
003550 3100-LER-DEPARTAMENTO.
003560     DISPLAY "DEPARTAMENTO".
003570     ACCEPT DEPARTAMENTO.

003571     IF WS-DEPARTAMENTO-ANTIGO NOT = SPACES
003572        AND DEPARTAMENTO NOT = WS-DEPARTAMENTO-ANTIGO
003573         DISPLAY "PROG18: TROCA DE DEPARTAMENTO SO POR "
003574             "TRANSFERENCIA (PROG203) - MANTIDO "
003575             WS-DEPARTAMENTO-ANTIGO
003576         MOVE WS-DEPARTAMENTO-ANTIGO TO DEPARTAMENTO
003577         SET WS-DEPTO-VALIDO TO TRUE
003578         GO TO 3100-LER-DEPARTAMENTO-EXIT
003579     END-IF.

003580     IF NOT WS-DEPTFILE-PRESENTE
003590         SET WS-DEPTO-VALIDO TO TRUE
003600         GO TO 3100-LER-DEPARTAMENTO-EXIT
004540 3310-VARRER-UM-EXIT.
004550     EXIT.

004551*----------------------------------------------------------------
004552* 3400-LER-SINDICATO - RE-PROMPT UNTIL THE KEYED UNION IS ACTIVE
004553*                       ON SINDFILE; BLANK MEANS NO UNION, NO
004554*                       SINDFILE MEANS NO CONTROL. A SALARIO
004555*                       ALREADY UNDER THE UNION'S PISO IS ONLY
004556*                       WARNED ABOUT HERE - PROG16 ENFORCES IT
004557*                       ON THE NEXT SALARY CHANGE
004558*----------------------------------------------------------------
004559 3400-LER-SINDICATO.
004560     DISPLAY "SINDICATO (BRANCO = SEM SINDICATO)".
004561     MOVE SPACES TO WS-SINDICATO-ENT.
004562     ACCEPT WS-SINDICATO-ENT.

004563     IF WS-SINDICATO-ENT = SPACES OR NOT WS-SIND-PRESENTE
004564         SET WS-SIND-VALIDO TO TRUE
004565         GO TO 3400-LER-SINDICATO-EXIT
004566     END-IF.

004567     MOVE WS-SINDICATO-ENT TO SD-CODIGO.
004568     READ UNION-FILE
004569         INVALID KEY
004570             DISPLAY "PROG18: SINDICATO " WS-SINDICATO-ENT
004571                 " NAO CONSTA NO CADASTRO"
004572             GO TO 3400-LER-SINDICATO-EXIT
004573     END-READ.

004574     IF NOT SD-ATIVO
004575         DISPLAY "PROG18: SINDICATO " WS-SINDICATO-ENT
004576             " ESTA INATIVO - INFORME OUTRO"
004577         GO TO 3400-LER-SINDICATO-EXIT
004578     END-IF.

004579     SET WS-SIND-VALIDO TO TRUE.
004580     DISPLAY "PROG18: " SD-CODIGO " - " SD-NOME.
004581     IF SALARIO < SD-PISO-SALARIAL
004582         DISPLAY "PROG18: AVISO - SALARIO ATUAL ABAIXO DO PISO "
004583             "DO SINDICATO " SD-CODIGO
004584     END-IF.
004585 3400-LER-SINDICATO-EXIT.
004586     EXIT.

004587*----------------------------------------------------------------
004588* 8000-FINALIZAR
004589*----------------------------------------------------------------
004590 8000-FINALIZAR.
004600     IF WS-CARG-PRESENTE
004610         CLOSE POSITION-MASTER
004620     END-IF.
004621     IF WS-SIND-PRESENTE
004622         CLOSE UNION-FILE
004623     END-IF.
004630     CLOSE EMPLOYEE-MASTER TASK-HISTORY.
004640     IF WS-DEPTFILE-PRESENTE
004650         CLOSE DEPARTMENT-FILE
