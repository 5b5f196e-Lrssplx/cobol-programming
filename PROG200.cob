001000******************************************************************
001010* PROGRAM-ID: PROG200
001020* AUTHOR:      R. ALMEIDA - APPLICATIONS
001030* INSTALLATION: FOLHA DE PAGAMENTO / RECURSOS HUMANOS
001040* DATE-WRITTEN: 2026-10-05
001050* DATE-COMPILED:
001060* PURPOSE:     DAILY PROBATION-CONTRACT PASS OVER EXPFILE. FIRST
001070*              REGISTERS (PROG199) ANY ACTIVE FUNCIONARIO ADMITTED
001080*              IN THE LAST 90 DAYS WHO HAS NO ROW YET. THEN, FOR
001090*              EVERY CONTRACT STILL IN PROBATION:
001100*                - FROM 10 DAYS BEFORE THE END OF THE CURRENT
001110*                  TERM, ONE EXCPFILE ITEM ASSIGNED TO THE
001120*                  DEPARTAMENTO'S DM-GERENTE ASKS FOR THE
001130*                  DECISION (PROG201);
001140*                - A TERM THAT ENDED WITH NO DECISION HAS MADE THE
001150*                  CONTRACT PERMANENT: THE ROW IS MARKED SO AND
001160*                  THE MANAGER IS TOLD;
001170*              AND A CONTRACT DECIDED TO END WHOSE END DATE HAS
001180*              PASSED WITHOUT THE PROG58 RESCISAO RAISES AN ITEM
001190*              EVERY DAY UNTIL IT IS PROCESSED. A ROW WHOSE
001200*              FUNCIONARIO IS NO LONGER ACTIVE IS CLOSED.
001210* ----------------------------------------------------------------
001220* MODIFICATION HISTORY
001230* DATE       INIT DESCRIPTION
001240* 2026-10-05 RA   INITIAL VERSION
001241* 2026-10-05 RA   THE BACKFILL SKIPS ESTAGIO, APRENDIZAGEM AND
001242*                 TEMPORARIO CONTRACTS - THEY CARRY THEIR OWN
001243*                 FIXED END DATE AND NO PROBATION PERIOD.
001250******************************************************************
001260 IDENTIFICATION DIVISION.
001270 PROGRAM-ID. PROG200.

001280 ENVIRONMENT DIVISION.
001290 INPUT-OUTPUT SECTION.
001300 FILE-CONTROL.
001310     SELECT PROBATION-FILE ASSIGN TO "EXPFILE"
001320         ORGANIZATION IS INDEXED
001330         ACCESS MODE IS DYNAMIC
001340         RECORD KEY IS EP-CODIGO
001350         FILE STATUS IS FS-EXPFILE.

001360     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
001370         ORGANIZATION IS INDEXED
001380         ACCESS MODE IS DYNAMIC
001390         RECORD KEY IS CODIGO
001400         ALTERNATE RECORD KEY IS NOME
001410             WITH DUPLICATES
001420         ALTERNATE RECORD KEY IS DEPARTAMENTO
001430             WITH DUPLICATES
001440         FILE STATUS IS FS-EMPMAST.

001450     SELECT DEPARTMENT-FILE ASSIGN TO "DEPTFILE"
001460         ORGANIZATION IS INDEXED
001470         ACCESS MODE IS DYNAMIC
001480         RECORD KEY IS DM-CODIGO
001490         FILE STATUS IS FS-DEPTFILE.

001500     SELECT EXCEPTION-FILE ASSIGN TO "EXCPFILE"
001510         ORGANIZATION IS LINE SEQUENTIAL
001520         FILE STATUS IS FS-EXCPFILE.

001530 DATA DIVISION.
001540 FILE SECTION.
001550 FD  PROBATION-FILE.
001560 COPY EXPREC.

001570 FD  EMPLOYEE-MASTER.
001580 COPY EMPREC.

001590 FD  DEPARTMENT-FILE.
001600 COPY DEPTREC.

001610 FD  EXCEPTION-FILE.
001620 COPY EXCPREC.

001630 WORKING-STORAGE SECTION.
001640 01  FS-EXPFILE                  PIC X(02).
001650     88  FS-EXPFILE-OK           VALUE "00".
001660     88  FS-EXPFILE-EOF          VALUE "10".
001670 01  FS-EMPMAST                  PIC X(02).
001680     88  FS-EMPMAST-OK           VALUE "00".
001690     88  FS-EMPMAST-EOF          VALUE "10".
001700 01  FS-DEPTFILE                 PIC X(02).
001710     88  FS-DEPTFILE-OK          VALUE "00".
001720 01  FS-EXCPFILE                 PIC X(02).
001730     88  FS-EXCPFILE-OK          VALUE "00".

001740 01  WS-DEPTFILE-SW              PIC X(01) VALUE "N".
001750     88  WS-DEPTFILE-PRESENTE    VALUE "Y".
001760 01  WS-REGRAVAR-SW              PIC X(01).
001770     88  WS-REGRAVAR             VALUE "Y".

001780 01  WS-DIAS-ANTECEDENCIA        PIC 9(02) VALUE 10.
001790 01  WS-DATA-ATUAL               PIC 9(08).
001800 01  WS-DATA-CORTE               PIC 9(08).
001810 01  WS-FASE                     PIC 9(01).
001820 01  WS-FIM-PERIODO              PIC 9(08).
001830 01  WS-DIAS-RESTANTES           PIC S9(07).
001840 01  WS-GERENTE                  PIC 9(06).
001850 01  WS-REGRA-EXCECAO            PIC X(40).
001860 01  WS-STATUS-REGISTRO          PIC X(01).
001870     88  WS-REGISTRO-GRAVADO     VALUE "1".

001880 01  WS-CHAMADA-DATA.
001890     05  WS-DT-FUNCAO            PIC X(01).
001900     05  WS-DT-DATA-1            PIC 9(08).
001910     05  WS-DT-DATA-2            PIC 9(08).
001920     05  WS-DT-QUANTIDADE        PIC S9(07).
001930     05  WS-DT-UNIDADE           PIC X(01).
001940     05  WS-DT-STATUS            PIC X(01).
001950         88  WS-DT-OK            VALUE "1".

001960 01  WS-CONTADORES.
001970     05  WS-QTD-REGISTRADOS      PIC 9(05) VALUE ZERO.
001980     05  WS-QTD-LIDOS            PIC 9(05) VALUE ZERO.
001990     05  WS-QTD-ALERTAS          PIC 9(05) VALUE ZERO.
002000     05  WS-QTD-PRAZO-PERDIDO    PIC 9(05) VALUE ZERO.
002010     05  WS-QTD-RESCISAO-PEND    PIC 9(05) VALUE ZERO.
002020     05  WS-QTD-ENCERRADOS       PIC 9(05) VALUE ZERO.

002030 01  WS-DESCRICAO-AUD            PIC X(60).

002040 PROCEDURE DIVISION.

002050*----------------------------------------------------------------
002060* 0000-MAINLINE
002070*----------------------------------------------------------------
002080 0000-MAINLINE.
002090     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
002100     PERFORM 2000-REGISTRAR-ADMISSOES
002110         THRU 2000-REGISTRAR-ADMISSOES-EXIT.
002120     PERFORM 2500-ABRIR-EXPERIENCIA
002130         THRU 2500-ABRIR-EXPERIENCIA-EXIT.
002140     PERFORM 3000-PROCESSAR THRU 3000-PROCESSAR-EXIT
002150         UNTIL FS-EXPFILE-EOF.
002160     PERFORM 8000-FINALIZAR THRU 8000-FINALIZAR-EXIT.
002170     GO TO 9999-EXIT.

002180*----------------------------------------------------------------
002190* 1000-INICIALIZAR - ADMISSIONS ON OR AFTER THE CUTOFF (89 DAYS
002200*                    BACK) CAN STILL BE IN PROBATION
002210*----------------------------------------------------------------
002220 1000-INICIALIZAR.
002230     ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.

002240     MOVE "A" TO WS-DT-FUNCAO.
002250     MOVE WS-DATA-ATUAL TO WS-DT-DATA-1.
002260     MOVE -89 TO WS-DT-QUANTIDADE.
002270     MOVE "D" TO WS-DT-UNIDADE.
002280     CALL "PROG74" USING WS-DT-FUNCAO WS-DT-DATA-1
002290         WS-DT-DATA-2 WS-DT-QUANTIDADE WS-DT-UNIDADE
002300         WS-DT-STATUS.
002310     MOVE WS-DT-DATA-2 TO WS-DATA-CORTE.

002320     OPEN INPUT EMPLOYEE-MASTER.
002330     IF NOT FS-EMPMAST-OK
002340         DISPLAY "PROG200: ERRO AO ABRIR EMPLOYEE-MASTER "
002350                 FS-EMPMAST
002360         MOVE 8 TO RETURN-CODE
002370         GO TO 9999-EXIT
002380     END-IF.

002390     OPEN INPUT DEPARTMENT-FILE.
002400     IF FS-DEPTFILE-OK
002410         SET WS-DEPTFILE-PRESENTE TO TRUE
002420     ELSE
002430         DISPLAY "PROG200: AVISO - DEPTFILE INDISPONIVEL, ITENS "
002440             "SEM GERENTE ATRIBUIDO"
002450     END-IF.
002460 1000-INICIALIZAR-EXIT.
002470     EXIT.

002480*----------------------------------------------------------------
002490* 2000-REGISTRAR-ADMISSOES - RECENT ADMISSIONS WITH NO EXPFILE
002500*                            ROW (PROG199 LEAVES EXISTING ROWS
002510*                            ALONE)
002520*----------------------------------------------------------------
002530 2000-REGISTRAR-ADMISSOES.
002540     PERFORM 2100-LER-FUNCIONARIO THRU 2100-LER-FUNCIONARIO-EXIT.
002550     PERFORM 2200-REGISTRAR-UM THRU 2200-REGISTRAR-UM-EXIT
002560         UNTIL FS-EMPMAST-EOF.
002570 2000-REGISTRAR-ADMISSOES-EXIT.
002580     EXIT.

002590 2100-LER-FUNCIONARIO.
002600     READ EMPLOYEE-MASTER NEXT
002610         AT END
002620             SET FS-EMPMAST-EOF TO TRUE
002630     END-READ.
002640 2100-LER-FUNCIONARIO-EXIT.
002650     EXIT.

002660 2200-REGISTRAR-UM.
002670     IF EMP-ATIVO AND EMP-CLT
002680        AND DATA-ADMISSAO NOT < WS-DATA-CORTE
002690        AND DATA-ADMISSAO NOT > WS-DATA-ATUAL
002700         CALL "PROG199" USING CODIGO DATA-ADMISSAO
002710             WS-STATUS-REGISTRO
002720         IF WS-REGISTRO-GRAVADO
002730             ADD 1 TO WS-QTD-REGISTRADOS
002740             DISPLAY "PROG200: EXPERIENCIA REGISTRADA PARA "
002750                 CODIGO " " NOME " (ADMISSAO " DATA-ADMISSAO ")"
002760         END-IF
002770     END-IF.
002780     PERFORM 2100-LER-FUNCIONARIO THRU 2100-LER-FUNCIONARIO-EXIT.
002790 2200-REGISTRAR-UM-EXIT.
002800     EXIT.

002810*----------------------------------------------------------------
002820* 2500-ABRIR-EXPERIENCIA
002830*----------------------------------------------------------------
002840 2500-ABRIR-EXPERIENCIA.
002850     OPEN I-O PROBATION-FILE.
002860     IF NOT FS-EXPFILE-OK
002870         DISPLAY "PROG200: NENHUM CONTRATO DE EXPERIENCIA "
002880             "(EXPFILE) - " FS-EXPFILE
002890         SET FS-EXPFILE-EOF TO TRUE
002900         GO TO 2500-ABRIR-EXPERIENCIA-EXIT
002910     END-IF.
002920     PERFORM 3900-LER-PROXIMO THRU 3900-LER-PROXIMO-EXIT.
002930 2500-ABRIR-EXPERIENCIA-EXIT.
002940     EXIT.

002950*----------------------------------------------------------------
002960* 3000-PROCESSAR - ONE CONTRACT PER PASS
002970*----------------------------------------------------------------
002980 3000-PROCESSAR.
002990     ADD 1 TO WS-QTD-LIDOS.
003000     MOVE "N" TO WS-REGRAVAR-SW.

003010     IF NOT EP-EM-ABERTO
003020         GO TO 3000-PROCESSAR-SEGUIR
003030     END-IF.

003040     MOVE EP-CODIGO TO CODIGO.
003050     READ EMPLOYEE-MASTER
003060         INVALID KEY
003070             MOVE "I" TO STATUS-FUNCIONARIO
003080     END-READ.
003090     IF NOT EMP-ATIVO
003100         SET EP-RESCINDIDO TO TRUE
003110         IF EP-DATA-TERMINO = ZERO
003120             MOVE WS-DATA-ATUAL TO EP-DATA-TERMINO
003130         END-IF
003140         SET WS-REGRAVAR TO TRUE
003150         ADD 1 TO WS-QTD-ENCERRADOS
003160         GO TO 3000-PROCESSAR-GRAVAR
003170     END-IF.

003180     IF EP-AGUARDA-RESCISAO
003190         IF WS-DATA-ATUAL > EP-DATA-TERMINO
003200             MOVE EP-DATA-TERMINO TO WS-FIM-PERIODO
003210             MOVE "RESCISAO NO TERMINO NAO PROCESSADA"
003220                 TO WS-REGRA-EXCECAO
003230             PERFORM 4000-GRAVAR-EXCECAO
003240                 THRU 4000-GRAVAR-EXCECAO-EXIT
003250             ADD 1 TO WS-QTD-RESCISAO-PEND
003260         END-IF
003270         GO TO 3000-PROCESSAR-SEGUIR
003280     END-IF.

003290     IF EP-PRIMEIRO-PERIODO
003300         MOVE 1 TO WS-FASE
003310         MOVE EP-FIM-PERIODO-1 TO WS-FIM-PERIODO
003320     ELSE
003330         MOVE 2 TO WS-FASE
003340         MOVE EP-FIM-PERIODO-2 TO WS-FIM-PERIODO
003350     END-IF.

003360     MOVE "D" TO WS-DT-FUNCAO.
003370     MOVE WS-DATA-ATUAL TO WS-DT-DATA-1.
003380     MOVE WS-FIM-PERIODO TO WS-DT-DATA-2.
003390     CALL "PROG74" USING WS-DT-FUNCAO WS-DT-DATA-1
003400         WS-DT-DATA-2 WS-DT-QUANTIDADE WS-DT-UNIDADE
003410         WS-DT-STATUS.
003420     IF NOT WS-DT-OK
003430         DISPLAY "PROG200: DATAS INVALIDAS NA EXPERIENCIA DE "
003440             EP-CODIGO " - IGNORADA"
003450         GO TO 3000-PROCESSAR-SEGUIR
003460     END-IF.
003470     MOVE WS-DT-QUANTIDADE TO WS-DIAS-RESTANTES.

003480     IF WS-DIAS-RESTANTES < ZERO
003490         SET EP-EFETIVADO-PRAZO TO TRUE
003500         MOVE "PRAZO PERDIDO - CONTRATO INDETERMINADO"
003510             TO WS-REGRA-EXCECAO
003520         PERFORM 4000-GRAVAR-EXCECAO THRU 4000-GRAVAR-EXCECAO-EXIT
003530         SET WS-REGRAVAR TO TRUE
003540         ADD 1 TO WS-QTD-PRAZO-PERDIDO
003550         GO TO 3000-PROCESSAR-GRAVAR
003560     END-IF.

003570     IF WS-DIAS-RESTANTES > WS-DIAS-ANTECEDENCIA
003580        OR EP-DATA-ALERTA(WS-FASE) NOT = ZERO
003590         GO TO 3000-PROCESSAR-SEGUIR
003600     END-IF.

003610     MOVE SPACES TO WS-REGRA-EXCECAO.
003620     STRING "TERMINO DO " WS-FASE "O PERIODO DE EXPERIENCIA"
003630         DELIMITED BY SIZE INTO WS-REGRA-EXCECAO.
003640     PERFORM 4000-GRAVAR-EXCECAO THRU 4000-GRAVAR-EXCECAO-EXIT.
003650     MOVE WS-DATA-ATUAL TO EP-DATA-ALERTA(WS-FASE).
003660     SET WS-REGRAVAR TO TRUE.
003670     ADD 1 TO WS-QTD-ALERTAS.

003680 3000-PROCESSAR-GRAVAR.
003690     IF WS-REGRAVAR
003700         REWRITE EXPERIENCIA-REC
003710         IF NOT FS-EXPFILE-OK
003720             DISPLAY "PROG200: ERRO AO REGRAVAR EXPERIENCIA DE "
003730                 EP-CODIGO " - " FS-EXPFILE
003740         END-IF
003750     END-IF.

003760 3000-PROCESSAR-SEGUIR.
003770     PERFORM 3900-LER-PROXIMO THRU 3900-LER-PROXIMO-EXIT.
003780 3000-PROCESSAR-EXIT.
003790     EXIT.

003800 3900-LER-PROXIMO.
003810     READ PROBATION-FILE NEXT
003820         AT END
003830             SET FS-EXPFILE-EOF TO TRUE
003840     END-READ.
003850 3900-LER-PROXIMO-EXIT.
003860     EXIT.

003870*----------------------------------------------------------------
003880* 4000-GRAVAR-EXCECAO - ONE EXCPFILE ITEM, ASSIGNED TO THE
003890*                       DEPARTAMENTO'S GERENTE WHEN THERE IS ONE,
003900*                       SAME APPEND-OR-CREATE SHAPE AS PROG127
003910*----------------------------------------------------------------
003920 4000-GRAVAR-EXCECAO.
003930     MOVE ZERO TO WS-GERENTE.
003940     IF WS-DEPTFILE-PRESENTE AND DEPARTAMENTO NOT = SPACES
003950         MOVE DEPARTAMENTO TO DM-CODIGO
003960         READ DEPARTMENT-FILE
003970             NOT INVALID KEY
003980                 MOVE DM-GERENTE TO WS-GERENTE
003990         END-READ
004000     END-IF.

004010     ACCEPT EXCP-DATA FROM DATE YYYYMMDD.
004020     ACCEPT EXCP-HORA FROM TIME.
004030     MOVE "PROG200 " TO EXCP-PROGRAMA.
004040     MOVE SPACES TO EXCP-CAMPO.
004050     STRING "EXPER " EP-CODIGO DELIMITED BY SIZE
004060         INTO EXCP-CAMPO.
004070     MOVE WS-FIM-PERIODO TO EXCP-VALOR.
004080     MOVE WS-REGRA-EXCECAO TO EXCP-REGRA.

004090     MOVE SPACES TO EXCP-NOTAS.
004100     IF WS-GERENTE = ZERO
004110         MOVE "A" TO EXCP-STATUS
004120         MOVE SPACES TO EXCP-RESPONSAVEL
004130         STRING "DEPTO " DEPARTAMENTO " SEM GERENTE"
004140             DELIMITED BY SIZE INTO EXCP-NOTAS
004150     ELSE
004160         MOVE "T" TO EXCP-STATUS
004170         MOVE WS-GERENTE TO EXCP-RESPONSAVEL
004180         STRING "GERENTE " WS-GERENTE " DEPTO " DEPARTAMENTO
004190             DELIMITED BY SIZE INTO EXCP-NOTAS
004200     END-IF.
004210     MOVE ZERO TO EXCP-DATA-RESOLUCAO.

004220     OPEN EXTEND EXCEPTION-FILE.
004230     IF NOT FS-EXCPFILE-OK
004240         OPEN OUTPUT EXCEPTION-FILE
004250     END-IF.
004260     WRITE EXCP-REC.
004270     CLOSE EXCEPTION-FILE.

004280     DISPLAY "PROG200: " EP-CODIGO " " NOME " - "
004290         WS-REGRA-EXCECAO " " WS-FIM-PERIODO.
004300 4000-GRAVAR-EXCECAO-EXIT.
004310     EXIT.

004320*----------------------------------------------------------------
004330* 8000-FINALIZAR
004340*----------------------------------------------------------------
004350 8000-FINALIZAR.
004360     CLOSE PROBATION-FILE EMPLOYEE-MASTER.
004370     IF WS-DEPTFILE-PRESENTE
004380         CLOSE DEPARTMENT-FILE
004390     END-IF.

004400     DISPLAY "PROG200: EXPERIENCIAS REGISTRADAS ...... : "
004410         WS-QTD-REGISTRADOS.
004420     DISPLAY "PROG200: CONTRATOS LIDOS ............... : "
004430         WS-QTD-LIDOS.
004440     DISPLAY "PROG200: AVISOS DE TERMINO ............. : "
004450         WS-QTD-ALERTAS.
004460     DISPLAY "PROG200: PRAZOS PERDIDOS (EFETIVADOS) .. : "
004470         WS-QTD-PRAZO-PERDIDO.
004480     DISPLAY "PROG200: RESCISOES NO TERMINO PENDENTES  : "
004490         WS-QTD-RESCISAO-PEND.
004500     DISPLAY "PROG200: ENCERRADOS (INATIVOS) ......... : "
004510         WS-QTD-ENCERRADOS.

004520     MOVE SPACES TO WS-DESCRICAO-AUD.
004530     STRING "EXPERIENCIA: " WS-QTD-ALERTAS " AVISO(S) "
004540         WS-QTD-PRAZO-PERDIDO " PRAZO(S) PERDIDO(S)"
004550         DELIMITED BY SIZE INTO WS-DESCRICAO-AUD.
004560     CALL "PROG22" USING "PROG200 " WS-DESCRICAO-AUD.
004570 8000-FINALIZAR-EXIT.
004580     EXIT.

004590 9999-EXIT.
004600     STOP RUN.
