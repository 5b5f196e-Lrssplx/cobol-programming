001000******************************************************************
001010* PROGRAM-ID: PROG180
001020* AUTHOR:      R. ALMEIDA - APPLICATIONS
001030* INSTALLATION: FOLHA DE PAGAMENTO / RECURSOS HUMANOS
001040* DATE-WRITTEN: 2026-09-28
001050* DATE-COMPILED:
001060* PURPOSE:     MONTHLY UNION DUES REMITTANCE REPORT. WALKS THE
001070*              UNION MASTER (SINDFILE) AND, FOR EACH UNION, LISTS
001080*              THE FUNCIONARIOS WHOSE CONTRIBUICAO SINDICAL WAS
001090*              DEDUCTED ON THE LAST PAYROLL REGISTER (PAYREG),
001100*              WITH THE UNION SUBTOTAL TO BE REMITTED, THROUGH THE
001110*              PROG68 REPORT SERVICES. DUES ON THE REGISTER THAT
001120*              NO UNION CLAIMS ARE SHOWN ON A SEPARATE LINE SO THE
001130*              REMITTANCE TIES BACK TO THE RUN.
001140* ----------------------------------------------------------------
001150* MODIFICATION HISTORY
001160* DATE       INIT DESCRIPTION
001170* 2026-09-28 RA   INITIAL VERSION
001180******************************************************************
001190 IDENTIFICATION DIVISION.
001200 PROGRAM-ID. PROG180.

001210 ENVIRONMENT DIVISION.
001220 INPUT-OUTPUT SECTION.
001230 FILE-CONTROL.
001240     SELECT UNION-FILE ASSIGN TO "SINDFILE"
001250         ORGANIZATION IS INDEXED
001260         ACCESS MODE IS DYNAMIC
001270         RECORD KEY IS SD-CODIGO
001280         FILE STATUS IS FS-SINDFILE.

001290     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
001300         ORGANIZATION IS INDEXED
001310         ACCESS MODE IS DYNAMIC
001320         RECORD KEY IS CODIGO
001330         ALTERNATE RECORD KEY IS NOME
001340             WITH DUPLICATES
001350         ALTERNATE RECORD KEY IS DEPARTAMENTO
001360             WITH DUPLICATES
001370         FILE STATUS IS FS-EMPMAST.

001380     SELECT PAYROLL-REGISTER ASSIGN TO "PAYREG"
001390         ORGANIZATION IS LINE SEQUENTIAL
001400         FILE STATUS IS FS-PAYREG.

001410 DATA DIVISION.
001420 FILE SECTION.
001430 FD  UNION-FILE.
001440 COPY SINDREC.

001450 FD  EMPLOYEE-MASTER.
001460 COPY EMPREC.

001470 FD  PAYROLL-REGISTER.
001480 COPY PAYREGRC.

001490 WORKING-STORAGE SECTION.
001500 01  FS-SINDFILE                 PIC X(02).
001510     88  FS-SINDFILE-OK          VALUE "00".
001520     88  FS-SINDFILE-EOF         VALUE "10".

001530 01  FS-EMPMAST                  PIC X(02).
001540     88  FS-EMPMAST-OK           VALUE "00".

001550 01  FS-PAYREG                   PIC X(02).
001560     88  FS-PAYREG-OK            VALUE "00".
001570     88  FS-PAYREG-EOF           VALUE "10".

001580 01  WS-ARQUIVOS-SW              PIC X(01) VALUE "N".
001590     88  WS-ARQUIVOS-ABERTOS     VALUE "Y".

001600 01  WS-PERIODO                  PIC 9(06) VALUE ZERO.

001610 01  WS-SINDICATO.
001620     05  WS-QTD-SINDICATO        PIC 9(05).
001630     05  WS-TOT-SINDICATO        PIC 9(09)V9(02).

001640 01  WS-CONTADORES.
001650     05  WS-QTD-SINDICATOS       PIC 9(04) VALUE ZERO.
001660     05  WS-QTD-GERAL            PIC 9(06) VALUE ZERO.
001670     05  WS-TOT-GERAL            PIC 9(09)V9(02) VALUE ZERO.
001680     05  WS-TOT-REGISTRO         PIC 9(09)V9(02) VALUE ZERO.
001690     05  WS-TOT-SEM-SINDICATO    PIC 9(09)V9(02) VALUE ZERO.

001700 01  WS-VALOR-ED                 PIC ZZZ,ZZZ,ZZ9.99.
001710 01  WS-CNPJ-ED                  PIC 9(14).

001720 01  WS-LINHA-REL                PIC X(80).
001730 01  WS-FUNCAO-REL               PIC X(01).
001740 01  WS-TITULO-REL               PIC X(60).
001750 01  WS-COLUNAS-REL              PIC X(80).

001760 01  WS-DESCRICAO-AUD            PIC X(60).

001770 PROCEDURE DIVISION.

001780*----------------------------------------------------------------
001790* 0000-MAINLINE
001800*----------------------------------------------------------------
001810 0000-MAINLINE.
001820     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
001830     PERFORM 2000-PROCESSAR THRU 2000-PROCESSAR-EXIT
001840         UNTIL FS-SINDFILE-EOF.
001850     PERFORM 8000-FINALIZAR THRU 8000-FINALIZAR-EXIT.
001860     GO TO 9999-EXIT.

001870*----------------------------------------------------------------
001880* 1000-INICIALIZAR - THE REGISTER IS TOTALLED ONCE UP FRONT SO
001890*                    DUES NO UNION CLAIMS CAN BE REPORTED AT THE
001900*                    END
001910*----------------------------------------------------------------
001920 1000-INICIALIZAR.
001930     OPEN INPUT PAYROLL-REGISTER.
001940     IF NOT FS-PAYREG-OK
001950         DISPLAY "PROG180: SEM REGISTRO DA FOLHA (PAYREG) "
001960             "- NADA A RELATAR"
001970         SET FS-SINDFILE-EOF TO TRUE
001980         GO TO 1000-INICIALIZAR-EXIT
001990     END-IF.
002000     PERFORM 1200-SOMAR-REGISTRO THRU 1200-SOMAR-REGISTRO-EXIT
002010         UNTIL FS-PAYREG-EOF.
002020     CLOSE PAYROLL-REGISTER.

002030     OPEN INPUT UNION-FILE.
002040     IF NOT FS-SINDFILE-OK
002050         DISPLAY "PROG180: SEM CADASTRO DE SINDICATOS (SINDFILE) "
002060             "- NADA A RELATAR"
002070         SET FS-SINDFILE-EOF TO TRUE
002080         GO TO 1000-INICIALIZAR-EXIT
002090     END-IF.

002100     OPEN INPUT EMPLOYEE-MASTER.
002110     IF NOT FS-EMPMAST-OK
002120         DISPLAY "PROG180: ERRO AO ABRIR EMPLOYEE-MASTER "
002130                 FS-EMPMAST
002140         CLOSE UNION-FILE
002150         SET FS-SINDFILE-EOF TO TRUE
002160         GO TO 1000-INICIALIZAR-EXIT
002170     END-IF.
002180     SET WS-ARQUIVOS-ABERTOS TO TRUE.

002190     MOVE "I" TO WS-FUNCAO-REL.
002200     MOVE SPACES TO WS-TITULO-REL.
002210     STRING "REPASSE DE CONTRIBUICAO SINDICAL - PERIODO "
002220         WS-PERIODO
002230         DELIMITED BY SIZE INTO WS-TITULO-REL.
002240     MOVE "SINDICATO CODIGO NOME                           VALOR"
002250         TO WS-COLUNAS-REL.
002260     MOVE SPACES TO WS-LINHA-REL.
002270     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
002280         WS-COLUNAS-REL WS-LINHA-REL.

002290     PERFORM 1100-LER-PROXIMO.
002300 1000-INICIALIZAR-EXIT.
002310     EXIT.

002320 1100-LER-PROXIMO.
002330     READ UNION-FILE NEXT
002340         AT END
002350             SET FS-SINDFILE-EOF TO TRUE
002360     END-READ.

002370 1200-SOMAR-REGISTRO.
002380     READ PAYROLL-REGISTER
002390         AT END
002400             SET FS-PAYREG-EOF TO TRUE
002410             GO TO 1200-SOMAR-REGISTRO-EXIT
002420     END-READ.
002430     IF PR-DETALHE
002440         MOVE PR-PERIODO TO WS-PERIODO
002450         ADD PR-DESC-SINDICAL TO WS-TOT-REGISTRO
002460     END-IF.
002470 1200-SOMAR-REGISTRO-EXIT.
002480     EXIT.

002490*----------------------------------------------------------------
002500* 2000-PROCESSAR - ONE UNION PER PASS OVER THE REGISTER
002510*----------------------------------------------------------------
002520 2000-PROCESSAR.
002530     MOVE ZERO TO WS-QTD-SINDICATO WS-TOT-SINDICATO.

002540     OPEN INPUT PAYROLL-REGISTER.
002550     PERFORM 2100-VARRER-REGISTRO THRU 2100-VARRER-REGISTRO-EXIT
002560         UNTIL FS-PAYREG-EOF.
002570     CLOSE PAYROLL-REGISTER.

002580     IF WS-QTD-SINDICATO > ZERO
002590         MOVE SD-CNPJ TO WS-CNPJ-ED
002600         MOVE WS-TOT-SINDICATO TO WS-VALOR-ED
002610         MOVE SPACES TO WS-LINHA-REL
002620         STRING "SINDICATO " SD-CODIGO " CNPJ " WS-CNPJ-ED
002630             "  FUNC: " WS-QTD-SINDICATO
002640             "  REPASSE: " WS-VALOR-ED
002650             DELIMITED BY SIZE INTO WS-LINHA-REL
002660         MOVE "T" TO WS-FUNCAO-REL
002670         CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
002680             WS-COLUNAS-REL WS-LINHA-REL
002690         ADD 1 TO WS-QTD-SINDICATOS
002700         ADD WS-QTD-SINDICATO TO WS-QTD-GERAL
002710         ADD WS-TOT-SINDICATO TO WS-TOT-GERAL
002720     END-IF.

002730     PERFORM 1100-LER-PROXIMO.
002740 2000-PROCESSAR-EXIT.
002750     EXIT.

002760*----------------------------------------------------------------
002770* 2100-VARRER-REGISTRO - DETAIL ROWS WITH DUES WHOSE FUNCIONARIO
002780*                        BELONGS TO THE CURRENT UNION
002790*----------------------------------------------------------------
002800 2100-VARRER-REGISTRO.
002810     READ PAYROLL-REGISTER
002820         AT END
002830             SET FS-PAYREG-EOF TO TRUE
002840             GO TO 2100-VARRER-REGISTRO-EXIT
002850     END-READ.

002860     IF NOT PR-DETALHE OR PR-DESC-SINDICAL = ZERO
002870         GO TO 2100-VARRER-REGISTRO-EXIT
002880     END-IF.

002890     MOVE PR-CODIGO TO CODIGO.
002900     READ EMPLOYEE-MASTER
002910         INVALID KEY
002920             GO TO 2100-VARRER-REGISTRO-EXIT
002930     END-READ.
002940     IF SINDICATO NOT = SD-CODIGO
002950         GO TO 2100-VARRER-REGISTRO-EXIT
002960     END-IF.

002970     MOVE PR-DESC-SINDICAL TO WS-VALOR-ED.
002980     MOVE SPACES TO WS-LINHA-REL.
002990     STRING SD-CODIGO "     " PR-CODIGO " " NOME " "
003000         WS-VALOR-ED
003010         DELIMITED BY SIZE INTO WS-LINHA-REL.
003020     MOVE "D" TO WS-FUNCAO-REL.
003030     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
003040         WS-COLUNAS-REL WS-LINHA-REL.

003050     ADD 1 TO WS-QTD-SINDICATO.
003060     ADD PR-DESC-SINDICAL TO WS-TOT-SINDICATO.
003070 2100-VARRER-REGISTRO-EXIT.
003080     EXIT.

003090*----------------------------------------------------------------
003100* 8000-FINALIZAR
003110*----------------------------------------------------------------
003120 8000-FINALIZAR.
003130     IF NOT WS-ARQUIVOS-ABERTOS
003140         GO TO 8000-FINALIZAR-EXIT
003150     END-IF.

003160     IF WS-TOT-REGISTRO > WS-TOT-GERAL
003170         COMPUTE WS-TOT-SEM-SINDICATO =
003180             WS-TOT-REGISTRO - WS-TOT-GERAL
003190         MOVE WS-TOT-SEM-SINDICATO TO WS-VALOR-ED
003200         MOVE SPACES TO WS-LINHA-REL
003210         STRING "DESCONTADO SEM SINDICATO CADASTRADO: "
003220             WS-VALOR-ED
003230             DELIMITED BY SIZE INTO WS-LINHA-REL
003240         MOVE "D" TO WS-FUNCAO-REL
003250         CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
003260             WS-COLUNAS-REL WS-LINHA-REL
003270     END-IF.

003280     MOVE WS-TOT-GERAL TO WS-VALOR-ED.
003290     MOVE SPACES TO WS-LINHA-REL.
003300     STRING "SINDICATOS: " WS-QTD-SINDICATOS
003310         "  FUNCIONARIOS: " WS-QTD-GERAL
003320         "  TOTAL: " WS-VALOR-ED
003330         DELIMITED BY SIZE INTO WS-LINHA-REL.
003340     MOVE "T" TO WS-FUNCAO-REL.
003350     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
003360         WS-COLUNAS-REL WS-LINHA-REL.
003370     MOVE "F" TO WS-FUNCAO-REL.
003380     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
003390         WS-COLUNAS-REL WS-LINHA-REL.

003400     CLOSE UNION-FILE EMPLOYEE-MASTER.

003410     MOVE SPACES TO WS-DESCRICAO-AUD.
003420     STRING "EMITIU REPASSE DE CONTRIBUICAO SINDICAL "
003430         WS-PERIODO
003440         DELIMITED BY SIZE INTO WS-DESCRICAO-AUD.
003450     CALL "PROG22" USING "PROG180 " WS-DESCRICAO-AUD.
003460 8000-FINALIZAR-EXIT.
003470     EXIT.

003480 9999-EXIT.
003490     STOP RUN.
