001000******************************************************************
001010* PROGRAM-ID: PROG184
001020* AUTHOR:      R. ALMEIDA - APPLICATIONS
001030* INSTALLATION: CONTABILIDADE
001040* DATE-WRITTEN: 2026-09-28
001050* DATE-COMPILED:
001060* PURPOSE:     MONTHLY FULLY LOADED LABOR COST. READS THE LABOR
001070*              COST ROWS THE PAYROLL RUN (PROG42) KEPT FOR THE
001080*              REQUESTED PERIOD (CUSTOPES) AND, PER DEPARTAMENTO
001090*              AND PER COST CENTER, TOTALS THE GROSS SALARY, THE
001100*              EMPLOYER CHARGES (INSS PATRONAL, RAT, TERCEIROS,
001110*              FGTS), THE BENEFITS NET OF THE EMPLOYEE SHARE AND
001120*              THE MONTH'S FERIAS/13O PROVISION BY THE PROG102
001130*              RULE, WITH THE TOTAL COST AND THE COST PER HEAD,
001140*              THROUGH THE PROG68 REPORT SERVICES. A FUNCIONARIO
001150*              WITH A RATEIO ROW (ALLOCFIL) IS SPLIT ACROSS ITS
001160*              COST CENTERS BY PERCENTAGE, HEADS INCLUDED; ANY
001170*              OTHER COUNTS WHOLE UNDER ITS DEPARTAMENTO.
001171*              A FUNCIONARIO TRANSFERRED DURING THE MONTH
001172*              SPLITS BY DAYS BETWEEN THE OLD AND THE NEW
001173*              DEPARTAMENTO.
001180* ----------------------------------------------------------------
001190* MODIFICATION HISTORY
001200* DATE       INIT DESCRIPTION
001210* 2026-09-28 RA   INITIAL VERSION
001211* 2026-10-08 RA   A MID-MONTH TRANSFER (CP-DEPTO-ANTERIOR AND
001212*                 CP-PCT-ANTERIOR FROM PROG42) PUTS THE DAYS IN
001213*                 THE OLD DEPARTAMENTO UNDER IT, HEADS INCLUDED.
001214* 2026-10-15 RA   THE OPERATOR IDENTIFIES ITSELF (PROG211) AT
001215*                 START-UP. BELOW INTEGRAL EVERY COST FIGURE
001216*                 PRINTS AS ASTERISKS (HEADS STAY VISIBLE); AN
001217*                 INTEGRAL REPORT IS LOGGED THROUGH PROG22.
001220******************************************************************
001230 IDENTIFICATION DIVISION.
001240 PROGRAM-ID. PROG184.

001250 ENVIRONMENT DIVISION.
001260 INPUT-OUTPUT SECTION.
001270 FILE-CONTROL.
001280     SELECT LABOR-COST-FILE ASSIGN TO "CUSTOPES"
001290         ORGANIZATION IS INDEXED
001300         ACCESS MODE IS DYNAMIC
001310         RECORD KEY IS CP-CHAVE
001320         FILE STATUS IS FS-CUSTOPES.

001330     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
001340         ORGANIZATION IS INDEXED
001350         ACCESS MODE IS DYNAMIC
001360         RECORD KEY IS CODIGO
001370         ALTERNATE RECORD KEY IS NOME
001380             WITH DUPLICATES
001390         ALTERNATE RECORD KEY IS DEPARTAMENTO
001400             WITH DUPLICATES
001410         FILE STATUS IS FS-EMPMAST.

001420     SELECT ALLOCATION-FILE ASSIGN TO "ALLOCFIL"
001430         ORGANIZATION IS INDEXED
001440         ACCESS MODE IS DYNAMIC
001450         RECORD KEY IS AL-CODIGO
001460         FILE STATUS IS FS-ALLOCFIL.

001470 DATA DIVISION.
001480 FILE SECTION.
001490 FD  LABOR-COST-FILE.
001500 COPY CPESREC.

001510 FD  EMPLOYEE-MASTER.
001520 COPY EMPREC.

001530 FD  ALLOCATION-FILE.
001540 COPY ALLOCREC.

001550 WORKING-STORAGE SECTION.
001560 01  FS-CUSTOPES                 PIC X(02).
001570     88  FS-CUSTOPES-OK          VALUE "00".
001580     88  FS-CUSTOPES-EOF         VALUE "10".

001590 01  FS-EMPMAST                  PIC X(02).
001600     88  FS-EMPMAST-OK           VALUE "00".

001610 01  FS-ALLOCFIL                 PIC X(02).
001620     88  FS-ALLOCFIL-OK          VALUE "00".
001630 01  WS-ALLOC-SW                 PIC X(01) VALUE "N".
001640     88  WS-ALLOC-PRESENTE       VALUE "Y".

001650 01  WS-ARQUIVOS-SW              PIC X(01) VALUE "N".
001660     88  WS-ARQUIVOS-ABERTOS     VALUE "Y".

001670 01  WS-MENSAGEM                 PIC X(40).
001680 01  WS-VALOR-ENT                PIC 9(09).
001690 01  WS-LIMITE-MIN               PIC 9(09).
001700 01  WS-LIMITE-MAX               PIC 9(09).

001710 01  WS-PERIODO-CUSTO            PIC 9(06).
001720 01  WS-ANO-CUSTO                PIC 9(04).
001730 01  WS-MES-CUSTO                PIC 9(02).

001740 01  WS-PROVISAO.
001750     05  WS-MES-CALCULO          PIC 9(02).
001760     05  WS-MES-ADMISSAO         PIC 9(02).
001770     05  WS-MESES-AVOS           PIC 9(02).
001780     05  WS-AVOS-ATE-MES         PIC 9(02).
001790     05  WS-AVOS-MES             PIC 9(02).
001800     05  WS-PROVISAO-13          PIC 9(09)V9(02).
001810     05  WS-PROVISAO-FERIAS      PIC 9(09)V9(02).
001820     05  WS-TERCO-FERIAS         PIC 9(09)V9(02).

001830 01  WS-FUNCIONARIO.
001840     05  WS-FUN-SALARIOS         PIC 9(11)V9(02).
001850     05  WS-FUN-ENCARGOS         PIC 9(11)V9(02).
001860     05  WS-FUN-BENEFICIOS       PIC 9(11)V9(02).
001870     05  WS-FUN-PROVISOES        PIC 9(11)V9(02).
001871     05  WS-FUN-CABECAS          PIC 9(01)V9(04).
001872 01  WS-DEPTO-BUSCA              PIC X(10).

001880 01  WS-PARCELA.
001890     05  WS-PAR-CENTRO           PIC X(10).
001900     05  WS-PAR-CABECAS          PIC 9(01)V9(04).
001910     05  WS-PAR-SALARIOS         PIC 9(11)V9(02).
001920     05  WS-PAR-ENCARGOS         PIC 9(11)V9(02).
001930     05  WS-PAR-BENEFICIOS       PIC 9(11)V9(02).
001940     05  WS-PAR-PROVISOES        PIC 9(11)V9(02).

001950 01  WS-RATEIO.
001960     05  WS-RATEIO-IDX           PIC 9(01).
001970     05  WS-ACUM-CABECAS         PIC 9(01)V9(04).
001980     05  WS-ACUM-SALARIOS        PIC 9(11)V9(02).
001990     05  WS-ACUM-ENCARGOS        PIC 9(11)V9(02).
002000     05  WS-ACUM-BENEFICIOS      PIC 9(11)V9(02).
002010     05  WS-ACUM-PROVISOES       PIC 9(11)V9(02).

002020 01  WS-INDICE                   PIC 9(03) COMP.
002030 01  WS-ACHOU-SW                 PIC X(01).
002040     88  WS-ACHOU                VALUE "Y".
002050 01  WS-QTD-FORA-TABELA          PIC 9(05) VALUE ZERO.

002060 01  WS-QTDE-DEPTOS              PIC 9(03) COMP VALUE ZERO.
002070 01  WS-TABELA-DEPTOS.
002080     05  WS-DEP-ENTRADA OCCURS 50 TIMES.
002090         10  WS-DEP-CODIGO       PIC X(10).
002100         10  WS-DEP-CABECAS      PIC 9(05)V9(04).
002110         10  WS-DEP-SALARIOS     PIC 9(11)V9(02).
002120         10  WS-DEP-ENCARGOS     PIC 9(11)V9(02).
002130         10  WS-DEP-BENEFICIOS   PIC 9(11)V9(02).
002140         10  WS-DEP-PROVISOES    PIC 9(11)V9(02).

002150 01  WS-QTDE-CENTROS             PIC 9(03) COMP VALUE ZERO.
002160 01  WS-TABELA-CENTROS.
002170     05  WS-CEN-ENTRADA OCCURS 50 TIMES.
002180         10  WS-CEN-CODIGO       PIC X(10).
002190         10  WS-CEN-CABECAS      PIC 9(05)V9(04).
002200         10  WS-CEN-SALARIOS     PIC 9(11)V9(02).
002210         10  WS-CEN-ENCARGOS     PIC 9(11)V9(02).
002220         10  WS-CEN-BENEFICIOS   PIC 9(11)V9(02).
002230         10  WS-CEN-PROVISOES    PIC 9(11)V9(02).

002240 01  WS-TOTAIS-GERAIS.
002250     05  WS-TOT-CABECAS          PIC 9(05)V9(04) VALUE ZERO.
002260     05  WS-TOT-SALARIOS         PIC 9(11)V9(02) VALUE ZERO.
002270     05  WS-TOT-ENCARGOS         PIC 9(11)V9(02) VALUE ZERO.
002280     05  WS-TOT-BENEFICIOS       PIC 9(11)V9(02) VALUE ZERO.
002290     05  WS-TOT-PROVISOES        PIC 9(11)V9(02) VALUE ZERO.

002300 01  WS-IMPRESSAO.
002310     05  WS-IMP-ROTULO           PIC X(06).
002320     05  WS-IMP-CODIGO           PIC X(10).
002330     05  WS-IMP-CABECAS          PIC 9(05)V9(04).
002340     05  WS-IMP-SALARIOS         PIC 9(11)V9(02).
002350     05  WS-IMP-ENCARGOS         PIC 9(11)V9(02).
002360     05  WS-IMP-BENEFICIOS       PIC 9(11)V9(02).
002370     05  WS-IMP-PROVISOES        PIC 9(11)V9(02).
002380     05  WS-IMP-CUSTO-TOTAL      PIC 9(11)V9(02).
002390     05  WS-IMP-POR-CABECA       PIC 9(11)V9(02).

002400 01  WS-CABECAS-ED               PIC ZZZZ9.99.
002410 01  WS-VALOR-ED                 PIC ZZZ,ZZZ,ZZ9.99.
002413 01  WS-VALOR-ED-X REDEFINES WS-VALOR-ED
002416                                 PIC X(14).
002420 01  WS-VALOR-2-ED               PIC ZZZ,ZZZ,ZZ9.99.
002423 01  WS-VALOR-2-ED-X REDEFINES WS-VALOR-2-ED
002426                                 PIC X(14).

002430 01  WS-LINHA-REL                PIC X(80).
002440 01  WS-FUNCAO-REL               PIC X(01).
002450 01  WS-TITULO-REL               PIC X(60).
002460 01  WS-COLUNAS-REL              PIC X(80).

002470 01  WS-DESCRICAO-AUD            PIC X(60).

002471 01  WS-CHAMADA-VISAO.
002472     05  WS-VIS-FUNCAO           PIC X(01).
002473     05  WS-VIS-OPERADOR         PIC X(06).
002474     05  WS-VIS-NIVEL            PIC X(01).
002475         88  WS-VIS-DOCUMENTOS   VALUE "2" "3".
002476         88  WS-VIS-INTEGRAL     VALUE "3".
002477     05  WS-VIS-STATUS           PIC X(01).

002480 PROCEDURE DIVISION.

002490*----------------------------------------------------------------
002500* 0000-MAINLINE
002510*----------------------------------------------------------------
002520 0000-MAINLINE.
002530     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
002540     PERFORM 2000-PROCESSAR THRU 2000-PROCESSAR-EXIT
002550         UNTIL FS-CUSTOPES-EOF.
002560     PERFORM 8000-FINALIZAR THRU 8000-FINALIZAR-EXIT.
002570     GO TO 9999-EXIT.

002580*----------------------------------------------------------------
002590* 1000-INICIALIZAR - THE COST FILE IS KEYED BY PERIOD FIRST, SO
002600*                    THE MONTH IS ONE START AND A RUN OF READS
002610*----------------------------------------------------------------
002620 1000-INICIALIZAR.
002630     MOVE "PERIODO DO CUSTO (AAAAMM)" TO WS-MENSAGEM.
002640     MOVE 190001 TO WS-LIMITE-MIN.
002650     MOVE 999912 TO WS-LIMITE-MAX.
002660     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
002670         WS-LIMITE-MIN WS-LIMITE-MAX.
002680     MOVE WS-VALOR-ENT TO WS-PERIODO-CUSTO.
002690     MOVE WS-PERIODO-CUSTO(1:4) TO WS-ANO-CUSTO.
002700     MOVE WS-PERIODO-CUSTO(5:2) TO WS-MES-CUSTO.

002710     OPEN INPUT LABOR-COST-FILE.
002720     IF NOT FS-CUSTOPES-OK
002730         DISPLAY "PROG184: SEM CUSTOS DA FOLHA (CUSTOPES) "
002740             "- NADA A RELATAR"
002750         SET FS-CUSTOPES-EOF TO TRUE
002760         GO TO 1000-INICIALIZAR-EXIT
002770     END-IF.

002780     OPEN INPUT EMPLOYEE-MASTER.
002790     IF NOT FS-EMPMAST-OK
002800         DISPLAY "PROG184: ERRO AO ABRIR EMPLOYEE-MASTER "
002810                 FS-EMPMAST
002820         CLOSE LABOR-COST-FILE
002830         SET FS-CUSTOPES-EOF TO TRUE
002840         GO TO 1000-INICIALIZAR-EXIT
002850     END-IF.
002860     SET WS-ARQUIVOS-ABERTOS TO TRUE.

002870     OPEN INPUT ALLOCATION-FILE.
002880     IF FS-ALLOCFIL-OK
002890         SET WS-ALLOC-PRESENTE TO TRUE
002900     END-IF.

002910     MOVE WS-PERIODO-CUSTO TO CP-PERIODO.
002920     MOVE ZERO TO CP-CODIGO.
002930     START LABOR-COST-FILE KEY IS NOT LESS THAN CP-CHAVE
002940         INVALID KEY
002950             SET FS-CUSTOPES-EOF TO TRUE
002960     END-START.

002962     MOVE "I" TO WS-VIS-FUNCAO.
002964     CALL "PROG211" USING WS-VIS-FUNCAO WS-VIS-OPERADOR
002966         WS-VIS-NIVEL WS-VIS-STATUS.

002970     MOVE "I" TO WS-FUNCAO-REL.
002980     MOVE SPACES TO WS-TITULO-REL.
002990     STRING "CUSTO DE PESSOAL - PERIODO " WS-PERIODO-CUSTO
003000         DELIMITED BY SIZE INTO WS-TITULO-REL.
003010     MOVE "GRUPO  CODIGO      CABECAS    CUSTO POR CABECA"
003020         TO WS-COLUNAS-REL.
003030     MOVE SPACES TO WS-LINHA-REL.
003040     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
003050         WS-COLUNAS-REL WS-LINHA-REL.
003051     IF WS-VIS-INTEGRAL
003052         MOVE SPACES TO WS-DESCRICAO-AUD
003053         STRING "RELATORIO INTEGRAL OP " WS-VIS-OPERADOR " "
003054             WS-TITULO-REL
003055             DELIMITED BY SIZE INTO WS-DESCRICAO-AUD
003056         CALL "PROG22" USING "PROG184 " WS-DESCRICAO-AUD
003057     END-IF.

003060     PERFORM 1100-LER-PROXIMO THRU 1100-LER-PROXIMO-EXIT.
003070 1000-INICIALIZAR-EXIT.
003080     EXIT.

003090 1100-LER-PROXIMO.
003100     IF FS-CUSTOPES-EOF
003110         GO TO 1100-LER-PROXIMO-EXIT
003120     END-IF.
003130     READ LABOR-COST-FILE NEXT
003140         AT END
003150             SET FS-CUSTOPES-EOF TO TRUE
003160             GO TO 1100-LER-PROXIMO-EXIT
003170     END-READ.
003180     IF CP-PERIODO NOT = WS-PERIODO-CUSTO
003190         SET FS-CUSTOPES-EOF TO TRUE
003200     END-IF.
003210 1100-LER-PROXIMO-EXIT.
003220     EXIT.

003230*----------------------------------------------------------------
003240* 2000-PROCESSAR - ONE FUNCIONARIO OF THE PERIOD PER PASS, ADDED
003250*                   TO ITS DEPARTAMENTO AND TO ITS COST CENTERS
003260*----------------------------------------------------------------
003270 2000-PROCESSAR.
003280     MOVE CP-SALARIO-BRUTO TO WS-FUN-SALARIOS.
003290     COMPUTE WS-FUN-ENCARGOS = CP-INSS-PATRONAL + CP-RAT
003300         + CP-TERCEIROS + CP-FGTS.
003310     MOVE CP-BENEFICIOS TO WS-FUN-BENEFICIOS.
003320     PERFORM 2100-CALCULAR-PROVISAO
003330         THRU 2100-CALCULAR-PROVISAO-EXIT.

003331     ADD 1 TO WS-TOT-CABECAS.
003332     ADD WS-FUN-SALARIOS TO WS-TOT-SALARIOS.
003333     ADD WS-FUN-ENCARGOS TO WS-TOT-ENCARGOS.
003334     ADD WS-FUN-BENEFICIOS TO WS-TOT-BENEFICIOS.
003335     ADD WS-FUN-PROVISOES TO WS-TOT-PROVISOES.

003336     MOVE 1 TO WS-FUN-CABECAS.
003337     IF CP-PCT-ANTERIOR > ZERO
003338        AND CP-DEPTO-ANTERIOR NOT = SPACES
003339         PERFORM 2050-SEPARAR-ANTERIOR
003340             THRU 2050-SEPARAR-ANTERIOR-EXIT
003341     END-IF.

003342     MOVE CP-DEPARTAMENTO TO WS-DEPTO-BUSCA.
003343     PERFORM 2300-LOCALIZAR-DEPTO THRU 2300-LOCALIZAR-DEPTO-EXIT.
003350     IF WS-ACHOU
003360         ADD WS-FUN-CABECAS TO WS-DEP-CABECAS(WS-INDICE)
003370         ADD WS-FUN-SALARIOS TO WS-DEP-SALARIOS(WS-INDICE)
003380         ADD WS-FUN-ENCARGOS TO WS-DEP-ENCARGOS(WS-INDICE)
003390         ADD WS-FUN-BENEFICIOS TO WS-DEP-BENEFICIOS(WS-INDICE)
003400         ADD WS-FUN-PROVISOES TO WS-DEP-PROVISOES(WS-INDICE)
003410     ELSE
003420         ADD 1 TO WS-QTD-FORA-TABELA
003430     END-IF.

003440     PERFORM 2400-RATEAR-CENTROS THRU 2400-RATEAR-CENTROS-EXIT.

003500     PERFORM 1100-LER-PROXIMO THRU 1100-LER-PROXIMO-EXIT.
003510 2000-PROCESSAR-EXIT.
003520     EXIT.

003521*----------------------------------------------------------------
003522* 2050-SEPARAR-ANTERIOR - A FUNCIONARIO TRANSFERRED DURING THE
003523*                          MONTH: THE DAYS SPENT IN THE OLD
003524*                          DEPARTAMENTO (CP-PCT-ANTERIOR) COUNT
003525*                          WHOLE UNDER IT, HEADS INCLUDED; WHAT
003526*                          IS LEFT GOES ON TO THE NEW ONE
003527*----------------------------------------------------------------
003528 2050-SEPARAR-ANTERIOR.
003529     COMPUTE WS-PAR-CABECAS ROUNDED = CP-PCT-ANTERIOR / 100.
003530     COMPUTE WS-PAR-SALARIOS ROUNDED =
003531         WS-FUN-SALARIOS * CP-PCT-ANTERIOR / 100.
003532     COMPUTE WS-PAR-ENCARGOS ROUNDED =
003533         WS-FUN-ENCARGOS * CP-PCT-ANTERIOR / 100.
003534     COMPUTE WS-PAR-BENEFICIOS ROUNDED =
003535         WS-FUN-BENEFICIOS * CP-PCT-ANTERIOR / 100.
003536     COMPUTE WS-PAR-PROVISOES ROUNDED =
003537         WS-FUN-PROVISOES * CP-PCT-ANTERIOR / 100.

003538     MOVE CP-DEPTO-ANTERIOR TO WS-DEPTO-BUSCA.
003539     PERFORM 2300-LOCALIZAR-DEPTO THRU 2300-LOCALIZAR-DEPTO-EXIT.
003540     IF WS-ACHOU
003541         ADD WS-PAR-CABECAS TO WS-DEP-CABECAS(WS-INDICE)
003542         ADD WS-PAR-SALARIOS TO WS-DEP-SALARIOS(WS-INDICE)
003543         ADD WS-PAR-ENCARGOS TO WS-DEP-ENCARGOS(WS-INDICE)
003544         ADD WS-PAR-BENEFICIOS TO WS-DEP-BENEFICIOS(WS-INDICE)
003545         ADD WS-PAR-PROVISOES TO WS-DEP-PROVISOES(WS-INDICE)
003546     ELSE
003547         ADD 1 TO WS-QTD-FORA-TABELA
003548     END-IF.

003549     MOVE CP-DEPTO-ANTERIOR TO WS-PAR-CENTRO.
003550     PERFORM 2500-SOMAR-CENTRO THRU 2500-SOMAR-CENTRO-EXIT.

003551     SUBTRACT WS-PAR-CABECAS FROM WS-FUN-CABECAS.
003552     SUBTRACT WS-PAR-SALARIOS FROM WS-FUN-SALARIOS.
003553     SUBTRACT WS-PAR-ENCARGOS FROM WS-FUN-ENCARGOS.
003554     SUBTRACT WS-PAR-BENEFICIOS FROM WS-FUN-BENEFICIOS.
003555     SUBTRACT WS-PAR-PROVISOES FROM WS-FUN-PROVISOES.
003556 2050-SEPARAR-ANTERIOR-EXIT.
003557     EXIT.

003558*----------------------------------------------------------------
003559* 2100-CALCULAR-PROVISAO - THE MONTH'S SHARE OF THE PROG102
003560*                           PROVISION: THE AVOS ACCRUED UP TO THE
003561*                           MONTH LESS THOSE ACCRUED UP TO THE
003570*                           MONTH BEFORE, AT 1/12 OF SALARIO EACH
003580*                           FOR 13O AND FOR FERIAS PLUS ONE-THIRD
003590*----------------------------------------------------------------
003600 2100-CALCULAR-PROVISAO.
003610     MOVE ZERO TO WS-FUN-PROVISOES.
003620     MOVE CP-CODIGO TO CODIGO.
003630     READ EMPLOYEE-MASTER
003640         INVALID KEY
003650             GO TO 2100-CALCULAR-PROVISAO-EXIT
003660     END-READ.

003670     MOVE WS-MES-CUSTO TO WS-MES-CALCULO.
003680     PERFORM 2200-CONTAR-AVOS THRU 2200-CONTAR-AVOS-EXIT.
003690     MOVE WS-MESES-AVOS TO WS-AVOS-ATE-MES.
003700     MOVE ZERO TO WS-MESES-AVOS.
003710     IF WS-MES-CUSTO > 1
003720         COMPUTE WS-MES-CALCULO = WS-MES-CUSTO - 1
003730         PERFORM 2200-CONTAR-AVOS THRU 2200-CONTAR-AVOS-EXIT
003740     END-IF.
003750     IF WS-AVOS-ATE-MES > WS-MESES-AVOS
003760         COMPUTE WS-AVOS-MES = WS-AVOS-ATE-MES - WS-MESES-AVOS
003770     ELSE
003780         MOVE ZERO TO WS-AVOS-MES
003790     END-IF.

003800     COMPUTE WS-PROVISAO-13 ROUNDED =
003810         SALARIO * WS-AVOS-MES / 12.
003820     COMPUTE WS-PROVISAO-FERIAS ROUNDED =
003830         SALARIO * WS-AVOS-MES / 12.
003840     COMPUTE WS-TERCO-FERIAS ROUNDED =
003850         WS-PROVISAO-FERIAS / 3.
003860     COMPUTE WS-FUN-PROVISOES = WS-PROVISAO-13
003870         + WS-PROVISAO-FERIAS + WS-TERCO-FERIAS.
003880 2100-CALCULAR-PROVISAO-EXIT.
003890     EXIT.

003900*----------------------------------------------------------------
003910* 2200-CONTAR-AVOS - PROG102 RULE: MONTHS WORKED IN THE YEAR UP TO
003920*                     WS-MES-CALCULO, AN ADMISSION AFTER THE 15TH
003930*                     DROPPING ITS OWN MONTH
003940*----------------------------------------------------------------
003950 2200-CONTAR-AVOS.
003960     IF DATA-ADMISSAO(1:4) > WS-ANO-CUSTO
003970         MOVE ZERO TO WS-MESES-AVOS
003980         GO TO 2200-CONTAR-AVOS-EXIT
003990     END-IF.
004000     IF DATA-ADMISSAO(1:4) < WS-ANO-CUSTO
004010         MOVE WS-MES-CALCULO TO WS-MESES-AVOS
004020         GO TO 2200-CONTAR-AVOS-EXIT
004030     END-IF.

004040     MOVE DATA-ADMISSAO(5:2) TO WS-MES-ADMISSAO.
004050     IF WS-MES-ADMISSAO > WS-MES-CALCULO
004060         MOVE ZERO TO WS-MESES-AVOS
004070         GO TO 2200-CONTAR-AVOS-EXIT
004080     END-IF.
004090     COMPUTE WS-MESES-AVOS =
004100         WS-MES-CALCULO - WS-MES-ADMISSAO + 1.
004110     IF DATA-ADMISSAO(7:2) > 15
004120         SUBTRACT 1 FROM WS-MESES-AVOS
004130     END-IF.
004140 2200-CONTAR-AVOS-EXIT.
004150     EXIT.

004160*----------------------------------------------------------------
004170* 2300-LOCALIZAR-DEPTO - THE PER-DEPARTMENT ACCUMULATION TABLE,
004180*                         THE SAME SHAPE PROG129 KEEPS FOR
004190*                         CUSTOMERS
004200*----------------------------------------------------------------
004210 2300-LOCALIZAR-DEPTO.
004220     MOVE "N" TO WS-ACHOU-SW.
004230     PERFORM 2310-COMPARAR-DEPTO
004240         VARYING WS-INDICE FROM 1 BY 1
004250         UNTIL WS-INDICE > WS-QTDE-DEPTOS OR WS-ACHOU.
004260     IF WS-ACHOU
004270         SUBTRACT 1 FROM WS-INDICE
004280         GO TO 2300-LOCALIZAR-DEPTO-EXIT
004290     END-IF.

004300     IF WS-QTDE-DEPTOS >= 50
004310         GO TO 2300-LOCALIZAR-DEPTO-EXIT
004320     END-IF.

004330     ADD 1 TO WS-QTDE-DEPTOS.
004340     MOVE WS-QTDE-DEPTOS TO WS-INDICE.
004350     MOVE WS-DEPTO-BUSCA TO WS-DEP-CODIGO(WS-INDICE).
004360     MOVE ZERO TO WS-DEP-CABECAS(WS-INDICE)
004370         WS-DEP-SALARIOS(WS-INDICE) WS-DEP-ENCARGOS(WS-INDICE)
004380         WS-DEP-BENEFICIOS(WS-INDICE) WS-DEP-PROVISOES(WS-INDICE).
004390     SET WS-ACHOU TO TRUE.
004400 2300-LOCALIZAR-DEPTO-EXIT.
004410     EXIT.

004420 2310-COMPARAR-DEPTO.
004430     IF WS-DEP-CODIGO(WS-INDICE) = WS-DEPTO-BUSCA
004440         SET WS-ACHOU TO TRUE
004450     END-IF.

004460*----------------------------------------------------------------
004470* 2400-RATEAR-CENTROS - WITH A RATEIO ROW THE FUNCIONARIO IS SPLIT
004480*                        ACROSS ITS COST-CENTER PAIRS AS THE
004490*                        PAYROLL POSTS IT (THE LAST PAIR TAKES
004500*                        THE ROUNDING REMAINDER); WITHOUT ONE IT
004510*                        COUNTS WHOLE UNDER THE DEPARTAMENTO
004520*----------------------------------------------------------------
004530 2400-RATEAR-CENTROS.
004540     IF NOT WS-ALLOC-PRESENTE
004550         GO TO 2400-RATEAR-CENTROS-INTEIRO
004560     END-IF.
004570     MOVE CP-CODIGO TO AL-CODIGO.
004580     READ ALLOCATION-FILE
004590         INVALID KEY
004600             GO TO 2400-RATEAR-CENTROS-INTEIRO
004610     END-READ.
004620     IF AL-CENTRO-CUSTO(1) = SPACES
004630         GO TO 2400-RATEAR-CENTROS-INTEIRO
004640     END-IF.

004650     MOVE ZERO TO WS-ACUM-CABECAS WS-ACUM-SALARIOS
004660         WS-ACUM-ENCARGOS WS-ACUM-BENEFICIOS WS-ACUM-PROVISOES.
004670     MOVE 1 TO WS-RATEIO-IDX.
004680     PERFORM 2410-RATEAR-TRECHO THRU 2410-RATEAR-TRECHO-EXIT
004690         UNTIL WS-RATEIO-IDX > 4.
004700     GO TO 2400-RATEAR-CENTROS-EXIT.

004710 2400-RATEAR-CENTROS-INTEIRO.
004720     MOVE CP-DEPARTAMENTO   TO WS-PAR-CENTRO.
004730     MOVE WS-FUN-CABECAS    TO WS-PAR-CABECAS.
004740     MOVE WS-FUN-SALARIOS   TO WS-PAR-SALARIOS.
004750     MOVE WS-FUN-ENCARGOS   TO WS-PAR-ENCARGOS.
004760     MOVE WS-FUN-BENEFICIOS TO WS-PAR-BENEFICIOS.
004770     MOVE WS-FUN-PROVISOES  TO WS-PAR-PROVISOES.
004780     PERFORM 2500-SOMAR-CENTRO THRU 2500-SOMAR-CENTRO-EXIT.
004790 2400-RATEAR-CENTROS-EXIT.
004800     EXIT.

004810*----------------------------------------------------------------
004820* 2410-RATEAR-TRECHO - ONE COST-CENTER PAIR PER PASS
004830*----------------------------------------------------------------
004840 2410-RATEAR-TRECHO.
004850     IF AL-CENTRO-CUSTO(WS-RATEIO-IDX) = SPACES
004860         MOVE 5 TO WS-RATEIO-IDX
004870         GO TO 2410-RATEAR-TRECHO-EXIT
004880     END-IF.

004890     MOVE AL-CENTRO-CUSTO(WS-RATEIO-IDX) TO WS-PAR-CENTRO.
004900     IF WS-RATEIO-IDX = 4
004910         OR AL-CENTRO-CUSTO(WS-RATEIO-IDX + 1) = SPACES
004920         COMPUTE WS-PAR-CABECAS =
004921             WS-FUN-CABECAS - WS-ACUM-CABECAS
004930         COMPUTE WS-PAR-SALARIOS =
004940             WS-FUN-SALARIOS - WS-ACUM-SALARIOS
004950         COMPUTE WS-PAR-ENCARGOS =
004960             WS-FUN-ENCARGOS - WS-ACUM-ENCARGOS
004970         COMPUTE WS-PAR-BENEFICIOS =
004980             WS-FUN-BENEFICIOS - WS-ACUM-BENEFICIOS
004990         COMPUTE WS-PAR-PROVISOES =
005000             WS-FUN-PROVISOES - WS-ACUM-PROVISOES
005010     ELSE
005020         COMPUTE WS-PAR-CABECAS ROUNDED =
005030             WS-FUN-CABECAS * AL-PERCENTUAL(WS-RATEIO-IDX) / 100
005040         COMPUTE WS-PAR-SALARIOS ROUNDED =
005050             WS-FUN-SALARIOS * AL-PERCENTUAL(WS-RATEIO-IDX) / 100
005060         COMPUTE WS-PAR-ENCARGOS ROUNDED =
005070             WS-FUN-ENCARGOS * AL-PERCENTUAL(WS-RATEIO-IDX) / 100
005080         COMPUTE WS-PAR-BENEFICIOS ROUNDED =
005090             WS-FUN-BENEFICIOS * AL-PERCENTUAL(WS-RATEIO-IDX)
005100             / 100
005110         COMPUTE WS-PAR-PROVISOES ROUNDED =
005120             WS-FUN-PROVISOES * AL-PERCENTUAL(WS-RATEIO-IDX)
005130             / 100
005140     END-IF.
005150     PERFORM 2500-SOMAR-CENTRO THRU 2500-SOMAR-CENTRO-EXIT.

005160     ADD WS-PAR-CABECAS    TO WS-ACUM-CABECAS.
005170     ADD WS-PAR-SALARIOS   TO WS-ACUM-SALARIOS.
005180     ADD WS-PAR-ENCARGOS   TO WS-ACUM-ENCARGOS.
005190     ADD WS-PAR-BENEFICIOS TO WS-ACUM-BENEFICIOS.
005200     ADD WS-PAR-PROVISOES  TO WS-ACUM-PROVISOES.
005210     ADD 1 TO WS-RATEIO-IDX.
005220 2410-RATEAR-TRECHO-EXIT.
005230     EXIT.

005240*----------------------------------------------------------------
005250* 2500-SOMAR-CENTRO - ADDS ONE PORTION TO ITS COST-CENTER ENTRY
005260*----------------------------------------------------------------
005270 2500-SOMAR-CENTRO.
005280     MOVE "N" TO WS-ACHOU-SW.
005290     PERFORM 2510-COMPARAR-CENTRO
005300         VARYING WS-INDICE FROM 1 BY 1
005310         UNTIL WS-INDICE > WS-QTDE-CENTROS OR WS-ACHOU.
005320     IF WS-ACHOU
005330         SUBTRACT 1 FROM WS-INDICE
005340     ELSE
005350         IF WS-QTDE-CENTROS >= 50
005360             ADD 1 TO WS-QTD-FORA-TABELA
005370             GO TO 2500-SOMAR-CENTRO-EXIT
005380         END-IF
005390         ADD 1 TO WS-QTDE-CENTROS
005400         MOVE WS-QTDE-CENTROS TO WS-INDICE
005410         MOVE WS-PAR-CENTRO TO WS-CEN-CODIGO(WS-INDICE)
005420         MOVE ZERO TO WS-CEN-CABECAS(WS-INDICE)
005430             WS-CEN-SALARIOS(WS-INDICE)
005440             WS-CEN-ENCARGOS(WS-INDICE)
005450             WS-CEN-BENEFICIOS(WS-INDICE)
005460             WS-CEN-PROVISOES(WS-INDICE)
005470     END-IF.

005480     ADD WS-PAR-CABECAS    TO WS-CEN-CABECAS(WS-INDICE).
005490     ADD WS-PAR-SALARIOS   TO WS-CEN-SALARIOS(WS-INDICE).
005500     ADD WS-PAR-ENCARGOS   TO WS-CEN-ENCARGOS(WS-INDICE).
005510     ADD WS-PAR-BENEFICIOS TO WS-CEN-BENEFICIOS(WS-INDICE).
005520     ADD WS-PAR-PROVISOES  TO WS-CEN-PROVISOES(WS-INDICE).
005530 2500-SOMAR-CENTRO-EXIT.
005540     EXIT.

005550 2510-COMPARAR-CENTRO.
005560     IF WS-CEN-CODIGO(WS-INDICE) = WS-PAR-CENTRO
005570         SET WS-ACHOU TO TRUE
005580     END-IF.

005590*----------------------------------------------------------------
005600* 8000-FINALIZAR - ONE BLOCK PER DEPARTAMENTO, ONE PER COST
005610*                   CENTER, AND THE COMPANY TOTAL
005620*----------------------------------------------------------------
005630 8000-FINALIZAR.
005640     IF NOT WS-ARQUIVOS-ABERTOS
005650         GO TO 8000-FINALIZAR-EXIT
005660     END-IF.

005670     MOVE "T" TO WS-FUNCAO-REL.
005680     MOVE "CUSTO POR DEPARTAMENTO" TO WS-LINHA-REL.
005690     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
005700         WS-COLUNAS-REL WS-LINHA-REL.
005710     PERFORM 8100-IMPRIMIR-DEPTO THRU 8100-IMPRIMIR-DEPTO-EXIT
005720         VARYING WS-INDICE FROM 1 BY 1
005730         UNTIL WS-INDICE > WS-QTDE-DEPTOS.

005740     MOVE "T" TO WS-FUNCAO-REL.
005750     MOVE "CUSTO POR CENTRO DE CUSTO" TO WS-LINHA-REL.
005760     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
005770         WS-COLUNAS-REL WS-LINHA-REL.
005780     PERFORM 8200-IMPRIMIR-CENTRO THRU 8200-IMPRIMIR-CENTRO-EXIT
005790         VARYING WS-INDICE FROM 1 BY 1
005800         UNTIL WS-INDICE > WS-QTDE-CENTROS.

005810     MOVE "T" TO WS-FUNCAO-REL.
005820     MOVE "CUSTO TOTAL DA EMPRESA" TO WS-LINHA-REL.
005830     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
005840         WS-COLUNAS-REL WS-LINHA-REL.
005850     MOVE "TOTAL "          TO WS-IMP-ROTULO.
005860     MOVE "EMPRESA"         TO WS-IMP-CODIGO.
005870     MOVE WS-TOT-CABECAS    TO WS-IMP-CABECAS.
005880     MOVE WS-TOT-SALARIOS   TO WS-IMP-SALARIOS.
005890     MOVE WS-TOT-ENCARGOS   TO WS-IMP-ENCARGOS.
005900     MOVE WS-TOT-BENEFICIOS TO WS-IMP-BENEFICIOS.
005910     MOVE WS-TOT-PROVISOES  TO WS-IMP-PROVISOES.
005920     PERFORM 8300-IMPRIMIR-GRUPO THRU 8300-IMPRIMIR-GRUPO-EXIT.

005930     IF WS-QTD-FORA-TABELA > ZERO
005940         MOVE SPACES TO WS-LINHA-REL
005950         STRING "PARCELAS FORA DA TABELA (MAIS DE 50 GRUPOS): "
005960             WS-QTD-FORA-TABELA " - SO NO TOTAL DA EMPRESA"
005970             DELIMITED BY SIZE INTO WS-LINHA-REL
005980         MOVE "D" TO WS-FUNCAO-REL
005990         CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
006000             WS-COLUNAS-REL WS-LINHA-REL
006010     END-IF.

006020     MOVE "F" TO WS-FUNCAO-REL.
006030     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
006040         WS-COLUNAS-REL WS-LINHA-REL.

006050     CLOSE LABOR-COST-FILE EMPLOYEE-MASTER.
006060     IF WS-ALLOC-PRESENTE
006070         CLOSE ALLOCATION-FILE
006080     END-IF.

006090     MOVE SPACES TO WS-DESCRICAO-AUD.
006100     STRING "EMITIU CUSTO DE PESSOAL DO PERIODO "
006110         WS-PERIODO-CUSTO
006120         DELIMITED BY SIZE INTO WS-DESCRICAO-AUD.
006130     CALL "PROG22" USING "PROG184 " WS-DESCRICAO-AUD.
006140 8000-FINALIZAR-EXIT.
006150     EXIT.

006160 8100-IMPRIMIR-DEPTO.
006170     MOVE "DEPTO "                     TO WS-IMP-ROTULO.
006180     MOVE WS-DEP-CODIGO(WS-INDICE)     TO WS-IMP-CODIGO.
006190     MOVE WS-DEP-CABECAS(WS-INDICE)    TO WS-IMP-CABECAS.
006200     MOVE WS-DEP-SALARIOS(WS-INDICE)   TO WS-IMP-SALARIOS.
006210     MOVE WS-DEP-ENCARGOS(WS-INDICE)   TO WS-IMP-ENCARGOS.
006220     MOVE WS-DEP-BENEFICIOS(WS-INDICE) TO WS-IMP-BENEFICIOS.
006230     MOVE WS-DEP-PROVISOES(WS-INDICE)  TO WS-IMP-PROVISOES.
006240     PERFORM 8300-IMPRIMIR-GRUPO THRU 8300-IMPRIMIR-GRUPO-EXIT.
006250 8100-IMPRIMIR-DEPTO-EXIT.
006260     EXIT.

006270 8200-IMPRIMIR-CENTRO.
006280     MOVE "CENTRO"                     TO WS-IMP-ROTULO.
006290     MOVE WS-CEN-CODIGO(WS-INDICE)     TO WS-IMP-CODIGO.
006300     MOVE WS-CEN-CABECAS(WS-INDICE)    TO WS-IMP-CABECAS.
006310     MOVE WS-CEN-SALARIOS(WS-INDICE)   TO WS-IMP-SALARIOS.
006320     MOVE WS-CEN-ENCARGOS(WS-INDICE)   TO WS-IMP-ENCARGOS.
006330     MOVE WS-CEN-BENEFICIOS(WS-INDICE) TO WS-IMP-BENEFICIOS.
006340     MOVE WS-CEN-PROVISOES(WS-INDICE)  TO WS-IMP-PROVISOES.
006350     PERFORM 8300-IMPRIMIR-GRUPO THRU 8300-IMPRIMIR-GRUPO-EXIT.
006360 8200-IMPRIMIR-CENTRO-EXIT.
006370     EXIT.

006380*----------------------------------------------------------------
006390* 8300-IMPRIMIR-GRUPO - FOUR LINES PER GROUP: HEADS AND COST PER
006400*                        HEAD, THEN THE COMPONENTS AND THE TOTAL
006410*----------------------------------------------------------------
006420 8300-IMPRIMIR-GRUPO.
006430     COMPUTE WS-IMP-CUSTO-TOTAL = WS-IMP-SALARIOS
006440         + WS-IMP-ENCARGOS + WS-IMP-BENEFICIOS + WS-IMP-PROVISOES.
006450     IF WS-IMP-CABECAS > ZERO
006460         COMPUTE WS-IMP-POR-CABECA ROUNDED =
006470             WS-IMP-CUSTO-TOTAL / WS-IMP-CABECAS
006480     ELSE
006490         MOVE ZERO TO WS-IMP-POR-CABECA
006500     END-IF.

006510     MOVE "D" TO WS-FUNCAO-REL.
006520     MOVE WS-IMP-CABECAS TO WS-CABECAS-ED.
006530     MOVE WS-IMP-POR-CABECA TO WS-VALOR-ED.
006533     PERFORM 8310-MASCARAR-VALORES
006536         THRU 8310-MASCARAR-VALORES-EXIT.
006540     MOVE SPACES TO WS-LINHA-REL.
006550     STRING WS-IMP-ROTULO " " WS-IMP-CODIGO "  " WS-CABECAS-ED
006560         "     " WS-VALOR-ED
006570         DELIMITED BY SIZE INTO WS-LINHA-REL.
006580     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
006590         WS-COLUNAS-REL WS-LINHA-REL.

006600     MOVE WS-IMP-SALARIOS TO WS-VALOR-ED.
006610     MOVE WS-IMP-ENCARGOS TO WS-VALOR-2-ED.
006613     PERFORM 8310-MASCARAR-VALORES
006616         THRU 8310-MASCARAR-VALORES-EXIT.
006620     MOVE SPACES TO WS-LINHA-REL.
006630     STRING "    SALARIOS ..: " WS-VALOR-ED
006640         "  ENCARGOS ...: " WS-VALOR-2-ED
006650         DELIMITED BY SIZE INTO WS-LINHA-REL.
006660     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
006670         WS-COLUNAS-REL WS-LINHA-REL.

006680     MOVE WS-IMP-BENEFICIOS TO WS-VALOR-ED.
006690     MOVE WS-IMP-PROVISOES TO WS-VALOR-2-ED.
006693     PERFORM 8310-MASCARAR-VALORES
006696         THRU 8310-MASCARAR-VALORES-EXIT.
006700     MOVE SPACES TO WS-LINHA-REL.
006710     STRING "    BENEFICIOS : " WS-VALOR-ED
006720         "  PROVISOES ..: " WS-VALOR-2-ED
006730         DELIMITED BY SIZE INTO WS-LINHA-REL.
006740     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
006750         WS-COLUNAS-REL WS-LINHA-REL.

006760     MOVE WS-IMP-CUSTO-TOTAL TO WS-VALOR-ED.
006763     PERFORM 8310-MASCARAR-VALORES
006766         THRU 8310-MASCARAR-VALORES-EXIT.
006770     MOVE SPACES TO WS-LINHA-REL.
006780     STRING "    CUSTO TOTAL: " WS-VALOR-ED
006790         DELIMITED BY SIZE INTO WS-LINHA-REL.
006800     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
006810         WS-COLUNAS-REL WS-LINHA-REL.
006820 8300-IMPRIMIR-GRUPO-EXIT.
006830     EXIT.

006831*----------------------------------------------------------------
006832* 8310-MASCARAR-VALORES - BELOW INTEGRAL THE COST FIGURES JUST
006833*                         EDITED PRINT AS ASTERISKS
006834*----------------------------------------------------------------
006835 8310-MASCARAR-VALORES.
006836     IF NOT WS-VIS-INTEGRAL
006837         MOVE ALL "*" TO WS-VALOR-ED-X WS-VALOR-2-ED-X
006838     END-IF.
006839 8310-MASCARAR-VALORES-EXIT.
006840     EXIT.

006841 9999-EXIT.
006850     STOP RUN.
