001000******************************************************************
001010* PROGRAM-ID: PROG172
001020* AUTHOR:      R. ALMEIDA - APPLICATIONS
001030* INSTALLATION: FATURAMENTO
001040* DATE-WRITTEN: 2026-09-24
001050* DATE-COMPILED:
001060* PURPOSE:     ANNUAL PRICE READJUSTMENT OF RECURRING CONTRACTS.
001070*              OPERATION 1 KEEPS THE MONTHLY VARIATION OF EACH
001080*              ECONOMIC INDEX (INDCFILE). OPERATION 2, RUN EACH
001090*              MONTH BEFORE THE PROG134 BILLING, FINDS THE
001100*              CONTRACT LINES WHOSE CN-DATA-INICIO HAS ITS
001110*              ANNIVERSARY IN THE PERIOD, COMPOUNDS THE TWELVE
001120*              PRECEDING MONTHS OF THE CONTRACT'S INDEX AND
001130*              PROPOSES THE NEW CN-PRECO ON REAJFILE. OPERATION 3
001140*              APPROVES OR REJECTS THE PROPOSALS UNDER A
001150*              SUPERVISOR SIGN-OFF; OPERATION 4 MOVES THE APPROVED
001160*              PRICES TO CONTFILE AND PRINTS THE READJUSTMENT
001170*              LETTER OF EACH CUSTOMER. OLD AND NEW PRICES STAY ON
001180*              REAJFILE AND EVERY CHANGE IS LOGGED THROUGH PROG22.
001190* ----------------------------------------------------------------
001200* MODIFICATION HISTORY
001210* DATE       INIT DESCRIPTION
001220* 2026-09-24 RA   INITIAL VERSION
001230******************************************************************
001240 IDENTIFICATION DIVISION.
001250 PROGRAM-ID. PROG172.

001260 ENVIRONMENT DIVISION.
001270 INPUT-OUTPUT SECTION.
001280 FILE-CONTROL.
001290     SELECT INDEX-FILE ASSIGN TO "INDCFILE"
001300         ORGANIZATION IS INDEXED
001310         ACCESS MODE IS DYNAMIC
001320         RECORD KEY IS IX-CHAVE
001330         FILE STATUS IS FS-INDCFILE.

001340     SELECT READJUSTMENT-FILE ASSIGN TO "REAJFILE"
001350         ORGANIZATION IS INDEXED
001360         ACCESS MODE IS DYNAMIC
001370         RECORD KEY IS RJ-CHAVE
001380         FILE STATUS IS FS-REAJFILE.

001390     SELECT CONTRACT-FILE ASSIGN TO "CONTFILE"
001400         ORGANIZATION IS INDEXED
001410         ACCESS MODE IS DYNAMIC
001420         RECORD KEY IS CN-CHAVE
001430         FILE STATUS IS FS-CONTFILE.

001440     SELECT CUSTOMER-FILE ASSIGN TO "CUSTFILE"
001450         ORGANIZATION IS INDEXED
001460         ACCESS MODE IS DYNAMIC
001470         RECORD KEY IS CU-CODIGO
001480         FILE STATUS IS FS-CUSTFILE.

001490     SELECT OPERATOR-FILE ASSIGN TO "OPERADOR"
001500         ORGANIZATION IS INDEXED
001510         ACCESS MODE IS DYNAMIC
001520         RECORD KEY IS OP-CODIGO-OPERADOR
001530         FILE STATUS IS FS-OPERADOR.

001540 DATA DIVISION.
001550 FILE SECTION.
001560 FD  INDEX-FILE.
001570 COPY INDCREC.

001580 FD  READJUSTMENT-FILE.
001590 COPY REAJREC.

001600 FD  CONTRACT-FILE.
001610 COPY CONTREC.

001620 FD  CUSTOMER-FILE.
001630 COPY CUSTREC.

001640 FD  OPERATOR-FILE.
001650 COPY OPERREC.

001660 WORKING-STORAGE SECTION.
001670 01  FS-INDCFILE                 PIC X(02).
001680     88  FS-INDCFILE-OK          VALUE "00".

001690 01  FS-REAJFILE                 PIC X(02).
001700     88  FS-REAJFILE-OK          VALUE "00".
001710     88  FS-REAJFILE-EOF         VALUE "10".

001720 01  FS-CONTFILE                 PIC X(02).
001730     88  FS-CONTFILE-OK          VALUE "00".
001740     88  FS-CONTFILE-EOF         VALUE "10".

001750 01  FS-CUSTFILE                 PIC X(02).
001760     88  FS-CUSTFILE-OK          VALUE "00".

001770 01  FS-OPERADOR                 PIC X(02).
001780     88  FS-OPERADOR-OK          VALUE "00".

001790 01  WS-OPCAO-SW                 PIC X(01).
001800     88  WS-OPCAO-INDICES        VALUE "1".
001810     88  WS-OPCAO-PROPOR         VALUE "2".
001820     88  WS-OPCAO-DECIDIR        VALUE "3".
001830     88  WS-OPCAO-APLICAR        VALUE "4".

001840 01  WS-JA-EXISTE-SW             PIC X(01) VALUE "N".
001850     88  WS-JA-EXISTE            VALUE "Y".

001860 01  WS-RESPOSTA                 PIC X(01).
001870     88  WS-RESPOSTA-SIM         VALUE "S" "s".
001880 01  WS-APROVADO-SW              PIC X(01) VALUE "N".
001890     88  WS-APROVADO             VALUE "Y".
001900 01  WS-CODIGO-APROV             PIC X(06).

001910 01  WS-DECISAO-SW               PIC X(01).
001920     88  WS-DECISAO-APROVAR      VALUE "A" "a".
001930     88  WS-DECISAO-REJEITAR     VALUE "R" "r".

001940 01  WS-SINAL-SW                 PIC X(01).
001950     88  WS-SINAL-NEGATIVO       VALUE "-".

001960 01  WS-MENSAGEM                 PIC X(40).
001970 01  WS-VALOR-ENT                PIC 9(09).
001980 01  WS-LIMITE-MIN               PIC 9(09).
001990 01  WS-LIMITE-MAX               PIC 9(09).

002000 01  WS-DATA-ATUAL               PIC 9(08).
002010 01  WS-PERIODO-REF              PIC 9(06).
002020 01  WS-PERIODO-REF-R REDEFINES WS-PERIODO-REF.
002030     05  WS-ANO-REF              PIC 9(04).
002040     05  WS-MES-REF              PIC 9(02).
002050 01  WS-INICIO-MES               PIC 9(08).
002060 01  WS-FIM-MES                  PIC 9(08).
002070 01  WS-CLIENTE-ENT              PIC 9(06).

002080 01  WS-DATA-INICIO-CN           PIC 9(08).
002090 01  WS-DATA-INICIO-CN-R REDEFINES WS-DATA-INICIO-CN.
002100     05  WS-ANO-INICIO-CN        PIC 9(04).
002110     05  WS-MES-INICIO-CN        PIC 9(02).
002120     05  WS-DIA-INICIO-CN        PIC 9(02).

002130 01  WS-PERIODO-INDICE           PIC 9(06).
002140 01  WS-PERIODO-INDICE-R REDEFINES WS-PERIODO-INDICE.
002150     05  WS-ANO-INDICE           PIC 9(04).
002160     05  WS-MES-INDICE           PIC 9(02).
002170 01  WS-QTD-MESES                PIC 9(02) COMP.
002180 01  WS-INDICE-FALTA-SW          PIC X(01).
002190     88  WS-INDICE-FALTA         VALUE "Y".
002200 01  WS-FATOR-ACUM               PIC 9(03)V9(08).
002210 01  WS-VARIACAO-ACUM            PIC S9(03)V9(04).
002220 01  WS-PRECO-NOVO               PIC 9(07)V9(02).

002230 01  WS-CLIENTE-CARTA            PIC 9(06) VALUE ZERO.
002240 01  WS-CARTA-ABERTA-SW          PIC X(01) VALUE "N".
002250     88  WS-CARTA-ABERTA         VALUE "Y".

002260 01  WS-CONTADORES.
002270     05  WS-QTD-PROPOSTAS        PIC 9(05) VALUE ZERO.
002280     05  WS-QTD-SEM-INDICE       PIC 9(05) VALUE ZERO.
002290     05  WS-QTD-DECIDIDAS        PIC 9(05) VALUE ZERO.
002300     05  WS-QTD-APLICADAS        PIC 9(05) VALUE ZERO.
002310     05  WS-QTD-CARTAS           PIC 9(05) VALUE ZERO.

002320 01  WS-VARIACAO-ED              PIC -ZZ9.9999.
002330 01  WS-PRECO-ANT-ED             PIC Z,ZZZ,ZZ9.99.
002340 01  WS-PRECO-NOVO-ED            PIC Z,ZZZ,ZZ9.99.

002350 01  WS-LINHA-REL                PIC X(80).
002360 01  WS-FUNCAO-REL               PIC X(01).
002370 01  WS-TITULO-REL               PIC X(60).
002380 01  WS-COLUNAS-REL              PIC X(80).

002390 01  WS-DESCRICAO-AUD            PIC X(60).

002400 PROCEDURE DIVISION.

002410*----------------------------------------------------------------
002420* 0000-MAINLINE
002430*----------------------------------------------------------------
002440 0000-MAINLINE.
002450     ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
002460     DISPLAY "OPERACAO (1 = INDICES / 2 = PROPOR REAJUSTES / "
002470             "3 = APROVAR OU REJEITAR / 4 = APLICAR)".
002480     ACCEPT WS-OPCAO-SW.

002490     EVALUATE TRUE
002500         WHEN WS-OPCAO-INDICES
002510             PERFORM 2000-MANTER-INDICE
002520                 THRU 2000-MANTER-INDICE-EXIT
002530         WHEN WS-OPCAO-PROPOR
002540             PERFORM 3000-PROPOR THRU 3000-PROPOR-EXIT
002550         WHEN WS-OPCAO-DECIDIR
002560             PERFORM 5000-DECIDIR THRU 5000-DECIDIR-EXIT
002570         WHEN WS-OPCAO-APLICAR
002580             PERFORM 6000-APLICAR THRU 6000-APLICAR-EXIT
002590         WHEN OTHER
002600             DISPLAY "PROG172: OPERACAO INVALIDA"
002610             MOVE 8 TO RETURN-CODE
002620     END-EVALUATE.
002630     GO TO 9999-EXIT.

002640*----------------------------------------------------------------
002650* 2000-MANTER-INDICE - THE MONTH'S VARIATION IS KEYED IN TEN-
002660*                      THOUSANDTHS OF A PERCENT (4520 = 0,4520%)
002670*                      WITH ITS SIGN APART
002680*----------------------------------------------------------------
002690 2000-MANTER-INDICE.
002700     OPEN I-O INDEX-FILE.
002710     IF NOT FS-INDCFILE-OK
002720         OPEN OUTPUT INDEX-FILE
002730         CLOSE INDEX-FILE
002740         OPEN I-O INDEX-FILE
002750     END-IF.
002760     IF NOT FS-INDCFILE-OK
002770         DISPLAY "PROG172: ERRO AO ABRIR INDEX-FILE " FS-INDCFILE
002780         MOVE 8 TO RETURN-CODE
002790         GO TO 2000-MANTER-INDICE-EXIT
002800     END-IF.

002810     DISPLAY "INDICE (IGPM / IPCA)".
002820     ACCEPT IX-INDICE.
002830     IF IX-INDICE NOT = "IGPM" AND NOT = "IPCA"
002840         DISPLAY "PROG172: INDICE " IX-INDICE " INVALIDO - "
002850             "OPERACAO REJEITADA"
002860         MOVE 8 TO RETURN-CODE
002870         GO TO 2000-MANTER-INDICE-FECHAR
002880     END-IF.

002890     MOVE "MES DE REFERENCIA (AAAAMM)" TO WS-MENSAGEM.
002900     MOVE 190001 TO WS-LIMITE-MIN.
002910     MOVE 999912 TO WS-LIMITE-MAX.
002920     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
002930         WS-LIMITE-MIN WS-LIMITE-MAX.
002940     MOVE WS-VALOR-ENT TO IX-PERIODO.

002950     READ INDEX-FILE
002960         INVALID KEY
002970             MOVE "N" TO WS-JA-EXISTE-SW
002980         NOT INVALID KEY
002990             MOVE "Y" TO WS-JA-EXISTE-SW
003000             MOVE IX-VARIACAO TO WS-VARIACAO-ED
003010             DISPLAY "VARIACAO ATUAL .. : " WS-VARIACAO-ED "%"
003020     END-READ.

003030     MOVE "VARIACAO (DEZ-MILESIMOS DE %)" TO WS-MENSAGEM.
003040     MOVE ZERO TO WS-LIMITE-MIN.
003050     MOVE 9999999 TO WS-LIMITE-MAX.
003060     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
003070         WS-LIMITE-MIN WS-LIMITE-MAX.
003080     DISPLAY "SINAL DA VARIACAO (+ / -)".
003090     ACCEPT WS-SINAL-SW.
003100     COMPUTE IX-VARIACAO = WS-VALOR-ENT / 10000.
003110     IF WS-SINAL-NEGATIVO
003120         COMPUTE IX-VARIACAO = IX-VARIACAO * -1
003130     END-IF.
003140     MOVE WS-DATA-ATUAL TO IX-DATA-ALTERACAO.

003150     IF WS-JA-EXISTE
003160         REWRITE INDICE-REC
003170     ELSE
003180         WRITE INDICE-REC
003190     END-IF.
003200     IF NOT FS-INDCFILE-OK
003210         DISPLAY "PROG172: ERRO AO GRAVAR INDICE - " FS-INDCFILE
003220         MOVE 8 TO RETURN-CODE
003230         GO TO 2000-MANTER-INDICE-FECHAR
003240     END-IF.

003250     MOVE IX-VARIACAO TO WS-VARIACAO-ED.
003260     DISPLAY "PROG172: " IX-INDICE " " IX-PERIODO " GRAVADO - "
003270         WS-VARIACAO-ED "%".
003280     MOVE SPACES TO WS-DESCRICAO-AUD.
003290     STRING "GRAVOU INDICE " IX-INDICE " " IX-PERIODO " "
003300         WS-VARIACAO-ED "%" DELIMITED BY SIZE
003310         INTO WS-DESCRICAO-AUD.
003320     CALL "PROG22" USING "PROG172 " WS-DESCRICAO-AUD.

003330 2000-MANTER-INDICE-FECHAR.
003340     CLOSE INDEX-FILE.
003350 2000-MANTER-INDICE-EXIT.
003360     EXIT.

003370*----------------------------------------------------------------
003380* 3000-PROPOR - EVERY CONTRACT LINE WITH AN INDEX, IN FORCE IN
003390*               THE PERIOD AND AT ITS ANNIVERSARY MONTH, GETS A
003400*               PROPOSAL. A PROPOSAL STILL PENDING IS REBUILT ON
003410*               A RERUN; ONE ALREADY DECIDED IS LEFT ALONE
003420*----------------------------------------------------------------
003430 3000-PROPOR.
003440     PERFORM 4000-PEDIR-PERIODO THRU 4000-PEDIR-PERIODO-EXIT.

003450     OPEN INPUT CONTRACT-FILE.
003460     IF NOT FS-CONTFILE-OK
003470         DISPLAY "PROG172: SEM CONTRATOS (CONTFILE) - NADA A "
003480             "REAJUSTAR"
003490         GO TO 3000-PROPOR-EXIT
003500     END-IF.

003510     OPEN INPUT INDEX-FILE.
003520     IF NOT FS-INDCFILE-OK
003530         DISPLAY "PROG172: SEM INDICES (INDCFILE) - CADASTRE "
003540             "PELA OPERACAO 1"
003550         CLOSE CONTRACT-FILE
003560         MOVE 8 TO RETURN-CODE
003570         GO TO 3000-PROPOR-EXIT
003580     END-IF.

003590     PERFORM 4100-ABRIR-REAJUSTES THRU 4100-ABRIR-REAJUSTES-EXIT.
003600     IF NOT FS-REAJFILE-OK
003610         CLOSE CONTRACT-FILE INDEX-FILE
003620         GO TO 3000-PROPOR-EXIT
003630     END-IF.

003640     MOVE "I" TO WS-FUNCAO-REL.
003650     MOVE SPACES TO WS-TITULO-REL.
003660     STRING "PROPOSTA DE REAJUSTE DE CONTRATOS - PERIODO "
003670         WS-PERIODO-REF DELIMITED BY SIZE INTO WS-TITULO-REL.
003680     MOVE "CLIENTE SEQ INDICE" TO WS-COLUNAS-REL.
003690     MOVE "VARIACAO %" TO WS-COLUNAS-REL(21:10).
003700     MOVE "PRECO ATUAL" TO WS-COLUNAS-REL(34:11).
003710     MOVE "PRECO NOVO" TO WS-COLUNAS-REL(48:10).
003720     MOVE SPACES TO WS-LINHA-REL.
003730     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
003740         WS-COLUNAS-REL WS-LINHA-REL.
003750     MOVE "D" TO WS-FUNCAO-REL.

003760     MOVE "00" TO FS-CONTFILE.
003770     PERFORM 3100-AVALIAR-CONTRATO THRU 3100-AVALIAR-CONTRATO-EXIT
003780         UNTIL FS-CONTFILE-EOF.

003790     MOVE SPACES TO WS-LINHA-REL.
003800     STRING "PROPOSTAS: " WS-QTD-PROPOSTAS
003810         "   SEM INDICE COMPLETO: " WS-QTD-SEM-INDICE
003820         DELIMITED BY SIZE INTO WS-LINHA-REL.
003830     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
003840         WS-COLUNAS-REL WS-LINHA-REL.
003850     MOVE "F" TO WS-FUNCAO-REL.
003860     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
003870         WS-COLUNAS-REL WS-LINHA-REL.

003880     CLOSE CONTRACT-FILE INDEX-FILE READJUSTMENT-FILE.

003920     MOVE SPACES TO WS-DESCRICAO-AUD.
003930     STRING "PROPOS REAJUSTES DO PERIODO " WS-PERIODO-REF
003940         " QTDE " WS-QTD-PROPOSTAS
003950         DELIMITED BY SIZE INTO WS-DESCRICAO-AUD.
003960     CALL "PROG22" USING "PROG172 " WS-DESCRICAO-AUD.
003962     IF WS-QTD-SEM-INDICE > ZERO
003964         MOVE 4 TO RETURN-CODE
003966     END-IF.
003970 3000-PROPOR-EXIT.
003980     EXIT.

003990 3100-AVALIAR-CONTRATO.
004000     READ CONTRACT-FILE NEXT
004010         AT END
004020             SET FS-CONTFILE-EOF TO TRUE
004030             GO TO 3100-AVALIAR-CONTRATO-EXIT
004040     END-READ.

004050     IF CN-INDICE-REAJUSTE = SPACES
004060         OR CN-DATA-FIM < WS-INICIO-MES
004070         OR CN-DATA-INICIO > WS-FIM-MES
004080         OR CN-DATA-REAJUSTE >= WS-INICIO-MES
004090         GO TO 3100-AVALIAR-CONTRATO-EXIT
004100     END-IF.

004110     MOVE CN-DATA-INICIO TO WS-DATA-INICIO-CN.
004120     IF WS-MES-INICIO-CN NOT = WS-MES-REF
004130         OR WS-ANO-INICIO-CN NOT < WS-ANO-REF
004140         GO TO 3100-AVALIAR-CONTRATO-EXIT
004150     END-IF.

004160     MOVE WS-PERIODO-REF TO RJ-PERIODO.
004170     MOVE CN-CLIENTE TO RJ-CLIENTE.
004180     MOVE CN-SEQ TO RJ-SEQ.
004190     READ READJUSTMENT-FILE
004200         INVALID KEY
004210             MOVE "N" TO WS-JA-EXISTE-SW
004220         NOT INVALID KEY
004230             MOVE "Y" TO WS-JA-EXISTE-SW
004240     END-READ.
004250     IF WS-JA-EXISTE AND NOT RJ-PROPOSTO
004260         GO TO 3100-AVALIAR-CONTRATO-EXIT
004270     END-IF.

004280     PERFORM 3200-ACUMULAR-INDICE THRU 3200-ACUMULAR-INDICE-EXIT.
004290     IF WS-INDICE-FALTA
004300         ADD 1 TO WS-QTD-SEM-INDICE
004310         MOVE SPACES TO WS-LINHA-REL
004320         STRING CN-CLIENTE "  " CN-SEQ " " CN-INDICE-REAJUSTE
004330             "   FALTA O MES " WS-PERIODO-INDICE
004340             " - SEM PROPOSTA" DELIMITED BY SIZE
004350             INTO WS-LINHA-REL
004360         CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
004370             WS-COLUNAS-REL WS-LINHA-REL
004380         GO TO 3100-AVALIAR-CONTRATO-EXIT
004390     END-IF.

004400     IF WS-FATOR-ACUM NOT > 1
004410         MOVE CN-PRECO TO WS-PRECO-NOVO
004420     ELSE
004430         COMPUTE WS-PRECO-NOVO ROUNDED = CN-PRECO * WS-FATOR-ACUM
004440             ON SIZE ERROR
004450                 MOVE CN-PRECO TO WS-PRECO-NOVO
004460         END-COMPUTE
004470     END-IF.

004480     MOVE WS-PERIODO-REF TO RJ-PERIODO.
004490     MOVE CN-CLIENTE TO RJ-CLIENTE.
004500     MOVE CN-SEQ TO RJ-SEQ.
004510     MOVE CN-INDICE-REAJUSTE TO RJ-INDICE.
004520     MOVE WS-VARIACAO-ACUM TO RJ-VARIACAO-ACUM.
004530     MOVE CN-PRECO TO RJ-PRECO-ANTERIOR.
004540     MOVE WS-PRECO-NOVO TO RJ-PRECO-NOVO.
004550     MOVE "P" TO RJ-SITUACAO-SW.
004560     MOVE SPACES TO RJ-SUPERVISOR.
004570     MOVE ZERO TO RJ-DATA-DECISAO.
004580     IF WS-JA-EXISTE
004590         REWRITE REAJUSTE-REC
004600     ELSE
004610         WRITE REAJUSTE-REC
004620     END-IF.
004630     IF NOT FS-REAJFILE-OK
004640         DISPLAY "PROG172: ERRO AO GRAVAR PROPOSTA " CN-CLIENTE
004650             "/" CN-SEQ " - " FS-REAJFILE
004660         GO TO 3100-AVALIAR-CONTRATO-EXIT
004670     END-IF.
004680     ADD 1 TO WS-QTD-PROPOSTAS.

004690     MOVE RJ-VARIACAO-ACUM TO WS-VARIACAO-ED.
004700     MOVE RJ-PRECO-ANTERIOR TO WS-PRECO-ANT-ED.
004710     MOVE RJ-PRECO-NOVO TO WS-PRECO-NOVO-ED.
004720     MOVE SPACES TO WS-LINHA-REL.
004730     STRING RJ-CLIENTE "  " RJ-SEQ " " RJ-INDICE "   "
004740         WS-VARIACAO-ED "   " WS-PRECO-ANT-ED "  "
004750         WS-PRECO-NOVO-ED DELIMITED BY SIZE INTO WS-LINHA-REL.
004760     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
004770         WS-COLUNAS-REL WS-LINHA-REL.
004780 3100-AVALIAR-CONTRATO-EXIT.
004790     EXIT.

004800*----------------------------------------------------------------
004810* 3200-ACUMULAR-INDICE - COMPOUNDS THE TWELVE MONTHS FROM THE
004820*                        SAME MONTH OF LAST YEAR THROUGH THE MONTH
004830*                        BEFORE THE ANNIVERSARY. ONE MONTH MISSING
004840*                        MEANS NO PROPOSAL
004850*----------------------------------------------------------------
004860 3200-ACUMULAR-INDICE.
004870     MOVE "N" TO WS-INDICE-FALTA-SW.
004880     MOVE 1 TO WS-FATOR-ACUM.
004890     COMPUTE WS-PERIODO-INDICE = WS-PERIODO-REF - 100.
004900     PERFORM 3210-COMPOR-MES THRU 3210-COMPOR-MES-EXIT
004910         VARYING WS-QTD-MESES FROM 1 BY 1
004920         UNTIL WS-QTD-MESES > 12 OR WS-INDICE-FALTA.
004930     COMPUTE WS-VARIACAO-ACUM ROUNDED =
004940         (WS-FATOR-ACUM - 1) * 100.
004950 3200-ACUMULAR-INDICE-EXIT.
004960     EXIT.

004970 3210-COMPOR-MES.
004980     MOVE CN-INDICE-REAJUSTE TO IX-INDICE.
004990     MOVE WS-PERIODO-INDICE TO IX-PERIODO.
005000     READ INDEX-FILE
005010         INVALID KEY
005020             SET WS-INDICE-FALTA TO TRUE
005030             GO TO 3210-COMPOR-MES-EXIT
005040     END-READ.
005050     COMPUTE WS-FATOR-ACUM ROUNDED =
005060         WS-FATOR-ACUM * (1 + IX-VARIACAO / 100).

005070     ADD 1 TO WS-MES-INDICE.
005080     IF WS-MES-INDICE > 12
005090         MOVE 1 TO WS-MES-INDICE
005100         ADD 1 TO WS-ANO-INDICE
005110     END-IF.
005120 3210-COMPOR-MES-EXIT.
005130     EXIT.

005140*----------------------------------------------------------------
005150* 4000-PEDIR-PERIODO
005160*----------------------------------------------------------------
005170 4000-PEDIR-PERIODO.
005180     MOVE "PERIODO DE FATURAMENTO (AAAAMM)" TO WS-MENSAGEM.
005190     MOVE 190001 TO WS-LIMITE-MIN.
005200     MOVE 999912 TO WS-LIMITE-MAX.
005210     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
005220         WS-LIMITE-MIN WS-LIMITE-MAX.
005230     MOVE WS-VALOR-ENT TO WS-PERIODO-REF.
005240     COMPUTE WS-INICIO-MES = WS-PERIODO-REF * 100 + 1.
005250     COMPUTE WS-FIM-MES = WS-PERIODO-REF * 100 + 31.
005260 4000-PEDIR-PERIODO-EXIT.
005270     EXIT.

005280 4100-ABRIR-REAJUSTES.
005290     OPEN I-O READJUSTMENT-FILE.
005300     IF NOT FS-REAJFILE-OK
005310         OPEN OUTPUT READJUSTMENT-FILE
005320         CLOSE READJUSTMENT-FILE
005330         OPEN I-O READJUSTMENT-FILE
005340     END-IF.
005350     IF NOT FS-REAJFILE-OK
005360         DISPLAY "PROG172: ERRO AO ABRIR READJUSTMENT-FILE "
005370             FS-REAJFILE
005380         MOVE 8 TO RETURN-CODE
005390     END-IF.
005400 4100-ABRIR-REAJUSTES-EXIT.
005410     EXIT.

005420*----------------------------------------------------------------
005430* 4200-AUTORIZAR - SUPERVISOR-LEVEL SIGN-OFF, THE SAME CHECK
005440*                   PROG167 RUNS
005450*----------------------------------------------------------------
005460 4200-AUTORIZAR.
005470     MOVE "N" TO WS-APROVADO-SW.
005480     DISPLAY "CONFIRMA A DECISAO? (S/N)".
005490     ACCEPT WS-RESPOSTA.
005500     IF NOT WS-RESPOSTA-SIM
005510         GO TO 4200-AUTORIZAR-EXIT
005520     END-IF.

005530     OPEN INPUT OPERATOR-FILE.
005540     IF NOT FS-OPERADOR-OK
005550         DISPLAY "PROG172: ERRO AO ABRIR OPERATOR-FILE "
005560             FS-OPERADOR
005570         GO TO 4200-AUTORIZAR-EXIT
005580     END-IF.

005590     DISPLAY "REAJUSTE - INFORME O CODIGO DO OPERADOR SUPERVISOR".
005600     ACCEPT WS-CODIGO-APROV.
005610     MOVE WS-CODIGO-APROV TO OP-CODIGO-OPERADOR.
005620     READ OPERATOR-FILE
005630         INVALID KEY
005640             DISPLAY "PROG172: OPERADOR NAO ENCONTRADO"
005650         NOT INVALID KEY
005660             IF OP-NIVEL-SUPERVISOR
005670                 MOVE "Y" TO WS-APROVADO-SW
005680             ELSE
005690                 DISPLAY "PROG172: OPERADOR SEM NIVEL DE "
005700                     "APROVACAO"
005710             END-IF
005720     END-READ.
005730     CLOSE OPERATOR-FILE.
005740 4200-AUTORIZAR-EXIT.
005750     EXIT.

005760*----------------------------------------------------------------
005770* 5000-DECIDIR - APPROVES OR REJECTS THE PENDING PROPOSALS OF
005780*                THE PERIOD, OF ONE CUSTOMER OR OF ALL
005790*----------------------------------------------------------------
005800 5000-DECIDIR.
005810     PERFORM 4000-PEDIR-PERIODO THRU 4000-PEDIR-PERIODO-EXIT.

005820     MOVE "CODIGO DO CLIENTE (0 = TODOS)" TO WS-MENSAGEM.
005830     MOVE ZERO TO WS-LIMITE-MIN.
005840     MOVE 999999 TO WS-LIMITE-MAX.
005850     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
005860         WS-LIMITE-MIN WS-LIMITE-MAX.
005870     MOVE WS-VALOR-ENT TO WS-CLIENTE-ENT.

005880     DISPLAY "DECISAO (A = APROVAR / R = REJEITAR)".
005890     ACCEPT WS-DECISAO-SW.
005900     IF NOT WS-DECISAO-APROVAR AND NOT WS-DECISAO-REJEITAR
005910         DISPLAY "PROG172: DECISAO INVALIDA"
005920         MOVE 8 TO RETURN-CODE
005930         GO TO 5000-DECIDIR-EXIT
005940     END-IF.

005950     PERFORM 4200-AUTORIZAR THRU 4200-AUTORIZAR-EXIT.
005960     IF NOT WS-APROVADO
005970         DISPLAY "PROG172: DECISAO NAO AUTORIZADA"
005980         GO TO 5000-DECIDIR-EXIT
005990     END-IF.

006000     PERFORM 4100-ABRIR-REAJUSTES THRU 4100-ABRIR-REAJUSTES-EXIT.
006010     IF NOT FS-REAJFILE-OK
006020         GO TO 5000-DECIDIR-EXIT
006030     END-IF.

006040     MOVE WS-PERIODO-REF TO RJ-PERIODO.
006050     MOVE WS-CLIENTE-ENT TO RJ-CLIENTE.
006060     MOVE ZERO TO RJ-SEQ.
006070     START READJUSTMENT-FILE KEY IS NOT LESS THAN RJ-CHAVE
006080         INVALID KEY
006090             SET FS-REAJFILE-EOF TO TRUE
006100     END-START.
006110     PERFORM 5100-DECIDIR-UMA THRU 5100-DECIDIR-UMA-EXIT
006120         UNTIL FS-REAJFILE-EOF.
006130     CLOSE READJUSTMENT-FILE.

006140     DISPLAY "PROG172: PROPOSTAS DECIDIDAS: " WS-QTD-DECIDIDAS.
006150 5000-DECIDIR-EXIT.
006160     EXIT.

006170 5100-DECIDIR-UMA.
006180     READ READJUSTMENT-FILE NEXT
006190         AT END
006200             SET FS-REAJFILE-EOF TO TRUE
006210             GO TO 5100-DECIDIR-UMA-EXIT
006220     END-READ.
006230     IF RJ-PERIODO NOT = WS-PERIODO-REF
006240         OR (WS-CLIENTE-ENT NOT = ZERO
006250             AND RJ-CLIENTE NOT = WS-CLIENTE-ENT)
006260         SET FS-REAJFILE-EOF TO TRUE
006270         GO TO 5100-DECIDIR-UMA-EXIT
006280     END-IF.
006290     IF NOT RJ-PROPOSTO
006300         GO TO 5100-DECIDIR-UMA-EXIT
006310     END-IF.

006320     IF WS-DECISAO-APROVAR
006330         MOVE "A" TO RJ-SITUACAO-SW
006340     ELSE
006350         MOVE "R" TO RJ-SITUACAO-SW
006360     END-IF.
006370     MOVE WS-CODIGO-APROV TO RJ-SUPERVISOR.
006380     MOVE WS-DATA-ATUAL TO RJ-DATA-DECISAO.
006390     REWRITE REAJUSTE-REC.
006400     IF NOT FS-REAJFILE-OK
006410         DISPLAY "PROG172: ERRO AO GRAVAR DECISAO " RJ-CLIENTE
006420             "/" RJ-SEQ " - " FS-REAJFILE
006430         GO TO 5100-DECIDIR-UMA-EXIT
006440     END-IF.
006450     ADD 1 TO WS-QTD-DECIDIDAS.

006460     MOVE SPACES TO WS-DESCRICAO-AUD.
006470     STRING "REAJUSTE " RJ-PERIODO " " RJ-CLIENTE "/" RJ-SEQ
006480         " SITUACAO " RJ-SITUACAO-SW " SUP " WS-CODIGO-APROV
006490         DELIMITED BY SIZE INTO WS-DESCRICAO-AUD.
006500     CALL "PROG22" USING "PROG172 " WS-DESCRICAO-AUD.
006510 5100-DECIDIR-UMA-EXIT.
006520     EXIT.

006530*----------------------------------------------------------------
006540* 6000-APLICAR - THE APPROVED PRICES GO TO CONTFILE AND EACH
006550*                CUSTOMER GETS ONE LETTER LISTING ITS LINES. A
006560*                LINE WHOSE PRICE CHANGED SINCE THE PROPOSAL IS
006570*                NOT TOUCHED
006580*----------------------------------------------------------------
006590 6000-APLICAR.
006600     PERFORM 4000-PEDIR-PERIODO THRU 4000-PEDIR-PERIODO-EXIT.

006610     OPEN I-O CONTRACT-FILE.
006620     IF NOT FS-CONTFILE-OK
006630         DISPLAY "PROG172: ERRO AO ABRIR CONTRACT-FILE "
006640             FS-CONTFILE
006650         MOVE 8 TO RETURN-CODE
006660         GO TO 6000-APLICAR-EXIT
006670     END-IF.

006680     PERFORM 4100-ABRIR-REAJUSTES THRU 4100-ABRIR-REAJUSTES-EXIT.
006690     IF NOT FS-REAJFILE-OK
006700         CLOSE CONTRACT-FILE
006710         GO TO 6000-APLICAR-EXIT
006720     END-IF.

006730     OPEN INPUT CUSTOMER-FILE.

006740     MOVE WS-PERIODO-REF TO RJ-PERIODO.
006750     MOVE ZERO TO RJ-CLIENTE.
006760     MOVE ZERO TO RJ-SEQ.
006770     START READJUSTMENT-FILE KEY IS NOT LESS THAN RJ-CHAVE
006780         INVALID KEY
006790             SET FS-REAJFILE-EOF TO TRUE
006800     END-START.
006810     PERFORM 6100-APLICAR-UMA THRU 6100-APLICAR-UMA-EXIT
006820         UNTIL FS-REAJFILE-EOF.
006830     IF WS-CARTA-ABERTA
006840         PERFORM 6300-FECHAR-CARTA THRU 6300-FECHAR-CARTA-EXIT
006850     END-IF.

006860     CLOSE CONTRACT-FILE READJUSTMENT-FILE.
006870     IF FS-CUSTFILE-OK
006880         CLOSE CUSTOMER-FILE
006890     END-IF.

006900     DISPLAY "PROG172: PRECOS REAJUSTADOS: " WS-QTD-APLICADAS.
006910     DISPLAY "PROG172: CARTAS EMITIDAS ..: " WS-QTD-CARTAS.
006920     MOVE SPACES TO WS-DESCRICAO-AUD.
006930     STRING "APLICOU REAJUSTES DO PERIODO " WS-PERIODO-REF
006940         " QTDE " WS-QTD-APLICADAS
006950         DELIMITED BY SIZE INTO WS-DESCRICAO-AUD.
006960     CALL "PROG22" USING "PROG172 " WS-DESCRICAO-AUD.
006970 6000-APLICAR-EXIT.
006980     EXIT.

006990 6100-APLICAR-UMA.
007000     READ READJUSTMENT-FILE NEXT
007010         AT END
007020             SET FS-REAJFILE-EOF TO TRUE
007030             GO TO 6100-APLICAR-UMA-EXIT
007040     END-READ.
007050     IF RJ-PERIODO NOT = WS-PERIODO-REF
007060         SET FS-REAJFILE-EOF TO TRUE
007070         GO TO 6100-APLICAR-UMA-EXIT
007080     END-IF.
007090     IF NOT RJ-APROVADO
007100         GO TO 6100-APLICAR-UMA-EXIT
007110     END-IF.

007120     MOVE RJ-CLIENTE TO CN-CLIENTE.
007130     MOVE RJ-SEQ TO CN-SEQ.
007140     READ CONTRACT-FILE
007150         INVALID KEY
007160             DISPLAY "PROG172: CONTRATO " RJ-CLIENTE "/" RJ-SEQ
007170                 " NAO ENCONTRADO - NAO REAJUSTADO"
007180             GO TO 6100-APLICAR-UMA-EXIT
007190     END-READ.
007200     IF CN-PRECO NOT = RJ-PRECO-ANTERIOR
007210         DISPLAY "PROG172: CONTRATO " RJ-CLIENTE "/" RJ-SEQ
007220             " TEVE O PRECO ALTERADO DESDE A PROPOSTA - NAO "
007230             "REAJUSTADO"
007240         GO TO 6100-APLICAR-UMA-EXIT
007250     END-IF.

007260     MOVE RJ-PRECO-NOVO TO CN-PRECO.
007270     MOVE WS-DATA-ATUAL TO CN-DATA-REAJUSTE.
007280     REWRITE CONTRATO-REC.
007290     IF NOT FS-CONTFILE-OK
007300         DISPLAY "PROG172: ERRO AO GRAVAR CONTRATO " CN-CLIENTE
007310             "/" CN-SEQ " - " FS-CONTFILE
007320         GO TO 6100-APLICAR-UMA-EXIT
007330     END-IF.

007340     MOVE "X" TO RJ-SITUACAO-SW.
007350     REWRITE REAJUSTE-REC.
007360     ADD 1 TO WS-QTD-APLICADAS.

007370     MOVE RJ-PRECO-ANTERIOR TO WS-PRECO-ANT-ED.
007380     MOVE RJ-PRECO-NOVO TO WS-PRECO-NOVO-ED.
007390     MOVE SPACES TO WS-DESCRICAO-AUD.
007400     STRING "REAJUSTOU " RJ-CLIENTE "/" RJ-SEQ " " RJ-INDICE
007410         " DE " WS-PRECO-ANT-ED " P/ " WS-PRECO-NOVO-ED
007420         DELIMITED BY SIZE INTO WS-DESCRICAO-AUD.
007430     CALL "PROG22" USING "PROG172 " WS-DESCRICAO-AUD.

007440     IF NOT WS-CARTA-ABERTA
007450         OR RJ-CLIENTE NOT = WS-CLIENTE-CARTA
007460         PERFORM 6200-ABRIR-CARTA THRU 6200-ABRIR-CARTA-EXIT
007470     END-IF.
007480     MOVE RJ-VARIACAO-ACUM TO WS-VARIACAO-ED.
007490     DISPLAY CN-ITEM " " WS-PRECO-ANT-ED " -> "
007500         WS-PRECO-NOVO-ED " (" RJ-INDICE " " WS-VARIACAO-ED "%)".
007510 6100-APLICAR-UMA-EXIT.
007520     EXIT.

007530*----------------------------------------------------------------
007540* 6200-ABRIR-CARTA - CLOSES THE PREVIOUS CUSTOMER'S LETTER AND
007550*                    HEADS THE NEXT ONE
007560*----------------------------------------------------------------
007570 6200-ABRIR-CARTA.
007580     IF WS-CARTA-ABERTA
007590         PERFORM 6300-FECHAR-CARTA THRU 6300-FECHAR-CARTA-EXIT
007600     END-IF.

007610     MOVE RJ-CLIENTE TO WS-CLIENTE-CARTA.
007620     MOVE RJ-CLIENTE TO CU-CODIGO.
007630     IF FS-CUSTFILE-OK
007640         READ CUSTOMER-FILE
007650             INVALID KEY
007660                 MOVE "(CLIENTE NAO CADASTRADO)" TO CU-NOME
007670                 MOVE SPACES TO CU-RUA
007680                 MOVE SPACES TO CU-CIDADE
007690                 MOVE SPACES TO CU-ESTADO
007700                 MOVE SPACES TO CU-CEP
007710         END-READ
007720     ELSE
007730         MOVE "(CLIENTE NAO CADASTRADO)" TO CU-NOME
007740         MOVE SPACES TO CU-ENDERECO
007750     END-IF.

007760     DISPLAY "===============================================".
007770     DISPLAY "COMUNICADO DE REAJUSTE CONTRATUAL - "
007780         WS-DATA-ATUAL.
007790     DISPLAY CU-NOME.
007800     DISPLAY CU-RUA.
007810     DISPLAY CU-CIDADE " " CU-ESTADO " " CU-CEP.
007820     DISPLAY "-----------------------------------------------".
007830     DISPLAY "CONFORME PREVISTO EM CONTRATO, NO ANIVERSARIO DE "
007840         "VIGENCIA OS PRECOS ABAIXO SAO REAJUSTADOS PELA "
007850         "VARIACAO ACUMULADA DO INDICE NOS ULTIMOS 12 MESES, "
007860         "A PARTIR DO FATURAMENTO DE " WS-PERIODO-REF ":".
007870     DISPLAY "ITEM                 PRECO ANTERIOR    PRECO NOVO".
007880     SET WS-CARTA-ABERTA TO TRUE.
007890     ADD 1 TO WS-QTD-CARTAS.
007900 6200-ABRIR-CARTA-EXIT.
007910     EXIT.

007920 6300-FECHAR-CARTA.
007930     DISPLAY "===============================================".
007940     DISPLAY " ".
007950     MOVE "N" TO WS-CARTA-ABERTA-SW.
007960 6300-FECHAR-CARTA-EXIT.
007970     EXIT.

007980 9999-EXIT.
007990     STOP RUN.
