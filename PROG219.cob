001000******************************************************************
001010* PROGRAM-ID: PROG219
001020* AUTHOR:      R. ALMEIDA - APPLICATIONS
001030* INSTALLATION: FOLHA DE PAGAMENTO / RECURSOS HUMANOS
001040* DATE-WRITTEN: 2026-10-15
001050* DATE-COMPILED:
001060* PURPOSE:     MAINTAINS THE COMPANY MASTER (CIAFILE) - ONE ROW
001070*              PER EMPLOYER CNPJ THE SHOP RUNS PAYROLL FOR.
001080*              INCLUSION, ALTERATION, CONSULTATION AND
001090*              DEACTIVATION, IN THE MOLD OF THE PROG153 SUPPLIER
001100*              MASTER: THE CNPJ IS CHECKED AGAINST ITS TWO MOD-11
001110*              DIGITS, THE ADDRESS GOES THROUGH THE PROG26 CEP
001120*              CHECK, AND THE BANK AGREEMENT THE CNAB REMITTANCE
001130*              IS SENT UNDER TAKES A MOD-11 ACCOUNT DIGIT AND A
001140*              SUPERVISOR-LEVEL SECOND OPERATOR FOR EVERY
001150*              INCLUSION OR CHANGE. THE FGTS AND INSS
001160*              REGISTRATIONS GO ON THE GOVERNMENT FILES. COMPANY
001170*              "001" IS THE ORIGINAL EMPLOYER. EVERY OPERATION IS
001180*              LOGGED THROUGH PROG22.
001190* ----------------------------------------------------------------
001200* MODIFICATION HISTORY
001210* DATE       INIT DESCRIPTION
001220* 2026-10-15 RA   INITIAL VERSION
001223* 2026-10-15 RA   CAPTURES THE STATE REGISTRATION (INSCRICAO
001226*                 ESTADUAL) THE NF-E CARRIES FOR THE COMPANY.
001230******************************************************************
001240 IDENTIFICATION DIVISION.
001250 PROGRAM-ID. PROG219.

001260 ENVIRONMENT DIVISION.
001270 INPUT-OUTPUT SECTION.
001280 FILE-CONTROL.
001290     SELECT COMPANY-FILE ASSIGN TO "CIAFILE"
001300         ORGANIZATION IS INDEXED
001310         ACCESS MODE IS DYNAMIC
001320         RECORD KEY IS CI-CODIGO
001330         FILE STATUS IS FS-CIAFILE.

001340     SELECT OPERATOR-FILE ASSIGN TO "OPERADOR"
001350         ORGANIZATION IS INDEXED
001360         ACCESS MODE IS DYNAMIC
001370         RECORD KEY IS OP-CODIGO-OPERADOR
001380         FILE STATUS IS FS-OPERADOR.

001390 DATA DIVISION.
001400 FILE SECTION.
001410 FD  COMPANY-FILE.
001420 COPY CIAREC.

001430 FD  OPERATOR-FILE.
001440 COPY OPERREC.

001450 WORKING-STORAGE SECTION.
001460 01  FS-CIAFILE                  PIC X(02).
001470     88  FS-CIAFILE-OK           VALUE "00".

001480 01  FS-OPERADOR                 PIC X(02).
001490     88  FS-OPERADOR-OK          VALUE "00".

001500 01  WS-OPCAO-SW                 PIC X(01).
001510     88  WS-OPCAO-INCLUIR        VALUE "1".
001520     88  WS-OPCAO-ALTERAR        VALUE "2".
001530     88  WS-OPCAO-CONSULTAR      VALUE "3".
001540     88  WS-OPCAO-INATIVAR       VALUE "4".

001550 01  WS-JA-EXISTE-SW             PIC X(01) VALUE "N".
001560     88  WS-JA-EXISTE            VALUE "Y".
001570 01  WS-APROVADO-SW              PIC X(01) VALUE "N".
001580     88  WS-APROVADO             VALUE "Y".
001590 01  WS-DIGITO-OK-SW             PIC X(01) VALUE "N".
001600     88  WS-DIGITO-OK            VALUE "Y".
001610 01  WS-CNPJ-OK-SW               PIC X(01) VALUE "N".
001620     88  WS-CNPJ-OK              VALUE "Y".
001630 01  WS-BANCO-SW                 PIC X(01) VALUE "N".
001640     88  WS-BANCO-ALTERADO       VALUE "S".

001650 01  WS-CEP-STATUS               PIC X(01) VALUE "1".
001660     88  WS-CEP-OK               VALUE "1".
001670     88  WS-CEP-NAO-ENCONTRADO   VALUE "2".
001680     88  WS-CEP-DIVERGENTE       VALUE "3".

001690 01  WS-MENSAGEM                 PIC X(40).
001700 01  WS-VALOR-ENT                PIC 9(09).
001710 01  WS-LIMITE-MIN               PIC 9(09).
001720 01  WS-LIMITE-MAX               PIC 9(09).
001730 01  WS-CODIGO-APROV             PIC X(06).
001740 01  WS-CNPJ-ENT                 PIC X(14).
001750 01  WS-CODIGO-EMPRESA           PIC 9(03).

001760 01  WS-CALCULO-DIGITO.
001770     05  WS-CONTA-DIGITOS.
001780         10  WS-CONTA-DIG        PIC 9(01) OCCURS 8 TIMES.
001790     05  WS-IDX                  PIC 9(02) COMP.
001800     05  WS-PESO                 PIC 9(02) COMP.
001810     05  WS-SOMA                 PIC 9(05) COMP.
001820     05  WS-QUOCIENTE            PIC 9(05) COMP.
001830     05  WS-RESTO                PIC 9(02) COMP.
001840     05  WS-DIGITO-CALC          PIC X(01).
001850     05  WS-DIGITO-ENT           PIC X(01).

001860 01  WS-CNPJ-DIGITOS.
001870     05  WS-CNPJ-DIG             PIC 9(01) OCCURS 14 TIMES.
001880 01  WS-CNPJ-DV                  PIC 9(02) COMP.
001890 01  WS-CNPJ-POSICOES            PIC 9(02) COMP.

001900 01  WS-PESOS-CNPJ.
001910     05  FILLER                  PIC 9(01) VALUE 6.
001920     05  FILLER                  PIC 9(01) VALUE 5.
001930     05  FILLER                  PIC 9(01) VALUE 4.
001940     05  FILLER                  PIC 9(01) VALUE 3.
001950     05  FILLER                  PIC 9(01) VALUE 2.
001960     05  FILLER                  PIC 9(01) VALUE 9.
001970     05  FILLER                  PIC 9(01) VALUE 8.
001980     05  FILLER                  PIC 9(01) VALUE 7.
001990     05  FILLER                  PIC 9(01) VALUE 6.
002000     05  FILLER                  PIC 9(01) VALUE 5.
002010     05  FILLER                  PIC 9(01) VALUE 4.
002020     05  FILLER                  PIC 9(01) VALUE 3.
002030     05  FILLER                  PIC 9(01) VALUE 2.
002040 01  WS-PESOS-CNPJ-TAB REDEFINES WS-PESOS-CNPJ.
002050     05  WS-PESO-CNPJ            PIC 9(01) OCCURS 13 TIMES.

002060 01  WS-CAMPOS-ANTIGOS.
002070     05  WS-BANCO-ANTIGO         PIC 9(03).
002080     05  WS-AGENCIA-ANTIGA       PIC 9(04).
002090     05  WS-CONTA-ANTIGA         PIC 9(08).
002100     05  WS-CONVENIO-ANTIGO      PIC X(20).

002110 01  WS-DESCRICAO-AUD            PIC X(60).

002120 PROCEDURE DIVISION.

002130*----------------------------------------------------------------
002140* 0000-MAINLINE
002150*----------------------------------------------------------------
002160 0000-MAINLINE.
002170     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.

002180     IF WS-OPCAO-CONSULTAR
002190         PERFORM 6000-CONSULTAR THRU 6000-CONSULTAR-EXIT
002200         GO TO 0000-ENCERRAR
002210     END-IF.
002220     IF WS-OPCAO-INATIVAR
002230         PERFORM 7000-INATIVAR THRU 7000-INATIVAR-EXIT
002240         GO TO 0000-ENCERRAR
002250     END-IF.

002260     PERFORM 2000-CAPTURAR THRU 2000-CAPTURAR-EXIT.
002270     PERFORM 3000-CAPTURAR-BANCO THRU 3000-CAPTURAR-BANCO-EXIT.

002280     IF WS-BANCO-ALTERADO
002290         PERFORM 4000-CONFIRMAR-APROVACAO
002300             THRU 4000-CONFIRMAR-APROVACAO-EXIT
002310         IF NOT WS-APROVADO
002320             DISPLAY "PROG219: CONVENIO BANCARIO DA EMPRESA "
002330                 "REJEITADO - SEM APROVACAO DE UM SEGUNDO "
002340                 "OPERADOR"
002350             GO TO 0000-ENCERRAR
002360         END-IF
002370     END-IF.

002380     PERFORM 5000-GRAVAR THRU 5000-GRAVAR-EXIT.

002390 0000-ENCERRAR.
002400     CLOSE COMPANY-FILE OPERATOR-FILE.
002410     GO TO 9999-EXIT.

002420*----------------------------------------------------------------
002430* 1000-INICIALIZAR
002440*----------------------------------------------------------------
002450 1000-INICIALIZAR.
002460     OPEN I-O COMPANY-FILE.
002470     IF NOT FS-CIAFILE-OK
002480         OPEN OUTPUT COMPANY-FILE
002490         CLOSE COMPANY-FILE
002500         OPEN I-O COMPANY-FILE
002510     END-IF.
002520     IF NOT FS-CIAFILE-OK
002530         DISPLAY "PROG219: ERRO AO ABRIR COMPANY-FILE "
002540             FS-CIAFILE
002550         GO TO 9999-EXIT
002560     END-IF.

002570     OPEN INPUT OPERATOR-FILE.

002580     DISPLAY "OPERACAO (1 = INCLUIR / 2 = ALTERAR / "
002590             "3 = CONSULTAR / 4 = INATIVAR)".
002600     ACCEPT WS-OPCAO-SW.

002610     MOVE "CODIGO DA EMPRESA (1-999)" TO WS-MENSAGEM.
002620     MOVE 1 TO WS-LIMITE-MIN.
002630     MOVE 999 TO WS-LIMITE-MAX.
002640     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
002650         WS-LIMITE-MIN WS-LIMITE-MAX.
002660     MOVE WS-VALOR-ENT TO WS-CODIGO-EMPRESA.
002670     MOVE WS-CODIGO-EMPRESA TO CI-CODIGO.

002680     READ COMPANY-FILE
002690         INVALID KEY
002700             MOVE "N" TO WS-JA-EXISTE-SW
002710             MOVE SPACES TO COMPANHIA-REC
002720             MOVE WS-CODIGO-EMPRESA TO CI-CODIGO
002730             MOVE ZERO TO CI-CNPJ CI-BANCO CI-AGENCIA CI-CONTA
002740         NOT INVALID KEY
002750             MOVE "Y" TO WS-JA-EXISTE-SW
002760             MOVE CI-BANCO    TO WS-BANCO-ANTIGO
002770             MOVE CI-AGENCIA  TO WS-AGENCIA-ANTIGA
002780             MOVE CI-CONTA    TO WS-CONTA-ANTIGA
002790             MOVE CI-CONVENIO TO WS-CONVENIO-ANTIGO
002800     END-READ.

002810     IF WS-OPCAO-INCLUIR AND WS-JA-EXISTE
002820         DISPLAY "PROG219: EMPRESA " CI-CODIGO " JA "
002830             "CADASTRADA - OPERACAO REJEITADA"
002840         CLOSE COMPANY-FILE OPERATOR-FILE
002850         GO TO 9999-EXIT
002860     END-IF.
002870     IF NOT WS-OPCAO-INCLUIR AND NOT WS-JA-EXISTE
002880         DISPLAY "PROG219: EMPRESA " CI-CODIGO " NAO "
002890             "CADASTRADA - OPERACAO REJEITADA"
002900         CLOSE COMPANY-FILE OPERATOR-FILE
002910         GO TO 9999-EXIT
002920     END-IF.
002930 1000-INICIALIZAR-EXIT.
002940     EXIT.

002950*----------------------------------------------------------------
002960* 2000-CAPTURAR - CNPJ (RE-PROMPTED UNTIL ITS DIGITS CHECK),
002970*                  NAME, ADDRESS AND THE FGTS, INSS AND
002980*                  STATE REGISTRATIONS
002990*----------------------------------------------------------------
003000 2000-CAPTURAR.
003010     MOVE "N" TO WS-CNPJ-OK-SW.
003020     PERFORM 2100-LER-CNPJ THRU 2100-LER-CNPJ-EXIT
003030         UNTIL WS-CNPJ-OK.

003040     DISPLAY "RAZAO SOCIAL DA EMPRESA".
003050     ACCEPT CI-RAZAO-SOCIAL.
003060     DISPLAY "RUA".
003070     ACCEPT CI-RUA.
003080     DISPLAY "CIDADE".
003090     ACCEPT CI-CIDADE.
003100     DISPLAY "ESTADO (UF)".
003110     ACCEPT CI-ESTADO.
003120     DISPLAY "CEP".
003130     ACCEPT CI-CEP.

003140     CALL "PROG26" USING CI-CEP CI-CIDADE CI-ESTADO
003150         WS-CEP-STATUS.
003160     IF WS-CEP-NAO-ENCONTRADO
003170         DISPLAY "AVISO: CEP NAO CONSTA NO ARQUIVO DE "
003180             "REFERENCIA"
003190     END-IF.
003200     IF WS-CEP-DIVERGENTE
003210         DISPLAY "AVISO: CIDADE/ESTADO NAO CONFEREM COM O "
003220             "CEP INFORMADO"
003230     END-IF.

003240     DISPLAY "INSCRICAO FGTS (ENTER = O PROPRIO CNPJ)".
003250     ACCEPT CI-INSCRICAO-FGTS.
003260     IF CI-INSCRICAO-FGTS = SPACES
003270         MOVE CI-CNPJ TO CI-INSCRICAO-FGTS
003280     END-IF.
003290     DISPLAY "INSCRICAO INSS (ENTER = O PROPRIO CNPJ)".
003300     ACCEPT CI-INSCRICAO-INSS.
003310     IF CI-INSCRICAO-INSS = SPACES
003320         MOVE CI-CNPJ TO CI-INSCRICAO-INSS
003330     END-IF.
003331     DISPLAY "INSCRICAO ESTADUAL (ENTER = ISENTO)".
003332     ACCEPT CI-INSCRICAO-ESTADUAL.
003333     IF CI-INSCRICAO-ESTADUAL = SPACES
003334         MOVE "ISENTO" TO CI-INSCRICAO-ESTADUAL
003335     END-IF.
003340     SET CI-ATIVA TO TRUE.
003350 2000-CAPTURAR-EXIT.
003360     EXIT.

003370*----------------------------------------------------------------
003380* 2100-LER-CNPJ - 14 DIGITS; THE LAST TWO MUST MATCH THE MOD-11
003390*                  DIGITS COMPUTED OVER THE FIRST 12 AND 13
003400*----------------------------------------------------------------
003410 2100-LER-CNPJ.
003420     DISPLAY "CNPJ (14 DIGITOS, SEM PONTUACAO)".
003430     MOVE SPACES TO WS-CNPJ-ENT.
003440     ACCEPT WS-CNPJ-ENT.
003450     IF WS-CNPJ-ENT IS NOT NUMERIC
003460         DISPLAY "PROG219: CNPJ DEVE TER 14 DIGITOS - REDIGITE"
003470         GO TO 2100-LER-CNPJ-EXIT
003480     END-IF.
003490     MOVE WS-CNPJ-ENT TO WS-CNPJ-DIGITOS.

003500     MOVE 12 TO WS-CNPJ-POSICOES.
003510     PERFORM 2110-CALCULAR-DV-CNPJ
003520         THRU 2110-CALCULAR-DV-CNPJ-EXIT.
003530     IF WS-CNPJ-DV NOT = WS-CNPJ-DIG(13)
003540         DISPLAY "PROG219: DIGITOS DO CNPJ NAO CONFEREM - "
003550             "REDIGITE"
003560         GO TO 2100-LER-CNPJ-EXIT
003570     END-IF.

003580     MOVE 13 TO WS-CNPJ-POSICOES.
003590     PERFORM 2110-CALCULAR-DV-CNPJ
003600         THRU 2110-CALCULAR-DV-CNPJ-EXIT.
003610     IF WS-CNPJ-DV NOT = WS-CNPJ-DIG(14)
003620         DISPLAY "PROG219: DIGITOS DO CNPJ NAO CONFEREM - "
003630             "REDIGITE"
003640         GO TO 2100-LER-CNPJ-EXIT
003650     END-IF.

003660     MOVE WS-CNPJ-ENT TO CI-CNPJ.
003670     SET WS-CNPJ-OK TO TRUE.
003680 2100-LER-CNPJ-EXIT.
003690     EXIT.

003700*----------------------------------------------------------------
003710* 2110-CALCULAR-DV-CNPJ - WEIGHTS 5..2,9..2 FOR THE FIRST DIGIT
003720*                          AND 6..2,9..2 FOR THE SECOND (THE
003730*                          TABLE IS READ FROM ITS TAIL); A
003740*                          REMAINDER UNDER 2 GIVES 0
003750*----------------------------------------------------------------
003760 2110-CALCULAR-DV-CNPJ.
003770     MOVE ZERO TO WS-SOMA.
003780     PERFORM 2120-SOMAR-DIGITO-CNPJ
003790         VARYING WS-IDX FROM 1 BY 1
003800         UNTIL WS-IDX > WS-CNPJ-POSICOES.
003810     DIVIDE WS-SOMA BY 11 GIVING WS-QUOCIENTE
003820         REMAINDER WS-RESTO.
003830     IF WS-RESTO < 2
003840         MOVE ZERO TO WS-CNPJ-DV
003850     ELSE
003860         COMPUTE WS-CNPJ-DV = 11 - WS-RESTO
003870     END-IF.
003880 2110-CALCULAR-DV-CNPJ-EXIT.
003890     EXIT.

003900 2120-SOMAR-DIGITO-CNPJ.
003910     COMPUTE WS-SOMA = WS-SOMA + WS-CNPJ-DIG(WS-IDX)
003920         * WS-PESO-CNPJ(WS-IDX + 13 - WS-CNPJ-POSICOES).

003930*----------------------------------------------------------------
003940* 3000-CAPTURAR-BANCO - THE AGREEMENT THE CNAB REMITTANCE GOES
003950*                        OUT UNDER; ON INCLUSION ALWAYS, ON
003960*                        ALTERATION ONLY WHEN ASKED. ANY CHANGE
003970*                        NEEDS THE SECOND OPERATOR
003980*----------------------------------------------------------------
003990 3000-CAPTURAR-BANCO.
004000     MOVE "N" TO WS-BANCO-SW.
004010     IF WS-JA-EXISTE
004020         DISPLAY "ALTERAR CONVENIO BANCARIO (S/N)"
004030         ACCEPT WS-BANCO-SW
004040         IF NOT WS-BANCO-ALTERADO
004050             GO TO 3000-CAPTURAR-BANCO-EXIT
004060         END-IF
004070     END-IF.
004080     SET WS-BANCO-ALTERADO TO TRUE.

004090     MOVE "CODIGO DO BANCO (1-999)" TO WS-MENSAGEM.
004100     MOVE 1 TO WS-LIMITE-MIN.
004110     MOVE 999 TO WS-LIMITE-MAX.
004120     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
004130         WS-LIMITE-MIN WS-LIMITE-MAX.
004140     MOVE WS-VALOR-ENT TO CI-BANCO.

004150     MOVE "AGENCIA (1-9999)" TO WS-MENSAGEM.
004160     MOVE 1 TO WS-LIMITE-MIN.
004170     MOVE 9999 TO WS-LIMITE-MAX.
004180     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
004190         WS-LIMITE-MIN WS-LIMITE-MAX.
004200     MOVE WS-VALOR-ENT TO CI-AGENCIA.

004210     MOVE "N" TO WS-DIGITO-OK-SW.
004220     PERFORM 3100-LER-CONTA-E-DIGITO
004230         THRU 3100-LER-CONTA-E-DIGITO-EXIT
004240         UNTIL WS-DIGITO-OK.

004250     DISPLAY "CODIGO DO CONVENIO NO BANCO".
004260     ACCEPT CI-CONVENIO.
004270 3000-CAPTURAR-BANCO-EXIT.
004280     EXIT.

004290*----------------------------------------------------------------
004300* 3100-LER-CONTA-E-DIGITO - RE-PROMPT UNTIL THE TYPED CHECK
004310*                            DIGIT MATCHES THE MOD-11 DIGIT, THE
004320*                            SAME RULE PROG61 APPLIES
004330*----------------------------------------------------------------
004340 3100-LER-CONTA-E-DIGITO.
004350     MOVE "NUMERO DA CONTA (SEM DIGITO)" TO WS-MENSAGEM.
004360     MOVE 1 TO WS-LIMITE-MIN.
004370     MOVE 99999999 TO WS-LIMITE-MAX.
004380     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
004390         WS-LIMITE-MIN WS-LIMITE-MAX.
004400     MOVE WS-VALOR-ENT TO CI-CONTA.

004410     DISPLAY "DIGITO VERIFICADOR (0-9 OU X)".
004420     ACCEPT WS-DIGITO-ENT.

004430     PERFORM 3200-CALCULAR-DIGITO
004440         THRU 3200-CALCULAR-DIGITO-EXIT.

004450     IF WS-DIGITO-ENT = WS-DIGITO-CALC
004460         SET WS-DIGITO-OK TO TRUE
004470         MOVE WS-DIGITO-ENT TO CI-DIGITO
004480     ELSE
004490         DISPLAY "PROG219: DIGITO VERIFICADOR NAO CONFERE COM "
004500             "A CONTA - REDIGITE"
004510     END-IF.
004520 3100-LER-CONTA-E-DIGITO-EXIT.
004530     EXIT.

004540*----------------------------------------------------------------
004550* 3200-CALCULAR-DIGITO - MOD-11 OVER THE 8 ACCOUNT DIGITS WITH
004560*                         WEIGHTS 2..9; REMAINDER 10 IS THE
004570*                         DIGIT "X", REMAINDER 0 IS "0"
004580*----------------------------------------------------------------
004590 3200-CALCULAR-DIGITO.
004600     MOVE CI-CONTA TO WS-CONTA-DIGITOS.
004610     MOVE ZERO TO WS-SOMA.
004620     MOVE 2 TO WS-PESO.

004630     PERFORM 3210-SOMAR-DIGITO
004640         VARYING WS-IDX FROM 8 BY -1
004650         UNTIL WS-IDX < 1.

004660     DIVIDE WS-SOMA BY 11 GIVING WS-QUOCIENTE
004670         REMAINDER WS-RESTO.
004680     COMPUTE WS-RESTO = 11 - WS-RESTO.

004690     IF WS-RESTO = 11
004700         MOVE "0" TO WS-DIGITO-CALC
004710     ELSE
004720         IF WS-RESTO = 10
004730             MOVE "X" TO WS-DIGITO-CALC
004740         ELSE
004750             MOVE WS-RESTO TO WS-CONTA-DIG(1)
004760             MOVE WS-CONTA-DIGITOS(1:1) TO WS-DIGITO-CALC
004770         END-IF
004780     END-IF.
004790 3200-CALCULAR-DIGITO-EXIT.
004800     EXIT.

004810 3210-SOMAR-DIGITO.
004820     COMPUTE WS-SOMA =
004830         WS-SOMA + WS-CONTA-DIG(WS-IDX) * WS-PESO.
004840     ADD 1 TO WS-PESO.
004850     IF WS-PESO > 9
004860         MOVE 2 TO WS-PESO
004870     END-IF.

004880*----------------------------------------------------------------
004890* 4000-CONFIRMAR-APROVACAO - SUPERVISOR-LEVEL SECOND OPERATOR,
004900*                             SAME CHECK PROG61 RUNS
004910*----------------------------------------------------------------
004920 4000-CONFIRMAR-APROVACAO.
004930     MOVE "N" TO WS-APROVADO-SW.

004940     IF NOT FS-OPERADOR-OK
004950         DISPLAY "PROG219: ERRO AO ABRIR OPERATOR-FILE "
004960             FS-OPERADOR
004970         GO TO 4000-CONFIRMAR-APROVACAO-EXIT
004980     END-IF.

004990     DISPLAY "CONVENIO BANCARIO - INFORME O CODIGO DO SEGUNDO "
005000             "OPERADOR APROVADOR".
005010     ACCEPT WS-CODIGO-APROV.

005020     MOVE WS-CODIGO-APROV TO OP-CODIGO-OPERADOR.
005030     READ OPERATOR-FILE
005040         INVALID KEY
005050             DISPLAY "PROG219: OPERADOR APROVADOR NAO "
005060                 "ENCONTRADO"
005070         NOT INVALID KEY
005080             IF OP-NIVEL-SUPERVISOR
005090                 MOVE "Y" TO WS-APROVADO-SW
005100             ELSE
005110                 DISPLAY "PROG219: OPERADOR INFORMADO NAO TEM "
005120                         "NIVEL DE APROVACAO"
005130             END-IF
005140     END-READ.
005150 4000-CONFIRMAR-APROVACAO-EXIT.
005160     EXIT.

005170*----------------------------------------------------------------
005180* 5000-GRAVAR
005190*----------------------------------------------------------------
005200 5000-GRAVAR.
005210     IF WS-JA-EXISTE
005220         REWRITE COMPANHIA-REC
005230     ELSE
005240         WRITE COMPANHIA-REC
005250     END-IF.
005260     IF NOT FS-CIAFILE-OK
005270         DISPLAY "PROG219: ERRO AO GRAVAR EMPRESA " CI-CODIGO
005280             " - " FS-CIAFILE
005290         GO TO 5000-GRAVAR-EXIT
005300     END-IF.

005310     DISPLAY "PROG219: EMPRESA " CI-CODIGO " GRAVADA".
005320     MOVE SPACES TO WS-DESCRICAO-AUD.
005330     STRING "GRAVOU EMPRESA " CI-CODIGO " CNPJ " CI-CNPJ
005340         DELIMITED BY SIZE INTO WS-DESCRICAO-AUD.
005350     CALL "PROG22" USING "PROG219 " WS-DESCRICAO-AUD.

005360     IF NOT WS-BANCO-ALTERADO
005370         GO TO 5000-GRAVAR-EXIT
005380     END-IF.
005390     MOVE SPACES TO WS-DESCRICAO-AUD.
005400     IF WS-JA-EXISTE
005410         STRING "CONVENIO DA EMPRESA " CI-CODIGO " DE "
005420             WS-BANCO-ANTIGO "/" WS-AGENCIA-ANTIGA "/"
005430             WS-CONTA-ANTIGA " PARA " CI-BANCO "/" CI-AGENCIA
005440             "/" CI-CONTA " APROV " WS-CODIGO-APROV
005450             DELIMITED BY SIZE INTO WS-DESCRICAO-AUD
005460     ELSE
005470         STRING "CONVENIO DA EMPRESA " CI-CODIGO " "
005480             CI-BANCO "/" CI-AGENCIA "/" CI-CONTA
005490             " APROV " WS-CODIGO-APROV
005500             DELIMITED BY SIZE INTO WS-DESCRICAO-AUD
005510     END-IF.
005520     CALL "PROG22" USING "PROG219 " WS-DESCRICAO-AUD.
005530 5000-GRAVAR-EXIT.
005540     EXIT.

005550*----------------------------------------------------------------
005560* 6000-CONSULTAR
005570*----------------------------------------------------------------
005580 6000-CONSULTAR.
005590     DISPLAY "CODIGO ... : " CI-CODIGO.
005600     DISPLAY "CNPJ ..... : " CI-CNPJ.
005610     DISPLAY "RAZAO .... : " CI-RAZAO-SOCIAL.
005620     DISPLAY "RUA ...... : " CI-RUA.
005630     DISPLAY "CIDADE/UF  : " CI-CIDADE " " CI-ESTADO.
005640     DISPLAY "CEP ...... : " CI-CEP.
005650     DISPLAY "BANCO .... : " CI-BANCO " AG " CI-AGENCIA
005660         " CONTA " CI-CONTA "-" CI-DIGITO.
005670     DISPLAY "CONVENIO . : " CI-CONVENIO.
005680     DISPLAY "INSC FGTS  : " CI-INSCRICAO-FGTS.
005690     DISPLAY "INSC INSS  : " CI-INSCRICAO-INSS.
005694     DISPLAY "INSC ESTAD : " CI-INSCRICAO-ESTADUAL.
005700     IF CI-INATIVA
005710         DISPLAY "SITUACAO . : INATIVA"
005720     ELSE
005730         DISPLAY "SITUACAO . : ATIVA"
005740     END-IF.
005750 6000-CONSULTAR-EXIT.
005760     EXIT.

005770*----------------------------------------------------------------
005780* 7000-INATIVAR - THE ROW STAYS FOR THE HISTORY; THE ENTRY
005790*                  PROGRAMS REFUSE TO PUT ANYONE NEW UNDER IT.
005800*                  THE ORIGINAL EMPLOYER CANNOT BE INACTIVATED -
005810*                  EVERY BLANK COMPANY CODE POINTS AT IT
005820*----------------------------------------------------------------
005830 7000-INATIVAR.
005840     IF CI-CODIGO = "001"
005850         DISPLAY "PROG219: A EMPRESA 001 NAO PODE SER "
005860             "INATIVADA"
005870         GO TO 7000-INATIVAR-EXIT
005880     END-IF.
005890     SET CI-INATIVA TO TRUE.
005900     REWRITE COMPANHIA-REC.
005910     IF NOT FS-CIAFILE-OK
005920         DISPLAY "PROG219: ERRO AO INATIVAR EMPRESA "
005930             CI-CODIGO " - " FS-CIAFILE
005940         GO TO 7000-INATIVAR-EXIT
005950     END-IF.

005960     DISPLAY "PROG219: EMPRESA " CI-CODIGO " INATIVADA".
005970     MOVE SPACES TO WS-DESCRICAO-AUD.
005980     STRING "INATIVOU EMPRESA " CI-CODIGO " CNPJ " CI-CNPJ
005990         DELIMITED BY SIZE INTO WS-DESCRICAO-AUD.
006000     CALL "PROG22" USING "PROG219 " WS-DESCRICAO-AUD.
006010 7000-INATIVAR-EXIT.
006020     EXIT.

006030 9999-EXIT.
006040     STOP RUN.
