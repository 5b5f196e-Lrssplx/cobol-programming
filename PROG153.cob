001000******************************************************************
001010* PROGRAM-ID: PROG153
001020* AUTHOR:      R. ALMEIDA - APPLICATIONS
001030* INSTALLATION: CONTAS A PAGAR
001040* DATE-WRITTEN: 2026-09-14
001050* DATE-COMPILED:
001060* PURPOSE:     MAINTAINS THE SUPPLIER MASTER FOR PAYABLES -
001070*              INCLUSION, ALTERATION, CONSULTATION AND
001080*              DEACTIVATION. THE CNPJ IS CHECKED AGAINST ITS TWO
001090*              MOD-11 DIGITS, THE ADDRESS GOES THROUGH THE SAME
001100*              PROG26 CEP CHECK THE CUSTOMER MASTER USES, AND THE
001110*              BANK DETAILS ARE VALIDATED THE WAY PROG61
001120*              VALIDATES A FUNCIONARIO'S: MOD-11 ACCOUNT DIGIT
001130*              AT ENTRY AND A SUPERVISOR OTHER THAN THE
001140*              REQUESTER APPROVING EVERY INCLUSION OR CHANGE OF
001144*              THE ACCOUNT IN THE PROG210 INBOX.
001150*              EVERY OPERATION IS LOGGED THROUGH PROG22.
001160* ----------------------------------------------------------------
001170* MODIFICATION HISTORY
001180* DATE       INIT DESCRIPTION
001190* 2026-09-14 RA   INITIAL VERSION
001191* 2026-10-15 RA   THE SUPERVISOR NO LONGER SIGNS OFF AT THE
001192*                 REQUESTER'S KEYBOARD: THE OTHER FIELDS ARE SAVED
001193*                 AT ONCE AND THE NEW BANK DETAILS ARE PARKED ON
001194*                 APRVFILE THROUGH PROG209 FOR THE PROG210 INBOX,
001195*                 AS IN PROG61. EACH RUN FIRST WRITES THE DETAILS
001196*                 APPROVED SINCE THE LAST ONE.
001200******************************************************************
001210 IDENTIFICATION DIVISION.
001220 PROGRAM-ID. PROG153.

001230 ENVIRONMENT DIVISION.
001240 INPUT-OUTPUT SECTION.
001250 FILE-CONTROL.
001260     SELECT SUPPLIER-FILE ASSIGN TO "SUPPFILE"
001270         ORGANIZATION IS INDEXED
001280         ACCESS MODE IS DYNAMIC
001290         RECORD KEY IS SU-CODIGO
001300         FILE STATUS IS FS-SUPPFILE.

001360 DATA DIVISION.
001370 FILE SECTION.
001380 FD  SUPPLIER-FILE.
001390 COPY SUPPREC.

001420 WORKING-STORAGE SECTION.
001430 01  FS-SUPPFILE                 PIC X(02).
001440     88  FS-SUPPFILE-OK          VALUE "00".

001470 01  WS-OPCAO-SW                 PIC X(01).
001480     88  WS-OPCAO-INCLUIR        VALUE "1".
001490     88  WS-OPCAO-ALTERAR        VALUE "2".
001500     88  WS-OPCAO-CONSULTAR      VALUE "3".
001510     88  WS-OPCAO-INATIVAR       VALUE "4".

001520 01  WS-JA-EXISTE-SW             PIC X(01) VALUE "N".
001530     88  WS-JA-EXISTE            VALUE "Y".
001540 01  WS-CONTINUAR-SW             PIC X(01) VALUE "S".
001550     88  WS-CONTINUAR            VALUE "S" "s".
001560 01  WS-DIGITO-OK-SW             PIC X(01) VALUE "N".
001570     88  WS-DIGITO-OK            VALUE "Y".
001580 01  WS-CNPJ-OK-SW               PIC X(01) VALUE "N".
001590     88  WS-CNPJ-OK              VALUE "Y".
001600 01  WS-BANCO-SW                 PIC X(01) VALUE "N".
001610     88  WS-BANCO-ALTERADO       VALUE "S".

001620 01  WS-CEP-STATUS               PIC X(01) VALUE "1".
001630     88  WS-CEP-OK               VALUE "1".
001640     88  WS-CEP-NAO-ENCONTRADO   VALUE "2".
001650     88  WS-CEP-DIVERGENTE       VALUE "3".

001660 01  WS-MENSAGEM                 PIC X(40).
001670 01  WS-VALOR-ENT                PIC 9(09).
001680 01  WS-LIMITE-MIN               PIC 9(09).
001690 01  WS-LIMITE-MAX               PIC 9(09).
001700 01  WS-QTD-APLICADAS            PIC 9(05) COMP VALUE ZERO.
001710 01  WS-CNPJ-ENT                 PIC X(14).

001720 01  WS-CALCULO-DIGITO.
001730     05  WS-CONTA-DIGITOS.
001740         10  WS-CONTA-DIG        PIC 9(01) OCCURS 8 TIMES.
001750     05  WS-IDX                  PIC 9(02) COMP.
001760     05  WS-PESO                 PIC 9(02) COMP.
001770     05  WS-SOMA                 PIC 9(05) COMP.
001780     05  WS-QUOCIENTE            PIC 9(05) COMP.
001790     05  WS-RESTO                PIC 9(02) COMP.
001800     05  WS-DIGITO-CALC          PIC X(01).
001810     05  WS-DIGITO-ENT           PIC X(01).

001820 01  WS-CNPJ-DIGITOS.
001830     05  WS-CNPJ-DIG             PIC 9(01) OCCURS 14 TIMES.
001840 01  WS-CNPJ-DV                  PIC 9(02) COMP.
001850 01  WS-CNPJ-POSICOES            PIC 9(02) COMP.

001860 01  WS-PESOS-CNPJ.
001870     05  FILLER                  PIC 9(01) VALUE 6.
001880     05  FILLER                  PIC 9(01) VALUE 5.
001890     05  FILLER                  PIC 9(01) VALUE 4.
001900     05  FILLER                  PIC 9(01) VALUE 3.
001910     05  FILLER                  PIC 9(01) VALUE 2.
001920     05  FILLER                  PIC 9(01) VALUE 9.
001930     05  FILLER                  PIC 9(01) VALUE 8.
001940     05  FILLER                  PIC 9(01) VALUE 7.
001950     05  FILLER                  PIC 9(01) VALUE 6.
001960     05  FILLER                  PIC 9(01) VALUE 5.
001970     05  FILLER                  PIC 9(01) VALUE 4.
001980     05  FILLER                  PIC 9(01) VALUE 3.
001990     05  FILLER                  PIC 9(01) VALUE 2.
002000 01  WS-PESOS-CNPJ-TAB REDEFINES WS-PESOS-CNPJ.
002010     05  WS-PESO-CNPJ            PIC 9(01) OCCURS 13 TIMES.

002020 01  WS-CAMPOS-ANTIGOS.
002030     05  WS-BANCO-ANTIGO         PIC 9(03).
002040     05  WS-AGENCIA-ANTIGA       PIC 9(04).
002050     05  WS-CONTA-ANTIGA         PIC 9(08).
002060     05  WS-PIX-ANTIGO           PIC X(30).
002061 01  WS-BANCARIOS-LIDOS          PIC X(46).

002062* PROG209 PENDING-APPROVALS CALL - THE NEW BANK DETAILS
002063* TRAVEL IN WS-APV-DADOS
002064 01  WS-CHAMADA-APROVACAO.
002065     05  WS-APV-FUNCAO           PIC X(01).
002066     05  WS-APV-PROGRAMA         PIC X(08) VALUE "PROG153 ".
002067     05  WS-APV-CODIGO           PIC 9(06).
002068     05  WS-APV-DESCRICAO        PIC X(60).
002069     05  WS-APV-DADOS            PIC X(200).
002070     05  WS-APV-BANCARIOS REDEFINES WS-APV-DADOS.
002071         10  WS-APV-CONTA-NOVA.
002072             15  WS-APV-BANCO    PIC 9(03).
002073             15  WS-APV-AGENCIA  PIC 9(04).
002074             15  WS-APV-CONTA    PIC 9(08).
002075             15  WS-APV-DIGITO   PIC X(01).
002076             15  WS-APV-PIX      PIC X(30).
002077         10  FILLER              PIC X(154).
002078     05  WS-APV-APROVADOR        PIC X(06).
002079     05  WS-APV-STATUS           PIC X(01).
002080         88  WS-APV-OK           VALUE "1".

002081 01  WS-DESCRICAO-AUD            PIC X(60).

002082 PROCEDURE DIVISION.

002090*----------------------------------------------------------------
002100* 0000-MAINLINE
002110*----------------------------------------------------------------
002120 0000-MAINLINE.
002130     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
002131     PERFORM 1500-APLICAR-APROVADOS
002132         THRU 1500-APLICAR-APROVADOS-EXIT.
002133     IF WS-QTD-APLICADAS > ZERO
002134         DISPLAY "NOVA OPERACAO DE FORNECEDOR? (S/N)"
002135         ACCEPT WS-CONTINUAR-SW
002136         IF NOT WS-CONTINUAR
002137             GO TO 0000-ENCERRAR
002138         END-IF
002139     END-IF.
002140     PERFORM 1100-LOCALIZAR-FORNECEDOR
002141         THRU 1100-LOCALIZAR-FORNECEDOR-EXIT.

002142     IF WS-OPCAO-CONSULTAR
002150         PERFORM 6000-CONSULTAR THRU 6000-CONSULTAR-EXIT
002160         GO TO 0000-ENCERRAR
002170     END-IF.
002180     IF WS-OPCAO-INATIVAR
002190         PERFORM 7000-INATIVAR THRU 7000-INATIVAR-EXIT
002200         GO TO 0000-ENCERRAR
002210     END-IF.

002220     PERFORM 2000-CAPTURAR THRU 2000-CAPTURAR-EXIT.
002230     PERFORM 3000-CAPTURAR-BANCO THRU 3000-CAPTURAR-BANCO-EXIT.

002240     IF WS-BANCO-ALTERADO
002244         MOVE SPACES TO WS-APV-DADOS
002250         MOVE SU-DADOS-BANCARIOS TO WS-APV-CONTA-NOVA
002260         MOVE WS-BANCARIOS-LIDOS TO SU-DADOS-BANCARIOS
002330     END-IF.

002340     PERFORM 5000-GRAVAR THRU 5000-GRAVAR-EXIT.
002341     IF WS-BANCO-ALTERADO AND FS-SUPPFILE-OK
002342         PERFORM 4000-SOLICITAR-APROVACAO
002343             THRU 4000-SOLICITAR-APROVACAO-EXIT
002344     END-IF.

002350 0000-ENCERRAR.
002360     CLOSE SUPPLIER-FILE.
002370     GO TO 9999-EXIT.

002380*----------------------------------------------------------------
002390* 1000-INICIALIZAR
002400*----------------------------------------------------------------
002410 1000-INICIALIZAR.
002420     OPEN I-O SUPPLIER-FILE.
002430     IF NOT FS-SUPPFILE-OK
002440         OPEN OUTPUT SUPPLIER-FILE
002450         CLOSE SUPPLIER-FILE
002460         OPEN I-O SUPPLIER-FILE
002470     END-IF.
002480     IF NOT FS-SUPPFILE-OK
002490         DISPLAY "PROG153: ERRO AO ABRIR SUPPLIER-FILE "
002500             FS-SUPPFILE
002510         GO TO 9999-EXIT
002520     END-IF.
002522 1000-INICIALIZAR-EXIT.
002524     EXIT.

002526*----------------------------------------------------------------
002528* 1100-LOCALIZAR-FORNECEDOR - OPERATION AND SUPPLIER CODE
002530*----------------------------------------------------------------
002532 1100-LOCALIZAR-FORNECEDOR.
002540     DISPLAY "OPERACAO (1 = INCLUIR / 2 = ALTERAR / "
002550             "3 = CONSULTAR / 4 = INATIVAR)".
002560     ACCEPT WS-OPCAO-SW.

002570     MOVE "CODIGO DO FORNECEDOR" TO WS-MENSAGEM.
002580     MOVE 1 TO WS-LIMITE-MIN.
002590     MOVE 999999 TO WS-LIMITE-MAX.
002600     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
002610         WS-LIMITE-MIN WS-LIMITE-MAX.
002620     MOVE WS-VALOR-ENT TO SU-CODIGO.

002630     READ SUPPLIER-FILE
002640         INVALID KEY
002650             MOVE "N" TO WS-JA-EXISTE-SW
002660             MOVE SPACES TO FORNECEDOR-REC
002670             MOVE WS-VALOR-ENT TO SU-CODIGO
002680             MOVE ZERO TO SU-CNPJ SU-BANCO SU-AGENCIA SU-CONTA
002690         NOT INVALID KEY
002700             MOVE "Y" TO WS-JA-EXISTE-SW
002710             MOVE SU-BANCO   TO WS-BANCO-ANTIGO
002720             MOVE SU-AGENCIA TO WS-AGENCIA-ANTIGA
002730             MOVE SU-CONTA   TO WS-CONTA-ANTIGA
002740             MOVE SU-PIX     TO WS-PIX-ANTIGO
002750     END-READ.
002754     MOVE SU-DADOS-BANCARIOS TO WS-BANCARIOS-LIDOS.

002760     IF WS-OPCAO-INCLUIR AND WS-JA-EXISTE
002770         DISPLAY "PROG153: FORNECEDOR " SU-CODIGO " JA "
002780             "CADASTRADO - OPERACAO REJEITADA"
002790         CLOSE SUPPLIER-FILE
002800         GO TO 9999-EXIT
002810     END-IF.
002820     IF NOT WS-OPCAO-INCLUIR AND NOT WS-JA-EXISTE
002830         DISPLAY "PROG153: FORNECEDOR " SU-CODIGO " NAO "
002840             "CADASTRADO - OPERACAO REJEITADA"
002850         CLOSE SUPPLIER-FILE
002860         GO TO 9999-EXIT
002870     END-IF.
002880 1100-LOCALIZAR-FORNECEDOR-EXIT.
002890     EXIT.

002891*----------------------------------------------------------------
002892* 1500-APLICAR-APROVADOS - EVERY ACCOUNT CHANGE A SUPERVISOR
002893*                           APPROVED IN THE PROG210 INBOX IS
002894*                           WRITTEN, AUDITED AGAINST THE DETAILS
002895*                           ON FILE NOW
002896*----------------------------------------------------------------
002897 1500-APLICAR-APROVADOS.
002898     MOVE "P" TO WS-APV-FUNCAO.
002899     CALL "PROG209" USING WS-APV-FUNCAO WS-APV-PROGRAMA
002900         WS-APV-CODIGO WS-APV-DESCRICAO WS-APV-DADOS
002901         WS-APV-APROVADOR WS-APV-STATUS.
002902     IF NOT WS-APV-OK
002903         GO TO 1500-APLICAR-APROVADOS-EXIT
002904     END-IF.

002905     PERFORM 1600-APLICAR-UM THRU 1600-APLICAR-UM-EXIT.
002906     CALL "PROG209" USING WS-APV-FUNCAO WS-APV-PROGRAMA
002907         WS-APV-CODIGO WS-APV-DESCRICAO WS-APV-DADOS
002908         WS-APV-APROVADOR WS-APV-STATUS.
002909     GO TO 1500-APLICAR-APROVADOS.
002910 1500-APLICAR-APROVADOS-EXIT.
002911     EXIT.

002912*----------------------------------------------------------------
002913* 1600-APLICAR-UM - ONE APPROVED ACCOUNT. THE SUPPLIER MUST STILL
002914*                    BE ON FILE AND ACTIVE; OTHERWISE, OR WHEN
002915*                    THE FILE REFUSES THE REWRITE, THE ROW IS
002916*                    CLOSED AS NOT APPLIED
002917*----------------------------------------------------------------
002918 1600-APLICAR-UM.
002919     MOVE "N" TO WS-APV-FUNCAO.
002920     MOVE SPACES TO WS-APV-DESCRICAO.
002921     MOVE WS-APV-CODIGO TO SU-CODIGO.
002922     READ SUPPLIER-FILE
002923         INVALID KEY
002924             MOVE "FORNECEDOR NAO ENCONTRADO" TO WS-APV-DESCRICAO
002925             GO TO 1600-APLICAR-UM-EXIT
002926     END-READ.
002927     IF SU-INATIVO
002928         MOVE "FORNECEDOR INATIVO" TO WS-APV-DESCRICAO
002929         GO TO 1600-APLICAR-UM-EXIT
002930     END-IF.

002931     MOVE SU-BANCO   TO WS-BANCO-ANTIGO.
002932     MOVE SU-AGENCIA TO WS-AGENCIA-ANTIGA.
002933     MOVE SU-CONTA   TO WS-CONTA-ANTIGA.
002934     MOVE SU-PIX     TO WS-PIX-ANTIGO.
002935     MOVE WS-APV-CONTA-NOVA TO SU-DADOS-BANCARIOS.
002936     REWRITE FORNECEDOR-REC.
002937     IF NOT FS-SUPPFILE-OK
002938         DISPLAY "PROG153: ERRO AO GRAVAR DADOS BANCARIOS DO "
002939             "FORNECEDOR " SU-CODIGO " - " FS-SUPPFILE
002940         STRING "SUPPFILE RECUSOU A GRAVACAO - " FS-SUPPFILE
002941             DELIMITED BY SIZE INTO WS-APV-DESCRICAO
002942         GO TO 1600-APLICAR-UM-EXIT
002943     END-IF.
002944     MOVE "E" TO WS-APV-FUNCAO.
002945     ADD 1 TO WS-QTD-APLICADAS.

002946     DISPLAY "PROG153: DADOS BANCARIOS GRAVADOS PARA O "
002947         "FORNECEDOR " SU-CODIGO.
002948     MOVE SPACES TO WS-DESCRICAO-AUD.
002949     STRING "CONTA DO FORNECEDOR " SU-CODIGO " DE "
002950         WS-BANCO-ANTIGO "/" WS-AGENCIA-ANTIGA "/"
002951         WS-CONTA-ANTIGA " PARA " SU-BANCO "/" SU-AGENCIA
002952         "/" SU-CONTA " APROV " WS-APV-APROVADOR
002953         DELIMITED BY SIZE INTO WS-DESCRICAO-AUD.
002954     CALL "PROG22" USING "PROG153 " WS-DESCRICAO-AUD.
002955 1600-APLICAR-UM-EXIT.
002956     EXIT.

002957*----------------------------------------------------------------
002958* 2000-CAPTURAR - CNPJ (RE-PROMPTED UNTIL ITS DIGITS CHECK),
002959*                  NAME AND ADDRESS
002960*----------------------------------------------------------------
002961 2000-CAPTURAR.
002962     MOVE "N" TO WS-CNPJ-OK-SW.
002963     PERFORM 2100-LER-CNPJ THRU 2100-LER-CNPJ-EXIT
002970         UNTIL WS-CNPJ-OK.

002980     DISPLAY "RAZAO SOCIAL DO FORNECEDOR".
002990     ACCEPT SU-NOME.
003000     DISPLAY "RUA".
003010     ACCEPT SU-RUA.
003020     DISPLAY "CIDADE".
003030     ACCEPT SU-CIDADE.
003040     DISPLAY "ESTADO (UF)".
003050     ACCEPT SU-ESTADO.
003060     DISPLAY "CEP".
003070     ACCEPT SU-CEP.
003080     SET SU-ATIVO TO TRUE.

003090     CALL "PROG26" USING SU-CEP SU-CIDADE SU-ESTADO
003100         WS-CEP-STATUS.
003110     IF WS-CEP-NAO-ENCONTRADO
003120         DISPLAY "AVISO: CEP NAO CONSTA NO ARQUIVO DE "
003130             "REFERENCIA"
003140     END-IF.
003150     IF WS-CEP-DIVERGENTE
003160         DISPLAY "AVISO: CIDADE/ESTADO NAO CONFEREM COM O "
003170             "CEP INFORMADO"
003180     END-IF.
003190 2000-CAPTURAR-EXIT.
003200     EXIT.

003210*----------------------------------------------------------------
003220* 2100-LER-CNPJ - 14 DIGITS; THE LAST TWO MUST MATCH THE MOD-11
003230*                  DIGITS COMPUTED OVER THE FIRST 12 AND 13
003240*----------------------------------------------------------------
003250 2100-LER-CNPJ.
003260     DISPLAY "CNPJ (14 DIGITOS, SEM PONTUACAO)".
003270     MOVE SPACES TO WS-CNPJ-ENT.
003280     ACCEPT WS-CNPJ-ENT.
003290     IF WS-CNPJ-ENT IS NOT NUMERIC
003300         DISPLAY "PROG153: CNPJ DEVE TER 14 DIGITOS - REDIGITE"
003310         GO TO 2100-LER-CNPJ-EXIT
003320     END-IF.
003330     MOVE WS-CNPJ-ENT TO WS-CNPJ-DIGITOS.

003340     MOVE 12 TO WS-CNPJ-POSICOES.
003350     PERFORM 2110-CALCULAR-DV-CNPJ
003360         THRU 2110-CALCULAR-DV-CNPJ-EXIT.
003370     IF WS-CNPJ-DV NOT = WS-CNPJ-DIG(13)
003380         DISPLAY "PROG153: DIGITOS DO CNPJ NAO CONFEREM - "
003390             "REDIGITE"
003400         GO TO 2100-LER-CNPJ-EXIT
003410     END-IF.

003420     MOVE 13 TO WS-CNPJ-POSICOES.
003430     PERFORM 2110-CALCULAR-DV-CNPJ
003440         THRU 2110-CALCULAR-DV-CNPJ-EXIT.
003450     IF WS-CNPJ-DV NOT = WS-CNPJ-DIG(14)
003460         DISPLAY "PROG153: DIGITOS DO CNPJ NAO CONFEREM - "
003470             "REDIGITE"
003480         GO TO 2100-LER-CNPJ-EXIT
003490     END-IF.

003500     MOVE WS-CNPJ-ENT TO SU-CNPJ.
003510     SET WS-CNPJ-OK TO TRUE.
003520 2100-LER-CNPJ-EXIT.
003530     EXIT.

003540*----------------------------------------------------------------
003550* 2110-CALCULAR-DV-CNPJ - WEIGHTS 5..2,9..2 FOR THE FIRST DIGIT
003560*                          AND 6..2,9..2 FOR THE SECOND (THE
003570*                          TABLE IS READ FROM ITS TAIL); A
003580*                          REMAINDER UNDER 2 GIVES 0
003590*----------------------------------------------------------------
003600 2110-CALCULAR-DV-CNPJ.
003610     MOVE ZERO TO WS-SOMA.
003620     PERFORM 2120-SOMAR-DIGITO-CNPJ
003630         VARYING WS-IDX FROM 1 BY 1
003640         UNTIL WS-IDX > WS-CNPJ-POSICOES.
003650     DIVIDE WS-SOMA BY 11 GIVING WS-QUOCIENTE
003660         REMAINDER WS-RESTO.
003670     IF WS-RESTO < 2
003680         MOVE ZERO TO WS-CNPJ-DV
003690     ELSE
003700         COMPUTE WS-CNPJ-DV = 11 - WS-RESTO
003710     END-IF.
003720 2110-CALCULAR-DV-CNPJ-EXIT.
003730     EXIT.

003740 2120-SOMAR-DIGITO-CNPJ.
003750     COMPUTE WS-SOMA = WS-SOMA + WS-CNPJ-DIG(WS-IDX)
003760         * WS-PESO-CNPJ(WS-IDX + 13 - WS-CNPJ-POSICOES).

003770*----------------------------------------------------------------
003780* 3000-CAPTURAR-BANCO - ON INCLUSION ALWAYS, ON ALTERATION ONLY
003790*                        WHEN ASKED; ANY CHANGE OF THE ACCOUNT
003800*                        NEEDS A SUPERVISOR'S APPROVAL
003810*----------------------------------------------------------------
003820 3000-CAPTURAR-BANCO.
003830     MOVE "N" TO WS-BANCO-SW.
003840     IF WS-JA-EXISTE
003850         DISPLAY "ALTERAR DADOS BANCARIOS (S/N)"
003860         ACCEPT WS-BANCO-SW
003870         IF NOT WS-BANCO-ALTERADO
003880             GO TO 3000-CAPTURAR-BANCO-EXIT
003890         END-IF
003900     END-IF.
003910     SET WS-BANCO-ALTERADO TO TRUE.

003920     MOVE "CODIGO DO BANCO (1-999)" TO WS-MENSAGEM.
003930     MOVE 1 TO WS-LIMITE-MIN.
003940     MOVE 999 TO WS-LIMITE-MAX.
003950     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
003960         WS-LIMITE-MIN WS-LIMITE-MAX.
003970     MOVE WS-VALOR-ENT TO SU-BANCO.

003980     MOVE "AGENCIA (1-9999)" TO WS-MENSAGEM.
003990     MOVE 1 TO WS-LIMITE-MIN.
004000     MOVE 9999 TO WS-LIMITE-MAX.
004010     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
004020         WS-LIMITE-MIN WS-LIMITE-MAX.
004030     MOVE WS-VALOR-ENT TO SU-AGENCIA.

004040     MOVE "N" TO WS-DIGITO-OK-SW.
004050     PERFORM 3100-LER-CONTA-E-DIGITO
004060         THRU 3100-LER-CONTA-E-DIGITO-EXIT
004070         UNTIL WS-DIGITO-OK.

004080     DISPLAY "CHAVE PIX (ENTER = NENHUMA)".
004090     ACCEPT SU-PIX.
004100 3000-CAPTURAR-BANCO-EXIT.
004110     EXIT.

004120*----------------------------------------------------------------
004130* 3100-LER-CONTA-E-DIGITO - RE-PROMPT UNTIL THE TYPED CHECK
004140*                            DIGIT MATCHES THE MOD-11 DIGIT, THE
004150*                            SAME RULE PROG61 APPLIES
004160*----------------------------------------------------------------
004170 3100-LER-CONTA-E-DIGITO.
004180     MOVE "NUMERO DA CONTA (SEM DIGITO)" TO WS-MENSAGEM.
004190     MOVE 1 TO WS-LIMITE-MIN.
004200     MOVE 99999999 TO WS-LIMITE-MAX.
004210     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
004220         WS-LIMITE-MIN WS-LIMITE-MAX.
004230     MOVE WS-VALOR-ENT TO SU-CONTA.

004240     DISPLAY "DIGITO VERIFICADOR (0-9 OU X)".
004250     ACCEPT WS-DIGITO-ENT.

004260     PERFORM 3200-CALCULAR-DIGITO
004270         THRU 3200-CALCULAR-DIGITO-EXIT.

004280     IF WS-DIGITO-ENT = WS-DIGITO-CALC
004290         SET WS-DIGITO-OK TO TRUE
004300         MOVE WS-DIGITO-ENT TO SU-DIGITO
004310     ELSE
004320         DISPLAY "PROG153: DIGITO VERIFICADOR NAO CONFERE COM "
004330             "A CONTA - REDIGITE"
004340     END-IF.
004350 3100-LER-CONTA-E-DIGITO-EXIT.
004360     EXIT.

004370*----------------------------------------------------------------
004380* 3200-CALCULAR-DIGITO - MOD-11 OVER THE 8 ACCOUNT DIGITS WITH
004390*                         WEIGHTS 2..9; REMAINDER 10 IS THE
004400*                         DIGIT "X", REMAINDER 0 IS "0"
004410*----------------------------------------------------------------
004420 3200-CALCULAR-DIGITO.
004430     MOVE SU-CONTA TO WS-CONTA-DIGITOS.
004440     MOVE ZERO TO WS-SOMA.
004450     MOVE 2 TO WS-PESO.

004460     PERFORM 3210-SOMAR-DIGITO
004470         VARYING WS-IDX FROM 8 BY -1
004480         UNTIL WS-IDX < 1.

004490     DIVIDE WS-SOMA BY 11 GIVING WS-QUOCIENTE
004500         REMAINDER WS-RESTO.
004510     COMPUTE WS-RESTO = 11 - WS-RESTO.

004520     IF WS-RESTO = 11
004530         MOVE "0" TO WS-DIGITO-CALC
004540     ELSE
004550         IF WS-RESTO = 10
004560             MOVE "X" TO WS-DIGITO-CALC
004570         ELSE
004580             MOVE WS-RESTO TO WS-CONTA-DIG(1)
004590             MOVE WS-CONTA-DIGITOS(1:1) TO WS-DIGITO-CALC
004600         END-IF
004610     END-IF.
004620 3200-CALCULAR-DIGITO-EXIT.
004630     EXIT.

004640 3210-SOMAR-DIGITO.
004650     COMPUTE WS-SOMA =
004660         WS-SOMA + WS-CONTA-DIG(WS-IDX) * WS-PESO.
004670     ADD 1 TO WS-PESO.
004680     IF WS-PESO > 9
004690         MOVE 2 TO WS-PESO
004700     END-IF.

004710*----------------------------------------------------------------
004720* 4000-SOLICITAR-APROVACAO - THE NEW BANK DETAILS ARE PARKED FOR
004730*                             A SUPERVISOR OTHER THAN THE
004734*                             REQUESTER (PROG209/PROG210)
004740*----------------------------------------------------------------
004750 4000-SOLICITAR-APROVACAO.
004760     MOVE "S"        TO WS-APV-FUNCAO.
004770     MOVE SU-CODIGO  TO WS-APV-CODIGO.
004780     MOVE SPACES     TO WS-APV-DESCRICAO.
004790     STRING "FORNECEDOR: BANCO " WS-APV-BANCO " AGENCIA "
004800         WS-APV-AGENCIA " CONTA " WS-APV-CONTA "-"
004810         WS-APV-DIGITO
004820         DELIMITED BY SIZE INTO WS-APV-DESCRICAO.
004830     CALL "PROG209" USING WS-APV-FUNCAO WS-APV-PROGRAMA
004840         WS-APV-CODIGO WS-APV-DESCRICAO WS-APV-DADOS
004850         WS-APV-APROVADOR WS-APV-STATUS.
004860     IF NOT WS-APV-OK
004870         DISPLAY "PROG153: ALTERACAO DA CONTA NAO ENVIADA PARA "
004880             "APROVACAO"
004890         GO TO 4000-SOLICITAR-APROVACAO-EXIT
004900     END-IF.
004910     DISPLAY "PROG153: DADOS BANCARIOS DO FORNECEDOR " SU-CODIGO
004920         " AGUARDAM APROVACAO - SERAO GRAVADOS NA PROXIMA "
004930         "EXECUCAO APOS APROVADOS".
004980 4000-SOLICITAR-APROVACAO-EXIT.
004990     EXIT.

005000*----------------------------------------------------------------
005010* 5000-GRAVAR
005020*----------------------------------------------------------------
005030 5000-GRAVAR.
005040     IF WS-JA-EXISTE
005050         REWRITE FORNECEDOR-REC
005060     ELSE
005070         WRITE FORNECEDOR-REC
005080     END-IF.
005090     IF NOT FS-SUPPFILE-OK
005100         DISPLAY "PROG153: ERRO AO GRAVAR FORNECEDOR " SU-CODIGO
005110             " - " FS-SUPPFILE
005120         GO TO 5000-GRAVAR-EXIT
005130     END-IF.

005140     DISPLAY "PROG153: FORNECEDOR " SU-CODIGO " GRAVADO".
005150     MOVE SPACES TO WS-DESCRICAO-AUD.
005160     STRING "GRAVOU FORNECEDOR " SU-CODIGO " (" SU-NOME ")"
005170         DELIMITED BY SIZE INTO WS-DESCRICAO-AUD.
005180     CALL "PROG22" USING "PROG153 " WS-DESCRICAO-AUD.
005360 5000-GRAVAR-EXIT.
005370     EXIT.

005380*----------------------------------------------------------------
005390* 6000-CONSULTAR
005400*----------------------------------------------------------------
005410 6000-CONSULTAR.
005420     DISPLAY "CODIGO ... : " SU-CODIGO.
005430     DISPLAY "CNPJ ..... : " SU-CNPJ.
005440     DISPLAY "NOME ..... : " SU-NOME.
005450     DISPLAY "RUA ...... : " SU-RUA.
005460     DISPLAY "CIDADE/UF  : " SU-CIDADE " " SU-ESTADO.
005470     DISPLAY "CEP ...... : " SU-CEP.
005480     DISPLAY "BANCO .... : " SU-BANCO " AG " SU-AGENCIA
005490         " CONTA " SU-CONTA "-" SU-DIGITO.
005500     DISPLAY "PIX ...... : " SU-PIX.
005510     IF SU-INATIVO
005520         DISPLAY "SITUACAO . : INATIVO"
005530     ELSE
005540         DISPLAY "SITUACAO . : ATIVO"
005550     END-IF.
005560 6000-CONSULTAR-EXIT.
005570     EXIT.

005580*----------------------------------------------------------------
005590* 7000-INATIVAR - THE ROW STAYS FOR THE HISTORY; PROG154 REFUSES
005600*                  NEW INVOICES AGAINST IT
005610*----------------------------------------------------------------
005620 7000-INATIVAR.
005630     SET SU-INATIVO TO TRUE.
005640     REWRITE FORNECEDOR-REC.
005650     IF NOT FS-SUPPFILE-OK
005660         DISPLAY "PROG153: ERRO AO INATIVAR FORNECEDOR "
005670             SU-CODIGO " - " FS-SUPPFILE
005680         GO TO 7000-INATIVAR-EXIT
005690     END-IF.

005700     DISPLAY "PROG153: FORNECEDOR " SU-CODIGO " INATIVADO".
005710     MOVE SPACES TO WS-DESCRICAO-AUD.
005720     STRING "INATIVOU FORNECEDOR " SU-CODIGO " (" SU-NOME ")"
005730         DELIMITED BY SIZE INTO WS-DESCRICAO-AUD.
005740     CALL "PROG22" USING "PROG153 " WS-DESCRICAO-AUD.
005750 7000-INATIVAR-EXIT.
005760     EXIT.

005770 9999-EXIT.
005780     STOP RUN.
