001190*              REPOSITORY (KEY: THE TITLE WITH SPACES SQUEEZED
001200*              OUT, RUN DATE, PAGE, LINE) SO PROG146 CAN
001210*              REPRINT ANY PAST REPORT EXACTLY AS PRODUCED.
001211*              EXTRACT MODE ("X" AFTER "I", OR A MATCHING ROW ON
001212*              THE EXTPARM FILE) ALSO WRITES EVERY DETAIL LINE AS
001213*              A SEMICOLON-DELIMITED ROW - NUMBERS UNEDITED WITH A
001214*              DECIMAL COMMA, DATES AS AAAA-MM-DD - UNDER A HEADER
001215*              ROW OF COLUMN NAMES, TO THE FILE <REPORT ID>_<RUN
001216*              DATE>.CSV AND TO THE EXTFILE REPOSITORY.
001220* ----------------------------------------------------------------
001230* MODIFICATION HISTORY
001240* DATE       INIT DESCRIPTION
001250* 2026-08-22 RA   INITIAL VERSION
001260* 2026-09-02 RA   CAPTURE EVERY PRINTED LINE INTO THE RPTFILE
001270*                 REPORT REPOSITORY FOR LATER REPRINT
001271* 2026-10-08 RA   EVERY CAPTURED ROW CARRIES THE FIELD-VISIBILITY
001272*                 LEVEL OF THE OPERATOR IDENTIFIED IN THE RUN
001273*                 (PROG211), OR INTEGRAL WHEN NOBODY WAS. A CALLER
001274*                 THAT IDENTIFIES ITS OPERATOR MASKS ITS MONEY
001275*                 COLUMNS BELOW INTEGRAL BEFORE HANDING THE LINE
001276*                 OVER; A CALLER THAT DOES NOT PRINTS IN FULL AND
001277*                 IS STAMPED INTEGRAL. PROG146 REPRINTS A ROW ONLY
001278*                 TO OPERATORS AT OR ABOVE ITS LEVEL.
001279* 2026-10-12 RA   EXTRACT MODE - DETAIL LINES ALSO WRITTEN AS A
001280*                 SEMICOLON-DELIMITED FILE (FUNCTION "X" OR THE
001281*                 EXTPARM LIST OF REPORT IDS) AND KEPT ON EXTFILE
001282*                 SO PROG146 CAN WRITE IT AGAIN
001283* 2026-10-15 RA   A RUN WHOSE OPERATOR FAILED IDENTIFICATION
001284*                 (PROG211 STATUS 3) STAMPS ITS ROWS BASICA, NOT
001285*                 INTEGRAL - ONLY AN UNATTENDED RUN IS INTEGRAL.
001286******************************************************************
001290 IDENTIFICATION DIVISION.
001300 PROGRAM-ID. PROG68.

001370         RECORD KEY IS RP-CHAVE
001380         FILE STATUS IS FS-RPTFILE.

001381     SELECT EXT-FILE ASSIGN TO "EXTFILE"
001382         ORGANIZATION IS INDEXED
001383         ACCESS MODE IS DYNAMIC
001384         RECORD KEY IS EX-CHAVE
001385         FILE STATUS IS FS-EXTFILE.

001386     SELECT EXTRACT-CSV ASSIGN TO DYNAMIC WS-NOME-EXTRATO
001387         ORGANIZATION IS LINE SEQUENTIAL
001388         FILE STATUS IS FS-EXTCSV.

001389     SELECT EXTRACT-PARMS ASSIGN TO "EXTPARM"
001390         ORGANIZATION IS LINE SEQUENTIAL
001391         FILE STATUS IS FS-EXTPARM.

001392 DATA DIVISION.
001400 FILE SECTION.
001410 FD  RPT-FILE.
001420 COPY RPTREC.

001421 FD  EXT-FILE.
001422 COPY EXTREC.

001423 FD  EXTRACT-CSV.
001424 01  EXTRACT-CSV-LINHA           PIC X(300).

001425* ONE REPORT ID (OR ITS LEADING PART) PER ROW, "*" FOR EVERY
001426* REPORT - THOSE REPORTS RUN IN EXTRACT MODE WITHOUT ASKING
001427 FD  EXTRACT-PARMS.
001428 01  EP-RELATORIO                PIC X(30).

001430 WORKING-STORAGE SECTION.
001440 01  FS-RPTFILE                  PIC X(02).
001450     88  FS-RPTFILE-OK           VALUE "00".
001451 01  FS-EXTFILE                  PIC X(02).
001452     88  FS-EXTFILE-OK           VALUE "00".
001453 01  FS-EXTCSV                   PIC X(02).
001454     88  FS-EXTCSV-OK            VALUE "00".
001455 01  FS-EXTPARM                  PIC X(02).
001456     88  FS-EXTPARM-OK           VALUE "00".
001457     88  FS-EXTPARM-EOF          VALUE "10".
001460 01  WS-NOME-INSTALACAO          PIC X(40)
001470     VALUE "FOLHA DE PAGAMENTO / RECURSOS HUMANOS".

001610     05  WS-LINHA-CAPTURA        PIC X(100).
001620     05  WS-CAPTURA-SW           PIC X(01) VALUE "N".
001630         88  WS-CAPTURANDO       VALUE "Y".
001631     05  WS-NIVEL-RELATORIO      PIC X(01) VALUE "3".
001632 01  WS-CHAMADA-VISAO.
001633     05  WS-VIS-FUNCAO           PIC X(01).
001634     05  WS-VIS-OPERADOR         PIC X(06).
001635     05  WS-VIS-NIVEL            PIC X(01).
001636     05  WS-VIS-STATUS           PIC X(01).
001637         88  WS-VIS-OK           VALUE "1".
001638         88  WS-VIS-RECUSADA     VALUE "3".

001639 01  WS-EXTRATO.
001640     05  WS-EXTRATO-SW           PIC X(01) VALUE "N".
001641         88  WS-EXTRAINDO        VALUE "Y".
001642     05  WS-GUARDA-EXT-SW        PIC X(01) VALUE "N".
001643         88  WS-GUARDANDO-EXTRATO VALUE "Y".
001644     05  WS-CABECALHO-SW         PIC X(01) VALUE "N".
001645         88  WS-CABECALHO-GRAVADO VALUE "Y".
001646     05  WS-CAB-FIXO-SW          PIC X(01) VALUE "N".
001647         88  WS-CABECALHO-FIXO   VALUE "Y".
001648     05  WS-PARM-SW              PIC X(01).
001649         88  WS-PARM-ACHADO      VALUE "Y".
001650     05  WS-TAM-PARM             PIC 9(02) COMP.
001651     05  WS-NOME-EXTRATO         PIC X(60).
001652     05  WS-SEQ-EXTRATO          PIC 9(06) VALUE ZERO.
001653     05  WS-LINHAS-EXTRATO       PIC 9(06) VALUE ZERO.
001654     05  WS-CABECALHO-CSV        PIC X(300).
001655     05  WS-LINHA-CSV            PIC X(300).
001656     05  WS-PTR-CSV              PIC 9(03) COMP.
001657     05  WS-QTD-CAMPOS           PIC 9(02) COMP.

001658* SPLITTING A PRINTED LINE INTO COLUMNS - A COLUMN ENDS AT TWO OR
001659* MORE SPACES - AND TURNING EACH PIECE INTO ITS EXTRACT VALUE
001660 01  WS-DIVISAO.
001661     05  WS-TEXTO-DIVIDIR        PIC X(80).
001662     05  WS-DIVIDINDO-SW         PIC X(01).
001663         88  WS-DIVIDINDO-CABECALHO VALUE "C".
001664         88  WS-DIVIDINDO-DETALHE VALUE "D".
001665     05  WS-POS                  PIC 9(03) COMP.
001666     05  WS-INICIO               PIC 9(03) COMP.
001667     05  WS-BRANCOS              PIC 9(03) COMP.
001668     05  WS-DENTRO-SW            PIC X(01).
001669         88  WS-DENTRO-CAMPO     VALUE "Y".
001670     05  WS-PEDACO               PIC X(80).
001671     05  WS-PEDACO-TAM           PIC 9(03) COMP.
001672     05  WS-POS-PEDACO           PIC 9(03) COMP.
001673     05  WS-VALOR-CSV            PIC X(80).
001674     05  WS-VALOR-TAM            PIC 9(03) COMP.
001675     05  WS-CARACTERE            PIC X(01).
001676     05  WS-QTD-PONTOS           PIC 9(02) COMP.
001677     05  WS-QTD-DIGITOS          PIC 9(02) COMP.
001678     05  WS-NUMERO-SW            PIC X(01).
001679         88  WS-NAO-NUMERO       VALUE "N".
001680     05  WS-SINAL-SW             PIC X(01).
001681         88  WS-NEGATIVO         VALUE "Y".
001682 01  WS-DATA-PEDACO.
001683     05  WS-DP-ANO               PIC 9(04).
001684     05  WS-DP-MES               PIC 9(02).
001685     05  WS-DP-DIA               PIC 9(02).
001686 01  WS-DATA-PEDACO-X REDEFINES WS-DATA-PEDACO
001687                                 PIC X(08).
001688 01  WS-CABECALHO-PAG.
001689     05  WS-CAB-TITULO           PIC X(60).
001690     05  FILLER                  PIC X(07) VALUE " DATA: ".
001691     05  WS-CAB-DATA             PIC 9(08).
001692     05  FILLER                  PIC X(09) VALUE " PAGINA: ".
001693     05  WS-CAB-PAGINA           PIC 9(04).

001700 LINKAGE SECTION.
001710 01  LK-FUNCAO                   PIC X(01).
001730     88  LK-FUNCAO-DETALHE       VALUE "D".
001740     88  LK-FUNCAO-TOTAL         VALUE "T".
001750     88  LK-FUNCAO-FIM           VALUE "F".
001751     88  LK-FUNCAO-EXTRATO       VALUE "X".
001760 01  LK-TITULO                   PIC X(60).
001770 01  LK-COLUNAS                  PIC X(80).
001780 01  LK-LINHA                    PIC X(80).
001800         LK-COLUNAS LK-LINHA.

001810 0000-MAINLINE.
001811     IF LK-FUNCAO-EXTRATO
001812         PERFORM 6100-ABRIR-EXTRATO THRU 6100-ABRIR-EXTRATO-EXIT
001813         IF WS-EXTRAINDO AND NOT WS-CABECALHO-GRAVADO
001814             AND LK-COLUNAS NOT = SPACES
001815             MOVE LK-COLUNAS TO WS-CABECALHO-CSV
001816             SET WS-CABECALHO-FIXO TO TRUE
001817         END-IF
001818         GOBACK
001819     END-IF.
001820     IF LK-FUNCAO-INICIAR
001830         PERFORM 1000-INICIAR-RELATORIO
001840             THRU 1000-INICIAR-RELATORIO-EXIT
002060     MOVE ZERO TO WS-PAGINA.
002070     MOVE ZERO TO WS-LINHAS-TOTAL.
002080     ACCEPT WS-DATA-RELATORIO FROM DATE YYYYMMDD.
002081     MOVE "C" TO WS-VIS-FUNCAO.
002082     CALL "PROG211" USING WS-VIS-FUNCAO WS-VIS-OPERADOR
002083         WS-VIS-NIVEL WS-VIS-STATUS.
002084     IF WS-VIS-OK OR WS-VIS-RECUSADA
002085         MOVE WS-VIS-NIVEL TO WS-NIVEL-RELATORIO
002086     ELSE
002087         MOVE "3" TO WS-NIVEL-RELATORIO
002088     END-IF.
002090     PERFORM 1200-ABRIR-REPOSITORIO
002100         THRU 1200-ABRIR-REPOSITORIO-EXIT.
002101     PERFORM 1400-VERIFICAR-PARAMETRO
002102         THRU 1400-VERIFICAR-PARAMETRO-EXIT.
002110     PERFORM 1100-NOVA-PAGINA THRU 1100-NOVA-PAGINA-EXIT.
002120 1000-INICIAR-RELATORIO-EXIT.
002130     EXIT.
003190 1310-LIMPAR-UMA-EXIT.
003200     EXIT.

003201*----------------------------------------------------------------
003202* 1400-VERIFICAR-PARAMETRO - A REPORT NAMED ON EXTPARM (OR EVERY
003203*                             REPORT, FOR "*") RUNS IN EXTRACT
003204*                             MODE WITHOUT THE CALLER ASKING
003205*----------------------------------------------------------------
003206 1400-VERIFICAR-PARAMETRO.
003207     MOVE "N" TO WS-PARM-SW.
003208     OPEN INPUT EXTRACT-PARMS.
003209     IF NOT FS-EXTPARM-OK
003210         GO TO 1400-VERIFICAR-PARAMETRO-EXIT
003211     END-IF.
003212     PERFORM 1410-LER-PARAMETRO THRU 1410-LER-PARAMETRO-EXIT
003213         UNTIL FS-EXTPARM-EOF OR WS-PARM-ACHADO.
003214     CLOSE EXTRACT-PARMS.
003215     IF WS-PARM-ACHADO
003216         PERFORM 6100-ABRIR-EXTRATO THRU 6100-ABRIR-EXTRATO-EXIT
003217     END-IF.
003218 1400-VERIFICAR-PARAMETRO-EXIT.
003219     EXIT.

003220 1410-LER-PARAMETRO.
003221     READ EXTRACT-PARMS
003222         AT END
003223             SET FS-EXTPARM-EOF TO TRUE
003224             GO TO 1410-LER-PARAMETRO-EXIT
003225     END-READ.
003226     IF EP-RELATORIO = SPACES
003227         GO TO 1410-LER-PARAMETRO-EXIT
003228     END-IF.
003229     IF EP-RELATORIO = "*"
003230         SET WS-PARM-ACHADO TO TRUE
003231         GO TO 1410-LER-PARAMETRO-EXIT
003232     END-IF.
003233     MOVE 30 TO WS-TAM-PARM.
003234     PERFORM 1420-RECUAR-PARAMETRO
003235         UNTIL EP-RELATORIO(WS-TAM-PARM:1) NOT = SPACE.
003236     IF WS-ID-RELATORIO(1:WS-TAM-PARM) =
003237         EP-RELATORIO(1:WS-TAM-PARM)
003238         SET WS-PARM-ACHADO TO TRUE
003239     END-IF.
003240 1410-LER-PARAMETRO-EXIT.
003241     EXIT.

003242 1420-RECUAR-PARAMETRO.
003243     SUBTRACT 1 FROM WS-TAM-PARM.

003244*----------------------------------------------------------------
003245* 2000-IMPRIMIR-DETALHE
003246*----------------------------------------------------------------
003247 2000-IMPRIMIR-DETALHE.
003250     IF WS-LINHAS-NA-PAGINA >= WS-LINHAS-POR-PAGINA
003260         PERFORM 1100-NOVA-PAGINA THRU 1100-NOVA-PAGINA-EXIT
003270     END-IF.
003310         THRU 5000-CAPTURAR-LINHA-EXIT.
003320     ADD 1 TO WS-LINHAS-NA-PAGINA.
003330     ADD 1 TO WS-LINHAS-TOTAL.
003331     IF WS-EXTRAINDO
003332         PERFORM 6000-EXTRAIR-LINHA THRU 6000-EXTRAIR-LINHA-EXIT
003333     END-IF.
003340 2000-IMPRIMIR-DETALHE-EXIT.
003350     EXIT.

003730         CLOSE RPT-FILE
003740         MOVE "N" TO WS-CAPTURA-SW
003750     END-IF.
003751     IF WS-EXTRAINDO
003752         PERFORM 6800-FECHAR-EXTRATO THRU 6800-FECHAR-EXTRATO-EXIT
003753     END-IF.
003760 4000-ENCERRAR-RELATORIO-EXIT.
003770     EXIT.

003890     MOVE WS-PAGINA         TO RP-PAGINA.
003900     MOVE WS-SEQ-CAPTURA    TO RP-SEQ.
003910     MOVE WS-LINHA-CAPTURA  TO RP-LINHA.
003911     MOVE WS-NIVEL-RELATORIO TO RP-NIVEL-VISAO.
003920     WRITE REPOSITORIO-REC
003930         INVALID KEY
003940             REWRITE REPOSITORIO-REC
003950     END-WRITE.
003960 5000-CAPTURAR-LINHA-EXIT.
003970     EXIT.

003971*----------------------------------------------------------------
003972* 6000-EXTRAIR-LINHA - THE DETAIL LINE JUST PRINTED, ONE EXTRACT
003973*                       VALUE PER PRINTED COLUMN; THE HEADER ROW
003974*                       GOES OUT BEFORE THE FIRST ONE
003975*----------------------------------------------------------------
003976 6000-EXTRAIR-LINHA.
003977     IF NOT WS-CABECALHO-GRAVADO
003978         PERFORM 6500-GRAVAR-CABECALHO
003979             THRU 6500-GRAVAR-CABECALHO-EXIT
003980     END-IF.
003981     MOVE SPACES TO WS-LINHA-CSV.
003982     MOVE 1 TO WS-PTR-CSV.
003983     MOVE ZERO TO WS-QTD-CAMPOS.
003984     MOVE LK-LINHA TO WS-TEXTO-DIVIDIR.
003985     SET WS-DIVIDINDO-DETALHE TO TRUE.
003986     PERFORM 6300-DIVIDIR-LINHA THRU 6300-DIVIDIR-LINHA-EXIT.
003987     PERFORM 6900-GRAVAR-LINHA-CSV
003988         THRU 6900-GRAVAR-LINHA-CSV-EXIT.
003989     ADD 1 TO WS-LINHAS-EXTRATO.
003990 6000-EXTRAIR-LINHA-EXIT.
003991     EXIT.

003992*----------------------------------------------------------------
003993* 6100-ABRIR-EXTRATO - FILE NAME FROM THE REPORT ID AND RUN DATE;
003994*                       THE EXTFILE COPY HAS THE SAME OPEN-OR-
003995*                       BOOTSTRAP SHAPE AND SAME-DAY REPLACEMENT
003996*                       AS THE RPTFILE ONE
003997*----------------------------------------------------------------
003998 6100-ABRIR-EXTRATO.
003999     IF WS-EXTRAINDO
004000         GO TO 6100-ABRIR-EXTRATO-EXIT
004001     END-IF.

004002     MOVE SPACES TO WS-NOME-EXTRATO.
004003     MOVE 1 TO WS-PTR-CSV.
004004     PERFORM 6110-NOMEAR-CARACTERE THRU 6110-NOMEAR-CARACTERE-EXIT
004005         VARYING WS-POS FROM 1 BY 1
004006         UNTIL WS-POS > 30
004007         OR WS-ID-RELATORIO(WS-POS:1) = SPACE.
004008     MOVE "_" TO WS-NOME-EXTRATO(WS-PTR-CSV:1).
004009     ADD 1 TO WS-PTR-CSV.
004010     MOVE WS-DATA-RELATORIO TO WS-NOME-EXTRATO(WS-PTR-CSV:8).
004011     ADD 8 TO WS-PTR-CSV.
004012     MOVE ".CSV" TO WS-NOME-EXTRATO(WS-PTR-CSV:4).

004013     OPEN OUTPUT EXTRACT-CSV.
004014     IF NOT FS-EXTCSV-OK
004015         DISPLAY "PROG68: ERRO AO CRIAR O EXTRATO "
004016             WS-NOME-EXTRATO " " FS-EXTCSV
004017         GO TO 6100-ABRIR-EXTRATO-EXIT
004018     END-IF.
004019     SET WS-EXTRAINDO TO TRUE.
004020     MOVE "N" TO WS-CABECALHO-SW.
004021     MOVE "N" TO WS-CAB-FIXO-SW.
004022     MOVE ZERO TO WS-SEQ-EXTRATO.
004023     MOVE ZERO TO WS-LINHAS-EXTRATO.

004024     MOVE "N" TO WS-GUARDA-EXT-SW.
004025     OPEN I-O EXT-FILE.
004026     IF NOT FS-EXTFILE-OK
004027         OPEN OUTPUT EXT-FILE
004028         CLOSE EXT-FILE
004029         OPEN I-O EXT-FILE
004030     END-IF.
004031     IF FS-EXTFILE-OK
004032         SET WS-GUARDANDO-EXTRATO TO TRUE
004033         PERFORM 6150-LIMPAR-DIA-EXTRATO
004034             THRU 6150-LIMPAR-DIA-EXTRATO-EXIT
004035     END-IF.
004036 6100-ABRIR-EXTRATO-EXIT.
004037     EXIT.

004038* LETTERS, DIGITS AND "-" GO INTO THE FILE NAME AS THEY ARE,
004039* ANYTHING ELSE BECOMES "_"
004040 6110-NOMEAR-CARACTERE.
004041     MOVE WS-ID-RELATORIO(WS-POS:1) TO WS-CARACTERE.
004042     IF (WS-CARACTERE NOT < "A" AND WS-CARACTERE NOT > "Z")
004043         OR (WS-CARACTERE NOT < "0" AND WS-CARACTERE NOT > "9")
004044         OR WS-CARACTERE = "-"
004045         MOVE WS-CARACTERE TO WS-NOME-EXTRATO(WS-PTR-CSV:1)
004046     ELSE
004047         MOVE "_" TO WS-NOME-EXTRATO(WS-PTR-CSV:1)
004048     END-IF.
004049     ADD 1 TO WS-PTR-CSV.
004050 6110-NOMEAR-CARACTERE-EXIT.
004051     EXIT.

004052 6150-LIMPAR-DIA-EXTRATO.
004053     MOVE WS-ID-RELATORIO   TO EX-RELATORIO.
004054     MOVE WS-DATA-RELATORIO TO EX-DATA.
004055     MOVE ZERO TO EX-SEQ.
004056     START EXT-FILE KEY IS NOT LESS THAN EX-CHAVE
004057         INVALID KEY
004058             GO TO 6150-LIMPAR-DIA-EXTRATO-EXIT
004059     END-START.
004060     PERFORM 6160-LIMPAR-UMA-EXTRATO
004061         THRU 6160-LIMPAR-UMA-EXTRATO-EXIT
004062         UNTIL NOT FS-EXTFILE-OK.
004063     MOVE "00" TO FS-EXTFILE.
004064 6150-LIMPAR-DIA-EXTRATO-EXIT.
004065     EXIT.

004066 6160-LIMPAR-UMA-EXTRATO.
004067     READ EXT-FILE NEXT
004068         AT END
004069             MOVE "10" TO FS-EXTFILE
004070             GO TO 6160-LIMPAR-UMA-EXTRATO-EXIT
004071     END-READ.
004072     IF EX-RELATORIO NOT = WS-ID-RELATORIO
004073         OR EX-DATA NOT = WS-DATA-RELATORIO
004074         MOVE "10" TO FS-EXTFILE
004075         GO TO 6160-LIMPAR-UMA-EXTRATO-EXIT
004076     END-IF.
004077     DELETE EXT-FILE RECORD.
004078 6160-LIMPAR-UMA-EXTRATO-EXIT.
004079     EXIT.

004080*----------------------------------------------------------------
004081* 6300-DIVIDIR-LINHA - WALK WS-TEXTO-DIVIDIR; EACH COLUMN FOUND
004082*                       IS A HEADER NAME OR A DETAIL VALUE
004083*----------------------------------------------------------------
004084 6300-DIVIDIR-LINHA.
004085     MOVE "N" TO WS-DENTRO-SW.
004086     MOVE ZERO TO WS-BRANCOS.
004087     PERFORM 6310-EXAMINAR-POSICAO THRU 6310-EXAMINAR-POSICAO-EXIT
004088         VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 81.
004089 6300-DIVIDIR-LINHA-EXIT.
004090     EXIT.

004091 6310-EXAMINAR-POSICAO.
004092     IF WS-POS > 80
004093         MOVE SPACE TO WS-CARACTERE
004094     ELSE
004095         MOVE WS-TEXTO-DIVIDIR(WS-POS:1) TO WS-CARACTERE
004096     END-IF.

004097     IF WS-CARACTERE NOT = SPACE
004098         IF NOT WS-DENTRO-CAMPO
004099             SET WS-DENTRO-CAMPO TO TRUE
004100             MOVE WS-POS TO WS-INICIO
004101         END-IF
004102         MOVE ZERO TO WS-BRANCOS
004103         GO TO 6310-EXAMINAR-POSICAO-EXIT
004104     END-IF.
004105     IF NOT WS-DENTRO-CAMPO
004106         GO TO 6310-EXAMINAR-POSICAO-EXIT
004107     END-IF.

004108     ADD 1 TO WS-BRANCOS.
004109     IF WS-BRANCOS < 2 AND WS-POS NOT > 80
004110         GO TO 6310-EXAMINAR-POSICAO-EXIT
004111     END-IF.

004112     COMPUTE WS-PEDACO-TAM = WS-POS - WS-BRANCOS - WS-INICIO + 1.
004113     MOVE SPACES TO WS-PEDACO.
004114     MOVE WS-TEXTO-DIVIDIR(WS-INICIO:WS-PEDACO-TAM) TO WS-PEDACO.
004115     MOVE "N" TO WS-DENTRO-SW.
004116     MOVE ZERO TO WS-BRANCOS.

004117     IF WS-DIVIDINDO-CABECALHO
004118         MOVE WS-PEDACO TO WS-VALOR-CSV
004119         MOVE WS-PEDACO-TAM TO WS-VALOR-TAM
004120         INSPECT WS-VALOR-CSV REPLACING ALL ";" BY ","
004121     ELSE
004122         PERFORM 6400-CONVERTER-PEDACO
004123             THRU 6400-CONVERTER-PEDACO-EXIT
004124     END-IF.
004125     PERFORM 6600-ANEXAR-VALOR THRU 6600-ANEXAR-VALOR-EXIT.
004126 6310-EXAMINAR-POSICAO-EXIT.
004127     EXIT.

004128*----------------------------------------------------------------
004129* 6400-CONVERTER-PEDACO - DD/MM/AAAA AND AAAAMMDD DATES BECOME
004130*                          AAAA-MM-DD; AN EDITED NUMBER (DIGITS,
004131*                          THOUSANDS COMMAS, ONE DECIMAL POINT, A
004132*                          LEADING OR TRAILING MINUS) LOSES ITS
004133*                          EDITING AND TAKES A DECIMAL COMMA; ALL
004134*                          DIGITS OTHERWISE (CODES, CPF) STAYS AS
004135*                          PRINTED, LEADING ZEROS INCLUDED
004136*----------------------------------------------------------------
004137 6400-CONVERTER-PEDACO.
004138     MOVE WS-PEDACO TO WS-VALOR-CSV.
004139     MOVE WS-PEDACO-TAM TO WS-VALOR-TAM.

004140     IF WS-PEDACO-TAM = 10
004141         AND WS-PEDACO(3:1) = "/" AND WS-PEDACO(6:1) = "/"
004142         AND WS-PEDACO(1:2) IS NUMERIC
004143         AND WS-PEDACO(4:2) IS NUMERIC
004144         AND WS-PEDACO(7:4) IS NUMERIC
004145         MOVE SPACES TO WS-VALOR-CSV
004146         STRING WS-PEDACO(7:4) "-" WS-PEDACO(4:2) "-"
004147             WS-PEDACO(1:2)
004148             DELIMITED BY SIZE INTO WS-VALOR-CSV
004149         GO TO 6400-CONVERTER-PEDACO-EXIT
004150     END-IF.

004151     IF WS-PEDACO(1:WS-PEDACO-TAM) IS NUMERIC
004152         IF WS-PEDACO-TAM = 8
004153             MOVE WS-PEDACO(1:8) TO WS-DATA-PEDACO-X
004154             IF WS-DP-ANO > 1899 AND WS-DP-ANO < 2100
004155                 AND WS-DP-MES > ZERO AND WS-DP-MES < 13
004156                 AND WS-DP-DIA > ZERO AND WS-DP-DIA < 32
004157                 MOVE SPACES TO WS-VALOR-CSV
004158                 STRING WS-DP-ANO "-" WS-DP-MES "-" WS-DP-DIA
004159                     DELIMITED BY SIZE INTO WS-VALOR-CSV
004160                 MOVE 10 TO WS-VALOR-TAM
004161             END-IF
004162         END-IF
004163         GO TO 6400-CONVERTER-PEDACO-EXIT
004164     END-IF.

004165     MOVE "Y" TO WS-NUMERO-SW.
004166     MOVE "N" TO WS-SINAL-SW.
004167     MOVE ZERO TO WS-QTD-PONTOS.
004168     MOVE ZERO TO WS-QTD-DIGITOS.
004169     PERFORM 6410-EXAMINAR-NUMERO THRU 6410-EXAMINAR-NUMERO-EXIT
004170         VARYING WS-POS-PEDACO FROM 1 BY 1
004171         UNTIL WS-POS-PEDACO > WS-PEDACO-TAM.
004172     IF WS-NAO-NUMERO OR WS-QTD-DIGITOS = ZERO
004173         OR WS-QTD-PONTOS > 1
004174         INSPECT WS-VALOR-CSV REPLACING ALL ";" BY ","
004175         GO TO 6400-CONVERTER-PEDACO-EXIT
004176     END-IF.

004177     MOVE SPACES TO WS-VALOR-CSV.
004178     MOVE ZERO TO WS-VALOR-TAM.
004179     IF WS-NEGATIVO
004180         MOVE "-" TO WS-VALOR-CSV(1:1)
004181         MOVE 1 TO WS-VALOR-TAM
004182     END-IF.
004183     PERFORM 6420-COPIAR-NUMERO THRU 6420-COPIAR-NUMERO-EXIT
004184         VARYING WS-POS-PEDACO FROM 1 BY 1
004185         UNTIL WS-POS-PEDACO > WS-PEDACO-TAM.
004186 6400-CONVERTER-PEDACO-EXIT.
004187     EXIT.

004188 6410-EXAMINAR-NUMERO.
004189     MOVE WS-PEDACO(WS-POS-PEDACO:1) TO WS-CARACTERE.
004190     EVALUATE TRUE
004191         WHEN WS-CARACTERE NOT < "0" AND WS-CARACTERE NOT > "9"
004192             ADD 1 TO WS-QTD-DIGITOS
004193         WHEN WS-CARACTERE = ","
004194             CONTINUE
004195         WHEN WS-CARACTERE = "."
004196             ADD 1 TO WS-QTD-PONTOS
004197         WHEN WS-CARACTERE = "-"
004198             AND (WS-POS-PEDACO = 1
004199                 OR WS-POS-PEDACO = WS-PEDACO-TAM)
004200             SET WS-NEGATIVO TO TRUE
004201         WHEN OTHER
004202             SET WS-NAO-NUMERO TO TRUE
004203     END-EVALUATE.
004204 6410-EXAMINAR-NUMERO-EXIT.
004205     EXIT.

004206 6420-COPIAR-NUMERO.
004207     MOVE WS-PEDACO(WS-POS-PEDACO:1) TO WS-CARACTERE.
004208     IF WS-CARACTERE = "," OR WS-CARACTERE = "-"
004209         GO TO 6420-COPIAR-NUMERO-EXIT
004210     END-IF.
004211     IF WS-CARACTERE = "."
004212         MOVE "," TO WS-CARACTERE
004213     END-IF.
004214     ADD 1 TO WS-VALOR-TAM.
004215     MOVE WS-CARACTERE TO WS-VALOR-CSV(WS-VALOR-TAM:1).
004216 6420-COPIAR-NUMERO-EXIT.
004217     EXIT.

004218*----------------------------------------------------------------
004219* 6500-GRAVAR-CABECALHO - THE NAMES THE CALLER GAVE WITH "X",
004220*                          OR ELSE THE PRINTED COLUMN HEADER
004221*                          SPLIT THE SAME WAY AS A DETAIL LINE
004222*----------------------------------------------------------------
004223 6500-GRAVAR-CABECALHO.
004224     IF WS-CABECALHO-FIXO
004225         MOVE WS-CABECALHO-CSV TO WS-LINHA-CSV
004226     ELSE
004227         MOVE SPACES TO WS-LINHA-CSV
004228         MOVE 1 TO WS-PTR-CSV
004229         MOVE ZERO TO WS-QTD-CAMPOS
004230         MOVE WS-COLUNAS-GUARDADAS TO WS-TEXTO-DIVIDIR
004231         SET WS-DIVIDINDO-CABECALHO TO TRUE
004232         PERFORM 6300-DIVIDIR-LINHA THRU 6300-DIVIDIR-LINHA-EXIT
004233     END-IF.
004234     PERFORM 6900-GRAVAR-LINHA-CSV
004235         THRU 6900-GRAVAR-LINHA-CSV-EXIT.
004236     SET WS-CABECALHO-GRAVADO TO TRUE.
004237 6500-GRAVAR-CABECALHO-EXIT.
004238     EXIT.

004239*----------------------------------------------------------------
004240* 6600-ANEXAR-VALOR - WS-VALOR-CSV ONTO WS-LINHA-CSV, ";" BETWEEN
004241*----------------------------------------------------------------
004242 6600-ANEXAR-VALOR.
004243     IF WS-QTD-CAMPOS > ZERO AND WS-PTR-CSV NOT > 300
004244         MOVE ";" TO WS-LINHA-CSV(WS-PTR-CSV:1)
004245         ADD 1 TO WS-PTR-CSV
004246     END-IF.
004247     ADD 1 TO WS-QTD-CAMPOS.
004248     IF WS-VALOR-TAM = ZERO
004249         OR WS-PTR-CSV + WS-VALOR-TAM > 301
004250         GO TO 6600-ANEXAR-VALOR-EXIT
004251     END-IF.
004252     MOVE WS-VALOR-CSV(1:WS-VALOR-TAM)
004253         TO WS-LINHA-CSV(WS-PTR-CSV:WS-VALOR-TAM).
004254     ADD WS-VALOR-TAM TO WS-PTR-CSV.
004255 6600-ANEXAR-VALOR-EXIT.
004256     EXIT.

004257*----------------------------------------------------------------
004258* 6800-FECHAR-EXTRATO
004259*----------------------------------------------------------------
004260 6800-FECHAR-EXTRATO.
004261     CLOSE EXTRACT-CSV.
004262     IF WS-GUARDANDO-EXTRATO
004263         CLOSE EXT-FILE
004264         MOVE "N" TO WS-GUARDA-EXT-SW
004265     END-IF.
004266     DISPLAY "EXTRATO " WS-NOME-EXTRATO.
004267     DISPLAY "    " WS-LINHAS-EXTRATO " LINHA(S) DE DETALHE".
004268     MOVE "N" TO WS-EXTRATO-SW.
004269 6800-FECHAR-EXTRATO-EXIT.
004270     EXIT.

004271*----------------------------------------------------------------
004272* 6900-GRAVAR-LINHA-CSV - THE FILE AND THE EXTFILE COPY
004273*----------------------------------------------------------------
004274 6900-GRAVAR-LINHA-CSV.
004275     MOVE WS-LINHA-CSV TO EXTRACT-CSV-LINHA.
004276     WRITE EXTRACT-CSV-LINHA.
004277     ADD 1 TO WS-SEQ-EXTRATO.
004278     IF NOT WS-GUARDANDO-EXTRATO
004279         GO TO 6900-GRAVAR-LINHA-CSV-EXIT
004280     END-IF.
004281     MOVE WS-ID-RELATORIO    TO EX-RELATORIO.
004282     MOVE WS-DATA-RELATORIO  TO EX-DATA.
004283     MOVE WS-SEQ-EXTRATO     TO EX-SEQ.
004284     MOVE WS-NOME-EXTRATO    TO EX-ARQUIVO.
004285     MOVE WS-NIVEL-RELATORIO TO EX-NIVEL-VISAO.
004286     MOVE WS-LINHA-CSV       TO EX-LINHA.
004287     WRITE EXTRATO-REC
004288         INVALID KEY
004289             REWRITE EXTRATO-REC
004290     END-WRITE.
004291 6900-GRAVAR-LINHA-CSV-EXIT.
004292     EXIT.
