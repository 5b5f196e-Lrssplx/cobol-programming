001000******************************************************************
001010* PROGRAM-ID: PROG189
001020* AUTHOR:      R. ALMEIDA - APPLICATIONS
001030* INSTALLATION: FOLHA DE PAGAMENTO / RECURSOS HUMANOS
001040* DATE-WRITTEN: 2026-10-01
001050* DATE-COMPILED:
001060* PURPOSE:     MONTHLY VALE-TRANSPORTE / VALE-REFEICAO CARD-LOAD
001070*              ORDER. FOR THE COMPETENCE KEYED IN (THE COMING
001080*              MONTH), EVERY ACTIVE OPTANT ON BENFILE IS GIVEN THE
001090*              DAYS THE OPTANT WILL ACTUALLY WORK: THE WORKED DAYS
001100*              OF THE SCHEDULE AS PROG193 RESOLVES IT (MONDAY TO
001110*              FRIDAY WITHOUT ONE), LESS THE FERIADOS ON HOLFILE
001111*              (PROG74) UNLESS THE SCHEDULE IS A ROTATING SHIFT,
001120*              THE BOOKED VACATION ON FERAGEND AND THE KNOWN
001130*              AFASTAMENTOS ON ABSFILE. THE LOAD IS THOSE DAYS AT
001140*              THE DAILY VALUE OF EACH VOUCHER. THE SUPPLIER ORDER
001150*              FILE (PEDVALE) IS WRITTEN AND REGISTERED ON THE
001160*              TRANSMISSION CONTROL (PROG143), AND THE VT SHARE
001170*              PROG46 WITHHOLDS (6 PERCENT OF SALARIO CAPPED AT
001180*              THE MONTHLY VT VALUE) IS RECONCILED AGAINST THE
001190*              SHARE THE LOAD ACTUALLY ALLOWS, THROUGH THE PROG68
001200*              REPORT SERVICES.
001210* ----------------------------------------------------------------
001220* MODIFICATION HISTORY
001230* DATE       INIT DESCRIPTION
001240* 2026-10-01 RA   INITIAL VERSION
001241* 2026-10-05 RA   THE DAYS WORKED NOW COME FROM THE PROG193
001242*                 SCHEDULE RESOLVER; ON A ROTATING SHIFT PATTERN
001243*                 EVERY WORKED DAY OF THE CYCLE COUNTS, FERIADOS
001244*                 INCLUDED, SINCE THE POST IS MANNED ON THEM.
001245* 2026-10-15 RA   THE OPERATOR IDENTIFIES ITSELF (PROG211) AT
001246*                 START-UP. BELOW INTEGRAL THE CARGA, DESCONTO AND
001247*                 DIFERENCA AMOUNTS AND THE TOTALS PRINT AS
001248*                 ASTERISKS (THE ORDER FILE IS UNCHANGED); AN
001249*                 INTEGRAL REPORT IS LOGGED THROUGH PROG22.
001250******************************************************************
001260 IDENTIFICATION DIVISION.
001270 PROGRAM-ID. PROG189.

001280 ENVIRONMENT DIVISION.
001290 INPUT-OUTPUT SECTION.
001300 FILE-CONTROL.
001310     SELECT BENEFIT-FILE ASSIGN TO "BENFILE"
001320         ORGANIZATION IS INDEXED
001330         ACCESS MODE IS DYNAMIC
001340         RECORD KEY IS BN-CODIGO
001350         FILE STATUS IS FS-BENFILE.

001360     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
001370         ORGANIZATION IS INDEXED
001380         ACCESS MODE IS DYNAMIC
001390         RECORD KEY IS CODIGO
001400         ALTERNATE RECORD KEY IS NOME
001410             WITH DUPLICATES
001420         ALTERNATE RECORD KEY IS DEPARTAMENTO
001430             WITH DUPLICATES
001440         FILE STATUS IS FS-EMPMAST.

001500     SELECT VACATION-AGENDA ASSIGN TO "FERAGEND"
001510         ORGANIZATION IS INDEXED
001520         ACCESS MODE IS DYNAMIC
001530         RECORD KEY IS FA-CHAVE
001540         FILE STATUS IS FS-FERAGEND.

001550     SELECT ABSENCE-FILE ASSIGN TO "ABSFILE"
001560         ORGANIZATION IS INDEXED
001570         ACCESS MODE IS DYNAMIC
001580         RECORD KEY IS AB-CHAVE
001590         FILE STATUS IS FS-ABSFILE.

001600     SELECT VOUCHER-ORDER ASSIGN TO "PEDVALE"
001610         ORGANIZATION IS LINE SEQUENTIAL
001620         FILE STATUS IS FS-PEDVALE.

001630 DATA DIVISION.
001640 FILE SECTION.
001650 FD  BENEFIT-FILE.
001660 COPY BENREC.

001670 FD  EMPLOYEE-MASTER.
001680 COPY EMPREC.

001710 FD  VACATION-AGENDA.
001720 COPY FERAGREC.

001730 FD  ABSENCE-FILE.
001740 COPY ABSREC.

001750 FD  VOUCHER-ORDER.
001760 01  PEDIDO-VALE-REC.
001770     05  PV-TIPO                 PIC X(01).
001780         88  PV-CABECALHO        VALUE "H".
001790         88  PV-DETALHE          VALUE "D".
001800         88  PV-TRAILER          VALUE "T".
001810     05  PV-COMPETENCIA          PIC 9(06).
001820     05  PV-CODIGO               PIC 9(06).
001830     05  PV-CPF                  PIC 9(11).
001840     05  PV-QTD-LINHAS REDEFINES PV-CPF
001850                                 PIC 9(11).
001860     05  PV-NOME                 PIC X(30).
001870     05  PV-PRODUTO              PIC X(02).
001880         88  PV-VALE-TRANSPORTE  VALUE "VT".
001890         88  PV-VALE-REFEICAO    VALUE "VR".
001900     05  PV-DIAS                 PIC 9(02).
001910     05  PV-VALOR-DIARIO         PIC 9(03)V9(02).
001920     05  PV-VALOR-CARGA          PIC 9(11)V9(02).
001930     05  FILLER                  PIC X(10).

001940 WORKING-STORAGE SECTION.
001950 01  FS-BENFILE                  PIC X(02).
001960     88  FS-BENFILE-OK           VALUE "00".

001970 01  FS-EMPMAST                  PIC X(02).
001980     88  FS-EMPMAST-OK           VALUE "00".

001990 01  WS-CHAMADA-ESCALA.
001991     05  WS-ESC-DATA-INICIO      PIC 9(08).
001992     05  WS-ESC-QTD-DIAS         PIC 9(02).
001993     05  WS-ESC-DIAS-TRABALHO    PIC X(31).
001994     05  WS-ESC-HORAS-DIA        PIC 9(02)V9(02).
001995     05  WS-ESC-HORA-INICIO      PIC 9(04).
001996     05  WS-ESC-TURNO            PIC X(04).
001997     05  WS-ESC-TIPO             PIC X(01).
001998         88  WS-ESC-SEM-ESCALA   VALUE "N".
001999         88  WS-ESC-ROTATIVA     VALUE "R".

002030 01  FS-FERAGEND                 PIC X(02).
002040     88  FS-FERAGEND-OK          VALUE "00".
002050 01  WS-FER-SW                   PIC X(01) VALUE "N".
002060     88  WS-FER-PRESENTE         VALUE "Y".
002070 01  WS-FIM-FER-SW               PIC X(01).
002080     88  WS-FIM-FER              VALUE "Y".

002090 01  FS-ABSFILE                  PIC X(02).
002100     88  FS-ABSFILE-OK           VALUE "00".
002110 01  WS-ABS-SW                   PIC X(01) VALUE "N".
002120     88  WS-ABS-PRESENTE         VALUE "Y".
002130 01  WS-FIM-ABS-SW               PIC X(01).
002140     88  WS-FIM-ABS              VALUE "Y".

002150 01  FS-PEDVALE                  PIC X(02).
002160     88  FS-PEDVALE-OK           VALUE "00".

002170 01  WS-FIM-BEN-SW               PIC X(01) VALUE "N".
002180     88  WS-FIM-BEN              VALUE "Y".

002190 01  WS-MENSAGEM                 PIC X(40).
002200 01  WS-VALOR-ENT                PIC 9(09).
002210 01  WS-LIMITE-MIN               PIC 9(09).
002220 01  WS-LIMITE-MAX               PIC 9(09).

002230 01  WS-COMPETENCIA              PIC 9(06).
002240 01  WS-COMPETENCIA-R REDEFINES WS-COMPETENCIA.
002250     05  WS-ANO-COMPETENCIA      PIC 9(04).
002260     05  WS-MES-COMPETENCIA      PIC 9(02).
002270 01  WS-INICIO-MES               PIC 9(08).
002280 01  WS-FIM-MES                  PIC 9(08).
002290 01  WS-DATA-ATUAL               PIC 9(08).

002300* A VOUCHER WITHOUT A DAILY VALUE ON BENFILE IS PRICED AT ITS
002310* MONTHLY VALUE OVER THIS MANY DAYS
002320 01  WS-DIAS-PADRAO              PIC 9(02) VALUE 22.
002330* STATUTORY VT EMPLOYEE SHARE, AS PROG46 TAKES IT
002340 01  WS-PCT-VT                   PIC 9(01)V9(02) VALUE 0.06.

002350* THE MONTH, ONE ENTRY PER DAY: WEEKDAY (1 = SUNDAY) AND FERIADO
002360 01  WS-DIAS-MES                 PIC 9(02) VALUE ZERO.
002370 01  WS-CALENDARIO.
002380     05  WS-CAL-DIA              OCCURS 31 TIMES.
002390         10  WS-CAL-SEMANA       PIC 9(01).
002400         10  WS-CAL-FERIADO-SW   PIC X(01).
002410             88  WS-CAL-FERIADO  VALUE "F".
002420 01  WS-IDX-DIA                  PIC 9(02).
002430 01  WS-FIM-CALENDARIO-SW        PIC X(01) VALUE "N".
002440     88  WS-FIM-CALENDARIO       VALUE "Y".

002450* THE OPTANT'S WORKING DAYS IN THE MONTH
002460 01  WS-DIAS-FUNCIONARIO.
002470     05  WS-DIA-TRABALHO-SW      PIC X(01) OCCURS 31 TIMES.
002480         88  WS-DIA-TRABALHO     VALUE "S".
002490 01  WS-DIAS-UTEIS               PIC 9(02).
002500 01  WS-SEMANA-PADRAO            PIC X(07) VALUE "NSSSSSN".

002510 01  WS-INTERVALO.
002520     05  WS-INT-INICIO           PIC 9(08).
002530     05  WS-INT-FIM              PIC 9(08).
002540     05  WS-INT-DIA-DE           PIC 9(02).
002550     05  WS-INT-DIA-ATE          PIC 9(02).

002560 01  WS-CHAMADA-DATA.
002570     05  WS-DT-FUNCAO            PIC X(01).
002580     05  WS-DT-DATA-1            PIC 9(08).
002590     05  WS-DT-DATA-2            PIC 9(08).
002600     05  WS-DT-QUANTIDADE        PIC S9(07).
002610     05  WS-DT-UNIDADE           PIC X(01).
002620     05  WS-DT-STATUS            PIC X(01).
002630         88  WS-DT-OK            VALUE "1".

002640 01  WS-CHAMADA-XMIT.
002650     05  WS-XM-FUNCAO            PIC X(01).
002660     05  WS-XM-ARQUIVO           PIC X(08).
002670     05  WS-XM-PERIODO           PIC 9(06).
002680     05  WS-XM-QTD               PIC 9(07).
002690     05  WS-XM-VALOR             PIC 9(13)V9(02).
002700     05  WS-XM-STATUS            PIC X(01).
002710         88  WS-XM-OK            VALUE "1".
002720         88  WS-XM-BLOQUEADO     VALUE "2".

002730 01  WS-CALCULO-VALE.
002740     05  WS-DIARIO-VT            PIC 9(03)V9(02).
002750     05  WS-DIARIO-VR            PIC 9(03)V9(02).
002760     05  WS-CARGA-VT             PIC 9(07)V9(02).
002770     05  WS-CARGA-VR             PIC 9(07)V9(02).
002780     05  WS-TETO-VT              PIC 9(07)V9(02).
002790     05  WS-DESC-VT-FOLHA        PIC 9(07)V9(02).
002800     05  WS-DESC-VT-DEVIDO       PIC 9(07)V9(02).
002810     05  WS-DIFERENCA-VT         PIC S9(07)V9(02).

002820 01  WS-CONTROLES.
002830     05  WS-QTD-OPTANTES         PIC 9(05) VALUE ZERO.
002840     05  WS-QTD-INATIVOS         PIC 9(05) VALUE ZERO.
002850     05  WS-QTD-SEM-DIAS         PIC 9(05) VALUE ZERO.
002860     05  WS-QTD-LINHAS           PIC 9(07) VALUE ZERO.
002870     05  WS-QTD-DIVERGENCIAS     PIC 9(05) VALUE ZERO.
002880     05  WS-TOTAL-VT             PIC 9(11)V9(02) VALUE ZERO.
002890     05  WS-TOTAL-VR             PIC 9(11)V9(02) VALUE ZERO.
002900     05  WS-TOTAL-PEDIDO         PIC 9(11)V9(02) VALUE ZERO.
002910     05  WS-TOTAL-DESC-FOLHA     PIC 9(11)V9(02) VALUE ZERO.
002920     05  WS-TOTAL-DESC-DEVIDO    PIC 9(11)V9(02) VALUE ZERO.

002930 01  WS-CARGA-ED                 PIC ZZ,ZZ9.99.
002933 01  WS-CARGA-ED-X REDEFINES WS-CARGA-ED
002936                                 PIC X(09).
002940 01  WS-CARGA-2-ED               PIC ZZ,ZZ9.99.
002943 01  WS-CARGA-2-ED-X REDEFINES WS-CARGA-2-ED
002946                                 PIC X(09).
002950 01  WS-DESC-ED                  PIC ZZ,ZZ9.99.
002953 01  WS-DESC-ED-X REDEFINES WS-DESC-ED
002956                                 PIC X(09).
002960 01  WS-DESC-2-ED                PIC ZZ,ZZ9.99.
002963 01  WS-DESC-2-ED-X REDEFINES WS-DESC-2-ED
002966                                 PIC X(09).
002970 01  WS-DIFERENCA-ED             PIC -ZZ,ZZ9.99.
002973 01  WS-DIFERENCA-ED-X REDEFINES WS-DIFERENCA-ED
002976                                 PIC X(10).
002980 01  WS-TOTAL-ED                 PIC ZZZ,ZZZ,ZZ9.99.
002983 01  WS-TOTAL-ED-X REDEFINES WS-TOTAL-ED
002986                                 PIC X(14).

002990 01  WS-LINHA-REL                PIC X(80).
003000 01  WS-FUNCAO-REL               PIC X(01).
003010 01  WS-TITULO-REL               PIC X(60).
003020 01  WS-COLUNAS-REL              PIC X(80).

003030 01  WS-DESCRICAO-AUD            PIC X(60).

003031 01  WS-CHAMADA-VISAO.
003032     05  WS-VIS-FUNCAO           PIC X(01).
003033     05  WS-VIS-OPERADOR         PIC X(06).
003034     05  WS-VIS-NIVEL            PIC X(01).
003035         88  WS-VIS-DOCUMENTOS   VALUE "2" "3".
003036         88  WS-VIS-INTEGRAL     VALUE "3".
003037     05  WS-VIS-STATUS           PIC X(01).

003040 PROCEDURE DIVISION.

003050*----------------------------------------------------------------
003060* 0000-MAINLINE
003070*----------------------------------------------------------------
003080 0000-MAINLINE.
003090     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
003100     PERFORM 2000-PROCESSAR-OPTANTE
003110         THRU 2000-PROCESSAR-OPTANTE-EXIT
003120         UNTIL WS-FIM-BEN.
003130     PERFORM 8000-FINALIZAR THRU 8000-FINALIZAR-EXIT.
003140     GO TO 9999-EXIT.

003150*----------------------------------------------------------------
003160* 1000-INICIALIZAR - COMPETENCE, TRANSMISSION CHECK, CALENDAR OF
003170*                    THE MONTH AND THE ORDER HEADER
003180*----------------------------------------------------------------
003190 1000-INICIALIZAR.
003200     MOVE "COMPETENCIA DA CARGA (AAAAMM)" TO WS-MENSAGEM.
003210     MOVE 190001 TO WS-LIMITE-MIN.
003220     MOVE 999912 TO WS-LIMITE-MAX.
003230     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
003240         WS-LIMITE-MIN WS-LIMITE-MAX.
003250     MOVE WS-VALOR-ENT TO WS-COMPETENCIA.
003260     IF WS-MES-COMPETENCIA < 1 OR WS-MES-COMPETENCIA > 12
003270         DISPLAY "PROG189: COMPETENCIA " WS-COMPETENCIA
003280             " INVALIDA - EXECUCAO ENCERRADA"
003290         MOVE 8 TO RETURN-CODE
003300         GO TO 9999-EXIT
003310     END-IF.
003320     ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.

003330* AN ORDER ALREADY MARKED TRANSMITTED MUST NOT BE OVERWRITTEN
003340     MOVE "V" TO WS-XM-FUNCAO.
003350     MOVE "PEDVALE " TO WS-XM-ARQUIVO.
003360     MOVE WS-COMPETENCIA TO WS-XM-PERIODO.
003370     CALL "PROG143" USING WS-XM-FUNCAO WS-XM-ARQUIVO
003380         WS-XM-PERIODO WS-XM-QTD WS-XM-VALOR WS-XM-STATUS.
003390     IF WS-XM-BLOQUEADO
003400         DISPLAY "PROG189: PEDIDO DA COMPETENCIA JA MARCADO "
003410             "TRANSMITIDO - REGERACAO RECUSADA "
003420             "(LIBERE PELO PROG144)"
003430         MOVE 8 TO RETURN-CODE
003440         GO TO 9999-EXIT
003450     END-IF.

003460     COMPUTE WS-INICIO-MES = WS-COMPETENCIA * 100 + 1.
003470     PERFORM 1100-CLASSIFICAR-DIA THRU 1100-CLASSIFICAR-DIA-EXIT
003480         VARYING WS-IDX-DIA FROM 1 BY 1
003490         UNTIL WS-IDX-DIA > 31 OR WS-FIM-CALENDARIO.
003500     COMPUTE WS-FIM-MES = WS-COMPETENCIA * 100 + WS-DIAS-MES.

003510     OPEN INPUT BENEFIT-FILE.
003520     IF NOT FS-BENFILE-OK
003530         DISPLAY "PROG189: ERRO AO ABRIR BENEFIT-FILE " FS-BENFILE
003540         MOVE 8 TO RETURN-CODE
003550         GO TO 9999-EXIT
003560     END-IF.
003570     OPEN INPUT EMPLOYEE-MASTER.
003580     IF NOT FS-EMPMAST-OK
003590         DISPLAY "PROG189: ERRO AO ABRIR EMPLOYEE-MASTER "
003600             FS-EMPMAST
003610         CLOSE BENEFIT-FILE
003620         MOVE 8 TO RETURN-CODE
003630         GO TO 9999-EXIT
003640     END-IF.
003690     OPEN INPUT VACATION-AGENDA.
003700     IF FS-FERAGEND-OK
003710         SET WS-FER-PRESENTE TO TRUE
003720     END-IF.
003730     OPEN INPUT ABSENCE-FILE.
003740     IF FS-ABSFILE-OK
003750         SET WS-ABS-PRESENTE TO TRUE
003760     END-IF.

003770     OPEN OUTPUT VOUCHER-ORDER.
003780     IF NOT FS-PEDVALE-OK
003790         DISPLAY "PROG189: ERRO AO ABRIR VOUCHER-ORDER "
003800             FS-PEDVALE
003810         MOVE 8 TO RETURN-CODE
003820         GO TO 9999-EXIT
003830     END-IF.
003840     MOVE SPACES TO PEDIDO-VALE-REC.
003850     SET PV-CABECALHO TO TRUE.
003860     MOVE WS-COMPETENCIA TO PV-COMPETENCIA.
003870     MOVE ZERO TO PV-CODIGO.
003880     MOVE WS-DATA-ATUAL TO PV-CPF.
003890     MOVE "PEDIDO MENSAL DE CARGA VT/VR" TO PV-NOME.
003900     MOVE ZERO TO PV-DIAS.
003910     MOVE ZERO TO PV-VALOR-DIARIO.
003920     MOVE ZERO TO PV-VALOR-CARGA.
003930     WRITE PEDIDO-VALE-REC.

003932     MOVE "I" TO WS-VIS-FUNCAO.
003934     CALL "PROG211" USING WS-VIS-FUNCAO WS-VIS-OPERADOR
003936         WS-VIS-NIVEL WS-VIS-STATUS.

003940     MOVE "I" TO WS-FUNCAO-REL.
003950     MOVE SPACES TO WS-TITULO-REL.
003960     STRING "PEDIDO DE CARGA VT/VR E CONFERENCIA DO DESCONTO - "
003970         WS-COMPETENCIA
003980         DELIMITED BY SIZE INTO WS-TITULO-REL.
003990     MOVE SPACES TO WS-COLUNAS-REL.
004000     STRING "CODIGO NOME                 DIAS  CARGA VT  CARGA VR"
004010         "  DESC.FOLHA  DEVIDO"
004020         DELIMITED BY SIZE INTO WS-COLUNAS-REL.
004030     MOVE SPACES TO WS-LINHA-REL.
004040     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
004050         WS-COLUNAS-REL WS-LINHA-REL.
004051     IF WS-VIS-INTEGRAL
004052         MOVE SPACES TO WS-DESCRICAO-AUD
004053         STRING "RELATORIO INTEGRAL OP " WS-VIS-OPERADOR " "
004054             WS-TITULO-REL
004055             DELIMITED BY SIZE INTO WS-DESCRICAO-AUD
004056         CALL "PROG22" USING "PROG189 " WS-DESCRICAO-AUD
004057     END-IF.

004060     MOVE ZERO TO BN-CODIGO.
004070     START BENEFIT-FILE KEY IS NOT LESS THAN BN-CODIGO
004080         INVALID KEY
004090             SET WS-FIM-BEN TO TRUE
004100     END-START.
004110 1000-INICIALIZAR-EXIT.
004120     EXIT.

004130*----------------------------------------------------------------
004140* 1100-CLASSIFICAR-DIA - WEEKDAY AND FERIADO OF ONE DAY (PROG74);
004150*                        THE FIRST DAY PROG74 REFUSES ENDS THE
004160*                        MONTH
004170*----------------------------------------------------------------
004180 1100-CLASSIFICAR-DIA.
004190     MOVE "S" TO WS-DT-FUNCAO.
004200     MOVE WS-INICIO-MES TO WS-DT-DATA-1.
004210     MOVE WS-IDX-DIA TO WS-DT-DATA-1(7:2).
004220     CALL "PROG74" USING WS-DT-FUNCAO WS-DT-DATA-1
004230         WS-DT-DATA-2 WS-DT-QUANTIDADE WS-DT-UNIDADE
004240         WS-DT-STATUS.
004250     IF NOT WS-DT-OK
004260         SET WS-FIM-CALENDARIO TO TRUE
004270         GO TO 1100-CLASSIFICAR-DIA-EXIT
004280     END-IF.
004290     MOVE WS-IDX-DIA TO WS-DIAS-MES.
004300     MOVE WS-DT-QUANTIDADE TO WS-CAL-SEMANA(WS-IDX-DIA).
004310     MOVE WS-DT-UNIDADE TO WS-CAL-FERIADO-SW(WS-IDX-DIA).
004320 1100-CLASSIFICAR-DIA-EXIT.
004330     EXIT.

004340*----------------------------------------------------------------
004350* 2000-PROCESSAR-OPTANTE - ONE BENFILE ROW PER PASS
004360*----------------------------------------------------------------
004370 2000-PROCESSAR-OPTANTE.
004380     READ BENEFIT-FILE NEXT
004390         AT END
004400             SET WS-FIM-BEN TO TRUE
004410             GO TO 2000-PROCESSAR-OPTANTE-EXIT
004420     END-READ.
004430     IF NOT BN-VT-OPTANTE AND NOT BN-VR-OPTANTE
004440         GO TO 2000-PROCESSAR-OPTANTE-EXIT
004450     END-IF.

004460     MOVE BN-CODIGO TO CODIGO.
004470     READ EMPLOYEE-MASTER
004480         INVALID KEY
004490             ADD 1 TO WS-QTD-INATIVOS
004500             GO TO 2000-PROCESSAR-OPTANTE-EXIT
004510     END-READ.
004520     IF NOT EMP-ATIVO
004530         ADD 1 TO WS-QTD-INATIVOS
004540         GO TO 2000-PROCESSAR-OPTANTE-EXIT
004550     END-IF.
004560     ADD 1 TO WS-QTD-OPTANTES.

004570     PERFORM 2100-APURAR-DIAS THRU 2100-APURAR-DIAS-EXIT.
004580     IF WS-DIAS-UTEIS = ZERO
004590         ADD 1 TO WS-QTD-SEM-DIAS
004600     END-IF.

004610     MOVE ZERO TO WS-CARGA-VT.
004620     MOVE ZERO TO WS-CARGA-VR.
004630     IF BN-VT-OPTANTE
004640         IF BN-VT-VALOR-DIARIO > ZERO
004650             MOVE BN-VT-VALOR-DIARIO TO WS-DIARIO-VT
004660         ELSE
004670             COMPUTE WS-DIARIO-VT ROUNDED =
004680                 BN-VT-VALOR-MENSAL / WS-DIAS-PADRAO
004690         END-IF
004700         COMPUTE WS-CARGA-VT = WS-DIARIO-VT * WS-DIAS-UTEIS
004710         IF WS-CARGA-VT > ZERO
004720             MOVE "VT" TO PV-PRODUTO
004730             MOVE WS-DIARIO-VT TO PV-VALOR-DIARIO
004740             MOVE WS-CARGA-VT TO PV-VALOR-CARGA
004750             PERFORM 2300-GRAVAR-LINHA THRU 2300-GRAVAR-LINHA-EXIT
004760             ADD WS-CARGA-VT TO WS-TOTAL-VT
004770         END-IF
004780     END-IF.
004790     IF BN-VR-OPTANTE
004800         IF BN-VR-VALOR-DIARIO > ZERO
004810             MOVE BN-VR-VALOR-DIARIO TO WS-DIARIO-VR
004820         ELSE
004830             COMPUTE WS-DIARIO-VR ROUNDED =
004840                 BN-VR-VALOR-MENSAL / WS-DIAS-PADRAO
004850         END-IF
004860         COMPUTE WS-CARGA-VR = WS-DIARIO-VR * WS-DIAS-UTEIS
004870         IF WS-CARGA-VR > ZERO
004880             MOVE "VR" TO PV-PRODUTO
004890             MOVE WS-DIARIO-VR TO PV-VALOR-DIARIO
004900             MOVE WS-CARGA-VR TO PV-VALOR-CARGA
004910             PERFORM 2300-GRAVAR-LINHA THRU 2300-GRAVAR-LINHA-EXIT
004920             ADD WS-CARGA-VR TO WS-TOTAL-VR
004930         END-IF
004940     END-IF.

004950     PERFORM 2400-CONFERIR-DESCONTO-VT
004960         THRU 2400-CONFERIR-DESCONTO-VT-EXIT.
004970 2000-PROCESSAR-OPTANTE-EXIT.
004980     EXIT.

004990*----------------------------------------------------------------
005000* 2100-APURAR-DIAS - SCHEDULED DAYS (PROG193) THAT ARE NOT
005010*                    FERIADOS, FROM THE ADMISSION ON, LESS
005020*                    VACATION AND AFASTAMENTO DAYS
005030*----------------------------------------------------------------
005040 2100-APURAR-DIAS.
005041     MOVE WS-INICIO-MES TO WS-ESC-DATA-INICIO.
005042     MOVE WS-DIAS-MES TO WS-ESC-QTD-DIAS.
005043     CALL "PROG193" USING CODIGO WS-ESC-DATA-INICIO
005044         WS-ESC-QTD-DIAS WS-ESC-DIAS-TRABALHO WS-ESC-HORAS-DIA
005045         WS-ESC-HORA-INICIO WS-ESC-TURNO WS-ESC-TIPO.

005130     MOVE SPACES TO WS-DIAS-FUNCIONARIO.
005140     PERFORM 2110-MARCAR-DIA THRU 2110-MARCAR-DIA-EXIT
005150         VARYING WS-IDX-DIA FROM 1 BY 1
005160         UNTIL WS-IDX-DIA > WS-DIAS-MES.

005170     IF WS-FER-PRESENTE
005180         MOVE "N" TO WS-FIM-FER-SW
005190         MOVE CODIGO TO FA-CODIGO
005200         MOVE ZERO TO FA-DATA-INICIO
005210         START VACATION-AGENDA KEY IS NOT LESS THAN FA-CHAVE
005220             INVALID KEY
005230                 SET WS-FIM-FER TO TRUE
005240         END-START
005250         PERFORM 2120-RETIRAR-FERIAS THRU 2120-RETIRAR-FERIAS-EXIT
005260             UNTIL WS-FIM-FER
005270     END-IF.

005280     IF WS-ABS-PRESENTE
005290         MOVE "N" TO WS-FIM-ABS-SW
005300         MOVE CODIGO TO AB-CODIGO
005310         MOVE ZERO TO AB-DATA-INICIO
005320         START ABSENCE-FILE KEY IS NOT LESS THAN AB-CHAVE
005330             INVALID KEY
005340                 SET WS-FIM-ABS TO TRUE
005350         END-START
005360         PERFORM 2130-RETIRAR-AFASTAMENTO
005370             THRU 2130-RETIRAR-AFASTAMENTO-EXIT
005380             UNTIL WS-FIM-ABS
005390     END-IF.

005400     MOVE ZERO TO WS-DIAS-UTEIS.
005410     PERFORM 2150-CONTAR-DIA THRU 2150-CONTAR-DIA-EXIT
005420         VARYING WS-IDX-DIA FROM 1 BY 1
005430         UNTIL WS-IDX-DIA > WS-DIAS-MES.
005440 2100-APURAR-DIAS-EXIT.
005450     EXIT.

005460 2110-MARCAR-DIA.
005470     MOVE "N" TO WS-DIA-TRABALHO-SW(WS-IDX-DIA).
005471     IF WS-ESC-SEM-ESCALA
005472         IF WS-SEMANA-PADRAO(WS-CAL-SEMANA(WS-IDX-DIA):1)
005473             NOT = "S"
005474             GO TO 2110-MARCAR-DIA-EXIT
005475         END-IF
005476     ELSE
005477         IF WS-ESC-DIAS-TRABALHO(WS-IDX-DIA:1) NOT = "S"
005478             GO TO 2110-MARCAR-DIA-EXIT
005479         END-IF
005480     END-IF.
005481     IF WS-CAL-FERIADO(WS-IDX-DIA) AND NOT WS-ESC-ROTATIVA
005520         GO TO 2110-MARCAR-DIA-EXIT
005530     END-IF.
005540     IF WS-INICIO-MES + WS-IDX-DIA - 1 < DATA-ADMISSAO
005550         GO TO 2110-MARCAR-DIA-EXIT
005560     END-IF.
005570     MOVE "S" TO WS-DIA-TRABALHO-SW(WS-IDX-DIA).
005580 2110-MARCAR-DIA-EXIT.
005590     EXIT.

005600 2120-RETIRAR-FERIAS.
005610     READ VACATION-AGENDA NEXT
005620         AT END
005630             SET WS-FIM-FER TO TRUE
005640             GO TO 2120-RETIRAR-FERIAS-EXIT
005650     END-READ.
005660     IF FA-CODIGO NOT = CODIGO
005670         SET WS-FIM-FER TO TRUE
005680         GO TO 2120-RETIRAR-FERIAS-EXIT
005690     END-IF.
005700     MOVE FA-DATA-INICIO TO WS-INT-INICIO.
005710     MOVE FA-DATA-FIM TO WS-INT-FIM.
005720     PERFORM 2140-RETIRAR-INTERVALO
005730         THRU 2140-RETIRAR-INTERVALO-EXIT.
005740 2120-RETIRAR-FERIAS-EXIT.
005750     EXIT.

005760 2130-RETIRAR-AFASTAMENTO.
005770     READ ABSENCE-FILE NEXT
005780         AT END
005790             SET WS-FIM-ABS TO TRUE
005800             GO TO 2130-RETIRAR-AFASTAMENTO-EXIT
005810     END-READ.
005820     IF AB-CODIGO NOT = CODIGO
005830         SET WS-FIM-ABS TO TRUE
005840         GO TO 2130-RETIRAR-AFASTAMENTO-EXIT
005850     END-IF.
005860     MOVE AB-DATA-INICIO TO WS-INT-INICIO.
005870     MOVE AB-DATA-FIM TO WS-INT-FIM.
005880     IF AB-DATA-FIM = ZERO
005890         MOVE WS-FIM-MES TO WS-INT-FIM
005900     END-IF.
005910     PERFORM 2140-RETIRAR-INTERVALO
005920         THRU 2140-RETIRAR-INTERVALO-EXIT.
005930 2130-RETIRAR-AFASTAMENTO-EXIT.
005940     EXIT.

005950*----------------------------------------------------------------
005960* 2140-RETIRAR-INTERVALO - CLEARS THE DAYS OF THE MONTH THAT FALL
005970*                          BETWEEN WS-INT-INICIO AND WS-INT-FIM
005980*----------------------------------------------------------------
005990 2140-RETIRAR-INTERVALO.
006000     IF WS-INT-FIM < WS-INICIO-MES OR WS-INT-INICIO > WS-FIM-MES
006010         GO TO 2140-RETIRAR-INTERVALO-EXIT
006020     END-IF.
006030     IF WS-INT-INICIO < WS-INICIO-MES
006040         MOVE 1 TO WS-INT-DIA-DE
006050     ELSE
006060         MOVE WS-INT-INICIO(7:2) TO WS-INT-DIA-DE
006070     END-IF.
006080     IF WS-INT-FIM > WS-FIM-MES
006090         MOVE WS-DIAS-MES TO WS-INT-DIA-ATE
006100     ELSE
006110         MOVE WS-INT-FIM(7:2) TO WS-INT-DIA-ATE
006120     END-IF.
006130     PERFORM 2145-LIMPAR-DIA THRU 2145-LIMPAR-DIA-EXIT
006140         VARYING WS-IDX-DIA FROM WS-INT-DIA-DE BY 1
006150         UNTIL WS-IDX-DIA > WS-INT-DIA-ATE.
006160 2140-RETIRAR-INTERVALO-EXIT.
006170     EXIT.

006180 2145-LIMPAR-DIA.
006190     MOVE "N" TO WS-DIA-TRABALHO-SW(WS-IDX-DIA).
006200 2145-LIMPAR-DIA-EXIT.
006210     EXIT.

006220 2150-CONTAR-DIA.
006230     IF WS-DIA-TRABALHO(WS-IDX-DIA)
006240         ADD 1 TO WS-DIAS-UTEIS
006250     END-IF.
006260 2150-CONTAR-DIA-EXIT.
006270     EXIT.

006280*----------------------------------------------------------------
006290* 2300-GRAVAR-LINHA - ONE ORDER LINE (PRODUCT, DAILY VALUE AND
006300*                     LOAD ALREADY SET BY THE CALLER)
006310*----------------------------------------------------------------
006320 2300-GRAVAR-LINHA.
006330     SET PV-DETALHE TO TRUE.
006340     MOVE WS-COMPETENCIA TO PV-COMPETENCIA.
006350     MOVE CODIGO TO PV-CODIGO.
006360     MOVE CPF TO PV-CPF.
006370     MOVE NOME TO PV-NOME.
006380     MOVE WS-DIAS-UTEIS TO PV-DIAS.
006390     WRITE PEDIDO-VALE-REC.
006400     IF NOT FS-PEDVALE-OK
006410         DISPLAY "PROG189: ERRO AO GRAVAR PEDIDO DE " CODIGO
006420             " - " FS-PEDVALE
006430         GO TO 2300-GRAVAR-LINHA-EXIT
006440     END-IF.
006450     ADD 1 TO WS-QTD-LINHAS.
006460     ADD PV-VALOR-CARGA TO WS-TOTAL-PEDIDO.
006470 2300-GRAVAR-LINHA-EXIT.
006480     EXIT.

006490*----------------------------------------------------------------
006500* 2400-CONFERIR-DESCONTO-VT - PROG46 WITHHOLDS 6 PERCENT OF THE
006510*                             SALARIO CAPPED AT THE MONTHLY VT
006520*                             VALUE; THE LAW CAPS IT AT WHAT IS
006530*                             ACTUALLY LOADED. EVERY OPTANT IS
006540*                             LISTED, A DIFFERENCE IS FLAGGED
006550*----------------------------------------------------------------
006560 2400-CONFERIR-DESCONTO-VT.
006570     MOVE ZERO TO WS-DESC-VT-FOLHA.
006580     MOVE ZERO TO WS-DESC-VT-DEVIDO.
006590     IF BN-VT-OPTANTE
006600         COMPUTE WS-TETO-VT ROUNDED = SALARIO * WS-PCT-VT
006610         IF BN-VT-VALOR-MENSAL < WS-TETO-VT
006620             MOVE BN-VT-VALOR-MENSAL TO WS-DESC-VT-FOLHA
006630         ELSE
006640             MOVE WS-TETO-VT TO WS-DESC-VT-FOLHA
006650         END-IF
006660         IF WS-CARGA-VT < WS-TETO-VT
006670             MOVE WS-CARGA-VT TO WS-DESC-VT-DEVIDO
006680         ELSE
006690             MOVE WS-TETO-VT TO WS-DESC-VT-DEVIDO
006700         END-IF
006710     END-IF.
006720     ADD WS-DESC-VT-FOLHA TO WS-TOTAL-DESC-FOLHA.
006730     ADD WS-DESC-VT-DEVIDO TO WS-TOTAL-DESC-DEVIDO.

006740     MOVE WS-CARGA-VT TO WS-CARGA-ED.
006750     MOVE WS-CARGA-VR TO WS-CARGA-2-ED.
006760     MOVE WS-DESC-VT-FOLHA TO WS-DESC-ED.
006770     MOVE WS-DESC-VT-DEVIDO TO WS-DESC-2-ED.
006773     PERFORM 8100-MASCARAR-VALORES
006776         THRU 8100-MASCARAR-VALORES-EXIT.
006780     MOVE "D" TO WS-FUNCAO-REL.
006790     MOVE SPACES TO WS-LINHA-REL.
006800     STRING CODIGO " " NOME(1:20) " " WS-DIAS-UTEIS " "
006810         WS-CARGA-ED " " WS-CARGA-2-ED "  " WS-DESC-ED " "
006820         WS-DESC-2-ED
006830         DELIMITED BY SIZE INTO WS-LINHA-REL.
006840     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
006850         WS-COLUNAS-REL WS-LINHA-REL.

006860     IF WS-DESC-VT-FOLHA = WS-DESC-VT-DEVIDO
006870         GO TO 2400-CONFERIR-DESCONTO-VT-EXIT
006880     END-IF.
006890     ADD 1 TO WS-QTD-DIVERGENCIAS.
006900     COMPUTE WS-DIFERENCA-VT =
006910         WS-DESC-VT-FOLHA - WS-DESC-VT-DEVIDO.
006920     MOVE WS-DIFERENCA-VT TO WS-DIFERENCA-ED.
006923     PERFORM 8100-MASCARAR-VALORES
006926         THRU 8100-MASCARAR-VALORES-EXIT.
006930     MOVE SPACES TO WS-LINHA-REL.
006940     IF WS-DIFERENCA-VT > ZERO
006950         STRING "       *** DESCONTO VT EXCEDE A CARGA EM "
006960             WS-DIFERENCA-ED " - AJUSTAR VALOR MENSAL (PROG51)"
006970             DELIMITED BY SIZE INTO WS-LINHA-REL
006980     ELSE
006990         STRING "       *** DESCONTO VT ABAIXO DO DEVIDO EM "
007000             WS-DIFERENCA-ED " - AJUSTAR VALOR MENSAL (PROG51)"
007010             DELIMITED BY SIZE INTO WS-LINHA-REL
007020     END-IF.
007030     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
007040         WS-COLUNAS-REL WS-LINHA-REL.
007050 2400-CONFERIR-DESCONTO-VT-EXIT.
007060     EXIT.

007070*----------------------------------------------------------------
007080* 8000-FINALIZAR - ORDER TRAILER, TRANSMISSION REGISTRATION,
007090*                  REPORT TOTALS AND THE AUDIT ROW
007100*----------------------------------------------------------------
007110 8000-FINALIZAR.
007120     MOVE SPACES TO PEDIDO-VALE-REC.
007130     SET PV-TRAILER TO TRUE.
007140     MOVE WS-COMPETENCIA TO PV-COMPETENCIA.
007150     MOVE ZERO TO PV-CODIGO.
007160     MOVE WS-QTD-LINHAS TO PV-QTD-LINHAS.
007170     MOVE ZERO TO PV-DIAS.
007180     MOVE ZERO TO PV-VALOR-DIARIO.
007190     MOVE WS-TOTAL-PEDIDO TO PV-VALOR-CARGA.
007200     WRITE PEDIDO-VALE-REC.
007210     CLOSE VOUCHER-ORDER.

007220     MOVE "G" TO WS-XM-FUNCAO.
007230     MOVE "PEDVALE " TO WS-XM-ARQUIVO.
007240     MOVE WS-COMPETENCIA TO WS-XM-PERIODO.
007250     MOVE WS-QTD-LINHAS TO WS-XM-QTD.
007260     MOVE WS-TOTAL-PEDIDO TO WS-XM-VALOR.
007270     CALL "PROG143" USING WS-XM-FUNCAO WS-XM-ARQUIVO
007280         WS-XM-PERIODO WS-XM-QTD WS-XM-VALOR WS-XM-STATUS.

007290     MOVE "T" TO WS-FUNCAO-REL.
007300     MOVE "TOTAIS DO PEDIDO" TO WS-LINHA-REL.
007310     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
007320         WS-COLUNAS-REL WS-LINHA-REL.
007330     MOVE "D" TO WS-FUNCAO-REL.
007340     MOVE WS-TOTAL-VT TO WS-TOTAL-ED.
007343     PERFORM 8100-MASCARAR-VALORES
007346         THRU 8100-MASCARAR-VALORES-EXIT.
007350     MOVE SPACES TO WS-LINHA-REL.
007360     STRING "CARGA VALE-TRANSPORTE ....... " WS-TOTAL-ED
007370         DELIMITED BY SIZE INTO WS-LINHA-REL.
007380     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
007390         WS-COLUNAS-REL WS-LINHA-REL.
007400     MOVE WS-TOTAL-VR TO WS-TOTAL-ED.
007403     PERFORM 8100-MASCARAR-VALORES
007406         THRU 8100-MASCARAR-VALORES-EXIT.
007410     MOVE SPACES TO WS-LINHA-REL.
007420     STRING "CARGA VALE-REFEICAO ......... " WS-TOTAL-ED
007430         DELIMITED BY SIZE INTO WS-LINHA-REL.
007440     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
007450         WS-COLUNAS-REL WS-LINHA-REL.
007460     MOVE WS-TOTAL-DESC-FOLHA TO WS-TOTAL-ED.
007463     PERFORM 8100-MASCARAR-VALORES
007466         THRU 8100-MASCARAR-VALORES-EXIT.
007470     MOVE SPACES TO WS-LINHA-REL.
007480     STRING "DESCONTO VT NA FOLHA (PROG46)  " WS-TOTAL-ED
007490         DELIMITED BY SIZE INTO WS-LINHA-REL.
007500     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
007510         WS-COLUNAS-REL WS-LINHA-REL.
007520     MOVE WS-TOTAL-DESC-DEVIDO TO WS-TOTAL-ED.
007523     PERFORM 8100-MASCARAR-VALORES
007526         THRU 8100-MASCARAR-VALORES-EXIT.
007530     MOVE SPACES TO WS-LINHA-REL.
007540     STRING "DESCONTO VT DEVIDO PELA CARGA  " WS-TOTAL-ED
007550         DELIMITED BY SIZE INTO WS-LINHA-REL.
007560     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
007570         WS-COLUNAS-REL WS-LINHA-REL.
007580     MOVE SPACES TO WS-LINHA-REL.
007590     STRING "OPTANTES " WS-QTD-OPTANTES " LINHAS " WS-QTD-LINHAS
007600         " DIVERGENCIAS " WS-QTD-DIVERGENCIAS " SEM DIAS "
007610         WS-QTD-SEM-DIAS " INATIVOS " WS-QTD-INATIVOS
007620         DELIMITED BY SIZE INTO WS-LINHA-REL.
007630     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
007640         WS-COLUNAS-REL WS-LINHA-REL.
007650     MOVE "F" TO WS-FUNCAO-REL.
007660     CALL "PROG68" USING WS-FUNCAO-REL WS-TITULO-REL
007670         WS-COLUNAS-REL WS-LINHA-REL.

007680     CLOSE BENEFIT-FILE EMPLOYEE-MASTER.
007720     IF WS-FER-PRESENTE
007730         CLOSE VACATION-AGENDA
007740     END-IF.
007750     IF WS-ABS-PRESENTE
007760         CLOSE ABSENCE-FILE
007770     END-IF.

007780     IF WS-QTD-DIVERGENCIAS > ZERO
007790         MOVE 4 TO RETURN-CODE
007800     END-IF.

007810     MOVE SPACES TO WS-DESCRICAO-AUD.
007820     STRING "GEROU PEDIDO VT/VR " WS-COMPETENCIA " LINHAS "
007830         WS-QTD-LINHAS " DIVERG " WS-QTD-DIVERGENCIAS
007840         DELIMITED BY SIZE INTO WS-DESCRICAO-AUD.
007850     CALL "PROG22" USING "PROG189 " WS-DESCRICAO-AUD.
007860 8000-FINALIZAR-EXIT.
007870     EXIT.

007871*----------------------------------------------------------------
007872* 8100-MASCARAR-VALORES - BELOW INTEGRAL THE AMOUNTS JUST EDITED
007873*                         PRINT AS ASTERISKS
007874*----------------------------------------------------------------
007875 8100-MASCARAR-VALORES.
007876     IF NOT WS-VIS-INTEGRAL
007877         MOVE ALL "*" TO WS-CARGA-ED-X WS-CARGA-2-ED-X
007878             WS-DESC-ED-X WS-DESC-2-ED-X WS-DIFERENCA-ED-X
007879             WS-TOTAL-ED-X
007880     END-IF.
007881 8100-MASCARAR-VALORES-EXIT.
007882     EXIT.

007883 9999-EXIT.
007890     STOP RUN.
