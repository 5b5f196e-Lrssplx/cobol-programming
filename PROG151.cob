001200* MODIFICATION HISTORY
001210* DATE       INIT DESCRIPTION
001220* 2026-09-02 RA   INITIAL VERSION
001222* 2026-09-21 RA   SCALES THE COMMISSION CLAWBACK ON THE COPIED
001224*                 PAYSLIP HISTORY LIKE EVERY OTHER AMOUNT.
001225* 2026-09-28 RA   TRANSFER EMPLOYEE RECORD WIDENED TO THE 312-BYTE
001226*                 EMPLOYEE MASTER (UNION, CONTRACT TYPE AND
001227*                 COMPANY FIELDS ADDED).
001228* 2026-09-28 RA   THE UNION DUES OF THE PAYSLIP HISTORY ARE
001229*                 SCALED LIKE EVERY OTHER AMOUNT, AND THE TRAINING
001230*                 HISTORY RECORD NOW CARRIES THE FULL 208-BYTE
001231*                 PAYSLIP-HISTORY ROW.
001232* 2026-09-28 RA   SCALES THE HAZARD-PAY COLUMN OF THE PAYSLIP
001233*                 HISTORY; THE TRAINING HISTORY RECORD FOLLOWS THE
001234*                 ROW TO 219 BYTES.
001235* 2026-09-28 RA   SCALES THE NEW PH-DSR-VARIAVEL AND
001236*                 PH-DSR-PERDIDO COLUMNS; HISTORY IMAGE WIDENED.
001237* 2026-10-12 RA   THE NAME/ADDRESS/DOCUMENT/BANK SCRAMBLING RULES
001238*                 MOVED UNCHANGED INTO PROG212 (ANONREC), SHARED
001239*                 WITH THE RETENTION ANONYMIZATION (PROG214).
001240* 2026-10-15 RA   TRANSFER LOAN RECORD WIDENED TO THE 62-BYTE
001241*                 LOAN MASTER (RESCISAO SITUATION ADDED).
001242******************************************************************
001243 IDENTIFICATION DIVISION.
001250 PROGRAM-ID. PROG151.

001260 ENVIRONMENT DIVISION.
001950 FD  TRN-EMP-FILE.
001960 01  TRN-EMP-REG.
001970     05  TRN-EMP-CODIGO          PIC 9(06).
001980     05  FILLER                  PIC X(306).

001990 FD  TRN-DEP-FILE.
002000 01  TRN-DEP-REG.
002070 FD  TRN-LOAN-FILE.
002080 01  TRN-LOAN-REG.
002090     05  TRN-LN-CODIGO           PIC 9(06).
002100     05  FILLER                  PIC X(56).

002110 FD  TRN-HIST-FILE.
002120 01  TRN-HIST-REG.
002130     05  TRN-PH-CHAVE            PIC X(12).
002140     05  FILLER                  PIC X(229).

002150 WORKING-STORAGE SECTION.
002160 01  FS-EMPMAST                  PIC X(02).
002470     05  WS-QUOCIENTE            PIC 9(06).
002480     05  WS-RESTO                PIC 9(04).
002490     05  WS-FATOR-ESCALA         PIC 9(01)V9(02).

002520 01  WS-CONTADORES.
002530     05  WS-QTD-EMP              PIC 9(06) VALUE ZERO.

002580 01  WS-DESCRICAO-AUD            PIC X(60).

002581 COPY ANONREC.

002590 PROCEDURE DIVISION.

002600*----------------------------------------------------------------
003320*----------------------------------------------------------------
003330 2000-EXTRAIR-EMPREGADOS.
003340     MOVE CODIGO TO WS-CODIGO-TRAB.
003360     PERFORM 1500-APURAR-FATOR THRU 1500-APURAR-FATOR-EXIT.

003370     MOVE CODIGO TO AN-CODIGO.
003380     MOVE ZERO TO AN-SEQ.
003390     CALL "PROG212" USING IDENTIDADE-FICTICIA.
003400     MOVE AN-NOME TO NOME.
003410     MOVE AN-ENDERECO TO ENDERECO.
003460     MOVE AN-CPF TO CPF.
003470     MOVE AN-PIS TO PIS.
003480     MOVE AN-CTPS TO CTPS.
003510     COMPUTE SALARIO ROUNDED = SALARIO * WS-FATOR-ESCALA.

003520     MOVE FUNCIONARIO TO TRN-EMP-REG.
003790             SET FS-DEPFILE-EOF TO TRUE
003800             GO TO 3100-COPIAR-DEPENDENTE-EXIT
003810     END-READ.
003820     MOVE DP-CODIGO TO AN-CODIGO.
003830     MOVE DP-SEQ TO AN-SEQ.
003840     CALL "PROG212" USING IDENTIDADE-FICTICIA.
003850     MOVE AN-DEP-NOME TO DP-NOME.
003870     MOVE DEPENDENTE-REC TO TRN-DEP-REG.
003880     WRITE TRN-DEP-REG.
003890     ADD 1 TO WS-QTD-DEP.
004090             SET FS-BANKFILE-EOF TO TRUE
004100             GO TO 4100-COPIAR-BANCO-EXIT
004110     END-READ.
004120     MOVE BK-CODIGO TO AN-CODIGO.
004130     MOVE ZERO TO AN-SEQ.
004140     CALL "PROG212" USING IDENTIDADE-FICTICIA.
004160     MOVE AN-BK-AGENCIA TO BK-AGENCIA.
004170     MOVE AN-BK-CONTA TO BK-CONTA.
004180     MOVE AN-BK-DIGITO TO BK-DIGITO.
004190     MOVE AN-BK-PIX TO BK-PIX.
004220     MOVE DADOS-BANCARIOS-REC TO TRN-BANK-REG.
004230     WRITE TRN-BANK-REG.
004240     ADD 1 TO WS-QTD-BANK.
004770             GO TO 6100-COPIAR-HOLERITE-EXIT
004780     END-READ.
004790     MOVE PH-CODIGO TO WS-CODIGO-TRAB.
004810     PERFORM 1500-APURAR-FATOR THRU 1500-APURAR-FATOR-EXIT.

004820     MOVE PH-CODIGO TO AN-CODIGO.
004825     MOVE ZERO TO AN-SEQ.
004830     CALL "PROG212" USING IDENTIDADE-FICTICIA.
004840     MOVE AN-NOME TO PH-NOME.
004850     COMPUTE PH-BRUTO ROUNDED =
004860         PH-BRUTO * WS-FATOR-ESCALA.
004870     COMPUTE PH-HORAS-EXTRAS ROUNDED =
005060         PH-ADIC-NOTURNO * WS-FATOR-ESCALA.
005070     COMPUTE PH-COMISSAO ROUNDED =
005080         PH-COMISSAO * WS-FATOR-ESCALA.
005082     COMPUTE PH-DESC-ESTORNO-COM ROUNDED =
005084         PH-DESC-ESTORNO-COM * WS-FATOR-ESCALA.
005085     COMPUTE PH-DESC-SINDICAL ROUNDED =
005086         PH-DESC-SINDICAL * WS-FATOR-ESCALA.
005087     COMPUTE PH-ADIC-RISCO ROUNDED =
005088         PH-ADIC-RISCO * WS-FATOR-ESCALA.
005089     COMPUTE PH-DSR-VARIAVEL ROUNDED =
005090         PH-DSR-VARIAVEL * WS-FATOR-ESCALA.
005091     COMPUTE PH-DSR-PERDIDO ROUNDED =
005092         PH-DSR-PERDIDO * WS-FATOR-ESCALA.

005093     MOVE PAYHIST-REC TO TRN-HIST-REG.
005100     WRITE TRN-HIST-REG.
005110     ADD 1 TO WS-QTD-HIST.
005120 6100-COPIAR-HOLERITE-EXIT.
