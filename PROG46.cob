001260*                 ELECTED BENEFITS (BENFILE): VALE-TRANSPORTE AT
001270*                 COST CAPPED AT 6 PERCENT OF GROSS AND VALE-
001280*                 REFEICAO AT 20 PERCENT OF THE VOUCHER VALUE.
001281* 2026-10-05 RA   AN ESTAGIARIO (EMPREC TIPO-CONTRATO "E") PAYS
001282*                 NO INSS ON THE BOLSA; THE IRRF BASE FOLLOWS.
001290******************************************************************
001300 IDENTIFICATION DIVISION.
001310 PROGRAM-ID. PROG46.
001480         RECORD KEY IS BN-CODIGO
001490         FILE STATUS IS FS-BENFILE.

001491     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
001492         ORGANIZATION IS INDEXED
001493         ACCESS MODE IS DYNAMIC
001494         RECORD KEY IS CODIGO
001495         ALTERNATE RECORD KEY IS NOME
001496             WITH DUPLICATES
001497         FILE STATUS IS FS-EMPMAST.

001500 DATA DIVISION.
001510 FILE SECTION.
001520 FD  TAX-TABLE-FILE.
001560 FD  BENEFIT-FILE.
001570 COPY BENREC.

001571 FD  EMPLOYEE-MASTER.
001572 COPY EMPREC.

001580 WORKING-STORAGE SECTION.
001590 01  FS-TAXTAB                   PIC X(02).
001600     88  FS-TAXTAB-OK            VALUE "00".
001640 01  FS-BENFILE                  PIC X(02).
001650     88  FS-BENFILE-OK           VALUE "00".

001651 01  FS-EMPMAST                  PIC X(02).
001652     88  FS-EMPMAST-OK           VALUE "00".

001653 01  WS-ESTAGIARIO-SW            PIC X(01) VALUE "N".
001654     88  WS-ESTAGIARIO           VALUE "Y".

001660 01  WS-TETO-VT                  PIC 9(09)V9(02).
001670 01  WS-DESC-VT                  PIC 9(09)V9(02).
001680 01  WS-DESC-VR                  PIC 9(09)V9(02).
001950*----------------------------------------------------------------
001960 0000-MAINLINE.
001970     PERFORM 1000-ABRIR-TABELA THRU 1000-ABRIR-TABELA-EXIT.
001971     PERFORM 1100-VERIFICAR-CONTRATO
001972         THRU 1100-VERIFICAR-CONTRATO-EXIT.

001980     IF WS-TABELA-PRESENTE
001990         PERFORM 2000-CALCULAR-INSS
002200 1000-ABRIR-TABELA-EXIT.
002210     EXIT.

002211*----------------------------------------------------------------
002212* 1100-VERIFICAR-CONTRATO - AN ESTAGIARIO'S BOLSA IS NOT A WAGE:
002213*                            NO INSS, SO THE IRRF BASE IS THE
002214*                            WHOLE BOLSA. NO MASTER OR NO ROW
002215*                            MEANS THE ORDINARY CLT TREATMENT.
002216*----------------------------------------------------------------
002217 1100-VERIFICAR-CONTRATO.
002218     MOVE "N" TO WS-ESTAGIARIO-SW.
002219     OPEN INPUT EMPLOYEE-MASTER.
002220     IF NOT FS-EMPMAST-OK
002221         GO TO 1100-VERIFICAR-CONTRATO-EXIT
002222     END-IF.
002223     MOVE LK-CODIGO TO CODIGO.
002224     READ EMPLOYEE-MASTER
002225         INVALID KEY
002226             CONTINUE
002227         NOT INVALID KEY
002228             IF EMP-ESTAGIARIO
002229                 SET WS-ESTAGIARIO TO TRUE
002230             END-IF
002231     END-READ.
002232     CLOSE EMPLOYEE-MASTER.
002233 1100-VERIFICAR-CONTRATO-EXIT.
002234     EXIT.

002235*----------------------------------------------------------------
002236* 2000-CALCULAR-INSS - WALK THE "INSS" BANDS FOR THE ONE WHOSE
002240*                       FLOOR/CEILING BRACKETS THE GROSS, APPLY
002250*                       ITS RATE AND SUBTRACT ITS PARCEL
002260*----------------------------------------------------------------
002270 2000-CALCULAR-INSS.
002271     IF WS-ESTAGIARIO
002272         MOVE ZERO TO LK-DESC-INSS
002273         GO TO 2000-CALCULAR-INSS-EXIT
002274     END-IF.
002280     MOVE LK-BRUTO TO WS-BASE-CALCULO.
002290     MOVE "INSS" TO WS-TIPO-PROCURADO.
002300     PERFORM 5000-PROCURAR-FAIXA THRU 5000-PROCURAR-FAIXA-EXIT.
003330 4000-CALCULO-PADRAO.
003340     COMPUTE LK-DESC-INSS ROUNDED =
003350         LK-BRUTO * WS-PERCENT-INSS-PADRAO.
003351     IF WS-ESTAGIARIO
003352         MOVE ZERO TO LK-DESC-INSS
003353     END-IF.
003360     COMPUTE LK-DESC-IRRF ROUNDED =
003370         LK-BRUTO * WS-PERCENT-IR-PADRAO.
003380 4000-CALCULO-PADRAO-EXIT.
