001090*              BALANCE REACHING ZERO SETTLES THE ITEM - AND
001100*              LOGS THE MOVEMENT THROUGH THE PROG22 AUDIT
001110*              WRITER. AN OVERPAYMENT IS REFUSED SO THE LEDGER
001112*              NEVER GOES NEGATIVE. A PAYMENT AFTER THE DUE DATE
001114*              FIRST SETTLES THE LATE CHARGES - THE ENCARGOS
001116*              FINE AND DAILY INTEREST, PRICED BY PROG166 - AND
001118*              ONLY THEN THE PRINCIPAL; THE CHARGES RECEIVED ARE
001120*              POSTED AS FINANCIAL INCOME THROUGH PROG138. A
001122*              SUPERVISOR MAY WAIVE THE CHARGES. A PAYMENT ON A
001124*              TITLE WRITTEN OFF BY PROG167 IS A RECOVERY,
001126*              POSTED AS RECOVERED INCOME.
001130* ----------------------------------------------------------------
001140* MODIFICATION HISTORY
001150* DATE       INIT DESCRIPTION
001160* 2026-09-02 RA   INITIAL VERSION
001162* 2026-09-17 RA   LATE-PAYMENT FINE AND INTEREST (PROG166) SETTLED
001164*                 AHEAD OF THE PRINCIPAL AND POSTED TO GLFILE AS
001166*                 RECEITA-FIN; CHARGES-WAIVED OPTION UNDER A
001168*                 SUPERVISOR SIGN-OFF (OPERADOR) LOGGED TO PROG22.
001169* 2026-09-21 RA   RECOVERIES ON TITLES WRITTEN OFF AS BAD DEBT
001170*                 (STATUS "P") POST TO GLFILE AS RECUPERACAO.
001171* 2026-09-21 RA   PAYMENTS, CHARGES SETTLED AND RECOVERIES ARE
001172*                 LOGGED ON ARMOV (PROG168) FOR THE STATEMENT OF
001173*                 ACCOUNT.
001174* 2026-10-15 RA   GL-EMPRESA LEFT BLANK ON THE GL ROWS (BLANK
001175*                 MEANS COMPANY 001).
001176******************************************************************
001180 IDENTIFICATION DIVISION.
001190 PROGRAM-ID. PROG128.

001260         RECORD KEY IS AR-NUMERO-NOTA
001270         FILE STATUS IS FS-ARFILE.

001271     SELECT OPERATOR-FILE ASSIGN TO "OPERADOR"
001272         ORGANIZATION IS INDEXED
001273         ACCESS MODE IS DYNAMIC
001274         RECORD KEY IS OP-CODIGO-OPERADOR
001275         FILE STATUS IS FS-OPERADOR.

001276     SELECT GL-INTERFACE ASSIGN TO "GLFILE"
001277         ORGANIZATION IS LINE SEQUENTIAL
001278         FILE STATUS IS FS-GLFILE.

001280 DATA DIVISION.
001290 FILE SECTION.
001300 FD  RECEIVABLE-FILE.
001310 COPY ARREC.

001312 FD  OPERATOR-FILE.
001314 COPY OPERREC.

001316 FD  GL-INTERFACE.
001318 COPY GLREC.

001320 WORKING-STORAGE SECTION.
001330 01  FS-ARFILE                   PIC X(02).
001340     88  FS-ARFILE-OK            VALUE "00".

001342 01  FS-OPERADOR                 PIC X(02).
001344     88  FS-OPERADOR-OK          VALUE "00".

001346 01  FS-GLFILE                   PIC X(02).
001348     88  FS-GLFILE-OK            VALUE "00".

001350 01  WS-MENSAGEM                 PIC X(40).
001360 01  WS-VALOR-ENT                PIC 9(09).
001370 01  WS-LIMITE-MIN               PIC 9(09).
001390 01  WS-VALOR-PAGO               PIC 9(09)V9(02).
001400 01  WS-SALDO-ED                 PIC ZZZ,ZZZ,ZZ9.99.

001401 01  WS-DATA-ATUAL               PIC 9(08).

001402* LATE CHARGES - WHAT PROG166 PRICES TODAY ON TOP OF WHAT WAS
001403* ALREADY ACCRUED AND LEFT UNPAID BY AN EARLIER PARTIAL PAYMENT
001404 01  WS-MULTA                    PIC 9(09)V9(02).
001405 01  WS-JUROS                    PIC 9(09)V9(02).
001406 01  WS-DIAS-ATRASO              PIC 9(05).
001407 01  WS-ENCARGOS-STATUS          PIC X(01).
001408     88  WS-ENCARGOS-CALCULADOS  VALUE "1".
001409 01  WS-ENCARGOS                 PIC 9(09)V9(02).
001410 01  WS-PAGO-ENCARGOS            PIC 9(09)V9(02).
001411 01  WS-PAGO-PRINCIPAL           PIC 9(09)V9(02).
001412 01  WS-DISPENSADO               PIC 9(09)V9(02) VALUE ZERO.
001413 01  WS-DEVIDO                   PIC 9(10)V9(02).
001414 01  WS-MULTA-ED                 PIC ZZZ,ZZZ,ZZ9.99.
001415 01  WS-JUROS-ED                 PIC ZZZ,ZZZ,ZZ9.99.
001416 01  WS-ENCARGOS-ED              PIC ZZZ,ZZZ,ZZ9.99.

001417 01  WS-RESPOSTA                 PIC X(01).
001418     88  WS-RESPOSTA-SIM         VALUE "S" "s".
001419 01  WS-APROVADO-SW              PIC X(01) VALUE "N".
001420     88  WS-APROVADO             VALUE "Y".
001421 01  WS-CODIGO-APROV             PIC X(06).

001422 01  WS-CHAMADA-MAPA.
001423     05  WS-MAPA-EVENTO          PIC X(12).
001424     05  WS-MAPA-DEPARTAMENTO    PIC X(10).
001425     05  WS-MAPA-DEBITO          PIC X(12).
001426     05  WS-MAPA-CREDITO         PIC X(12).
001427     05  WS-MAPA-CENTRO          PIC X(10).
001428     05  WS-MAPA-STATUS          PIC X(01).
001429         88  WS-MAPEADO          VALUE "1".
001430         88  WS-SEM-MAPA         VALUE "2".
001431 01  WS-CONTA-DEBITO-RES         PIC X(12).
001432 01  WS-CONTA-CREDITO-RES        PIC X(12).
001433 01  WS-EVENTO-RECEITA           PIC X(12).
001434 01  WS-VALOR-LANCAR             PIC 9(09)V9(02).
001435 01  WS-MOV-DOCUMENTO            PIC 9(08) VALUE ZERO.

001436 01  WS-DESCRICAO-AUD            PIC X(60).

001437 PROCEDURE DIVISION.

001438*----------------------------------------------------------------
001440* 0000-MAINLINE
001450*----------------------------------------------------------------
001460 0000-MAINLINE.
001465     ACCEPT WS-DATA-ATUAL FROM DATE YYYYMMDD.
001470     OPEN I-O RECEIVABLE-FILE.
001480     IF NOT FS-ARFILE-OK
001490         DISPLAY "PROG128: CONTAS A RECEBER (ARFILE) "
001630             GO TO 0000-ENCERRAR
001640     END-READ.

001642     IF AR-BAIXADO-PERDA
001644         PERFORM 4000-RECUPERAR THRU 4000-RECUPERAR-EXIT
001646         GO TO 0000-ENCERRAR
001648     END-IF.

001650     IF NOT AR-ABERTO
001660         DISPLAY "PROG128: TITULO NAO ESTA EM ABERTO - "
001670             "BAIXA RECUSADA"
001710     DISPLAY "PROG128: CLIENTE " AR-CLIENTE " SALDO "
001720         WS-SALDO-ED " VENCIMENTO " AR-VENCIMENTO.

001721     PERFORM 1000-CALCULAR-ENCARGOS
001722         THRU 1000-CALCULAR-ENCARGOS-EXIT.
001723     IF WS-ENCARGOS > ZERO
001724         PERFORM 2000-DISPENSAR-ENCARGOS
001725             THRU 2000-DISPENSAR-ENCARGOS-EXIT
001726     END-IF.

001730     MOVE "VALOR RECEBIDO (EM CENTAVOS)" TO WS-MENSAGEM.
001740     MOVE 1 TO WS-LIMITE-MIN.
001750     MOVE 999999999 TO WS-LIMITE-MAX.
001770         WS-LIMITE-MIN WS-LIMITE-MAX.
001780     COMPUTE WS-VALOR-PAGO = WS-VALOR-ENT / 100.

001782     COMPUTE WS-DEVIDO = AR-SALDO + WS-ENCARGOS.
001784     IF WS-VALOR-PAGO > WS-DEVIDO
001786         DISPLAY "PROG128: VALOR MAIOR QUE O SALDO - BAIXA "
001788             "RECUSADA"
001790         GO TO 0000-ENCERRAR
001792     END-IF.

001794* THE CHARGES ARE SETTLED FIRST, THE PRINCIPAL WITH THE REST
001796     IF WS-VALOR-PAGO > WS-ENCARGOS
001798         MOVE WS-ENCARGOS TO WS-PAGO-ENCARGOS
001800     ELSE
001802         MOVE WS-VALOR-PAGO TO WS-PAGO-ENCARGOS
001804     END-IF.
001806     COMPUTE WS-PAGO-PRINCIPAL =
001808         WS-VALOR-PAGO - WS-PAGO-ENCARGOS.

001810     IF WS-ENCARGOS-CALCULADOS
001812         MOVE WS-DATA-ATUAL TO AR-DATA-ENCARGOS
001814         IF WS-MULTA > ZERO
001816             MOVE "S" TO AR-MULTA-SW
001818         END-IF
001820     END-IF.
001822     COMPUTE AR-ENCARGOS-PENDENTES =
001824         WS-ENCARGOS - WS-PAGO-ENCARGOS.
001826     ADD WS-PAGO-ENCARGOS TO AR-ENCARGOS-RECEBIDOS.
001828     ADD WS-DISPENSADO TO AR-ENCARGOS-DISPENSADOS.
001830     SUBTRACT WS-PAGO-PRINCIPAL FROM AR-SALDO.
001832     IF AR-SALDO = ZERO AND AR-ENCARGOS-PENDENTES = ZERO
001860         MOVE "L" TO AR-STATUS
001870     END-IF.
001880     REWRITE TITULO-REC.
001910         GO TO 0000-ENCERRAR
001920     END-IF.

001921     IF WS-PAGO-ENCARGOS > ZERO
001922         CALL "PROG168" USING AR-NUMERO-NOTA AR-CLIENTE
001923             WS-DATA-ATUAL "J" WS-PAGO-ENCARGOS
001924             WS-MOV-DOCUMENTO "PROG128 "
001925     END-IF.
001926     CALL "PROG168" USING AR-NUMERO-NOTA AR-CLIENTE
001927         WS-DATA-ATUAL "R" WS-VALOR-PAGO WS-MOV-DOCUMENTO
001928         "PROG128 ".

001929     IF WS-PAGO-ENCARGOS > ZERO
001930         MOVE "RECEITA-FIN " TO WS-EVENTO-RECEITA
001931         MOVE WS-PAGO-ENCARGOS TO WS-VALOR-LANCAR
001932         PERFORM 3000-LANCAR-RECEITA
001933             THRU 3000-LANCAR-RECEITA-EXIT
001934     END-IF.
001935     IF WS-DISPENSADO > ZERO
001936         MOVE WS-DISPENSADO TO WS-ENCARGOS-ED
001937         MOVE SPACES TO WS-DESCRICAO-AUD
001938         STRING "DISPENSOU ENCARGOS " WS-ENCARGOS-ED
001939             " NOTA " AR-NUMERO-NOTA " SUPERV "
001940             WS-CODIGO-APROV
001941             DELIMITED BY SIZE INTO WS-DESCRICAO-AUD
001942         CALL "PROG22" USING "PROG128 " WS-DESCRICAO-AUD
001943     END-IF.

001944     MOVE AR-SALDO TO WS-SALDO-ED.
001945     IF AR-LIQUIDADO
001950         DISPLAY "PROG128: TITULO " AR-NUMERO-NOTA
001960             " LIQUIDADO"
001970     ELSE

002010     MOVE SPACES TO WS-DESCRICAO-AUD.
002020     STRING "BAIXOU " WS-VALOR-PAGO " DA NOTA "
002030         AR-NUMERO-NOTA " ENCARGOS " WS-PAGO-ENCARGOS
002040         DELIMITED BY SIZE INTO WS-DESCRICAO-AUD.
002050     CALL "PROG22" USING "PROG128 " WS-DESCRICAO-AUD.

002070     CLOSE RECEIVABLE-FILE.
002080     GO TO 9999-EXIT.

002081*----------------------------------------------------------------
002082* 1000-CALCULAR-ENCARGOS - CHARGES STILL OWED FROM AN EARLIER
002083*                           PARTIAL PAYMENT PLUS THE FINE AND
002084*                           INTEREST ACCRUED SINCE
002085*----------------------------------------------------------------
002086 1000-CALCULAR-ENCARGOS.
002087     CALL "PROG166" USING AR-SALDO AR-VENCIMENTO
002088         AR-DATA-ENCARGOS AR-MULTA-SW WS-DATA-ATUAL
002089         WS-MULTA WS-JUROS WS-DIAS-ATRASO WS-ENCARGOS-STATUS.
002090     COMPUTE WS-ENCARGOS =
002091         AR-ENCARGOS-PENDENTES + WS-MULTA + WS-JUROS.
002092     IF WS-ENCARGOS = ZERO
002093         GO TO 1000-CALCULAR-ENCARGOS-EXIT
002094     END-IF.

002095     MOVE WS-MULTA    TO WS-MULTA-ED.
002096     MOVE WS-JUROS    TO WS-JUROS-ED.
002097     MOVE WS-ENCARGOS TO WS-ENCARGOS-ED.
002098     DISPLAY "PROG128: PAGAMENTO EM ATRASO - " WS-DIAS-ATRASO
002099         " DIA(S)".
002100     DISPLAY "         MULTA " WS-MULTA-ED " JUROS "
002101         WS-JUROS-ED.
002102     DISPLAY "         ENCARGOS A RECEBER ANTES DO PRINCIPAL "
002103         WS-ENCARGOS-ED.
002104 1000-CALCULAR-ENCARGOS-EXIT.
002105     EXIT.

002106*----------------------------------------------------------------
002107* 2000-DISPENSAR-ENCARGOS - THE CHARGES ARE WAIVED ONLY UNDER A
002108*                            SUPERVISOR-LEVEL SIGN-OFF, THE SAME
002109*                            CHECK PROG131 RUNS
002110*----------------------------------------------------------------
002111 2000-DISPENSAR-ENCARGOS.
002112     DISPLAY "DISPENSAR OS ENCARGOS? (S/N)".
002113     ACCEPT WS-RESPOSTA.
002114     IF NOT WS-RESPOSTA-SIM
002115         GO TO 2000-DISPENSAR-ENCARGOS-EXIT
002116     END-IF.

002117     OPEN INPUT OPERATOR-FILE.
002118     IF NOT FS-OPERADOR-OK
002119         DISPLAY "PROG128: ERRO AO ABRIR OPERATOR-FILE "
002120             FS-OPERADOR " - ENCARGOS MANTIDOS"
002121         GO TO 2000-DISPENSAR-ENCARGOS-EXIT
002122     END-IF.

002123     DISPLAY "DISPENSA - INFORME O CODIGO DO OPERADOR "
002124             "SUPERVISOR".
002125     ACCEPT WS-CODIGO-APROV.

002126     MOVE WS-CODIGO-APROV TO OP-CODIGO-OPERADOR.
002127     READ OPERATOR-FILE
002128         INVALID KEY
002129             DISPLAY "PROG128: OPERADOR NAO ENCONTRADO"
002130         NOT INVALID KEY
002131             IF OP-NIVEL-SUPERVISOR
002132                 MOVE "Y" TO WS-APROVADO-SW
002133             ELSE
002134                 DISPLAY "PROG128: OPERADOR SEM NIVEL DE "
002135                     "APROVACAO"
002136             END-IF
002137     END-READ.
002138     CLOSE OPERATOR-FILE.

002139     IF NOT WS-APROVADO
002140         DISPLAY "PROG128: DISPENSA NAO AUTORIZADA - "
002141             "ENCARGOS MANTIDOS"
002142         GO TO 2000-DISPENSAR-ENCARGOS-EXIT
002143     END-IF.

002144     MOVE WS-ENCARGOS TO WS-DISPENSADO.
002145     MOVE ZERO TO WS-ENCARGOS.
002146     DISPLAY "PROG128: ENCARGOS DISPENSADOS".
002147 2000-DISPENSAR-ENCARGOS-EXIT.
002148     EXIT.

002149*----------------------------------------------------------------
002150* 3000-LANCAR-RECEITA - INCOME RECEIVED OUTSIDE THE PRINCIPAL
002151*                        (CHARGES AS RECEITA-FIN, RECOVERIES AS
002152*                        RECUPERACAO): DEBIT THE BANK, CREDIT
002153*                        THE INCOME EVENT; BOTH SIDES RESOLVE
002154*                        BEFORE EITHER IS WRITTEN
002155*----------------------------------------------------------------
002156 3000-LANCAR-RECEITA.
002157     MOVE "FATURAMEN " TO WS-MAPA-DEPARTAMENTO.
002158     MOVE "BANCO-RECEB " TO WS-MAPA-EVENTO.
002159     CALL "PROG138" USING WS-MAPA-EVENTO WS-MAPA-DEPARTAMENTO
002160         WS-MAPA-DEBITO WS-MAPA-CREDITO WS-MAPA-CENTRO
002161         WS-MAPA-STATUS.
002162     IF WS-SEM-MAPA
002163         DISPLAY "PROG128: EVENTO " WS-MAPA-EVENTO " SEM "
002164             "MAPEAMENTO DE CONTA - RECEITA NAO LANCADA"
002165         MOVE 4 TO RETURN-CODE
002166         GO TO 3000-LANCAR-RECEITA-EXIT
002167     END-IF.
002168     IF WS-MAPEADO
002169         MOVE WS-MAPA-DEBITO TO WS-CONTA-DEBITO-RES
002170     ELSE
002171         MOVE "BANCO-RECEB " TO WS-CONTA-DEBITO-RES
002172     END-IF.

002173     MOVE WS-EVENTO-RECEITA TO WS-MAPA-EVENTO.
002174     CALL "PROG138" USING WS-MAPA-EVENTO WS-MAPA-DEPARTAMENTO
002175         WS-MAPA-DEBITO WS-MAPA-CREDITO WS-MAPA-CENTRO
002176         WS-MAPA-STATUS.
002177     IF WS-SEM-MAPA
002178         DISPLAY "PROG128: EVENTO " WS-MAPA-EVENTO " SEM "
002179             "MAPEAMENTO DE CONTA - RECEITA NAO LANCADA"
002180         MOVE 4 TO RETURN-CODE
002181         GO TO 3000-LANCAR-RECEITA-EXIT
002182     END-IF.
002183     IF WS-MAPEADO
002184         MOVE WS-MAPA-CREDITO TO WS-CONTA-CREDITO-RES
002185     ELSE
002186         MOVE WS-EVENTO-RECEITA TO WS-CONTA-CREDITO-RES
002187     END-IF.

002188     OPEN EXTEND GL-INTERFACE.
002189     IF NOT FS-GLFILE-OK
002190         OPEN OUTPUT GL-INTERFACE
002191     END-IF.
002192     IF NOT FS-GLFILE-OK
002193         DISPLAY "PROG128: ERRO AO ABRIR GL-INTERFACE "
002194             FS-GLFILE " - RECEITA NAO LANCADA"
002195         MOVE 4 TO RETURN-CODE
002196         GO TO 3000-LANCAR-RECEITA-EXIT
002197     END-IF.

002198     MOVE WS-CONTA-DEBITO-RES TO GL-CONTA.
002199     MOVE "FATURAMEN " TO GL-CENTRO-CUSTO.
002200     SET GL-DEBITO TO TRUE.
002201     MOVE WS-VALOR-LANCAR TO GL-VALOR.
002202     MOVE SPACES TO GL-EMPRESA.
002203     MOVE "PROG128 " TO GL-PROGRAMA.
002204     MOVE WS-DATA-ATUAL(1:6) TO GL-PERIODO.
002205     MOVE WS-DATA-ATUAL TO GL-DATA.
002206     WRITE GL-INTERFACE-REC.

002207     MOVE WS-CONTA-CREDITO-RES TO GL-CONTA.
002208     SET GL-CREDITO TO TRUE.
002209     WRITE GL-INTERFACE-REC.

002210     CLOSE GL-INTERFACE.
002211 3000-LANCAR-RECEITA-EXIT.
002212     EXIT.

002213*----------------------------------------------------------------
002214* 4000-RECUPERAR - A PAYMENT ON A TITLE WRITTEN OFF AS A BAD
002215*                   DEBT: NO CHARGES, THE RECOVERABLE BALANCE
002216*                   DRAWN DOWN, THE AMOUNT POSTED AS RECOVERED
002217*                   INCOME
002218*----------------------------------------------------------------
002219 4000-RECUPERAR.
002220     MOVE AR-SALDO TO WS-SALDO-ED.
002221     DISPLAY "PROG128: TITULO BAIXADO COMO PERDA EM "
002222         AR-DATA-BAIXA " - SALDO RECUPERAVEL " WS-SALDO-ED.
002223     IF AR-SALDO = ZERO
002224         DISPLAY "PROG128: NADA A RECUPERAR - BAIXA RECUSADA"
002225         GO TO 4000-RECUPERAR-EXIT
002226     END-IF.

002227     MOVE "VALOR RECUPERADO (EM CENTAVOS)" TO WS-MENSAGEM.
002228     MOVE 1 TO WS-LIMITE-MIN.
002229     MOVE 999999999 TO WS-LIMITE-MAX.
002230     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
002231         WS-LIMITE-MIN WS-LIMITE-MAX.
002232     COMPUTE WS-VALOR-PAGO = WS-VALOR-ENT / 100.
002233     IF WS-VALOR-PAGO > AR-SALDO
002234         DISPLAY "PROG128: VALOR MAIOR QUE O SALDO - BAIXA "
002235             "RECUSADA"
002236         GO TO 4000-RECUPERAR-EXIT
002237     END-IF.

002238     SUBTRACT WS-VALOR-PAGO FROM AR-SALDO.
002239     ADD WS-VALOR-PAGO TO AR-VALOR-RECUPERADO.
002240     REWRITE TITULO-REC.
002241     IF NOT FS-ARFILE-OK
002242         DISPLAY "PROG128: ERRO AO BAIXAR TITULO - " FS-ARFILE
002243         GO TO 4000-RECUPERAR-EXIT
002244     END-IF.

002245     CALL "PROG168" USING AR-NUMERO-NOTA AR-CLIENTE
002246         WS-DATA-ATUAL "V" WS-VALOR-PAGO WS-MOV-DOCUMENTO
002247         "PROG128 ".
002248     MOVE "RECUPERACAO " TO WS-EVENTO-RECEITA.
002249     MOVE WS-VALOR-PAGO TO WS-VALOR-LANCAR.
002250     PERFORM 3000-LANCAR-RECEITA THRU 3000-LANCAR-RECEITA-EXIT.

002251     MOVE AR-SALDO TO WS-SALDO-ED.
002252     DISPLAY "PROG128: RECUPERACAO REGISTRADA - SALDO "
002253         "RECUPERAVEL " WS-SALDO-ED.
002254     MOVE SPACES TO WS-DESCRICAO-AUD.
002255     STRING "RECUPEROU " WS-VALOR-PAGO " DA NOTA "
002256         AR-NUMERO-NOTA " BAIXADA COMO PERDA"
002257         DELIMITED BY SIZE INTO WS-DESCRICAO-AUD.
002258     CALL "PROG22" USING "PROG128 " WS-DESCRICAO-AUD.
002259 4000-RECUPERAR-EXIT.
002260     EXIT.

002261 9999-EXIT.
002262     STOP RUN.
