001090*              TERMINAL - CODIGO ON THE EMPLOYEE MASTER AND
001100*              ACTIVE, VALID DATE (PROG74), TIME RANGES, EXIT
001110*              NOT BEFORE ENTRY - WRITES CLEAN PUNCHES TO THE
001120*              TIMECARD FILE (EACH ROW IS ONE PAIR OF THE DAY,
001130*              MERGED INTO THE DAY'S TIMECARD ROW) AND
001140*              DROPS FAILURES ON A CORRECT-AND-RECYCLE REJECT
001150*              FILE WITH THE REASON APPENDED, THE SAME SHAPE
001160*              THE PROG89 NEW-HIRE PRE-LOAD USES. AN HOUR OF
001190* MODIFICATION HISTORY
001200* DATE       INIT DESCRIPTION
001210* 2026-09-02 RA   INITIAL VERSION
001211* 2026-10-01 RA   EACH FEED ROW IS ONE ENTRADA/SAIDA PAIR AND IS
001212*                 MERGED INTO THE DAY'S TIMECARD, UP TO FOUR
001213*                 PAIRS, INSTEAD OF REPLACING IT; A ROW REPEATING
001214*                 A PAIR'S ENTRADA CLOSES THAT PAIR
001220******************************************************************
001230 IDENTIFICATION DIVISION.
001240 PROGRAM-ID. PROG105.
001830 01  WS-ROW-LIMPA-SW             PIC X(01).
001840     88  WS-ROW-LIMPA            VALUE "Y".

001841 01  WS-IND-PAR                  PIC 9(01) COMP.
001842 01  WS-PAR-ENCONTRADO           PIC 9(01) COMP.

001850 01  WS-CONTADORES.
001860     05  WS-QTD-LIDAS            PIC 9(07) VALUE ZERO.
001870     05  WS-QTD-GRAVADAS         PIC 9(07) VALUE ZERO.
002900         MOVE "N" TO WS-ROW-LIMPA-SW
002910         MOVE "SAIDA ANTES DA ENTRADA"
002920             TO WS-MOTIVO-REJEICAO
002921         GO TO 2000-VALIDAR-DESTINO
002930     END-IF.

002931     PERFORM 2050-MONTAR-DIA THRU 2050-MONTAR-DIA-EXIT.

002940 2000-VALIDAR-DESTINO.
002950     IF WS-ROW-LIMPA
002960         PERFORM 2100-GRAVAR-PONTO
003070 2000-VALIDAR-LINHA-EXIT.
003080     EXIT.

003081*----------------------------------------------------------------
003082* 2050-MONTAR-DIA - FITS THE ROW'S PAIR INTO THE DAY ALREADY ON
003083*                    THE TIMECARD: A ROW REPEATING A PAIR'S
003084*                    ENTRADA CLOSES THAT PAIR, ANY OTHER ROW IS
003085*                    APPENDED AFTER THE LAST PAIR, WHICH MUST BE
003086*                    CLOSED AND END BEFORE THE NEW ENTRADA
003087*----------------------------------------------------------------
003088 2050-MONTAR-DIA.
003089     MOVE PF-CODIGO TO TC-CODIGO.
003090     MOVE PF-DATA   TO TC-DATA.
003091     READ TIMECARD-FILE
003092         INVALID KEY
003093             MOVE PF-CODIGO TO TC-CODIGO
003094             MOVE PF-DATA   TO TC-DATA
003095             MOVE ZEROS     TO TC-MARCACOES
003096             MOVE ZERO      TO TC-QTD-PARES
003097     END-READ.

003098     MOVE ZERO TO WS-PAR-ENCONTRADO.
003099     PERFORM 2060-PROCURAR-PAR THRU 2060-PROCURAR-PAR-EXIT
003100         VARYING WS-IND-PAR FROM 1 BY 1
003101         UNTIL WS-IND-PAR > TC-QTD-PARES.

003102     IF WS-PAR-ENCONTRADO > ZERO
003103         IF PF-SAIDA = ZERO
003104             GO TO 2050-MONTAR-DIA-EXIT
003105         END-IF
003106         IF WS-PAR-ENCONTRADO < TC-QTD-PARES
003107             AND PF-SAIDA
003108                 > TC-PAR-ENTRADA(WS-PAR-ENCONTRADO + 1)
003109             MOVE "N" TO WS-ROW-LIMPA-SW
003110             MOVE "PAR SOBREPOSTO" TO WS-MOTIVO-REJEICAO
003111             GO TO 2050-MONTAR-DIA-EXIT
003112         END-IF
003113         MOVE PF-SAIDA TO TC-PAR-SAIDA(WS-PAR-ENCONTRADO)
003114         GO TO 2050-MONTAR-DIA-EXIT
003115     END-IF.

003116     IF TC-QTD-PARES = 4
003117         MOVE "N" TO WS-ROW-LIMPA-SW
003118         MOVE "LIMITE DE 4 PARES" TO WS-MOTIVO-REJEICAO
003119         GO TO 2050-MONTAR-DIA-EXIT
003120     END-IF.
003121     IF TC-QTD-PARES > ZERO
003122         IF TC-PAR-SAIDA(TC-QTD-PARES) = ZERO
003123             MOVE "N" TO WS-ROW-LIMPA-SW
003124             MOVE "PAR ANTERIOR ABERTO" TO WS-MOTIVO-REJEICAO
003125             GO TO 2050-MONTAR-DIA-EXIT
003126         END-IF
003127         IF PF-ENTRADA < TC-PAR-SAIDA(TC-QTD-PARES)
003128             MOVE "N" TO WS-ROW-LIMPA-SW
003129             MOVE "PAR FORA DE ORDEM" TO WS-MOTIVO-REJEICAO
003130             GO TO 2050-MONTAR-DIA-EXIT
003131         END-IF
003132     END-IF.

003133     ADD 1 TO TC-QTD-PARES.
003134     MOVE PF-ENTRADA TO TC-PAR-ENTRADA(TC-QTD-PARES).
003135     MOVE PF-SAIDA   TO TC-PAR-SAIDA(TC-QTD-PARES).
003136 2050-MONTAR-DIA-EXIT.
003137     EXIT.

003138 2060-PROCURAR-PAR.
003139     IF TC-PAR-ENTRADA(WS-IND-PAR) = PF-ENTRADA
003140         MOVE WS-IND-PAR TO WS-PAR-ENCONTRADO
003141     END-IF.
003142 2060-PROCURAR-PAR-EXIT.
003143     EXIT.

003144*----------------------------------------------------------------
003145* 2100-GRAVAR-PONTO - THE DAY'S ROW AS MERGED BY 2050, NEW OR
003146*                      REWRITTEN
003147*----------------------------------------------------------------
003148 2100-GRAVAR-PONTO.
003190     WRITE CARTAO-PONTO-REC.
003200     IF NOT FS-TIMECARD-OK
003210         REWRITE CARTAO-PONTO-REC
