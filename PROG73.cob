001140* MODIFICATION HISTORY
001150* DATE       INIT DESCRIPTION
001160* 2026-08-22 RA   INITIAL VERSION
001161* 2026-10-08 RA   THE OPERATOR IDENTIFIES ITSELF (PROG211) AND THE
001162*                 DOSSIER IS PRINTED AT ITS FIELD-VISIBILITY
001163*                 LEVEL: BELOW INTEGRAL THE SALARIO AND THE
001164*                 OLD/NEW SALARIO ON THE CHANGE HISTORY PRINT AS
001165*                 ASTERISKS; BELOW DOCUMENTOS THE BANK CHANGES ARE
001166*                 HIDDEN. AN UNMASKED SALARIO IS LOGGED THROUGH
001167*                 PROG22.
001168* 2026-10-15 RA   THE DOSSIER OF A FUNCIONARIO OF ANOTHER
001169*                 COMPANY IS REFUSED TO AN OPERATOR RESTRICTED TO
001170*                 ONE COMPANY ON AUTHFILE (PROG220).
001171******************************************************************
001180 IDENTIFICATION DIVISION.
001190 PROGRAM-ID. PROG73.

001730     05  WS-REL-COLUNAS          PIC X(80).
001740     05  WS-REL-LINHA            PIC X(80).

001741 01  WS-CHAMADA-VISAO.
001742     05  WS-VIS-FUNCAO           PIC X(01).
001743     05  WS-VIS-OPERADOR         PIC X(06).
001744     05  WS-VIS-NIVEL            PIC X(01).
001745         88  WS-VIS-DOCUMENTOS   VALUE "2" "3".
001746         88  WS-VIS-INTEGRAL     VALUE "3".
001747     05  WS-VIS-STATUS           PIC X(01).

001748* PROG220 COMPANY SERVICE CALL
001749 01  WS-CHAMADA-EMPRESA.
001750     05  WS-CIA-FUNCAO           PIC X(01).
001751     05  WS-CIA-EMPRESA          PIC X(03).
001752     05  WS-CIA-ARQUIVO          PIC X(08).
001753     05  WS-CIA-STATUS           PIC X(01).
001754         88  WS-CIA-OK           VALUE "1".
001755 COPY CIAREC.

001756 01  WS-VALOR-ANTIGO-EXIB        PIC X(20).
001757 01  WS-VALOR-NOVO-EXIB          PIC X(20).
001758 01  WS-SALARIO-EXIB             PIC X(14).
001759 01  WS-SALARIO-ED               PIC ZZZ,ZZ9.9999.
001760 01  WS-DESCRICAO-AUD            PIC X(60).

001761 PROCEDURE DIVISION.

001762 0000-MAINLINE.
001770     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
001780     PERFORM 2000-SECAO-CADASTRO
001790         THRU 2000-SECAO-CADASTRO-EXIT.
001960         GO TO 9999-EXIT
001970     END-IF.

001971     MOVE "I" TO WS-VIS-FUNCAO.
001972     CALL "PROG211" USING WS-VIS-FUNCAO WS-VIS-OPERADOR
001973         WS-VIS-NIVEL WS-VIS-STATUS.

001980     MOVE "CODIGO DO FUNCIONARIO" TO WS-MENSAGEM.
001990     MOVE 1 TO WS-LIMITE-MIN.
002000     MOVE 999999 TO WS-LIMITE-MAX.
002080             GO TO 9999-EXIT
002090     END-READ.

002091     MOVE "A" TO WS-CIA-FUNCAO.
002092     MOVE EMPRESA TO WS-CIA-EMPRESA.
002093     CALL "PROG220" USING WS-CIA-FUNCAO WS-CIA-EMPRESA
002094         WS-CIA-ARQUIVO COMPANHIA-REC WS-CIA-STATUS.
002095     IF NOT WS-CIA-OK
002096         DISPLAY "PROG73: ACESSO NEGADO - FUNCIONARIO " CODIGO
002097             " DE OUTRA EMPRESA"
002098         GO TO 9999-EXIT
002099     END-IF.

002100     MOVE "I" TO WS-REL-FUNCAO.
002110     MOVE SPACES TO WS-REL-TITULO.
002120     STRING "DOSSIE DO FUNCIONARIO " CODIGO
002480             DELIMITED BY SIZE INTO WS-REL-LINHA
002490         PERFORM 1100-IMPRIMIR-LINHA
002500     END-IF.
002501     IF WS-VIS-INTEGRAL
002502         MOVE SALARIO TO WS-SALARIO-ED
002503         MOVE WS-SALARIO-ED TO WS-SALARIO-EXIB
002504         MOVE SPACES TO WS-DESCRICAO-AUD
002505         STRING "VISUALIZOU SALARIO DE " CODIGO " OP "
002506             WS-VIS-OPERADOR
002507             DELIMITED BY SIZE INTO WS-DESCRICAO-AUD
002508         CALL "PROG22" USING "PROG73  " WS-DESCRICAO-AUD
002509     ELSE
002510         MOVE ALL "*" TO WS-SALARIO-EXIB
002511     END-IF.
002512     STRING "SALARIO ........ : " MOEDA-COD " " WS-SALARIO-EXIB
002520         DELIMITED BY SIZE INTO WS-REL-LINHA.
002530     PERFORM 1100-IMPRIMIR-LINHA.
002540     STRING "SITUACAO ....... : " STATUS-FUNCIONARIO

003350 4200-LISTAR-ALTERACAO.
003360     IF CL-CODIGO = CODIGO
003361         PERFORM 4300-MASCARAR-VALORES
003362             THRU 4300-MASCARAR-VALORES-EXIT
003370         STRING CL-DATA " " CL-CAMPO " DE "
003380             WS-VALOR-ANTIGO-EXIB " PARA "
003390             WS-VALOR-NOVO-EXIB
003400             DELIMITED BY SIZE INTO WS-REL-LINHA
003410         PERFORM 1100-IMPRIMIR-LINHA
003420         ADD 1 TO WS-QTD-ALTERACOES
003450 4200-LISTAR-ALTERACAO-EXIT.
003460     EXIT.

003461*----------------------------------------------------------------
003462* 4300-MASCARAR-VALORES - THE OLD/NEW VALUES OF A CHANGE AT THE
003463*                          OPERATOR'S FIELD-VISIBILITY LEVEL
003464*----------------------------------------------------------------
003465 4300-MASCARAR-VALORES.
003466     MOVE CL-VALOR-ANTIGO(1:20) TO WS-VALOR-ANTIGO-EXIB.
003467     MOVE CL-VALOR-NOVO(1:20)   TO WS-VALOR-NOVO-EXIB.

003468     IF CL-CAMPO = "SALARIO" AND NOT WS-VIS-INTEGRAL
003469         MOVE ALL "*" TO WS-VALOR-ANTIGO-EXIB
003470         MOVE ALL "*" TO WS-VALOR-NOVO-EXIB
003471     END-IF.

003472     IF (CL-CAMPO = "BANCO" OR CL-CAMPO = "AGENCIA"
003473         OR CL-CAMPO = "CONTA-BANCARIA" OR CL-CAMPO = "CHAVE-PIX")
003474         AND NOT WS-VIS-DOCUMENTOS
003475         MOVE "(OCULTO)" TO WS-VALOR-ANTIGO-EXIB
003476         MOVE "(OCULTO)" TO WS-VALOR-NOVO-EXIB
003477     END-IF.
003478 4300-MASCARAR-VALORES-EXIT.
003479     EXIT.

003480*----------------------------------------------------------------
003481* 5000-SECAO-PESQUISAS
003490*----------------------------------------------------------------
003500 5000-SECAO-PESQUISAS.
003510     MOVE SPACES TO WS-REL-LINHA.
