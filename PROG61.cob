001140* MODIFICATION HISTORY
001150* DATE       INIT DESCRIPTION
001160* 2026-08-22 RA   INITIAL VERSION
001161* 2026-10-08 RA   THE SUPERVISOR NO LONGER SIGNS OFF AT THE
001162*                 REQUESTER'S KEYBOARD: THE NEW BANK DETAILS ARE
001163*                 PARKED ON APRVFILE THROUGH PROG209 FOR THE
001164*                 SUPERVISOR'S PROG210 INBOX, AND EACH RUN FIRST
001165*                 WRITES THE DETAILS APPROVED SINCE THE LAST ONE,
001166*                 LOGGED AGAINST THE ACCOUNT ON FILE AT THAT TIME.
001170******************************************************************
001180 IDENTIFICATION DIVISION.
001190 PROGRAM-ID. PROG61.
001350             WITH DUPLICATES
001360         FILE STATUS IS FS-EMPMAST.

001420 DATA DIVISION.
001430 FILE SECTION.
001440 FD  BANK-FILE.
001460 FD  EMPLOYEE-MASTER.
001470 COPY EMPREC.

001500 WORKING-STORAGE SECTION.
001510 01  FS-BANKFILE                 PIC X(02).
001520     88  FS-BANKFILE-OK          VALUE "00".
001530 01  FS-EMPMAST                  PIC X(02).
001540     88  FS-EMPMAST-OK           VALUE "00".

001570 01  WS-JA-EXISTE-SW             PIC X(01) VALUE "N".
001580     88  WS-JA-EXISTE            VALUE "Y".
001590 01  WS-CONTINUAR-SW             PIC X(01) VALUE "S".
001600     88  WS-CONTINUAR            VALUE "S" "s".
001610 01  WS-DIGITO-OK-SW             PIC X(01) VALUE "N".
001620     88  WS-DIGITO-OK            VALUE "Y".

001640 01  WS-VALOR-ENT                PIC 9(09).
001650 01  WS-LIMITE-MIN               PIC 9(09).
001660 01  WS-LIMITE-MAX               PIC 9(09).

001680 01  WS-CALCULO-DIGITO.
001690     05  WS-CONTA-DIGITOS.
001840     05  WS-VALOR-ANTIGO-LOG     PIC X(30).
001850     05  WS-VALOR-NOVO-LOG       PIC X(30).

001851* PROG209 PENDING-APPROVALS CALL - THE NEW BANK DETAILS
001852* TRAVEL IN WS-APV-DADOS
001853 01  WS-CHAMADA-APROVACAO.
001854     05  WS-APV-FUNCAO           PIC X(01).
001855     05  WS-APV-PROGRAMA         PIC X(08) VALUE "PROG61  ".
001856     05  WS-APV-CODIGO           PIC 9(06).
001857     05  WS-APV-DESCRICAO        PIC X(60).
001858     05  WS-APV-DADOS            PIC X(200).
001859     05  WS-APV-BANCARIOS REDEFINES WS-APV-DADOS.
001860         10  WS-APV-BANCO        PIC 9(03).
001861         10  WS-APV-AGENCIA      PIC 9(04).
001862         10  WS-APV-CONTA        PIC 9(08).
001863         10  WS-APV-DIGITO       PIC X(01).
001864         10  WS-APV-PIX          PIC X(30).
001865         10  FILLER              PIC X(154).
001866     05  WS-APV-APROVADOR        PIC X(06).
001867     05  WS-APV-STATUS           PIC X(01).
001868         88  WS-APV-OK           VALUE "1".
001869 01  WS-QTD-APLICADAS            PIC 9(05) VALUE ZERO.

001870 01  WS-DESCRICAO-AUD            PIC X(60).

001871 PROCEDURE DIVISION.

001880*----------------------------------------------------------------
001890* 0000-MAINLINE
001900*----------------------------------------------------------------
001910 0000-MAINLINE.
001920     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
001921     PERFORM 1500-APLICAR-APROVADOS
001922         THRU 1500-APLICAR-APROVADOS-EXIT.
001923     IF WS-QTD-APLICADAS > ZERO
001924         DISPLAY "NOVA ALTERACAO DE DADOS BANCARIOS? (S/N)"
001925         ACCEPT WS-CONTINUAR-SW
001926         IF NOT WS-CONTINUAR
001927             GO TO 0000-ENCERRAR
001928         END-IF
001929     END-IF.
001930     PERFORM 2000-OBTER-DADOS THRU 2000-OBTER-DADOS-EXIT.
001940     PERFORM 3000-SOLICITAR-APROVACAO
001950         THRU 3000-SOLICITAR-APROVACAO-EXIT.

001951 0000-ENCERRAR.
002020     PERFORM 8000-FINALIZAR THRU 8000-FINALIZAR-EXIT.
002030     GO TO 9999-EXIT.

002220         GO TO 9999-EXIT
002230     END-IF.

002250 1000-INICIALIZAR-EXIT.
002260     EXIT.

002261*----------------------------------------------------------------
002262* 1500-APLICAR-APROVADOS - EVERY CHANGE A SUPERVISOR APPROVED
002263*                           IN THE PROG210 INBOX IS WRITTEN,
002264*                           LOGGED AGAINST THE DETAILS ON FILE
002265*                           NOW
002266*----------------------------------------------------------------
002267 1500-APLICAR-APROVADOS.
002268     MOVE "P" TO WS-APV-FUNCAO.
002269     CALL "PROG209" USING WS-APV-FUNCAO WS-APV-PROGRAMA
002270         WS-APV-CODIGO WS-APV-DESCRICAO WS-APV-DADOS
002271         WS-APV-APROVADOR WS-APV-STATUS.
002272     IF NOT WS-APV-OK
002273         GO TO 1500-APLICAR-APROVADOS-EXIT
002274     END-IF.

002275     MOVE WS-APV-CODIGO TO CODIGO.
002276     MOVE CODIGO TO BK-CODIGO.
002277     READ BANK-FILE
002278         INVALID KEY
002279             MOVE "N" TO WS-JA-EXISTE-SW
002280         NOT INVALID KEY
002281             MOVE "Y" TO WS-JA-EXISTE-SW
002282             MOVE BK-BANCO   TO WS-BANCO-ANTIGO
002283             MOVE BK-AGENCIA TO WS-AGENCIA-ANTIGA
002284             MOVE BK-CONTA   TO WS-CONTA-ANTIGA
002285             MOVE BK-PIX     TO WS-PIX-ANTIGO
002286     END-READ.
002287     MOVE CODIGO         TO BK-CODIGO.
002288     MOVE WS-APV-BANCO   TO BK-BANCO.
002289     MOVE WS-APV-AGENCIA TO BK-AGENCIA.
002290     MOVE WS-APV-CONTA   TO BK-CONTA.
002291     MOVE WS-APV-DIGITO  TO BK-DIGITO.
002292     MOVE WS-APV-PIX     TO BK-PIX.
002293     PERFORM 4000-GRAVAR-DADOS THRU 4000-GRAVAR-DADOS-EXIT.

002294     CALL "PROG209" USING WS-APV-FUNCAO WS-APV-PROGRAMA
002295         WS-APV-CODIGO WS-APV-DESCRICAO WS-APV-DADOS
002296         WS-APV-APROVADOR WS-APV-STATUS.
002297     GO TO 1500-APLICAR-APROVADOS.
002298 1500-APLICAR-APROVADOS-EXIT.
002299     EXIT.

002300*----------------------------------------------------------------
002301* 2000-OBTER-DADOS
002302*----------------------------------------------------------------
002303 2000-OBTER-DADOS.
002310     MOVE "CODIGO DO FUNCIONARIO" TO WS-MENSAGEM.
002320     MOVE 1 TO WS-LIMITE-MIN.
002330     MOVE 999999 TO WS-LIMITE-MAX.
003330     END-IF.

003340*----------------------------------------------------------------
003350* 3000-SOLICITAR-APROVACAO - EVERY INCLUSION OR CHANGE OF BANK
003360*                             DETAILS IS PARKED FOR A SUPERVISOR
003370*                             OTHER THAN THE REQUESTER
003380*                             (PROG209/PROG210)
003390*----------------------------------------------------------------
003400 3000-SOLICITAR-APROVACAO.
003401     MOVE "S"        TO WS-APV-FUNCAO.
003402     MOVE BK-CODIGO  TO WS-APV-CODIGO.
003403     MOVE SPACES     TO WS-APV-DADOS.
003404     MOVE BK-BANCO   TO WS-APV-BANCO.
003405     MOVE BK-AGENCIA TO WS-APV-AGENCIA.
003406     MOVE BK-CONTA   TO WS-APV-CONTA.
003407     MOVE BK-DIGITO  TO WS-APV-DIGITO.
003408     MOVE BK-PIX     TO WS-APV-PIX.
003409     MOVE SPACES     TO WS-APV-DESCRICAO.
003410     STRING "DADOS BANCARIOS: BANCO " BK-BANCO " AGENCIA "
003411         BK-AGENCIA " CONTA " BK-CONTA "-" BK-DIGITO
003412         DELIMITED BY SIZE INTO WS-APV-DESCRICAO.
003413     CALL "PROG209" USING WS-APV-FUNCAO WS-APV-PROGRAMA
003414         WS-APV-CODIGO WS-APV-DESCRICAO WS-APV-DADOS
003415         WS-APV-APROVADOR WS-APV-STATUS.
003416     IF NOT WS-APV-OK
003417         DISPLAY "PROG61: ALTERACAO NAO ENVIADA PARA APROVACAO"
003418         GO TO 3000-SOLICITAR-APROVACAO-EXIT
003419     END-IF.
003420     DISPLAY "PROG61: DADOS BANCARIOS DE " BK-CODIGO " AGUARDAM "
003421         "APROVACAO - SERAO GRAVADOS NA PROXIMA EXECUCAO "
003422         "APOS APROVADOS".
003570 3000-SOLICITAR-APROVACAO-EXIT.
003580     EXIT.

003590*----------------------------------------------------------------
003600* 4000-GRAVAR-DADOS - ONE APPROVED CHANGE; ITS APRVFILE ROW IS
003601*                      CLOSED AS APPLIED, OR AS NOT APPLIED WHEN
003602*                      THE BANK FILE REFUSES IT
003610*----------------------------------------------------------------
003620 4000-GRAVAR-DADOS.
003621     MOVE "N" TO WS-APV-FUNCAO.
003630     IF WS-JA-EXISTE
003640         REWRITE DADOS-BANCARIOS-REC
003650     ELSE
003680     IF NOT FS-BANKFILE-OK
003690         DISPLAY "PROG61: ERRO AO GRAVAR DADOS BANCARIOS DE "
003700             BK-CODIGO " - " FS-BANKFILE
003701         MOVE SPACES TO WS-APV-DESCRICAO
003702         STRING "BANKFILE RECUSOU A GRAVACAO - " FS-BANKFILE
003703             DELIMITED BY SIZE INTO WS-APV-DESCRICAO
003710         GO TO 4000-GRAVAR-DADOS-EXIT
003720     END-IF.
003721     MOVE "E" TO WS-APV-FUNCAO.
003722     ADD 1 TO WS-QTD-APLICADAS.

003730     IF WS-JA-EXISTE
003740         PERFORM 4100-GRAVAR-LOG THRU 4100-GRAVAR-LOG-EXIT
003820     DISPLAY "PROG61: DADOS BANCARIOS GRAVADOS PARA "
003830         BK-CODIGO.
003840     MOVE SPACES TO WS-DESCRICAO-AUD.
003850     STRING "GRAVOU DADOS BANCARIOS DE " BK-CODIGO
003860         " BANCO " BK-BANCO " APROVADOR " WS-APV-APROVADOR
003870         DELIMITED BY SIZE INTO WS-DESCRICAO-AUD.
003880     CALL "PROG22" USING "PROG61  " WS-DESCRICAO-AUD.
003890 4000-GRAVAR-DADOS-EXIT.
004300* 8000-FINALIZAR
004310*----------------------------------------------------------------
004320 8000-FINALIZAR.
004330     CLOSE BANK-FILE EMPLOYEE-MASTER.
004340 8000-FINALIZAR-EXIT.
004350     EXIT.

