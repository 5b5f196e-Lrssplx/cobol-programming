001150* MODIFICATION HISTORY
001160* DATE       INIT DESCRIPTION
001170* 2026-09-02 RA   INITIAL VERSION
001171* 2026-10-08 RA   THE SUPERVISOR NO LONGER SIGNS OFF AT THE
001172*                 REQUESTER'S KEYBOARD: THE CHANGE IS PARKED ON
001173*                 APRVFILE THROUGH PROG209 FOR THE SUPERVISOR'S
001174*                 PROG210 INBOX, AND EACH RUN FIRST SCHEDULES THE
001175*                 CHANGES APPROVED SINCE THE LAST ONE.
001180******************************************************************
001190 IDENTIFICATION DIVISION.
001200 PROGRAM-ID. PROG99.
001360         RECORD KEY IS PC-CHAVE
001370         FILE STATUS IS FS-PENDCHG.

001430 DATA DIVISION.
001440 FILE SECTION.
001450 FD  EMPLOYEE-MASTER.
001470 FD  PENDING-CHANGES.
001480 COPY PENDREC.

001510 WORKING-STORAGE SECTION.
001520 01  FS-EMPMAST                  PIC X(02).
001530     88  FS-EMPMAST-OK           VALUE "00".
001540 01  FS-PENDCHG                  PIC X(02).
001550     88  FS-PENDCHG-OK           VALUE "00".

001580 01  WS-CONTINUAR-SW             PIC X(01) VALUE "S".
001581     88  WS-CONTINUAR            VALUE "S" "s".

001600 01  WS-MENSAGEM                 PIC X(40).
001610 01  WS-VALOR-ENT                PIC 9(09).
001620 01  WS-LIMITE-MIN               PIC 9(09).
001630 01  WS-LIMITE-MAX               PIC 9(09).

001650 01  WS-DATA-ATUAL               PIC 9(08).
001660 01  WS-SALARIO-NOVO             PIC 9(06)V9(04).
001740     05  WS-DT-STATUS            PIC X(01).
001750         88  WS-DT-OK            VALUE "1".

001751* PROG209 PENDING-APPROVALS CALL - THE SCHEDULED CHANGE
001752* TRAVELS IN WS-APV-DADOS
001753 01  WS-CHAMADA-APROVACAO.
001754     05  WS-APV-FUNCAO           PIC X(01).
001755     05  WS-APV-PROGRAMA         PIC X(08) VALUE "PROG99  ".
001756     05  WS-APV-CODIGO           PIC 9(06).
001757     05  WS-APV-DESCRICAO        PIC X(60).
001758     05  WS-APV-DADOS            PIC X(200).
001759     05  WS-APV-SALARIO REDEFINES WS-APV-DADOS.
001760         10  WS-APV-DATA-EFETIVA PIC 9(08).
001761         10  WS-APV-SALARIO-NOVO PIC 9(06)V9(04).
001762         10  FILLER              PIC X(182).
001763     05  WS-APV-APROVADOR        PIC X(06).
001764     05  WS-APV-STATUS           PIC X(01).
001765         88  WS-APV-OK           VALUE "1".
001766 01  WS-QTD-APLICADAS            PIC 9(05) VALUE ZERO.

001767 01  WS-DESCRICAO-AUD            PIC X(60).

001770 PROCEDURE DIVISION.

001800*----------------------------------------------------------------
001810 0000-MAINLINE.
001820     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
001821     PERFORM 1500-APLICAR-APROVADAS
001822         THRU 1500-APLICAR-APROVADAS-EXIT.
001823     IF WS-QTD-APLICADAS > ZERO
001824         DISPLAY "NOVA ALTERACAO FUTURA? (S/N)"
001825         ACCEPT WS-CONTINUAR-SW
001826         IF NOT WS-CONTINUAR
001827             GO TO 0000-ENCERRAR
001828         END-IF
001829     END-IF.
001830     PERFORM 2000-CAPTURAR THRU 2000-CAPTURAR-EXIT.
001840     PERFORM 3000-SOLICITAR-APROVACAO
001850         THRU 3000-SOLICITAR-APROVACAO-EXIT.

001851 0000-ENCERRAR.
001920     PERFORM 8000-FINALIZAR THRU 8000-FINALIZAR-EXIT.
001930     GO TO 9999-EXIT.

002160 1000-INICIALIZAR-EXIT.
002170     EXIT.

002171*----------------------------------------------------------------
002172* 1500-APLICAR-APROVADAS - EVERY CHANGE A SUPERVISOR APPROVED
002173*                           IN THE PROG210 INBOX IS SCHEDULED
002174*                           ON THE PENDING FILE
002175*----------------------------------------------------------------
002176 1500-APLICAR-APROVADAS.
002177     MOVE "P" TO WS-APV-FUNCAO.
002178     CALL "PROG209" USING WS-APV-FUNCAO WS-APV-PROGRAMA
002179         WS-APV-CODIGO WS-APV-DESCRICAO WS-APV-DADOS
002180         WS-APV-APROVADOR WS-APV-STATUS.
002181     IF NOT WS-APV-OK
002182         GO TO 1500-APLICAR-APROVADAS-EXIT
002183     END-IF.

002184     PERFORM 4000-GRAVAR THRU 4000-GRAVAR-EXIT.
002185     CALL "PROG209" USING WS-APV-FUNCAO WS-APV-PROGRAMA
002186         WS-APV-CODIGO WS-APV-DESCRICAO WS-APV-DADOS
002187         WS-APV-APROVADOR WS-APV-STATUS.
002188     GO TO 1500-APLICAR-APROVADAS.
002189 1500-APLICAR-APROVADAS-EXIT.
002190     EXIT.

002191*----------------------------------------------------------------
002192* 2000-CAPTURAR - THE EMPLOYEE MUST EXIST AND BE ACTIVE; THE
002200*                  EFFECTIVE DATE MUST BE VALID AND IN THE
002210*                  FUTURE - TODAY'S CHANGES BELONG IN PROG16
002220*----------------------------------------------------------------
002690     EXIT.

002700*----------------------------------------------------------------
002710* 3000-SOLICITAR-APROVACAO - THE CHANGE IS PARKED FOR A
002720*                             SUPERVISOR OTHER THAN THE
002721*                             REQUESTER (PROG209/PROG210)
002730*----------------------------------------------------------------
002740 3000-SOLICITAR-APROVACAO.
002741     MOVE "S"             TO WS-APV-FUNCAO.
002742     MOVE CODIGO          TO WS-APV-CODIGO.
002743     MOVE SPACES          TO WS-APV-DADOS.
002744     MOVE WS-DATA-EFETIVA TO WS-APV-DATA-EFETIVA.
002745     MOVE WS-SALARIO-NOVO TO WS-APV-SALARIO-NOVO.
002746     MOVE SPACES          TO WS-APV-DESCRICAO.
002747     STRING "SALARIO FUTURO " SALARIO " -> " WS-SALARIO-NOVO
002748         " EM " WS-DATA-EFETIVA
002749         DELIMITED BY SIZE INTO WS-APV-DESCRICAO.
002750     CALL "PROG209" USING WS-APV-FUNCAO WS-APV-PROGRAMA
002751         WS-APV-CODIGO WS-APV-DESCRICAO WS-APV-DADOS
002752         WS-APV-APROVADOR WS-APV-STATUS.
002753     IF NOT WS-APV-OK
002754         DISPLAY "PROG99: ALTERACAO NAO ENVIADA PARA APROVACAO"
002755         GO TO 3000-SOLICITAR-APROVACAO-EXIT
002756     END-IF.
002757     DISPLAY "PROG99: ALTERACAO DE " CODIGO " AGUARDA "
002758         "APROVACAO - SERA AGENDADA NA PROXIMA EXECUCAO "
002759         "APOS APROVADA".
002980 3000-SOLICITAR-APROVACAO-EXIT.
002990     EXIT.

003000*----------------------------------------------------------------
003010* 4000-GRAVAR - ONE APPROVED CHANGE; ITS ROW ON APRVFILE IS
003011*                CLOSED AS APPLIED, OR AS NOT APPLIED WHEN THE
003012*                PENDING FILE REFUSES IT
003020*----------------------------------------------------------------
003030 4000-GRAVAR.
003031     MOVE "E"                 TO WS-APV-FUNCAO.
003040     MOVE WS-APV-CODIGO       TO PC-CODIGO.
003050     MOVE WS-APV-DATA-EFETIVA TO PC-DATA-EFETIVA.
003060     MOVE WS-APV-SALARIO-NOVO TO PC-SALARIO-NOVO.
003070     MOVE WS-APV-APROVADOR    TO PC-APROVADOR.
003080     MOVE WS-DATA-ATUAL   TO PC-DATA-REGISTRO.
003090     MOVE "P"             TO PC-STATUS.

003110     IF NOT FS-PENDCHG-OK
003120         DISPLAY "PROG99: ERRO AO GRAVAR ALTERACAO PENDENTE "
003130             "- " FS-PENDCHG
003131         MOVE "N" TO WS-APV-FUNCAO
003132         MOVE SPACES TO WS-APV-DESCRICAO
003133         STRING "PENDCHG RECUSOU A GRAVACAO - " FS-PENDCHG
003134             DELIMITED BY SIZE INTO WS-APV-DESCRICAO
003140         GO TO 4000-GRAVAR-EXIT
003150     END-IF.
003151     ADD 1 TO WS-QTD-APLICADAS.

003160     DISPLAY "PROG99: ALTERACAO DE " PC-CODIGO " PARA "
003170         PC-SALARIO-NOVO " AGENDADA PARA " PC-DATA-EFETIVA.

003171     MOVE SPACES TO WS-DESCRICAO-AUD.
003172     STRING "AGENDOU SALARIO DE " PC-CODIGO " PARA "
003173         PC-DATA-EFETIVA " APROVADOR " PC-APROVADOR
003174         DELIMITED BY SIZE INTO WS-DESCRICAO-AUD.
003175     CALL "PROG22" USING "PROG99  " WS-DESCRICAO-AUD.
003180 4000-GRAVAR-EXIT.
003190     EXIT.

003220*----------------------------------------------------------------
003230 8000-FINALIZAR.
003240     CLOSE EMPLOYEE-MASTER PENDING-CHANGES.
003300 8000-FINALIZAR-EXIT.
003310     EXIT.

