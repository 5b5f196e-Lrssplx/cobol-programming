001150* MODIFICATION HISTORY
001160* DATE       INIT DESCRIPTION
001170* 2026-08-22 RA   INITIAL VERSION
001171* 2026-10-08 RA   THE SUPERVISOR NO LONGER SIGNS OFF AT THE
001172*                 REQUESTER'S KEYBOARD: THE LOAN IS PARKED ON
001173*                 APRVFILE THROUGH PROG209 FOR THE SUPERVISOR'S
001174*                 PROG210 INBOX, AND EACH RUN FIRST GRANTS THE
001175*                 LOANS APPROVED SINCE THE LAST ONE, CHECKING THE
001176*                 FUNCIONARIO AND THE OPEN BALANCE AGAIN.
001177* 2026-10-15 RA   A NEW LOAN STARTS IN NORMAL PAYROLL DEDUCTION,
001178*                 CLEARING THE RESCISAO SITUATION AND DATE.
001180******************************************************************
001190 IDENTIFICATION DIVISION.
001200 PROGRAM-ID. PROG49.
001360             WITH DUPLICATES
001370         FILE STATUS IS FS-EMPMAST.

001430 DATA DIVISION.
001440 FILE SECTION.
001450 FD  LOAN-FILE.
001470 FD  EMPLOYEE-MASTER.
001480 COPY EMPREC.

001510 WORKING-STORAGE SECTION.
001520 01  FS-LOANFILE                 PIC X(02).
001530     88  FS-LOANFILE-OK          VALUE "00".
001550 01  FS-EMPMAST                  PIC X(02).
001560     88  FS-EMPMAST-OK           VALUE "00".

001590 01  WS-JA-EXISTE-SW             PIC X(01) VALUE "N".
001600     88  WS-JA-EXISTE            VALUE "Y".
001610 01  WS-CONTINUAR-SW             PIC X(01) VALUE "S".
001620     88  WS-CONTINUAR            VALUE "S" "s".

001630 01  WS-MENSAGEM                 PIC X(40).
001640 01  WS-VALOR-ENT                PIC 9(09).
001650 01  WS-LIMITE-MIN               PIC 9(09).
001660 01  WS-LIMITE-MAX               PIC 9(09).
001680 01  WS-DATA-ATUAL               PIC 9(08).

001681* PROG209 PENDING-APPROVALS CALL - THE LOAN TERMS TRAVEL IN
001682* WS-APV-DADOS
001683 01  WS-CHAMADA-APROVACAO.
001684     05  WS-APV-FUNCAO           PIC X(01).
001685     05  WS-APV-PROGRAMA         PIC X(08) VALUE "PROG49  ".
001686     05  WS-APV-CODIGO           PIC 9(06).
001687     05  WS-APV-DESCRICAO        PIC X(60).
001688     05  WS-APV-DADOS            PIC X(200).
001689     05  WS-APV-EMPRESTIMO REDEFINES WS-APV-DADOS.
001690         10  WS-APV-PRINCIPAL    PIC 9(09)V9(02).
001691         10  WS-APV-VALOR-PARCELA PIC 9(09)V9(02).
001692         10  WS-APV-QTD-PARCELAS PIC 9(03).
001693         10  FILLER              PIC X(175).
001694     05  WS-APV-APROVADOR        PIC X(06).
001695     05  WS-APV-STATUS           PIC X(01).
001696         88  WS-APV-OK           VALUE "1".
001697 01  WS-QTD-APLICADAS            PIC 9(05) VALUE ZERO.

001698 01  WS-DESCRICAO-AUD            PIC X(60).

001700 PROCEDURE DIVISION.

001730*----------------------------------------------------------------
001740 0000-MAINLINE.
001750     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
001751     PERFORM 1500-APLICAR-APROVADOS
001752         THRU 1500-APLICAR-APROVADOS-EXIT.
001753     IF WS-QTD-APLICADAS > ZERO
001754         DISPLAY "NOVO EMPRESTIMO? (S/N)"
001755         ACCEPT WS-CONTINUAR-SW
001756         IF NOT WS-CONTINUAR
001757             GO TO 0000-ENCERRAR
001758         END-IF
001759     END-IF.
001760     PERFORM 2000-OBTER-DADOS THRU 2000-OBTER-DADOS-EXIT.
001770     PERFORM 3000-SOLICITAR-APROVACAO
001780         THRU 3000-SOLICITAR-APROVACAO-EXIT.

001781 0000-ENCERRAR.
001860     PERFORM 8000-FINALIZAR THRU 8000-FINALIZAR-EXIT.
001870     GO TO 9999-EXIT.

002070         GO TO 9999-EXIT
002080     END-IF.

002100 1000-INICIALIZAR-EXIT.
002110     EXIT.

002111*----------------------------------------------------------------
002112* 1500-APLICAR-APROVADOS - EVERY LOAN A SUPERVISOR APPROVED IN
002113*                           THE PROG210 INBOX IS GRANTED, IF THE
002114*                           FUNCIONARIO IS STILL ACTIVE AND HAS
002115*                           NO OPEN BALANCE BY NOW
002116*----------------------------------------------------------------
002117 1500-APLICAR-APROVADOS.
002118     MOVE "P" TO WS-APV-FUNCAO.
002119     CALL "PROG209" USING WS-APV-FUNCAO WS-APV-PROGRAMA
002120         WS-APV-CODIGO WS-APV-DESCRICAO WS-APV-DADOS
002121         WS-APV-APROVADOR WS-APV-STATUS.
002122     IF NOT WS-APV-OK
002123         GO TO 1500-APLICAR-APROVADOS-EXIT
002124     END-IF.

002125     PERFORM 1600-APLICAR-UM THRU 1600-APLICAR-UM-EXIT.
002126     CALL "PROG209" USING WS-APV-FUNCAO WS-APV-PROGRAMA
002127         WS-APV-CODIGO WS-APV-DESCRICAO WS-APV-DADOS
002128         WS-APV-APROVADOR WS-APV-STATUS.
002129     GO TO 1500-APLICAR-APROVADOS.
002130 1500-APLICAR-APROVADOS-EXIT.
002131     EXIT.

002132 1600-APLICAR-UM.
002133     MOVE "N" TO WS-APV-FUNCAO.
002134     MOVE SPACES TO WS-APV-DESCRICAO.
002135     MOVE WS-APV-CODIGO TO CODIGO.
002136     READ EMPLOYEE-MASTER
002137         INVALID KEY
002138             MOVE "FUNCIONARIO NAO ENCONTRADO" TO WS-APV-DESCRICAO
002139     END-READ.
002140     IF WS-APV-DESCRICAO = SPACES AND EMP-INATIVO
002141         MOVE "FUNCIONARIO INATIVO" TO WS-APV-DESCRICAO
002142     END-IF.
002143     IF WS-APV-DESCRICAO NOT = SPACES
002144         DISPLAY "PROG49: EMPRESTIMO APROVADO PARA " CODIGO
002145             " NAO CONCEDIDO - " WS-APV-DESCRICAO
002146         GO TO 1600-APLICAR-UM-EXIT
002147     END-IF.

002148     MOVE CODIGO TO LN-CODIGO.
002149     READ LOAN-FILE
002150         INVALID KEY
002151             MOVE "N" TO WS-JA-EXISTE-SW
002152         NOT INVALID KEY
002153             MOVE "Y" TO WS-JA-EXISTE-SW
002154     END-READ.
002155     IF WS-JA-EXISTE AND LN-SALDO > ZERO
002156         MOVE "EMPRESTIMO COM SALDO DEVEDOR EM ABERTO" TO
002157             WS-APV-DESCRICAO
002158         DISPLAY "PROG49: EMPRESTIMO APROVADO PARA " CODIGO
002159             " NAO CONCEDIDO - " WS-APV-DESCRICAO
002160         GO TO 1600-APLICAR-UM-EXIT
002161     END-IF.

002162     MOVE CODIGO               TO LN-CODIGO.
002163     MOVE WS-APV-PRINCIPAL     TO LN-PRINCIPAL.
002164     MOVE WS-APV-VALOR-PARCELA TO LN-VALOR-PARCELA.
002165     MOVE WS-APV-QTD-PARCELAS  TO LN-QTD-PARCELAS.
002166     MOVE ZERO                 TO LN-PARCELAS-PAGAS.
002167     MOVE LN-PRINCIPAL         TO LN-SALDO.
002168     MOVE WS-DATA-ATUAL        TO LN-DATA-CONCESSAO.
002169     SET LN-EM-FOLHA           TO TRUE.
002170     MOVE ZERO                 TO LN-DATA-RESCISAO.
002171     PERFORM 4000-GRAVAR-EMPRESTIMO
002172         THRU 4000-GRAVAR-EMPRESTIMO-EXIT.
002173 1600-APLICAR-UM-EXIT.
002174     EXIT.

002175*----------------------------------------------------------------
002176* 2000-OBTER-DADOS - THE CODIGO MUST BE AN ACTIVE FUNCIONARIO
002177*                     AND MUST NOT CARRY AN OPEN BALANCE ALREADY
002178*----------------------------------------------------------------
002179 2000-OBTER-DADOS.
002180     MOVE "CODIGO DO FUNCIONARIO" TO WS-MENSAGEM.
002181     MOVE 1 TO WS-LIMITE-MIN.
002190     MOVE 999999 TO WS-LIMITE-MAX.
002200     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
002210         WS-LIMITE-MIN WS-LIMITE-MAX.
002620     MOVE ZERO TO LN-PARCELAS-PAGAS.
002630     MOVE LN-PRINCIPAL TO LN-SALDO.
002640     MOVE WS-DATA-ATUAL TO LN-DATA-CONCESSAO.
002643     SET LN-EM-FOLHA TO TRUE.
002646     MOVE ZERO TO LN-DATA-RESCISAO.

002650     DISPLAY "PROG49: PARCELA CALCULADA: " LN-VALOR-PARCELA.
002660 2000-OBTER-DADOS-EXIT.
002670     EXIT.

002680*----------------------------------------------------------------
002690* 3000-SOLICITAR-APROVACAO - THE LOAN IS PARKED FOR A
002700*                             SUPERVISOR OTHER THAN THE
002701*                             REQUESTER (PROG209/PROG210)
002710*----------------------------------------------------------------
002720 3000-SOLICITAR-APROVACAO.
002721     MOVE "S"              TO WS-APV-FUNCAO.
002722     MOVE LN-CODIGO        TO WS-APV-CODIGO.
002723     MOVE SPACES           TO WS-APV-DADOS.
002724     MOVE LN-PRINCIPAL     TO WS-APV-PRINCIPAL.
002725     MOVE LN-VALOR-PARCELA TO WS-APV-VALOR-PARCELA.
002726     MOVE LN-QTD-PARCELAS  TO WS-APV-QTD-PARCELAS.
002727     MOVE SPACES           TO WS-APV-DESCRICAO.
002728     STRING "EMPRESTIMO " LN-PRINCIPAL " EM "
002729         LN-QTD-PARCELAS " PARCELA(S) DE " LN-VALOR-PARCELA
002730         DELIMITED BY SIZE INTO WS-APV-DESCRICAO.
002731     CALL "PROG209" USING WS-APV-FUNCAO WS-APV-PROGRAMA
002732         WS-APV-CODIGO WS-APV-DESCRICAO WS-APV-DADOS
002733         WS-APV-APROVADOR WS-APV-STATUS.
002734     IF NOT WS-APV-OK
002735         DISPLAY "PROG49: EMPRESTIMO NAO ENVIADO PARA APROVACAO"
002736         GO TO 3000-SOLICITAR-APROVACAO-EXIT
002737     END-IF.
002738     DISPLAY "PROG49: EMPRESTIMO DE " LN-CODIGO " AGUARDA "
002739         "APROVACAO - SERA CONCEDIDO NA PROXIMA EXECUCAO "
002740         "APOS APROVADO".
002890 3000-SOLICITAR-APROVACAO-EXIT.
002900     EXIT.

002910*----------------------------------------------------------------
002920* 4000-GRAVAR-EMPRESTIMO - A FULLY PAID PRIOR LOAN'S ROW IS
002930*                           REPLACED; A FIRST LOAN IS WRITTEN NEW.
002931*                           THE APRVFILE ROW IS CLOSED AS
002932*                           APPLIED ONLY ONCE THE LOAN IS ON FILE
002940*----------------------------------------------------------------
002950 4000-GRAVAR-EMPRESTIMO.
002960     IF WS-JA-EXISTE
003010     IF NOT FS-LOANFILE-OK
003020         DISPLAY "PROG49: ERRO AO GRAVAR EMPRESTIMO DE "
003030             LN-CODIGO " - " FS-LOANFILE
003031         STRING "LOANFILE RECUSOU A GRAVACAO - " FS-LOANFILE
003032             DELIMITED BY SIZE INTO WS-APV-DESCRICAO
003040         GO TO 4000-GRAVAR-EMPRESTIMO-EXIT
003050     END-IF.
003051     MOVE "E" TO WS-APV-FUNCAO.
003052     ADD 1 TO WS-QTD-APLICADAS.

003060     DISPLAY "PROG49: EMPRESTIMO CONCEDIDO A " LN-CODIGO.
003070     MOVE SPACES TO WS-DESCRICAO-AUD.
003080     STRING "CONCEDEU EMPRESTIMO A " LN-CODIGO
003090         " EM " LN-QTD-PARCELAS " PARC. APROVADOR "
003091         WS-APV-APROVADOR
003100         DELIMITED BY SIZE INTO WS-DESCRICAO-AUD.
003110     CALL "PROG22" USING "PROG49  " WS-DESCRICAO-AUD.
003120 4000-GRAVAR-EMPRESTIMO-EXIT.
003150* 8000-FINALIZAR
003160*----------------------------------------------------------------
003170 8000-FINALIZAR.
003180     CLOSE LOAN-FILE EMPLOYEE-MASTER.
003190 8000-FINALIZAR-EXIT.
003200     EXIT.

