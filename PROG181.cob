001000******************************************************************
001010* PROGRAM-ID: PROG181
001020* AUTHOR:      R. ALMEIDA - APPLICATIONS
001030* INSTALLATION: FOLHA DE PAGAMENTO / RECURSOS HUMANOS
001040* DATE-WRITTEN: 2026-09-28
001050* DATE-COMPILED:
001060* PURPOSE:     MAINTAINS THE PER-FUNCIONARIO HAZARD-PAY OVERRIDE
001070*              FILE (RISCFILE) - INCLUSION, ALTERATION AND
001080*              CONSULTATION OF THE INSALUBRIDADE / PERICULOSIDADE
001090*              GRADE THAT REPLACES THE CARGO'S GRADE ON CARGFILE,
001100*              WITH THE TECHNICAL REPORT (LAUDO) REFERENCE AND
001110*              DATE THAT SUPPORT IT. AN OVERRIDE CANNOT BE SAVED
001120*              WITHOUT THE LAUDO. THE CONSULTATION ALSO SHOWS THE
001130*              GRADE AND MONTHLY VALUE PROG182 WILL PAY. EVERY
001140*              OPERATION IS LOGGED THROUGH THE PROG22 AUDIT
001150*              WRITER.
001160* ----------------------------------------------------------------
001170* MODIFICATION HISTORY
001180* DATE       INIT DESCRIPTION
001190* 2026-09-28 RA   INITIAL VERSION
001200******************************************************************
001210 IDENTIFICATION DIVISION.
001220 PROGRAM-ID. PROG181.

001230 ENVIRONMENT DIVISION.
001240 INPUT-OUTPUT SECTION.
001250 FILE-CONTROL.
001260     SELECT HAZARD-FILE ASSIGN TO "RISCFILE"
001270         ORGANIZATION IS INDEXED
001280         ACCESS MODE IS DYNAMIC
001290         RECORD KEY IS RC-CODIGO
001300         FILE STATUS IS FS-RISCFILE.

001310     SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
001320         ORGANIZATION IS INDEXED
001330         ACCESS MODE IS DYNAMIC
001340         RECORD KEY IS CODIGO
001350         ALTERNATE RECORD KEY IS NOME
001360             WITH DUPLICATES
001370         ALTERNATE RECORD KEY IS DEPARTAMENTO
001380             WITH DUPLICATES
001390         FILE STATUS IS FS-EMPMAST.

001400 DATA DIVISION.
001410 FILE SECTION.
001420 FD  HAZARD-FILE.
001430 COPY RISCREC.

001440 FD  EMPLOYEE-MASTER.
001450 COPY EMPREC.

001460 WORKING-STORAGE SECTION.
001470 01  FS-RISCFILE                 PIC X(02).
001480     88  FS-RISCFILE-OK          VALUE "00".

001490 01  FS-EMPMAST                  PIC X(02).
001500     88  FS-EMPMAST-OK           VALUE "00".

001510 01  WS-OPCAO-SW                 PIC X(01).
001520     88  WS-OPCAO-INCLUIR        VALUE "1".
001530     88  WS-OPCAO-ALTERAR        VALUE "2".
001540     88  WS-OPCAO-CONSULTAR      VALUE "3".

001550 01  WS-JA-EXISTE-SW             PIC X(01) VALUE "N".
001560     88  WS-JA-EXISTE            VALUE "Y".

001570 01  WS-MENSAGEM                 PIC X(40).
001580 01  WS-VALOR-ENT                PIC 9(09).
001590 01  WS-LIMITE-MIN               PIC 9(09).
001600 01  WS-LIMITE-MAX               PIC 9(09).

001610 01  WS-CHAMADA-RISCO.
001620     05  WS-GRAU-RISCO           PIC X(01).
001630     05  WS-ADIC-RISCO-CALC      PIC 9(09)V9(02).

001640 01  WS-VALOR-ED                 PIC ZZZ,ZZZ,ZZ9.99.

001650 01  WS-DESCRICAO-AUD            PIC X(60).

001660 PROCEDURE DIVISION.

001670 0000-MAINLINE.
001680     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.

001690     IF WS-OPCAO-CONSULTAR
001700         PERFORM 4000-CONSULTAR THRU 4000-CONSULTAR-EXIT
001710     ELSE
001720         PERFORM 2000-CAPTURAR THRU 2000-CAPTURAR-EXIT
001730         PERFORM 3000-GRAVAR THRU 3000-GRAVAR-EXIT
001740     END-IF.

001750     CLOSE HAZARD-FILE EMPLOYEE-MASTER.
001760     GO TO 9999-EXIT.

001770*----------------------------------------------------------------
001780* 1000-INICIALIZAR
001790*----------------------------------------------------------------
001800 1000-INICIALIZAR.
001810     OPEN I-O HAZARD-FILE.
001820     IF NOT FS-RISCFILE-OK
001830         OPEN OUTPUT HAZARD-FILE
001840         CLOSE HAZARD-FILE
001850         OPEN I-O HAZARD-FILE
001860     END-IF.
001870     IF NOT FS-RISCFILE-OK
001880         DISPLAY "PROG181: ERRO AO ABRIR HAZARD-FILE "
001890                 FS-RISCFILE
001900         GO TO 9999-EXIT
001910     END-IF.

001920     OPEN INPUT EMPLOYEE-MASTER.

001930     DISPLAY "OPERACAO (1 = INCLUIR / 2 = ALTERAR / "
001940             "3 = CONSULTAR)".
001950     ACCEPT WS-OPCAO-SW.

001960     MOVE "CODIGO DO FUNCIONARIO" TO WS-MENSAGEM.
001970     MOVE 1 TO WS-LIMITE-MIN.
001980     MOVE 999999 TO WS-LIMITE-MAX.
001990     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
002000         WS-LIMITE-MIN WS-LIMITE-MAX.
002010     MOVE WS-VALOR-ENT TO RC-CODIGO.

002020     MOVE RC-CODIGO TO CODIGO.
002030     READ EMPLOYEE-MASTER
002040         INVALID KEY
002050             DISPLAY "PROG181: FUNCIONARIO " RC-CODIGO " NAO "
002060                 "CONSTA NO EMPLOYEE-MASTER - OPERACAO "
002070                 "REJEITADA"
002080             CLOSE HAZARD-FILE EMPLOYEE-MASTER
002090             GO TO 9999-EXIT
002100     END-READ.

002110     READ HAZARD-FILE
002120         INVALID KEY
002130             MOVE "N" TO WS-JA-EXISTE-SW
002140         NOT INVALID KEY
002150             MOVE "Y" TO WS-JA-EXISTE-SW
002160     END-READ.

002170     IF WS-OPCAO-INCLUIR AND WS-JA-EXISTE
002180         DISPLAY "PROG181: ADICIONAL DE " RC-CODIGO " JA "
002190             "CADASTRADO - OPERACAO REJEITADA"
002200         CLOSE HAZARD-FILE EMPLOYEE-MASTER
002210         GO TO 9999-EXIT
002220     END-IF.
002230     IF WS-OPCAO-ALTERAR AND NOT WS-JA-EXISTE
002240         DISPLAY "PROG181: ADICIONAL DE " RC-CODIGO " NAO "
002250             "CADASTRADO - OPERACAO REJEITADA"
002260         CLOSE HAZARD-FILE EMPLOYEE-MASTER
002270         GO TO 9999-EXIT
002280     END-IF.
002290 1000-INICIALIZAR-EXIT.
002300     EXIT.

002310*----------------------------------------------------------------
002320* 2000-CAPTURAR - THE GRADE, AND THE LAUDO THAT SUPPORTS IT
002330*----------------------------------------------------------------
002340 2000-CAPTURAR.
002350     DISPLAY "GRAU (N = SEM ADICIONAL / 1, 2, 3 = INSALUBRIDADE "
002360             "MINIMO, MEDIO, MAXIMO / P = PERICULOSIDADE)".
002370     ACCEPT RC-GRAU.
002380     IF NOT RC-GRAU-VALIDO
002390         DISPLAY "PROG181: GRAU " RC-GRAU " INVALIDO - "
002400             "OPERACAO REJEITADA"
002410         CLOSE HAZARD-FILE EMPLOYEE-MASTER
002420         GO TO 9999-EXIT
002430     END-IF.

002440     DISPLAY "REFERENCIA DO LAUDO TECNICO (LTCAT / PPRA)".
002450     ACCEPT RC-LAUDO.
002460     IF RC-LAUDO = SPACES
002470         DISPLAY "PROG181: EXCECAO SEM LAUDO TECNICO - "
002480             "OPERACAO REJEITADA"
002490         CLOSE HAZARD-FILE EMPLOYEE-MASTER
002500         GO TO 9999-EXIT
002510     END-IF.

002520     MOVE "DATA DO LAUDO (AAAAMMDD)" TO WS-MENSAGEM.
002530     MOVE 19000101 TO WS-LIMITE-MIN.
002540     MOVE 29991231 TO WS-LIMITE-MAX.
002550     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
002560         WS-LIMITE-MIN WS-LIMITE-MAX.
002570     MOVE WS-VALOR-ENT TO RC-DATA-LAUDO.

002580     DISPLAY "EXCECAO ATIVA (A) OU ENCERRADA (E)".
002590     ACCEPT RC-ATIVO-SW.
002600     IF NOT RC-ATIVO AND NOT RC-ENCERRADO
002610         MOVE "A" TO RC-ATIVO-SW
002620     END-IF.
002630 2000-CAPTURAR-EXIT.
002640     EXIT.

002650*----------------------------------------------------------------
002660* 3000-GRAVAR
002670*----------------------------------------------------------------
002680 3000-GRAVAR.
002690     IF WS-JA-EXISTE
002700         REWRITE RISCO-REC
002710     ELSE
002720         WRITE RISCO-REC
002730     END-IF.
002740     IF NOT FS-RISCFILE-OK
002750         DISPLAY "PROG181: ERRO AO GRAVAR ADICIONAL DE "
002760             RC-CODIGO " - " FS-RISCFILE
002770         GO TO 3000-GRAVAR-EXIT
002780     END-IF.

002790     DISPLAY "PROG181: ADICIONAL DE " RC-CODIGO " GRAVADO".
002800     MOVE SPACES TO WS-DESCRICAO-AUD.
002810     STRING "GRAVOU ADICIONAL DE " RC-CODIGO " GRAU " RC-GRAU
002820         " " RC-ATIVO-SW " LAUDO " RC-LAUDO
002830         DELIMITED BY SIZE INTO WS-DESCRICAO-AUD.
002840     CALL "PROG22" USING "PROG181 " WS-DESCRICAO-AUD.
002850 3000-GRAVAR-EXIT.
002860     EXIT.

002870*----------------------------------------------------------------
002880* 4000-CONSULTAR - THE OVERRIDE, IF ANY, AND WHAT THE PAYROLL
002890*                  WILL ACTUALLY PAY
002900*----------------------------------------------------------------
002910 4000-CONSULTAR.
002920     IF WS-JA-EXISTE
002930         DISPLAY "CODIGO ....... : " RC-CODIGO
002940         DISPLAY "GRAU ......... : " RC-GRAU
002950         DISPLAY "LAUDO ........ : " RC-LAUDO
002960         DISPLAY "DATA DO LAUDO  : " RC-DATA-LAUDO
002970         IF RC-ATIVO
002980             DISPLAY "SITUACAO ..... : ATIVA"
002990         ELSE
003000             DISPLAY "SITUACAO ..... : ENCERRADA"
003010         END-IF
003020     ELSE
003030         DISPLAY "PROG181: SEM EXCECAO PARA " RC-CODIGO
003040             " - VALE O GRAU DO CARGO"
003050     END-IF.

003060     CALL "PROG182" USING CODIGO DEPARTAMENTO CARGO SALARIO
003070         WS-GRAU-RISCO WS-ADIC-RISCO-CALC.
003080     MOVE WS-ADIC-RISCO-CALC TO WS-VALOR-ED.
003090     DISPLAY "GRAU APLICADO  : " WS-GRAU-RISCO.
003100     DISPLAY "VALOR MENSAL . : " WS-VALOR-ED.
003110 4000-CONSULTAR-EXIT.
003120     EXIT.

003130 9999-EXIT.
003140     STOP RUN.
