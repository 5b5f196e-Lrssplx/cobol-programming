001000******************************************************************
001010* PROGRAM-ID: PROG179
001020* AUTHOR:      R. ALMEIDA - APPLICATIONS
001030* INSTALLATION: FOLHA DE PAGAMENTO / RECURSOS HUMANOS
001040* DATE-WRITTEN: 2026-09-28
001050* DATE-COMPILED:
001060* PURPOSE:     MAINTAINS THE UNION MASTER (SINDFILE) - INCLUSION,
001070*              ALTERATION AND CONSULTATION, IN THE PROG161 MOLD,
001080*              OF A UNION'S NAME, CNPJ, BASE-DATE MONTH, FLOOR
001090*              SALARY (PISO) AND DUES RULE. PROG18 TIES EACH
001100*              FUNCIONARIO TO A UNION, PROG42 DEDUCTS THE
001110*              AUTHORIZED DUES, PROG16 AND PROG66 ENFORCE THE PISO
001120*              AND PROG180 REPORTS THE MONTHLY REMITTANCE. A UNION
001130*              IS RETIRED BY MARKING IT INACTIVE, NEVER DELETED.
001140*              EVERY OPERATION IS LOGGED THROUGH THE PROG22 AUDIT
001150*              WRITER.
001160* ----------------------------------------------------------------
001170* MODIFICATION HISTORY
001180* DATE       INIT DESCRIPTION
001190* 2026-09-28 RA   INITIAL VERSION
001200******************************************************************
001210 IDENTIFICATION DIVISION.
001220 PROGRAM-ID. PROG179.

001230 ENVIRONMENT DIVISION.
001240 INPUT-OUTPUT SECTION.
001250 FILE-CONTROL.
001260     SELECT UNION-FILE ASSIGN TO "SINDFILE"
001270         ORGANIZATION IS INDEXED
001280         ACCESS MODE IS DYNAMIC
001290         RECORD KEY IS SD-CODIGO
001300         FILE STATUS IS FS-SINDFILE.

001310 DATA DIVISION.
001320 FILE SECTION.
001330 FD  UNION-FILE.
001340 COPY SINDREC.

001350 WORKING-STORAGE SECTION.
001360 01  FS-SINDFILE                 PIC X(02).
001370     88  FS-SINDFILE-OK          VALUE "00".

001380 01  WS-OPCAO-SW                 PIC X(01).
001390     88  WS-OPCAO-INCLUIR        VALUE "1".
001400     88  WS-OPCAO-ALTERAR        VALUE "2".
001410     88  WS-OPCAO-CONSULTAR      VALUE "3".

001420 01  WS-JA-EXISTE-SW             PIC X(01) VALUE "N".
001430     88  WS-JA-EXISTE            VALUE "Y".

001440 01  WS-MENSAGEM                 PIC X(40).
001450 01  WS-VALOR-ENT                PIC 9(09).
001460 01  WS-LIMITE-MIN               PIC 9(09).
001470 01  WS-LIMITE-MAX               PIC 9(09).

001480 01  WS-PISO-ED                  PIC ZZZ,ZZ9.99.
001490 01  WS-PERC-ED                  PIC Z9.99.
001500 01  WS-VALOR-ED                 PIC Z,ZZZ,ZZ9.99.

001510 01  WS-DESCRICAO-AUD            PIC X(60).

001520 PROCEDURE DIVISION.

001530 0000-MAINLINE.
001540     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.

001550     IF WS-OPCAO-CONSULTAR
001560         PERFORM 4000-CONSULTAR THRU 4000-CONSULTAR-EXIT
001570     ELSE
001580         PERFORM 2000-CAPTURAR THRU 2000-CAPTURAR-EXIT
001590         PERFORM 3000-GRAVAR THRU 3000-GRAVAR-EXIT
001600     END-IF.

001610     CLOSE UNION-FILE.
001620     GO TO 9999-EXIT.

001630*----------------------------------------------------------------
001640* 1000-INICIALIZAR
001650*----------------------------------------------------------------
001660 1000-INICIALIZAR.
001670     OPEN I-O UNION-FILE.
001680     IF NOT FS-SINDFILE-OK
001690         OPEN OUTPUT UNION-FILE
001700         CLOSE UNION-FILE
001710         OPEN I-O UNION-FILE
001720     END-IF.
001730     IF NOT FS-SINDFILE-OK
001740         DISPLAY "PROG179: ERRO AO ABRIR UNION-FILE "
001750                 FS-SINDFILE
001760         GO TO 9999-EXIT
001770     END-IF.

001780     DISPLAY "OPERACAO (1 = INCLUIR / 2 = ALTERAR / "
001790             "3 = CONSULTAR)".
001800     ACCEPT WS-OPCAO-SW.

001810     DISPLAY "CODIGO DO SINDICATO".
001820     ACCEPT SD-CODIGO.
001830     IF SD-CODIGO = SPACES
001840         DISPLAY "PROG179: CODIGO EM BRANCO - OPERACAO REJEITADA"
001850         CLOSE UNION-FILE
001860         GO TO 9999-EXIT
001870     END-IF.

001880     READ UNION-FILE
001890         INVALID KEY
001900             MOVE "N" TO WS-JA-EXISTE-SW
001910         NOT INVALID KEY
001920             MOVE "Y" TO WS-JA-EXISTE-SW
001930     END-READ.

001940     IF WS-OPCAO-INCLUIR AND WS-JA-EXISTE
001950         DISPLAY "PROG179: SINDICATO JA CADASTRADO - "
001960             "OPERACAO REJEITADA"
001970         CLOSE UNION-FILE
001980         GO TO 9999-EXIT
001990     END-IF.
002000     IF WS-OPCAO-ALTERAR AND NOT WS-JA-EXISTE
002010         DISPLAY "PROG179: SINDICATO NAO CADASTRADO - "
002020             "OPERACAO REJEITADA"
002030         CLOSE UNION-FILE
002040         GO TO 9999-EXIT
002050     END-IF.
002060 1000-INICIALIZAR-EXIT.
002070     EXIT.

002080*----------------------------------------------------------------
002090* 2000-CAPTURAR - VALUES IN CENTAVOS, PERCENTAGES IN HUNDREDTHS
002100*                 OF A PERCENT (150 = 1,50%). AN UNKNOWN DUES
002110*                 RULE FALLS BACK TO N (NO DUES)
002120*----------------------------------------------------------------
002130 2000-CAPTURAR.
002140     DISPLAY "NOME DO SINDICATO".
002150     ACCEPT SD-NOME.

002160     DISPLAY "CNPJ (14 DIGITOS)".
002170     ACCEPT SD-CNPJ.

002180     MOVE "MES DA DATA-BASE (1 A 12)" TO WS-MENSAGEM.
002190     MOVE 1 TO WS-LIMITE-MIN.
002200     MOVE 12 TO WS-LIMITE-MAX.
002210     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
002220         WS-LIMITE-MIN WS-LIMITE-MAX.
002230     MOVE WS-VALOR-ENT TO SD-MES-DATA-BASE.

002240     MOVE "PISO SALARIAL (CENTAVOS)" TO WS-MENSAGEM.
002250     MOVE ZERO TO WS-LIMITE-MIN.
002260     MOVE 99999999 TO WS-LIMITE-MAX.
002270     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
002280         WS-LIMITE-MIN WS-LIMITE-MAX.
002290     COMPUTE SD-PISO-SALARIAL = WS-VALOR-ENT / 100.

002300     DISPLAY "REGRA DA CONTRIBUICAO (P = % MENSAL / F = FIXA "
002310             "MENSAL / D = UM DIA POR ANO / N = NENHUMA)".
002320     ACCEPT SD-REGRA-CONTRIB.
002330     IF NOT SD-CONTRIB-PERCENTUAL AND NOT SD-CONTRIB-FIXA
002340         AND NOT SD-CONTRIB-UM-DIA AND NOT SD-SEM-CONTRIB
002350         MOVE "N" TO SD-REGRA-CONTRIB
002360     END-IF.

002370     MOVE ZERO TO SD-PERC-CONTRIB.
002380     MOVE ZERO TO SD-VALOR-CONTRIB.
002390     MOVE ZERO TO SD-MES-CONTRIB.
002400     IF SD-CONTRIB-PERCENTUAL
002410         MOVE "PERCENTUAL (CENTESIMOS DE %)" TO WS-MENSAGEM
002420         MOVE 1 TO WS-LIMITE-MIN
002430         MOVE 9999 TO WS-LIMITE-MAX
002440         CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
002450             WS-LIMITE-MIN WS-LIMITE-MAX
002460         COMPUTE SD-PERC-CONTRIB = WS-VALOR-ENT / 100
002470     END-IF.
002480     IF SD-CONTRIB-FIXA
002490         MOVE "VALOR MENSAL (CENTAVOS)" TO WS-MENSAGEM
002500         MOVE 1 TO WS-LIMITE-MIN
002510         MOVE 999999999 TO WS-LIMITE-MAX
002520         CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
002530             WS-LIMITE-MIN WS-LIMITE-MAX
002540         COMPUTE SD-VALOR-CONTRIB = WS-VALOR-ENT / 100
002550     END-IF.
002560     IF SD-CONTRIB-UM-DIA
002570         MOVE "MES DO DESCONTO ANUAL (1 A 12)" TO WS-MENSAGEM
002580         MOVE 1 TO WS-LIMITE-MIN
002590         MOVE 12 TO WS-LIMITE-MAX
002600         CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
002610             WS-LIMITE-MIN WS-LIMITE-MAX
002620         MOVE WS-VALOR-ENT TO SD-MES-CONTRIB
002630     END-IF.

002640     DISPLAY "SITUACAO (A = ATIVO / I = INATIVO)".
002650     ACCEPT SD-SITUACAO.
002660     IF NOT SD-ATIVO AND NOT SD-INATIVO
002670         MOVE "A" TO SD-SITUACAO
002680     END-IF.
002690 2000-CAPTURAR-EXIT.
002700     EXIT.

002710*----------------------------------------------------------------
002720* 3000-GRAVAR
002730*----------------------------------------------------------------
002740 3000-GRAVAR.
002750     IF WS-JA-EXISTE
002760         REWRITE SINDICATO-REC
002770     ELSE
002780         WRITE SINDICATO-REC
002790     END-IF.
002800     IF NOT FS-SINDFILE-OK
002810         DISPLAY "PROG179: ERRO AO GRAVAR SINDICATO - "
002820             FS-SINDFILE
002830         GO TO 3000-GRAVAR-EXIT
002840     END-IF.

002850     DISPLAY "PROG179: SINDICATO " SD-CODIGO " GRAVADO".
002860     MOVE SD-PISO-SALARIAL TO WS-PISO-ED.
002870     MOVE SPACES TO WS-DESCRICAO-AUD.
002880     STRING "GRAVOU SINDICATO " SD-CODIGO " PISO "
002890         WS-PISO-ED " REGRA " SD-REGRA-CONTRIB " "
002900         SD-SITUACAO
002910         DELIMITED BY SIZE INTO WS-DESCRICAO-AUD.
002920     CALL "PROG22" USING "PROG179 " WS-DESCRICAO-AUD.
002930 3000-GRAVAR-EXIT.
002940     EXIT.

002950*----------------------------------------------------------------
002960* 4000-CONSULTAR
002970*----------------------------------------------------------------
002980 4000-CONSULTAR.
002990     IF NOT WS-JA-EXISTE
003000         DISPLAY "PROG179: SINDICATO NAO CADASTRADO"
003010         GO TO 4000-CONSULTAR-EXIT
003020     END-IF.

003030     MOVE SD-PISO-SALARIAL TO WS-PISO-ED.
003040     MOVE SD-PERC-CONTRIB  TO WS-PERC-ED.
003050     MOVE SD-VALOR-CONTRIB TO WS-VALOR-ED.
003060     DISPLAY "SINDICATO ........ : " SD-CODIGO " " SD-NOME.
003070     DISPLAY "CNPJ ............. : " SD-CNPJ.
003080     DISPLAY "MES DA DATA-BASE . : " SD-MES-DATA-BASE.
003090     DISPLAY "PISO SALARIAL .... : " WS-PISO-ED.
003100     DISPLAY "REGRA CONTRIBUICAO : " SD-REGRA-CONTRIB.
003110     DISPLAY "PERCENTUAL % ..... : " WS-PERC-ED.
003120     DISPLAY "VALOR FIXO ....... : " WS-VALOR-ED.
003130     DISPLAY "MES DESCONTO ANUAL : " SD-MES-CONTRIB.
003140     DISPLAY "SITUACAO ......... : " SD-SITUACAO.
003150 4000-CONSULTAR-EXIT.
003160     EXIT.

003170 9999-EXIT.
003180     STOP RUN.
