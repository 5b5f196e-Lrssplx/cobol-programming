001150*              CHANGE; 5 CLEARS A LOCKOUT AND THE FAILURE
001160*              COUNTER. EVERY ACTION GOES THROUGH THE PROG22
001170*              AUDIT WRITER.
001171*              6 SETS THE FIELD-VISIBILITY LEVEL (PROG211).
001180* ----------------------------------------------------------------
001190* MODIFICATION HISTORY
001200* DATE       INIT DESCRIPTION
001210* 2026-09-02 RA   INITIAL VERSION
001211* 2026-10-08 RA   FUNCTION 1 NOW ALSO TAKES THE FIELD-VISIBILITY
001212*                 LEVEL (OP-NIVEL-VISAO, ENTER = BY OP-NIVEL) AND
001213*                 THE NEW FUNCTION 6 CHANGES IT ON AN EXISTING
001214*                 OPERATOR.
001220******************************************************************
001230 IDENTIFICATION DIVISION.
001240 PROGRAM-ID. PROG152.
001430     88  WS-FUNCAO-REATIVAR      VALUE "3".
001440     88  WS-FUNCAO-RESETAR       VALUE "4".
001450     88  WS-FUNCAO-DESBLOQUEAR   VALUE "5".
001451     88  WS-FUNCAO-VISAO         VALUE "6".

001460 01  WS-CODIGO-APROV             PIC X(06).
001470 01  WS-CODIGO-ALVO              PIC X(06).
001480 01  WS-NOME-ENT                 PIC X(20).
001490 01  WS-NIVEL-ENT                PIC X(01).
001491 01  WS-VISAO-ENT                PIC X(01).

001500 01  WS-DESCRICAO-AUD            PIC X(60).


001640     DISPLAY "FUNCAO (1 = INCLUIR / 2 = DESATIVAR / "
001650             "3 = REATIVAR / 4 = RESETAR SENHA / "
001660             "5 = DESBLOQUEAR / 6 = NIVEL DE VISAO)".
001670     ACCEPT WS-FUNCAO-SW.

001680     DISPLAY "CODIGO DO OPERADOR ALVO".
001780     ELSE
001790         IF WS-FUNCAO-DESATIVAR OR WS-FUNCAO-REATIVAR
001800             OR WS-FUNCAO-RESETAR OR WS-FUNCAO-DESBLOQUEAR
001801             OR WS-FUNCAO-VISAO
001810             PERFORM 3000-ALTERAR THRU 3000-ALTERAR-EXIT
001820         ELSE
001830             DISPLAY "PROG152: FUNCAO INVALIDA"
002380         DISPLAY "PROG152: NIVEL INVALIDO"
002390         GO TO 2000-INCLUIR-EXIT
002400     END-IF.
002401     PERFORM 4000-CAPTURAR-VISAO THRU 4000-CAPTURAR-VISAO-EXIT.
002402     IF NOT OP-VISAO-VALIDA
002403         DISPLAY "PROG152: NIVEL DE VISAO INVALIDO"
002404         GO TO 2000-INCLUIR-EXIT
002405     END-IF.

002410     MOVE WS-CODIGO-ALVO TO OP-CODIGO-OPERADOR.
002420     MOVE WS-NOME-ENT    TO OP-NOME.
002550         "SENHA SERA DEFINIDA NO PRIMEIRO ACESSO".
002560     MOVE SPACES TO WS-DESCRICAO-AUD.
002570     STRING "CRIOU OPERADOR " WS-CODIGO-ALVO " NIVEL "
002580         WS-NIVEL-ENT " VISAO " WS-VISAO-ENT
002581         " APROVADOR " WS-CODIGO-APROV
002590         DELIMITED BY SIZE INTO WS-DESCRICAO-AUD.
002600     CALL "PROG22" USING "PROG152 " WS-DESCRICAO-AUD.
002610 2000-INCLUIR-EXIT.
003000             " APROVADOR " WS-CODIGO-APROV
003010             DELIMITED BY SIZE INTO WS-DESCRICAO-AUD
003020     END-IF.
003021     IF WS-FUNCAO-VISAO
003022         PERFORM 4000-CAPTURAR-VISAO
003023             THRU 4000-CAPTURAR-VISAO-EXIT
003024         IF NOT OP-VISAO-VALIDA
003025             DISPLAY "PROG152: NIVEL DE VISAO INVALIDO"
003026             GO TO 3000-ALTERAR-EXIT
003027         END-IF
003028         STRING "VISAO " WS-VISAO-ENT " PARA " WS-CODIGO-ALVO
003029             " APROVADOR " WS-CODIGO-APROV
003030             DELIMITED BY SIZE INTO WS-DESCRICAO-AUD
003031     END-IF.

003032     REWRITE OPERADOR-REC.
003040     IF NOT FS-OPERADOR-OK
003050         DISPLAY "PROG152: ERRO AO REGRAVAR - " FS-OPERADOR
003060         GO TO 3000-ALTERAR-EXIT
003100 3000-ALTERAR-EXIT.
003110     EXIT.

003111*----------------------------------------------------------------
003112* 4000-CAPTURAR-VISAO - FIELD-VISIBILITY LEVEL FOR PROG211;
003113*                        ENTER LEAVES IT TO OP-NIVEL
003114*----------------------------------------------------------------
003115 4000-CAPTURAR-VISAO.
003116     DISPLAY "NIVEL DE VISAO (1 = BASICA / 2 = DOCUMENTOS / "
003117             "3 = INTEGRAL / ENTER = CONFORME O NIVEL)".
003118     MOVE SPACE TO WS-VISAO-ENT.
003119     ACCEPT WS-VISAO-ENT.
003120     MOVE WS-VISAO-ENT TO OP-NIVEL-VISAO.
003121 4000-CAPTURAR-VISAO-EXIT.
003122     EXIT.

003123 9999-EXIT.
003130     STOP RUN.
