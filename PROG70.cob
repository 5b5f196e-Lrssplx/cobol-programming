001190*                 DEPTFILE, PROG67) SO OPERACOES PRINTS AS ONE
001200*                 LINE INSTEAD OF THREE WAREHOUSES. THE DETAIL
001210*                 OPTION KEEPS THE OLD LEAF-BY-LEAF LISTING.
001211* 2026-10-05 RA   EVERY LINE NOW CARRIES THE MONTH'S ABSENTEEISM
001212*                 RATE FROM THE SNAPSHOT (PROG195); THE
001213*                 CONSOLIDATED LINE RECOMPUTES IT FROM THE
001214*                 CHILDREN'S HOURS.
001215* 2026-10-08 RA   EVERY LINE NOW SHOWS THE MONTH'S ADMISSIONS
001216*                 AND THE DEPARTMENT TRANSFERS IN AND OUT, SO A
001217*                 TRANSFER NO LONGER LOOKS LIKE A HIRE.
001218* 2026-10-15 RA   THE OPERATOR IDENTIFIES ITSELF (PROG211) AT
001219*                 START-UP. BELOW INTEGRAL THE TOTAL SALARIO BRL
001220*                 COLUMN PRINTS AS ASTERISKS; AN INTEGRAL REPORT
001221*                 IS LOGGED THROUGH PROG22.
001222******************************************************************
001230 IDENTIFICATION DIVISION.
001240 PROGRAM-ID. PROG70.

001570         10  WS-CONSOL-ATIVOS    PIC 9(05).
001580         10  WS-CONSOL-AFAST     PIC 9(05).
001590         10  WS-CONSOL-SALARIO   PIC 9(11)V9(02).
001591         10  WS-CONSOL-PREVISTAS PIC 9(07)V9(02).
001592         10  WS-CONSOL-PERDIDAS  PIC 9(07)V9(02).
001593         10  WS-CONSOL-ADMISSOES PIC 9(05).
001594         10  WS-CONSOL-ENTRADAS  PIC 9(05).
001595         10  WS-CONSOL-SAIDAS    PIC 9(05).
001600 01  WS-INDICE2                  PIC 9(03) COMP.
001610 01  WS-ACHOU2-SW                PIC X(01).
001620     88  WS-ACHOU2               VALUE "Y".
001840 01  WS-DELTA-ED                 PIC -(05)9.

001850 01  WS-SALARIO-ED               PIC ZZZ,ZZZ,ZZ9.99.
001851 01  WS-SALARIO-ED-X REDEFINES WS-SALARIO-ED
001852                                 PIC X(14).
001853 01  WS-TAXA-ABSENT              PIC 9(03)V9(02).
001854 01  WS-TAXA-ED                  PIC ZZ9.99.

001860 01  WS-CHAMADA-RELATORIO.
001870     05  WS-REL-FUNCAO           PIC X(01).
001890     05  WS-REL-COLUNAS          PIC X(80).
001900     05  WS-REL-LINHA            PIC X(80).

001901 01  WS-CHAMADA-VISAO.
001902     05  WS-VIS-FUNCAO           PIC X(01).
001903     05  WS-VIS-OPERADOR         PIC X(06).
001904     05  WS-VIS-NIVEL            PIC X(01).
001905         88  WS-VIS-DOCUMENTOS   VALUE "2" "3".
001906         88  WS-VIS-INTEGRAL     VALUE "3".
001907     05  WS-VIS-STATUS           PIC X(01).
001908 01  WS-DESCRICAO-AUD            PIC X(60).

001910 PROCEDURE DIVISION.

001920 0000-MAINLINE.
002300         GO TO 9999-EXIT
002310     END-IF.

002312     MOVE "I" TO WS-VIS-FUNCAO.
002314     CALL "PROG211" USING WS-VIS-FUNCAO WS-VIS-OPERADOR
002316         WS-VIS-NIVEL WS-VIS-STATUS.

002320     MOVE "I" TO WS-REL-FUNCAO.
002330     MOVE "EVOLUCAO DE HEADCOUNT POR DEPARTAMENTO"
002340         TO WS-REL-TITULO.
002350     MOVE SPACES TO WS-REL-COLUNAS.
002360     STRING "PERIODO DEPARTAMENTO   ATIVOS AFAST  "
002370         "TOTAL SALARIO BRL   ABS %   ADM   ENT   SAI"
002380         DELIMITED BY SIZE INTO WS-REL-COLUNAS.
002390     MOVE SPACES TO WS-REL-LINHA.
002400     CALL "PROG68" USING WS-REL-FUNCAO WS-REL-TITULO
002410         WS-REL-COLUNAS WS-REL-LINHA.
002411     IF WS-VIS-INTEGRAL
002412         MOVE SPACES TO WS-DESCRICAO-AUD
002413         STRING "RELATORIO INTEGRAL OP " WS-VIS-OPERADOR " "
002414             WS-REL-TITULO
002415             DELIMITED BY SIZE INTO WS-DESCRICAO-AUD
002416         CALL "PROG22" USING "PROG70  " WS-DESCRICAO-AUD
002417     END-IF.

002420     MOVE WS-PERIODO-DE TO SN-PERIODO.
002430     MOVE LOW-VALUES TO SN-DEPARTAMENTO.
002680     END-IF.

002690     MOVE SN-TOTAL-SALARIO-BRL TO WS-SALARIO-ED.
002691     IF NOT WS-VIS-INTEGRAL
002692         MOVE ALL "*" TO WS-SALARIO-ED-X
002693     END-IF.
002694     MOVE SN-TAXA-ABSENTEISMO TO WS-TAXA-ED.
002700     MOVE "D" TO WS-REL-FUNCAO.
002710     MOVE SPACES TO WS-REL-LINHA.
002720     STRING SN-PERIODO "  " SN-DEPARTAMENTO "   "
002730         SN-QTD-ATIVOS "  " SN-QTD-AFASTADOS "  "
002740         WS-SALARIO-ED "  " WS-TAXA-ED "      "
002741         SN-QTD-ADMISSOES " " SN-QTD-TRANSF-ENTRADA " "
002742         SN-QTD-TRANSF-SAIDA
002750         DELIMITED BY SIZE INTO WS-REL-LINHA.
002760     CALL "PROG68" USING WS-REL-FUNCAO WS-REL-TITULO
002770         WS-REL-COLUNAS WS-REL-LINHA.
003380         MOVE ZERO TO WS-CONSOL-ATIVOS(WS-INDICE2)
003390         MOVE ZERO TO WS-CONSOL-AFAST(WS-INDICE2)
003400         MOVE ZERO TO WS-CONSOL-SALARIO(WS-INDICE2)
003401         MOVE ZERO TO WS-CONSOL-PREVISTAS(WS-INDICE2)
003402         MOVE ZERO TO WS-CONSOL-PERDIDAS(WS-INDICE2)
003403         MOVE ZERO TO WS-CONSOL-ADMISSOES(WS-INDICE2)
003404         MOVE ZERO TO WS-CONSOL-ENTRADAS(WS-INDICE2)
003405         MOVE ZERO TO WS-CONSOL-SAIDAS(WS-INDICE2)
003410     END-IF.

003420     ADD SN-QTD-ATIVOS TO WS-CONSOL-ATIVOS(WS-INDICE2).
003430     ADD SN-QTD-AFASTADOS TO WS-CONSOL-AFAST(WS-INDICE2).
003440     ADD SN-TOTAL-SALARIO-BRL
003450         TO WS-CONSOL-SALARIO(WS-INDICE2).
003451     ADD SN-HORAS-PREVISTAS
003452         TO WS-CONSOL-PREVISTAS(WS-INDICE2).
003453     ADD SN-HORAS-PERDIDAS
003454         TO WS-CONSOL-PERDIDAS(WS-INDICE2).
003455     ADD SN-QTD-ADMISSOES TO WS-CONSOL-ADMISSOES(WS-INDICE2).
003456     ADD SN-QTD-TRANSF-ENTRADA
003457         TO WS-CONSOL-ENTRADAS(WS-INDICE2).
003458     ADD SN-QTD-TRANSF-SAIDA TO WS-CONSOL-SAIDAS(WS-INDICE2).
003460 2500-CONSOLIDAR-LINHA-EXIT.
003470     EXIT.

003560*----------------------------------------------------------------
003570 2600-IMPRIMIR-CONSOL.
003580     MOVE WS-CONSOL-SALARIO(WS-INDICE2) TO WS-SALARIO-ED.
003581     IF NOT WS-VIS-INTEGRAL
003582         MOVE ALL "*" TO WS-SALARIO-ED-X
003583     END-IF.
003584     MOVE ZERO TO WS-TAXA-ABSENT.
003585     IF WS-CONSOL-PREVISTAS(WS-INDICE2) > ZERO
003586         COMPUTE WS-TAXA-ABSENT ROUNDED =
003587             WS-CONSOL-PERDIDAS(WS-INDICE2) * 100
003588             / WS-CONSOL-PREVISTAS(WS-INDICE2)
003589     END-IF.
003590     MOVE WS-TAXA-ABSENT TO WS-TAXA-ED.
003591     MOVE "D" TO WS-REL-FUNCAO.
003600     MOVE SPACES TO WS-REL-LINHA.
003610     STRING WS-CONSOL-PERIODO(WS-INDICE2) "  "
003620         WS-CONSOL-NOME(WS-INDICE2) "   "
003630         WS-CONSOL-ATIVOS(WS-INDICE2) "  "
003640         WS-CONSOL-AFAST(WS-INDICE2) "  " WS-SALARIO-ED
003641         "  " WS-TAXA-ED "      "
003642         WS-CONSOL-ADMISSOES(WS-INDICE2) " "
003643         WS-CONSOL-ENTRADAS(WS-INDICE2) " "
003644         WS-CONSOL-SAIDAS(WS-INDICE2)
003650         DELIMITED BY SIZE INTO WS-REL-LINHA.
003660     CALL "PROG68" USING WS-REL-FUNCAO WS-REL-TITULO
003670         WS-REL-COLUNAS WS-REL-LINHA.
