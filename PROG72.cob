001110*              OVER-BUDGET DEPARTMENT TO THE SHARED EXCEPTIONS
001120*              FILE SO IT SURFACES IN THE SUPERVISOR'S DAILY
001130*              REVIEW AUTOMATICALLY.
001131*              A FUNCIONARIO TRANSFERRED DURING THE MONTH
001132*              COUNTS UNDER BOTH DEPARTMENTS, SPLIT BY DAYS.
001140* ----------------------------------------------------------------
001150* MODIFICATION HISTORY
001160* DATE       INIT DESCRIPTION
001230*                 PRINTS AS ITS OWN DOCUMENT ADDRESSED TO THE
001240*                 DM-GERENTE FROM DEPTFILE, LOGGED THROUGH THE
001250*                 PROG147 DISTRIBUTION LOG (DISTLOG).
001251* 2026-10-08 RA   A DEPARTMENT TRANSFER (PROG203) EFFECTIVE
001252*                 DURING THE MONTH SPLITS THE SALARIO BY DAYS
001253*                 BETWEEN THE OLD AND THE NEW DEPARTAMENTO.
001254* 2026-10-15 RA   THE OPERATOR IDENTIFIES ITSELF (PROG211) AT
001255*                 START-UP. BELOW INTEGRAL THE ORCADO, REALIZADO
001256*                 AND VARIACAO COLUMNS PRINT AS ASTERISKS (THE
001257*                 EXCEPTIONS-FILE ROW KEEPS THE VALUE); AN
001258*                 INTEGRAL REPORT IS LOGGED THROUGH PROG22.
001260******************************************************************
001270 IDENTIFICATION DIVISION.
001280 PROGRAM-ID. PROG72.
001490         RECORD KEY IS DM-CODIGO
001500         FILE STATUS IS FS-DEPTFILE.

001501     SELECT TRANSFER-FILE ASSIGN TO "TRANSFIL"
001502         ORGANIZATION IS INDEXED
001503         ACCESS MODE IS DYNAMIC
001504         RECORD KEY IS TF-CHAVE
001505         FILE STATUS IS FS-TRANSFIL.

001510     SELECT EXCEPTION-FILE ASSIGN TO "EXCPFILE"
001520         ORGANIZATION IS LINE SEQUENTIAL
001530         FILE STATUS IS FS-EXCPFILE.
001600 FD  DEPARTMENT-FILE.
001610 COPY DEPTREC.

001611 FD  TRANSFER-FILE.
001612 COPY TRFREC.

001620 FD  EXCEPTION-FILE.
001630 COPY EXCPREC.

001790 01  WS-DEPTO-DEST               PIC X(10).
001800 01  WS-GERENTE-DEST             PIC 9(06).

001801 01  FS-TRANSFIL                 PIC X(02).
001802     88  FS-TRANSFIL-OK          VALUE "00".
001803 01  WS-TRANSF-SW                PIC X(01) VALUE "N".
001804     88  WS-TRANSF-PRESENTE      VALUE "Y".
001805 01  WS-FIM-TRANSF-SW            PIC X(01).
001806     88  WS-FIM-TRANSF           VALUE "Y".
001807 01  WS-TEM-TRANSF-SW            PIC X(01).
001808     88  WS-TEM-TRANSF           VALUE "Y".

001809 01  WS-PRORATA.
001810     05  WS-INICIO-MES           PIC 9(08).
001811     05  WS-DIAS-MES             PIC 9(02).
001812     05  WS-DIA-EFETIVO          PIC 9(02).
001813     05  WS-DEPTO-BASE           PIC X(10).
001814     05  WS-VALOR-PARCELA        PIC 9(11)V9(02).
001815     05  WS-VALOR-ANTES          PIC 9(11)V9(02).

001816 01  WS-CHAMADA-DATA.
001817     05  WS-DT-FUNCAO            PIC X(01).
001818     05  WS-DT-DATA-1            PIC 9(08).
001819     05  WS-DT-DATA-2            PIC 9(08).
001820     05  WS-DT-QUANTIDADE        PIC S9(07).
001821     05  WS-DT-UNIDADE           PIC X(01).
001822     05  WS-DT-STATUS            PIC X(01).
001823         88  WS-DT-OK            VALUE "1".

001824 01  FS-EXCPFILE                 PIC X(02).
001825     88  FS-EXCPFILE-OK          VALUE "00".

001830 01  WS-MENSAGEM                 PIC X(40).
001840 01  WS-VALOR-ENT                PIC 9(09).

002000 01  WS-VARIACAO                 PIC S9(11)V9(02).
002010 01  WS-ORCADO-ED                PIC ZZZ,ZZZ,ZZ9.99.
002013 01  WS-ORCADO-ED-X REDEFINES WS-ORCADO-ED
002016                                 PIC X(14).
002020 01  WS-REALIZADO-ED             PIC ZZZ,ZZZ,ZZ9.99.
002023 01  WS-REALIZADO-ED-X REDEFINES WS-REALIZADO-ED
002026                                 PIC X(14).
002030 01  WS-VARIACAO-ED              PIC -ZZ,ZZZ,ZZ9.99.
002033 01  WS-VARIACAO-ED-X REDEFINES WS-VARIACAO-ED
002036                                 PIC X(14).
002040 01  WS-QTD-ESTOURADOS           PIC 9(03) COMP VALUE ZERO.
002050 01  WS-QTD-ESTOURADOS-ED        PIC 9(03).

002090     05  WS-REL-COLUNAS          PIC X(80).
002100     05  WS-REL-LINHA            PIC X(80).

002101 01  WS-CHAMADA-VISAO.
002102     05  WS-VIS-FUNCAO           PIC X(01).
002103     05  WS-VIS-OPERADOR         PIC X(06).
002104     05  WS-VIS-NIVEL            PIC X(01).
002105         88  WS-VIS-DOCUMENTOS   VALUE "2" "3".
002106         88  WS-VIS-INTEGRAL     VALUE "3".
002107     05  WS-VIS-STATUS           PIC X(01).
002108 01  WS-DESCRICAO-AUD            PIC X(60).

002110 PROCEDURE DIVISION.

002120 0000-MAINLINE.
002260     CALL "PROG41" USING WS-MENSAGEM WS-VALOR-ENT
002270         WS-LIMITE-MIN WS-LIMITE-MAX.
002280     MOVE WS-VALOR-ENT TO WS-MES-APURADO.
002281     PERFORM 1050-CONTAR-DIAS-MES THRU 1050-CONTAR-DIAS-MES-EXIT.

002290     DISPLAY "NIVEL (1 = DETALHE / 2 = CONSOLIDAR NO "
002300             "DEPARTAMENTO PAI)".
002560         GO TO 9999-EXIT
002570     END-IF.

002571     OPEN INPUT TRANSFER-FILE.
002572     IF FS-TRANSFIL-OK
002573         SET WS-TRANSF-PRESENTE TO TRUE
002574     END-IF.

002575     MOVE "I" TO WS-VIS-FUNCAO.
002576     CALL "PROG211" USING WS-VIS-FUNCAO WS-VIS-OPERADOR
002577         WS-VIS-NIVEL WS-VIS-STATUS.

002580     MOVE "ORCADO X REALIZADO DE SALARIOS POR DEPARTAMENTO"
002590         TO WS-REL-TITULO.
002600     MOVE SPACES TO WS-REL-COLUNAS.
002620         "VARIACAO"
002630         DELIMITED BY SIZE INTO WS-REL-COLUNAS.
002640     MOVE SPACES TO WS-REL-LINHA.
002641     IF WS-VIS-INTEGRAL
002642         MOVE SPACES TO WS-DESCRICAO-AUD
002643         STRING "RELATORIO INTEGRAL OP " WS-VIS-OPERADOR " "
002644             WS-REL-TITULO
002645             DELIMITED BY SIZE INTO WS-DESCRICAO-AUD
002646         CALL "PROG22" USING "PROG72  " WS-DESCRICAO-AUD
002647     END-IF.
002650     IF NOT WS-DISTRIBUIR
002660         MOVE "I" TO WS-REL-FUNCAO
002670         CALL "PROG68" USING WS-REL-FUNCAO WS-REL-TITULO
002710 1000-INICIALIZAR-EXIT.
002720     EXIT.

002721*----------------------------------------------------------------
002722* 1050-CONTAR-DIAS-MES - DAYS IN THE MONTH (PROG74: THE 1ST OF
002723*                         THE NEXT MONTH LESS THE 1ST OF THIS
002724*                         ONE), THE BASE OF A TRANSFER'S SPLIT
002725*----------------------------------------------------------------
002726 1050-CONTAR-DIAS-MES.
002727     COMPUTE WS-INICIO-MES = WS-MES-APURADO * 100 + 1.
002728     MOVE 30 TO WS-DIAS-MES.
002729     MOVE "A" TO WS-DT-FUNCAO.
002730     MOVE WS-INICIO-MES TO WS-DT-DATA-1.
002731     MOVE 1 TO WS-DT-QUANTIDADE.
002732     MOVE "M" TO WS-DT-UNIDADE.
002733     CALL "PROG74" USING WS-DT-FUNCAO WS-DT-DATA-1
002734         WS-DT-DATA-2 WS-DT-QUANTIDADE WS-DT-UNIDADE
002735         WS-DT-STATUS.
002736     IF NOT WS-DT-OK
002737         GO TO 1050-CONTAR-DIAS-MES-EXIT
002738     END-IF.

002739     MOVE "D" TO WS-DT-FUNCAO.
002740     CALL "PROG74" USING WS-DT-FUNCAO WS-DT-DATA-1
002741         WS-DT-DATA-2 WS-DT-QUANTIDADE WS-DT-UNIDADE
002742         WS-DT-STATUS.
002743     IF WS-DT-OK
002744         MOVE WS-DT-QUANTIDADE TO WS-DIAS-MES
002745     END-IF.
002746 1050-CONTAR-DIAS-MES-EXIT.
002747     EXIT.

002748 1100-LER-PROXIMO.
002749     READ EMPLOYEE-MASTER NEXT
002750         AT END
002760             SET FS-EMPMAST-EOF TO TRUE
002770     END-READ.

002780*----------------------------------------------------------------
002790* 2000-ACUMULAR - ACTUAL SALARIO PER DEPARTMENT IN BRL; A
002791*                  TRANSFER EFFECTIVE DURING THE MONTH SPLITS IT
002792*                  BY DAYS BETWEEN THE OLD AND THE NEW ONE
002800*----------------------------------------------------------------
002810 2000-ACUMULAR.
002820     IF NOT EMP-ATIVO
002821         GO TO 2000-ACUMULAR-PROXIMO
002822     END-IF.

002880     MOVE SALARIO TO WS-VALOR-CONVERSAO.
002890     CALL "PROG65" USING MOEDA-COD WS-VALOR-CONVERSAO
002900         WS-VALOR-BRL WS-CONVERSAO-STATUS.

002901     PERFORM 2020-VERIFICAR-TRANSFERENCIA
002902         THRU 2020-VERIFICAR-TRANSFERENCIA-EXIT.
002903     IF WS-TEM-TRANSF
002904         MOVE TF-DATA-EFETIVA(7:2) TO WS-DIA-EFETIVO
002905         COMPUTE WS-VALOR-ANTES ROUNDED =
002906             WS-VALOR-BRL * (WS-DIA-EFETIVO - 1) / WS-DIAS-MES
002907         MOVE TF-DEPTO-ORIGEM TO WS-DEPTO-BASE
002908         MOVE WS-VALOR-ANTES TO WS-VALOR-PARCELA
002909         PERFORM 2040-SOMAR-PARCELA THRU 2040-SOMAR-PARCELA-EXIT
002910         MOVE TF-DEPTO-DESTINO TO WS-DEPTO-BASE
002911         COMPUTE WS-VALOR-PARCELA = WS-VALOR-BRL - WS-VALOR-ANTES
002912     ELSE
002913         MOVE DEPARTAMENTO TO WS-DEPTO-BASE
002914         MOVE WS-VALOR-BRL TO WS-VALOR-PARCELA
002915     END-IF.
002916     PERFORM 2040-SOMAR-PARCELA THRU 2040-SOMAR-PARCELA-EXIT.

002917 2000-ACUMULAR-PROXIMO.
002950     PERFORM 1100-LER-PROXIMO.
002960 2000-ACUMULAR-EXIT.
002970     EXIT.

002971*----------------------------------------------------------------
002972* 2020-VERIFICAR-TRANSFERENCIA - THE FIRST TRANSFER (PROG203)
002973*                     APPROVED OR APPLIED WITH ITS EFFECTIVE
002974*                     DATE AFTER THE 1ST AND INSIDE THE MONTH
002975*----------------------------------------------------------------
002976 2020-VERIFICAR-TRANSFERENCIA.
002977     MOVE "N" TO WS-TEM-TRANSF-SW.
002978     IF NOT WS-TRANSF-PRESENTE
002979         GO TO 2020-VERIFICAR-TRANSFERENCIA-EXIT
002980     END-IF.

002981     MOVE "N" TO WS-FIM-TRANSF-SW.
002982     MOVE CODIGO TO TF-CODIGO.
002983     MOVE WS-INICIO-MES TO TF-DATA-EFETIVA.
002984     START TRANSFER-FILE KEY IS GREATER THAN TF-CHAVE
002985         INVALID KEY
002986             GO TO 2020-VERIFICAR-TRANSFERENCIA-EXIT
002987     END-START.
002988     PERFORM 2030-EXAMINAR-TRANSFERENCIA
002989         THRU 2030-EXAMINAR-TRANSFERENCIA-EXIT
002990         UNTIL WS-FIM-TRANSF OR WS-TEM-TRANSF.
002991 2020-VERIFICAR-TRANSFERENCIA-EXIT.
002992     EXIT.

002993 2030-EXAMINAR-TRANSFERENCIA.
002994     READ TRANSFER-FILE NEXT
002995         AT END
002996             SET WS-FIM-TRANSF TO TRUE
002997             GO TO 2030-EXAMINAR-TRANSFERENCIA-EXIT
002998     END-READ.
002999     IF TF-CODIGO NOT = CODIGO
003000         OR TF-DATA-EFETIVA(1:6) NOT = WS-MES-APURADO
003001         SET WS-FIM-TRANSF TO TRUE
003002         GO TO 2030-EXAMINAR-TRANSFERENCIA-EXIT
003003     END-IF.
003004     IF TF-APLICADA OR TF-APROVADA
003005         SET WS-TEM-TRANSF TO TRUE
003006     END-IF.
003007 2030-EXAMINAR-TRANSFERENCIA-EXIT.
003008     EXIT.

003009*----------------------------------------------------------------
003010* 2040-SOMAR-PARCELA - ADDS WS-VALOR-PARCELA UNDER WS-DEPTO-BASE
003011*                       (OR ITS PARENT WHEN CONSOLIDATING)
003012*----------------------------------------------------------------
003013 2040-SOMAR-PARCELA.
003014     PERFORM 2050-APURAR-DEPTO THRU 2050-APURAR-DEPTO-EXIT.
003015     PERFORM 2100-LOCALIZAR-DEPTO THRU 2100-LOCALIZAR-DEPTO-EXIT.
003016     IF WS-ACHOU
003017         ADD WS-VALOR-PARCELA TO WS-DEPTO-REALIZADO(WS-INDICE)
003018     END-IF.
003019 2040-SOMAR-PARCELA-EXIT.
003020     EXIT.

003021*----------------------------------------------------------------
003022* 2050-APURAR-DEPTO - THE DEPARTMENT THE ACTUALS COUNT UNDER:
003023*                      ITSELF IN DETAIL, THE PARENT WHEN
003024*                      CONSOLIDATING
003025*----------------------------------------------------------------
003030 2050-APURAR-DEPTO.
003040     MOVE WS-DEPTO-BASE TO WS-DEPTO-APURADO.

003050     IF NOT WS-CONSOLIDAR
003060         GO TO 2050-APURAR-DEPTO-EXIT
003070     END-IF.

003080     MOVE WS-DEPTO-BASE TO DM-CODIGO.
003090     READ DEPARTMENT-FILE
003100         INVALID KEY
003110             CONTINUE
003710     MOVE BU-VALOR-ORCADO TO WS-ORCADO-ED.
003720     MOVE WS-DEPTO-REALIZADO(WS-INDICE) TO WS-REALIZADO-ED.
003730     MOVE WS-VARIACAO TO WS-VARIACAO-ED.
003731     IF NOT WS-VIS-INTEGRAL
003732         MOVE ALL "*" TO WS-ORCADO-ED-X WS-REALIZADO-ED-X
003733             WS-VARIACAO-ED-X
003734     END-IF.

003740     MOVE "D" TO WS-REL-FUNCAO.
003750     MOVE SPACES TO WS-REL-LINHA.
004370     ACCEPT EXCP-HORA FROM TIME.
004380     MOVE "PROG72  " TO EXCP-PROGRAMA.
004390     MOVE WS-DEPTO-NOME(WS-INDICE) TO EXCP-CAMPO.
004394     MOVE WS-VARIACAO TO WS-VARIACAO-ED.
004400     MOVE WS-VARIACAO-ED TO EXCP-VALOR.
004410     MOVE "FOLHA ACIMA DO ORCAMENTO DO MES" TO EXCP-REGRA.

004770     IF WS-DEPT-PRESENTE
004780         CLOSE DEPARTMENT-FILE
004790     END-IF.
004791     IF WS-TRANSF-PRESENTE
004792         CLOSE TRANSFER-FILE
004793     END-IF.
004800 8000-FINALIZAR-EXIT.
004810     EXIT.

