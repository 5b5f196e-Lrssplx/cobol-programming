001000******************************************************************
001010* PROGRAM-ID: PROG215
001020* AUTHOR:      R. ALMEIDA - APPLICATIONS
001030* INSTALLATION: FOLHA DE PAGAMENTO / RECURSOS HUMANOS
001040* DATE-WRITTEN: 2026-10-12
001050* DATE-COMPILED:
001060* PURPOSE:     CALLABLE LOG-CHAIN CHECK VALUE. GIVEN THE CHECK OF
001070*              THE PREVIOUS ROW AND THE CONTENT OF THE NEW ROW
001080*              (UP TO 250 BYTES), RETURNS THE NEW ROW'S CHECK:
001090*              STARTING FROM THE PREVIOUS CHECK, EACH BYTE IS
001100*              FOLDED IN AS  H = (H * 31 + BYTE + POSITION)
001110*              MODULO 99999989. A CHANGED BYTE, A SWAPPED PAIR OF
001120*              BYTES OR A DIFFERENT PREVIOUS CHECK ALL GIVE A
001130*              DIFFERENT RESULT, SO EVERY ROW VOUCHES FOR THE ONE
001140*              BEFORE IT. WRITERS (PROG22, PROG30) AND THE
001150*              VERIFIER (PROG216) MUST ALL COME THROUGH HERE.
001160* ----------------------------------------------------------------
001170* MODIFICATION HISTORY
001180* DATE       INIT DESCRIPTION
001190* 2026-10-12 RA   INITIAL VERSION
001200******************************************************************
001210 IDENTIFICATION DIVISION.
001220 PROGRAM-ID. PROG215.

001230 DATA DIVISION.
001240 WORKING-STORAGE SECTION.
001250 01  WS-TRABALHO.
001260     05  WS-ACUMULADO            PIC 9(08).
001270     05  WS-PRODUTO              PIC 9(12).
001280     05  WS-QUOCIENTE            PIC 9(12).
001290     05  WS-POSICAO              PIC 9(03) COMP.
001300     05  WS-TAMANHO              PIC 9(03) COMP.

001310* ONE BYTE SEEN AS A NUMBER - HIGH BYTE ZERO, LOW BYTE THE BYTE
001320 01  WS-BYTE-N                   PIC 9(04) COMP.
001330 01  WS-BYTE-X REDEFINES WS-BYTE-N.
001340     05  WS-BYTE-ALTO            PIC X(01).
001350     05  WS-BYTE-BAIXO           PIC X(01).

001360 01  WS-MODULO                   PIC 9(08) VALUE 99999989.

001370 LINKAGE SECTION.
001380 01  LK-CHECK-ANTERIOR           PIC 9(08).
001390 01  LK-CONTEUDO                 PIC X(250).
001400 01  LK-TAMANHO                  PIC 9(03).
001410 01  LK-CHECK                    PIC 9(08).

001420 PROCEDURE DIVISION USING LK-CHECK-ANTERIOR LK-CONTEUDO
001430         LK-TAMANHO LK-CHECK.

001440*----------------------------------------------------------------
001450* 0000-MAINLINE
001460*----------------------------------------------------------------
001470 0000-MAINLINE.
001480     MOVE LK-CHECK-ANTERIOR TO WS-ACUMULADO.
001490     MOVE LK-TAMANHO TO WS-TAMANHO.
001500     IF WS-TAMANHO > 250
001510         MOVE 250 TO WS-TAMANHO
001520     END-IF.
001530     PERFORM 1000-SOMAR-BYTE THRU 1000-SOMAR-BYTE-EXIT
001540         VARYING WS-POSICAO FROM 1 BY 1
001550         UNTIL WS-POSICAO > WS-TAMANHO.
001560     MOVE WS-ACUMULADO TO LK-CHECK.
001570     GO TO 9999-EXIT.

001580*----------------------------------------------------------------
001590* 1000-SOMAR-BYTE - FOLD ONE BYTE INTO THE RUNNING CHECK
001600*----------------------------------------------------------------
001610 1000-SOMAR-BYTE.
001620     MOVE ZERO TO WS-BYTE-N.
001630     MOVE LK-CONTEUDO(WS-POSICAO:1) TO WS-BYTE-BAIXO.
001640     COMPUTE WS-PRODUTO = WS-ACUMULADO * 31 + WS-BYTE-N
001650         + WS-POSICAO.
001660     DIVIDE WS-PRODUTO BY WS-MODULO
001670         GIVING WS-QUOCIENTE REMAINDER WS-ACUMULADO.
001680 1000-SOMAR-BYTE-EXIT.
001690     EXIT.

001700 9999-EXIT.
001710     GOBACK.
