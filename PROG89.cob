001240*                 EXAM ON THE ASO FILE (PROG118) NOW DRAWS A
001250*                 WARNING SO HR BOOKS THE EXAM - THE ROW STILL
001260*                 PASSES.
001261* 2026-10-05 RA   THE REJECT ROW WIDENS TO THE NEWHIRE LAYOUT
001262*                 WITH NH-DEPARTAMENTO AND NH-CARGO.
001263* 2026-10-05 RA   THE CONTRACT TYPE MUST BE C/E/J/T OR SPACE AND
001264*                 A FIXED-TERM ROW NEEDS A REAL END DATE AFTER THE
001265*                 ADMISSAO; THE REJECT ROW WIDENS WITH THEM.
001266* 2026-10-15 RA   A SUPPLIED COMPANY CODE (NH-EMPRESA) MUST BE
001267*                 ACTIVE ON CIAFILE (PROG220); SPACES MEAN "001".
001268*                 THE REJECT ROW WIDENS WITH IT.
001270******************************************************************
001280 IDENTIFICATION DIVISION.
001290 PROGRAM-ID. PROG89.

001560 FD  REJECT-FILE.
001570 01  REJEITO-REC.
001580     05  RJ-DADOS                PIC X(189).
001590     05  RJ-MOTIVO               PIC X(20).

001600 WORKING-STORAGE SECTION.
001940 01  WS-ROW-LIMPA-SW             PIC X(01).
001950     88  WS-ROW-LIMPA            VALUE "Y".

001951* PROG220 COMPANY SERVICE CALL
001952 01  WS-CHAMADA-EMPRESA.
001953     05  WS-CIA-FUNCAO           PIC X(01).
001954     05  WS-CIA-EMPRESA          PIC X(03).
001955     05  WS-CIA-ARQUIVO          PIC X(08).
001956     05  WS-CIA-STATUS           PIC X(01).
001957         88  WS-CIA-OK           VALUE "1".
001958         88  WS-CIA-SEM-CADASTRO VALUE "3".
001959 COPY CIAREC.

001960 01  WS-CONTADORES.
001970     05  WS-QTD-LIDAS            PIC 9(07) VALUE ZERO.
001980     05  WS-QTD-LIMPAS           PIC 9(07) VALUE ZERO.
002700         GO TO 2000-VALIDAR-DESTINO
002710     END-IF.

002711     IF NH-TIPO-CONTRATO = "E" OR "J" OR "T"
002712         MOVE NH-DATA-FIM-CONTRATO TO WS-DT-DATA-1
002713         CALL "PROG74" USING WS-DT-FUNCAO WS-DT-DATA-1
002714             WS-DT-DATA-2 WS-DT-QUANTIDADE WS-DT-UNIDADE
002715             WS-DT-STATUS
002716         IF NOT WS-DT-OK
002717             OR NH-DATA-FIM-CONTRATO NOT > NH-ADMISSAO
002718             MOVE "N" TO WS-ROW-LIMPA-SW
002719             MOVE "FIM CONTRATO INVAL." TO WS-MOTIVO-REJEICAO
002720             GO TO 2000-VALIDAR-DESTINO
002721         END-IF
002722     ELSE
002723         IF NH-TIPO-CONTRATO NOT = "C" AND NOT = SPACE
002724             MOVE "N" TO WS-ROW-LIMPA-SW
002725             MOVE "TIPO CONTRATO INVAL." TO WS-MOTIVO-REJEICAO
002726             GO TO 2000-VALIDAR-DESTINO
002727         END-IF
002728     END-IF.

002729     IF NH-EMPRESA NOT = SPACES AND NOT = "001"
002730         MOVE "L" TO WS-CIA-FUNCAO
002731         MOVE NH-EMPRESA TO WS-CIA-EMPRESA
002732         CALL "PROG220" USING WS-CIA-FUNCAO WS-CIA-EMPRESA
002733             WS-CIA-ARQUIVO COMPANHIA-REC WS-CIA-STATUS
002734         IF NOT WS-CIA-OK
002735             MOVE "N" TO WS-ROW-LIMPA-SW
002736             MOVE "EMPRESA INVALIDA" TO WS-MOTIVO-REJEICAO
002737             GO TO 2000-VALIDAR-DESTINO
002738         END-IF
002739     END-IF.

002740     IF NH-CPF > ZERO
002741         MOVE "C" TO WS-DOC-TIPO
002742         MOVE NH-CPF TO WS-DOC-NUMERO
002750         CALL "PROG112" USING WS-DOC-TIPO WS-DOC-NUMERO
002760             WS-DOC-STATUS
002770         IF NOT WS-DOC-VALIDO
