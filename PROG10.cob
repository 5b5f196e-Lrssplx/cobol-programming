001200*                 INDEX ON NOME: PARTIAL-NAME BROWSE IN PAGES OF
001210*                 TEN WITH PICK-BY-NUMBER, INSTEAD OF THE EXACT
001220*                 FULL-NAME MATCH THAT ALMOST ALWAYS FAILED.
001221* 2026-10-08 RA   THE OPERATOR IDENTIFIES ITSELF (PROG211) AND
001222*                 THE RECORD IS SHOWN FIELD BY FIELD AT ITS
001223*                 FIELD-VISIBILITY LEVEL INSTEAD OF AS THE RAW
001224*                 RECORD: BELOW INTEGRAL THE SALARIO PRINTS AS
001225*                 ASTERISKS, BELOW DOCUMENTOS CPF/PIS/CTPS ARE
001226*                 PARTIALLY MASKED. AN UNMASKED SALARIO IS LOGGED
001227*                 THROUGH PROG22.
001228* 2026-10-15 RA   AN OPERATOR RESTRICTED TO ONE COMPANY ON
001229*                 AUTHFILE (PROG220) NEITHER LISTS NOR SEES THE
001230*                 FUNCIONARIOS OF ANOTHER COMPANY.
001231******************************************************************
001240 IDENTIFICATION DIVISION.
001250 PROGRAM-ID. PROG10.

001650     05  WS-PAGINA-NOMES.
001660         10  WS-PAG-NOME         PIC X(30) OCCURS 10 TIMES.

001661 01  WS-CHAMADA-VISAO.
001662     05  WS-VIS-FUNCAO           PIC X(01).
001663     05  WS-VIS-OPERADOR         PIC X(06).
001664     05  WS-VIS-NIVEL            PIC X(01).
001665         88  WS-VIS-DOCUMENTOS   VALUE "2" "3".
001666         88  WS-VIS-INTEGRAL     VALUE "3".
001667     05  WS-VIS-STATUS           PIC X(01).

001668 01  WS-EXIBICAO.
001669     05  WS-SALARIO-EXIB         PIC X(14).
001670     05  WS-SALARIO-ED           PIC ZZZ,ZZ9.9999.
001671     05  WS-CPF-EXIB             PIC X(14).
001672     05  WS-PIS-EXIB             PIC X(14).
001673     05  WS-CTPS-EXIB            PIC X(11).
001674 01  WS-DESCRICAO-AUD            PIC X(60).

001675* PROG220 COMPANY SERVICE CALL
001676 01  WS-CHAMADA-EMPRESA.
001677     05  WS-CIA-FUNCAO           PIC X(01).
001678     05  WS-CIA-EMPRESA          PIC X(03).
001679     05  WS-CIA-ARQUIVO          PIC X(08).
001680     05  WS-CIA-STATUS           PIC X(01).
001681         88  WS-CIA-OK           VALUE "1".
001682 COPY CIAREC.

001683 PROCEDURE DIVISION.
001684 PROGRAM-BEGIN.
001690     OPEN INPUT EMPLOYEE-MASTER.
001700     IF NOT FS-EMPMAST-OK
001710         DISPLAY "PROG10: ERRO AO ABRIR EMPLOYEE-MASTER "
001730         GO TO PROGRAM-DONE
001740     END-IF.

001741     MOVE "I" TO WS-VIS-FUNCAO.
001742     CALL "PROG211" USING WS-VIS-FUNCAO WS-VIS-OPERADOR
001743         WS-VIS-NIVEL WS-VIS-STATUS.

001750     DISPLAY "---- BUSCA DE FUNCIONARIO ----".
001760     DISPLAY "BUSCAR POR (C)ODIGO OU (N)OME?".
001770     ACCEPT WS-TIPO-BUSCA.
001800         IF WS-ACHOU
001810             DISPLAY "CONDICAO VERDADEIRA - FUNCIONARIO "
001820                 "ENCONTRADO"
001830             PERFORM MOSTRAR-SE-PERMITIDO
001840         ELSE
001850             DISPLAY "CONDICAO FALSA - FUNCIONARIO NAO "
001860                 "ENCONTRADO"
002700         INVALID KEY
002710             DISPLAY "PROG10: REGISTRO NAO LOCALIZADO"
002720         NOT INVALID KEY
002730             PERFORM MOSTRAR-SE-PERMITIDO
002740     END-READ.
002750     SET WS-ENCERRAR TO TRUE.
002760 MONTAR-E-MOSTRAR-PAGINA-FIM.
002820         NOT AT END
002830             IF NOME(1:WS-TAM-PREFIXO) =
002840                 WS-NOME-PROCURADO(1:WS-TAM-PREFIXO)
002841                 PERFORM VERIFICAR-EMPRESA
002842                 IF WS-CIA-OK
002843                     ADD 1 TO WS-QTD-NA-PAGINA
002844                     MOVE CODIGO
002845                         TO WS-PAG-CODIGO(WS-QTD-NA-PAGINA)
002846                     MOVE NOME TO WS-PAG-NOME(WS-QTD-NA-PAGINA)
002847                 END-IF
002880             ELSE
002890                 SET WS-FIM-BUSCA TO TRUE
002900             END-IF
002920 MOSTRAR-UMA-LINHA.
002930     DISPLAY WS-IDX " - " WS-PAG-CODIGO(WS-IDX) " "
002940         WS-PAG-NOME(WS-IDX).

002941* THE OPERATOR MAY ONLY SEE FUNCIONARIOS OF ITS OWN COMPANY
002942 MOSTRAR-SE-PERMITIDO.
002943     PERFORM VERIFICAR-EMPRESA.
002944     IF WS-CIA-OK
002945         PERFORM MOSTRAR-FUNCIONARIO
002946     ELSE
002947         DISPLAY "PROG10: ACESSO NEGADO - FUNCIONARIO DE OUTRA "
002948             "EMPRESA"
002949     END-IF.

002950 VERIFICAR-EMPRESA.
002951     MOVE "A" TO WS-CIA-FUNCAO.
002952     MOVE EMPRESA TO WS-CIA-EMPRESA.
002953     CALL "PROG220" USING WS-CIA-FUNCAO WS-CIA-EMPRESA
002954         WS-CIA-ARQUIVO COMPANHIA-REC WS-CIA-STATUS.

002955* THE RECORD AT THE OPERATOR'S FIELD-VISIBILITY LEVEL (PROG211)
002956 MOSTRAR-FUNCIONARIO.
002957     IF WS-VIS-INTEGRAL
002958         MOVE SALARIO TO WS-SALARIO-ED
002959         MOVE WS-SALARIO-ED TO WS-SALARIO-EXIB
002960     ELSE
002961         MOVE ALL "*" TO WS-SALARIO-EXIB
002962     END-IF.

002963     MOVE SPACES TO WS-CPF-EXIB.
002964     MOVE SPACES TO WS-PIS-EXIB.
002965     IF WS-VIS-DOCUMENTOS
002966         STRING CPF(1:3) "." CPF(4:3) "." CPF(7:3) "-"
002967             CPF(10:2) DELIMITED BY SIZE INTO WS-CPF-EXIB
002968         STRING PIS(1:3) "." PIS(4:5) "." PIS(9:2) "-"
002969             PIS(11:1) DELIMITED BY SIZE INTO WS-PIS-EXIB
002970         MOVE CTPS TO WS-CTPS-EXIB
002971     ELSE
002972         STRING "***." CPF(4:3) "." CPF(7:3) "-**"
002973             DELIMITED BY SIZE INTO WS-CPF-EXIB
002974         STRING "***." PIS(4:5) "." PIS(9:2) "-*"
002975             DELIMITED BY SIZE INTO WS-PIS-EXIB
002976         MOVE ALL "*" TO WS-CTPS-EXIB
002977         MOVE CTPS(8:4) TO WS-CTPS-EXIB(8:4)
002978     END-IF.

002979     DISPLAY "CODIGO ......... : " CODIGO.
002980     DISPLAY "NOME ........... : " NOME.
002981     DISPLAY "ENDERECO ....... : " END-RUA.
002982     DISPLAY "CIDADE/UF/CEP .. : " END-CIDADE " " END-ESTADO
002983         " " END-CEP.
002984     DISPLAY "NASCIMENTO ..... : " DATA-NASCIMENTO.
002985     DISPLAY "ADMISSAO ....... : " DATA-ADMISSAO.
002986     DISPLAY "SALARIO ........ : " MOEDA-COD " " WS-SALARIO-EXIB.
002987     DISPLAY "SITUACAO ....... : " STATUS-FUNCIONARIO.
002988     DISPLAY "DEPARTAMENTO ... : " DEPARTAMENTO " CARGO " CARGO.
002989     DISPLAY "TAREFA ......... : " TAREFA(1:60).
002990     DISPLAY "CPF ............ : " WS-CPF-EXIB.
002991     DISPLAY "PIS ............ : " WS-PIS-EXIB.
002992     DISPLAY "CTPS ........... : " WS-CTPS-EXIB.

002993     IF WS-VIS-INTEGRAL
002994         MOVE SPACES TO WS-DESCRICAO-AUD
002995         STRING "VISUALIZOU SALARIO DE " CODIGO " OP "
002996             WS-VIS-OPERADOR
002997             DELIMITED BY SIZE INTO WS-DESCRICAO-AUD
002998         CALL "PROG22" USING "PROG10  " WS-DESCRICAO-AUD
002999     END-IF.
