001140* MODIFICATION HISTORY
001150* DATE       INIT DESCRIPTION
001160* 2026-08-22 RA   INITIAL VERSION
001161* 2026-09-28 RA   PLR PAID IN THE YEAR (PROG178) IS PRINTED IN ITS
001162*                 OWN EXCLUSIVE-TAXATION BLOCK, APART FROM THE
001163*                 SALARY LINES.
001170******************************************************************
001180 IDENTIFICATION DIVISION.
001190 PROGRAM-ID. PROG45.
001650 01  WS-IRRF-ED                  PIC ZZZ,ZZZ,ZZ9.99.
001660 01  WS-DESC-ED                  PIC ZZZ,ZZZ,ZZ9.99.
001670 01  WS-LIQUIDO-ED               PIC ZZZ,ZZZ,ZZ9.99.
001671 01  WS-PLR-BRUTO-ED             PIC ZZZ,ZZZ,ZZ9.99.
001672 01  WS-PLR-IRRF-ED              PIC ZZZ,ZZZ,ZZ9.99.
001673 01  WS-PLR-LIQUIDO-ED           PIC ZZZ,ZZZ,ZZ9.99.

001680 01  WS-DESCRICAO-AUD            PIC X(60).

002820     STRING "RENDIMENTO LIQUIDO .... : " YT-MOEDA " "
002830         WS-LIQUIDO-ED DELIMITED BY SIZE INTO INFORME-LINHA.
002840     WRITE INFORME-LINHA.
002841     PERFORM 2110-IMPRIMIR-PLR THRU 2110-IMPRIMIR-PLR-EXIT.
002850     MOVE SPACES TO INFORME-LINHA.
002860     WRITE INFORME-LINHA.
002870 2100-IMPRIMIR-INFORME-EXIT.
002880     EXIT.

002881*----------------------------------------------------------------
002882* 2110-IMPRIMIR-PLR - PLR IS TAXED EXCLUSIVELY AT SOURCE AND IS
002883*                     DECLARED APART FROM THE TAXABLE SALARY, SO
002884*                     IT GETS ITS OWN BLOCK; A YEAR WITHOUT PLR
002885*                     PRINTS NOTHING HERE
002886*----------------------------------------------------------------
002887 2110-IMPRIMIR-PLR.
002888     IF YT-PLR-BRUTO NOT NUMERIC OR YT-PLR-IRRF NOT NUMERIC
002889         OR YT-PLR-LIQUIDO NOT NUMERIC
002890         GO TO 2110-IMPRIMIR-PLR-EXIT
002891     END-IF.
002892     IF YT-PLR-BRUTO = ZERO
002893         GO TO 2110-IMPRIMIR-PLR-EXIT
002894     END-IF.

002895     MOVE YT-PLR-BRUTO   TO WS-PLR-BRUTO-ED.
002896     MOVE YT-PLR-IRRF    TO WS-PLR-IRRF-ED.
002897     MOVE YT-PLR-LIQUIDO TO WS-PLR-LIQUIDO-ED.

002898     MOVE "-----------------------------------------------" TO
002899         INFORME-LINHA.
002900     WRITE INFORME-LINHA.
002901     MOVE "PARTICIPACAO NOS LUCROS (TRIBUTACAO EXCLUSIVA)" TO
002902         INFORME-LINHA.
002903     WRITE INFORME-LINHA.
002904     MOVE SPACES TO INFORME-LINHA.
002905     STRING "PLR RECEBIDA .......... : " YT-MOEDA " "
002906         WS-PLR-BRUTO-ED DELIMITED BY SIZE INTO INFORME-LINHA.
002907     WRITE INFORME-LINHA.
002908     MOVE SPACES TO INFORME-LINHA.
002909     STRING "IRRF EXCLUSIVO PLR .... : " YT-MOEDA " "
002910         WS-PLR-IRRF-ED DELIMITED BY SIZE INTO INFORME-LINHA.
002911     WRITE INFORME-LINHA.
002912     MOVE SPACES TO INFORME-LINHA.
002913     STRING "PLR LIQUIDA ........... : " YT-MOEDA " "
002914         WS-PLR-LIQUIDO-ED DELIMITED BY SIZE INTO INFORME-LINHA.
002915     WRITE INFORME-LINHA.
002916 2110-IMPRIMIR-PLR-EXIT.
002917     EXIT.

002918*----------------------------------------------------------------
002919* 2200-ZERAR-ACUMULADORES - THE PRINTED INFORME IS THE SURVIVING
002920*                            RECORD; THE YEAR'S ROW IS REMOVED SO
002921*                            THE NEW YEAR STARTS FROM ZERO
002930*----------------------------------------------------------------
002940 2200-ZERAR-ACUMULADORES.
002950     DELETE YTD-FILE RECORD
