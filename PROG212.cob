001000******************************************************************
001010* PROGRAM-ID: PROG212
001020* AUTHOR:      R. ALMEIDA - APPLICATIONS
001030* INSTALLATION: FOLHA DE PAGAMENTO / RECURSOS HUMANOS
001040* DATE-WRITTEN: 2026-10-12
001050* DATE-COMPILED:
001060* PURPOSE:     CALLABLE FICTITIOUS-IDENTITY SERVICE. GIVEN A
001070*              CODIGO (AND A DP-SEQ FOR A DEPENDENT) RETURNS THE
001080*              NAME, ADDRESS, CPF/PIS/CTPS, DEPENDENT NAME AND
001090*              BANK AGENCY/ACCOUNT/PIX THAT STAND IN FOR THE REAL
001100*              ONES (COPYBOOK ANONREC). THE RULES ARE THE ONES
001110*              PROG151 HAS ALWAYS USED FOR THE TRAINING COPY,
001120*              MOVED HERE SO THE RETENTION ANONYMIZATION
001130*              (PROG214) SCRUBS THE LIVE FILES WITH EXACTLY THE
001140*              SAME VALUES:
001150*                NOME   "FUNCIONARIO TESTE " + CODIGO
001160*                RUA    "RUA DO TREINAMENTO, " + CODIGO, CIDADE
001170*                       TREINOPOLIS, ESTADO SP, CEP 01000-000
001180*                CPF    90000000000 + CODIGO
001190*                PIS    80000000000 + CODIGO
001200*                CTPS   "TRN" + CODIGO
001210*                DEPENDENTE "DEPENDENTE TESTE " CODIGO "/" SEQ
001220*                AGENCIA 1000 + (CODIGO MOD 8999), CONTA
001230*                       10000000 + CODIGO * 37, DIGITO "0",
001240*                PIX    "TRN" CODIGO "@TREINAMENTO".
001250*              MONEY IS NOT TOUCHED HERE - EACH CALLER DECIDES.
001260* ----------------------------------------------------------------
001270* MODIFICATION HISTORY
001280* DATE       INIT DESCRIPTION
001290* 2026-10-12 RA   INITIAL VERSION - RULES TAKEN OUT OF PROG151
001300******************************************************************
001310 IDENTIFICATION DIVISION.
001320 PROGRAM-ID. PROG212.

001330 DATA DIVISION.
001340 WORKING-STORAGE SECTION.
001350 01  WS-TRABALHO.
001360     05  WS-QUOCIENTE            PIC 9(06).
001370     05  WS-RESTO                PIC 9(04).
001380     05  WS-CODIGO-ED            PIC 9(06).
001390     05  WS-SEQ-ED               PIC 9(02).

001400 LINKAGE SECTION.
001410 COPY ANONREC.

001420 PROCEDURE DIVISION USING IDENTIDADE-FICTICIA.

001430*----------------------------------------------------------------
001440* 0000-MAINLINE
001450*----------------------------------------------------------------
001460 0000-MAINLINE.
001470     MOVE AN-CODIGO TO WS-CODIGO-ED.
001480     MOVE AN-SEQ TO WS-SEQ-ED.

001490     MOVE SPACES TO AN-NOME.
001500     STRING "FUNCIONARIO TESTE " WS-CODIGO-ED
001510         DELIMITED BY SIZE INTO AN-NOME.
001520     MOVE SPACES TO AN-END-RUA.
001530     STRING "RUA DO TREINAMENTO, " WS-CODIGO-ED
001540         DELIMITED BY SIZE INTO AN-END-RUA.
001550     MOVE "TREINOPOLIS" TO AN-END-CIDADE.
001560     MOVE "SP" TO AN-END-ESTADO.
001570     MOVE "01000-000" TO AN-END-CEP.
001580     COMPUTE AN-CPF = 90000000000 + AN-CODIGO.
001590     COMPUTE AN-PIS = 80000000000 + AN-CODIGO.
001600     MOVE SPACES TO AN-CTPS.
001610     STRING "TRN" WS-CODIGO-ED
001620         DELIMITED BY SIZE INTO AN-CTPS.

001630     MOVE SPACES TO AN-DEP-NOME.
001640     STRING "DEPENDENTE TESTE " WS-CODIGO-ED "/" WS-SEQ-ED
001650         DELIMITED BY SIZE INTO AN-DEP-NOME.

001660     DIVIDE AN-CODIGO BY 8999
001670         GIVING WS-QUOCIENTE REMAINDER WS-RESTO.
001680     COMPUTE AN-BK-AGENCIA = 1000 + WS-RESTO.
001690     COMPUTE AN-BK-CONTA = 10000000 + AN-CODIGO * 37.
001700     MOVE "0" TO AN-BK-DIGITO.
001710     MOVE SPACES TO AN-BK-PIX.
001720     STRING "TRN" WS-CODIGO-ED "@TREINAMENTO"
001730         DELIMITED BY SIZE INTO AN-BK-PIX.

001740 9999-EXIT.
001750     GOBACK.
