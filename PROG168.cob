001000******************************************************************
001010* PROGRAM-ID: PROG168
001020* AUTHOR:      R. ALMEIDA - APPLICATIONS
001030* INSTALLATION: FATURAMENTO
001040* DATE-WRITTEN: 2026-09-21
001050* DATE-COMPILED:
001060* PURPOSE:     CALLABLE RECEIVABLE-MOVEMENT WRITER, IN THE MOLD OF
001070*              THE PROG22 AUDIT WRITER. GIVEN THE INVOICE, THE
001080*              CUSTOMER, THE DATE, THE MOVEMENT TYPE (F INVOICE,
001090*              R PAYMENT, J LATE CHARGES, C CANCELLATION, V
001100*              RECOVERY), THE VALUE, THE SUPPORTING DOCUMENT AND
001110*              THE CALLING PROGRAM, APPENDS THE ROW TO ARMOV
001120*              UNDER THE NEXT FREE SEQUENCE OF THE INVOICE.
001130* ----------------------------------------------------------------
001140* MODIFICATION HISTORY
001150* DATE       INIT DESCRIPTION
001160* 2026-09-21 RA   INITIAL VERSION
001170******************************************************************
001180 IDENTIFICATION DIVISION.
001190 PROGRAM-ID. PROG168.

001200 ENVIRONMENT DIVISION.
001210 INPUT-OUTPUT SECTION.
001220 FILE-CONTROL.
001230     SELECT AR-MOVEMENT-FILE ASSIGN TO "ARMOV"
001240         ORGANIZATION IS INDEXED
001250         ACCESS MODE IS DYNAMIC
001260         RECORD KEY IS MA-CHAVE
001270         ALTERNATE RECORD KEY IS MA-CHAVE-CLIENTE WITH DUPLICATES
001280         FILE STATUS IS FS-ARMOV.

001290 DATA DIVISION.
001300 FILE SECTION.
001310 FD  AR-MOVEMENT-FILE.
001320 COPY MOVAREC.

001330 WORKING-STORAGE SECTION.
001340 01  FS-ARMOV                    PIC X(02).
001350     88  FS-ARMOV-OK             VALUE "00".

001360 01  WS-SEQ-LIVRE-SW             PIC X(01).
001370     88  WS-SEQ-LIVRE            VALUE "Y".

001380 LINKAGE SECTION.
001390 01  LK-NUMERO-NOTA              PIC 9(08).
001400 01  LK-CLIENTE                  PIC 9(06).
001410 01  LK-DATA                     PIC 9(08).
001420 01  LK-TIPO                     PIC X(01).
001430 01  LK-VALOR                    PIC 9(09)V9(02).
001440 01  LK-DOCUMENTO                PIC 9(08).
001450 01  LK-PROGRAMA                 PIC X(08).

001460 PROCEDURE DIVISION USING LK-NUMERO-NOTA LK-CLIENTE LK-DATA
001470         LK-TIPO LK-VALOR LK-DOCUMENTO LK-PROGRAMA.

001480 0000-MAINLINE.
001490     OPEN I-O AR-MOVEMENT-FILE.
001500     IF NOT FS-ARMOV-OK
001510         OPEN OUTPUT AR-MOVEMENT-FILE
001520         CLOSE AR-MOVEMENT-FILE
001530         OPEN I-O AR-MOVEMENT-FILE
001540     END-IF.
001550     IF NOT FS-ARMOV-OK
001560         DISPLAY "PROG168: ERRO AO ABRIR AR-MOVEMENT-FILE "
001570             FS-ARMOV " - MOVIMENTO DA NOTA " LK-NUMERO-NOTA
001580             " NAO REGISTRADO"
001590         GOBACK
001600     END-IF.

001610     MOVE "N" TO WS-SEQ-LIVRE-SW.
001620     MOVE LK-NUMERO-NOTA TO MA-NUMERO-NOTA.
001630     PERFORM 1000-TESTAR-SEQ THRU 1000-TESTAR-SEQ-EXIT
001640         VARYING MA-SEQ FROM 1 BY 1
001650         UNTIL WS-SEQ-LIVRE OR MA-SEQ > 998.
001660     IF NOT WS-SEQ-LIVRE
001670         DISPLAY "PROG168: NOTA " LK-NUMERO-NOTA " SEM SEQUENCIA "
001680             "LIVRE - MOVIMENTO NAO REGISTRADO"
001690         CLOSE AR-MOVEMENT-FILE
001700         GOBACK
001710     END-IF.
001720     SUBTRACT 1 FROM MA-SEQ.

001725     PERFORM 2000-GRAVAR-MOVIMENTO
001730         THRU 2000-GRAVAR-MOVIMENTO-EXIT.
001740     CLOSE AR-MOVEMENT-FILE.
001750     GOBACK.

001760*----------------------------------------------------------------
001770* 1000-TESTAR-SEQ - THE FIRST SEQUENCE NOT ON FILE IS THE NEXT
001780*----------------------------------------------------------------
001790 1000-TESTAR-SEQ.
001800     READ AR-MOVEMENT-FILE
001810         INVALID KEY
001820             SET WS-SEQ-LIVRE TO TRUE
001830     END-READ.
001840 1000-TESTAR-SEQ-EXIT.
001850     EXIT.

001860*----------------------------------------------------------------
001870* 2000-GRAVAR-MOVIMENTO
001880*----------------------------------------------------------------
001890 2000-GRAVAR-MOVIMENTO.
001900     MOVE LK-CLIENTE   TO MA-CLIENTE.
001910     MOVE LK-DATA      TO MA-DATA.
001920     MOVE LK-TIPO      TO MA-TIPO.
001930     MOVE LK-VALOR     TO MA-VALOR.
001940     MOVE LK-DOCUMENTO TO MA-DOCUMENTO.
001950     MOVE LK-PROGRAMA  TO MA-PROGRAMA.
001960     WRITE MOVTO-AR-REC.
001970     IF NOT FS-ARMOV-OK
001980         DISPLAY "PROG168: ERRO AO GRAVAR MOVIMENTO DA NOTA "
001990             LK-NUMERO-NOTA " - " FS-ARMOV
002000     END-IF.
002010 2000-GRAVAR-MOVIMENTO-EXIT.
002020     EXIT.
