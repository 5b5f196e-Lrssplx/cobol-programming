001000******************************************************************
001010* PROGRAM-ID: PROG166
001020* AUTHOR:      R. ALMEIDA - APPLICATIONS
001030* INSTALLATION: FATURAMENTO
001040* DATE-WRITTEN: 2026-09-17
001050* DATE-COMPILED:
001060* PURPOSE:     CALLABLE LATE-PAYMENT CHARGE CALCULATOR, IN THE
001070*              MOLD OF PROG138. GIVEN AN OPEN BALANCE, ITS DUE
001080*              DATE, THE DATE THROUGH WHICH INTEREST WAS ALREADY
001090*              CHARGED (ZERO = NONE), WHETHER THE FINE WAS
001100*              ALREADY CHARGED AND THE CALCULATION DATE, RETURNS
001110*              THE FINE AND THE INTEREST DUE AT THE ENCARGOS
001120*              RATES AND THE DAYS COUNTED, DAYS THROUGH THE
001130*              PROG74 DATE SERVICE. STATUS "1" CHARGES COMPUTED,
001140*              "2" NOT OVERDUE, "3" RATE TABLE NOT LOADED (NO
001150*              CHARGES - THE SHOP IS NEVER STOPPED DEAD).
001160* ----------------------------------------------------------------
001170* MODIFICATION HISTORY
001180* DATE       INIT DESCRIPTION
001190* 2026-09-17 RA   INITIAL VERSION
001200******************************************************************
001210 IDENTIFICATION DIVISION.
001220 PROGRAM-ID. PROG166.

001230 ENVIRONMENT DIVISION.
001240 INPUT-OUTPUT SECTION.
001250 FILE-CONTROL.
001260     SELECT CHARGE-RATE-FILE ASSIGN TO "ENCARGOS"
001270         ORGANIZATION IS INDEXED
001280         ACCESS MODE IS DYNAMIC
001290         RECORD KEY IS EN-CHAVE
001300         FILE STATUS IS FS-ENCARGOS.

001310 DATA DIVISION.
001320 FILE SECTION.
001330 FD  CHARGE-RATE-FILE.
001340 COPY ENCREC.

001350 WORKING-STORAGE SECTION.
001360 01  FS-ENCARGOS                 PIC X(02).
001370     88  FS-ENCARGOS-OK          VALUE "00".

001380 01  WS-DATA-INICIO              PIC 9(08).

001390 01  WS-CHAMADA-DATA.
001400     05  WS-DT-FUNCAO            PIC X(01).
001410     05  WS-DT-DATA-1            PIC 9(08).
001420     05  WS-DT-DATA-2            PIC 9(08).
001430     05  WS-DT-QUANTIDADE        PIC S9(07).
001440     05  WS-DT-UNIDADE           PIC X(01).
001450     05  WS-DT-STATUS            PIC X(01).
001460         88  WS-DT-OK            VALUE "1".

001470 LINKAGE SECTION.
001480 01  LK-SALDO                    PIC 9(09)V9(02).
001490 01  LK-VENCIMENTO               PIC 9(08).
001500 01  LK-DATA-ENCARGOS            PIC 9(08).
001510 01  LK-MULTA-SW                 PIC X(01).
001520     88  LK-MULTA-JA-COBRADA     VALUE "S".
001530 01  LK-DATA-CALCULO             PIC 9(08).
001540 01  LK-MULTA                    PIC 9(09)V9(02).
001550 01  LK-JUROS                    PIC 9(09)V9(02).
001560 01  LK-DIAS                     PIC 9(05).
001570 01  LK-STATUS                   PIC X(01).
001580     88  LK-CALCULADO            VALUE "1".
001590     88  LK-EM-DIA               VALUE "2".
001600     88  LK-SEM-TABELA           VALUE "3".

001610 PROCEDURE DIVISION USING LK-SALDO LK-VENCIMENTO
001620         LK-DATA-ENCARGOS LK-MULTA-SW LK-DATA-CALCULO
001630         LK-MULTA LK-JUROS LK-DIAS LK-STATUS.

001640*----------------------------------------------------------------
001650* 0000-MAINLINE
001660*----------------------------------------------------------------
001670 0000-MAINLINE.
001680     MOVE ZERO TO LK-MULTA.
001690     MOVE ZERO TO LK-JUROS.
001700     MOVE ZERO TO LK-DIAS.

001710     IF LK-DATA-CALCULO NOT > LK-VENCIMENTO
001720         OR LK-SALDO = ZERO
001730         MOVE "2" TO LK-STATUS
001740         GOBACK
001750     END-IF.

001760     OPEN INPUT CHARGE-RATE-FILE.
001770     IF NOT FS-ENCARGOS-OK
001780         MOVE "3" TO LK-STATUS
001790         GOBACK
001800     END-IF.
001810     MOVE "PADRAO    " TO EN-CHAVE.
001820     READ CHARGE-RATE-FILE
001830         INVALID KEY
001840             MOVE "3" TO LK-STATUS
001850     END-READ.
001860     CLOSE CHARGE-RATE-FILE.
001870     IF LK-SEM-TABELA
001880         GOBACK
001890     END-IF.

001900     PERFORM 1000-CALCULAR THRU 1000-CALCULAR-EXIT.
001910     GOBACK.

001920*----------------------------------------------------------------
001930* 1000-CALCULAR - THE FINE ONCE PER TITLE, THE INTEREST FROM THE
001940*                  DUE DATE OR FROM WHERE THE LAST CHARGE STOPPED
001950*----------------------------------------------------------------
001960 1000-CALCULAR.
001970     MOVE "1" TO LK-STATUS.

001980     IF NOT LK-MULTA-JA-COBRADA
001990         COMPUTE LK-MULTA ROUNDED =
002000             LK-SALDO * EN-MULTA-PCT / 100
002010     END-IF.

002020     MOVE LK-VENCIMENTO TO WS-DATA-INICIO.
002030     IF LK-DATA-ENCARGOS > WS-DATA-INICIO
002040         MOVE LK-DATA-ENCARGOS TO WS-DATA-INICIO
002050     END-IF.
002060     IF WS-DATA-INICIO NOT < LK-DATA-CALCULO
002070         GO TO 1000-CALCULAR-EXIT
002080     END-IF.

002090     MOVE "D" TO WS-DT-FUNCAO.
002100     MOVE WS-DATA-INICIO TO WS-DT-DATA-1.
002110     MOVE LK-DATA-CALCULO TO WS-DT-DATA-2.
002120     CALL "PROG74" USING WS-DT-FUNCAO WS-DT-DATA-1
002130         WS-DT-DATA-2 WS-DT-QUANTIDADE WS-DT-UNIDADE
002140         WS-DT-STATUS.
002150     IF NOT WS-DT-OK OR WS-DT-QUANTIDADE NOT > ZERO
002160         GO TO 1000-CALCULAR-EXIT
002170     END-IF.

002180     MOVE WS-DT-QUANTIDADE TO LK-DIAS.
002190     COMPUTE LK-JUROS ROUNDED =
002200         LK-SALDO * EN-JUROS-DIA-PCT / 100 * LK-DIAS.
002210 1000-CALCULAR-EXIT.
002220     EXIT.
