001000******************************************************************
001010* PROGRAM-ID: PROG182
001020* AUTHOR:      R. ALMEIDA - APPLICATIONS
001030* INSTALLATION: FOLHA DE PAGAMENTO / RECURSOS HUMANOS
001040* DATE-WRITTEN: 2026-09-28
001050* DATE-COMPILED:
001060* PURPOSE:     CALLABLE HAZARD-PAY (INSALUBRIDADE /
001070*              PERICULOSIDADE) CALCULATOR, IN THE MOLD OF PROG46.
001080*              GIVEN A FUNCIONARIO'S CODIGO, DEPARTAMENTO, CARGO
001090*              AND SALARIO, RESOLVES THE GRADE - AN ACTIVE
001100*              OVERRIDE ON RISCFILE (PROG181, BACKED BY THE LAUDO)
001110*              FIRST, OTHERWISE THE CARGO'S GRADE ON CARGFILE
001120*              (PROG114) - AND RETURNS THE GRADE AND THE FULL-
001130*              MONTH VALUE: INSALUBRIDADE AT 10, 20 OR 40 PERCENT
001140*              OF THE MINIMUM WAGE, PERICULOSIDADE AT 30 PERCENT
001150*              OF SALARIO. THE MINIMUM WAGE COMES FROM THE TAXTAB
001160*              ROW "SMIN" 01 (IN ITS PARCEL FIELD) WHEN LOADED,
001170*              WITH A COMPILED DEFAULT OTHERWISE. THE PAYROLL,
001180*              13O, VACATION AND TERMINATION RUNS ALL PRICE THE
001190*              ADICIONAL HERE, SO THEY NEVER DISAGREE.
001200* ----------------------------------------------------------------
001210* MODIFICATION HISTORY
001220* DATE       INIT DESCRIPTION
001230* 2026-09-28 RA   INITIAL VERSION
001240******************************************************************
001250 IDENTIFICATION DIVISION.
001260 PROGRAM-ID. PROG182.

001270 ENVIRONMENT DIVISION.
001280 INPUT-OUTPUT SECTION.
001290 FILE-CONTROL.
001300     SELECT HAZARD-FILE ASSIGN TO "RISCFILE"
001310         ORGANIZATION IS INDEXED
001320         ACCESS MODE IS DYNAMIC
001330         RECORD KEY IS RC-CODIGO
001340         FILE STATUS IS FS-RISCFILE.

001350     SELECT POSITION-MASTER ASSIGN TO "CARGFILE"
001360         ORGANIZATION IS INDEXED
001370         ACCESS MODE IS DYNAMIC
001380         RECORD KEY IS CG-CHAVE
001390         FILE STATUS IS FS-CARGFILE.

001400     SELECT TAX-TABLE-FILE ASSIGN TO "TAXTAB"
001410         ORGANIZATION IS INDEXED
001420         ACCESS MODE IS DYNAMIC
001430         RECORD KEY IS TB-CHAVE
001440         FILE STATUS IS FS-TAXTAB.

001450 DATA DIVISION.
001460 FILE SECTION.
001470 FD  HAZARD-FILE.
001480 COPY RISCREC.

001490 FD  POSITION-MASTER.
001500 COPY CARGREC.

001510 FD  TAX-TABLE-FILE.
001520 COPY TAXREC.

001530 WORKING-STORAGE SECTION.
001540 01  FS-RISCFILE                 PIC X(02).
001550     88  FS-RISCFILE-OK          VALUE "00".

001560 01  FS-CARGFILE                 PIC X(02).
001570     88  FS-CARGFILE-OK          VALUE "00".

001580 01  FS-TAXTAB                   PIC X(02).
001590     88  FS-TAXTAB-OK            VALUE "00".

001600 01  WS-GRAU-SW                  PIC X(01).
001610     88  WS-GRAU-RESOLVIDO       VALUE "Y".

001620 01  WS-SALARIO-MINIMO           PIC 9(09)V9(02).
001630 01  WS-SALARIO-MINIMO-PADRAO    PIC 9(09)V9(02) VALUE 1518.00.

001640 01  WS-PERCENTUAIS.
001650     05  WS-PERC-INSALUB-MINIMO  PIC 9(01)V9(02) VALUE 0.10.
001660     05  WS-PERC-INSALUB-MEDIO   PIC 9(01)V9(02) VALUE 0.20.
001670     05  WS-PERC-INSALUB-MAXIMO  PIC 9(01)V9(02) VALUE 0.40.
001680     05  WS-PERC-PERICULOSIDADE  PIC 9(01)V9(02) VALUE 0.30.

001690 LINKAGE SECTION.
001700 01  LK-CODIGO                   PIC 9(06).
001710 01  LK-DEPARTAMENTO             PIC X(10).
001720 01  LK-CARGO                    PIC X(08).
001730 01  LK-SALARIO                  PIC 9(06)V9(04).
001740 01  LK-GRAU                     PIC X(01).
001750 01  LK-VALOR-ADICIONAL          PIC 9(09)V9(02).

001760 PROCEDURE DIVISION USING LK-CODIGO LK-DEPARTAMENTO LK-CARGO
001770         LK-SALARIO LK-GRAU LK-VALOR-ADICIONAL.

001780*----------------------------------------------------------------
001790* 0000-MAINLINE
001800*----------------------------------------------------------------
001810 0000-MAINLINE.
001820     MOVE "N" TO LK-GRAU.
001830     MOVE ZERO TO LK-VALOR-ADICIONAL.
001840     MOVE "N" TO WS-GRAU-SW.

001850     PERFORM 1000-LER-EXCECAO THRU 1000-LER-EXCECAO-EXIT.
001860     IF NOT WS-GRAU-RESOLVIDO
001870         PERFORM 2000-LER-CARGO THRU 2000-LER-CARGO-EXIT
001880     END-IF.

001890     PERFORM 3000-CALCULAR-ADICIONAL
001900         THRU 3000-CALCULAR-ADICIONAL-EXIT.

001910     GOBACK.

001920*----------------------------------------------------------------
001930* 1000-LER-EXCECAO - AN ACTIVE PER-FUNCIONARIO ROW SETTLES THE
001940*                    GRADE, WHATEVER THE CARGO SAYS
001950*----------------------------------------------------------------
001960 1000-LER-EXCECAO.
001970     OPEN INPUT HAZARD-FILE.
001980     IF NOT FS-RISCFILE-OK
001990         GO TO 1000-LER-EXCECAO-EXIT
002000     END-IF.

002010     MOVE LK-CODIGO TO RC-CODIGO.
002020     READ HAZARD-FILE
002030         INVALID KEY
002040             CONTINUE
002050         NOT INVALID KEY
002060             IF RC-ATIVO AND RC-GRAU-VALIDO
002070                 MOVE RC-GRAU TO LK-GRAU
002080                 SET WS-GRAU-RESOLVIDO TO TRUE
002090             END-IF
002100     END-READ.
002110     CLOSE HAZARD-FILE.
002120 1000-LER-EXCECAO-EXIT.
002130     EXIT.

002140*----------------------------------------------------------------
002150* 2000-LER-CARGO - THE POSITION'S GRADE; NO CARGO, NO ROW OR A
002160*                  BLANK GRADE MEANS NO HAZARD PAY
002170*----------------------------------------------------------------
002180 2000-LER-CARGO.
002190     IF LK-CARGO = SPACES
002200         GO TO 2000-LER-CARGO-EXIT
002210     END-IF.

002220     OPEN INPUT POSITION-MASTER.
002230     IF NOT FS-CARGFILE-OK
002240         GO TO 2000-LER-CARGO-EXIT
002250     END-IF.

002260     MOVE LK-DEPARTAMENTO TO CG-DEPARTAMENTO.
002270     MOVE LK-CARGO        TO CG-CODIGO.
002280     READ POSITION-MASTER
002290         INVALID KEY
002300             CONTINUE
002310         NOT INVALID KEY
002320             IF CG-GRAU-VALIDO
002330                 MOVE CG-GRAU-RISCO TO LK-GRAU
002340             END-IF
002350     END-READ.
002360     CLOSE POSITION-MASTER.
002370 2000-LER-CARGO-EXIT.
002380     EXIT.

002390*----------------------------------------------------------------
002400* 3000-CALCULAR-ADICIONAL - FULL-MONTH VALUE; THE CALLER PRORATES
002410*----------------------------------------------------------------
002420 3000-CALCULAR-ADICIONAL.
002430     EVALUATE LK-GRAU
002440         WHEN "1"
002450             PERFORM 3100-CARREGAR-MINIMO
002460                 THRU 3100-CARREGAR-MINIMO-EXIT
002470             COMPUTE LK-VALOR-ADICIONAL ROUNDED =
002480                 WS-SALARIO-MINIMO * WS-PERC-INSALUB-MINIMO
002490         WHEN "2"
002500             PERFORM 3100-CARREGAR-MINIMO
002510                 THRU 3100-CARREGAR-MINIMO-EXIT
002520             COMPUTE LK-VALOR-ADICIONAL ROUNDED =
002530                 WS-SALARIO-MINIMO * WS-PERC-INSALUB-MEDIO
002540         WHEN "3"
002550             PERFORM 3100-CARREGAR-MINIMO
002560                 THRU 3100-CARREGAR-MINIMO-EXIT
002570             COMPUTE LK-VALOR-ADICIONAL ROUNDED =
002580                 WS-SALARIO-MINIMO * WS-PERC-INSALUB-MAXIMO
002590         WHEN "P"
002600             COMPUTE LK-VALOR-ADICIONAL ROUNDED =
002610                 LK-SALARIO * WS-PERC-PERICULOSIDADE
002620         WHEN OTHER
002630             MOVE "N" TO LK-GRAU
002640             MOVE ZERO TO LK-VALOR-ADICIONAL
002650     END-EVALUATE.
002660 3000-CALCULAR-ADICIONAL-EXIT.
002670     EXIT.

002680*----------------------------------------------------------------
002690* 3100-CARREGAR-MINIMO - THE NATIONAL MINIMUM WAGE FROM THE
002700*                        TAXTAB ROW "SMIN" 01 WHEN LOADED
002710*----------------------------------------------------------------
002720 3100-CARREGAR-MINIMO.
002730     MOVE WS-SALARIO-MINIMO-PADRAO TO WS-SALARIO-MINIMO.

002740     OPEN INPUT TAX-TABLE-FILE.
002750     IF NOT FS-TAXTAB-OK
002760         GO TO 3100-CARREGAR-MINIMO-EXIT
002770     END-IF.

002780     MOVE "SMIN" TO TB-TIPO.
002790     MOVE 1 TO TB-FAIXA.
002800     READ TAX-TABLE-FILE
002810         INVALID KEY
002820             CONTINUE
002830         NOT INVALID KEY
002840             IF TB-PARCELA-DEDUZIR > ZERO
002850                 MOVE TB-PARCELA-DEDUZIR TO WS-SALARIO-MINIMO
002860             END-IF
002870     END-READ.
002880     CLOSE TAX-TABLE-FILE.
002890 3100-CARREGAR-MINIMO-EXIT.
002900     EXIT.
