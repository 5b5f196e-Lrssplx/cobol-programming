001000******************************************************************
001010* COPYBOOK:    SAUDREC
001020* PURPOSE:     HEALTH-PLAN ENROLLMENT (SAUDFILE) - ONE ROW PER
001030*              COVERED LIFE: THE FUNCIONARIO'S CODIGO PLUS SEQ 00
001040*              FOR THE TITULAR, OR THE DEPFILE SEQUENCE OF THE
001050*              DEPENDENT. THE LIFE IS COVERED FROM THE START DATE
001060*              THROUGH THE END DATE (ZERO WHILE OPEN). PROG187
001070*              ENROLLS AND ENDS; A RESCISAO (PROG58) ENDS EVERY
001080*              OPEN LIFE OF THE FUNCIONARIO ON THE LAST DAY.
001090* DATE-WRITTEN: 2026-10-01
001100******************************************************************
001110 01  ADESAO-SAUDE-REC.
001120     05  SA-CHAVE.
001130         10  SA-CODIGO           PIC 9(06).
001140         10  SA-SEQ              PIC 9(02).
001150             88  SA-TITULAR      VALUE ZERO.
001160     05  SA-PLANO                PIC X(04).
001170     05  SA-DATA-INICIO          PIC 9(08).
001180     05  SA-DATA-FIM             PIC 9(08).
001190     05  SA-MOTIVO-FIM           PIC X(01).
001200         88  SA-FIM-CANCELAMENTO VALUE "C".
001210         88  SA-FIM-RESCISAO     VALUE "R".
