001070*              TRANSPORTE AT COST CAPPED AT 6 PERCENT OF GROSS,
001080*              VALE-REFEICAO AT 20 PERCENT OF THE VOUCHER VALUE.
001090* DATE-WRITTEN: 2026-08-22
001091* ----------------------------------------------------------------
001092* MODIFICATION HISTORY
001093* DATE       INIT DESCRIPTION
001094* 2026-10-01 RA   ADDED THE DAILY VT AND VR VALUES AT THE END -
001095*                 THE MONTHLY CARD-LOAD ORDER (PROG189) PRICES
001096*                 EACH WORKING DAY AT THEM. ZERO MEANS NOT YET
001097*                 CAPTURED; THE MONTHLY VALUE OVER 22 DAYS THEN
001098*                 STANDS IN.
001100******************************************************************
001110 01  BENEFICIO-REC.
001120     05  BN-CODIGO               PIC 9(06).
001180         88  BN-VR-OPTANTE       VALUE "S".
001190     05  BN-VR-DATA-OPCAO        PIC 9(08).
001200     05  BN-VR-VALOR-MENSAL      PIC 9(05)V9(02).
001201     05  BN-VT-VALOR-DIARIO      PIC 9(03)V9(02).
001202     05  BN-VR-VALOR-DIARIO      PIC 9(03)V9(02).
