001000******************************************************************
001010* COPYBOOK:    CREDREC
001020* PURPOSE:     CREDIT-LIMIT REVIEW RULES (CREDPARM) - ONE ROW
001030*              UNDER THE KEY "PADRAO". A CUSTOMER WHOSE PAYMENT
001040*              HISTORY OVER THE REVIEW WINDOW STAYS WITHIN THE
001050*              RAISE THRESHOLDS, WHOSE TREND IS NOT WORSENING AND
001060*              WHOSE LARGEST EXPOSURE USED ENOUGH OF THE LIMIT IS
001070*              PROPOSED A RAISE; ONE PAST EITHER REDUCE THRESHOLD
001080*              IS PROPOSED A CUT; EVERYONE ELSE IS HELD. READ AND
001090*              MAINTAINED BY PROG170, WHICH ALSO KEEPS THE DATE
001100*              AND COMPANY-WIDE DSO OF THE LAST REVIEW HERE.
001110* DATE-WRITTEN: 2026-09-21
001120******************************************************************
001130 01  CRITERIO-CREDITO-REC.
001140     05  CC-CHAVE                PIC X(10).
001150     05  CC-MESES-HISTORICO      PIC 9(02).
001160     05  CC-AUMENTO.
001170         10  CC-AUM-PCT-ATRASO-MAX   PIC 9(03)V9(02).
001180         10  CC-AUM-DIAS-ATRASO-MAX  PIC 9(03).
001190         10  CC-AUM-USO-MIN          PIC 9(03)V9(02).
001200         10  CC-AUM-PCT              PIC 9(03)V9(02).
001210     05  CC-REDUCAO.
001220         10  CC-RED-PCT-ATRASO-MIN   PIC 9(03)V9(02).
001230         10  CC-RED-DIAS-ATRASO-MIN  PIC 9(03).
001240         10  CC-RED-PCT              PIC 9(03)V9(02).
001250     05  CC-DATA-ALTERACAO       PIC 9(08).
001260     05  CC-DATA-ULTIMA-REVISAO  PIC 9(08).
001270     05  CC-DSO-ULTIMA-REVISAO   PIC 9(05)V9(01).
