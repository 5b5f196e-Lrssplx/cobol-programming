001086* DATE       INIT DESCRIPTION
001088* 2026-09-02 RA   ADDED YT-DESC-PENSAO (PENSAO ALIMENTICIA) AT
001089*                 THE END SO EXISTING FIELD OFFSETS SURVIVE.
001090* 2026-09-28 RA   ADDED THE PLR ACCUMULATORS (GROSS, EXCLUSIVE
001091*                 IRRF, NET) AT THE END. PLR IS TAXED APART FROM
001092*                 SALARY, SO IT NEVER ENTERS YT-BRUTO/YT-LIQUIDO.
001093******************************************************************
001100 01  YTD-REC.
001110     05  YT-CHAVE.
001120         10  YT-CODIGO           PIC 9(06).
001200     05  YT-LIQUIDO              PIC 9(09)V9(02).
001210     05  YT-MOEDA                PIC X(03).
001220     05  YT-DESC-PENSAO          PIC 9(09)V9(02).
001230     05  YT-PLR-BRUTO            PIC 9(09)V9(02).
001240     05  YT-PLR-IRRF             PIC 9(09)V9(02).
001250     05  YT-PLR-LIQUIDO          PIC 9(09)V9(02).
