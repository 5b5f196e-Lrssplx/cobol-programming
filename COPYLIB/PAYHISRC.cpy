001210*                 AS ORIGINALLY PAID.
001220* 2026-09-02 RA   ADDED PH-COMISSAO, THE SALES COMMISSION AS
001230*                 ORIGINALLY PAID.
001232* 2026-09-21 RA   ADDED PH-DESC-ESTORNO-COM, THE COMMISSION
001234*                 CLAWBACK AS ORIGINALLY DEDUCTED.
001235* 2026-09-28 RA   ADDED PH-DESC-SINDICAL, THE UNION DUES AS
001236*                 ORIGINALLY DEDUCTED.
001237* 2026-09-28 RA   ADDED PH-ADIC-RISCO, THE INSALUBRIDADE OR
001238*                 PERICULOSIDADE AS ORIGINALLY PAID.
001239* 2026-09-28 RA   ADDED PH-DSR-VARIAVEL AND PH-DSR-PERDIDO, THE
001240*                 DSR REFLECTION PAID AND THE DSR LOST TO
001241*                 UNJUSTIFIED ABSENCES.
001242******************************************************************
001250 01  PAYHIST-REC.
001260     05  PH-CHAVE.
001270         10  PH-CODIGO           PIC 9(06).
001440     05  PH-SAL-FAMILIA          PIC 9(09)V9(02).
001450     05  PH-ADIC-NOTURNO         PIC 9(09)V9(02).
001460     05  PH-COMISSAO             PIC 9(09)V9(02).
001470     05  PH-DESC-ESTORNO-COM     PIC 9(09)V9(02).
001480     05  PH-DESC-SINDICAL        PIC 9(09)V9(02).
001481     05  PH-ADIC-RISCO           PIC 9(09)V9(02).
001482     05  PH-DSR-VARIAVEL         PIC 9(09)V9(02).
001483     05  PH-DSR-PERDIDO          PIC 9(09)V9(02).
