001080*              TRANSMITTED AND WHAT BOUNCED, SO THE MONTHLY
001090*              OBLIGATION STOPS LIVING ON PAPER.
001100* DATE-WRITTEN: 2026-09-02
001101* ----------------------------------------------------------------
001102* MODIFICATION HISTORY
001103* DATE       INIT DESCRIPTION
001104* 2026-09-28 RA   ADDED TYPE "F", A DISSIDIO PAY DIFFERENCE PAID
001105*                 LATER AND REPORTED UNDER ITS ORIGINAL
001106*                 COMPETENCE MONTH (ES-PERIODO).
001107* 2026-09-28 RA   ADDED TYPE "C", THE CORRECTED REMUNERATION OF
001108*                 A PROG176 OFF-CYCLE CORRECTION, FILED UNDER
001109*                 THE ORIGINAL COMPETENCE MONTH (ES-PERIODO).
001110* 2026-10-05 RA   ADDED ES-CATEGORIA, THE WORKER CATEGORY OF THE
001111*                 CONTRACT (101 EMPREGADO, 103 APRENDIZ, 106
001112*                 TEMPORARIO, 901 ESTAGIARIO), AND
001113*                 ES-DATA-FIM-CONTRATO, THE FIXED END DATE (ZERO
001114*                 FOR AN OPEN-ENDED CONTRACT).
001115* 2026-10-15 RA   ADDED ES-EMPRESA, THE COMPANY (EMPLOYER CNPJ)
001116*                 THE EVENT IS FILED UNDER (SPACES = "001").
001117******************************************************************
001120 01  EVENTO-ESOCIAL-REC.
001130     05  ES-CHAVE.
001140         10  ES-PERIODO          PIC 9(06).
001170         88  ES-ADMISSAO         VALUE "A".
001180         88  ES-DESLIGAMENTO     VALUE "D".
001190         88  ES-REMUNERACAO      VALUE "R".
001195         88  ES-DIFERENCA        VALUE "F".
001196         88  ES-RETIFICACAO      VALUE "C".
001200     05  ES-CODIGO               PIC 9(06).
001210     05  ES-DATA-EVENTO          PIC 9(08).
001220     05  ES-VALOR                PIC 9(09)V9(02).
001250         88  ES-ENVIO-OK         VALUE "T".
001260         88  ES-ENVIO-ERRO       VALUE "E".
001270     05  ES-DATA-GERACAO         PIC 9(08).
001271     05  ES-CATEGORIA            PIC X(03).
001272     05  ES-DATA-FIM-CONTRATO    PIC 9(08).
001273     05  ES-EMPRESA              PIC X(03).
