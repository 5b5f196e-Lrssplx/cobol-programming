001080*              SETTLEMENT CAN CONSIDER THEM - THE PAPER BINDER
001090*              NOBODY FINDS AT RESCISAO TIME IS RETIRED.
001100* DATE-WRITTEN: 2026-09-02
001101* ----------------------------------------------------------------
001102* MODIFICATION HISTORY
001103* DATE       INIT DESCRIPTION
001104* 2026-10-15 RA   ADDED CD-ATIVO, THE FIXED-ASSET NUMBER ON
001105*                 ATIVFILE (ZERO = NOT A REGISTERED ASSET), SO
001106*                 AN ITEM NOT RETURNED IS VALUED AT BOOK VALUE.
001110******************************************************************
001120 01  CUSTODIA-REC.
001130     05  CD-CHAVE.
001180     05  CD-DATA-ENTREGA         PIC 9(08).
001190     05  CD-DATA-DEVOLUCAO       PIC 9(08).
001200     05  CD-VALOR-REPOSICAO      PIC 9(07)V9(02).
001210     05  CD-ATIVO                PIC 9(06).
