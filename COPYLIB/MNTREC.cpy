001070*              PROG89-STYLE PRE-VALIDATION AND PER-ROW
001080*              DISPOSITIONS IN THE NHDISP SHAPE.
001090* DATE-WRITTEN: 2026-09-02
001091* ----------------------------------------------------------------
001092* MODIFICATION HISTORY
001093* DATE       INIT DESCRIPTION
001094* 2026-10-15 RA   ADDED MT-EMPRESA, THE COMPANY THE FRONT END
001095*                 BELIEVES THE FUNCIONARIO BELONGS TO. WHEN
001096*                 SUPPLIED IT MUST MATCH EMPREC EMPRESA OR THE
001097*                 ROW IS REJECTED; SPACES SKIP THE CHECK.
001100******************************************************************
001110 01  MANUTENCAO-REC.
001120     05  MT-TIPO                 PIC X(01).
001260     05  MT-PIS                  PIC 9(11).
001270     05  MT-CTPS                 PIC X(11).
001280     05  MT-DATA-EVENTO          PIC 9(08).
001281     05  MT-EMPRESA              PIC X(03).
