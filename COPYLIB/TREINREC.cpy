001070*              CERTIFICATION LAPSING WITHIN 30 DAYS - THE
001080*              BINDER IS RETIRED.
001090* DATE-WRITTEN: 2026-09-02
001091* ----------------------------------------------------------------
001092* MODIFICATION HISTORY
001093* DATE       INIT DESCRIPTION
001094* 2026-10-08 RA   ADDED THE DEPARTAMENTO AT COMPLETION, THE HOURS
001095*                 AND THE COST OF THE COURSE, FOR THE YEARLY
001096*                 TRAINING HOURS AND COST BY DEPARTMENT.
001100******************************************************************
001110 01  TREINAMENTO-REC.
001120     05  CT-CHAVE.
001140         10  CT-CURSO            PIC X(08).
001150     05  CT-DATA-CONCLUSAO       PIC 9(08).
001160     05  CT-DATA-VALIDADE        PIC 9(08).
001161     05  CT-DEPARTAMENTO         PIC X(10).
001162     05  CT-CARGA-HORARIA        PIC 9(04).
001163     05  CT-CUSTO                PIC 9(07)V9(02).
