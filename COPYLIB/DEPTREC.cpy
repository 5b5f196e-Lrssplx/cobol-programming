001130*                 END - SPACES MEANS A TOP-LEVEL DEPARTMENT. THE
001140*                 ROLL-UP REPORTS CONSOLIDATE CHILDREN INTO THE
001150*                 PARENT WHEN ASKED.
001151* 2026-10-15 RA   ADDED DM-EMPRESA, THE COMPANY ON CIAFILE THE
001152*                 DEPARTMENT BELONGS TO (SPACES = "001").
001160******************************************************************
001170 01  DEPARTAMENTO-REC.
001180     05  DM-CODIGO               PIC X(10).
001220         88  DM-ATIVO            VALUE "A".
001230         88  DM-INATIVO          VALUE "I".
001240     05  DM-PAI                  PIC X(10).
001241     05  DM-EMPRESA              PIC X(03).
