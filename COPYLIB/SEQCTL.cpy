001000******************************************************************
001010* COPYBOOK:    SEQCTL
001020* PURPOSE:     ONE ROW OF THE AUDITSEQ CONTROL FILE - A KEYED
001030*              COUNTER THAT SURVIVES ACROSS RUNS. THE KEYS IN USE:
001040*                AUDITSEQ   / CHGLOGSEQ  - LAST SEQUENCE WRITTEN
001050*                             ON AUDITLOG (PROG22) / CHGLOG
001060*                             (PROG30)
001070*                AUDITCHK   / CHGLOGCHK  - CHECK VALUE OF THAT
001080*                             LAST ROW (PROG215)
001090*                AUDITVSEQ  / CHGLOGVSEQ - LAST ROW PROVED BY THE
001100*                AUDITVCHK  / CHGLOGVCHK   CHAIN VERIFICATION
001110*                                          (PROG216) AND ITS CHECK
001120*                AUDITBSEQ  / CHGLOGBSEQ - LAST ROW MOVED TO THE
001130*                AUDITBCHK  / CHGLOGBCHK   ARCHIVE BY PROG81 AND
001140*                                          ITS CHECK - THE ANCHOR
001150*                                          THE LIVE CHAIN STARTS
001160*                                          FROM AFTER A PURGE
001170* DATE-WRITTEN: 2026-10-12
001180******************************************************************
001190 01  SEQ-CONTROL-REC.
001200     05  SEQ-CHAVE               PIC X(10).
001210     05  SEQ-ULTIMO              PIC 9(08).
