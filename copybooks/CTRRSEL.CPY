000010*****************************************************************
000020*    CTRRSEL.CPY                                                 *
000030*    FILE-CONTROL SELECT ENTRY FOR THE CONTRACT EXPIRY REPORT   *
000040*    PRODUCED BY THE CONTRACT-EXPIRY-REPORT JOB.                *
000050*****************************************************************
000060     SELECT CONTRACT-REPORT-FILE ASSIGN TO "CONTRPT"
000070         ORGANIZATION IS LINE SEQUENTIAL
000080         FILE STATUS IS WS-CTRR-FILE-STATUS.
