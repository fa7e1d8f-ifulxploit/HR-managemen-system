000010*****************************************************************
000020*    MRRPSEL.CPY                                                 *
000030*    FILE-CONTROL SELECT ENTRY FOR THE MERIT BUDGET REPORT      *
000040*    PRODUCED BY THE MERIT-INCREASE-BATCH JOB.                  *
000050*****************************************************************
000060     SELECT MERIT-REPORT-FILE ASSIGN TO "MERITRPT"
000070         ORGANIZATION IS LINE SEQUENTIAL
000080         FILE STATUS IS WS-MRRP-FILE-STATUS.
