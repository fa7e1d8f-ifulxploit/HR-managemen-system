000010*****************************************************************
000020*    RBKSEL.CPY                                                  *
000030*    FILE-CONTROL SELECT ENTRY FOR THE DAILY RUN BOOK PRODUCED  *
000040*    BY THE RUN-HISTORY-REPORT JOB.                             *
000050*****************************************************************
000060     SELECT RUN-BOOK-REPORT-FILE ASSIGN TO "RUNBOOK"
000070         ORGANIZATION IS LINE SEQUENTIAL
000080         FILE STATUS IS WS-RBK-FILE-STATUS.
