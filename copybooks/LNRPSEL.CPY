000010*****************************************************************
000020*    LNRPSEL.CPY                                                 *
000030*    FILE-CONTROL SELECT ENTRY FOR THE MONTHLY LOAN PORTFOLIO   *
000040*    REPORT PRODUCED BY THE LOAN-PORTFOLIO-REPORT JOB.          *
000050*****************************************************************
000060     SELECT LOAN-REPORT-FILE ASSIGN TO "LOANRPT"
000070         ORGANIZATION IS LINE SEQUENTIAL
000080         FILE STATUS IS WS-LNRP-FILE-STATUS.
