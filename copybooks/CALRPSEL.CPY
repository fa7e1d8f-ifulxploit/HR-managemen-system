000010*****************************************************************
000020*    CALRPSEL.CPY                                                *
000030*    FILE-CONTROL SELECT ENTRY FOR THE WORKING CALENDAR CHECK   *
000040*    REPORT PRODUCED BY THE CALENDAR-CHECK-REPORT JOB.          *
000050*****************************************************************
000060     SELECT CALENDAR-REPORT-FILE ASSIGN TO "CALRPT"
000070         ORGANIZATION IS LINE SEQUENTIAL
000080         FILE STATUS IS WS-CLRP-FILE-STATUS.
