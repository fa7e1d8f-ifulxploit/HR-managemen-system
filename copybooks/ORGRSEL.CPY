000010*****************************************************************
000020*    ORGRSEL.CPY                                                 *
000030*    FILE-CONTROL SELECT ENTRY FOR THE ORGANIZATION CHART       *
000040*    PRODUCED BY THE ORGANIZATION-CHART-REPORT JOB.             *
000050*****************************************************************
000060     SELECT ORG-CHART-REPORT-FILE ASSIGN TO "ORGRPT"
000070         ORGANIZATION IS LINE SEQUENTIAL
000080         FILE STATUS IS WS-ORGR-FILE-STATUS.
