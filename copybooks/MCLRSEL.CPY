000010*****************************************************************
000020*    MCLRSEL.CPY                                                 *
000030*    FILE-CONTROL SELECT ENTRY FOR THE MONTH-END CLOSE REPORT   *
000040*    PRODUCED BY THE MONTH-END-CLOSE-BATCH JOB.                 *
000050*****************************************************************
000060     SELECT MONTH-CLOSE-REPORT-FILE ASSIGN TO "MTHCRPT"
000070         ORGANIZATION IS LINE SEQUENTIAL
000080         FILE STATUS IS WS-MCRP-FILE-STATUS.
