000010*****************************************************************
000020*    OTRPSEL.CPY                                                 *
000030*    FILE-CONTROL SELECT ENTRY FOR THE OVERTIME IMPORT          *
000040*    EXCEPTION REPORT PRODUCED BY THE OVERTIME-IMPORT-BATCH     *
000050*    JOB.                                                       *
000060*****************************************************************
000070     SELECT OVERTIME-REPORT-FILE ASSIGN TO "OTRPT"
000080         ORGANIZATION IS LINE SEQUENTIAL
000090         FILE STATUS IS WS-OTRP-FILE-STATUS.
