000010*****************************************************************
000020*    RUNHSEL.CPY                                                 *
000030*    FILE-CONTROL SELECT ENTRY FOR THE BATCH RUN HISTORY LOG.   *
000040*    SEQUENTIAL - OPENED EXTEND BY RUNCTL TO LOG EVERY START,   *
000050*    END, REFUSAL AND RERUN AUTHORIZATION, AND OPENED INPUT BY  *
000060*    THE RUN-HISTORY-REPORT JOB.                                *
000070*****************************************************************
000080     SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
000090         ORGANIZATION IS SEQUENTIAL
000100         FILE STATUS IS WS-RUNH-FILE-STATUS.
