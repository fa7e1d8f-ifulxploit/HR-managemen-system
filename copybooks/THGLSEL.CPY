000010*****************************************************************
000020*    THGLSEL.CPY                                                 *
000030*    FILE-CONTROL SELECT ENTRY FOR THE GL POSTING FILE OF THE   *
000040*    THR EXPENSE BY COST CENTER, PRODUCED BY THE                *
000050*    THR-PAYOUT-BATCH JOB IN THE GLPSTREC.CPY LAYOUT.           *
000060*****************************************************************
000070     SELECT THR-GL-POSTING-FILE ASSIGN TO "THRGLPST"
000080         ORGANIZATION IS SEQUENTIAL
000090         FILE STATUS IS WS-THGL-FILE-STATUS.
