000010*****************************************************************
000020*    THRRSEL.CPY                                                 *
000030*    FILE-CONTROL SELECT ENTRY FOR THE PRINTED THR REGISTER     *
000040*    PRODUCED BY THE THR-PAYOUT-BATCH JOB.                      *
000050*****************************************************************
000060     SELECT THR-REGISTER-FILE ASSIGN TO "THRRPT"
000070         ORGANIZATION IS LINE SEQUENTIAL
000080         FILE STATUS IS WS-THRR-FILE-STATUS.
