000010*****************************************************************
000020*    THEXSEL.CPY                                                 *
000030*    FILE-CONTROL SELECT ENTRY FOR THE PRINTED BANK CREDIT      *
000040*    EXCEPTION LIST PRODUCED BY THE THR-PAYOUT-BATCH JOB -      *
000050*    EVERY THR HELD OFF THRBANK FOR WANT OF A VALID BANK        *
000060*    ACCOUNT, WITH THE AMOUNT THAT WAS NOT CREDITED.            *
000070*****************************************************************
000080     SELECT THR-EXCEPTION-FILE ASSIGN TO "THREXC"
000090         ORGANIZATION IS LINE SEQUENTIAL
000100         FILE STATUS IS WS-THEX-FILE-STATUS.
