000010*****************************************************************
000020*    FPEXSEL.CPY                                                 *
000030*    FILE-CONTROL SELECT ENTRY FOR THE PRINTED BANK CREDIT      *
000040*    EXCEPTION LIST PRODUCED BY THE FINAL-PAY-BATCH JOB - EVERY *
000050*    SETTLEMENT HELD BACK FOR WANT OF A VALID BANK ACCOUNT.     *
000060*****************************************************************
000070     SELECT FINAL-PAY-EXCEPTION-FILE ASSIGN TO "FPAYEXC"
000080         ORGANIZATION IS LINE SEQUENTIAL
000090         FILE STATUS IS WS-FPEX-FILE-STATUS.
