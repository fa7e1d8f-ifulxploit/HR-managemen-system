000010*****************************************************************
000020*    THBKSEL.CPY                                                 *
000030*    FILE-CONTROL SELECT ENTRY FOR THE BANK CREDIT FILE         *
000040*    PRODUCED BY THE THR-PAYOUT-BATCH JOB, IN THE SAME RECORD   *
000050*    LAYOUT (BANKREC.CPY) AS THE MONTHLY PAYROLL CREDIT FILE.   *
000060*****************************************************************
000070     SELECT THR-BANK-FILE ASSIGN TO "THRBANK"
000080         ORGANIZATION IS SEQUENTIAL
000090         FILE STATUS IS WS-THBK-FILE-STATUS.
