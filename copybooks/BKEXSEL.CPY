000010*****************************************************************
000020*    BKEXSEL.CPY                                                 *
000030*    FILE-CONTROL SELECT ENTRY FOR THE PRINTED BANK CREDIT      *
000040*    EXCEPTION LIST PRODUCED BY THE MONTHLY PAYROLL-BATCH JOB - *
000050*    EVERY EMPLOYEE HELD OFF BANKFILE FOR WANT OF A VALID BANK  *
000060*    ACCOUNT, WITH THE AMOUNT THAT WAS NOT CREDITED.            *
000070*****************************************************************
000080     SELECT BANK-EXCEPTION-FILE ASSIGN TO "BANKEXC"
000090         ORGANIZATION IS LINE SEQUENTIAL
000100         FILE STATUS IS WS-BKEX-FILE-STATUS.
