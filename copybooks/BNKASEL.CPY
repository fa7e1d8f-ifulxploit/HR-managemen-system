000010*****************************************************************
000020*    BNKASEL.CPY                                                 *
000030*    FILE-CONTROL SELECT ENTRY FOR THE EMPLOYEE BANK ACCOUNT    *
000040*    MASTER. INDEXED, KEYED ON BACCT-EMPLOYEE-ID, SO THE        *
000050*    PAYROLL AND FINAL-PAY RUNS GO STRAIGHT TO THE ACCOUNT OF   *
000060*    THE EMPLOYEE BEING PAID.                                   *
000070*****************************************************************
000080     SELECT BANK-ACCOUNT-FILE ASSIGN TO "BANKACCT"
000090         ORGANIZATION IS INDEXED
000100         ACCESS MODE IS DYNAMIC
000110         RECORD KEY IS BACCT-EMPLOYEE-ID
000120         FILE STATUS IS WS-BACCT-FILE-STATUS.
