000010*****************************************************************
000020*    LOANSEL.CPY                                                 *
000030*    FILE-CONTROL SELECT ENTRY FOR THE EMPLOYEE LOAN MASTER.    *
000040*    INDEXED, KEYED ON EMPLOYEE-ID PLUS A LOAN SEQUENCE NUMBER, *
000050*    SO THE PAYROLL AND FINAL-PAY RUNS READ ONE EMPLOYEE'S      *
000060*    LOANS IN A SINGLE BROWSE.                                  *
000070*****************************************************************
000080     SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMAST"
000090         ORGANIZATION IS INDEXED
000100         ACCESS MODE IS DYNAMIC
000110         RECORD KEY IS LOAN-KEY
000120         FILE STATUS IS WS-LOAN-FILE-STATUS.
