000010*****************************************************************
000020*    REMTSEL.CPY                                                 *
000030*    FILE-CONTROL SELECT ENTRY FOR THE MONTHLY REMITTANCE       *
000040*    SUMMARY (PPH 21 AND BPJS, EMPLOYEE AND EMPLOYER SHARES)    *
000050*    PRODUCED BY THE PAYROLL-BATCH JOB FOR FINANCE.             *
000060*****************************************************************
000070     SELECT REMITTANCE-REPORT-FILE ASSIGN TO "REMITRPT"
000080         ORGANIZATION IS LINE SEQUENTIAL
000090         FILE STATUS IS WS-REMT-FILE-STATUS.
