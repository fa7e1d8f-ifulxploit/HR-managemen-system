000010*****************************************************************
000020*    LNSWSEL.CPY                                                 *
000030*    FILE-CONTROL SELECT ENTRY FOR THE LOAN PORTFOLIO REPORT'S  *
000040*    SORT WORK FILE.                                            *
000050*****************************************************************
000060     SELECT LOAN-SORT-FILE ASSIGN TO "LNSORTWK".
