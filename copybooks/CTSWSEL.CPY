000010*****************************************************************
000020*    CTSWSEL.CPY                                                 *
000030*    FILE-CONTROL SELECT ENTRY FOR THE CONTRACT EXPIRY REPORT'S *
000040*    SORT WORK FILE.                                            *
000050*****************************************************************
000060     SELECT CONTRACT-SORT-FILE ASSIGN TO "CTSORTWK".
