000010*****************************************************************
000020*    MRSWSEL.CPY                                                 *
000030*    FILE-CONTROL SELECT ENTRY FOR THE MERIT BUDGET REPORT'S    *
000040*    SORT WORK FILE.                                            *
000050*****************************************************************
000060     SELECT MERIT-SORT-FILE ASSIGN TO "MRSORTWK".
