000010*****************************************************************
000020*    CONTSEL.CPY                                                 *
000030*    FILE-CONTROL SELECT ENTRY FOR THE EMPLOYMENT CONTRACT      *
000040*    HISTORY. INDEXED, KEYED ON EMPLOYEE-ID PLUS A CONTRACT     *
000050*    SEQUENCE NUMBER, SO ONE EMPLOYEE'S CONTRACTS ARE READ IN   *
000060*    A SINGLE BROWSE.                                           *
000070*****************************************************************
000080     SELECT CONTRACT-FILE ASSIGN TO "CONTRACT"
000090         ORGANIZATION IS INDEXED
000100         ACCESS MODE IS DYNAMIC
000110         RECORD KEY IS CONT-KEY
000120         FILE STATUS IS WS-CONT-FILE-STATUS.
