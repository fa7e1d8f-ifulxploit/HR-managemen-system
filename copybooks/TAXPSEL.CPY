000010*****************************************************************
000020*    TAXPSEL.CPY                                                 *
000030*    FILE-CONTROL SELECT ENTRY FOR THE EMPLOYEE TAX PROFILE     *
000040*    MASTER, KEYED ON EMPLOYEE-ID.                              *
000050*****************************************************************
000060     SELECT TAX-PROFILE-FILE ASSIGN TO "TAXPROF"
000070         ORGANIZATION IS INDEXED
000080         ACCESS MODE IS DYNAMIC
000090         RECORD KEY IS TAXP-EMPLOYEE-ID
000100         FILE STATUS IS WS-TAXP-FILE-STATUS.
