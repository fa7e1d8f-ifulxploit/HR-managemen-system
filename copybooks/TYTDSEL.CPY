000010*****************************************************************
000020*    TYTDSEL.CPY                                                 *
000030*    FILE-CONTROL SELECT ENTRY FOR THE YEAR-TO-DATE TAX         *
000040*    ACCUMULATOR FILE, KEYED ON EMPLOYEE-ID AND TAX YEAR.       *
000050*****************************************************************
000060     SELECT TAX-YTD-FILE ASSIGN TO "TAXYTD"
000070         ORGANIZATION IS INDEXED
000080         ACCESS MODE IS DYNAMIC
000090         RECORD KEY IS TYTD-KEY
000100         FILE STATUS IS WS-TYTD-FILE-STATUS.
