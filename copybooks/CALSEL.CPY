000010*****************************************************************
000020*    CALSEL.CPY                                                  *
000030*    FILE-CONTROL SELECT ENTRY FOR THE WORKING CALENDAR FILE.   *
000040*    INDEXED, KEYED ON CAL-DATE.                                *
000050*****************************************************************
000060     SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
000070         ORGANIZATION IS INDEXED
000080         ACCESS MODE IS DYNAMIC
000090         RECORD KEY IS CAL-DATE
000100         FILE STATUS IS WS-CAL-FILE-STATUS.
