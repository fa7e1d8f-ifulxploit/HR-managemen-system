000010*****************************************************************
000020*    APPRSEL.CPY                                                 *
000030*    FILE-CONTROL SELECT ENTRY FOR THE PERFORMANCE APPRAISAL    *
000040*    FILE. INDEXED, KEYED ON EMPLOYEE-ID PLUS REVIEW YEAR.      *
000050*****************************************************************
000060     SELECT APPRAISAL-FILE ASSIGN TO "APPRAISL"
000070         ORGANIZATION IS INDEXED
000080         ACCESS MODE IS DYNAMIC
000090         RECORD KEY IS APPR-KEY
000100         FILE STATUS IS WS-APPR-FILE-STATUS.
