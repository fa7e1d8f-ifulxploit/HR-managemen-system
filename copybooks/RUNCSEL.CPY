000010*****************************************************************
000020*    RUNCSEL.CPY                                                 *
000030*    FILE-CONTROL SELECT ENTRY FOR THE BATCH RUN-CONTROL FILE,  *
000040*    KEYED ON JOB NAME AND PERIOD. MAINTAINED ONLY THROUGH THE  *
000050*    RUNCTL SUBPROGRAM.                                         *
000060*****************************************************************
000070     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
000080         ORGANIZATION IS INDEXED
000090         ACCESS MODE IS DYNAMIC
000100         RECORD KEY IS RC-KEY
000110         FILE STATUS IS WS-RUNC-FILE-STATUS.
