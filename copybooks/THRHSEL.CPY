000010*****************************************************************
000020*    THRHSEL.CPY                                                 *
000030*    FILE-CONTROL SELECT ENTRY FOR THE THR RUN HISTORY FILE,    *
000040*    KEYED ON THE PAYOUT YEAR. THE THR-PAYOUT-BATCH JOB         *
000050*    REFUSES TO RUN FOR A YEAR ALREADY ON FILE.                 *
000060*****************************************************************
000070     SELECT THR-HISTORY-FILE ASSIGN TO "THRHIST"
000080         ORGANIZATION IS INDEXED
000090         ACCESS MODE IS DYNAMIC
000100         RECORD KEY IS THRH-YEAR
000110         FILE STATUS IS WS-THRH-FILE-STATUS.
