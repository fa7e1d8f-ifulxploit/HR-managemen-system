000010*****************************************************************
000020*    OTXSEL.CPY                                                  *
000030*    FILE-CONTROL SELECT ENTRY FOR THE DAILY OVERTIME EXTRACT   *
000040*    DELIVERED BY THE TIMEKEEPING SYSTEM.                       *
000050*****************************************************************
000060     SELECT OVERTIME-EXTRACT-FILE ASSIGN TO "OTFILE"
000070         ORGANIZATION IS SEQUENTIAL
000080         FILE STATUS IS WS-OTX-FILE-STATUS.
