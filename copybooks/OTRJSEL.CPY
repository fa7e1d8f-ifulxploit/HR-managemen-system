000010*****************************************************************
000020*    OTRJSEL.CPY                                                 *
000030*    FILE-CONTROL SELECT ENTRY FOR THE OVERTIME IMPORT'S        *
000040*    REJECT FILE. OPENED EXTEND SO A RERUN OF THE DAY NEVER     *
000050*    LOSES REJECTS ALREADY WRITTEN.                             *
000060*****************************************************************
000070     SELECT OVERTIME-REJECT-FILE ASSIGN TO "OTREJ"
000080         ORGANIZATION IS SEQUENTIAL
000090         FILE STATUS IS WS-OTR-FILE-STATUS.
