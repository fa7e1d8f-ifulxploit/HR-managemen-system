000010*****************************************************************
000020*    OTASEL.CPY                                                  *
000030*    FILE-CONTROL SELECT ENTRY FOR THE OVERTIME AUTHORIZATION   *
000040*    FILE. INDEXED, KEYED ON EMPLOYEE-ID PLUS OVERTIME DATE,    *
000050*    SO THE IMPORT GOES STRAIGHT TO THE AUTHORIZATION FOR THE   *
000060*    DAY BEING LOADED.                                          *
000070*****************************************************************
000080     SELECT OVERTIME-AUTH-FILE ASSIGN TO "OTAUTH"
000090         ORGANIZATION IS INDEXED
000100         ACCESS MODE IS DYNAMIC
000110         RECORD KEY IS OTAUTH-KEY
000120         FILE STATUS IS WS-OTAUTH-FILE-STATUS.
