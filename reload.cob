000230*    DATE        INIT   DESCRIPTION                             *
000240*    ----------  -----  ------------------------------------    *
000250*    2026-09-02  AGT    INITIAL VERSION.                        *
000252*    2026-10-15  AGT    EMPLOYEE, DEPARTMENT AND OPERATOR       *
000255*                       IMAGES WIDENED BY SIX BYTES FOR THE     *
000258*                       REPORTING-LINE FIELDS.                  *
000260*****************************************************************
000270
000280 ENVIRONMENT DIVISION.
001890         PERFORM 8100-SAVE-TRAILER THRU 8100-EXIT
001900         GO TO 2100-EXIT
001910     END-IF.
001920     MOVE BKP-DATA(1:92) TO EMPLOYEE-RECORD.
001930     WRITE EMPLOYEE-RECORD
001940         INVALID KEY
001950             ADD 1 TO WS-WRITE-ERRORS
002310         PERFORM 8100-SAVE-TRAILER THRU 8100-EXIT
002320         GO TO 3100-EXIT
002330     END-IF.
002340     MOVE BKP-DATA(1:57) TO DEPARTMENT-RECORD.
002350     WRITE DEPARTMENT-RECORD
002360         INVALID KEY
002370             ADD 1 TO WS-WRITE-ERRORS
002740         PERFORM 8100-SAVE-TRAILER THRU 8100-EXIT
002750         GO TO 4100-EXIT
002760     END-IF.
002770     MOVE BKP-DATA(1:54) TO OPERATOR-RECORD.
002780     WRITE OPERATOR-RECORD
002790         INVALID KEY
002800             ADD 1 TO WS-WRITE-ERRORS
