000240*    DATE        INIT   DESCRIPTION                             *
000250*    ----------  -----  ------------------------------------    *
000260*    2026-09-02  AGT    INITIAL VERSION.                        *
000262*    2026-10-15  AGT    RUN CONTROL: A LIVE POSTING RUNS ONCE A *
000264*                       YEAR UNLESS A SUPERVISOR AUTHORIZES A   *
000266*                       RERUN. A WARNING RUN CHANGES NOTHING    *
000268*                       AND IS NOT CONTROLLED.                  *
000270*****************************************************************
000280
000290 ENVIRONMENT DIVISION.
000930     05  FILLER                         PIC X(02) VALUE SPACES.
000940     05  WS-SL-DAYS                     PIC ZZZZZZ9.
000950 COPY HRLIMIT.
000955 COPY RUNCPARM.
000960
000970 PROCEDURE DIVISION.
000980*****************************************************************
001030     PERFORM 2000-PROCESS-EMPLOYEE THRU 2000-EXIT
001040         UNTIL WS-END-OF-EMPLOYEE-FILE.
001050     PERFORM 9000-TERMINATION THRU 9000-EXIT.
001052     IF WS-LIVE-MODE
001055         PERFORM 9800-END-RUN-CONTROL THRU 9800-EXIT
001058     END-IF.
001060     STOP RUN.
001070
001080*****************************************************************
001230         DISPLAY 'MODE TIDAK VALID, PROGRAM DIHENTIKAN.'
001240         STOP RUN
001250     END-IF.
001252     IF WS-LIVE-MODE
001255         PERFORM 1050-START-RUN-CONTROL THRU 1050-EXIT
001258     END-IF.
001260     OPEN I-O EMPLOYEE-FILE.
001270     IF WS-EMP-FILE-STATUS NOT = '00'
001280         DISPLAY 'EMPFILE TIDAK DAPAT DIBUKA, STATUS '
001510 1000-EXIT.
001520     EXIT.
001530
001531*****************************************************************
001532*    1050-START-RUN-CONTROL - ASK THE OPERATOR AND CHECK WITH   *
001533*    THE RUN-CONTROL FILE (RUNCTL) THAT THIS JOB MAY RUN FOR    *
001534*    THIS YEAR: NOT ALREADY COMPLETED UNLESS A RERUN IS         *
001536*    AUTHORIZED. LIVE POSTING ONLY - A WARNING RUN CHANGES      *
001537*    NOTHING. A REFUSED RUN STOPS HERE, BEFORE ANY FILE IS      *
001538*    OPENED.                                                    *
001539*****************************************************************
001540 1050-START-RUN-CONTROL.
001541     DISPLAY 'ID OPERATOR: '.
001542     ACCEPT RCP-OPERATOR.
001543     MOVE FUNCTION UPPER-CASE(RCP-OPERATOR) TO RCP-OPERATOR.
001544     IF RCP-OPERATOR = SPACES
001546         MOVE 'BATCH' TO RCP-OPERATOR
001547     END-IF.
001548     MOVE 'LVCARRY' TO RCP-JOB-NAME.
001549     MOVE WS-CURRENT-DATE-NUM TO RCP-PERIOD.
001550     MOVE 0 TO RCP-PERIOD-DAY.
001551     MOVE 0 TO RCP-PERIOD-MONTH.
001552     SET RCP-START-RUN TO TRUE.
001553     CALL 'RUNCTL' USING RUNCTL-PARAMETERS.
001554     IF RCP-REFUSED
001556         DISPLAY 'LEAVE-CARRYOVER-BATCH DITOLAK: '
001557             RCP-MESSAGE
001558         STOP RUN
001559     END-IF.
001560     IF RCP-MESSAGE NOT = SPACES
001561         DISPLAY RCP-MESSAGE
001562     END-IF.
001563 1050-EXIT.
001564     EXIT.
001566
001567*****************************************************************
001568*    2000-PROCESS-EMPLOYEE - READ ONE EMPLOYEE AND, IF ACTIVE   *
001569*    WITH A CLOSING BALANCE ABOVE THE CAP, POST THE NEGATIVE    *
001570*    FORFEITURE ADJUSTMENT, RECOMPUTE THE BALANCE VIA LVBAL     *
001580*    AND PRINT THE REGISTER LINE.                               *
001590*****************************************************************
002970     WRITE CARRYOVER-REPORT-LINE FROM WS-SUMMARY-LINE.
002980 9100-EXIT.
002990     EXIT.
003000
003010*****************************************************************
003020*    9800-END-RUN-CONTROL - RECORD THE RUN AS COMPLETE ON THE   *
003030*    RUN-CONTROL FILE, WITH ITS CONTROL TOTALS:                 *
003040*    EMPLOYEES FORFEITED AND DAYS FORFEITED.                    *
003050*****************************************************************
003060 9800-END-RUN-CONTROL.
003070     MOVE WS-FORFEIT-COUNT TO RCP-RECORD-COUNT.
003080     MOVE WS-TOTAL-FORFEITED TO RCP-AMOUNT-TOTAL.
003090     MOVE 0 TO RCP-HASH-TOTAL.
003100     SET RCP-END-RUN TO TRUE.
003110     CALL 'RUNCTL' USING RUNCTL-PARAMETERS.
003120     IF RCP-REFUSED
003130         DISPLAY 'LEAVE-CARRYOVER-BATCH: ' RCP-MESSAGE
003140     END-IF.
003150 9800-EXIT.
003160     EXIT.
