000360*                       NAME LOOKUP. A POSITION NOT ON THE      *
000370*                       MASTER (LEGACY FREE-TEXT DATA) STILL    *
000380*                       EARNS THE OLD DEFAULT OF 1 DAY.         *
000382*    2026-10-15  AGT    RUN CONTROL: LEAVE IS ACCRUED ONCE A    *
000384*                       MONTH UNLESS A SUPERVISOR AUTHORIZES A  *
000386*                       RERUN, AND NOT AFTER THE MONTH IS       *
000388*                       CLOSED.                                 *
000390*****************************************************************
000400
000410 ENVIRONMENT DIVISION.
000860     05  WS-DL-AMOUNT                    PIC +ZZ9.
000870     05  FILLER                          PIC X(02) VALUE SPACES.
000880     05  WS-DL-NEW-BALANCE               PIC ZZ9.
000885 COPY RUNCPARM.
000890
000900 PROCEDURE DIVISION.
000910*****************************************************************
000960     PERFORM 2000-PROCESS-EMPLOYEE THRU 2000-EXIT
000970         UNTIL WS-END-OF-EMPLOYEE-FILE.
000980     PERFORM 9000-TERMINATION THRU 9000-EXIT.
000985     PERFORM 9800-END-RUN-CONTROL THRU 9800-EXIT.
000990     STOP RUN.
001000
001010*****************************************************************
001030*****************************************************************
001040 1000-INITIALIZE.
001050     ACCEPT WS-CURRENT-DATE-NUM FROM DATE YYYYMMDD.
001055     PERFORM 1050-START-RUN-CONTROL THRU 1050-EXIT.
001060     OPEN I-O EMPLOYEE-FILE.
001070     IF WS-EMP-FILE-STATUS NOT = '00'
001080         OPEN OUTPUT EMPLOYEE-FILE
001280 1000-EXIT.
001290     EXIT.
001300
001301*****************************************************************
001302*    1050-START-RUN-CONTROL - ASK THE OPERATOR AND CHECK WITH   *
001304*    THE RUN-CONTROL FILE (RUNCTL) THAT THIS JOB MAY RUN FOR    *
001305*    THIS MONTH: NOT ALREADY COMPLETED UNLESS A RERUN IS        *
001306*    AUTHORIZED AND THE MONTH NOT CLOSED. A REFUSED RUN STOPS   *
001307*    HERE, BEFORE ANY FILE IS OPENED.                           *
001308*****************************************************************
001309 1050-START-RUN-CONTROL.
001311     DISPLAY 'ID OPERATOR: '.
001312     ACCEPT RCP-OPERATOR.
001313     MOVE FUNCTION UPPER-CASE(RCP-OPERATOR) TO RCP-OPERATOR.
001314     IF RCP-OPERATOR = SPACES
001315         MOVE 'BATCH' TO RCP-OPERATOR
001316     END-IF.
001318     MOVE 'LVACCR' TO RCP-JOB-NAME.
001319     MOVE WS-CURRENT-DATE-NUM TO RCP-PERIOD.
001320     MOVE 0 TO RCP-PERIOD-DAY.
001321     SET RCP-START-RUN TO TRUE.
001322     CALL 'RUNCTL' USING RUNCTL-PARAMETERS.
001324     IF RCP-REFUSED
001325         DISPLAY 'LEAVE-ACCRUAL-BATCH DITOLAK: '
001326             RCP-MESSAGE
001327         STOP RUN
001328     END-IF.
001329     IF RCP-MESSAGE NOT = SPACES
001331         DISPLAY RCP-MESSAGE
001332     END-IF.
001333 1050-EXIT.
001334     EXIT.
001335
001336*****************************************************************
001338*    2000-PROCESS-EMPLOYEE - READ ONE EMPLOYEE, CREDIT ACCRUAL. *
001339*****************************************************************
001340 2000-PROCESS-EMPLOYEE.
001350     READ EMPLOYEE-FILE NEXT RECORD
001360         AT END
002050     DISPLAY 'LEAVE-ACCRUAL-BATCH SELESAI. LIHAT ACCRRPT.'.
002060 9000-EXIT.
002070     EXIT.
002080
002090*****************************************************************
002100*    9800-END-RUN-CONTROL - RECORD THE RUN AS COMPLETE ON THE   *
002110*    RUN-CONTROL FILE, WITH ITS CONTROL TOTALS:                 *
002120*    EMPLOYEES CREDITED AND DAYS ACCRUED.                       *
002130*****************************************************************
002140 9800-END-RUN-CONTROL.
002150     MOVE WS-EMPLOYEE-COUNT TO RCP-RECORD-COUNT.
002160     MOVE WS-TOTAL-ACCRUED TO RCP-AMOUNT-TOTAL.
002170     MOVE 0 TO RCP-HASH-TOTAL.
002180     SET RCP-END-RUN TO TRUE.
002190     CALL 'RUNCTL' USING RUNCTL-PARAMETERS.
002200     IF RCP-REFUSED
002210         DISPLAY 'LEAVE-ACCRUAL-BATCH: ' RCP-MESSAGE
002220     END-IF.
002230 9800-EXIT.
002240     EXIT.
