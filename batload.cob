000950*                       COMPANY-WIDE HRLIMIT BAND. NEW REJECT       *
000960*                       REASON POS; SAL NOW MEANS OUTSIDE THE       *
000970*                       POSITION'S GRADE.                           *
000971*    2026-10-15  AGT    THE TRAN RECORD NOW CARRIES THE              *
000972*                       REPORTING MANAGER (TRAN-MANAGER-ID),         *
000974*                       APPLIED ON ADDS AND UPDATES. A NON-ZERO      *
000975*                       MANAGER MUST BE AN ACTIVE EMPLOYEE, NOT      *
000976*                       THE EMPLOYEE ITSELF AND NOT ONE OF ITS       *
000978*                       OWN REPORTS. NEW REJECT REASON MGR. THE      *
000979*                       REJECT IMAGE GREW TO 93 BYTES.               *
000980*****************************************************************
000990
001000 ENVIRONMENT DIVISION.
001720 01  WS-OLD-DEPT                       PIC X(10).
001730 01  WS-OLD-POSITION                   PIC X(15).
001740 01  WS-OLD-SALARY                     PIC 9(06)V99.
001745 01  WS-OLD-MANAGER                    PIC 9(06).
001750 01  WS-AUDIT-SALARY-EDIT              PIC ZZZZZZ9.99.
001760 01  WS-LVTXN-TYPE-ENTRY               PIC X(01).
001770 01  WS-LVTXN-AMOUNT-ENTRY             PIC S9(03).
001810 01  WS-REJ-FILE-STATUS                PIC X(02).
001820 01  WS-BLRPT-FILE-STATUS              PIC X(02).
001830 01  WS-REJ-REASON                     PIC X(03).
001840 01  WS-TRAN-ARRIVED                   PIC X(93).
001850 01  WS-REJ-DUP-COUNT                  PIC 9(05) VALUE 0.
001860 01  WS-REJ-NID-COUNT                  PIC 9(05) VALUE 0.
001870 01  WS-REJ-DEP-COUNT                  PIC 9(05) VALUE 0.
001900 01  WS-REJ-HCB-COUNT                  PIC 9(05) VALUE 0.
001910 01  WS-REJ-TRC-COUNT                  PIC 9(05) VALUE 0.
001920 01  WS-REJ-POS-COUNT                  PIC 9(05) VALUE 0.
001925 01  WS-REJ-MGR-COUNT                  PIC 9(05) VALUE 0.
001930 01  WS-POS-FILE-STATUS                PIC X(02).
001940 01  WS-HC-DEPT                        PIC X(10).
001950 01  WS-DEPT-ACTIVE-COUNT              PIC 9(05).
001960 01  WS-DEPT-BUDGET-SAVE               PIC 9(05).
001970 01  WS-SCAN-EOF-SW                    PIC X(01).
001980     88  WS-END-OF-EMP-SCAN            VALUE 'Y'.
001981 01  WS-RL-START-ID                    PIC 9(06).
001983 01  WS-RL-TARGET-ID                   PIC 9(06).
001984 01  WS-RL-CURRENT-ID                  PIC 9(06).
001986 01  WS-RL-DEPTH                       PIC 9(03).
001987 01  WS-RL-FOUND-SW                    PIC X(01).
001989     88  WS-RL-IN-CHAIN                VALUE 'Y'.
001990 COPY HRLIMIT.
002000 77  WS-VALID-SW                       PIC X(01) VALUE 'Y'.
002010     88  WS-DATA-IS-VALID              VALUE 'Y'.
003550     PERFORM 2110-VALIDATE-DEPT THRU 2110-EXIT.
003560     PERFORM 2115-VALIDATE-POSITION THRU 2115-EXIT.
003570     PERFORM 2120-VALIDATE-RANGES THRU 2120-EXIT.
003575     PERFORM 2160-VALIDATE-MANAGER THRU 2160-EXIT.
003580     IF WS-DATA-IS-VALID
003590         PERFORM 2130-CHECK-HEADCOUNT THRU 2130-EXIT
003600     END-IF.
003700     MOVE TRAN-EMPLOYEE-SALARY TO EMPLOYEE-SALARY.
003710     MOVE ZERO TO EMPLOYEE-LEAVE-BALANCE.
003720     MOVE TRAN-HIRE-DATE TO EMPLOYEE-HIRE-DATE.
003725     MOVE TRAN-MANAGER-ID TO EMPLOYEE-MANAGER-ID.
003730     MOVE 'A' TO EMPLOYEE-STATUS.
003740     WRITE EMPLOYEE-RECORD
003750         INVALID KEY
005570     EXIT.
005580
005590*****************************************************************
005591*    2160-VALIDATE-MANAGER - REJECT A TRANSACTION WHOSE         *
005592*    REPORTING MANAGER IS SET BUT IS NOT AN ACTIVE EMPLOYEE ON  *
005593*    EMPLOYEE-FILE, IS THE EMPLOYEE ITSELF, OR ALREADY REPORTS  *
005594*    (DIRECTLY OR INDIRECTLY) TO THE EMPLOYEE, WHICH WOULD      *
005595*    CLOSE A LOOP. A MANAGER OF ZERO IS THE TOP OF THE          *
005596*    HIERARCHY. THE LOOKUPS CLOBBER THE EMPLOYEE RECORD AREA -  *
005597*    CALLERS THAT NEED THE CURRENT EMPLOYEE BACK MUST RE-READ   *
005598*    IT BY KEY.                                                 *
005599*****************************************************************
005600 2160-VALIDATE-MANAGER.
005601     IF TRAN-MANAGER-ID = ZERO
005602         GO TO 2160-EXIT
005603     END-IF.
005604     IF TRAN-MANAGER-ID = TRAN-EMPLOYEE-ID
005605         PERFORM 2165-REJECT-MANAGER THRU 2165-EXIT
005606         GO TO 2160-EXIT
005607     END-IF.
005608     MOVE TRAN-MANAGER-ID TO EMPLOYEE-ID.
005609     READ EMPLOYEE-FILE
005610         INVALID KEY
005611             PERFORM 2165-REJECT-MANAGER THRU 2165-EXIT
005612             GO TO 2160-EXIT
005613     END-READ.
005614     IF NOT EMPLOYEE-ACTIVE
005615         PERFORM 2165-REJECT-MANAGER THRU 2165-EXIT
005616         GO TO 2160-EXIT
005617     END-IF.
005618     MOVE TRAN-MANAGER-ID TO WS-RL-START-ID.
005619     MOVE TRAN-EMPLOYEE-ID TO WS-RL-TARGET-ID.
005620     PERFORM 2170-WALK-REPORTING-CHAIN THRU 2170-EXIT.
005621     IF WS-RL-IN-CHAIN
005622         PERFORM 2165-REJECT-MANAGER THRU 2165-EXIT
005623     END-IF.
005624 2160-EXIT.
005625     EXIT.
005626
005627 2165-REJECT-MANAGER.
005628     DISPLAY 'ATASAN TIDAK VALID, SEQ ' TRAN-SEQUENCE-NUMBER.
005629     SET WS-DATA-IS-INVALID TO TRUE.
005630     IF WS-REJ-REASON = SPACES
005631         MOVE 'MGR' TO WS-REJ-REASON
005632     END-IF.
005633 2165-EXIT.
005634     EXIT.
005636
005637*****************************************************************
005638*    2170-WALK-REPORTING-CHAIN - FOLLOW EMPLOYEE-MANAGER-ID UP  *
005639*    FROM WS-RL-START-ID AND SET WS-RL-IN-CHAIN IF THE CHAIN    *
005640*    PASSES THROUGH WS-RL-TARGET-ID. THE WALK STOPS AT THE TOP  *
005641*    OF THE HIERARCHY, AT A MANAGER NO LONGER ON FILE, OR AFTER *
005642*    HR-MAX-REPORTING-LEVELS STEPS.                             *
005643*****************************************************************
005644 2170-WALK-REPORTING-CHAIN.
005645     MOVE 'N' TO WS-RL-FOUND-SW.
005646     MOVE WS-RL-START-ID TO WS-RL-CURRENT-ID.
005647     MOVE 0 TO WS-RL-DEPTH.
005648     PERFORM 2175-WALK-ONE-LEVEL THRU 2175-EXIT
005649         UNTIL WS-RL-IN-CHAIN
005650            OR WS-RL-CURRENT-ID = ZERO
005651            OR WS-RL-DEPTH > HR-MAX-REPORTING-LEVELS.
005652 2170-EXIT.
005653     EXIT.
005654
005655 2175-WALK-ONE-LEVEL.
005656     ADD 1 TO WS-RL-DEPTH.
005657     IF WS-RL-CURRENT-ID = WS-RL-TARGET-ID
005658         SET WS-RL-IN-CHAIN TO TRUE
005659         GO TO 2175-EXIT
005660     END-IF.
005661     MOVE WS-RL-CURRENT-ID TO EMPLOYEE-ID.
005662     READ EMPLOYEE-FILE
005663         INVALID KEY
005664             MOVE ZERO TO WS-RL-CURRENT-ID
005665             GO TO 2175-EXIT
005666     END-READ.
005667     MOVE EMPLOYEE-MANAGER-ID TO WS-RL-CURRENT-ID.
005668 2175-EXIT.
005669     EXIT.
005670
005671*****************************************************************
005672*    2200-APPLY-UPDATE - VALIDATE, REWRITE AN EXISTING           *
005673*    EMPLOYEE-RECORD FROM THE TRANSACTION, POST SALARY HISTORY  *
005674*    IF THE SALARY CHANGED, AND LOG EACH CHANGED FIELD. THE      *
005675*    CHECKPOINT IS ADVANCED BY THE CALLER ONCE THIS PARAGRAPH    *
005676*    RETURNS, WHETHER APPLIED OR REJECTED.                       *
005677*****************************************************************
005678 2200-APPLY-UPDATE.
005679     MOVE TRAN-EMPLOYEE-ID TO EMPLOYEE-ID.
005680     READ EMPLOYEE-FILE
005690         INVALID KEY
005700             DISPLAY 'UPDATE DITOLAK, ID TIDAK ADA, SEQ '
005940         PERFORM 2950-WRITE-REJECT THRU 2950-EXIT
005950         GO TO 2200-EXIT
005960     END-IF.
005961*    THE MANAGER CHECK READS OTHER EMPLOYEES, SO THE EMPLOYEE
005962*    BEING UPDATED IS RE-READ BY KEY AFTERWARDS.
005963     PERFORM 2160-VALIDATE-MANAGER THRU 2160-EXIT.
005964     MOVE TRAN-EMPLOYEE-ID TO EMPLOYEE-ID.
005965     READ EMPLOYEE-FILE
005966         INVALID KEY
005967             DISPLAY 'UPDATE DITOLAK, ID TIDAK ADA, SEQ '
005968                 TRAN-SEQUENCE-NUMBER
005969             MOVE 'NID' TO WS-REJ-REASON
005970             ADD 1 TO WS-REJECTED-COUNT
005971             PERFORM 2950-WRITE-REJECT THRU 2950-EXIT
005972             GO TO 2200-EXIT
005973     END-READ.
005974     IF WS-DATA-IS-INVALID
005975         ADD 1 TO WS-REJECTED-COUNT
005976         PERFORM 2950-WRITE-REJECT THRU 2950-EXIT
005977         GO TO 2200-EXIT
005978     END-IF.
005979*    A TRANSFER TO ANOTHER DEPARTMENT MUST FIT THAT
005980*    DEPARTMENT'S HEADCOUNT BUDGET. THE COUNTING SCAN MOVES
005990*    THE FILE POSITION AND CLOBBERS THE RECORD AREA, SO THE
006000*    EMPLOYEE IS RE-READ BY KEY AFTERWARDS.
006200     MOVE EMPLOYEE-DEPT TO WS-OLD-DEPT.
006210     MOVE EMPLOYEE-POSITION TO WS-OLD-POSITION.
006220     MOVE EMPLOYEE-SALARY TO WS-OLD-SALARY.
006225     MOVE EMPLOYEE-MANAGER-ID TO WS-OLD-MANAGER.
006230     MOVE TRAN-EMPLOYEE-NAME TO EMPLOYEE-NAME.
006240     MOVE TRAN-EMPLOYEE-DEPT TO EMPLOYEE-DEPT.
006250     MOVE TRAN-EMPLOYEE-POSITION TO EMPLOYEE-POSITION.
006260     MOVE TRAN-EMPLOYEE-SALARY TO EMPLOYEE-SALARY.
006265     MOVE TRAN-MANAGER-ID TO EMPLOYEE-MANAGER-ID.
006270     REWRITE EMPLOYEE-RECORD.
006280     IF EMPLOYEE-SALARY NOT = WS-OLD-SALARY
006290         PERFORM 2250-POST-SALARY-HISTORY THRU 2250-EXIT
006930         MOVE WS-AUDIT-SALARY-EDIT TO AUDIT-NEW-VALUE
006940         PERFORM 9100-WRITE-AUDIT-ENTRY THRU 9100-EXIT
006950     END-IF.
006951     IF EMPLOYEE-MANAGER-ID NOT = WS-OLD-MANAGER
006952         MOVE EMPLOYEE-ID TO AUDIT-EMPLOYEE-ID
006953         SET AUDIT-OP-CHANGE TO TRUE
006954         MOVE 'EMPLOYEE-MANAGER' TO AUDIT-FIELD-NAME
006956         MOVE WS-OLD-MANAGER TO AUDIT-OLD-VALUE
006957         MOVE EMPLOYEE-MANAGER-ID TO AUDIT-NEW-VALUE
006958         PERFORM 9100-WRITE-AUDIT-ENTRY THRU 9100-EXIT
006959     END-IF.
006960 2300-EXIT.
006970     EXIT.
006980
007400             ADD 1 TO WS-REJ-HCB-COUNT
007410         WHEN 'POS'
007420             ADD 1 TO WS-REJ-POS-COUNT
007423         WHEN 'MGR'
007427             ADD 1 TO WS-REJ-MGR-COUNT
007430         WHEN OTHER
007440             ADD 1 TO WS-REJ-TRC-COUNT
007450     END-EVALUATE.
007950     STRING '  HCB HEADCOUNT       : ' WS-REJ-HCB-COUNT
007960         DELIMITED BY SIZE INTO BATCH-LOAD-REPORT-LINE.
007970     WRITE BATCH-LOAD-REPORT-LINE.
007972     MOVE SPACES TO BATCH-LOAD-REPORT-LINE.
007974     STRING '  MGR ATASAN INVALID  : ' WS-REJ-MGR-COUNT
007976         DELIMITED BY SIZE INTO BATCH-LOAD-REPORT-LINE.
007978     WRITE BATCH-LOAD-REPORT-LINE.
007980     MOVE SPACES TO BATCH-LOAD-REPORT-LINE.
007990     STRING '  TRC KODE TIDAK SAH  : ' WS-REJ-TRC-COUNT
008000         DELIMITED BY SIZE INTO BATCH-LOAD-REPORT-LINE.
