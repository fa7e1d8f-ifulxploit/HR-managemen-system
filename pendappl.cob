000210*    DATE        INIT   DESCRIPTION                             *
000220*    ----------  -----  ------------------------------------    *
000230*    2026-09-02  AGT    INITIAL VERSION.                        *
000232*    2026-10-15  AGT    A PENDING CHANGE NOW ALSO CARRIES THE   *
000233*                       REPORTING MANAGER. A NON-ZERO MANAGER   *
000235*                       MUST STILL BE AN ACTIVE EMPLOYEE, NOT   *
000237*                       THE EMPLOYEE ITSELF AND NOT ONE OF ITS  *
000238*                       OWN REPORTS, ON THE EFFECTIVE DAY.      *
000239*    2026-10-15  AGT    A PENDING CHANGE MAY NOW BE A           *
000241*                       TERMINATION, SCHEDULED WHEN A FIXED-    *
000242*                       TERM CONTRACT IS NOT RENEWED. ON ITS    *
000243*                       EFFECTIVE DAY THE EMPLOYEE IS ARCHIVED  *
000245*                       TO TERMINATED-EMPLOYEE-FILE FOR FINAL   *
000246*                       PAY AND REMOVED FROM EMPLOYEE-FILE, THE *
000247*                       SAME WAY HAPUS-KARYAWAN DOES IT.        *
000249*    2026-10-15  AGT    RUN CONTROL: PENDING CHANGES ARE        *
000251*                       APPLIED ONCE A DAY UNLESS A SUPERVISOR  *
000253*                       AUTHORIZES A RERUN, AND NOT INTO A      *
000254*                       CLOSED MONTH.                           *
000256*****************************************************************
000258
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000330     COPY SALHSEL.
000340     COPY AUDSEL.
000350     COPY PAPRSEL.
000355     COPY TERMSEL.
000360
000370 DATA DIVISION.
000380 FILE SECTION.
000560
000570 FD  PENDING-APPLY-REPORT-FILE.
000580 01  PENDING-APPLY-REPORT-LINE        PIC X(80).
000582
000585 FD  TERMINATED-EMPLOYEE-FILE.
000588     COPY TERMREC.
000590
000600 WORKING-STORAGE SECTION.
000610 01  WS-CURRENT-DATE-NUM              PIC 9(08).
000760 01  WS-SALHIST-FILE-STATUS            PIC X(02).
000770 01  WS-AUDIT-FILE-STATUS              PIC X(02).
000780 01  WS-PRPT-FILE-STATUS               PIC X(02).
000785 01  WS-TERM-FILE-STATUS               PIC X(02).
000790 01  WS-PEND-EOF-SW                    PIC X(01) VALUE 'N'.
000800     88  WS-END-OF-PEND-FILE           VALUE 'Y'.
000810 01  WS-OLD-NAME                       PIC X(30).
000820 01  WS-OLD-DEPT                       PIC X(10).
000830 01  WS-OLD-POSITION                   PIC X(15).
000840 01  WS-OLD-SALARY                     PIC 9(06)V99.
000845 01  WS-OLD-MANAGER                    PIC 9(06).
000850 01  WS-AUDIT-SALARY-EDIT              PIC ZZZZZZ9.99.
000860 01  WS-REJECT-REASON                  PIC X(30).
000870 01  WS-APPLIED-COUNT                  PIC 9(05) VALUE 0.
000880 01  WS-REJECTED-COUNT                 PIC 9(05) VALUE 0.
000885 01  WS-TERMINATED-COUNT               PIC 9(05) VALUE 0.
000890 01  WS-HC-DEPT                        PIC X(10).
000900 01  WS-DEPT-ACTIVE-COUNT              PIC 9(05).
000910 01  WS-DEPT-BUDGET-SAVE               PIC 9(05).
000920 01  WS-SCAN-EOF-SW                    PIC X(01).
000930     88  WS-END-OF-EMP-SCAN            VALUE 'Y'.
000931 01  WS-RL-START-ID                    PIC 9(06).
000932 01  WS-RL-TARGET-ID                   PIC 9(06).
000934 01  WS-RL-CURRENT-ID                  PIC 9(06).
000935 01  WS-RL-DEPTH                       PIC 9(03).
000936 01  WS-RL-FOUND-SW                    PIC X(01).
000938     88  WS-RL-IN-CHAIN                VALUE 'Y'.
000939 COPY HRLIMIT.
000940 77  WS-VALID-SW                       PIC X(01) VALUE 'Y'.
000950     88  WS-DATA-IS-VALID              VALUE 'Y'.
000960     88  WS-DATA-IS-INVALID            VALUE 'N'.
000965 COPY RUNCPARM.
000970
000980 PROCEDURE DIVISION.
000990*****************************************************************
001040     PERFORM 2000-PROCESS-PENDING THRU 2000-EXIT
001050         UNTIL WS-END-OF-PEND-FILE.
001060     PERFORM 9000-TERMINATION THRU 9000-EXIT.
001065     PERFORM 9800-END-RUN-CONTROL THRU 9800-EXIT.
001070     STOP RUN.
001080
001090*****************************************************************
001140*****************************************************************
001150 1000-INITIALIZE.
001160     ACCEPT WS-CURRENT-DATE-NUM FROM DATE YYYYMMDD.
001165     PERFORM 1050-START-RUN-CONTROL THRU 1050-EXIT.
001170     OPEN I-O PENDING-CHANGE-FILE.
001180     IF WS-PEND-FILE-STATUS NOT = '00'
001190         DISPLAY 'TIDAK ADA PERUBAHAN TERTUNDA, SELESAI.'
001420     IF WS-AUDIT-FILE-STATUS NOT = '00'
001430         OPEN OUTPUT AUDIT-LOG-FILE
001440     END-IF.
001442     OPEN EXTEND TERMINATED-EMPLOYEE-FILE.
001444     IF WS-TERM-FILE-STATUS NOT = '00'
001446         OPEN OUTPUT TERMINATED-EMPLOYEE-FILE
001448     END-IF.
001450     OPEN OUTPUT PENDING-APPLY-REPORT-FILE.
001460     MOVE 'LAPORAN PENERAPAN PERUBAHAN TERTUNDA'
001470         TO PENDING-APPLY-REPORT-LINE.
001550 1000-EXIT.
001560     EXIT.
001570
001571*****************************************************************
001572*    1050-START-RUN-CONTROL - ASK THE OPERATOR AND CHECK WITH   *
001574*    THE RUN-CONTROL FILE (RUNCTL) THAT THIS JOB MAY RUN FOR    *
001575*    THE RUN DATE: NOT ALREADY COMPLETED UNLESS A RERUN IS      *
001576*    AUTHORIZED AND THE MONTH NOT CLOSED. A REFUSED RUN STOPS   *
001577*    HERE, BEFORE ANY FILE IS OPENED.                           *
001578*****************************************************************
001580 1050-START-RUN-CONTROL.
001581     DISPLAY 'ID OPERATOR: '.
001582     ACCEPT RCP-OPERATOR.
001583     MOVE FUNCTION UPPER-CASE(RCP-OPERATOR) TO RCP-OPERATOR.
001585     IF RCP-OPERATOR = SPACES
001586         MOVE 'BATCH' TO RCP-OPERATOR
001587     END-IF.
001588     MOVE 'PENDAPPL' TO RCP-JOB-NAME.
001589     MOVE WS-CURRENT-DATE-NUM TO RCP-PERIOD.
001591     SET RCP-START-RUN TO TRUE.
001592     CALL 'RUNCTL' USING RUNCTL-PARAMETERS.
001593     IF RCP-REFUSED
001594         DISPLAY 'PENDING-CHANGE-APPLY-BATCH DITOLAK: '
001595             RCP-MESSAGE
001597         STOP RUN
001598     END-IF.
001599     IF RCP-MESSAGE NOT = SPACES
001600         DISPLAY RCP-MESSAGE
001602     END-IF.
001603 1050-EXIT.
001604     EXIT.
001605
001606*****************************************************************
001608*    2000-PROCESS-PENDING - READ ONE PENDING CHANGE AND APPLY   *
001609*    IT IF IT IS STILL PENDING AND ITS EFFECTIVE DATE HAS       *
001610*    ARRIVED. CHANGES WITH A LATER DATE OR ALREADY DECIDED      *
001620*    ARE LEFT ALONE, SO A RERUN NEVER APPLIES ONE TWICE.        *
001630*****************************************************************
001990     MOVE EMPLOYEE-DEPT TO WS-OLD-DEPT.
002000     MOVE EMPLOYEE-POSITION TO WS-OLD-POSITION.
002010     MOVE EMPLOYEE-SALARY TO WS-OLD-SALARY.
002015     MOVE EMPLOYEE-MANAGER-ID TO WS-OLD-MANAGER.
002016     IF PEND-TYPE-TERMINATION
002017         PERFORM 2500-APPLY-TERMINATION THRU 2500-EXIT
002018         GO TO 2100-EXIT
002019     END-IF.
002020     MOVE PEND-NEW-DEPT TO DEPT-CODE.
002030     READ DEPARTMENT-FILE
002040         INVALID KEY
002340         PERFORM 2900-REJECT-CHANGE THRU 2900-EXIT
002350         GO TO 2100-EXIT
002360     END-IF.
002361     IF PEND-NEW-MANAGER-ID NOT = ZERO
002362         PERFORM 2250-CHECK-MANAGER THRU 2250-EXIT
002364         MOVE PEND-EMPLOYEE-ID TO EMPLOYEE-ID
002365         READ EMPLOYEE-FILE
002366             INVALID KEY
002367                 MOVE 'KARYAWAN TIDAK ADA' TO WS-REJECT-REASON
002368                 PERFORM 2900-REJECT-CHANGE THRU 2900-EXIT
002369                 GO TO 2100-EXIT
002371         END-READ
002372         IF WS-DATA-IS-INVALID
002373             MOVE 'ATASAN TIDAK VALID' TO WS-REJECT-REASON
002374             PERFORM 2900-REJECT-CHANGE THRU 2900-EXIT
002375             GO TO 2100-EXIT
002376         END-IF
002378     END-IF.
002379     MOVE PEND-NEW-NAME TO EMPLOYEE-NAME.
002380     MOVE PEND-NEW-DEPT TO EMPLOYEE-DEPT.
002390     MOVE PEND-NEW-POSITION TO EMPLOYEE-POSITION.
002400     MOVE PEND-NEW-SALARY TO EMPLOYEE-SALARY.
002405     MOVE PEND-NEW-MANAGER-ID TO EMPLOYEE-MANAGER-ID.
002410     REWRITE EMPLOYEE-RECORD.
002420     IF EMPLOYEE-SALARY NOT = WS-OLD-SALARY
002430         PERFORM 2300-POST-SALARY-HISTORY THRU 2300-EXIT
003010     EXIT.
003020
003030*****************************************************************
003031*    2250-CHECK-MANAGER - REFUSE A NEW REPORTING MANAGER THAT   *
003032*    IS THE EMPLOYEE ITSELF, IS NOT AN ACTIVE EMPLOYEE, OR      *
003033*    ALREADY REPORTS (DIRECTLY OR INDIRECTLY) TO THE EMPLOYEE.  *
003034*    THE LOOKUPS CLOBBER THE EMPLOYEE RECORD AREA, SO THE       *
003035*    CALLER RE-READS THE EMPLOYEE BY KEY.                       *
003037*****************************************************************
003038 2250-CHECK-MANAGER.
003039     IF PEND-NEW-MANAGER-ID = PEND-EMPLOYEE-ID
003040         SET WS-DATA-IS-INVALID TO TRUE
003041         GO TO 2250-EXIT
003042     END-IF.
003043     MOVE PEND-NEW-MANAGER-ID TO EMPLOYEE-ID.
003044     READ EMPLOYEE-FILE
003045         INVALID KEY
003046             SET WS-DATA-IS-INVALID TO TRUE
003048             GO TO 2250-EXIT
003049     END-READ.
003050     IF NOT EMPLOYEE-ACTIVE
003051         SET WS-DATA-IS-INVALID TO TRUE
003052         GO TO 2250-EXIT
003053     END-IF.
003054     MOVE PEND-NEW-MANAGER-ID TO WS-RL-START-ID.
003055     MOVE PEND-EMPLOYEE-ID TO WS-RL-TARGET-ID.
003056     PERFORM 2260-WALK-REPORTING-CHAIN THRU 2260-EXIT.
003057     IF WS-RL-IN-CHAIN
003058         SET WS-DATA-IS-INVALID TO TRUE
003060     END-IF.
003061 2250-EXIT.
003062     EXIT.
003063
003064*****************************************************************
003065*    2260-WALK-REPORTING-CHAIN - FOLLOW EMPLOYEE-MANAGER-ID UP  *
003066*    FROM WS-RL-START-ID AND SET WS-RL-IN-CHAIN IF THE CHAIN    *
003067*    PASSES THROUGH WS-RL-TARGET-ID. THE WALK STOPS AT THE TOP  *
003068*    OF THE HIERARCHY, AT A MANAGER NO LONGER ON FILE, OR AFTER *
003069*    HR-MAX-REPORTING-LEVELS STEPS.                             *
003071*****************************************************************
003072 2260-WALK-REPORTING-CHAIN.
003073     MOVE 'N' TO WS-RL-FOUND-SW.
003074     MOVE WS-RL-START-ID TO WS-RL-CURRENT-ID.
003075     MOVE 0 TO WS-RL-DEPTH.
003076     PERFORM 2265-WALK-ONE-LEVEL THRU 2265-EXIT
003077         UNTIL WS-RL-IN-CHAIN
003078            OR WS-RL-CURRENT-ID = ZERO
003079            OR WS-RL-DEPTH > HR-MAX-REPORTING-LEVELS.
003080 2260-EXIT.
003082     EXIT.
003083
003084 2265-WALK-ONE-LEVEL.
003085     ADD 1 TO WS-RL-DEPTH.
003086     IF WS-RL-CURRENT-ID = WS-RL-TARGET-ID
003087         SET WS-RL-IN-CHAIN TO TRUE
003088         GO TO 2265-EXIT
003089     END-IF.
003090     MOVE WS-RL-CURRENT-ID TO EMPLOYEE-ID.
003091     READ EMPLOYEE-FILE
003092         INVALID KEY
003094             MOVE ZERO TO WS-RL-CURRENT-ID
003095             GO TO 2265-EXIT
003096     END-READ.
003097     MOVE EMPLOYEE-MANAGER-ID TO WS-RL-CURRENT-ID.
003098 2265-EXIT.
003099     EXIT.
003100
003101*****************************************************************
003102*    2300-POST-SALARY-HISTORY - APPEND A SALARY-HISTORY-RECORD  *
003103*    FOR THE APPLIED RAISE, DATED THE APPLY DAY, WITH THE       *
003105*    REASON CAPTURED WHEN THE CHANGE WAS SCHEDULED.             *
003106*****************************************************************
003107 2300-POST-SALARY-HISTORY.
003108     OPEN EXTEND SALARY-HISTORY-FILE.
003109     IF WS-SALHIST-FILE-STATUS NOT = '00'
003110         OPEN OUTPUT SALARY-HISTORY-FILE
003120     END-IF.
003130     MOVE EMPLOYEE-ID TO SALHIST-EMPLOYEE-ID.
003660         MOVE WS-AUDIT-SALARY-EDIT TO AUDIT-NEW-VALUE
003670         PERFORM 9100-WRITE-AUDIT-ENTRY THRU 9100-EXIT
003680     END-IF.
003681     IF EMPLOYEE-MANAGER-ID NOT = WS-OLD-MANAGER
003682         MOVE EMPLOYEE-ID TO AUDIT-EMPLOYEE-ID
003683         SET AUDIT-OP-CHANGE TO TRUE
003684         MOVE 'EMPLOYEE-MANAGER' TO AUDIT-FIELD-NAME
003686         MOVE WS-OLD-MANAGER TO AUDIT-OLD-VALUE
003687         MOVE EMPLOYEE-MANAGER-ID TO AUDIT-NEW-VALUE
003688         PERFORM 9100-WRITE-AUDIT-ENTRY THRU 9100-EXIT
003689     END-IF.
003690 2400-EXIT.
003700     EXIT.
003710
003711*****************************************************************
003712*    2500-APPLY-TERMINATION - OFFBOARD THE EMPLOYEE AS OF THE   *
003713*    EFFECTIVE DATE: ARCHIVE THE RECORD TO TERMINATED-EMPLOYEE- *
003714*    FILE FLAGGED FOR THE NEXT FINAL-PAY RUN AND, ONLY IF THAT  *
003715*    WRITE SUCCEEDS, REMOVE IT FROM EMPLOYEE-FILE.              *
003716*****************************************************************
003717 2500-APPLY-TERMINATION.
003719     MOVE EMPLOYEE-ID TO TERM-EMPLOYEE-ID.
003720     MOVE EMPLOYEE-NAME TO TERM-EMPLOYEE-NAME.
003721     MOVE EMPLOYEE-DEPT TO TERM-EMPLOYEE-DEPT.
003722     MOVE EMPLOYEE-POSITION TO TERM-EMPLOYEE-POSITION.
003723     MOVE EMPLOYEE-SALARY TO TERM-EMPLOYEE-SALARY.
003724     MOVE EMPLOYEE-LEAVE-BALANCE TO TERM-EMPLOYEE-LEAVE-BALANCE.
003725     MOVE PEND-REASON TO TERM-REASON.
003726     MOVE PEND-EFFECTIVE-DATE TO TERM-EFFECTIVE-DATE.
003727     MOVE EMPLOYEE-HIRE-DATE TO TERM-HIRE-DATE.
003728     SET FINAL-PAY-PENDING TO TRUE.
003729     WRITE TERMINATED-EMPLOYEE-RECORD.
003730     IF WS-TERM-FILE-STATUS NOT = '00'
003731         MOVE 'ARSIP GAGAL' TO WS-REJECT-REASON
003732         PERFORM 2900-REJECT-CHANGE THRU 2900-EXIT
003733         GO TO 2500-EXIT
003734     END-IF.
003736     DELETE EMPLOYEE-FILE RECORD.
003737     MOVE EMPLOYEE-ID TO AUDIT-EMPLOYEE-ID.
003738     SET AUDIT-OP-DELETE TO TRUE.
003739     MOVE 'RECORD DELETED' TO AUDIT-FIELD-NAME.
003740     MOVE EMPLOYEE-NAME TO AUDIT-OLD-VALUE.
003741     MOVE SPACES TO AUDIT-NEW-VALUE.
003742     PERFORM 9100-WRITE-AUDIT-ENTRY THRU 9100-EXIT.
003743     SET PEND-APPLIED TO TRUE.
003744     MOVE WS-CURRENT-DATE-NUM TO PEND-DECIDED-DATE.
003745     REWRITE PENDING-CHANGE-RECORD.
003746     ADD 1 TO WS-TERMINATED-COUNT.
003747     MOVE SPACES TO PENDING-APPLY-REPORT-LINE.
003748     STRING 'BERHENTI   : NO ' PEND-ID ' KARYAWAN '
003749         PEND-EMPLOYEE-ID ' EFEKTIF ' PEND-EFFECTIVE-DATE
003750         DELIMITED BY SIZE INTO PENDING-APPLY-REPORT-LINE.
003751     WRITE PENDING-APPLY-REPORT-LINE.
003753 2500-EXIT.
003754     EXIT.
003755
003756*****************************************************************
003757*    2900-REJECT-CHANGE - MARK THE PENDING RECORD REJECTED SO   *
003758*    IT IS NEVER RETRIED, AND PUT THE REASON ON THE REPORT SO   *
003759*    HR CAN RE-SCHEDULE A CORRECTED CHANGE.                     *
003760*****************************************************************
003770 2900-REJECT-CHANGE.
003780     SET PEND-REJECTED TO TRUE.
004050     STRING 'PERUBAHAN DITOLAK    : ' WS-REJECTED-COUNT
004060         DELIMITED BY SIZE INTO PENDING-APPLY-REPORT-LINE.
004070     WRITE PENDING-APPLY-REPORT-LINE.
004072     MOVE SPACES TO PENDING-APPLY-REPORT-LINE.
004074     STRING 'KARYAWAN DIBERHENTIKAN: ' WS-TERMINATED-COUNT
004076         DELIMITED BY SIZE INTO PENDING-APPLY-REPORT-LINE.
004078     WRITE PENDING-APPLY-REPORT-LINE.
004080     CLOSE PENDING-CHANGE-FILE.
004090     CLOSE EMPLOYEE-FILE.
004100     CLOSE DEPARTMENT-FILE.
004110     CLOSE POSITION-FILE.
004120     CLOSE AUDIT-LOG-FILE.
004125     CLOSE TERMINATED-EMPLOYEE-FILE.
004130     CLOSE PENDING-APPLY-REPORT-FILE.
004140     DISPLAY 'PENDING-CHANGE-APPLY-BATCH SELESAI. '
004150         'LIHAT PENDRPT.'.
004340     WRITE AUDIT-LOG-RECORD.
004350 9100-EXIT.
004360     EXIT.
004370
004380*****************************************************************
004390*    9800-END-RUN-CONTROL - RECORD THE RUN AS COMPLETE ON THE   *
004400*    RUN-CONTROL FILE, WITH ITS CONTROL TOTALS:                 *
004410*    CHANGES APPLIED AND, IN THE HASH SLOT, CHANGES REJECTED.   *
004420*****************************************************************
004430 9800-END-RUN-CONTROL.
004440     MOVE WS-APPLIED-COUNT TO RCP-RECORD-COUNT.
004450     MOVE 0 TO RCP-AMOUNT-TOTAL.
004460     MOVE WS-REJECTED-COUNT TO RCP-HASH-TOTAL.
004470     SET RCP-END-RUN TO TRUE.
004480     CALL 'RUNCTL' USING RUNCTL-PARAMETERS.
004490     IF RCP-REFUSED
004500         DISPLAY 'PENDING-CHANGE-APPLY-BATCH: ' RCP-MESSAGE
004510     END-IF.
004520 9800-EXIT.
004530     EXIT.
