000266*                       THE EXCEPTION REPORT AS THE LEDGER      *
000268*                       SCAN WHEN THE ID TABLES OVERFLOWED,     *
000269*                       INSTEAD OF EXITING SILENTLY.            *
000271*    2026-10-15  AGT    RUN CONTROL: THE RECONCILIATION RUNS    *
000273*                       ONCE A DAY UNLESS A SUPERVISOR          *
000276*                       AUTHORIZES A RERUN.                     *
000278*****************************************************************
000280
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
001080 01  WS-TOTAL-EXC-COUNT                PIC 9(05) VALUE 0.
001090 01  WS-SALARY-EDIT                    PIC ZZZZZ9.99.
001100 COPY HRLIMIT.
001105 COPY RUNCPARM.
001110
001120 PROCEDURE DIVISION.
001130*****************************************************************
001240     PERFORM 3000-SCAN-LEAVE-LEDGER THRU 3000-EXIT.
001250     PERFORM 4000-SCAN-SALARY-HISTORY THRU 4000-EXIT.
001260     PERFORM 9000-TERMINATION THRU 9000-EXIT.
001265     PERFORM 9800-END-RUN-CONTROL THRU 9800-EXIT.
001270     STOP RUN.
001280
001290*****************************************************************
001340*****************************************************************
001350 1000-INITIALIZE.
001360     ACCEPT WS-CURRENT-DATE-NUM FROM DATE YYYYMMDD.
001365     PERFORM 1050-START-RUN-CONTROL THRU 1050-EXIT.
001370     OPEN INPUT EMPLOYEE-FILE.
001380     IF WS-EMP-FILE-STATUS NOT = '00'
001390         SET WS-END-OF-EMPLOYEE-FILE TO TRUE
001590 1000-EXIT.
001600     EXIT.
001610
001611*****************************************************************
001612*    1050-START-RUN-CONTROL - ASK THE OPERATOR AND CHECK WITH   *
001614*    THE RUN-CONTROL FILE (RUNCTL) THAT THIS JOB MAY RUN FOR    *
001615*    THE RUN DATE: NOT ALREADY COMPLETED UNLESS A RERUN IS      *
001616*    AUTHORIZED. A REPORT-ONLY JOB, SO A CLOSED MONTH DOES NOT  *
001617*    STOP IT. A REFUSED RUN STOPS HERE, BEFORE ANY FILE IS      *
001618*    OPENED.                                                    *
001619*****************************************************************
001621 1050-START-RUN-CONTROL.
001622     DISPLAY 'ID OPERATOR: '.
001623     ACCEPT RCP-OPERATOR.
001624     MOVE FUNCTION UPPER-CASE(RCP-OPERATOR) TO RCP-OPERATOR.
001625     IF RCP-OPERATOR = SPACES
001626         MOVE 'BATCH' TO RCP-OPERATOR
001628     END-IF.
001629     MOVE 'RECON' TO RCP-JOB-NAME.
001630     MOVE WS-CURRENT-DATE-NUM TO RCP-PERIOD.
001631     SET RCP-START-RUN TO TRUE.
001632     CALL 'RUNCTL' USING RUNCTL-PARAMETERS.
001634     IF RCP-REFUSED
001635         DISPLAY 'INTEGRITY-RECON-BATCH DITOLAK: '
001636             RCP-MESSAGE
001637         STOP RUN
001638     END-IF.
001639     IF RCP-MESSAGE NOT = SPACES
001641         DISPLAY RCP-MESSAGE
001642     END-IF.
001643 1050-EXIT.
001644     EXIT.
001645
001646*****************************************************************
001648*    1100-LOAD-ONE-DEPT - READ ONE DEPARTMENT CODE INTO THE     *
001649*    LOOKUP TABLE.                                              *
001650*****************************************************************
001660 1100-LOAD-ONE-DEPT.
001670     READ DEPARTMENT-FILE NEXT RECORD
004580     DISPLAY 'INTEGRITY-RECON-BATCH SELESAI. LIHAT RECNRPT.'.
004590 9000-EXIT.
004600     EXIT.
004610
004620*****************************************************************
004630*    9800-END-RUN-CONTROL - RECORD THE RUN AS COMPLETE ON THE   *
004640*    RUN-CONTROL FILE, WITH ITS CONTROL TOTALS:                 *
004650*    EXCEPTIONS FOUND.                                          *
004660*****************************************************************
004670 9800-END-RUN-CONTROL.
004680     MOVE WS-TOTAL-EXC-COUNT TO RCP-RECORD-COUNT.
004690     MOVE 0 TO RCP-AMOUNT-TOTAL.
004700     MOVE 0 TO RCP-HASH-TOTAL.
004710     SET RCP-END-RUN TO TRUE.
004720     CALL 'RUNCTL' USING RUNCTL-PARAMETERS.
004730     IF RCP-REFUSED
004740         DISPLAY 'INTEGRITY-RECON-BATCH: ' RCP-MESSAGE
004750     END-IF.
004760 9800-EXIT.
004770     EXIT.
