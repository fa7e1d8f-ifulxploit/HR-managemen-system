000235*                       TOTALS AND COUNTED ON THE CONTROL       *
000236*                       REPORT, SO DETAILS AND TRAILER ALWAYS   *
000237*                       BALANCE.                                *
000238*    2026-10-15  AGT    OVERTIME PAID BY THE PAYROLL RUN FOR    *
000240*                       THE PERIOD (OTLEDGER DAYS MARKED PAID   *
000241*                       IN THIS YEAR AND MONTH) IS ADDED TO     *
000243*                       THE EMPLOYEE'S COST CENTER WITH THE     *
000244*                       SALARY, AND SHOWN IN ITS OWN COLUMN ON  *
000246*                       THE CONTROL REPORT. RUN AFTER           *
000247*                       PAYROLL-BATCH FOR THE MONTH.            *
000249*    2026-10-15  AGT    RUN CONTROL: THE EXTRACT RUNS ONCE A    *
000251*                       MONTH, ONLY AFTER THE MONTH'S PAYROLL   *
000253*                       HAS COMPLETED, UNLESS A SUPERVISOR      *
000254*                       AUTHORIZES A RERUN.                     *
000256*****************************************************************
000258
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000300     COPY DEPTSEL.
000310     COPY GLPSTSEL.
000320     COPY GLRPTSEL.
000325     COPY OTLSEL.
000330
000340 DATA DIVISION.
000350 FILE SECTION.
000440
000450 FD  GL-CONTROL-REPORT-FILE.
000460 01  GL-CONTROL-REPORT-LINE           PIC X(80).
000462
000465 FD  OVERTIME-LEDGER-FILE.
000468     COPY OTLREC.
000470
000480 WORKING-STORAGE SECTION.
000490 01  WS-CURRENT-DATE-NUM              PIC 9(08).
000550 01  WS-DEPT-FILE-STATUS               PIC X(02).
000560 01  WS-GLPOST-FILE-STATUS             PIC X(02).
000570 01  WS-GLRPT-FILE-STATUS              PIC X(02).
000571 01  WS-OTL-FILE-STATUS                PIC X(02).
000572 01  WS-OTL-OPEN-SW                    PIC X(01) VALUE 'N'.
000573     88  WS-OT-LEDGER-OPEN             VALUE 'Y'.
000574 01  WS-OTL-EOF-SW                     PIC X(01).
000576     88  WS-END-OF-OT-SCAN             VALUE 'Y'.
000577*    OVERTIME PAID TO THE CURRENT EMPLOYEE IN THE PERIOD.
000578 01  WS-EMP-OT-AMOUNT                  PIC 9(08)V99.
000579 01  WS-TOTAL-OT-AMOUNT                PIC 9(09)V99 VALUE 0.
000580 01  WS-EMP-EOF-SW                     PIC X(01) VALUE 'N'.
000590     88  WS-END-OF-EMPLOYEE-FILE       VALUE 'Y'.
000600 01  WS-DEPT-EOF-SW                    PIC X(01) VALUE 'N'.
000740         10  WS-CC-CODE                 PIC X(06).
000750         10  WS-CC-EMP-COUNT            PIC 9(05).
000760         10  WS-CC-AMOUNT               PIC 9(09)V99.
000765         10  WS-CC-OT-AMOUNT            PIC 9(09)V99.
000770 77  WS-CC-USED                        PIC S9(04) COMP VALUE 0.
000780 77  WS-CC-IX                          PIC S9(04) COMP VALUE 0.
000790 77  WS-CC-FOUND-IX                    PIC S9(04) COMP VALUE 0.
000900     05  WS-DL-COUNT                    PIC ZZZZ9.
000910     05  FILLER                         PIC X(04) VALUE SPACES.
000920     05  WS-DL-AMOUNT                   PIC ZZZZZZZZ9.99.
000923     05  FILLER                         PIC X(02) VALUE SPACES.
000927     05  WS-DL-OVERTIME                 PIC ZZZZZZZZ9.99.
000929 COPY RUNCPARM.
000930
000940 PROCEDURE DIVISION.
000950*****************************************************************
001030         UNTIL WS-END-OF-EMPLOYEE-FILE.
001040     PERFORM 3000-WRITE-POSTING-FILE THRU 3000-EXIT.
001050     PERFORM 9000-TERMINATION THRU 9000-EXIT.
001055     PERFORM 9800-END-RUN-CONTROL THRU 9800-EXIT.
001060     STOP RUN.
001070
001080*****************************************************************
001110*****************************************************************
001120 1000-INITIALIZE.
001130     ACCEPT WS-CURRENT-DATE-NUM FROM DATE YYYYMMDD.
001135     PERFORM 1050-START-RUN-CONTROL THRU 1050-EXIT.
001140     OPEN INPUT EMPLOYEE-FILE.
001150     IF WS-EMP-FILE-STATUS NOT = '00'
001160         DISPLAY 'EMPFILE TIDAK DAPAT DIBUKA, STATUS '
001250     END-IF.
001260     OPEN OUTPUT GL-POSTING-FILE.
001270     OPEN OUTPUT GL-CONTROL-REPORT-FILE.
001272     OPEN INPUT OVERTIME-LEDGER-FILE.
001274     IF WS-OTL-FILE-STATUS = '00'
001276         SET WS-OT-LEDGER-OPEN TO TRUE
001278     END-IF.
001280     MOVE 'LAPORAN KONTROL EKSTRAK BIAYA TENAGA KERJA KE GL'
001290         TO GL-CONTROL-REPORT-LINE.
001300     WRITE GL-CONTROL-REPORT-LINE.
001330         '   TANGGAL JALAN: ' WS-DAY '-' WS-MONTH '-' WS-YEAR
001340         DELIMITED BY SIZE INTO GL-CONTROL-REPORT-LINE.
001350     WRITE GL-CONTROL-REPORT-LINE.
001360     MOVE 'COST CENTER  KARYAWAN      JUMLAH        LEMBUR'
001370         TO GL-CONTROL-REPORT-LINE.
001380     WRITE GL-CONTROL-REPORT-LINE.
001390 1000-EXIT.
001400     EXIT.
001410
001411*****************************************************************
001412*    1050-START-RUN-CONTROL - ASK THE OPERATOR AND CHECK WITH   *
001413*    THE RUN-CONTROL FILE (RUNCTL) THAT THIS JOB MAY RUN FOR    *
001415*    THIS MONTH: NOT ALREADY COMPLETED UNLESS A RERUN IS        *
001416*    AUTHORIZED, THE MONTH NOT CLOSED, AND THE MONTH'S PAYROLL  *
001417*    COMPLETED. A REFUSED RUN STOPS HERE, BEFORE ANY FILE IS    *
001418*    OPENED.                                                    *
001419*****************************************************************
001420 1050-START-RUN-CONTROL.
001421     DISPLAY 'ID OPERATOR: '.
001423     ACCEPT RCP-OPERATOR.
001424     MOVE FUNCTION UPPER-CASE(RCP-OPERATOR) TO RCP-OPERATOR.
001425     IF RCP-OPERATOR = SPACES
001426         MOVE 'BATCH' TO RCP-OPERATOR
001427     END-IF.
001428     MOVE 'GLEXTR' TO RCP-JOB-NAME.
001429     MOVE WS-CURRENT-DATE-NUM TO RCP-PERIOD.
001431     MOVE 0 TO RCP-PERIOD-DAY.
001432     SET RCP-START-RUN TO TRUE.
001433     CALL 'RUNCTL' USING RUNCTL-PARAMETERS.
001434     IF RCP-REFUSED
001435         DISPLAY 'GL-LABOR-COST-EXTRACT DITOLAK: '
001436             RCP-MESSAGE
001437         STOP RUN
001439     END-IF.
001440     IF RCP-MESSAGE NOT = SPACES
001441         DISPLAY RCP-MESSAGE
001442     END-IF.
001443 1050-EXIT.
001444     EXIT.
001445
001447*****************************************************************
001448*    1100-LOAD-ONE-DEPT - READ ONE DEPARTMENT INTO THE CODE     *
001449*    TO COST CENTER LOOKUP TABLE.                               *
001450*****************************************************************
001460 1100-LOAD-ONE-DEPT.
001470     READ DEPARTMENT-FILE NEXT RECORD
001880         MOVE 'SUSPNS' TO WS-TARGET-CC
001890         ADD 1 TO WS-SUSPENSE-COUNT
001900     END-IF.
001905     PERFORM 2300-SUM-OVERTIME THRU 2300-EXIT.
001910     PERFORM 2200-POST-TO-CC-TABLE THRU 2200-EXIT.
001912*    AN EMPLOYEE THE TABLE COULD NOT HOLD GETS NO DETAIL
001914*    RECORD, SO THEY MUST STAY OUT OF THE TRAILER TOTALS TOO
001930     ADD 1 TO WS-ACTIVE-COUNT.
001932     ADD EMPLOYEE-ID TO WS-HASH-TOTAL.
001934     ADD EMPLOYEE-SALARY TO WS-TOTAL-AMOUNT.
001939     ADD WS-EMP-OT-AMOUNT TO WS-TOTAL-AMOUNT.
001945     ADD WS-EMP-OT-AMOUNT TO WS-TOTAL-OT-AMOUNT.
001950 2000-EXIT.
001960     EXIT.
001970
002040
002050*****************************************************************
002060*    2200-POST-TO-CC-TABLE - ADD THE CURRENT EMPLOYEE'S SALARY  *
002070*    AND OVERTIME TO THE ACCUMULATOR FOR WS-TARGET-CC, CREATING *
002080*    THE ENTRY THE FIRST TIME THE COST CENTER IS SEEN.          *
002090*****************************************************************
002100 2200-POST-TO-CC-TABLE.
002105     MOVE 'N' TO WS-CC-DROP-SW.
002200             MOVE WS-TARGET-CC TO WS-CC-CODE(WS-CC-USED)
002210             MOVE 0 TO WS-CC-EMP-COUNT(WS-CC-USED)
002220             MOVE 0 TO WS-CC-AMOUNT(WS-CC-USED)
002225             MOVE 0 TO WS-CC-OT-AMOUNT(WS-CC-USED)
002230             MOVE WS-CC-USED TO WS-CC-FOUND-IX
002240         ELSE
002250             DISPLAY 'TABEL COST CENTER PENUH, '
002290     END-IF.
002300     ADD 1 TO WS-CC-EMP-COUNT(WS-CC-FOUND-IX).
002310     ADD EMPLOYEE-SALARY TO WS-CC-AMOUNT(WS-CC-FOUND-IX).
002313     ADD WS-EMP-OT-AMOUNT TO WS-CC-AMOUNT(WS-CC-FOUND-IX).
002317     ADD WS-EMP-OT-AMOUNT TO WS-CC-OT-AMOUNT(WS-CC-FOUND-IX).
002320 2200-EXIT.
002330     EXIT.
002340
002380     END-IF.
002390 2210-EXIT.
002400     EXIT.
002401
002402*****************************************************************
002403*    2300-SUM-OVERTIME - TOTAL THE OVERTIME THE PAYROLL RUN     *
002405*    PAID THE CURRENT EMPLOYEE IN THIS PERIOD. A LEDGER THAT    *
002406*    HAS NEVER BEEN CREATED YET MEANS NO OVERTIME.              *
002407*****************************************************************
002408 2300-SUM-OVERTIME.
002409     MOVE 0 TO WS-EMP-OT-AMOUNT.
002410     IF NOT WS-OT-LEDGER-OPEN
002411         GO TO 2300-EXIT
002413     END-IF.
002414     MOVE 'N' TO WS-OTL-EOF-SW.
002415     MOVE EMPLOYEE-ID TO OTL-EMPLOYEE-ID.
002416     MOVE ZERO TO OTL-DATE.
002417     START OVERTIME-LEDGER-FILE KEY NOT < OTL-KEY
002418         INVALID KEY
002419             SET WS-END-OF-OT-SCAN TO TRUE
002420     END-START.
002422     PERFORM 2310-ADD-ONE-OT-DAY THRU 2310-EXIT
002423         UNTIL WS-END-OF-OT-SCAN.
002424 2300-EXIT.
002425     EXIT.
002426
002427 2310-ADD-ONE-OT-DAY.
002428     READ OVERTIME-LEDGER-FILE NEXT RECORD
002430         AT END
002431             SET WS-END-OF-OT-SCAN TO TRUE
002432             GO TO 2310-EXIT
002433     END-READ.
002434     IF OTL-EMPLOYEE-ID NOT = EMPLOYEE-ID
002435         SET WS-END-OF-OT-SCAN TO TRUE
002436         GO TO 2310-EXIT
002438     END-IF.
002439     IF OTL-PAID AND OTL-PAID-YEAR = WS-YEAR
002440         AND OTL-PAID-MONTH = WS-MONTH
002441         ADD OTL-AMOUNT TO WS-EMP-OT-AMOUNT
002442     END-IF.
002443 2310-EXIT.
002444     EXIT.
002445
002447*****************************************************************
002448*    3000-WRITE-POSTING-FILE - ONE DETAIL RECORD PER COST       *
002449*    CENTER, A TRAILER RECORD WITH THE CONTROL TOTALS, AND THE  *
002450*    MATCHING LINES ON THE PRINTED CONTROL REPORT.              *
002460*****************************************************************
002470 3000-WRITE-POSTING-FILE.
002760     MOVE WS-CC-CODE(WS-CC-IX) TO WS-DL-CC.
002770     MOVE WS-CC-EMP-COUNT(WS-CC-IX) TO WS-DL-COUNT.
002780     MOVE WS-CC-AMOUNT(WS-CC-IX) TO WS-DL-AMOUNT.
002785     MOVE WS-CC-OT-AMOUNT(WS-CC-IX) TO WS-DL-OVERTIME.
002790     WRITE GL-CONTROL-REPORT-LINE FROM WS-DETAIL-LINE.
002800 3100-EXIT.
002810     EXIT.
003050     STRING 'TOTAL JUMLAH           : ' WS-AMOUNT-EDIT
003060         DELIMITED BY SIZE INTO GL-CONTROL-REPORT-LINE.
003070     WRITE GL-CONTROL-REPORT-LINE.
003072     MOVE WS-TOTAL-OT-AMOUNT TO WS-AMOUNT-EDIT.
003073     MOVE SPACES TO GL-CONTROL-REPORT-LINE.
003075     STRING '  TERMASUK LEMBUR      : ' WS-AMOUNT-EDIT
003077         DELIMITED BY SIZE INTO GL-CONTROL-REPORT-LINE.
003078     WRITE GL-CONTROL-REPORT-LINE.
003080     MOVE SPACES TO GL-CONTROL-REPORT-LINE.
003090     STRING 'HASH TOTAL ID KARYAWAN : ' WS-HASH-TOTAL
003100         DELIMITED BY SIZE INTO GL-CONTROL-REPORT-LINE.
003130     CLOSE DEPARTMENT-FILE.
003140     CLOSE GL-POSTING-FILE.
003150     CLOSE GL-CONTROL-REPORT-FILE.
003152     IF WS-OT-LEDGER-OPEN
003155         CLOSE OVERTIME-LEDGER-FILE
003158     END-IF.
003160     DISPLAY 'GL-LABOR-COST-EXTRACT SELESAI. LIHAT GLCTLRPT.'.
003170 9000-EXIT.
003180     EXIT.
003190
003200*****************************************************************
003210*    9800-END-RUN-CONTROL - RECORD THE RUN AS COMPLETE ON THE   *
003220*    RUN-CONTROL FILE, WITH ITS CONTROL TOTALS:                 *
003230*    EMPLOYEES, LABOUR COST POSTED AND ID HASH.                 *
003240*****************************************************************
003250 9800-END-RUN-CONTROL.
003260     MOVE WS-ACTIVE-COUNT TO RCP-RECORD-COUNT.
003270     MOVE WS-TOTAL-AMOUNT TO RCP-AMOUNT-TOTAL.
003280     MOVE WS-HASH-TOTAL TO RCP-HASH-TOTAL.
003290     SET RCP-END-RUN TO TRUE.
003300     CALL 'RUNCTL' USING RUNCTL-PARAMETERS.
003310     IF RCP-REFUSED
003320         DISPLAY 'GL-LABOR-COST-EXTRACT: ' RCP-MESSAGE
003330     END-IF.
003340 9800-EXIT.
003350     EXIT.
