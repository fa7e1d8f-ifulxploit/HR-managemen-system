000240*                REPORT, AND APPROVED LEAVE COVERING THE        *
000250*                EXTRACT DAY WITH NO RECORDED ABSENCE IS        *
000260*                REPORTED AS NOT TAKEN.                         *
000262*                ABSENCES ON A NON-WORKING DAY OF THE WORKING   *
000265*                CALENDAR ARE IGNORED, AS NO LEAVE IS CHARGED   *
000268*                FOR THEM.                                      *
000270*                                                                *
000280*    MODIFICATION HISTORY.                                      *
000290*    DATE        INIT   DESCRIPTION                             *
000300*    ----------  -----  ------------------------------------    *
000310*    2026-09-02  AGT    INITIAL VERSION.                        *
000312*    2026-10-15  AGT    IGNORE ABSENCES FALLING ON A WEEKEND OR *
000313*                       HOLIDAY OF THE WORKING CALENDAR (VIA    *
000315*                       WKCAL) AND SKIP THE NOT-TAKEN CHECK     *
000317*                       WHEN THE EXTRACT DAY IS NOT A WORKING   *
000318*                       DAY.                                    *
000320*    2026-10-15  AGT    RUN CONTROL: EACH EXTRACT DAY IS        *
000322*                       IMPORTED ONCE UNLESS A SUPERVISOR       *
000324*                       AUTHORIZES A RERUN, AND NOT INTO A      *
000326*                       CLOSED MONTH.                           *
000328*****************************************************************
000330
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
001170 01  WS-REJ-NRQ-COUNT                  PIC 9(05) VALUE 0.
001180 01  WS-DUP-SKIP-COUNT                 PIC 9(05) VALUE 0.
001190 01  WS-NOT-TAKEN-COUNT                PIC 9(05) VALUE 0.
001192 01  WS-NON-WORKING-COUNT              PIC 9(05) VALUE 0.
001194 01  WS-EXT-WORKING-SW                 PIC X(01) VALUE 'Y'.
001196     88  WS-EXTRACT-DAY-WORKING        VALUE 'Y'.
001198     COPY WKCPARM.
001199 COPY RUNCPARM.
001200
001210 PROCEDURE DIVISION.
001220*****************************************************************
001280         UNTIL WS-END-OF-ABSENCES.
001290     PERFORM 4000-CHECK-NOT-TAKEN THRU 4000-EXIT.
001300     PERFORM 9000-TERMINATION THRU 9000-EXIT.
001305     PERFORM 9800-END-RUN-CONTROL THRU 9800-EXIT.
001310     STOP RUN.
001320
001330*****************************************************************
001400     ACCEPT WS-EXT-YEAR.
001410     ACCEPT WS-EXT-MONTH.
001420     ACCEPT WS-EXT-DAY.
001425     PERFORM 1050-START-RUN-CONTROL THRU 1050-EXIT.
001430     OPEN INPUT ABSENCE-EXTRACT-FILE.
001440     IF WS-ABS-FILE-STATUS NOT = '00'
001450         DISPLAY 'ABSFILE TIDAK DAPAT DIBUKA, STATUS '
001730     WRITE ABSENCE-REPORT-LINE.
001740     MOVE SPACES TO ABSENCE-REPORT-LINE.
001750     WRITE ABSENCE-REPORT-LINE.
001751     MOVE WS-EXTRACT-DATE-NUM TO WKC-START-DATE.
001753     MOVE WS-EXTRACT-DATE-NUM TO WKC-END-DATE.
001754     CALL 'WKCAL' USING WKCAL-PARAMETERS.
001756     IF WKC-RANGE-OK AND WKC-WORKING-DAYS = 0
001757         MOVE 'N' TO WS-EXT-WORKING-SW
001759     END-IF.
001760 1000-EXIT.
001770     EXIT.
001780
001781*****************************************************************
001782*    1050-START-RUN-CONTROL - ASK THE OPERATOR AND CHECK WITH   *
001784*    THE RUN-CONTROL FILE (RUNCTL) THAT THIS JOB MAY RUN FOR    *
001785*    THE EXTRACT DATE: NOT ALREADY COMPLETED UNLESS A RERUN IS  *
001786*    AUTHORIZED AND THE MONTH NOT CLOSED. A REFUSED RUN STOPS   *
001787*    HERE, BEFORE ANY FILE IS OPENED.                           *
001788*****************************************************************
001790 1050-START-RUN-CONTROL.
001791     DISPLAY 'ID OPERATOR: '.
001792     ACCEPT RCP-OPERATOR.
001793     MOVE FUNCTION UPPER-CASE(RCP-OPERATOR) TO RCP-OPERATOR.
001795     IF RCP-OPERATOR = SPACES
001796         MOVE 'BATCH' TO RCP-OPERATOR
001797     END-IF.
001798     MOVE 'ABSIMP' TO RCP-JOB-NAME.
001799     MOVE WS-EXTRACT-DATE-NUM TO RCP-PERIOD.
001801     SET RCP-START-RUN TO TRUE.
001802     CALL 'RUNCTL' USING RUNCTL-PARAMETERS.
001803     IF RCP-REFUSED
001804         DISPLAY 'ABSENCE-IMPORT-BATCH DITOLAK: '
001805             RCP-MESSAGE
001807         STOP RUN
001808     END-IF.
001809     IF RCP-MESSAGE NOT = SPACES
001810         DISPLAY RCP-MESSAGE
001812     END-IF.
001813 1050-EXIT.
001814     EXIT.
001815
001816*****************************************************************
001818*    2000-PROCESS-ABSENCE - READ ONE ABSENCE, REMEMBER IT FOR   *
001819*    THE NOT-TAKEN CHECK, AND EITHER POST IT AGAINST ITS        *
001820*    APPROVED REQUEST OR REJECT IT. AN ABSENCE ON A WEEKEND OR  *
001823*    HOLIDAY IS LISTED AND IGNORED - NEITHER POSTED NOR         *
001827*    REJECTED.                                                  *
001830*****************************************************************
001840 2000-PROCESS-ABSENCE.
001850     READ ABSENCE-EXTRACT-FILE NEXT RECORD
001950     ELSE
001960         SET WS-ABS-TABLE-OVERFLOWED TO TRUE
001970     END-IF.
001971     MOVE ABS-DATE TO WKC-START-DATE.
001973     MOVE ABS-DATE TO WKC-END-DATE.
001974     CALL 'WKCAL' USING WKCAL-PARAMETERS.
001976     IF WKC-RANGE-OK AND WKC-WORKING-DAYS = 0
001977         ADD 1 TO WS-NON-WORKING-COUNT
001979         MOVE SPACES TO ABSENCE-REPORT-LINE
001980         STRING 'HARI LIBUR   : ID ' ABS-EMPLOYEE-ID
001981             ' TANGGAL ' ABS-DATE ' DIABAIKAN'
001983             DELIMITED BY SIZE INTO ABSENCE-REPORT-LINE
001984         WRITE ABSENCE-REPORT-LINE
001986         GO TO 2000-EXIT
001987     END-IF.
001989     MOVE ABS-EMPLOYEE-ID TO EMPLOYEE-ID.
001990     READ EMPLOYEE-FILE
002000         INVALID KEY
002010             MOVE 'NID' TO ABSREJ-REASON-CODE
003620*    COVERING THE EXTRACT DAY, REPORT THE EMPLOYEES WITH NO     *
003630*    RECORDED ABSENCE THAT DAY - APPROVED LEAVE THAT WAS NOT    *
003640*    TAKEN. SKIPPED WHEN THE ABSENCE TABLE OVERFLOWED, SINCE    *
003650*    ABSENCE KNOWLEDGE IS THEN INCOMPLETE, AND WHEN THE         *
003653*    EXTRACT DAY IS NOT A WORKING DAY, SINCE NO ONE IS EXPECTED *
003657*    TO BE ABSENT THEN.                                         *
003660*****************************************************************
003670 4000-CHECK-NOT-TAKEN.
003680     IF WS-ABS-TABLE-OVERFLOWED
003710         WRITE ABSENCE-REPORT-LINE
003720         GO TO 4000-EXIT
003730     END-IF.
003731     IF NOT WS-EXTRACT-DAY-WORKING
003733         MOVE 'CEK TIDAK DIAMBIL DILEWATI: BUKAN HARI KERJA'
003734             TO ABSENCE-REPORT-LINE
003736         WRITE ABSENCE-REPORT-LINE
003737         GO TO 4000-EXIT
003739     END-IF.
003740     MOVE 'N' TO WS-REQ-EOF-SW.
003750     MOVE ZERO TO LVREQ-ID.
003760     START LEAVE-REQUEST-FILE KEY NOT < LVREQ-ID
004480     STRING 'CUTI TIDAK DIAMBIL    : ' WS-NOT-TAKEN-COUNT
004490         DELIMITED BY SIZE INTO ABSENCE-REPORT-LINE.
004500     WRITE ABSENCE-REPORT-LINE.
004502     MOVE SPACES TO ABSENCE-REPORT-LINE.
004504     STRING 'HARI LIBUR DIABAIKAN  : ' WS-NON-WORKING-COUNT
004506         DELIMITED BY SIZE INTO ABSENCE-REPORT-LINE.
004508     WRITE ABSENCE-REPORT-LINE.
004510     CLOSE ABSENCE-EXTRACT-FILE.
004520     CLOSE EMPLOYEE-FILE.
004530     CLOSE LEAVE-REQUEST-FILE.
004560     DISPLAY 'ABSENCE-IMPORT-BATCH SELESAI. LIHAT ABSRPT.'.
004570 9000-EXIT.
004580     EXIT.
004590
004600*****************************************************************
004610*    9800-END-RUN-CONTROL - RECORD THE RUN AS COMPLETE ON THE   *
004620*    RUN-CONTROL FILE, WITH ITS CONTROL TOTALS:                 *
004630*    ABSENCES POSTED AND, IN THE HASH SLOT, ABSENCES REJECTED.  *
004640*****************************************************************
004650 9800-END-RUN-CONTROL.
004660     MOVE WS-MATCHED-COUNT TO RCP-RECORD-COUNT.
004670     MOVE 0 TO RCP-AMOUNT-TOTAL.
004680     COMPUTE RCP-HASH-TOTAL = WS-REJ-NID-COUNT + WS-REJ-NRQ-COUNT.
004690     SET RCP-END-RUN TO TRUE.
004700     CALL 'RUNCTL' USING RUNCTL-PARAMETERS.
004710     IF RCP-REFUSED
004720         DISPLAY 'ABSENCE-IMPORT-BATCH: ' RCP-MESSAGE
004730     END-IF.
004740 9800-EXIT.
004750     EXIT.
