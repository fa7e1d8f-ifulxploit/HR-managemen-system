000250*    DATE        INIT   DESCRIPTION                             *
000260*    ----------  -----  ------------------------------------    *
000270*    2026-09-02  AGT    INITIAL VERSION.                        *
000272*    2026-10-15  AGT    RUN CONTROL: THE LOG IS ROLLED OVER     *
000275*                       ONCE A MONTH UNLESS A SUPERVISOR        *
000278*                       AUTHORIZES A RERUN.                     *
000280*****************************************************************
000290
000300 ENVIRONMENT DIVISION.
000860 01  WS-TO-DATE                        PIC 9(08) VALUE 0.
000870 01  WS-EXPIRED-COUNT                  PIC 9(04) VALUE 0.
000880 COPY HRLIMIT.
000885 COPY RUNCPARM.
000890
000900 PROCEDURE DIVISION.
000910*****************************************************************
001060         WS-NEW-GEN ', ' WS-ENTRY-COUNT ' ENTRI, '
001070         WS-EXPIRED-COUNT ' GENERASI KEDALUWARSA.'.
001080 0000-DONE.
001085     PERFORM 9800-END-RUN-CONTROL THRU 9800-EXIT.
001090     STOP RUN.
001100
001110*****************************************************************
001150*****************************************************************
001160 1000-INITIALIZE.
001170     ACCEPT WS-CURRENT-DATE-NUM FROM DATE YYYYMMDD.
001175     PERFORM 1050-START-RUN-CONTROL THRU 1050-EXIT.
001180     OPEN INPUT AUDIT-GEN-CONTROL-FILE.
001190     IF WS-AUDG-FILE-STATUS = '00'
001200         PERFORM 1100-LOAD-ONE-GEN THRU 1100-EXIT
001500 1100-EXIT.
001510     EXIT.
001520
001521*****************************************************************
001522*    1050-START-RUN-CONTROL - ASK THE OPERATOR AND CHECK WITH   *
001524*    THE RUN-CONTROL FILE (RUNCTL) THAT THIS JOB MAY RUN FOR    *
001525*    THIS MONTH: NOT ALREADY COMPLETED UNLESS A RERUN IS        *
001526*    AUTHORIZED. THE CLOSE DOES NOT LOCK THE ROLLOVER. A        *
001527*    REFUSED RUN STOPS HERE, BEFORE ANY FILE IS OPENED.         *
001528*****************************************************************
001529 1050-START-RUN-CONTROL.
001531     DISPLAY 'ID OPERATOR: '.
001532     ACCEPT RCP-OPERATOR.
001533     MOVE FUNCTION UPPER-CASE(RCP-OPERATOR) TO RCP-OPERATOR.
001534     IF RCP-OPERATOR = SPACES
001535         MOVE 'BATCH' TO RCP-OPERATOR
001536     END-IF.
001538     MOVE 'AUDROLL' TO RCP-JOB-NAME.
001539     MOVE WS-CURRENT-DATE-NUM TO RCP-PERIOD.
001540     MOVE 0 TO RCP-PERIOD-DAY.
001541     SET RCP-START-RUN TO TRUE.
001542     CALL 'RUNCTL' USING RUNCTL-PARAMETERS.
001544     IF RCP-REFUSED
001545         DISPLAY 'AUDIT-LOG-ROLLOVER-BATCH DITOLAK: '
001546             RCP-MESSAGE
001547         STOP RUN
001548     END-IF.
001549     IF RCP-MESSAGE NOT = SPACES
001551         DISPLAY RCP-MESSAGE
001552     END-IF.
001553 1050-EXIT.
001554     EXIT.
001555
001556*****************************************************************
001558*    2000-COPY-CURRENT-LOG - COPY EVERY CURRENT LOG ENTRY TO    *
001559*    THE NEW ARCHIVE GENERATION, COUNTING ENTRIES AND TRACKING  *
001560*    THE DATE RANGE COVERED. A LOG THAT HAS NEVER BEEN CREATED  *
001570*    YET MEANS THERE IS NOTHING TO ROLL.                        *
001580*****************************************************************
002970     CLOSE AUDIT-LOG-FILE.
002980 7000-EXIT.
002990     EXIT.
003000
003010*****************************************************************
003020*    9800-END-RUN-CONTROL - RECORD THE RUN AS COMPLETE ON THE   *
003030*    RUN-CONTROL FILE, WITH ITS CONTROL TOTALS:                 *
003040*    ENTRIES ARCHIVED AND, IN THE HASH SLOT, THE NEW ARCHIVE    *
003050*    GENERATION (ZERO WHEN THE LOG WAS EMPTY).                  *
003060*****************************************************************
003070 9800-END-RUN-CONTROL.
003080     MOVE WS-ENTRY-COUNT TO RCP-RECORD-COUNT.
003090     MOVE 0 TO RCP-AMOUNT-TOTAL.
003100     MOVE 0 TO RCP-HASH-TOTAL.
003110     IF WS-ENTRY-COUNT > 0
003120         MOVE WS-NEW-GEN TO RCP-HASH-TOTAL
003130     END-IF.
003140     SET RCP-END-RUN TO TRUE.
003150     CALL 'RUNCTL' USING RUNCTL-PARAMETERS.
003160     IF RCP-REFUSED
003170         DISPLAY 'AUDIT-LOG-ROLLOVER-BATCH: ' RCP-MESSAGE
003180     END-IF.
003190 9800-EXIT.
003200     EXIT.
