000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. MONTH-END-CLOSE-BATCH.
000030 AUTHOR. SDM-APPLICATIONS-TEAM.
000040 INSTALLATION. HEAD-OFFICE-DATA-CENTER.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    PROGRAM   : MONTH-END-CLOSE-BATCH (MTHCLOSE.COB)            *
000090*    PURPOSE   : RUN ONCE A MONTH, AFTER THE MONTH'S LEAVE      *
000100*                ACCRUAL, PAYROLL AND GL EXTRACT HAVE ALL       *
000110*                COMPLETED. CLOSES THE MONTH ON THE RUN-CONTROL *
000120*                FILE (RUNCTL) AS JOB MTHCLOSE - FROM THEN ON   *
000130*                NO JOB LOCKED BY THE CLOSE (SEE RUNJOBS.CPY)   *
000140*                MAY RUN FOR ANY PERIOD IN THAT MONTH, NOT EVEN *
000150*                WITH A SUPERVISOR'S RERUN AUTHORIZATION, AND   *
000160*                THE CLOSE ITSELF CANNOT BE RUN AGAIN. PRINTS   *
000170*                EVERY JOB RUN RECORDED FOR THE MONTH, WITH ITS *
000180*                CONTROL TOTALS, AS THE MONTH'S CLOSE REPORT    *
000190*                (MTHCRPT), AND WARNS OF ANY RUN IN THE MONTH   *
000200*                THAT NEVER REACHED ITS END.                    *
000210*                                                                *
000220*    MODIFICATION HISTORY.                                      *
000230*    DATE        INIT   DESCRIPTION                             *
000240*    ----------  -----  ------------------------------------    *
000250*    2026-10-15  AGT    INITIAL VERSION.                        *
000260*****************************************************************
000270
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     COPY RUNCSEL.
000320     COPY MCLRSEL.
000330
000340 DATA DIVISION.
000350 FILE SECTION.
000360 FD  RUN-CONTROL-FILE.
000370     COPY RUNCREC.
000380
000390 FD  MONTH-CLOSE-REPORT-FILE.
000400 01  MONTH-CLOSE-REPORT-LINE          PIC X(80).
000410
000420 WORKING-STORAGE SECTION.
000430 01  WS-CURRENT-DATE-NUM              PIC 9(08).
000440 01  WS-CURRENT-DATE REDEFINES WS-CURRENT-DATE-NUM.
000450     05  WS-YEAR                       PIC 9(04).
000460     05  WS-MONTH                      PIC 99.
000470     05  WS-DAY                        PIC 99.
000480 01  WS-RUNC-FILE-STATUS               PIC X(02).
000490 01  WS-MCRP-FILE-STATUS               PIC X(02).
000500 01  WS-CLOSE-PERIOD-NUM               PIC 9(08) VALUE 0.
000510 01  WS-CLOSE-PERIOD REDEFINES WS-CLOSE-PERIOD-NUM.
000520     05  WS-CLOSE-YEAR                 PIC 9(04).
000530     05  WS-CLOSE-MONTH                PIC 9(02).
000540     05  WS-CLOSE-DAY                  PIC 9(02).
000550 01  WS-RUNC-EOF-SW                    PIC X(01) VALUE 'N'.
000560     88  WS-END-OF-RUN-CONTROL         VALUE 'Y'.
000570 01  WS-RUNC-OPEN-SW                   PIC X(01) VALUE 'N'.
000580     88  WS-RUN-CONTROL-OPEN           VALUE 'Y'.
000590 01  WS-RUN-COUNT                      PIC 9(05) VALUE 0.
000600 01  WS-OPEN-RUN-COUNT                 PIC 9(05) VALUE 0.
000610 01  WS-DETAIL-LINE.
000620     05  WS-DL-JOB                      PIC X(08).
000630     05  FILLER                         PIC X(02) VALUE SPACES.
000640     05  WS-DL-PERIOD                   PIC 9(08).
000650     05  FILLER                         PIC X(02) VALUE SPACES.
000660     05  WS-DL-STATUS                   PIC X(07).
000670     05  FILLER                         PIC X(01) VALUE SPACES.
000680     05  WS-DL-OPERATOR                 PIC X(08).
000690     05  FILLER                         PIC X(01) VALUE SPACES.
000700     05  WS-DL-END-DATE                 PIC 9(08).
000710     05  FILLER                         PIC X(01) VALUE SPACES.
000720     05  WS-DL-COUNT                    PIC ZZZZZZ9.
000730     05  FILLER                         PIC X(01) VALUE SPACES.
000740     05  WS-DL-AMOUNT                   PIC -ZZZZZZZZZZZ9.99.
000750 COPY RUNCPARM.
000760
000770 PROCEDURE DIVISION.
000780*****************************************************************
000790*    0000-MAINLINE - BATCH JOB ENTRY POINT.                     *
000800*****************************************************************
000810 0000-MAINLINE.
000820     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000830     PERFORM 2000-LIST-ONE-RUN THRU 2000-EXIT
000840         UNTIL WS-END-OF-RUN-CONTROL.
000850     PERFORM 9000-TERMINATION THRU 9000-EXIT.
000860     PERFORM 9800-END-RUN-CONTROL THRU 9800-EXIT.
000870     STOP RUN.
000880
000890*****************************************************************
000900*    1000-INITIALIZE - ASK THE MONTH TO CLOSE, CHECK WITH THE   *
000910*    RUN-CONTROL FILE THAT IT MAY BE CLOSED, THEN OPEN FILES    *
000920*    AND PRINT THE REPORT HEADER. A MONTH NOT YET STARTED       *
000930*    CANNOT BE CLOSED.                                          *
000940*****************************************************************
000950 1000-INITIALIZE.
000960     ACCEPT WS-CURRENT-DATE-NUM FROM DATE YYYYMMDD.
000970     DISPLAY 'BULAN DITUTUP (YYYY MM, 0 = BULAN INI): '.
000980     ACCEPT WS-CLOSE-YEAR.
000990     ACCEPT WS-CLOSE-MONTH.
001000     IF WS-CLOSE-YEAR = 0
001010         MOVE WS-YEAR TO WS-CLOSE-YEAR
001020         MOVE WS-MONTH TO WS-CLOSE-MONTH
001030     END-IF.
001040     MOVE 0 TO WS-CLOSE-DAY.
001050     IF WS-CLOSE-MONTH < 1 OR WS-CLOSE-MONTH > 12
001060         DISPLAY 'BULAN TIDAK VALID, PROGRAM DIHENTIKAN.'
001070         STOP RUN
001080     END-IF.
001090     IF WS-CLOSE-YEAR > WS-YEAR
001100         OR (WS-CLOSE-YEAR = WS-YEAR
001110             AND WS-CLOSE-MONTH > WS-MONTH)
001120         DISPLAY 'BULAN ' WS-CLOSE-YEAR '-' WS-CLOSE-MONTH
001130             ' BELUM BERJALAN, PROGRAM DIHENTIKAN.'
001140         STOP RUN
001150     END-IF.
001160     PERFORM 1050-START-RUN-CONTROL THRU 1050-EXIT.
001170     OPEN INPUT RUN-CONTROL-FILE.
001180     IF WS-RUNC-FILE-STATUS = '00'
001190         SET WS-RUN-CONTROL-OPEN TO TRUE
001200     ELSE
001210         SET WS-END-OF-RUN-CONTROL TO TRUE
001220     END-IF.
001230     OPEN OUTPUT MONTH-CLOSE-REPORT-FILE.
001240     MOVE 'LAPORAN TUTUP BULAN' TO MONTH-CLOSE-REPORT-LINE.
001250     WRITE MONTH-CLOSE-REPORT-LINE.
001260     MOVE SPACES TO MONTH-CLOSE-REPORT-LINE.
001270     STRING 'BULAN DITUTUP: ' WS-CLOSE-YEAR '-' WS-CLOSE-MONTH
001280         '   TANGGAL JALAN: ' WS-DAY '-' WS-MONTH '-' WS-YEAR
001290         '   OPERATOR: ' RCP-OPERATOR
001300         DELIMITED BY SIZE INTO MONTH-CLOSE-REPORT-LINE.
001310     WRITE MONTH-CLOSE-REPORT-LINE.
001320     MOVE SPACES TO MONTH-CLOSE-REPORT-LINE.
001330     WRITE MONTH-CLOSE-REPORT-LINE.
001340     MOVE SPACES TO MONTH-CLOSE-REPORT-LINE.
001350     STRING 'JOB       PERIODE   STATUS  OPERATOR SELESAI  '
001360         ' JUMLAH            NILAI'
001370         DELIMITED BY SIZE INTO MONTH-CLOSE-REPORT-LINE.
001380     WRITE MONTH-CLOSE-REPORT-LINE.
001390 1000-EXIT.
001400     EXIT.
001410
001420*****************************************************************
001430*    1050-START-RUN-CONTROL - ASK THE OPERATOR AND CHECK WITH   *
001440*    THE RUN-CONTROL FILE (RUNCTL) THAT THE MONTH MAY BE        *
001450*    CLOSED: NOT ALREADY CLOSED, AND ITS LEAVE ACCRUAL, PAYROLL *
001460*    AND GL EXTRACT ALL COMPLETED. A REFUSED CLOSE STOPS HERE,  *
001470*    BEFORE ANY FILE IS OPENED.                                 *
001480*****************************************************************
001490 1050-START-RUN-CONTROL.
001500     DISPLAY 'ID OPERATOR: '.
001510     ACCEPT RCP-OPERATOR.
001520     MOVE FUNCTION UPPER-CASE(RCP-OPERATOR) TO RCP-OPERATOR.
001530     IF RCP-OPERATOR = SPACES
001540         MOVE 'BATCH' TO RCP-OPERATOR
001550     END-IF.
001560     MOVE 'MTHCLOSE' TO RCP-JOB-NAME.
001570     MOVE WS-CLOSE-PERIOD-NUM TO RCP-PERIOD.
001580     SET RCP-START-RUN TO TRUE.
001590     CALL 'RUNCTL' USING RUNCTL-PARAMETERS.
001600     IF RCP-REFUSED
001610         DISPLAY 'MONTH-END-CLOSE-BATCH DITOLAK: '
001620             RCP-MESSAGE
001630         STOP RUN
001640     END-IF.
001650     IF RCP-MESSAGE NOT = SPACES
001660         DISPLAY RCP-MESSAGE
001670     END-IF.
001680 1050-EXIT.
001690     EXIT.
001700
001710*****************************************************************
001720*    2000-LIST-ONE-RUN - READ THE NEXT RUN-CONTROL RECORD AND,  *
001730*    IF IT IS A RUN FOR THE MONTH BEING CLOSED, PRINT IT. A     *
001740*    RUN STILL AT STATUS R NEVER REACHED ITS END OF JOB AND IS  *
001750*    WARNED.                                                    *
001760*****************************************************************
001770 2000-LIST-ONE-RUN.
001780     READ RUN-CONTROL-FILE NEXT RECORD
001790         AT END
001800             SET WS-END-OF-RUN-CONTROL TO TRUE
001810             GO TO 2000-EXIT
001820     END-READ.
001830     IF RC-JOB-NAME = 'MTHCLOSE'
001840         OR RC-PERIOD-YEAR NOT = WS-CLOSE-YEAR
001850         OR RC-PERIOD-MONTH NOT = WS-CLOSE-MONTH
001860         GO TO 2000-EXIT
001870     END-IF.
001880     ADD 1 TO WS-RUN-COUNT.
001890     MOVE RC-JOB-NAME TO WS-DL-JOB.
001900     MOVE RC-PERIOD TO WS-DL-PERIOD.
001910     MOVE 'SELESAI' TO WS-DL-STATUS.
001920     IF NOT RC-COMPLETED
001930         MOVE 'JALAN' TO WS-DL-STATUS
001940     END-IF.
001950     MOVE RC-OPERATOR TO WS-DL-OPERATOR.
001960     MOVE RC-END-DATE TO WS-DL-END-DATE.
001970     MOVE RC-RECORD-COUNT TO WS-DL-COUNT.
001980     MOVE RC-AMOUNT-TOTAL TO WS-DL-AMOUNT.
001990     MOVE WS-DETAIL-LINE TO MONTH-CLOSE-REPORT-LINE.
002000     WRITE MONTH-CLOSE-REPORT-LINE.
002010     IF NOT RC-COMPLETED
002020         ADD 1 TO WS-OPEN-RUN-COUNT
002030         MOVE SPACES TO MONTH-CLOSE-REPORT-LINE
002040         STRING '  PERINGATAN: RUN ' RC-START-DATE ' '
002050             RC-START-TIME ' TIDAK PERNAH SELESAI'
002060             DELIMITED BY SIZE INTO MONTH-CLOSE-REPORT-LINE
002070         WRITE MONTH-CLOSE-REPORT-LINE
002080         DISPLAY 'PERINGATAN: ' RC-JOB-NAME ' PERIODE '
002090             RC-PERIOD ' TIDAK PERNAH SELESAI'
002100     END-IF.
002110 2000-EXIT.
002120     EXIT.
002130
002140*****************************************************************
002150*    9000-TERMINATION - PRINT THE TOTALS AND CLOSE FILES.       *
002160*****************************************************************
002170 9000-TERMINATION.
002180     MOVE SPACES TO MONTH-CLOSE-REPORT-LINE.
002190     WRITE MONTH-CLOSE-REPORT-LINE.
002200     MOVE SPACES TO MONTH-CLOSE-REPORT-LINE.
002210     STRING 'JUMLAH RUN DALAM BULAN  : ' WS-RUN-COUNT
002220         DELIMITED BY SIZE INTO MONTH-CLOSE-REPORT-LINE.
002230     WRITE MONTH-CLOSE-REPORT-LINE.
002240     MOVE SPACES TO MONTH-CLOSE-REPORT-LINE.
002250     STRING 'RUN TIDAK SELESAI       : ' WS-OPEN-RUN-COUNT
002260         DELIMITED BY SIZE INTO MONTH-CLOSE-REPORT-LINE.
002270     WRITE MONTH-CLOSE-REPORT-LINE.
002280     MOVE SPACES TO MONTH-CLOSE-REPORT-LINE.
002290     STRING 'BULAN ' WS-CLOSE-YEAR '-' WS-CLOSE-MONTH
002300         ' DITUTUP. JOB BULANAN DAN HARIAN TERKUNCI.'
002310         DELIMITED BY SIZE INTO MONTH-CLOSE-REPORT-LINE.
002320     WRITE MONTH-CLOSE-REPORT-LINE.
002330     IF WS-RUN-CONTROL-OPEN
002340         CLOSE RUN-CONTROL-FILE
002350     END-IF.
002360     CLOSE MONTH-CLOSE-REPORT-FILE.
002370     DISPLAY 'MONTH-END-CLOSE-BATCH SELESAI. LIHAT MTHCRPT.'.
002380 9000-EXIT.
002390     EXIT.
002400
002410*****************************************************************
002420*    9800-END-RUN-CONTROL - RECORD THE CLOSE AS COMPLETE ON THE *
002430*    RUN-CONTROL FILE, WITH THE NUMBER OF JOB RUNS IN THE       *
002440*    MONTH. FROM HERE ON THE MONTH IS LOCKED.                   *
002450*****************************************************************
002460 9800-END-RUN-CONTROL.
002470     MOVE WS-RUN-COUNT TO RCP-RECORD-COUNT.
002480     MOVE 0 TO RCP-AMOUNT-TOTAL.
002490     MOVE 0 TO RCP-HASH-TOTAL.
002500     SET RCP-END-RUN TO TRUE.
002510     CALL 'RUNCTL' USING RUNCTL-PARAMETERS.
002520     IF RCP-REFUSED
002530         DISPLAY 'MONTH-END-CLOSE-BATCH: ' RCP-MESSAGE
002540     END-IF.
002550 9800-EXIT.
002560     EXIT.
