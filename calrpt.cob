000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CALENDAR-CHECK-REPORT.
000030 AUTHOR. SDM-APPLICATIONS-TEAM.
000040 INSTALLATION. HEAD-OFFICE-DATA-CENTER.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    PROGRAM   : CALENDAR-CHECK-REPORT (CALRPT.COB)              *
000090*    PURPOSE   : RUN MONTHLY. FOR THE CURRENT YEAR AND THE NEXT *
000100*                ONE, COUNTS THE DAYS LOADED ON THE WORKING     *
000110*                CALENDAR (CALENDAR) AGAINST THE DAYS IN THE    *
000120*                YEAR, AND SPLITS THEM INTO WORKING DAYS,       *
000130*                WEEKENDS, NATIONAL AND COMPANY HOLIDAYS. A     *
000140*                YEAR NOT LOADED, OR ONLY PARTLY LOADED, IS     *
000150*                WARNED ON THE REPORT AND THE CONSOLE - UNTIL   *
000160*                IT IS LOADED, LEAVE REQUESTS, THE ABSENCE      *
000170*                IMPORT AND PAYROLL COUNT ITS DAYS MONDAY TO    *
000180*                FRIDAY WITH NO HOLIDAYS. A LOADED YEAR WITH NO *
000190*                NATIONAL HOLIDAY MARKED IS WARNED AS WELL.     *
000200*                                                                *
000210*    MODIFICATION HISTORY.                                      *
000220*    DATE        INIT   DESCRIPTION                             *
000230*    ----------  -----  ------------------------------------    *
000240*    2026-10-15  AGT    INITIAL VERSION.                        *
000250*****************************************************************
000260
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     COPY CALSEL.
000310     COPY CALRPSEL.
000320
000330 DATA DIVISION.
000340 FILE SECTION.
000350 FD  CALENDAR-FILE.
000360     COPY CALREC.
000370
000380 FD  CALENDAR-REPORT-FILE.
000390 01  CALENDAR-REPORT-LINE             PIC X(80).
000400
000410 WORKING-STORAGE SECTION.
000420 01  WS-CURRENT-DATE-NUM              PIC 9(08).
000430 01  WS-CURRENT-DATE REDEFINES WS-CURRENT-DATE-NUM.
000440     05  WS-YEAR                       PIC 9(04).
000450     05  WS-MONTH                      PIC 99.
000460     05  WS-DAY                        PIC 99.
000470 01  WS-CAL-FILE-STATUS                PIC X(02).
000480 01  WS-CLRP-FILE-STATUS               PIC X(02).
000490 01  WS-CAL-OPEN-SW                    PIC X(01) VALUE 'N'.
000500     88  WS-CALENDAR-OPEN              VALUE 'Y'.
000510 01  WS-CAL-EOF-SW                     PIC X(01).
000520     88  WS-END-OF-YEAR-SCAN           VALUE 'Y'.
000530 01  WS-CHECK-YEAR                     PIC 9(04).
000540 01  WS-YEAR-DATE-NUM                  PIC 9(08).
000550 01  WS-YEAR-DATE REDEFINES WS-YEAR-DATE-NUM.
000560     05  WS-YD-YEAR                    PIC 9(04).
000570     05  WS-YD-MONTH                   PIC 9(02).
000580     05  WS-YD-DAY                     PIC 9(02).
000590 01  WS-DAYS-IN-YEAR                   PIC 9(03).
000600 01  WS-LOADED-COUNT                   PIC 9(03).
000610 01  WS-WORKING-COUNT                  PIC 9(03).
000620 01  WS-WEEKEND-COUNT                  PIC 9(03).
000630 01  WS-NATIONAL-COUNT                 PIC 9(03).
000640 01  WS-COMPANY-COUNT                  PIC 9(03).
000650 01  WS-WARNING-COUNT                  PIC 9(03) VALUE 0.
000660 77  WS-FIRST-DAY                      PIC S9(09) COMP VALUE 0.
000670 77  WS-LAST-DAY                       PIC S9(09) COMP VALUE 0.
000680 01  WS-DETAIL-LINE.
000690     05  WS-DL-YEAR                     PIC 9(04).
000700     05  FILLER                         PIC X(03) VALUE SPACES.
000710     05  WS-DL-LOADED                   PIC ZZ9.
000720     05  FILLER                         PIC X(01) VALUE '/'.
000730     05  WS-DL-DAYS                     PIC ZZ9.
000740     05  FILLER                         PIC X(04) VALUE SPACES.
000750     05  WS-DL-WORKING                  PIC ZZ9.
000760     05  FILLER                         PIC X(06) VALUE SPACES.
000770     05  WS-DL-WEEKEND                  PIC ZZ9.
000780     05  FILLER                         PIC X(07) VALUE SPACES.
000790     05  WS-DL-NATIONAL                 PIC ZZ9.
000800     05  FILLER                         PIC X(07) VALUE SPACES.
000810     05  WS-DL-COMPANY                  PIC ZZ9.
000820     05  FILLER                         PIC X(02) VALUE SPACES.
000830     05  WS-DL-STATUS                   PIC X(14).
000840
000850 PROCEDURE DIVISION.
000860*****************************************************************
000870*    0000-MAINLINE - BATCH JOB ENTRY POINT.                     *
000880*****************************************************************
000890 0000-MAINLINE.
000900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000910     MOVE WS-YEAR TO WS-CHECK-YEAR.
000920     PERFORM 2000-CHECK-ONE-YEAR THRU 2000-EXIT.
000930     COMPUTE WS-CHECK-YEAR = WS-YEAR + 1.
000940     PERFORM 2000-CHECK-ONE-YEAR THRU 2000-EXIT.
000950     PERFORM 9000-TERMINATION THRU 9000-EXIT.
000960     STOP RUN.
000970
000980*****************************************************************
000990*    1000-INITIALIZE - OPEN FILES AND PRINT THE REPORT HEADER.  *
001000*    NO CALENDAR FILE YET MEANS NO YEAR IS LOADED.              *
001010*****************************************************************
001020 1000-INITIALIZE.
001030     ACCEPT WS-CURRENT-DATE-NUM FROM DATE YYYYMMDD.
001040     OPEN INPUT CALENDAR-FILE.
001050     IF WS-CAL-FILE-STATUS = '00'
001060         SET WS-CALENDAR-OPEN TO TRUE
001070     END-IF.
001080     OPEN OUTPUT CALENDAR-REPORT-FILE.
001090     MOVE 'LAPORAN PEMERIKSAAN KALENDER KERJA'
001100         TO CALENDAR-REPORT-LINE.
001110     WRITE CALENDAR-REPORT-LINE.
001120     MOVE SPACES TO CALENDAR-REPORT-LINE.
001130     STRING 'TANGGAL JALAN: ' WS-DAY '-' WS-MONTH '-' WS-YEAR
001140         DELIMITED BY SIZE INTO CALENDAR-REPORT-LINE.
001150     WRITE CALENDAR-REPORT-LINE.
001160     MOVE SPACES TO CALENDAR-REPORT-LINE.
001170     WRITE CALENDAR-REPORT-LINE.
001180     MOVE SPACES TO CALENDAR-REPORT-LINE.
001190     STRING 'TAHUN  DIMUAT     KERJA  AKHIR PKN  LBR NAS  '
001200         '  LBR PRS  STATUS'
001210         DELIMITED BY SIZE INTO CALENDAR-REPORT-LINE.
001220     WRITE CALENDAR-REPORT-LINE.
001230 1000-EXIT.
001240     EXIT.
001250
001260*****************************************************************
001270*    2000-CHECK-ONE-YEAR - TALLY THE DAYS OF WS-CHECK-YEAR ON   *
001280*    THE CALENDAR, PRINT THE YEAR'S LINE AND ANY WARNING.       *
001290*****************************************************************
001300 2000-CHECK-ONE-YEAR.
001310     MOVE 0 TO WS-LOADED-COUNT.
001320     MOVE 0 TO WS-WORKING-COUNT.
001330     MOVE 0 TO WS-WEEKEND-COUNT.
001340     MOVE 0 TO WS-NATIONAL-COUNT.
001350     MOVE 0 TO WS-COMPANY-COUNT.
001360     MOVE WS-CHECK-YEAR TO WS-YD-YEAR.
001370     MOVE 01 TO WS-YD-MONTH.
001380     MOVE 01 TO WS-YD-DAY.
001390     COMPUTE WS-FIRST-DAY =
001400         FUNCTION INTEGER-OF-DATE(WS-YEAR-DATE-NUM).
001410     MOVE 12 TO WS-YD-MONTH.
001420     MOVE 31 TO WS-YD-DAY.
001430     COMPUTE WS-LAST-DAY =
001440         FUNCTION INTEGER-OF-DATE(WS-YEAR-DATE-NUM).
001450     COMPUTE WS-DAYS-IN-YEAR = WS-LAST-DAY - WS-FIRST-DAY + 1.
001460     MOVE 'N' TO WS-CAL-EOF-SW.
001470     IF NOT WS-CALENDAR-OPEN
001480         SET WS-END-OF-YEAR-SCAN TO TRUE
001490     ELSE
001500         MOVE WS-CHECK-YEAR TO CAL-YEAR
001510         MOVE 01 TO CAL-MONTH
001520         MOVE 01 TO CAL-DAY
001530         START CALENDAR-FILE KEY NOT < CAL-DATE
001540             INVALID KEY
001550                 SET WS-END-OF-YEAR-SCAN TO TRUE
001560         END-START
001570     END-IF.
001580     PERFORM 2100-TALLY-ONE-DAY THRU 2100-EXIT
001590         UNTIL WS-END-OF-YEAR-SCAN.
001600     MOVE WS-CHECK-YEAR TO WS-DL-YEAR.
001610     MOVE WS-LOADED-COUNT TO WS-DL-LOADED.
001620     MOVE WS-DAYS-IN-YEAR TO WS-DL-DAYS.
001630     MOVE WS-WORKING-COUNT TO WS-DL-WORKING.
001640     MOVE WS-WEEKEND-COUNT TO WS-DL-WEEKEND.
001650     MOVE WS-NATIONAL-COUNT TO WS-DL-NATIONAL.
001660     MOVE WS-COMPANY-COUNT TO WS-DL-COMPANY.
001670     MOVE 'LENGKAP' TO WS-DL-STATUS.
001680     IF WS-LOADED-COUNT < WS-DAYS-IN-YEAR
001690         MOVE 'BELUM LENGKAP' TO WS-DL-STATUS
001700     END-IF.
001710     IF WS-LOADED-COUNT = 0
001720         MOVE 'BELUM DIMUAT' TO WS-DL-STATUS
001730     END-IF.
001740     MOVE WS-DETAIL-LINE TO CALENDAR-REPORT-LINE.
001750     WRITE CALENDAR-REPORT-LINE.
001760     IF WS-LOADED-COUNT < WS-DAYS-IN-YEAR
001770         ADD 1 TO WS-WARNING-COUNT
001780         MOVE SPACES TO CALENDAR-REPORT-LINE
001790         STRING '  PERINGATAN: KALENDER TAHUN ' WS-CHECK-YEAR
001800             ' ' WS-DL-STATUS
001810             DELIMITED BY SIZE INTO CALENDAR-REPORT-LINE
001820         WRITE CALENDAR-REPORT-LINE
001830         DISPLAY 'PERINGATAN: KALENDER TAHUN ' WS-CHECK-YEAR
001840             ' ' WS-DL-STATUS
001850         GO TO 2000-EXIT
001860     END-IF.
001870     IF WS-NATIONAL-COUNT = 0
001880         ADD 1 TO WS-WARNING-COUNT
001890         MOVE SPACES TO CALENDAR-REPORT-LINE
001900         STRING '  PERINGATAN: TAHUN ' WS-CHECK-YEAR
001910             ' BELUM ADA LIBUR NASIONAL'
001920             DELIMITED BY SIZE INTO CALENDAR-REPORT-LINE
001930         WRITE CALENDAR-REPORT-LINE
001940         DISPLAY 'PERINGATAN: KALENDER TAHUN ' WS-CHECK-YEAR
001950             ' BELUM ADA LIBUR NASIONAL'
001960     END-IF.
001970 2000-EXIT.
001980     EXIT.
001990
002000 2100-TALLY-ONE-DAY.
002010     READ CALENDAR-FILE NEXT RECORD
002020         AT END
002030             SET WS-END-OF-YEAR-SCAN TO TRUE
002040             GO TO 2100-EXIT
002050     END-READ.
002060     IF CAL-YEAR NOT = WS-CHECK-YEAR
002070         SET WS-END-OF-YEAR-SCAN TO TRUE
002080         GO TO 2100-EXIT
002090     END-IF.
002100     ADD 1 TO WS-LOADED-COUNT.
002110     IF CAL-WORKING-DAY
002120         ADD 1 TO WS-WORKING-COUNT
002130     END-IF.
002140     IF CAL-WEEKEND
002150         ADD 1 TO WS-WEEKEND-COUNT
002160     END-IF.
002170     IF CAL-NATIONAL-HOLIDAY
002180         ADD 1 TO WS-NATIONAL-COUNT
002190     END-IF.
002200     IF CAL-COMPANY-HOLIDAY
002210         ADD 1 TO WS-COMPANY-COUNT
002220     END-IF.
002230 2100-EXIT.
002240     EXIT.
002250
002260*****************************************************************
002270*    9000-TERMINATION - PRINT THE TOTALS AND CLOSE FILES.       *
002280*****************************************************************
002290 9000-TERMINATION.
002300     MOVE SPACES TO CALENDAR-REPORT-LINE.
002310     WRITE CALENDAR-REPORT-LINE.
002320     MOVE SPACES TO CALENDAR-REPORT-LINE.
002330     STRING 'JUMLAH PERINGATAN : ' WS-WARNING-COUNT
002340         DELIMITED BY SIZE INTO CALENDAR-REPORT-LINE.
002350     WRITE CALENDAR-REPORT-LINE.
002360     IF WS-CALENDAR-OPEN
002370         CLOSE CALENDAR-FILE
002380     END-IF.
002390     CLOSE CALENDAR-REPORT-FILE.
002400     DISPLAY 'CALENDAR-CHECK-REPORT SELESAI. LIHAT CALRPT.'.
002410 9000-EXIT.
002420     EXIT.
