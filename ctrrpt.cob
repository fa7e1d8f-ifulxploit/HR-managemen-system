000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CONTRACT-EXPIRY-REPORT.
000030 AUTHOR. SDM-APPLICATIONS-TEAM.
000040 INSTALLATION. HEAD-OFFICE-DATA-CENTER.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    PROGRAM   : CONTRACT-EXPIRY-REPORT (CTRRPT.COB)             *
000090*    PURPOSE   : RUN MONTHLY. LISTS, BY DEPARTMENT, THE CURRENT *
000100*                FIXED-TERM (PKWT) CONTRACTS OF ACTIVE          *
000110*                EMPLOYEES THAT END WITHIN THE NEXT 30, 60 OR   *
000120*                90 DAYS, AND FLAGS CONTRACTS ALREADY PAST      *
000130*                THEIR END DATE WITH NO RENEWAL WHILE THE       *
000140*                EMPLOYEE IS STILL ACTIVE. A CONTRACT WHOSE     *
000150*                PKWT RUN IS RENEWED MORE OFTEN OR FOR LONGER   *
000160*                THAN THE LEGAL MAXIMUM IN HRLIMIT IS FLAGGED   *
000170*                WHATEVER ITS END DATE. A CONTRACT ALREADY      *
000180*                MARKED NOT RENEWED SHOWS ITS SCHEDULED         *
000190*                TERMINATION.                                   *
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
000300     COPY EMPSEL.
000310     COPY CONTSEL.
000320     COPY CTSWSEL.
000330     COPY CTRRSEL.
000340
000350 DATA DIVISION.
000360 FILE SECTION.
000370 FD  EMPLOYEE-FILE.
000380     COPY EMPREC.
000390
000400 FD  CONTRACT-FILE.
000410     COPY CONTREC.
000420
000430 SD  CONTRACT-SORT-FILE.
000440     COPY CTSWREC.
000450
000460 FD  CONTRACT-REPORT-FILE.
000470 01  CONTRACT-REPORT-LINE             PIC X(80).
000480
000490 WORKING-STORAGE SECTION.
000500 01  WS-CURRENT-DATE-NUM              PIC 9(08).
000510 01  WS-CURRENT-DATE REDEFINES WS-CURRENT-DATE-NUM.
000520     05  WS-YEAR                       PIC 9(04).
000530     05  WS-MONTH                      PIC 99.
000540     05  WS-DAY                        PIC 99.
000550 01  WS-EMP-FILE-STATUS                PIC X(02).
000560 01  WS-CONT-FILE-STATUS               PIC X(02).
000570 01  WS-CTRR-FILE-STATUS               PIC X(02).
000580 01  WS-CONT-EOF-SW                    PIC X(01) VALUE 'N'.
000590     88  WS-END-OF-CONT-FILE           VALUE 'Y'.
000600 01  WS-CONT-OPEN-SW                   PIC X(01) VALUE 'N'.
000610     88  WS-CONTRACT-FILE-OPEN         VALUE 'Y'.
000620 01  WS-SORT-EOF-SW                    PIC X(01).
000630 01  WS-END-DATE-NUM                   PIC 9(08).
000640 01  WS-END-DATE REDEFINES WS-END-DATE-NUM.
000650     05  WS-END-YEAR                   PIC 9(04).
000660     05  WS-END-MONTH                  PIC 9(02).
000670     05  WS-END-DAY                    PIC 9(02).
000680 01  WS-FIRST-START-NUM                PIC 9(08).
000690 01  WS-FIRST-START REDEFINES WS-FIRST-START-NUM.
000700     05  WS-FS-YEAR                    PIC 9(04).
000710     05  WS-FS-MONTH                   PIC 9(02).
000720     05  WS-FS-DAY                     PIC 9(02).
000730 01  WS-DAYS-LEFT                      PIC S9(07).
000740 01  WS-PKWT-MONTHS                    PIC 9(04).
000750 01  WS-CURRENT-DEPT                   PIC X(10).
000760 01  WS-DEPT-COUNT                     PIC 9(05).
000770 01  WS-EXPIRED-COUNT                  PIC 9(05) VALUE 0.
000780 01  WS-30-DAY-COUNT                   PIC 9(05) VALUE 0.
000790 01  WS-60-DAY-COUNT                   PIC 9(05) VALUE 0.
000800 01  WS-90-DAY-COUNT                   PIC 9(05) VALUE 0.
000810 01  WS-OVER-MAX-COUNT                 PIC 9(05) VALUE 0.
000820 01  WS-SCHEDULED-COUNT                PIC 9(05) VALUE 0.
000830 01  WS-INACTIVE-COUNT                 PIC 9(05) VALUE 0.
000840 01  WS-DETAIL-LINE.
000850     05  WS-DL-ID                       PIC 9(06).
000860     05  FILLER                         PIC X(01) VALUE SPACES.
000870     05  WS-DL-NAME                     PIC X(18).
000880     05  FILLER                         PIC X(01) VALUE SPACES.
000890     05  WS-DL-NUMBER                   PIC X(20).
000900     05  FILLER                         PIC X(01) VALUE SPACES.
000910     05  WS-DL-END-YEAR                 PIC 9(04).
000920     05  FILLER                         PIC X(01) VALUE '-'.
000930     05  WS-DL-END-MONTH                PIC 9(02).
000940     05  FILLER                         PIC X(01) VALUE '-'.
000950     05  WS-DL-END-DAY                  PIC 9(02).
000960     05  FILLER                         PIC X(01) VALUE SPACES.
000970     05  WS-DL-RENEWALS                 PIC Z9.
000980     05  FILLER                         PIC X(01) VALUE SPACES.
000990     05  WS-DL-WINDOW                   PIC X(10).
001000     05  FILLER                         PIC X(01) VALUE SPACES.
001010     05  WS-DL-OVER-MAX                 PIC X(04).
001020     05  FILLER                         PIC X(01) VALUE SPACES.
001030     05  WS-DL-SCHEDULED                PIC X(03).
001040 COPY HRLIMIT.
001050
001060 PROCEDURE DIVISION.
001070*****************************************************************
001080*    0000-MAINLINE - BATCH JOB ENTRY POINT.                     *
001090*****************************************************************
001100 0000-MAINLINE.
001110     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001120     SORT CONTRACT-SORT-FILE
001130         ON ASCENDING KEY CSW-DEPT CSW-WINDOW CSW-END-DATE
001140             CSW-EMPLOYEE-ID
001150         INPUT PROCEDURE IS 2000-SELECT-CONTRACTS THRU 2000-EXIT
001160         OUTPUT PROCEDURE IS 3000-PRINT-CONTRACTS THRU 3000-EXIT.
001170     PERFORM 9000-TERMINATION THRU 9000-EXIT.
001180     STOP RUN.
001190
001200*****************************************************************
001210*    1000-INITIALIZE - OPEN FILES AND PRINT THE REPORT HEADER.  *
001220*    NO CONTRACT FILE YET MEANS NO CONTRACTS TO REPORT.         *
001230*****************************************************************
001240 1000-INITIALIZE.
001250     ACCEPT WS-CURRENT-DATE-NUM FROM DATE YYYYMMDD.
001260     OPEN INPUT EMPLOYEE-FILE.
001270     IF WS-EMP-FILE-STATUS NOT = '00'
001280         DISPLAY 'EMPFILE TIDAK DAPAT DIBUKA, STATUS '
001290             WS-EMP-FILE-STATUS
001300         STOP RUN
001310     END-IF.
001320     OPEN INPUT CONTRACT-FILE.
001330     IF WS-CONT-FILE-STATUS = '00'
001340         SET WS-CONTRACT-FILE-OPEN TO TRUE
001350     ELSE
001360         SET WS-END-OF-CONT-FILE TO TRUE
001370     END-IF.
001380     OPEN OUTPUT CONTRACT-REPORT-FILE.
001390     MOVE 'LAPORAN KONTRAK PKWT BERAKHIR DAN MELEWATI BATAS'
001400         TO CONTRACT-REPORT-LINE.
001410     WRITE CONTRACT-REPORT-LINE.
001420     MOVE SPACES TO CONTRACT-REPORT-LINE.
001430     STRING 'TANGGAL JALAN: ' WS-DAY '-' WS-MONTH '-' WS-YEAR
001440         '   BATAS PKWT: ' HR-MAX-PKWT-RENEWALS
001450         ' PERPANJANGAN / ' HR-MAX-PKWT-MONTHS ' BULAN'
001460         DELIMITED BY SIZE INTO CONTRACT-REPORT-LINE.
001470     WRITE CONTRACT-REPORT-LINE.
001480     MOVE SPACES TO CONTRACT-REPORT-LINE.
001490     STRING 'P = PERPANJANGAN KE-; MAKS = MELEWATI BATAS; '
001500         'PHK = TIDAK DIPERPANJANG, PHK TERJADWAL'
001510         DELIMITED BY SIZE INTO CONTRACT-REPORT-LINE.
001520     WRITE CONTRACT-REPORT-LINE.
001530     MOVE SPACES TO CONTRACT-REPORT-LINE.
001540     WRITE CONTRACT-REPORT-LINE.
001550     MOVE SPACES TO CONTRACT-REPORT-LINE.
001560     STRING 'ID     NAMA               NOMOR KONTRAK        '
001570         'BERAKHIR    P SISA WAKTU'
001580         DELIMITED BY SIZE INTO CONTRACT-REPORT-LINE.
001590     WRITE CONTRACT-REPORT-LINE.
001600 1000-EXIT.
001610     EXIT.
001620
001630*****************************************************************
001640*    2000-SELECT-CONTRACTS - SORT INPUT PROCEDURE. PASS EVERY   *
001650*    CONTRACT ON FILE.                                          *
001660*****************************************************************
001670 2000-SELECT-CONTRACTS.
001680     PERFORM 2100-SELECT-ONE-CONTRACT THRU 2100-EXIT
001690         UNTIL WS-END-OF-CONT-FILE.
001700 2000-EXIT.
001710     EXIT.
001720
001730*****************************************************************
001740*    2100-SELECT-ONE-CONTRACT - RELEASE A CURRENT OR NOT-       *
001750*    RENEWED PKWT OF AN ACTIVE EMPLOYEE WHEN IT IS PAST ITS END *
001760*    DATE, ENDS WITHIN 90 DAYS, OR ITS RUN IS OVER THE LEGAL    *
001770*    MAXIMUM. SUPERSEDED CONTRACTS AND PKWTT NEVER EXPIRE.      *
001780*    CONTRACTS OF EMPLOYEES NO LONGER ACTIVE ARE ONLY COUNTED.  *
001790*****************************************************************
001800 2100-SELECT-ONE-CONTRACT.
001810     READ CONTRACT-FILE NEXT RECORD
001820         AT END
001830             SET WS-END-OF-CONT-FILE TO TRUE
001840             GO TO 2100-EXIT
001850     END-READ.
001860     IF CONT-SUPERSEDED OR NOT CONT-TYPE-PKWT
001870         GO TO 2100-EXIT
001880     END-IF.
001890     MOVE CONT-EMPLOYEE-ID TO EMPLOYEE-ID.
001900     READ EMPLOYEE-FILE
001910         INVALID KEY
001920             ADD 1 TO WS-INACTIVE-COUNT
001930             GO TO 2100-EXIT
001940     END-READ.
001950     IF NOT EMPLOYEE-ACTIVE
001960         ADD 1 TO WS-INACTIVE-COUNT
001970         GO TO 2100-EXIT
001980     END-IF.
001990     MOVE CONT-END-DATE TO WS-END-DATE-NUM.
002000     MOVE CONT-FIRST-START-DATE TO WS-FIRST-START-NUM.
002010     COMPUTE WS-DAYS-LEFT =
002020         FUNCTION INTEGER-OF-DATE(WS-END-DATE-NUM)
002030         - FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-NUM).
002040     COMPUTE WS-PKWT-MONTHS =
002050         (WS-END-YEAR - WS-FS-YEAR) * 12
002060         + WS-END-MONTH - WS-FS-MONTH.
002070     IF WS-END-DAY > WS-FS-DAY
002080         ADD 1 TO WS-PKWT-MONTHS
002090     END-IF.
002100     MOVE 'N' TO CSW-OVER-MAX-SW.
002110     IF CONT-RENEWAL-COUNT > HR-MAX-PKWT-RENEWALS OR
002120         WS-PKWT-MONTHS > HR-MAX-PKWT-MONTHS
002130         MOVE 'Y' TO CSW-OVER-MAX-SW
002140     END-IF.
002150     EVALUATE TRUE
002160         WHEN WS-DAYS-LEFT < 0
002170             MOVE 1 TO CSW-WINDOW
002180         WHEN WS-DAYS-LEFT NOT > 30
002190             MOVE 2 TO CSW-WINDOW
002200         WHEN WS-DAYS-LEFT NOT > 60
002210             MOVE 3 TO CSW-WINDOW
002220         WHEN WS-DAYS-LEFT NOT > 90
002230             MOVE 4 TO CSW-WINDOW
002240         WHEN OTHER
002250             MOVE 5 TO CSW-WINDOW
002260     END-EVALUATE.
002270     IF CSW-WINDOW = 5 AND CSW-OVER-MAX-SW NOT = 'Y'
002280         GO TO 2100-EXIT
002290     END-IF.
002300     IF CONT-NOT-RENEWED
002310         MOVE 'Y' TO CSW-SCHEDULED-SW
002320     ELSE
002330         MOVE 'N' TO CSW-SCHEDULED-SW
002340     END-IF.
002350     MOVE EMPLOYEE-DEPT TO CSW-DEPT.
002360     IF CSW-DEPT = SPACES
002370         MOVE '*TIDAK ADA' TO CSW-DEPT
002380     END-IF.
002390     MOVE CONT-END-DATE TO CSW-END-DATE.
002400     MOVE CONT-EMPLOYEE-ID TO CSW-EMPLOYEE-ID.
002410     MOVE EMPLOYEE-NAME TO CSW-EMPLOYEE-NAME.
002420     MOVE CONT-NUMBER TO CSW-NUMBER.
002430     MOVE CONT-RENEWAL-COUNT TO CSW-RENEWAL-COUNT.
002440     RELEASE CONTRACT-SORT-RECORD.
002450 2100-EXIT.
002460     EXIT.
002470
002480*****************************************************************
002490*    3000-PRINT-CONTRACTS - SORT OUTPUT PROCEDURE. PRINT THE    *
002500*    CONTRACTS, WITH A COUNT EACH TIME THE DEPARTMENT CHANGES.  *
002510*****************************************************************
002520 3000-PRINT-CONTRACTS.
002530     MOVE SPACES TO WS-CURRENT-DEPT.
002540     MOVE 0 TO WS-DEPT-COUNT.
002550     MOVE 'N' TO WS-SORT-EOF-SW.
002560     PERFORM 3100-RETURN-AND-PRINT THRU 3100-EXIT
002570         UNTIL WS-SORT-EOF-SW = 'Y'.
002580     IF WS-DEPT-COUNT > 0
002590         PERFORM 3200-PRINT-DEPT-COUNT THRU 3200-EXIT
002600     END-IF.
002610 3000-EXIT.
002620     EXIT.
002630
002640 3100-RETURN-AND-PRINT.
002650     RETURN CONTRACT-SORT-FILE
002660         AT END
002670             MOVE 'Y' TO WS-SORT-EOF-SW
002680             GO TO 3100-EXIT
002690     END-RETURN.
002700     IF WS-CURRENT-DEPT NOT = SPACES AND
002710         CSW-DEPT NOT = WS-CURRENT-DEPT
002720         PERFORM 3200-PRINT-DEPT-COUNT THRU 3200-EXIT
002730     END-IF.
002740     IF CSW-DEPT NOT = WS-CURRENT-DEPT
002750         MOVE SPACES TO CONTRACT-REPORT-LINE
002760         STRING 'DEPARTEMEN: ' CSW-DEPT
002770             DELIMITED BY SIZE INTO CONTRACT-REPORT-LINE
002780         WRITE CONTRACT-REPORT-LINE
002790     END-IF.
002800     MOVE CSW-DEPT TO WS-CURRENT-DEPT.
002810     MOVE CSW-END-DATE TO WS-END-DATE-NUM.
002820     MOVE CSW-EMPLOYEE-ID TO WS-DL-ID.
002830     MOVE CSW-EMPLOYEE-NAME TO WS-DL-NAME.
002840     MOVE CSW-NUMBER TO WS-DL-NUMBER.
002850     MOVE WS-END-YEAR TO WS-DL-END-YEAR.
002860     MOVE WS-END-MONTH TO WS-DL-END-MONTH.
002870     MOVE WS-END-DAY TO WS-DL-END-DAY.
002880     MOVE CSW-RENEWAL-COUNT TO WS-DL-RENEWALS.
002890     EVALUATE CSW-WINDOW
002900         WHEN 1
002910             MOVE 'LEWAT MASA' TO WS-DL-WINDOW
002920             ADD 1 TO WS-EXPIRED-COUNT
002930         WHEN 2
002940             MOVE '<= 30 HARI' TO WS-DL-WINDOW
002950             ADD 1 TO WS-30-DAY-COUNT
002960         WHEN 3
002970             MOVE '31-60 HARI' TO WS-DL-WINDOW
002980             ADD 1 TO WS-60-DAY-COUNT
002990         WHEN 4
003000             MOVE '61-90 HARI' TO WS-DL-WINDOW
003010             ADD 1 TO WS-90-DAY-COUNT
003020         WHEN OTHER
003030             MOVE '> 90 HARI' TO WS-DL-WINDOW
003040     END-EVALUATE.
003050     MOVE SPACES TO WS-DL-OVER-MAX.
003060     IF CSW-OVER-MAX-SW = 'Y'
003070         MOVE 'MAKS' TO WS-DL-OVER-MAX
003080         ADD 1 TO WS-OVER-MAX-COUNT
003090     END-IF.
003100     MOVE SPACES TO WS-DL-SCHEDULED.
003110     IF CSW-SCHEDULED-SW = 'Y'
003120         MOVE 'PHK' TO WS-DL-SCHEDULED
003130         ADD 1 TO WS-SCHEDULED-COUNT
003140     END-IF.
003150     WRITE CONTRACT-REPORT-LINE FROM WS-DETAIL-LINE.
003160     ADD 1 TO WS-DEPT-COUNT.
003170 3100-EXIT.
003180     EXIT.
003190
003200 3200-PRINT-DEPT-COUNT.
003210     MOVE SPACES TO CONTRACT-REPORT-LINE.
003220     STRING '  JUMLAH ' WS-CURRENT-DEPT ' : ' WS-DEPT-COUNT
003230         DELIMITED BY SIZE INTO CONTRACT-REPORT-LINE.
003240     WRITE CONTRACT-REPORT-LINE.
003250     MOVE SPACES TO CONTRACT-REPORT-LINE.
003260     WRITE CONTRACT-REPORT-LINE.
003270     MOVE 0 TO WS-DEPT-COUNT.
003280 3200-EXIT.
003290     EXIT.
003300
003310*****************************************************************
003320*    9000-TERMINATION - PRINT THE SUMMARY AND CLOSE FILES.      *
003330*****************************************************************
003340 9000-TERMINATION.
003350     MOVE SPACES TO CONTRACT-REPORT-LINE.
003360     STRING 'LEWAT MASA, TIDAK DIPERPANJANG: ' WS-EXPIRED-COUNT
003370         DELIMITED BY SIZE INTO CONTRACT-REPORT-LINE.
003380     WRITE CONTRACT-REPORT-LINE.
003390     MOVE SPACES TO CONTRACT-REPORT-LINE.
003400     STRING 'BERAKHIR DALAM 30 HARI        : ' WS-30-DAY-COUNT
003410         DELIMITED BY SIZE INTO CONTRACT-REPORT-LINE.
003420     WRITE CONTRACT-REPORT-LINE.
003430     MOVE SPACES TO CONTRACT-REPORT-LINE.
003440     STRING 'BERAKHIR DALAM 31-60 HARI     : ' WS-60-DAY-COUNT
003450         DELIMITED BY SIZE INTO CONTRACT-REPORT-LINE.
003460     WRITE CONTRACT-REPORT-LINE.
003470     MOVE SPACES TO CONTRACT-REPORT-LINE.
003480     STRING 'BERAKHIR DALAM 61-90 HARI     : ' WS-90-DAY-COUNT
003490         DELIMITED BY SIZE INTO CONTRACT-REPORT-LINE.
003500     WRITE CONTRACT-REPORT-LINE.
003510     MOVE SPACES TO CONTRACT-REPORT-LINE.
003520     STRING 'MELEWATI BATAS PKWT           : ' WS-OVER-MAX-COUNT
003530         DELIMITED BY SIZE INTO CONTRACT-REPORT-LINE.
003540     WRITE CONTRACT-REPORT-LINE.
003550     MOVE SPACES TO CONTRACT-REPORT-LINE.
003560     STRING 'PHK SUDAH TERJADWAL           : '
003570         WS-SCHEDULED-COUNT
003580         DELIMITED BY SIZE INTO CONTRACT-REPORT-LINE.
003590     WRITE CONTRACT-REPORT-LINE.
003600     MOVE SPACES TO CONTRACT-REPORT-LINE.
003610     STRING 'KONTRAK KARYAWAN TIDAK AKTIF  : ' WS-INACTIVE-COUNT
003620         DELIMITED BY SIZE INTO CONTRACT-REPORT-LINE.
003630     WRITE CONTRACT-REPORT-LINE.
003640     CLOSE EMPLOYEE-FILE.
003650     IF WS-CONTRACT-FILE-OPEN
003660         CLOSE CONTRACT-FILE
003670     END-IF.
003680     CLOSE CONTRACT-REPORT-FILE.
003690     DISPLAY 'CONTRACT-EXPIRY-REPORT SELESAI. LIHAT CONTRPT.'.
003700 9000-EXIT.
003710     EXIT.
