000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. MERIT-INCREASE-BATCH.
000030 AUTHOR. SDM-APPLICATIONS-TEAM.
000040 INSTALLATION. HEAD-OFFICE-DATA-CENTER.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    PROGRAM   : MERIT-INCREASE-BATCH (MERIT.COB)                *
000090*    PURPOSE   : RUN ONCE PER REVIEW YEAR AFTER THE APPRAISALS  *
000100*                ARE FINALIZED IN SDM. PRICES A MERIT RAISE FOR *
000110*                EVERY FINAL APPRAISAL (APPRAISL) FROM THE      *
000120*                MERIT MATRIX IN HRLIMIT - THE PERCENTAGE FOR   *
000130*                THE RATING AND FOR WHERE THE SALARY SITS IN    *
000140*                THE POSITION'S GRADE (POSFILE SALARY MIN/MAX)  *
000150*                - CAPPED AT THE GRADE MAXIMUM, AND PRINTS THE  *
000160*                MERIT BUDGET REPORT (MERITRPT) BY DEPARTMENT   *
000170*                WITH THE MONTHLY AND ANNUAL COST.              *
000180*                                                                *
000190*                MODE P (PROPOSAL) ONLY PRINTS THE REPORT FOR   *
000200*                HR TO SIGN OFF. MODE T (TULIS) ALSO WRITES     *
000210*                EACH RAISE AS A PENDING CHANGE (PENDFILE) WITH *
000220*                THE COMMON EFFECTIVE DATE KEYED AT START-UP,   *
000230*                SO THE NIGHTLY PENDING-CHANGE-APPLY-BATCH JOB  *
000240*                APPLIES IT THROUGH THE NORMAL VALIDATION,      *
000250*                SALARY HISTORY AND AUDIT PATH, AND STAMPS THE  *
000260*                PEND-ID ON THE APPRAISAL SO A RERUN NEVER      *
000270*                SCHEDULES THE SAME RAISE TWICE. AN EMPLOYEE    *
000280*                WHO ALREADY HAS A CHANGE PENDING IS PRICED BUT *
000290*                NOT SCHEDULED; A LATER RERUN PICKS THEM UP     *
000300*                ONCE THAT CHANGE HAS BEEN APPLIED.             *
000310*                                                                *
000320*    MODIFICATION HISTORY.                                      *
000330*    DATE        INIT   DESCRIPTION                             *
000340*    ----------  -----  ------------------------------------    *
000350*    2026-10-15  AGT    INITIAL VERSION.                        *
000360*****************************************************************
000370
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     COPY APPRSEL.
000420     COPY EMPSEL.
000430     COPY POSSEL.
000440     COPY PNDSEL.
000450     COPY MRSWSEL.
000460     COPY MRRPSEL.
000470
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  APPRAISAL-FILE.
000510     COPY APPRREC.
000520
000530 FD  EMPLOYEE-FILE.
000540     COPY EMPREC.
000550
000560 FD  POSITION-FILE.
000570     COPY POSREC.
000580
000590 FD  PENDING-CHANGE-FILE.
000600     COPY PNDREC.
000610
000620 SD  MERIT-SORT-FILE.
000630     COPY MRSWREC.
000640
000650 FD  MERIT-REPORT-FILE.
000660 01  MERIT-REPORT-LINE                PIC X(80).
000670
000680 WORKING-STORAGE SECTION.
000690 01  WS-CURRENT-DATE-NUM              PIC 9(08).
000700 01  WS-CURRENT-DATE REDEFINES WS-CURRENT-DATE-NUM.
000710     05  WS-YEAR                       PIC 9(04).
000720     05  WS-MONTH                      PIC 99.
000730     05  WS-DAY                        PIC 99.
000740 01  WS-REVIEW-YEAR                    PIC 9(04).
000750 01  WS-EFFECTIVE-DATE-NUM             PIC 9(08).
000760 01  WS-EFFECTIVE-DATE REDEFINES WS-EFFECTIVE-DATE-NUM.
000770     05  WS-EFF-YEAR                   PIC 9(04).
000780     05  WS-EFF-MONTH                  PIC 99.
000790     05  WS-EFF-DAY                    PIC 99.
000800 01  WS-OPERATOR-ID                    PIC X(08).
000810 01  WS-RUN-MODE                       PIC X(01).
000820     88  WS-PROPOSAL-ONLY              VALUE 'P'.
000830     88  WS-WRITE-RAISES               VALUE 'T'.
000840 01  WS-APPR-FILE-STATUS               PIC X(02).
000850 01  WS-EMP-FILE-STATUS                PIC X(02).
000860 01  WS-POS-FILE-STATUS                PIC X(02).
000870 01  WS-PEND-FILE-STATUS               PIC X(02).
000880 01  WS-MRRP-FILE-STATUS               PIC X(02).
000890 01  WS-APPR-EOF-SW                    PIC X(01) VALUE 'N'.
000900     88  WS-END-OF-APPR-FILE           VALUE 'Y'.
000910 01  WS-PEND-EOF-SW                    PIC X(01) VALUE 'N'.
000920     88  WS-END-OF-PEND-FILE           VALUE 'Y'.
000930 01  WS-SORT-EOF-SW                    PIC X(01).
000940*    EMPLOYEES WITH ANY CHANGE STILL PENDING ON PENDFILE,
000950*    PRELOADED ONCE. A MERIT CHANGE CARRIES THE WHOLE MASTER
000960*    IMAGE, SO IT IS NOT SCHEDULED ON TOP OF ANOTHER ONE.
000970 01  WS-PENDING-ID-TABLE.
000980     05  WS-PID OCCURS 1000 TIMES      PIC 9(06).
000990 77  WS-PID-USED                       PIC S9(04) COMP VALUE 0.
001000 77  WS-ID-IX                          PIC S9(04) COMP VALUE 0.
001010 01  WS-ID-FOUND-SW                    PIC X(01).
001020     88  WS-ID-IS-PENDING              VALUE 'Y'.
001030 01  WS-TABLE-OVERFLOW-SW              PIC X(01) VALUE 'N'.
001040     88  WS-ID-TABLE-OVERFLOWED        VALUE 'Y'.
001050 01  WS-NEXT-PEND-ID                   PIC 9(06) VALUE 0.
001060*    RAISE WORK FIELDS. WS-MR-GRADE-PCT IS HOW FAR THROUGH THE
001070*    GRADE RANGE THE SALARY SITS, NEGATIVE BELOW THE MINIMUM.
001080 01  WS-MR-GRADE-PCT                   PIC S9(07).
001090 01  WS-MR-BAND                        PIC 9(01).
001100 01  WS-MR-PCT                         PIC 9(02)V99.
001110 01  WS-MR-NEW-SALARY                  PIC 9(07)V99.
001120 01  WS-MR-RAISE                       PIC 9(06)V99.
001130 01  WS-MR-STATUS                      PIC X(04).
001140 01  WS-CURRENT-DEPT                   PIC X(10).
001150 01  WS-READ-COUNT                     PIC 9(05) VALUE 0.
001160 01  WS-DRAFT-COUNT                    PIC 9(05) VALUE 0.
001170 01  WS-NOT-ACTIVE-COUNT               PIC 9(05) VALUE 0.
001180 01  WS-SCHEDULED-COUNT                PIC 9(05) VALUE 0.
001190 01  WS-WRITTEN-COUNT                  PIC 9(05) VALUE 0.
001200 01  WS-HELD-COUNT                     PIC 9(05) VALUE 0.
001210 01  WS-NO-POS-COUNT                   PIC 9(05) VALUE 0.
001220 01  WS-CAPPED-COUNT                   PIC 9(05) VALUE 0.
001230 01  WS-BELOW-MIN-COUNT                PIC 9(05) VALUE 0.
001240 01  WS-WRITE-ERROR-COUNT              PIC 9(05) VALUE 0.
001250 01  WS-DEPT-COUNT                     PIC 9(05).
001260 01  WS-DEPT-SALARY                    PIC 9(09)V99.
001270 01  WS-DEPT-RAISE                     PIC 9(09)V99.
001280 01  WS-DEPT-ANNUAL                    PIC 9(09)V99.
001290 01  WS-GRAND-COUNT                    PIC 9(05) VALUE 0.
001300 01  WS-GRAND-SALARY                   PIC 9(09)V99 VALUE 0.
001310 01  WS-GRAND-RAISE                    PIC 9(09)V99 VALUE 0.
001320 01  WS-GRAND-ANNUAL                   PIC 9(09)V99 VALUE 0.
001330 01  WS-DETAIL-LINE.
001340     05  WS-DL-ID                       PIC 9(06).
001350     05  FILLER                         PIC X(01) VALUE SPACES.
001360     05  WS-DL-NAME                     PIC X(16).
001370     05  FILLER                         PIC X(01) VALUE SPACES.
001380     05  WS-DL-RATING                   PIC 9(01).
001390     05  FILLER                         PIC X(01) VALUE SPACES.
001400     05  WS-DL-BAND                     PIC 9(01).
001410     05  FILLER                         PIC X(01) VALUE SPACES.
001420     05  WS-DL-SALARY                   PIC ZZZZZZ9.99.
001430     05  FILLER                         PIC X(01) VALUE SPACES.
001440     05  WS-DL-PCT                      PIC Z9.99.
001450     05  FILLER                         PIC X(01) VALUE SPACES.
001460     05  WS-DL-NEW-SALARY               PIC ZZZZZZ9.99.
001470     05  FILLER                         PIC X(01) VALUE SPACES.
001480     05  WS-DL-RAISE                    PIC ZZZZZZ9.99.
001490     05  FILLER                         PIC X(01) VALUE SPACES.
001500     05  WS-DL-STATUS                   PIC X(04).
001510 01  WS-TOTAL-LINE.
001520     05  WS-TL-LABEL                    PIC X(23).
001530     05  WS-TL-COUNT                    PIC ZZZ9.
001540     05  FILLER                         PIC X(02) VALUE SPACES.
001550     05  WS-TL-SALARY                   PIC ZZZZZZZZ9.99.
001560     05  FILLER                         PIC X(01) VALUE SPACES.
001570     05  WS-TL-RAISE                    PIC ZZZZZZZZ9.99.
001580     05  FILLER                         PIC X(01) VALUE SPACES.
001590     05  WS-TL-ANNUAL                   PIC ZZZZZZZZ9.99.
001600 COPY HRLIMIT.
001610
001620 PROCEDURE DIVISION.
001630*****************************************************************
001640*    0000-MAINLINE - BATCH JOB ENTRY POINT.                     *
001650*****************************************************************
001660 0000-MAINLINE.
001670     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001680     SORT MERIT-SORT-FILE
001690         ON ASCENDING KEY MSW-DEPT MSW-EMPLOYEE-ID
001700         INPUT PROCEDURE IS 2000-PRICE-RAISES THRU 2000-EXIT
001710         OUTPUT PROCEDURE IS 3000-PRINT-BUDGET THRU 3000-EXIT.
001720     PERFORM 9000-TERMINATION THRU 9000-EXIT.
001730     STOP RUN.
001740
001750*****************************************************************
001760*    1000-INITIALIZE - ASK THE REVIEW YEAR, EFFECTIVE DATE,     *
001770*    OPERATOR AND MODE, OPEN FILES, LOAD THE PENDING CHANGES    *
001780*    AND PRINT THE REPORT HEADER.                               *
001790*****************************************************************
001800 1000-INITIALIZE.
001810     ACCEPT WS-CURRENT-DATE-NUM FROM DATE YYYYMMDD.
001820     DISPLAY 'TAHUN PENILAIAN (YYYY): '.
001830     ACCEPT WS-REVIEW-YEAR.
001840     DISPLAY 'TANGGAL EFEKTIF KENAIKAN (YYYY MM DD): '.
001850     ACCEPT WS-EFF-YEAR.
001860     ACCEPT WS-EFF-MONTH.
001870     ACCEPT WS-EFF-DAY.
001880     IF WS-EFF-MONTH < 1 OR WS-EFF-MONTH > 12
001890         OR WS-EFF-DAY < 1 OR WS-EFF-DAY > 31
001900         DISPLAY 'TANGGAL EFEKTIF TIDAK VALID.'
001910         STOP RUN
001920     END-IF.
001930     IF WS-EFFECTIVE-DATE-NUM NOT > WS-CURRENT-DATE-NUM
001940         DISPLAY 'TANGGAL EFEKTIF HARUS SETELAH HARI INI.'
001950         STOP RUN
001960     END-IF.
001970     DISPLAY 'ID OPERATOR: '.
001980     ACCEPT WS-OPERATOR-ID.
001990     MOVE FUNCTION UPPER-CASE(WS-OPERATOR-ID) TO WS-OPERATOR-ID.
002000     IF WS-OPERATOR-ID = SPACES
002010         MOVE 'MERIT' TO WS-OPERATOR-ID
002020     END-IF.
002030     DISPLAY 'MODE (P = USULAN SAJA, T = TULIS KENAIKAN): '.
002040     ACCEPT WS-RUN-MODE.
002050     MOVE FUNCTION UPPER-CASE(WS-RUN-MODE) TO WS-RUN-MODE.
002060     IF NOT WS-PROPOSAL-ONLY AND NOT WS-WRITE-RAISES
002070         DISPLAY 'MODE TIDAK VALID.'
002080         STOP RUN
002090     END-IF.
002100     IF WS-WRITE-RAISES
002110         OPEN I-O APPRAISAL-FILE
002120     ELSE
002130         OPEN INPUT APPRAISAL-FILE
002140     END-IF.
002150     IF WS-APPR-FILE-STATUS NOT = '00'
002160         DISPLAY 'APPRAISL TIDAK DAPAT DIBUKA, STATUS '
002170             WS-APPR-FILE-STATUS
002180         STOP RUN
002190     END-IF.
002200     OPEN INPUT EMPLOYEE-FILE.
002210     IF WS-EMP-FILE-STATUS NOT = '00'
002220         DISPLAY 'EMPFILE TIDAK DAPAT DIBUKA, STATUS '
002230             WS-EMP-FILE-STATUS
002240         STOP RUN
002250     END-IF.
002260     OPEN INPUT POSITION-FILE.
002270     IF WS-POS-FILE-STATUS NOT = '00'
002280         DISPLAY 'POSFILE TIDAK DAPAT DIBUKA, STATUS '
002290             WS-POS-FILE-STATUS
002300         STOP RUN
002310     END-IF.
002320     OPEN I-O PENDING-CHANGE-FILE.
002330     IF WS-PEND-FILE-STATUS NOT = '00'
002340         OPEN OUTPUT PENDING-CHANGE-FILE
002350         CLOSE PENDING-CHANGE-FILE
002360         OPEN I-O PENDING-CHANGE-FILE
002370     END-IF.
002380     PERFORM 1100-LOAD-PENDING-ONE THRU 1100-EXIT
002390         UNTIL WS-END-OF-PEND-FILE.
002400     ADD 1 TO WS-NEXT-PEND-ID.
002410     IF WS-ID-TABLE-OVERFLOWED
002420         DISPLAY 'PERINGATAN: LEBIH DARI 1000 PERUBAHAN '
002430             'TERTUNDA, TIDAK ADA KENAIKAN YANG DITULIS.'
002440     END-IF.
002450     OPEN OUTPUT MERIT-REPORT-FILE.
002460     MOVE 'LAPORAN ANGGARAN KENAIKAN GAJI MERIT'
002470         TO MERIT-REPORT-LINE.
002480     WRITE MERIT-REPORT-LINE.
002490     MOVE SPACES TO MERIT-REPORT-LINE.
002500     STRING 'TAHUN PENILAIAN: ' WS-REVIEW-YEAR
002510         '   EFEKTIF: ' WS-EFF-DAY '-' WS-EFF-MONTH '-'
002520         WS-EFF-YEAR
002530         '   TANGGAL JALAN: ' WS-DAY '-' WS-MONTH '-' WS-YEAR
002540         DELIMITED BY SIZE INTO MERIT-REPORT-LINE.
002550     WRITE MERIT-REPORT-LINE.
002560     MOVE SPACES TO MERIT-REPORT-LINE.
002570     IF WS-WRITE-RAISES
002580         STRING 'MODE T - KENAIKAN DITULIS KE PENDFILE OLEH '
002590             WS-OPERATOR-ID
002600             DELIMITED BY SIZE INTO MERIT-REPORT-LINE
002610     ELSE
002620         STRING 'MODE P - USULAN UNTUK PERSETUJUAN HR, BELUM '
002630             'ADA KENAIKAN YANG DITULIS'
002640             DELIMITED BY SIZE INTO MERIT-REPORT-LINE
002650     END-IF.
002660     WRITE MERIT-REPORT-LINE.
002670     MOVE SPACES TO MERIT-REPORT-LINE.
002680     STRING 'N = NILAI; B = POSISI DALAM GOLONGAN (1 BAWAH, '
002690         '2 TENGAH, 3 ATAS)'
002700         DELIMITED BY SIZE INTO MERIT-REPORT-LINE.
002710     WRITE MERIT-REPORT-LINE.
002720     MOVE SPACES TO MERIT-REPORT-LINE.
002730     STRING 'CAP = DIBATASI MAKS GOLONGAN; MAKS = SUDAH DI '
002740         'MAKS; TND = ADA PERUBAHAN TERTUNDA;'
002750         DELIMITED BY SIZE INTO MERIT-REPORT-LINE.
002760     WRITE MERIT-REPORT-LINE.
002770     MOVE SPACES TO MERIT-REPORT-LINE.
002780     STRING 'JDW = SUDAH DIJADWALKAN; POS = JABATAN TIDAK ADA '
002790         'DI POSFILE;'
002800         DELIMITED BY SIZE INTO MERIT-REPORT-LINE.
002810     WRITE MERIT-REPORT-LINE.
002820     MOVE SPACES TO MERIT-REPORT-LINE.
002830     STRING 'MIN = MASIH DI BAWAH MIN GOLONGAN, TIDAK DITULIS'
002840         DELIMITED BY SIZE INTO MERIT-REPORT-LINE.
002850     WRITE MERIT-REPORT-LINE.
002860     MOVE SPACES TO MERIT-REPORT-LINE.
002870     WRITE MERIT-REPORT-LINE.
002880     MOVE SPACES TO MERIT-REPORT-LINE.
002890     STRING 'ID     NAMA             N B       GAJI     % '
002900         ' GAJI BARU   KENAIKAN STAT'
002910         DELIMITED BY SIZE INTO MERIT-REPORT-LINE.
002920     WRITE MERIT-REPORT-LINE.
002930 1000-EXIT.
002940     EXIT.
002950
002960*****************************************************************
002970*    1100-LOAD-PENDING-ONE - NOTE THE HIGHEST PEND-ID ON FILE   *
002980*    AND EVERY EMPLOYEE WITH A CHANGE STILL PENDING.            *
002990*****************************************************************
003000 1100-LOAD-PENDING-ONE.
003010     READ PENDING-CHANGE-FILE NEXT RECORD
003020         AT END
003030             SET WS-END-OF-PEND-FILE TO TRUE
003040             GO TO 1100-EXIT
003050     END-READ.
003060     IF PEND-ID > WS-NEXT-PEND-ID
003070         MOVE PEND-ID TO WS-NEXT-PEND-ID
003080     END-IF.
003090     IF NOT PEND-PENDING
003100         GO TO 1100-EXIT
003110     END-IF.
003120     IF WS-PID-USED < 1000
003130         ADD 1 TO WS-PID-USED
003140         MOVE PEND-EMPLOYEE-ID TO WS-PID(WS-PID-USED)
003150     ELSE
003160         SET WS-ID-TABLE-OVERFLOWED TO TRUE
003170     END-IF.
003180 1100-EXIT.
003190     EXIT.
003200
003210*****************************************************************
003220*    2000-PRICE-RAISES - SORT INPUT PROCEDURE. PRICE EVERY      *
003230*    FINAL APPRAISAL OF THE REVIEW YEAR.                        *
003240*****************************************************************
003250 2000-PRICE-RAISES.
003260     PERFORM 2100-PRICE-ONE-APPRAISAL THRU 2100-EXIT
003270         UNTIL WS-END-OF-APPR-FILE.
003280 2000-EXIT.
003290     EXIT.
003300
003310*****************************************************************
003320*    2100-PRICE-ONE-APPRAISAL - DRAFTS ARE ONLY COUNTED AND     *
003330*    EMPLOYEES NO LONGER ACTIVE ARE SKIPPED. A RAISE ALREADY    *
003340*    SCHEDULED BY AN EARLIER RUN IS REPORTED AS IT WAS          *
003350*    SCHEDULED; ANY OTHER IS PRICED AND, IN MODE T, WRITTEN.    *
003360*****************************************************************
003370 2100-PRICE-ONE-APPRAISAL.
003380     READ APPRAISAL-FILE NEXT RECORD
003390         AT END
003400             SET WS-END-OF-APPR-FILE TO TRUE
003410             GO TO 2100-EXIT
003420     END-READ.
003430     IF APPR-REVIEW-YEAR NOT = WS-REVIEW-YEAR
003440         GO TO 2100-EXIT
003450     END-IF.
003460     ADD 1 TO WS-READ-COUNT.
003470     IF NOT APPR-FINAL
003480         ADD 1 TO WS-DRAFT-COUNT
003490         GO TO 2100-EXIT
003500     END-IF.
003510     MOVE APPR-EMPLOYEE-ID TO EMPLOYEE-ID.
003520     READ EMPLOYEE-FILE
003530         INVALID KEY
003540             ADD 1 TO WS-NOT-ACTIVE-COUNT
003550             GO TO 2100-EXIT
003560     END-READ.
003570     IF NOT EMPLOYEE-ACTIVE
003580         ADD 1 TO WS-NOT-ACTIVE-COUNT
003590         GO TO 2100-EXIT
003600     END-IF.
003610     MOVE 0 TO WS-MR-BAND.
003620     MOVE 0 TO WS-MR-PCT.
003630     IF APPR-MERIT-PEND-ID NOT = ZERO
003640         MOVE APPR-MERIT-NEW-SALARY TO WS-MR-NEW-SALARY
003650         MOVE 'JDW' TO WS-MR-STATUS
003660         ADD 1 TO WS-SCHEDULED-COUNT
003670     ELSE
003680         PERFORM 2200-COMPUTE-RAISE THRU 2200-EXIT
003690     END-IF.
003700     IF WS-MR-NEW-SALARY > EMPLOYEE-SALARY
003710         COMPUTE WS-MR-RAISE = WS-MR-NEW-SALARY - EMPLOYEE-SALARY
003720     ELSE
003730         MOVE 0 TO WS-MR-RAISE
003740     END-IF.
003750     IF WS-WRITE-RAISES AND WS-MR-STATUS NOT = 'JDW'
003760         AND WS-MR-STATUS NOT = 'TND' AND WS-MR-STATUS NOT = 'MIN'
003770         AND WS-MR-RAISE > 0
003780         PERFORM 2400-SCHEDULE-RAISE THRU 2400-EXIT
003790     END-IF.
003800     MOVE EMPLOYEE-DEPT TO MSW-DEPT.
003810     IF MSW-DEPT = SPACES
003820         MOVE '*TIDAK ADA' TO MSW-DEPT
003830     END-IF.
003840     MOVE APPR-EMPLOYEE-ID TO MSW-EMPLOYEE-ID.
003850     MOVE EMPLOYEE-NAME TO MSW-EMPLOYEE-NAME.
003860     MOVE APPR-RATING TO MSW-RATING.
003870     MOVE WS-MR-BAND TO MSW-BAND.
003880     MOVE EMPLOYEE-SALARY TO MSW-SALARY.
003890     MOVE WS-MR-PCT TO MSW-PCT.
003900     MOVE WS-MR-NEW-SALARY TO MSW-NEW-SALARY.
003910     MOVE WS-MR-RAISE TO MSW-RAISE.
003920     MOVE WS-MR-STATUS TO MSW-STATUS.
003930     RELEASE MERIT-SORT-RECORD.
003940 2100-EXIT.
003950     EXIT.
003960
003970*****************************************************************
003980*    2200-COMPUTE-RAISE - LOCATE THE SALARY IN ITS GRADE, LOOK  *
003990*    UP THE MERIT PERCENTAGE AND CAP THE NEW SALARY AT THE      *
004000*    GRADE MAXIMUM. A SALARY ALREADY AT OR ABOVE THE MAXIMUM    *
004010*    GETS NO RAISE. A POSITION NOT ON POSFILE CANNOT BE PRICED. *
004020*****************************************************************
004030 2200-COMPUTE-RAISE.
004040     MOVE SPACES TO WS-MR-STATUS.
004050     MOVE EMPLOYEE-SALARY TO WS-MR-NEW-SALARY.
004060     MOVE EMPLOYEE-POSITION TO POS-CODE.
004070     READ POSITION-FILE
004080         INVALID KEY
004090             MOVE 'POS' TO WS-MR-STATUS
004100             ADD 1 TO WS-NO-POS-COUNT
004110             GO TO 2200-EXIT
004120     END-READ.
004130     MOVE 2 TO WS-MR-BAND.
004140     IF POS-SALARY-MAX > POS-SALARY-MIN
004150         COMPUTE WS-MR-GRADE-PCT =
004160             (EMPLOYEE-SALARY - POS-SALARY-MIN) * 100
004170             / (POS-SALARY-MAX - POS-SALARY-MIN)
004180         IF WS-MR-GRADE-PCT < HR-MERIT-LOWER-BAND-PCT
004190             MOVE 1 TO WS-MR-BAND
004200         END-IF
004210         IF WS-MR-GRADE-PCT NOT < HR-MERIT-UPPER-BAND-PCT
004220             MOVE 3 TO WS-MR-BAND
004230         END-IF
004240     END-IF.
004250     MOVE HR-MERIT-PCT(APPR-RATING, WS-MR-BAND) TO WS-MR-PCT.
004260     IF EMPLOYEE-SALARY NOT < POS-SALARY-MAX
004270         MOVE 'MAKS' TO WS-MR-STATUS
004280         GO TO 2250-CHECK-PENDING
004290     END-IF.
004300     COMPUTE WS-MR-NEW-SALARY ROUNDED =
004310         EMPLOYEE-SALARY + (EMPLOYEE-SALARY * WS-MR-PCT / 100).
004320     IF WS-MR-NEW-SALARY > POS-SALARY-MAX
004330         MOVE POS-SALARY-MAX TO WS-MR-NEW-SALARY
004340         MOVE 'CAP' TO WS-MR-STATUS
004350         ADD 1 TO WS-CAPPED-COUNT
004360     END-IF.
004370     IF WS-MR-NEW-SALARY < POS-SALARY-MIN
004380         MOVE 'MIN' TO WS-MR-STATUS
004390         ADD 1 TO WS-BELOW-MIN-COUNT
004400         GO TO 2200-EXIT
004410     END-IF.
004420 2250-CHECK-PENDING.
004430     MOVE 'N' TO WS-ID-FOUND-SW.
004440     IF WS-ID-TABLE-OVERFLOWED
004450         SET WS-ID-IS-PENDING TO TRUE
004460     END-IF.
004470     IF WS-PID-USED > 0
004480         PERFORM 2310-MATCH-PENDING-ID THRU 2310-EXIT
004490             VARYING WS-ID-IX FROM 1 BY 1
004500             UNTIL WS-ID-IX > WS-PID-USED
004510     END-IF.
004520     IF WS-ID-IS-PENDING AND WS-MR-NEW-SALARY > EMPLOYEE-SALARY
004530         MOVE 'TND' TO WS-MR-STATUS
004540         ADD 1 TO WS-HELD-COUNT
004550     END-IF.
004560 2200-EXIT.
004570     EXIT.
004580
004590 2310-MATCH-PENDING-ID.
004600     IF WS-PID(WS-ID-IX) = EMPLOYEE-ID
004610         SET WS-ID-IS-PENDING TO TRUE
004620     END-IF.
004630 2310-EXIT.
004640     EXIT.
004650
004660*****************************************************************
004670*    2400-SCHEDULE-RAISE - WRITE THE RAISE AS A PENDING CHANGE  *
004680*    CARRYING THE CURRENT MASTER FIELDS AND THE NEW SALARY,     *
004690*    THEN STAMP IT ON THE APPRAISAL.                            *
004700*****************************************************************
004710 2400-SCHEDULE-RAISE.
004720     MOVE WS-NEXT-PEND-ID TO PEND-ID.
004730     MOVE APPR-EMPLOYEE-ID TO PEND-EMPLOYEE-ID.
004740     MOVE WS-EFFECTIVE-DATE-NUM TO PEND-EFFECTIVE-DATE.
004750     MOVE EMPLOYEE-NAME TO PEND-NEW-NAME.
004760     MOVE EMPLOYEE-DEPT TO PEND-NEW-DEPT.
004770     MOVE EMPLOYEE-POSITION TO PEND-NEW-POSITION.
004780     MOVE WS-MR-NEW-SALARY TO PEND-NEW-SALARY.
004790     MOVE EMPLOYEE-MANAGER-ID TO PEND-NEW-MANAGER-ID.
004800     SET PEND-PENDING TO TRUE.
004810     SET PEND-TYPE-UPDATE TO TRUE.
004820     MOVE WS-OPERATOR-ID TO PEND-ENTERED-BY.
004830     MOVE WS-CURRENT-DATE-NUM TO PEND-ENTERED-DATE.
004840     MOVE ZERO TO PEND-DECIDED-DATE.
004850     MOVE SPACES TO PEND-REASON.
004860     STRING 'KENAIKAN MERIT ' APPR-REVIEW-YEAR ' NILAI '
004870         APPR-RATING
004880         DELIMITED BY SIZE INTO PEND-REASON.
004890     WRITE PENDING-CHANGE-RECORD
004900         INVALID KEY
004910             DISPLAY 'GAGAL MENULIS KENAIKAN KARYAWAN '
004920                 APPR-EMPLOYEE-ID ', STATUS '
004930                 WS-PEND-FILE-STATUS
004940             ADD 1 TO WS-WRITE-ERROR-COUNT
004950             GO TO 2400-EXIT
004960     END-WRITE.
004970     ADD 1 TO WS-NEXT-PEND-ID.
004980     ADD 1 TO WS-WRITTEN-COUNT.
004990     MOVE PEND-ID TO APPR-MERIT-PEND-ID.
005000     MOVE WS-MR-NEW-SALARY TO APPR-MERIT-NEW-SALARY.
005010     REWRITE APPRAISAL-RECORD
005020         INVALID KEY
005030             DISPLAY 'GAGAL MENANDAI PENILAIAN KARYAWAN '
005040                 APPR-EMPLOYEE-ID ', STATUS '
005050                 WS-APPR-FILE-STATUS
005060             ADD 1 TO WS-WRITE-ERROR-COUNT
005070     END-REWRITE.
005080 2400-EXIT.
005090     EXIT.
005100
005110*****************************************************************
005120*    3000-PRINT-BUDGET - SORT OUTPUT PROCEDURE. PRINT THE       *
005130*    RAISES, WITH A COST SUBTOTAL EACH TIME THE DEPARTMENT      *
005140*    CHANGES. THE ANNUAL COST IS TWELVE MONTHLY RAISES.         *
005150*****************************************************************
005160 3000-PRINT-BUDGET.
005170     MOVE SPACES TO WS-CURRENT-DEPT.
005180     PERFORM 3300-CLEAR-DEPT-TOTALS THRU 3300-EXIT.
005190     MOVE 'N' TO WS-SORT-EOF-SW.
005200     PERFORM 3100-RETURN-AND-PRINT THRU 3100-EXIT
005210         UNTIL WS-SORT-EOF-SW = 'Y'.
005220     IF WS-DEPT-COUNT > 0
005230         PERFORM 3200-PRINT-DEPT-SUBTOTAL THRU 3200-EXIT
005240     END-IF.
005250 3000-EXIT.
005260     EXIT.
005270
005280 3100-RETURN-AND-PRINT.
005290     RETURN MERIT-SORT-FILE
005300         AT END
005310             MOVE 'Y' TO WS-SORT-EOF-SW
005320             GO TO 3100-EXIT
005330     END-RETURN.
005340     IF WS-CURRENT-DEPT NOT = SPACES AND
005350         MSW-DEPT NOT = WS-CURRENT-DEPT
005360         PERFORM 3200-PRINT-DEPT-SUBTOTAL THRU 3200-EXIT
005370     END-IF.
005380     IF MSW-DEPT NOT = WS-CURRENT-DEPT
005390         MOVE SPACES TO MERIT-REPORT-LINE
005400         STRING 'DEPARTEMEN: ' MSW-DEPT
005410             DELIMITED BY SIZE INTO MERIT-REPORT-LINE
005420         WRITE MERIT-REPORT-LINE
005430     END-IF.
005440     MOVE MSW-DEPT TO WS-CURRENT-DEPT.
005450     MOVE MSW-EMPLOYEE-ID TO WS-DL-ID.
005460     MOVE MSW-EMPLOYEE-NAME TO WS-DL-NAME.
005470     MOVE MSW-RATING TO WS-DL-RATING.
005480     MOVE MSW-BAND TO WS-DL-BAND.
005490     MOVE MSW-SALARY TO WS-DL-SALARY.
005500     MOVE MSW-PCT TO WS-DL-PCT.
005510     MOVE MSW-NEW-SALARY TO WS-DL-NEW-SALARY.
005520     MOVE MSW-RAISE TO WS-DL-RAISE.
005530     MOVE MSW-STATUS TO WS-DL-STATUS.
005540     WRITE MERIT-REPORT-LINE FROM WS-DETAIL-LINE.
005550     ADD 1 TO WS-DEPT-COUNT.
005560     ADD MSW-SALARY TO WS-DEPT-SALARY.
005570     ADD MSW-RAISE TO WS-DEPT-RAISE.
005580     COMPUTE WS-DEPT-ANNUAL = WS-DEPT-ANNUAL + (MSW-RAISE * 12).
005590     ADD 1 TO WS-GRAND-COUNT.
005600     ADD MSW-SALARY TO WS-GRAND-SALARY.
005610     ADD MSW-RAISE TO WS-GRAND-RAISE.
005620     COMPUTE WS-GRAND-ANNUAL = WS-GRAND-ANNUAL + (MSW-RAISE * 12).
005630 3100-EXIT.
005640     EXIT.
005650
005660 3200-PRINT-DEPT-SUBTOTAL.
005670     MOVE SPACES TO WS-TL-LABEL.
005680     STRING '  SUBTOTAL ' WS-CURRENT-DEPT
005690         DELIMITED BY SIZE INTO WS-TL-LABEL.
005700     MOVE WS-DEPT-COUNT TO WS-TL-COUNT.
005710     MOVE WS-DEPT-SALARY TO WS-TL-SALARY.
005720     MOVE WS-DEPT-RAISE TO WS-TL-RAISE.
005730     MOVE WS-DEPT-ANNUAL TO WS-TL-ANNUAL.
005740     WRITE MERIT-REPORT-LINE FROM WS-TOTAL-LINE.
005750     MOVE SPACES TO MERIT-REPORT-LINE.
005760     WRITE MERIT-REPORT-LINE.
005770     PERFORM 3300-CLEAR-DEPT-TOTALS THRU 3300-EXIT.
005780 3200-EXIT.
005790     EXIT.
005800
005810 3300-CLEAR-DEPT-TOTALS.
005820     MOVE 0 TO WS-DEPT-COUNT WS-DEPT-SALARY.
005830     MOVE 0 TO WS-DEPT-RAISE WS-DEPT-ANNUAL.
005840 3300-EXIT.
005850     EXIT.
005860
005870*****************************************************************
005880*    9000-TERMINATION - PRINT THE COMPANY TOTAL AND SUMMARY,    *
005890*    CLOSE FILES.                                               *
005900*****************************************************************
005910 9000-TERMINATION.
005920     MOVE SPACES TO MERIT-REPORT-LINE.
005930     STRING 'SUBTOTAL: JUMLAH, GAJI SAAT INI, KENAIKAN PER '
005940         'BULAN, BIAYA PER TAHUN'
005950         DELIMITED BY SIZE INTO MERIT-REPORT-LINE.
005960     WRITE MERIT-REPORT-LINE.
005970     MOVE 'TOTAL PERUSAHAAN' TO WS-TL-LABEL.
005980     MOVE WS-GRAND-COUNT TO WS-TL-COUNT.
005990     MOVE WS-GRAND-SALARY TO WS-TL-SALARY.
006000     MOVE WS-GRAND-RAISE TO WS-TL-RAISE.
006010     MOVE WS-GRAND-ANNUAL TO WS-TL-ANNUAL.
006020     WRITE MERIT-REPORT-LINE FROM WS-TOTAL-LINE.
006030     MOVE SPACES TO MERIT-REPORT-LINE.
006040     WRITE MERIT-REPORT-LINE.
006050     MOVE SPACES TO MERIT-REPORT-LINE.
006060     STRING 'PENILAIAN TAHUN INI          : ' WS-READ-COUNT
006070         DELIMITED BY SIZE INTO MERIT-REPORT-LINE.
006080     WRITE MERIT-REPORT-LINE.
006090     MOVE SPACES TO MERIT-REPORT-LINE.
006100     STRING 'MASIH DRAFT (TIDAK DIHITUNG) : ' WS-DRAFT-COUNT
006110         DELIMITED BY SIZE INTO MERIT-REPORT-LINE.
006120     WRITE MERIT-REPORT-LINE.
006130     MOVE SPACES TO MERIT-REPORT-LINE.
006140     STRING 'KARYAWAN TIDAK AKTIF         : '
006150         WS-NOT-ACTIVE-COUNT
006160         DELIMITED BY SIZE INTO MERIT-REPORT-LINE.
006170     WRITE MERIT-REPORT-LINE.
006180     MOVE SPACES TO MERIT-REPORT-LINE.
006190     STRING 'DI BAWAH MIN GOLONGAN        : '
006200         WS-BELOW-MIN-COUNT
006210         DELIMITED BY SIZE INTO MERIT-REPORT-LINE.
006220     WRITE MERIT-REPORT-LINE.
006230     MOVE SPACES TO MERIT-REPORT-LINE.
006240     STRING 'DIBATASI MAKS GOLONGAN       : ' WS-CAPPED-COUNT
006250         DELIMITED BY SIZE INTO MERIT-REPORT-LINE.
006260     WRITE MERIT-REPORT-LINE.
006270     MOVE SPACES TO MERIT-REPORT-LINE.
006280     STRING 'JABATAN TIDAK ADA DI POSFILE : ' WS-NO-POS-COUNT
006290         DELIMITED BY SIZE INTO MERIT-REPORT-LINE.
006300     WRITE MERIT-REPORT-LINE.
006310     MOVE SPACES TO MERIT-REPORT-LINE.
006320     STRING 'DITAHAN, ADA PERUBAHAN TUNDA : ' WS-HELD-COUNT
006330         DELIMITED BY SIZE INTO MERIT-REPORT-LINE.
006340     WRITE MERIT-REPORT-LINE.
006350     MOVE SPACES TO MERIT-REPORT-LINE.
006360     STRING 'SUDAH DIJADWALKAN SEBELUMNYA : '
006370         WS-SCHEDULED-COUNT
006380         DELIMITED BY SIZE INTO MERIT-REPORT-LINE.
006390     WRITE MERIT-REPORT-LINE.
006400     MOVE SPACES TO MERIT-REPORT-LINE.
006410     STRING 'KENAIKAN DITULIS KE PENDFILE : ' WS-WRITTEN-COUNT
006420         DELIMITED BY SIZE INTO MERIT-REPORT-LINE.
006430     WRITE MERIT-REPORT-LINE.
006440     MOVE SPACES TO MERIT-REPORT-LINE.
006450     STRING 'GAGAL DITULIS                : '
006460         WS-WRITE-ERROR-COUNT
006470         DELIMITED BY SIZE INTO MERIT-REPORT-LINE.
006480     WRITE MERIT-REPORT-LINE.
006490     CLOSE APPRAISAL-FILE.
006500     CLOSE EMPLOYEE-FILE.
006510     CLOSE POSITION-FILE.
006520     CLOSE PENDING-CHANGE-FILE.
006530     CLOSE MERIT-REPORT-FILE.
006540     DISPLAY 'MERIT-INCREASE-BATCH SELESAI. LIHAT MERITRPT.'.
006550 9000-EXIT.
006560     EXIT.
