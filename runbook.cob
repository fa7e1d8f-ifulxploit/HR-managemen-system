000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. RUN-HISTORY-REPORT.
000030 AUTHOR. SDM-APPLICATIONS-TEAM.
000040 INSTALLATION. HEAD-OFFICE-DATA-CENTER.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    PROGRAM   : RUN-HISTORY-REPORT (RUNBOOK.COB)                *
000090*    PURPOSE   : THE OPERATIONS SHIFT'S DAILY RUN BOOK          *
000100*                (RUNBOOK). FOR A GIVEN DAY (DEFAULT TODAY), IN *
000110*                THREE PARTS:                                   *
000120*                1. EVERY RUN-CONTROL EVENT LOGGED THAT DAY ON  *
000130*                   THE RUN HISTORY (RUNHIST) - STARTS, ENDS    *
000140*                   WITH THEIR CONTROL TOTALS, REFUSALS WITH    *
000150*                   THEIR REASON, AND RERUN AUTHORIZATIONS.     *
000160*                2. FOR EVERY JOB UNDER RUN CONTROL, ITS LATEST *
000170*                   RUN ON THE RUN-CONTROL FILE (RUNCTL), WITH  *
000180*                   A FLAG WHEN A MONTHLY JOB HAS NOT YET       *
000190*                   COMPLETED THE MONTH, A DAILY JOB HAS NOT    *
000200*                   CAUGHT UP TO THE DAY BEFORE, OR THE LATEST  *
000210*                   RUN NEVER REACHED ITS END.                  *
000220*                3. WHETHER THE PREVIOUS AND CURRENT MONTHS     *
000230*                   HAVE BEEN CLOSED.                           *
000240*                REPORT ONLY - NOTHING IS UPDATED.              *
000250*                                                                *
000260*    MODIFICATION HISTORY.                                      *
000270*    DATE        INIT   DESCRIPTION                             *
000280*    ----------  -----  ------------------------------------    *
000290*    2026-10-15  AGT    INITIAL VERSION.                        *
000300*****************************************************************
000310
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     COPY RUNCSEL.
000360     COPY RUNHSEL.
000370     COPY RBKSEL.
000380
000390 DATA DIVISION.
000400 FILE SECTION.
000410 FD  RUN-CONTROL-FILE.
000420     COPY RUNCREC.
000430
000440 FD  RUN-HISTORY-FILE.
000450     COPY RUNHREC.
000460
000470 FD  RUN-BOOK-REPORT-FILE.
000480 01  RUN-BOOK-REPORT-LINE             PIC X(80).
000490
000500 WORKING-STORAGE SECTION.
000510 01  WS-CURRENT-DATE-NUM              PIC 9(08).
000520 01  WS-CURRENT-DATE REDEFINES WS-CURRENT-DATE-NUM.
000530     05  WS-YEAR                       PIC 9(04).
000540     05  WS-MONTH                      PIC 99.
000550     05  WS-DAY                        PIC 99.
000560 01  WS-RUNC-FILE-STATUS               PIC X(02).
000570 01  WS-RUNH-FILE-STATUS               PIC X(02).
000580 01  WS-RBK-FILE-STATUS                PIC X(02).
000590 01  WS-BOOK-DATE-NUM                  PIC 9(08) VALUE 0.
000600 01  WS-BOOK-DATE REDEFINES WS-BOOK-DATE-NUM.
000610     05  WS-BOOK-YEAR                  PIC 9(04).
000620     05  WS-BOOK-MONTH                 PIC 9(02).
000630     05  WS-BOOK-DAY                   PIC 9(02).
000640*    THE DAY BEFORE THE BOOK DATE - A DAILY JOB IS CAUGHT UP
000650*    ONCE IT HAS COMPLETED THAT DAY OR A LATER ONE.
000660 01  WS-PREV-DATE-NUM                  PIC 9(08) VALUE 0.
000670 01  WS-BOOK-MONTH-NUM                 PIC 9(08) VALUE 0.
000680 01  WS-BOOK-MONTH-PARTS REDEFINES WS-BOOK-MONTH-NUM.
000690     05  WS-BM-YEAR                    PIC 9(04).
000700     05  WS-BM-MONTH                   PIC 9(02).
000710     05  WS-BM-DAY                     PIC 9(02).
000720 01  WS-CHECK-MONTH-NUM                PIC 9(08) VALUE 0.
000730 01  WS-CHECK-MONTH-PARTS REDEFINES WS-CHECK-MONTH-NUM.
000740     05  WS-CM-YEAR                    PIC 9(04).
000750     05  WS-CM-MONTH                   PIC 9(02).
000760     05  WS-CM-DAY                     PIC 9(02).
000770 01  WS-RUNH-EOF-SW                    PIC X(01) VALUE 'N'.
000780     88  WS-END-OF-RUN-HISTORY         VALUE 'Y'.
000790 01  WS-RUNH-OPEN-SW                   PIC X(01) VALUE 'N'.
000800     88  WS-RUN-HISTORY-OPEN           VALUE 'Y'.
000810 01  WS-RUNC-OPEN-SW                   PIC X(01) VALUE 'N'.
000820     88  WS-RUN-CONTROL-OPEN           VALUE 'Y'.
000830 01  WS-JOB-SCAN-SW                    PIC X(01) VALUE 'N'.
000840     88  WS-END-OF-JOB-SCAN            VALUE 'Y'.
000850 01  WS-LATEST-FOUND-SW                PIC X(01) VALUE 'N'.
000860     88  WS-LATEST-FOUND               VALUE 'Y'.
000870 01  WS-EVENT-COUNT                    PIC 9(05) VALUE 0.
000880 01  WS-REFUSED-COUNT                  PIC 9(05) VALUE 0.
000890 01  WS-FLAG-COUNT                     PIC 9(05) VALUE 0.
000900 01  WS-LAST-COMPLETED                 PIC 9(08) VALUE 0.
000910 01  WS-LATEST-RECORD                  PIC X(120).
000920 77  WS-JX                             PIC S9(04) COMP VALUE 0.
000930     COPY RUNJOBS.
000940 01  WS-EVENT-LINE.
000950     05  WS-EL-TIME                     PIC 9(06).
000960     05  FILLER                         PIC X(02) VALUE SPACES.
000970     05  WS-EL-JOB                      PIC X(08).
000980     05  FILLER                         PIC X(02) VALUE SPACES.
000990     05  WS-EL-PERIOD                   PIC 9(08).
001000     05  FILLER                         PIC X(02) VALUE SPACES.
001010     05  WS-EL-EVENT                    PIC X(09).
001020     05  FILLER                         PIC X(01) VALUE SPACES.
001030     05  WS-EL-OPERATOR                 PIC X(08).
001040     05  FILLER                         PIC X(01) VALUE SPACES.
001050     05  WS-EL-COUNT                    PIC ZZZZZZ9.
001060     05  FILLER                         PIC X(01) VALUE SPACES.
001070     05  WS-EL-AMOUNT                   PIC -ZZZZZZZZZZZ9.99.
001080 01  WS-JOB-LINE.
001090     05  WS-JL-JOB                      PIC X(08).
001100     05  FILLER                         PIC X(02) VALUE SPACES.
001110     05  WS-JL-TYPE                     PIC X(07).
001120     05  FILLER                         PIC X(01) VALUE SPACES.
001130     05  WS-JL-PERIOD                   PIC 9(08).
001140     05  FILLER                         PIC X(02) VALUE SPACES.
001150     05  WS-JL-STATUS                   PIC X(07).
001160     05  FILLER                         PIC X(01) VALUE SPACES.
001170     05  WS-JL-END-DATE                 PIC 9(08).
001180     05  FILLER                         PIC X(01) VALUE SPACES.
001190     05  WS-JL-OPERATOR                 PIC X(08).
001200     05  FILLER                         PIC X(01) VALUE SPACES.
001210     05  WS-JL-FLAG                     PIC X(21).
001220
001230 PROCEDURE DIVISION.
001240*****************************************************************
001250*    0000-MAINLINE - BATCH JOB ENTRY POINT.                     *
001260*****************************************************************
001270 0000-MAINLINE.
001280     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001290     PERFORM 2000-LIST-ONE-EVENT THRU 2000-EXIT
001300         UNTIL WS-END-OF-RUN-HISTORY.
001310     PERFORM 3000-JOB-STATUS THRU 3000-EXIT.
001320     PERFORM 4000-CLOSE-STATUS THRU 4000-EXIT.
001330     PERFORM 9000-TERMINATION THRU 9000-EXIT.
001340     STOP RUN.
001350
001360*****************************************************************
001370*    1000-INITIALIZE - ASK THE DAY TO REPORT, OPEN FILES AND    *
001380*    PRINT THE REPORT HEADER. A RUN HISTORY OR RUN-CONTROL FILE *
001390*    THAT HAS NEVER BEEN CREATED YET MEANS NO JOB HAS RUN.      *
001400*****************************************************************
001410 1000-INITIALIZE.
001420     ACCEPT WS-CURRENT-DATE-NUM FROM DATE YYYYMMDD.
001430     DISPLAY 'TANGGAL BUKU RUN (YYYYMMDD, 0 = HARI INI): '.
001440     ACCEPT WS-BOOK-DATE-NUM.
001450     IF WS-BOOK-DATE-NUM = 0
001460         MOVE WS-CURRENT-DATE-NUM TO WS-BOOK-DATE-NUM
001470     END-IF.
001480     IF FUNCTION INTEGER-OF-DATE(WS-BOOK-DATE-NUM) = 0
001490         DISPLAY 'TANGGAL TIDAK VALID, PROGRAM DIHENTIKAN.'
001500         STOP RUN
001510     END-IF.
001520     COMPUTE WS-PREV-DATE-NUM = FUNCTION DATE-OF-INTEGER
001530         (FUNCTION INTEGER-OF-DATE(WS-BOOK-DATE-NUM) - 1).
001540     MOVE WS-BOOK-DATE-NUM TO WS-BOOK-MONTH-NUM.
001550     MOVE 0 TO WS-BM-DAY.
001560     OPEN INPUT RUN-HISTORY-FILE.
001570     IF WS-RUNH-FILE-STATUS = '00'
001580         SET WS-RUN-HISTORY-OPEN TO TRUE
001590     ELSE
001600         SET WS-END-OF-RUN-HISTORY TO TRUE
001610     END-IF.
001620     OPEN INPUT RUN-CONTROL-FILE.
001630     IF WS-RUNC-FILE-STATUS = '00'
001640         SET WS-RUN-CONTROL-OPEN TO TRUE
001650     END-IF.
001660     OPEN OUTPUT RUN-BOOK-REPORT-FILE.
001670     MOVE 'BUKU RUN HARIAN BATCH' TO RUN-BOOK-REPORT-LINE.
001680     WRITE RUN-BOOK-REPORT-LINE.
001690     MOVE SPACES TO RUN-BOOK-REPORT-LINE.
001700     STRING 'TANGGAL BUKU: ' WS-BOOK-DAY '-' WS-BOOK-MONTH '-'
001710         WS-BOOK-YEAR '   TANGGAL CETAK: ' WS-DAY '-' WS-MONTH
001720         '-' WS-YEAR
001730         DELIMITED BY SIZE INTO RUN-BOOK-REPORT-LINE.
001740     WRITE RUN-BOOK-REPORT-LINE.
001750     MOVE SPACES TO RUN-BOOK-REPORT-LINE.
001760     WRITE RUN-BOOK-REPORT-LINE.
001770     MOVE '1. KEJADIAN RUN HARI INI' TO RUN-BOOK-REPORT-LINE.
001780     WRITE RUN-BOOK-REPORT-LINE.
001790     MOVE SPACES TO RUN-BOOK-REPORT-LINE.
001800     STRING 'JAM     JOB       PERIODE   KEJADIAN  OPERATOR '
001810         ' JUMLAH            NILAI'
001820         DELIMITED BY SIZE INTO RUN-BOOK-REPORT-LINE.
001830     WRITE RUN-BOOK-REPORT-LINE.
001840 1000-EXIT.
001850     EXIT.
001860
001870*****************************************************************
001880*    2000-LIST-ONE-EVENT - READ THE NEXT RUN HISTORY EVENT AND, *
001890*    IF IT WAS LOGGED ON THE BOOK DATE, PRINT IT WITH ITS       *
001900*    MESSAGE BENEATH.                                           *
001910*****************************************************************
001920 2000-LIST-ONE-EVENT.
001930     READ RUN-HISTORY-FILE
001940         AT END
001950             SET WS-END-OF-RUN-HISTORY TO TRUE
001960             GO TO 2000-EXIT
001970     END-READ.
001980     IF RH-DATE NOT = WS-BOOK-DATE-NUM
001990         GO TO 2000-EXIT
002000     END-IF.
002010     ADD 1 TO WS-EVENT-COUNT.
002020     MOVE RH-TIME TO WS-EL-TIME.
002030     MOVE RH-JOB-NAME TO WS-EL-JOB.
002040     MOVE RH-PERIOD TO WS-EL-PERIOD.
002050     MOVE SPACES TO WS-EL-EVENT.
002060     IF RH-STARTED
002070         MOVE 'MULAI' TO WS-EL-EVENT
002080     END-IF.
002090     IF RH-ENDED
002100         MOVE 'SELESAI' TO WS-EL-EVENT
002110     END-IF.
002120     IF RH-REFUSED
002130         MOVE 'DITOLAK' TO WS-EL-EVENT
002140         ADD 1 TO WS-REFUSED-COUNT
002150     END-IF.
002160     IF RH-RERUN-AUTHORIZED
002170         MOVE 'OTORISASI' TO WS-EL-EVENT
002180     END-IF.
002190     MOVE RH-OPERATOR TO WS-EL-OPERATOR.
002200     MOVE RH-RECORD-COUNT TO WS-EL-COUNT.
002210     MOVE RH-AMOUNT-TOTAL TO WS-EL-AMOUNT.
002220     MOVE WS-EVENT-LINE TO RUN-BOOK-REPORT-LINE.
002230     WRITE RUN-BOOK-REPORT-LINE.
002240     IF RH-MESSAGE NOT = SPACES
002250         MOVE SPACES TO RUN-BOOK-REPORT-LINE
002260         STRING '        ' RH-MESSAGE
002270             DELIMITED BY SIZE INTO RUN-BOOK-REPORT-LINE
002280         WRITE RUN-BOOK-REPORT-LINE
002290     END-IF.
002300 2000-EXIT.
002310     EXIT.
002320
002330*****************************************************************
002340*    3000-JOB-STATUS - CLOSE OFF THE EVENT LIST, THEN PRINT THE *
002350*    LATEST RUN OF EVERY JOB ON THE JOB TABLE.                  *
002360*****************************************************************
002370 3000-JOB-STATUS.
002380     IF WS-EVENT-COUNT = 0
002390         MOVE '  TIDAK ADA KEJADIAN RUN PADA TANGGAL INI.'
002400             TO RUN-BOOK-REPORT-LINE
002410         WRITE RUN-BOOK-REPORT-LINE
002420     END-IF.
002430     MOVE SPACES TO RUN-BOOK-REPORT-LINE.
002440     STRING 'KEJADIAN: ' WS-EVENT-COUNT '   DITOLAK: '
002450         WS-REFUSED-COUNT
002460         DELIMITED BY SIZE INTO RUN-BOOK-REPORT-LINE.
002470     WRITE RUN-BOOK-REPORT-LINE.
002480     MOVE SPACES TO RUN-BOOK-REPORT-LINE.
002490     WRITE RUN-BOOK-REPORT-LINE.
002500     MOVE '2. STATUS TERAKHIR SETIAP JOB' TO RUN-BOOK-REPORT-LINE.
002510     WRITE RUN-BOOK-REPORT-LINE.
002520     MOVE SPACES TO RUN-BOOK-REPORT-LINE.
002530     STRING 'JOB       JENIS   PERIODE   STATUS  SELESAI  '
002540         'OPERATOR CATATAN'
002550         DELIMITED BY SIZE INTO RUN-BOOK-REPORT-LINE.
002560     WRITE RUN-BOOK-REPORT-LINE.
002570     PERFORM 3100-REPORT-ONE-JOB THRU 3100-EXIT
002580         VARYING WS-JX FROM 1 BY 1
002590         UNTIL WS-JX > RJ-JOB-COUNT.
002600 3000-EXIT.
002610     EXIT.
002620
002630*****************************************************************
002640*    3100-REPORT-ONE-JOB - FIND THE JOB'S LATEST PERIOD ON THE  *
002650*    RUN-CONTROL FILE (ITS RECORDS ARE IN PERIOD ORDER UNDER    *
002660*    THE JOB NAME) AND ITS LATEST COMPLETED ONE, PRINT THE      *
002670*    LATEST AND FLAG A JOB THAT IS BEHIND. THE CLOSE ITSELF IS  *
002680*    SHOWN IN PART 3 AND A YEARLY JOB IS NEVER FLAGGED.         *
002690*****************************************************************
002700 3100-REPORT-ONE-JOB.
002710     MOVE SPACES TO WS-JOB-LINE.
002720     MOVE RJ-JOB-NAME(WS-JX) TO WS-JL-JOB.
002730     MOVE 'HARIAN' TO WS-JL-TYPE.
002740     IF RJ-MONTHLY(WS-JX)
002750         MOVE 'BULANAN' TO WS-JL-TYPE
002760     END-IF.
002770     IF RJ-YEARLY(WS-JX)
002780         MOVE 'TAHUNAN' TO WS-JL-TYPE
002790     END-IF.
002800     MOVE 'N' TO WS-LATEST-FOUND-SW.
002810     MOVE 0 TO WS-LAST-COMPLETED.
002820     MOVE 'N' TO WS-JOB-SCAN-SW.
002830     IF NOT WS-RUN-CONTROL-OPEN
002840         SET WS-END-OF-JOB-SCAN TO TRUE
002850     ELSE
002860         MOVE RJ-JOB-NAME(WS-JX) TO RC-JOB-NAME
002870         MOVE 0 TO RC-PERIOD
002880         START RUN-CONTROL-FILE KEY NOT < RC-KEY
002890             INVALID KEY
002900                 SET WS-END-OF-JOB-SCAN TO TRUE
002910         END-START
002920     END-IF.
002930     PERFORM 3110-SCAN-ONE-RUN THRU 3110-EXIT
002940         UNTIL WS-END-OF-JOB-SCAN.
002950     IF NOT WS-LATEST-FOUND
002960         MOVE 0 TO WS-JL-PERIOD
002970         MOVE 0 TO WS-JL-END-DATE
002980         MOVE '-' TO WS-JL-STATUS
002990         MOVE 'BELUM PERNAH JALAN' TO WS-JL-FLAG
003000         GO TO 3100-PRINT
003010     END-IF.
003020     MOVE WS-LATEST-RECORD TO RUN-CONTROL-RECORD.
003030     MOVE RC-PERIOD TO WS-JL-PERIOD.
003040     MOVE RC-END-DATE TO WS-JL-END-DATE.
003050     MOVE RC-OPERATOR TO WS-JL-OPERATOR.
003060     MOVE 'SELESAI' TO WS-JL-STATUS.
003070     IF NOT RC-COMPLETED
003080         MOVE 'JALAN' TO WS-JL-STATUS
003090         MOVE 'TIDAK PERNAH SELESAI' TO WS-JL-FLAG
003100         GO TO 3100-PRINT
003110     END-IF.
003120     IF RC-RERUN-AUTHORIZED
003130         MOVE 'ULANG DIOTORISASI' TO WS-JL-FLAG
003140     END-IF.
003150     IF RJ-JOB-NAME(WS-JX) = 'MTHCLOSE'
003160         GO TO 3100-PRINT
003170     END-IF.
003180     IF RJ-MONTHLY(WS-JX)
003190         AND WS-LAST-COMPLETED < WS-BOOK-MONTH-NUM
003200         MOVE 'BELUM JALAN BULAN INI' TO WS-JL-FLAG
003210     END-IF.
003220     IF RJ-DAILY(WS-JX)
003230         AND WS-LAST-COMPLETED < WS-PREV-DATE-NUM
003240         MOVE 'TERTINGGAL' TO WS-JL-FLAG
003250     END-IF.
003260 3100-PRINT.
003270     IF WS-JL-FLAG NOT = SPACES
003280         AND WS-JL-FLAG NOT = 'ULANG DIOTORISASI'
003290         ADD 1 TO WS-FLAG-COUNT
003300     END-IF.
003310     MOVE WS-JOB-LINE TO RUN-BOOK-REPORT-LINE.
003320     WRITE RUN-BOOK-REPORT-LINE.
003330 3100-EXIT.
003340     EXIT.
003350
003360 3110-SCAN-ONE-RUN.
003370     READ RUN-CONTROL-FILE NEXT RECORD
003380         AT END
003390             SET WS-END-OF-JOB-SCAN TO TRUE
003400             GO TO 3110-EXIT
003410     END-READ.
003420     IF RC-JOB-NAME NOT = RJ-JOB-NAME(WS-JX)
003430         SET WS-END-OF-JOB-SCAN TO TRUE
003440         GO TO 3110-EXIT
003450     END-IF.
003460     SET WS-LATEST-FOUND TO TRUE.
003470     MOVE RUN-CONTROL-RECORD TO WS-LATEST-RECORD.
003480     IF RC-COMPLETED
003490         MOVE RC-PERIOD TO WS-LAST-COMPLETED
003500     END-IF.
003510 3110-EXIT.
003520     EXIT.
003530
003540*****************************************************************
003550*    4000-CLOSE-STATUS - SHOW WHETHER THE MONTH BEFORE THE BOOK *
003560*    DATE AND THE BOOK DATE'S OWN MONTH HAVE BEEN CLOSED.       *
003570*****************************************************************
003580 4000-CLOSE-STATUS.
003590     MOVE SPACES TO RUN-BOOK-REPORT-LINE.
003600     WRITE RUN-BOOK-REPORT-LINE.
003610     MOVE '3. TUTUP BULAN' TO RUN-BOOK-REPORT-LINE.
003620     WRITE RUN-BOOK-REPORT-LINE.
003630     MOVE WS-BOOK-MONTH-NUM TO WS-CHECK-MONTH-NUM.
003640     IF WS-CM-MONTH = 1
003650         SUBTRACT 1 FROM WS-CM-YEAR
003660         MOVE 12 TO WS-CM-MONTH
003670     ELSE
003680         SUBTRACT 1 FROM WS-CM-MONTH
003690     END-IF.
003700     PERFORM 4100-REPORT-ONE-MONTH THRU 4100-EXIT.
003710     MOVE WS-BOOK-MONTH-NUM TO WS-CHECK-MONTH-NUM.
003720     PERFORM 4100-REPORT-ONE-MONTH THRU 4100-EXIT.
003730 4000-EXIT.
003740     EXIT.
003750
003760 4100-REPORT-ONE-MONTH.
003770     MOVE SPACES TO RUN-BOOK-REPORT-LINE.
003780     IF NOT WS-RUN-CONTROL-OPEN
003790         GO TO 4100-NOT-CLOSED
003800     END-IF.
003810     MOVE 'MTHCLOSE' TO RC-JOB-NAME.
003820     MOVE WS-CHECK-MONTH-NUM TO RC-PERIOD.
003830     READ RUN-CONTROL-FILE
003840         INVALID KEY
003850             GO TO 4100-NOT-CLOSED
003860     END-READ.
003870     IF NOT RC-COMPLETED
003880         GO TO 4100-NOT-CLOSED
003890     END-IF.
003900     STRING '  BULAN ' WS-CM-YEAR '-' WS-CM-MONTH
003910         '  DITUTUP ' RC-END-DATE ' OLEH ' RC-OPERATOR
003920         DELIMITED BY SIZE INTO RUN-BOOK-REPORT-LINE.
003930     WRITE RUN-BOOK-REPORT-LINE.
003940     GO TO 4100-EXIT.
003950 4100-NOT-CLOSED.
003960     STRING '  BULAN ' WS-CM-YEAR '-' WS-CM-MONTH
003970         '  BELUM DITUTUP'
003980         DELIMITED BY SIZE INTO RUN-BOOK-REPORT-LINE.
003990     WRITE RUN-BOOK-REPORT-LINE.
004000 4100-EXIT.
004010     EXIT.
004020
004030*****************************************************************
004040*    9000-TERMINATION - PRINT THE TOTALS AND CLOSE FILES.       *
004050*****************************************************************
004060 9000-TERMINATION.
004070     MOVE SPACES TO RUN-BOOK-REPORT-LINE.
004080     WRITE RUN-BOOK-REPORT-LINE.
004090     MOVE SPACES TO RUN-BOOK-REPORT-LINE.
004100     STRING 'JOB PERLU PERHATIAN : ' WS-FLAG-COUNT
004110         DELIMITED BY SIZE INTO RUN-BOOK-REPORT-LINE.
004120     WRITE RUN-BOOK-REPORT-LINE.
004130     IF WS-RUN-HISTORY-OPEN
004140         CLOSE RUN-HISTORY-FILE
004150     END-IF.
004160     IF WS-RUN-CONTROL-OPEN
004170         CLOSE RUN-CONTROL-FILE
004180     END-IF.
004190     CLOSE RUN-BOOK-REPORT-FILE.
004200     DISPLAY 'RUN-HISTORY-REPORT SELESAI. LIHAT RUNBOOK.'.
004210 9000-EXIT.
004220     EXIT.
