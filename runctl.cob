000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. RUNCTL.
000030 AUTHOR. SDM-APPLICATIONS-TEAM.
000040 INSTALLATION. HEAD-OFFICE-DATA-CENTER.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    PROGRAM   : RUNCTL (BATCH-RUN-CONTROL)                      *
000090*    PURPOSE   : KEEPS THE SHARED RUN-CONTROL FILE (RUNCTL) AND *
000100*                ITS HISTORY LOG (RUNHIST) FOR THE BATCH JOBS   *
000110*                LISTED IN RUNJOBS.CPY. EVERY JOB CALLS IT AT   *
000120*                START-UP (FUNCTION S), BEFORE IT OPENS ANY     *
000130*                OUTPUT, AND STOPS IF THE START IS REFUSED:     *
000140*                - THE JOB'S MONTH HAS BEEN CLOSED;             *
000150*                - THE JOB HAS ALREADY COMPLETED THE PERIOD AND *
000160*                  NO SUPERVISOR HAS AUTHORIZED A RERUN;        *
000170*                - A PREREQUISITE JOB HAS NOT COMPLETED.        *
000180*                AT END OF JOB IT IS CALLED AGAIN (FUNCTION E)  *
000190*                WITH THE RUN'S CONTROL TOTALS. THE INTERACTIVE *
000200*                HR SYSTEM CALLS IT (FUNCTION A) WHEN A         *
000210*                SUPERVISOR AUTHORIZES A RERUN. SEE RUNCPARM.   *
000220*                                                                *
000230*    MODIFICATION HISTORY.                                      *
000240*    DATE        INIT   DESCRIPTION                             *
000250*    ----------  -----  ------------------------------------    *
000260*    2026-10-15  AGT    INITIAL VERSION.                        *
000270*****************************************************************
000280
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     COPY RUNCSEL.
000330     COPY RUNHSEL.
000340
000350 DATA DIVISION.
000360 FILE SECTION.
000370 FD  RUN-CONTROL-FILE.
000380     COPY RUNCREC.
000390
000400 FD  RUN-HISTORY-FILE.
000410     COPY RUNHREC.
000420
000430 WORKING-STORAGE SECTION.
000440 01  WS-CURRENT-DATE-NUM              PIC 9(08).
000450 01  WS-CURRENT-DATE REDEFINES WS-CURRENT-DATE-NUM.
000460     05  WS-YEAR                       PIC 9(04).
000470     05  WS-MONTH                      PIC 99.
000480     05  WS-DAY                        PIC 99.
000490 01  WS-CURRENT-TIME-NUM               PIC 9(08).
000500 01  WS-CURRENT-TIME REDEFINES WS-CURRENT-TIME-NUM.
000510     05  WS-TIME-HHMMSS                PIC 9(06).
000520     05  WS-TIME-HUNDREDTHS            PIC 9(02).
000530 01  WS-RUNC-FILE-STATUS               PIC X(02).
000540 01  WS-RUNH-FILE-STATUS               PIC X(02).
000550*    THE DAY BEFORE THE RUN DATE - A DAILY PREREQUISITE IS
000560*    CAUGHT UP ONCE IT HAS COMPLETED THAT DAY OR A LATER ONE.
000570 01  WS-PREV-DATE-NUM                  PIC 9(08).
000580 01  WS-HIST-EVENT                     PIC X(01).
000590 01  WS-NEW-RECORD-SW                  PIC X(01).
000600     88  WS-NEW-RUN-RECORD             VALUE 'Y'.
000610 01  WS-PREREQ-SW                      PIC X(01).
000620     88  WS-PREREQ-DONE                VALUE 'Y'.
000630 01  WS-SCAN-EOF-SW                    PIC X(01).
000640     88  WS-END-OF-PREREQ-SCAN         VALUE 'Y'.
000650 01  WS-PERIOD-EDIT                    PIC 9(08).
000660 77  WS-JX                             PIC S9(04) COMP VALUE 0.
000670 77  WS-JOB-IX                         PIC S9(04) COMP VALUE 0.
000680 77  WS-QX                             PIC S9(04) COMP VALUE 0.
000690     COPY RUNJOBS.
000700
000710 LINKAGE SECTION.
000720     COPY RUNCPARM.
000730
000740 PROCEDURE DIVISION USING RUNCTL-PARAMETERS.
000750*****************************************************************
000760*    0000-MAINLINE - OPEN THE RUN-CONTROL FILE (CREATING IT ON  *
000770*    THE VERY FIRST CALL) AND CARRY OUT THE FUNCTION ASKED FOR. *
000780*****************************************************************
000790 0000-MAINLINE.
000800     ACCEPT WS-CURRENT-DATE-NUM FROM DATE YYYYMMDD.
000810     ACCEPT WS-CURRENT-TIME-NUM FROM TIME.
000820     COMPUTE WS-PREV-DATE-NUM = FUNCTION DATE-OF-INTEGER
000830         (FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-NUM) - 1).
000840     SET RCP-ALLOWED TO TRUE.
000850     MOVE SPACES TO RCP-MESSAGE.
000860     OPEN I-O RUN-CONTROL-FILE.
000870     IF WS-RUNC-FILE-STATUS NOT = '00'
000880         OPEN OUTPUT RUN-CONTROL-FILE
000890         CLOSE RUN-CONTROL-FILE
000900         OPEN I-O RUN-CONTROL-FILE
000910     END-IF.
000920     IF RCP-START-RUN
000930         PERFORM 1000-START-RUN THRU 1000-EXIT
000940     END-IF.
000950     IF RCP-END-RUN
000960         PERFORM 2000-END-RUN THRU 2000-EXIT
000970     END-IF.
000980     IF RCP-AUTHORIZE-RERUN
000990         PERFORM 3000-AUTHORIZE-RERUN THRU 3000-EXIT
001000     END-IF.
001010     CLOSE RUN-CONTROL-FILE.
001020     GOBACK.
001030
001040*****************************************************************
001050*    1000-START-RUN - DECIDE WHETHER THE JOB MAY START. AN      *
001060*    ALLOWED START MARKS THE JOB RUNNING FOR THE PERIOD; A      *
001070*    REFUSED ONE IS ONLY LOGGED.                                *
001080*****************************************************************
001090 1000-START-RUN.
001100     PERFORM 1100-FIND-JOB THRU 1100-EXIT.
001110     IF RCP-REFUSED
001120         GO TO 1000-LOG-REFUSAL
001130     END-IF.
001140     PERFORM 1200-CHECK-PERIOD-CLOSED THRU 1200-EXIT.
001150     IF RCP-REFUSED
001160         GO TO 1000-LOG-REFUSAL
001170     END-IF.
001180     PERFORM 1300-CHECK-DUPLICATE-RUN THRU 1300-EXIT.
001190     IF RCP-REFUSED
001200         GO TO 1000-LOG-REFUSAL
001210     END-IF.
001220     PERFORM 1400-CHECK-PREREQUISITES THRU 1400-EXIT.
001230     IF RCP-REFUSED
001240         GO TO 1000-LOG-REFUSAL
001250     END-IF.
001260     PERFORM 1500-MARK-RUNNING THRU 1500-EXIT.
001270     GO TO 1000-EXIT.
001280 1000-LOG-REFUSAL.
001290     MOVE 'X' TO WS-HIST-EVENT.
001300     PERFORM 9000-WRITE-HISTORY THRU 9000-EXIT.
001310 1000-EXIT.
001320     EXIT.
001330
001340*****************************************************************
001350*    1100-FIND-JOB - THE JOB MUST BE ON THE JOB TABLE AND ITS   *
001360*    PERIOD MUST HAVE THE SHAPE OF THE JOB'S PERIOD TYPE.       *
001370*****************************************************************
001380 1100-FIND-JOB.
001390     MOVE 0 TO WS-JOB-IX.
001400     PERFORM 1110-MATCH-ONE-JOB THRU 1110-EXIT
001410         VARYING WS-JX FROM 1 BY 1
001420         UNTIL WS-JX > RJ-JOB-COUNT.
001430     IF WS-JOB-IX = 0
001440         SET RCP-REFUSED TO TRUE
001450         STRING 'JOB ' RCP-JOB-NAME
001460             ' TIDAK TERDAFTAR DI RUN CONTROL'
001470             DELIMITED BY SIZE INTO RCP-MESSAGE
001480         GO TO 1100-EXIT
001490     END-IF.
001500     IF RCP-PERIOD-YEAR = 0
001510         SET RCP-REFUSED TO TRUE
001520     END-IF.
001530     IF RJ-DAILY(WS-JOB-IX)
001540         AND (RCP-PERIOD-MONTH < 1 OR RCP-PERIOD-MONTH > 12
001550              OR RCP-PERIOD-DAY < 1 OR RCP-PERIOD-DAY > 31)
001560         SET RCP-REFUSED TO TRUE
001570     END-IF.
001580     IF RJ-MONTHLY(WS-JOB-IX)
001590         AND (RCP-PERIOD-MONTH < 1 OR RCP-PERIOD-MONTH > 12
001600              OR RCP-PERIOD-DAY NOT = 0)
001610         SET RCP-REFUSED TO TRUE
001620     END-IF.
001630     IF RJ-YEARLY(WS-JOB-IX)
001640         AND (RCP-PERIOD-MONTH NOT = 0 OR RCP-PERIOD-DAY NOT = 0)
001650         SET RCP-REFUSED TO TRUE
001660     END-IF.
001670     IF RCP-REFUSED
001680         MOVE RCP-PERIOD TO WS-PERIOD-EDIT
001690         STRING 'PERIODE ' WS-PERIOD-EDIT
001700             ' TIDAK SESUAI JENIS PERIODE JOB ' RCP-JOB-NAME
001710             DELIMITED BY SIZE INTO RCP-MESSAGE
001720     END-IF.
001730 1100-EXIT.
001740     EXIT.
001750
001760 1110-MATCH-ONE-JOB.
001770     IF RJ-JOB-NAME(WS-JX) = RCP-JOB-NAME
001780         MOVE WS-JX TO WS-JOB-IX
001790     END-IF.
001800 1110-EXIT.
001810     EXIT.
001820
001830*****************************************************************
001840*    1200-CHECK-PERIOD-CLOSED - A JOB LOCKED BY THE MONTH-END   *
001850*    CLOSE MAY NOT RUN FOR ANY PERIOD IN A CLOSED MONTH, EVEN   *
001860*    WITH A RERUN AUTHORIZED.                                   *
001870*****************************************************************
001880 1200-CHECK-PERIOD-CLOSED.
001890     IF NOT RJ-LOCKED-BY-CLOSE(WS-JOB-IX)
001900         GO TO 1200-EXIT
001910     END-IF.
001920     MOVE 'MTHCLOSE' TO RC-JOB-NAME.
001930     MOVE RCP-PERIOD-YEAR TO RC-PERIOD-YEAR.
001940     MOVE RCP-PERIOD-MONTH TO RC-PERIOD-MONTH.
001950     MOVE 0 TO RC-PERIOD-DAY.
001960     READ RUN-CONTROL-FILE
001970         INVALID KEY
001980             GO TO 1200-EXIT
001990     END-READ.
002000     IF RC-COMPLETED
002010         SET RCP-REFUSED TO TRUE
002020         STRING 'PERIODE ' RCP-PERIOD-YEAR '-' RCP-PERIOD-MONTH
002030             ' SUDAH DITUTUP ' RC-END-DATE
002040             DELIMITED BY SIZE INTO RCP-MESSAGE
002050     END-IF.
002060 1200-EXIT.
002070     EXIT.
002080
002090*****************************************************************
002100*    1300-CHECK-DUPLICATE-RUN - A COMPLETED RUN OF THE SAME JOB *
002110*    AND PERIOD IS REFUSED UNLESS A SUPERVISOR HAS AUTHORIZED A *
002120*    RERUN. A RUN THAT NEVER REACHED ITS END MAY BE RESTARTED.  *
002130*****************************************************************
002140 1300-CHECK-DUPLICATE-RUN.
002150     MOVE RCP-JOB-NAME TO RC-JOB-NAME.
002160     MOVE RCP-PERIOD TO RC-PERIOD.
002170     READ RUN-CONTROL-FILE
002180         INVALID KEY
002190             GO TO 1300-EXIT
002200     END-READ.
002210     IF RC-RUNNING
002220         STRING 'RUN ' RC-START-DATE ' ' RC-START-TIME
002230             ' TIDAK SELESAI, DIJALANKAN ULANG'
002240             DELIMITED BY SIZE INTO RCP-MESSAGE
002250         GO TO 1300-EXIT
002260     END-IF.
002270     IF RC-RERUN-AUTHORIZED
002280         STRING 'ULANG DIOTORISASI OLEH ' RC-AUTH-BY
002290             ' ' RC-AUTH-DATE
002300             DELIMITED BY SIZE INTO RCP-MESSAGE
002310         GO TO 1300-EXIT
002320     END-IF.
002330     SET RCP-REFUSED TO TRUE.
002340     STRING 'SUDAH SELESAI ' RC-END-DATE ' ' RC-END-TIME
002350         ', ULANG PERLU OTORISASI SUPERVISOR'
002360         DELIMITED BY SIZE INTO RCP-MESSAGE.
002370 1300-EXIT.
002380     EXIT.
002390
002400*****************************************************************
002410*    1400-CHECK-PREREQUISITES - EVERY JOB THE PREREQUISITE      *
002420*    TABLE NAMES FOR THIS ONE MUST HAVE COMPLETED FIRST.        *
002430*****************************************************************
002440 1400-CHECK-PREREQUISITES.
002450     PERFORM 1410-CHECK-ONE-PREREQ THRU 1410-EXIT
002460         VARYING WS-QX FROM 1 BY 1
002470         UNTIL WS-QX > RQ-PREREQ-COUNT OR RCP-REFUSED.
002480 1400-EXIT.
002490     EXIT.
002500
002510 1410-CHECK-ONE-PREREQ.
002520     IF RQ-JOB-NAME(WS-QX) NOT = RCP-JOB-NAME
002530         GO TO 1410-EXIT
002540     END-IF.
002550     MOVE 'N' TO WS-PREREQ-SW.
002560     MOVE RQ-PREREQ-NAME(WS-QX) TO RC-JOB-NAME.
002570     IF RQ-SAME-PERIOD(WS-QX)
002580         MOVE RCP-PERIOD TO RC-PERIOD
002590         READ RUN-CONTROL-FILE
002600             INVALID KEY
002610                 MOVE SPACE TO RC-STATUS
002620         END-READ
002630         IF RC-COMPLETED
002640             SET WS-PREREQ-DONE TO TRUE
002650         END-IF
002660         MOVE RCP-PERIOD TO WS-PERIOD-EDIT
002670     ELSE
002680         MOVE WS-PREV-DATE-NUM TO RC-PERIOD
002690         MOVE 'N' TO WS-SCAN-EOF-SW
002700         START RUN-CONTROL-FILE KEY NOT < RC-KEY
002710             INVALID KEY
002720                 SET WS-END-OF-PREREQ-SCAN TO TRUE
002730         END-START
002740         PERFORM 1420-SCAN-ONE-DAILY-RUN THRU 1420-EXIT
002750             UNTIL WS-END-OF-PREREQ-SCAN OR WS-PREREQ-DONE
002760         MOVE WS-PREV-DATE-NUM TO WS-PERIOD-EDIT
002770     END-IF.
002780     IF NOT WS-PREREQ-DONE
002790         SET RCP-REFUSED TO TRUE
002800         STRING 'PRASYARAT ' RQ-PREREQ-NAME(WS-QX)
002810             ' BELUM SELESAI UNTUK PERIODE ' WS-PERIOD-EDIT
002820             DELIMITED BY SIZE INTO RCP-MESSAGE
002830     END-IF.
002840 1410-EXIT.
002850     EXIT.
002860
002870 1420-SCAN-ONE-DAILY-RUN.
002880     READ RUN-CONTROL-FILE NEXT RECORD
002890         AT END
002900             SET WS-END-OF-PREREQ-SCAN TO TRUE
002910             GO TO 1420-EXIT
002920     END-READ.
002930     IF RC-JOB-NAME NOT = RQ-PREREQ-NAME(WS-QX)
002940         SET WS-END-OF-PREREQ-SCAN TO TRUE
002950         GO TO 1420-EXIT
002960     END-IF.
002970     IF RC-COMPLETED
002980         SET WS-PREREQ-DONE TO TRUE
002990     END-IF.
003000 1420-EXIT.
003010     EXIT.
003020
003030*****************************************************************
003040*    1500-MARK-RUNNING - RECORD THE START OF THE RUN. AN        *
003050*    AUTHORIZATION IS USED UP BY THE RUN IT ALLOWED; WHO GAVE   *
003060*    IT STAYS ON THE RECORD.                                    *
003070*****************************************************************
003080 1500-MARK-RUNNING.
003090     MOVE 'N' TO WS-NEW-RECORD-SW.
003100     MOVE RCP-JOB-NAME TO RC-JOB-NAME.
003110     MOVE RCP-PERIOD TO RC-PERIOD.
003120     READ RUN-CONTROL-FILE
003130         INVALID KEY
003140             SET WS-NEW-RUN-RECORD TO TRUE
003150     END-READ.
003160     IF WS-NEW-RUN-RECORD
003170         INITIALIZE RUN-CONTROL-RECORD
003180         MOVE RCP-JOB-NAME TO RC-JOB-NAME
003190         MOVE RCP-PERIOD TO RC-PERIOD
003200         MOVE SPACES TO RC-AUTH-BY
003210     END-IF.
003220     SET RC-RUNNING TO TRUE.
003230     MOVE RCP-OPERATOR TO RC-OPERATOR.
003240     MOVE WS-CURRENT-DATE-NUM TO RC-START-DATE.
003250     MOVE WS-TIME-HHMMSS TO RC-START-TIME.
003260     MOVE 0 TO RC-END-DATE.
003270     MOVE 0 TO RC-END-TIME.
003280     ADD 1 TO RC-RUN-COUNT.
003290     MOVE 0 TO RC-RECORD-COUNT.
003300     MOVE 0 TO RC-AMOUNT-TOTAL.
003310     MOVE 0 TO RC-HASH-TOTAL.
003320     MOVE SPACE TO RC-RERUN-SW.
003330     IF WS-NEW-RUN-RECORD
003340         WRITE RUN-CONTROL-RECORD
003350     ELSE
003360         REWRITE RUN-CONTROL-RECORD
003370     END-IF.
003380     IF WS-RUNC-FILE-STATUS NOT = '00'
003390         SET RCP-REFUSED TO TRUE
003400         MOVE SPACES TO RCP-MESSAGE
003410         STRING 'RUNCTL GAGAL DITULIS, STATUS '
003420             WS-RUNC-FILE-STATUS
003430             DELIMITED BY SIZE INTO RCP-MESSAGE
003440         GO TO 1500-EXIT
003450     END-IF.
003460     MOVE 0 TO RCP-RECORD-COUNT.
003470     MOVE 0 TO RCP-AMOUNT-TOTAL.
003480     MOVE 0 TO RCP-HASH-TOTAL.
003490     MOVE 'S' TO WS-HIST-EVENT.
003500     PERFORM 9000-WRITE-HISTORY THRU 9000-EXIT.
003510 1500-EXIT.
003520     EXIT.
003530
003540*****************************************************************
003550*    2000-END-RUN - MARK THE RUN COMPLETE WITH ITS CONTROL      *
003560*    TOTALS.                                                    *
003570*****************************************************************
003580 2000-END-RUN.
003590     MOVE RCP-JOB-NAME TO RC-JOB-NAME.
003600     MOVE RCP-PERIOD TO RC-PERIOD.
003610     READ RUN-CONTROL-FILE
003620         INVALID KEY
003630             SET RCP-REFUSED TO TRUE
003640             MOVE 'JOB TIDAK PERNAH DIMULAI UNTUK PERIODE INI'
003650                 TO RCP-MESSAGE
003660             GO TO 2000-EXIT
003670     END-READ.
003680     SET RC-COMPLETED TO TRUE.
003690     MOVE WS-CURRENT-DATE-NUM TO RC-END-DATE.
003700     MOVE WS-TIME-HHMMSS TO RC-END-TIME.
003710     MOVE RCP-RECORD-COUNT TO RC-RECORD-COUNT.
003720     MOVE RCP-AMOUNT-TOTAL TO RC-AMOUNT-TOTAL.
003730     MOVE RCP-HASH-TOTAL TO RC-HASH-TOTAL.
003740     REWRITE RUN-CONTROL-RECORD.
003750     IF WS-RUNC-FILE-STATUS NOT = '00'
003760         SET RCP-REFUSED TO TRUE
003770         STRING 'RUNCTL GAGAL DITULIS, STATUS '
003780             WS-RUNC-FILE-STATUS
003790             DELIMITED BY SIZE INTO RCP-MESSAGE
003800         GO TO 2000-EXIT
003810     END-IF.
003820     MOVE 'E' TO WS-HIST-EVENT.
003830     PERFORM 9000-WRITE-HISTORY THRU 9000-EXIT.
003840 2000-EXIT.
003850     EXIT.
003860
003870*****************************************************************
003880*    3000-AUTHORIZE-RERUN - ALLOW ONE MORE RUN OF A COMPLETED   *
003890*    JOB AND PERIOD. THE MONTH-END CLOSE ITSELF, AND ANY JOB IN *
003900*    A CLOSED MONTH, CANNOT BE AUTHORIZED.                      *
003910*****************************************************************
003920 3000-AUTHORIZE-RERUN.
003930     PERFORM 1100-FIND-JOB THRU 1100-EXIT.
003940     IF RCP-REFUSED
003950         GO TO 3000-EXIT
003960     END-IF.
003970     IF RCP-JOB-NAME = 'MTHCLOSE'
003980         SET RCP-REFUSED TO TRUE
003990         MOVE 'TUTUP BULAN TIDAK DAPAT DIJALANKAN ULANG'
004000             TO RCP-MESSAGE
004010         GO TO 3000-EXIT
004020     END-IF.
004030     PERFORM 1200-CHECK-PERIOD-CLOSED THRU 1200-EXIT.
004040     IF RCP-REFUSED
004050         GO TO 3000-EXIT
004060     END-IF.
004070     MOVE RCP-JOB-NAME TO RC-JOB-NAME.
004080     MOVE RCP-PERIOD TO RC-PERIOD.
004090     READ RUN-CONTROL-FILE
004100         INVALID KEY
004110             SET RCP-REFUSED TO TRUE
004120             MOVE 'JOB BELUM PERNAH DIJALANKAN UNTUK PERIODE INI'
004130                 TO RCP-MESSAGE
004140             GO TO 3000-EXIT
004150     END-READ.
004160     IF NOT RC-COMPLETED
004170         SET RCP-REFUSED TO TRUE
004180         MOVE 'RUN TERAKHIR BELUM SELESAI, BOLEH DIJALANKAN ULANG'
004190             TO RCP-MESSAGE
004200         GO TO 3000-EXIT
004210     END-IF.
004220     SET RC-RERUN-AUTHORIZED TO TRUE.
004230     MOVE RCP-OPERATOR TO RC-AUTH-BY.
004240     MOVE WS-CURRENT-DATE-NUM TO RC-AUTH-DATE.
004250     REWRITE RUN-CONTROL-RECORD.
004260     IF WS-RUNC-FILE-STATUS NOT = '00'
004270         SET RCP-REFUSED TO TRUE
004280         STRING 'RUNCTL GAGAL DITULIS, STATUS '
004290             WS-RUNC-FILE-STATUS
004300             DELIMITED BY SIZE INTO RCP-MESSAGE
004310         GO TO 3000-EXIT
004320     END-IF.
004330     MOVE RC-RECORD-COUNT TO RCP-RECORD-COUNT.
004340     MOVE RC-AMOUNT-TOTAL TO RCP-AMOUNT-TOTAL.
004350     MOVE RC-HASH-TOTAL TO RCP-HASH-TOTAL.
004360     STRING 'ULANG DIOTORISASI, RUN TERAKHIR SELESAI '
004370         RC-END-DATE
004380         DELIMITED BY SIZE INTO RCP-MESSAGE.
004390     MOVE 'A' TO WS-HIST-EVENT.
004400     PERFORM 9000-WRITE-HISTORY THRU 9000-EXIT.
004410 3000-EXIT.
004420     EXIT.
004430
004440*****************************************************************
004450*    9000-WRITE-HISTORY - APPEND ONE EVENT TO THE RUN HISTORY   *
004460*    LOG, CREATING THE LOG ON ITS FIRST USE.                    *
004470*****************************************************************
004480 9000-WRITE-HISTORY.
004490     OPEN EXTEND RUN-HISTORY-FILE.
004500     IF WS-RUNH-FILE-STATUS NOT = '00'
004510         OPEN OUTPUT RUN-HISTORY-FILE
004520     END-IF.
004530     MOVE WS-CURRENT-DATE-NUM TO RH-DATE.
004540     MOVE WS-TIME-HHMMSS TO RH-TIME.
004550     MOVE RCP-JOB-NAME TO RH-JOB-NAME.
004560     MOVE RCP-PERIOD TO RH-PERIOD.
004570     MOVE WS-HIST-EVENT TO RH-EVENT.
004580     MOVE RCP-OPERATOR TO RH-OPERATOR.
004590     MOVE RCP-RECORD-COUNT TO RH-RECORD-COUNT.
004600     MOVE RCP-AMOUNT-TOTAL TO RH-AMOUNT-TOTAL.
004610     MOVE RCP-HASH-TOTAL TO RH-HASH-TOTAL.
004620     MOVE RCP-MESSAGE TO RH-MESSAGE.
004630     WRITE RUN-HISTORY-RECORD.
004640     CLOSE RUN-HISTORY-FILE.
004650 9000-EXIT.
004660     EXIT.
