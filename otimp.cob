000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. OVERTIME-IMPORT-BATCH.
000030 AUTHOR. SDM-APPLICATIONS-TEAM.
000040 INSTALLATION. HEAD-OFFICE-DATA-CENTER.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    PROGRAM   : OVERTIME-IMPORT-BATCH (OTIMP.COB)               *
000090*    PURPOSE   : RUN DAILY AGAINST THE TIMEKEEPING SYSTEM'S     *
000100*                OVERTIME EXTRACT. EACH DAY OF OVERTIME IS      *
000110*                MATCHED TO THE ACTIVE OVERTIME AUTHORIZATION   *
000120*                A SUPERVISOR ENTERED FOR THAT EMPLOYEE AND     *
000130*                DATE, AND THE MATCHED HOURS - NEVER MORE THAN  *
000140*                THE HOURS AUTHORIZED - ARE LOADED AS ONE       *
000150*                UNPAID ENTRY ON THE OVERTIME LEDGER FOR THE    *
000160*                PAYROLL-BATCH JOB TO PAY. A DAY ALREADY ON THE *
000170*                LEDGER IS SKIPPED, SO A RERUN OF THE SAME      *
000180*                EXTRACT NEVER LOADS IT TWICE. UNKNOWN          *
000190*                EMPLOYEES, HOURS WITH NO AUTHORIZATION AND     *
000200*                ZERO HOURS GO TO A MACHINE-READABLE REJECT     *
000210*                FILE (ORIGINAL IMAGE PLUS REASON CODE, LIKE    *
000220*                THE ABSENCE IMPORT'S) AND TO THE EXCEPTION     *
000230*                REPORT, AND HOURS CUT BACK TO THE AUTHORIZED   *
000240*                MAXIMUM ARE LISTED ON THE REPORT.              *
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
000350     COPY OTXSEL.
000360     COPY EMPSEL.
000370     COPY OTASEL.
000380     COPY OTLSEL.
000390     COPY OTRJSEL.
000400     COPY OTRPSEL.
000410
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  OVERTIME-EXTRACT-FILE.
000450     COPY OTXREC.
000460
000470 FD  EMPLOYEE-FILE.
000480     COPY EMPREC.
000490
000500 FD  OVERTIME-AUTH-FILE.
000510     COPY OTAREC.
000520
000530 FD  OVERTIME-LEDGER-FILE.
000540     COPY OTLREC.
000550
000560 FD  OVERTIME-REJECT-FILE.
000570     COPY OTRJREC.
000580
000590 FD  OVERTIME-REPORT-FILE.
000600 01  OVERTIME-REPORT-LINE             PIC X(80).
000610
000620 WORKING-STORAGE SECTION.
000630 01  WS-CURRENT-DATE-NUM              PIC 9(08).
000640 01  WS-CURRENT-DATE REDEFINES WS-CURRENT-DATE-NUM.
000650     05  WS-YEAR                       PIC 9(04).
000660     05  WS-MONTH                      PIC 99.
000670     05  WS-DAY                        PIC 99.
000680 01  WS-OTX-FILE-STATUS                PIC X(02).
000690 01  WS-EMP-FILE-STATUS                PIC X(02).
000700 01  WS-OTAUTH-FILE-STATUS             PIC X(02).
000710 01  WS-OTL-FILE-STATUS                PIC X(02).
000720 01  WS-OTR-FILE-STATUS                PIC X(02).
000730 01  WS-OTRP-FILE-STATUS               PIC X(02).
000740 01  WS-OTX-EOF-SW                     PIC X(01) VALUE 'N'.
000750     88  WS-END-OF-OVERTIME            VALUE 'Y'.
000760*    NO AUTHORIZATION FILE YET MEANS NO SUPERVISOR HAS EVER
000770*    AUTHORIZED OVERTIME - EVERY DAY IS REJECTED AS NAU.
000780 01  WS-OTAUTH-OPEN-SW                 PIC X(01) VALUE 'N'.
000790     88  WS-OTAUTH-OPEN                VALUE 'Y'.
000800*    THE DAY THE EXTRACT COVERS, ENTERED AT START-UP FOR THE
000810*    REPORT HEADER.
000820 01  WS-EXTRACT-DATE-NUM               PIC 9(08).
000830 01  WS-EXTRACT-DATE REDEFINES WS-EXTRACT-DATE-NUM.
000840     05  WS-EXT-YEAR                   PIC 9(04).
000850     05  WS-EXT-MONTH                  PIC 9(02).
000860     05  WS-EXT-DAY                    PIC 9(02).
000870 01  WS-OTX-ARRIVED                    PIC X(17).
000880 01  WS-LOAD-HOURS                     PIC 9(02)V9.
000890 01  WS-HOURS-DISPLAY                  PIC Z9.9.
000900 01  WS-AUTH-DISPLAY                   PIC Z9.9.
000910 01  WS-LOADED-COUNT                   PIC 9(05) VALUE 0.
000920 01  WS-LOADED-HOURS                   PIC 9(06)V9 VALUE 0.
000930 01  WS-LOADED-HOURS-DISPLAY           PIC ZZZZZ9.9.
000940 01  WS-CAPPED-COUNT                   PIC 9(05) VALUE 0.
000950 01  WS-REJ-NID-COUNT                  PIC 9(05) VALUE 0.
000960 01  WS-REJ-NAU-COUNT                  PIC 9(05) VALUE 0.
000970 01  WS-REJ-JAM-COUNT                  PIC 9(05) VALUE 0.
000980 01  WS-DUP-SKIP-COUNT                 PIC 9(05) VALUE 0.
000990
001000 PROCEDURE DIVISION.
001010*****************************************************************
001020*    0000-MAINLINE - BATCH JOB ENTRY POINT.                     *
001030*****************************************************************
001040 0000-MAINLINE.
001050     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001060     PERFORM 2000-PROCESS-OVERTIME THRU 2000-EXIT
001070         UNTIL WS-END-OF-OVERTIME.
001080     PERFORM 9000-TERMINATION THRU 9000-EXIT.
001090     STOP RUN.
001100
001110*****************************************************************
001120*    1000-INITIALIZE - ASK THE EXTRACT DAY, OPEN FILES AND      *
001130*    PRINT THE REPORT HEADER.                                   *
001140*****************************************************************
001150 1000-INITIALIZE.
001160     ACCEPT WS-CURRENT-DATE-NUM FROM DATE YYYYMMDD.
001170     DISPLAY 'TANGGAL EKSTRAK LEMBUR (YYYY MM DD): '.
001180     ACCEPT WS-EXT-YEAR.
001190     ACCEPT WS-EXT-MONTH.
001200     ACCEPT WS-EXT-DAY.
001210     OPEN INPUT OVERTIME-EXTRACT-FILE.
001220     IF WS-OTX-FILE-STATUS NOT = '00'
001230         DISPLAY 'OTFILE TIDAK DAPAT DIBUKA, STATUS '
001240             WS-OTX-FILE-STATUS
001250         STOP RUN
001260     END-IF.
001270     OPEN INPUT EMPLOYEE-FILE.
001280     IF WS-EMP-FILE-STATUS NOT = '00'
001290         DISPLAY 'EMPFILE TIDAK DAPAT DIBUKA, STATUS '
001300             WS-EMP-FILE-STATUS
001310         STOP RUN
001320     END-IF.
001330     OPEN INPUT OVERTIME-AUTH-FILE.
001340     IF WS-OTAUTH-FILE-STATUS = '00'
001350         SET WS-OTAUTH-OPEN TO TRUE
001360     END-IF.
001370     OPEN I-O OVERTIME-LEDGER-FILE.
001380     IF WS-OTL-FILE-STATUS NOT = '00'
001390         OPEN OUTPUT OVERTIME-LEDGER-FILE
001400         CLOSE OVERTIME-LEDGER-FILE
001410         OPEN I-O OVERTIME-LEDGER-FILE
001420     END-IF.
001430     OPEN EXTEND OVERTIME-REJECT-FILE.
001440     IF WS-OTR-FILE-STATUS NOT = '00'
001450         OPEN OUTPUT OVERTIME-REJECT-FILE
001460     END-IF.
001470     OPEN OUTPUT OVERTIME-REPORT-FILE.
001480     MOVE 'LAPORAN IMPOR LEMBUR VS OTORISASI LEMBUR'
001490         TO OVERTIME-REPORT-LINE.
001500     WRITE OVERTIME-REPORT-LINE.
001510     MOVE SPACES TO OVERTIME-REPORT-LINE.
001520     STRING 'TANGGAL EKSTRAK: ' WS-EXTRACT-DATE-NUM
001530         '   TANGGAL JALAN: ' WS-DAY '-' WS-MONTH '-' WS-YEAR
001540         DELIMITED BY SIZE INTO OVERTIME-REPORT-LINE.
001550     WRITE OVERTIME-REPORT-LINE.
001560     MOVE SPACES TO OVERTIME-REPORT-LINE.
001570     WRITE OVERTIME-REPORT-LINE.
001580 1000-EXIT.
001590     EXIT.
001600
001610*****************************************************************
001620*    2000-PROCESS-OVERTIME - READ ONE DAY OF OVERTIME AND       *
001630*    EITHER LOAD IT AGAINST ITS AUTHORIZATION OR REJECT IT.     *
001640*****************************************************************
001650 2000-PROCESS-OVERTIME.
001660     READ OVERTIME-EXTRACT-FILE NEXT RECORD
001670         AT END
001680             SET WS-END-OF-OVERTIME TO TRUE
001690             GO TO 2000-EXIT
001700     END-READ.
001710     MOVE OVERTIME-EXTRACT-RECORD TO WS-OTX-ARRIVED.
001720     MOVE OTX-EMPLOYEE-ID TO EMPLOYEE-ID.
001730     READ EMPLOYEE-FILE
001740         INVALID KEY
001750             MOVE 'NID' TO OTREJ-REASON-CODE
001760             PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
001770             ADD 1 TO WS-REJ-NID-COUNT
001780             MOVE SPACES TO OVERTIME-REPORT-LINE
001790             STRING 'ID TIDAK ADA : ' WS-OTX-ARRIVED
001800                 DELIMITED BY SIZE INTO OVERTIME-REPORT-LINE
001810             WRITE OVERTIME-REPORT-LINE
001820             GO TO 2000-EXIT
001830     END-READ.
001840     IF OTX-HOURS NOT NUMERIC OR OTX-HOURS = ZERO
001850         MOVE 'JAM' TO OTREJ-REASON-CODE
001860         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
001870         ADD 1 TO WS-REJ-JAM-COUNT
001880         MOVE SPACES TO OVERTIME-REPORT-LINE
001890         STRING 'JAM TIDAK SAH: ' WS-OTX-ARRIVED
001900             DELIMITED BY SIZE INTO OVERTIME-REPORT-LINE
001910         WRITE OVERTIME-REPORT-LINE
001920         GO TO 2000-EXIT
001930     END-IF.
001940     PERFORM 2100-FIND-AUTHORIZATION THRU 2100-EXIT.
001950     IF NOT OTAUTH-ACTIVE
001960         MOVE 'NAU' TO OTREJ-REASON-CODE
001970         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
001980         ADD 1 TO WS-REJ-NAU-COUNT
001990         MOVE SPACES TO OVERTIME-REPORT-LINE
002000         STRING 'TANPA OTORISASI: ID ' OTX-EMPLOYEE-ID
002010             ' TANGGAL ' OTX-DATE ' TIDAK ADA OTORISASI'
002020             DELIMITED BY SIZE INTO OVERTIME-REPORT-LINE
002030         WRITE OVERTIME-REPORT-LINE
002040         GO TO 2000-EXIT
002050     END-IF.
002060     MOVE OTX-EMPLOYEE-ID TO OTL-EMPLOYEE-ID.
002070     MOVE OTX-DATE TO OTL-DATE.
002080     READ OVERTIME-LEDGER-FILE
002090         INVALID KEY
002100             CONTINUE
002110         NOT INVALID KEY
002120             ADD 1 TO WS-DUP-SKIP-COUNT
002130             GO TO 2000-EXIT
002140     END-READ.
002150     PERFORM 2200-LOAD-LEDGER-ENTRY THRU 2200-EXIT.
002160 2000-EXIT.
002170     EXIT.
002180
002190*****************************************************************
002200*    2100-FIND-AUTHORIZATION - READ THE AUTHORIZATION FOR THE   *
002210*    CURRENT EMPLOYEE AND DATE. NONE ON FILE LEAVES THE STATUS  *
002220*    BLANK, WHICH THE CALLER TREATS THE SAME AS CANCELLED.      *
002230*****************************************************************
002240 2100-FIND-AUTHORIZATION.
002250     MOVE SPACE TO OTAUTH-STATUS.
002260     IF NOT WS-OTAUTH-OPEN
002270         GO TO 2100-EXIT
002280     END-IF.
002290     MOVE OTX-EMPLOYEE-ID TO OTAUTH-EMPLOYEE-ID.
002300     MOVE OTX-DATE TO OTAUTH-DATE.
002310     READ OVERTIME-AUTH-FILE
002320         INVALID KEY
002330             MOVE SPACE TO OTAUTH-STATUS
002340     END-READ.
002350 2100-EXIT.
002360     EXIT.
002370
002380*****************************************************************
002390*    2200-LOAD-LEDGER-ENTRY - WRITE THE MATCHED DAY TO THE      *
002400*    OVERTIME LEDGER AS UNPAID, CUT BACK TO THE AUTHORIZED      *
002410*    HOURS WHEN THE TIMEKEEPING SYSTEM RECORDED MORE.           *
002420*****************************************************************
002430 2200-LOAD-LEDGER-ENTRY.
002440     MOVE OTX-HOURS TO WS-LOAD-HOURS.
002450     IF OTX-HOURS > OTAUTH-MAX-HOURS
002460         MOVE OTAUTH-MAX-HOURS TO WS-LOAD-HOURS
002470         ADD 1 TO WS-CAPPED-COUNT
002480         MOVE OTX-HOURS TO WS-HOURS-DISPLAY
002490         MOVE OTAUTH-MAX-HOURS TO WS-AUTH-DISPLAY
002500         MOVE SPACES TO OVERTIME-REPORT-LINE
002510         STRING 'LEBIH JAM    : ID ' OTX-EMPLOYEE-ID
002520             ' TANGGAL ' OTX-DATE ' JAM ' WS-HOURS-DISPLAY
002530             ' DIBATASI ' WS-AUTH-DISPLAY
002540             DELIMITED BY SIZE INTO OVERTIME-REPORT-LINE
002550         WRITE OVERTIME-REPORT-LINE
002560     END-IF.
002570     MOVE OTX-EMPLOYEE-ID TO OTL-EMPLOYEE-ID.
002580     MOVE OTX-DATE TO OTL-DATE.
002590     MOVE WS-LOAD-HOURS TO OTL-HOURS.
002600     MOVE OTAUTH-HOLIDAY-SW TO OTL-HOLIDAY-SW.
002610     MOVE OTAUTH-AUTHORIZED-BY TO OTL-AUTHORIZED-BY.
002620     MOVE WS-CURRENT-DATE-NUM TO OTL-LOADED-DATE.
002630     SET OTL-UNPAID TO TRUE.
002640     MOVE ZERO TO OTL-PAID-PERIOD.
002650     MOVE ZERO TO OTL-AMOUNT.
002660     WRITE OVERTIME-LEDGER-RECORD
002670         INVALID KEY
002680             ADD 1 TO WS-DUP-SKIP-COUNT
002690             GO TO 2200-EXIT
002700     END-WRITE.
002710     ADD 1 TO WS-LOADED-COUNT.
002720     ADD WS-LOAD-HOURS TO WS-LOADED-HOURS.
002730 2200-EXIT.
002740     EXIT.
002750
002760*****************************************************************
002770*    2900-WRITE-REJECT - WRITE THE OVERTIME DAY JUST REJECTED   *
002780*    TO THE REJECT FILE IN ITS ORIGINAL IMAGE PLUS THE REASON   *
002790*    CODE SET AT THE POINT OF FAILURE.                          *
002800*****************************************************************
002810 2900-WRITE-REJECT.
002820     MOVE WS-OTX-ARRIVED TO OTREJ-DATA.
002830     WRITE OVERTIME-REJECT-RECORD.
002840 2900-EXIT.
002850     EXIT.
002860
002870*****************************************************************
002880*    9000-TERMINATION - PRINT THE TOTALS AND CLOSE FILES.       *
002890*****************************************************************
002900 9000-TERMINATION.
002910     MOVE SPACES TO OVERTIME-REPORT-LINE.
002920     WRITE OVERTIME-REPORT-LINE.
002930     MOVE WS-LOADED-HOURS TO WS-LOADED-HOURS-DISPLAY.
002940     MOVE SPACES TO OVERTIME-REPORT-LINE.
002950     STRING 'LEMBUR DIMUAT         : ' WS-LOADED-COUNT
002960         '  JAM ' WS-LOADED-HOURS-DISPLAY
002970         DELIMITED BY SIZE INTO OVERTIME-REPORT-LINE.
002980     WRITE OVERTIME-REPORT-LINE.
002990     MOVE SPACES TO OVERTIME-REPORT-LINE.
003000     STRING 'DIBATASI OTORISASI    : ' WS-CAPPED-COUNT
003010         DELIMITED BY SIZE INTO OVERTIME-REPORT-LINE.
003020     WRITE OVERTIME-REPORT-LINE.
003030     MOVE SPACES TO OVERTIME-REPORT-LINE.
003040     STRING 'DITOLAK NID           : ' WS-REJ-NID-COUNT
003050         DELIMITED BY SIZE INTO OVERTIME-REPORT-LINE.
003060     WRITE OVERTIME-REPORT-LINE.
003070     MOVE SPACES TO OVERTIME-REPORT-LINE.
003080     STRING 'DITOLAK NAU           : ' WS-REJ-NAU-COUNT
003090         DELIMITED BY SIZE INTO OVERTIME-REPORT-LINE.
003100     WRITE OVERTIME-REPORT-LINE.
003110     MOVE SPACES TO OVERTIME-REPORT-LINE.
003120     STRING 'DITOLAK JAM           : ' WS-REJ-JAM-COUNT
003130         DELIMITED BY SIZE INTO OVERTIME-REPORT-LINE.
003140     WRITE OVERTIME-REPORT-LINE.
003150     MOVE SPACES TO OVERTIME-REPORT-LINE.
003160     STRING 'SUDAH DIMUAT (RERUN)  : ' WS-DUP-SKIP-COUNT
003170         DELIMITED BY SIZE INTO OVERTIME-REPORT-LINE.
003180     WRITE OVERTIME-REPORT-LINE.
003190     CLOSE OVERTIME-EXTRACT-FILE.
003200     CLOSE EMPLOYEE-FILE.
003210     IF WS-OTAUTH-OPEN
003220         CLOSE OVERTIME-AUTH-FILE
003230     END-IF.
003240     CLOSE OVERTIME-LEDGER-FILE.
003250     CLOSE OVERTIME-REJECT-FILE.
003260     CLOSE OVERTIME-REPORT-FILE.
003270     DISPLAY 'OVERTIME-IMPORT-BATCH SELESAI. LIHAT OTRPT.'.
003280 9000-EXIT.
003290     EXIT.
