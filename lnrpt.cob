000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. LOAN-PORTFOLIO-REPORT.
000030 AUTHOR. SDM-APPLICATIONS-TEAM.
000040 INSTALLATION. HEAD-OFFICE-DATA-CENTER.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    PROGRAM   : LOAN-PORTFOLIO-REPORT (LNRPT.COB)               *
000090*    PURPOSE   : RUN MONTHLY AFTER THE PAYROLL RUN FOR A GIVEN  *
000100*                PERIOD. LISTS EVERY ACTIVE LOAN AND KASBON ON  *
000110*                THE LOAN MASTER (LOANMAST), PLUS ANY LOAN      *
000120*                SETTLED DURING THE PERIOD, BY DEPARTMENT OF    *
000130*                THE BORROWER WITH ITS PRINCIPAL, MONTHLY       *
000140*                INSTALLMENT, THE AMOUNT REPAID IN THE PERIOD   *
000150*                (PAYROLL AND FINAL-PAY ENTRIES ON THE          *
000160*                REPAYMENT LEDGER, LOANPAY) AND THE BALANCE     *
000170*                STILL OUTSTANDING, WITH DEPARTMENT SUBTOTALS   *
000180*                AND A COMPANY TOTAL. THE BALANCE IS AS OF THE  *
000190*                RUN DATE. LOANS STILL WAITING FOR APPROVAL     *
000200*                ARE COUNTED BUT NOT LISTED.                    *
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
000310     COPY EMPSEL.
000320     COPY LOANSEL.
000330     COPY LNPYSEL.
000340     COPY LNSWSEL.
000350     COPY LNRPSEL.
000360
000370 DATA DIVISION.
000380 FILE SECTION.
000390 FD  EMPLOYEE-FILE.
000400     COPY EMPREC.
000410
000420 FD  LOAN-MASTER-FILE.
000430     COPY LOANREC.
000440
000450 FD  LOAN-REPAYMENT-FILE.
000460     COPY LNPYREC.
000470
000480 SD  LOAN-SORT-FILE.
000490     COPY LNSWREC.
000500
000510 FD  LOAN-REPORT-FILE.
000520 01  LOAN-REPORT-LINE                 PIC X(80).
000530
000540 WORKING-STORAGE SECTION.
000550 01  WS-CURRENT-DATE-NUM              PIC 9(08).
000560 01  WS-CURRENT-DATE REDEFINES WS-CURRENT-DATE-NUM.
000570     05  WS-YEAR                       PIC 9(04).
000580     05  WS-MONTH                      PIC 99.
000590     05  WS-DAY                        PIC 99.
000600 01  WS-RPT-YEAR                       PIC 9(04).
000610 01  WS-RPT-MONTH                      PIC 9(02).
000620 01  WS-EMP-FILE-STATUS                PIC X(02).
000630 01  WS-LOAN-FILE-STATUS               PIC X(02).
000640 01  WS-LNPY-FILE-STATUS               PIC X(02).
000650 01  WS-LNRP-FILE-STATUS               PIC X(02).
000660 01  WS-LOAN-EOF-SW                    PIC X(01) VALUE 'N'.
000670     88  WS-END-OF-LOAN-FILE           VALUE 'Y'.
000680 01  WS-LOAN-OPEN-SW                   PIC X(01) VALUE 'N'.
000690     88  WS-LOAN-MASTER-OPEN           VALUE 'Y'.
000700 01  WS-LNPY-OPEN-SW                   PIC X(01) VALUE 'N'.
000710     88  WS-LOAN-LEDGER-OPEN           VALUE 'Y'.
000720 01  WS-SORT-EOF-SW                    PIC X(01).
000730 01  WS-PERIOD-PAID                    PIC 9(08)V99.
000740 01  WS-CURRENT-DEPT                   PIC X(10).
000750 01  WS-PENDING-COUNT                  PIC 9(05) VALUE 0.
000760 01  WS-NO-EMPLOYEE-COUNT              PIC 9(05) VALUE 0.
000770 01  WS-DEPT-COUNT                     PIC 9(05).
000780 01  WS-DEPT-PRINCIPAL                 PIC 9(09)V99.
000790 01  WS-DEPT-INSTALLMENT               PIC 9(09)V99.
000800 01  WS-DEPT-PAID                      PIC 9(09)V99.
000810 01  WS-DEPT-BALANCE                   PIC 9(09)V99.
000820 01  WS-GRAND-COUNT                    PIC 9(05) VALUE 0.
000830 01  WS-GRAND-PRINCIPAL                PIC 9(09)V99 VALUE 0.
000840 01  WS-GRAND-INSTALLMENT              PIC 9(09)V99 VALUE 0.
000850 01  WS-GRAND-PAID                     PIC 9(09)V99 VALUE 0.
000860 01  WS-GRAND-BALANCE                  PIC 9(09)V99 VALUE 0.
000870 01  WS-DETAIL-LINE.
000880     05  WS-DL-ID                       PIC 9(06).
000890     05  FILLER                         PIC X(01) VALUE SPACES.
000900     05  WS-DL-NAME                     PIC X(15).
000910     05  FILLER                         PIC X(01) VALUE SPACES.
000920     05  WS-DL-SEQ                      PIC 9(03).
000930     05  FILLER                         PIC X(01) VALUE SPACES.
000940     05  WS-DL-TYPE                     PIC X(01).
000950     05  FILLER                         PIC X(01) VALUE SPACES.
000960     05  WS-DL-PRINCIPAL                PIC ZZZZZZZZ9.99.
000970     05  FILLER                         PIC X(01) VALUE SPACES.
000980     05  WS-DL-INSTALLMENT              PIC ZZZZZZZZ9.99.
000990     05  FILLER                         PIC X(01) VALUE SPACES.
001000     05  WS-DL-PAID                     PIC ZZZZZZZZ9.99.
001010     05  FILLER                         PIC X(01) VALUE SPACES.
001020     05  WS-DL-BALANCE                  PIC ZZZZZZZZ9.99.
001030 01  WS-TOTAL-LINE.
001040     05  WS-TL-LABEL                    PIC X(23).
001050     05  WS-TL-COUNT                    PIC ZZZ9.
001060     05  FILLER                         PIC X(02) VALUE SPACES.
001070     05  WS-TL-PRINCIPAL                PIC ZZZZZZZZ9.99.
001080     05  FILLER                         PIC X(01) VALUE SPACES.
001090     05  WS-TL-INSTALLMENT              PIC ZZZZZZZZ9.99.
001100     05  FILLER                         PIC X(01) VALUE SPACES.
001110     05  WS-TL-PAID                     PIC ZZZZZZZZ9.99.
001120     05  FILLER                         PIC X(01) VALUE SPACES.
001130     05  WS-TL-BALANCE                  PIC ZZZZZZZZ9.99.
001140
001150 PROCEDURE DIVISION.
001160*****************************************************************
001170*    0000-MAINLINE - BATCH JOB ENTRY POINT.                     *
001180*****************************************************************
001190 0000-MAINLINE.
001200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001210     SORT LOAN-SORT-FILE
001220         ON ASCENDING KEY LSW-DEPT LSW-EMPLOYEE-ID LSW-LOAN-SEQ
001230         INPUT PROCEDURE IS 2000-SELECT-LOANS THRU 2000-EXIT
001240         OUTPUT PROCEDURE IS 3000-PRINT-PORTFOLIO THRU 3000-EXIT.
001250     PERFORM 9000-TERMINATION THRU 9000-EXIT.
001260     STOP RUN.
001270
001280*****************************************************************
001290*    1000-INITIALIZE - ASK THE PERIOD, OPEN FILES AND PRINT     *
001300*    THE REPORT HEADER. NO LOAN MASTER YET MEANS NO LOANS.      *
001310*****************************************************************
001320 1000-INITIALIZE.
001330     ACCEPT WS-CURRENT-DATE-NUM FROM DATE YYYYMMDD.
001340     DISPLAY 'PERIODE LAPORAN (YYYY MM): '.
001350     ACCEPT WS-RPT-YEAR.
001360     ACCEPT WS-RPT-MONTH.
001370     OPEN INPUT EMPLOYEE-FILE.
001380     IF WS-EMP-FILE-STATUS NOT = '00'
001390         DISPLAY 'EMPFILE TIDAK DAPAT DIBUKA, STATUS '
001400             WS-EMP-FILE-STATUS
001410         STOP RUN
001420     END-IF.
001430     OPEN INPUT LOAN-MASTER-FILE.
001440     IF WS-LOAN-FILE-STATUS = '00'
001450         SET WS-LOAN-MASTER-OPEN TO TRUE
001460     ELSE
001470         SET WS-END-OF-LOAN-FILE TO TRUE
001480     END-IF.
001490     OPEN INPUT LOAN-REPAYMENT-FILE.
001500     IF WS-LNPY-FILE-STATUS = '00'
001510         SET WS-LOAN-LEDGER-OPEN TO TRUE
001520     END-IF.
001530     OPEN OUTPUT LOAN-REPORT-FILE.
001540     MOVE 'LAPORAN PORTOFOLIO PINJAMAN DAN KASBON KARYAWAN'
001550         TO LOAN-REPORT-LINE.
001560     WRITE LOAN-REPORT-LINE.
001570     MOVE SPACES TO LOAN-REPORT-LINE.
001580     STRING 'PERIODE: ' WS-RPT-YEAR '-' WS-RPT-MONTH
001590         '   TANGGAL JALAN: ' WS-DAY '-' WS-MONTH '-' WS-YEAR
001600         DELIMITED BY SIZE INTO LOAN-REPORT-LINE.
001610     WRITE LOAN-REPORT-LINE.
001620     MOVE SPACES TO LOAN-REPORT-LINE.
001630     STRING 'J = JENIS (P PINJAMAN, K KASBON); DIBAYAR = PERIODE '
001640         'INI; SISA PER TANGGAL JALAN'
001650         DELIMITED BY SIZE INTO LOAN-REPORT-LINE.
001660     WRITE LOAN-REPORT-LINE.
001670     MOVE SPACES TO LOAN-REPORT-LINE.
001680     WRITE LOAN-REPORT-LINE.
001690     MOVE SPACES TO LOAN-REPORT-LINE.
001700     STRING 'ID     NAMA            NO  J        POKOK      '
001710         'CICILAN      DIBAYAR         SISA'
001720         DELIMITED BY SIZE INTO LOAN-REPORT-LINE.
001730     WRITE LOAN-REPORT-LINE.
001740 1000-EXIT.
001750     EXIT.
001760
001770*****************************************************************
001780*    2000-SELECT-LOANS - SORT INPUT PROCEDURE. PASS EVERY LOAN  *
001790*    ON THE MASTER.                                             *
001800*****************************************************************
001810 2000-SELECT-LOANS.
001820     PERFORM 2100-SELECT-ONE-LOAN THRU 2100-EXIT
001830         UNTIL WS-END-OF-LOAN-FILE.
001840 2000-EXIT.
001850     EXIT.
001860
001870*****************************************************************
001880*    2100-SELECT-ONE-LOAN - RELEASE A LOAN THAT IS ACTIVE OR    *
001890*    WAS REPAID DURING THE PERIOD, TAGGED WITH THE BORROWER'S   *
001900*    DEPARTMENT. PENDING LOANS ARE ONLY COUNTED; REJECTED ONES  *
001910*    AND LOANS SETTLED IN EARLIER PERIODS ARE SKIPPED. A        *
001920*    BORROWER NO LONGER ON EMPFILE IS REPORTED UNDER            *
001930*    '*TIDAK ADA'.                                              *
001940*****************************************************************
001950 2100-SELECT-ONE-LOAN.
001960     READ LOAN-MASTER-FILE NEXT RECORD
001970         AT END
001980             SET WS-END-OF-LOAN-FILE TO TRUE
001990             GO TO 2100-EXIT
002000     END-READ.
002010     IF LOAN-PENDING
002020         ADD 1 TO WS-PENDING-COUNT
002030         GO TO 2100-EXIT
002040     END-IF.
002050     IF LOAN-REJECTED
002060         GO TO 2100-EXIT
002070     END-IF.
002080     PERFORM 2200-GET-PERIOD-PAID THRU 2200-EXIT.
002090     IF NOT LOAN-ACTIVE AND WS-PERIOD-PAID = 0
002100         GO TO 2100-EXIT
002110     END-IF.
002120     MOVE LOAN-EMPLOYEE-ID TO EMPLOYEE-ID.
002130     READ EMPLOYEE-FILE
002140         INVALID KEY
002150             MOVE '*TIDAK ADA' TO LSW-DEPT
002160             MOVE SPACES TO LSW-EMPLOYEE-NAME
002170             ADD 1 TO WS-NO-EMPLOYEE-COUNT
002180         NOT INVALID KEY
002190             MOVE EMPLOYEE-DEPT TO LSW-DEPT
002200             MOVE EMPLOYEE-NAME TO LSW-EMPLOYEE-NAME
002210     END-READ.
002220     IF LSW-DEPT = SPACES
002230         MOVE '*TIDAK ADA' TO LSW-DEPT
002240     END-IF.
002250     MOVE LOAN-EMPLOYEE-ID TO LSW-EMPLOYEE-ID.
002260     MOVE LOAN-SEQ TO LSW-LOAN-SEQ.
002270     MOVE LOAN-TYPE TO LSW-TYPE.
002280     MOVE LOAN-PRINCIPAL TO LSW-PRINCIPAL.
002290     MOVE LOAN-INSTALLMENT TO LSW-INSTALLMENT.
002300     MOVE WS-PERIOD-PAID TO LSW-PERIOD-PAID.
002310     MOVE LOAN-BALANCE TO LSW-BALANCE.
002320     RELEASE LOAN-SORT-RECORD.
002330 2100-EXIT.
002340     EXIT.
002350
002360*****************************************************************
002370*    2200-GET-PERIOD-PAID - THE PAYROLL AND FINAL-PAY LEDGER    *
002380*    ENTRIES OF THE LOAN FOR THE REPORT PERIOD.                 *
002390*****************************************************************
002400 2200-GET-PERIOD-PAID.
002410     MOVE 0 TO WS-PERIOD-PAID.
002420     IF NOT WS-LOAN-LEDGER-OPEN
002430         GO TO 2200-EXIT
002440     END-IF.
002450     MOVE LOAN-KEY TO LNPY-LOAN-KEY.
002460     MOVE WS-RPT-YEAR TO LNPY-YEAR.
002470     MOVE WS-RPT-MONTH TO LNPY-MONTH.
002480     SET LNPY-FROM-PAYROLL TO TRUE.
002490     READ LOAN-REPAYMENT-FILE
002500         INVALID KEY
002510             CONTINUE
002520         NOT INVALID KEY
002530             ADD LNPY-AMOUNT TO WS-PERIOD-PAID
002540     END-READ.
002550     MOVE LOAN-KEY TO LNPY-LOAN-KEY.
002560     MOVE WS-RPT-YEAR TO LNPY-YEAR.
002570     MOVE WS-RPT-MONTH TO LNPY-MONTH.
002580     SET LNPY-FROM-FINAL-PAY TO TRUE.
002590     READ LOAN-REPAYMENT-FILE
002600         INVALID KEY
002610             CONTINUE
002620         NOT INVALID KEY
002630             ADD LNPY-AMOUNT TO WS-PERIOD-PAID
002640     END-READ.
002650 2200-EXIT.
002660     EXIT.
002670
002680*****************************************************************
002690*    3000-PRINT-PORTFOLIO - SORT OUTPUT PROCEDURE. PRINT THE    *
002700*    LOANS, WITH A SUBTOTAL EACH TIME THE DEPARTMENT CHANGES.   *
002710*****************************************************************
002720 3000-PRINT-PORTFOLIO.
002730     MOVE SPACES TO WS-CURRENT-DEPT.
002740     PERFORM 3300-CLEAR-DEPT-TOTALS THRU 3300-EXIT.
002750     MOVE 'N' TO WS-SORT-EOF-SW.
002760     PERFORM 3100-RETURN-AND-PRINT THRU 3100-EXIT
002770         UNTIL WS-SORT-EOF-SW = 'Y'.
002780     IF WS-DEPT-COUNT > 0
002790         PERFORM 3200-PRINT-DEPT-SUBTOTAL THRU 3200-EXIT
002800     END-IF.
002810 3000-EXIT.
002820     EXIT.
002830
002840 3100-RETURN-AND-PRINT.
002850     RETURN LOAN-SORT-FILE
002860         AT END
002870             MOVE 'Y' TO WS-SORT-EOF-SW
002880             GO TO 3100-EXIT
002890     END-RETURN.
002900     IF WS-CURRENT-DEPT NOT = SPACES AND
002910         LSW-DEPT NOT = WS-CURRENT-DEPT
002920         PERFORM 3200-PRINT-DEPT-SUBTOTAL THRU 3200-EXIT
002930     END-IF.
002940     IF LSW-DEPT NOT = WS-CURRENT-DEPT
002950         MOVE SPACES TO LOAN-REPORT-LINE
002960         STRING 'DEPARTEMEN: ' LSW-DEPT
002970             DELIMITED BY SIZE INTO LOAN-REPORT-LINE
002980         WRITE LOAN-REPORT-LINE
002990     END-IF.
003000     MOVE LSW-DEPT TO WS-CURRENT-DEPT.
003010     MOVE LSW-EMPLOYEE-ID TO WS-DL-ID.
003020     MOVE LSW-EMPLOYEE-NAME TO WS-DL-NAME.
003030     MOVE LSW-LOAN-SEQ TO WS-DL-SEQ.
003040     MOVE LSW-TYPE TO WS-DL-TYPE.
003050     MOVE LSW-PRINCIPAL TO WS-DL-PRINCIPAL.
003060     MOVE LSW-INSTALLMENT TO WS-DL-INSTALLMENT.
003070     MOVE LSW-PERIOD-PAID TO WS-DL-PAID.
003080     MOVE LSW-BALANCE TO WS-DL-BALANCE.
003090     WRITE LOAN-REPORT-LINE FROM WS-DETAIL-LINE.
003100     ADD 1 TO WS-DEPT-COUNT.
003110     ADD LSW-PRINCIPAL TO WS-DEPT-PRINCIPAL.
003120     ADD LSW-INSTALLMENT TO WS-DEPT-INSTALLMENT.
003130     ADD LSW-PERIOD-PAID TO WS-DEPT-PAID.
003140     ADD LSW-BALANCE TO WS-DEPT-BALANCE.
003150     ADD 1 TO WS-GRAND-COUNT.
003160     ADD LSW-PRINCIPAL TO WS-GRAND-PRINCIPAL.
003170     ADD LSW-INSTALLMENT TO WS-GRAND-INSTALLMENT.
003180     ADD LSW-PERIOD-PAID TO WS-GRAND-PAID.
003190     ADD LSW-BALANCE TO WS-GRAND-BALANCE.
003200 3100-EXIT.
003210     EXIT.
003220
003230 3200-PRINT-DEPT-SUBTOTAL.
003240     MOVE SPACES TO WS-TL-LABEL.
003250     STRING '  SUBTOTAL ' WS-CURRENT-DEPT
003260         DELIMITED BY SIZE INTO WS-TL-LABEL.
003270     MOVE WS-DEPT-COUNT TO WS-TL-COUNT.
003280     MOVE WS-DEPT-PRINCIPAL TO WS-TL-PRINCIPAL.
003290     MOVE WS-DEPT-INSTALLMENT TO WS-TL-INSTALLMENT.
003300     MOVE WS-DEPT-PAID TO WS-TL-PAID.
003310     MOVE WS-DEPT-BALANCE TO WS-TL-BALANCE.
003320     WRITE LOAN-REPORT-LINE FROM WS-TOTAL-LINE.
003330     MOVE SPACES TO LOAN-REPORT-LINE.
003340     WRITE LOAN-REPORT-LINE.
003350     PERFORM 3300-CLEAR-DEPT-TOTALS THRU 3300-EXIT.
003360 3200-EXIT.
003370     EXIT.
003380
003390 3300-CLEAR-DEPT-TOTALS.
003400     MOVE 0 TO WS-DEPT-COUNT WS-DEPT-PRINCIPAL.
003410     MOVE 0 TO WS-DEPT-INSTALLMENT WS-DEPT-PAID.
003420     MOVE 0 TO WS-DEPT-BALANCE.
003430 3300-EXIT.
003440     EXIT.
003450
003460*****************************************************************
003470*    9000-TERMINATION - PRINT THE COMPANY TOTAL AND SUMMARY,    *
003480*    CLOSE FILES.                                               *
003490*****************************************************************
003500 9000-TERMINATION.
003510     MOVE 'TOTAL PERUSAHAAN' TO WS-TL-LABEL.
003520     MOVE WS-GRAND-COUNT TO WS-TL-COUNT.
003530     MOVE WS-GRAND-PRINCIPAL TO WS-TL-PRINCIPAL.
003540     MOVE WS-GRAND-INSTALLMENT TO WS-TL-INSTALLMENT.
003550     MOVE WS-GRAND-PAID TO WS-TL-PAID.
003560     MOVE WS-GRAND-BALANCE TO WS-TL-BALANCE.
003570     WRITE LOAN-REPORT-LINE FROM WS-TOTAL-LINE.
003580     MOVE SPACES TO LOAN-REPORT-LINE.
003590     WRITE LOAN-REPORT-LINE.
003600     MOVE SPACES TO LOAN-REPORT-LINE.
003610     STRING 'PINJAMAN MENUNGGU PERSETUJUAN : ' WS-PENDING-COUNT
003620         DELIMITED BY SIZE INTO LOAN-REPORT-LINE.
003630     WRITE LOAN-REPORT-LINE.
003640     MOVE SPACES TO LOAN-REPORT-LINE.
003650     STRING 'PEMINJAM TIDAK ADA DI EMPFILE : '
003660         WS-NO-EMPLOYEE-COUNT
003670         DELIMITED BY SIZE INTO LOAN-REPORT-LINE.
003680     WRITE LOAN-REPORT-LINE.
003690     CLOSE EMPLOYEE-FILE.
003700     IF WS-LOAN-MASTER-OPEN
003710         CLOSE LOAN-MASTER-FILE
003720     END-IF.
003730     IF WS-LOAN-LEDGER-OPEN
003740         CLOSE LOAN-REPAYMENT-FILE
003750     END-IF.
003760     CLOSE LOAN-REPORT-FILE.
003770     DISPLAY 'LOAN-PORTFOLIO-REPORT SELESAI. LIHAT LOANRPT.'.
003780 9000-EXIT.
003790     EXIT.
