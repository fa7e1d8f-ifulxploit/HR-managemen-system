000230*    DATE        INIT   DESCRIPTION                             *
000240*    ----------  -----  ------------------------------------    *
000250*    2026-09-02  AGT    INITIAL VERSION.                        *
000251*    2026-10-15  AGT    EVERY BANK CREDIT DETAIL NOW CARRIES    *
000252*                       THE EMPLOYEE'S BANK CODE, ACCOUNT       *
000253*                       NUMBER AND HOLDER FROM THE BANK         *
000254*                       ACCOUNT MASTER (BANKACCT). AN EMPLOYEE  *
000256*                       WITH NO VALID ACCOUNT IS LEFT OFF       *
000257*                       BANKFILE AND LISTED ON THE BANKEXC      *
000258*                       EXCEPTION LIST INSTEAD, SO NOBODY IS    *
000259*                       SILENTLY CREDITED TO NOTHING.           *
000261*    2026-10-15  AGT    PPH 21 AND BPJS. EACH EMPLOYEE'S BPJS   *
000262*                       KESEHATAN AND KETENAGAKERJAAN SHARES    *
000263*                       AND PPH 21 (PTKP AND NPWP FROM THE TAX  *
000265*                       PROFILE MASTER, CALCULATED BY PPH21)    *
000267*                       ARE TAKEN OFF THE NET CREDIT AND SHOWN  *
000268*                       ON A SECOND REGISTER LINE. THE MONTH IS *
000269*                       POSTED TO THE YEAR-TO-DATE TAX          *
000271*                       ACCUMULATOR (TAXYTD), TRUED UP TO THE   *
000273*                       ACTUAL YEAR IN DECEMBER, AND A          *
000274*                       REMITTANCE SUMMARY PER DEDUCTION TYPE   *
000275*                       IS PRINTED ON REMITRPT FOR FINANCE.     *
000276*    2026-10-15  AGT    OVERTIME. THE UNPAID DAYS ON THE        *
000277*                       OVERTIME LEDGER (OTLEDGER, LOADED FROM  *
000279*                       TIMEKEEPING AGAINST SUPERVISOR          *
000280*                       AUTHORIZATIONS) ARE PAID AT THE         *
000281*                       STATUTORY RATES ON SALARY/173, ADDED TO *
000283*                       THE GROSS AND THE BANK CREDIT, SHOWN IN *
000284*                       THEIR OWN REGISTER COLUMN AND MARKED    *
000285*                       PAID WITH THE PERIOD AND THE AMOUNT.    *
000286*    2026-10-15  AGT    LOANS AND KASBON. THE INSTALLMENT OF    *
000287*                       EVERY APPROVED LOAN ON THE LOAN MASTER  *
000288*                       (LOANMAST) WHOSE START PERIOD HAS COME  *
000289*                       IS TAKEN FROM NET PAY, NEVER MORE THAN  *
000290*                       THE BALANCE OR THE NET LEFT, POSTED TO  *
000291*                       THE REPAYMENT LEDGER (LOANPAY) AND      *
000293*                       SHOWN ON THE DEDUCTION LINE. A RERUN    *
000294*                       OF THE PERIOD PUTS THE EARLIER          *
000295*                       INSTALLMENT BACK FIRST.                 *
000296*    2026-10-15  AGT    THE LEAVE-WITHOUT-PAY DAILY RATE IS     *
000297*                       NOW SALARY OVER THE WORKING DAYS OF THE *
000298*                       PERIOD ON THE WORKING CALENDAR (VIA     *
000300*                       WKCAL) INSTEAD OF A FLAT 30 DAYS. THE   *
000301*                       COUNT IS PRINTED ON THE REGISTER HEADER *
000302*                       WITH A WARNING WHEN THE MONTH IS NOT    *
000303*                       LOADED ON THE CALENDAR.                 *
000304*    2026-10-15  AGT    RUN CONTROL: A MONTH IS PAID ONCE       *
000306*                       UNLESS A SUPERVISOR AUTHORIZES A RERUN, *
000307*                       AND ONLY AFTER PENDAPPL AND ABSIMP HAVE *
000309*                       CAUGHT UP AND WHILE THE MONTH IS STILL  *
000310*                       OPEN.                                   *
000311*****************************************************************
000313
000314 ENVIRONMENT DIVISION.
000316 INPUT-OUTPUT SECTION.
000317 FILE-CONTROL.
000319     COPY EMPSEL.
000320     COPY LVTXNSEL.
000330     COPY BANKSEL.
000340     COPY PAYRSEL.
000343     COPY BNKASEL.
000347     COPY BKEXSEL.
000350     COPY TAXPSEL.
000352     COPY TYTDSEL.
000355     COPY REMTSEL.
000356     COPY OTLSEL.
000357     COPY LOANSEL.
000358     COPY LNPYSEL.
000359
000360 DATA DIVISION.
000370 FILE SECTION.
000380 FD  EMPLOYEE-FILE.
000460
000470 FD  PAYROLL-REGISTER-FILE.
000480 01  PAYROLL-REGISTER-LINE            PIC X(80).
000481
000483 FD  BANK-ACCOUNT-FILE.
000484     COPY BNKAREC.
000486
000487 FD  BANK-EXCEPTION-FILE.
000489 01  BANK-EXCEPTION-LINE              PIC X(80).
000490
000491 FD  TAX-PROFILE-FILE.
000492     COPY TAXPREC.
000493
000494 FD  TAX-YTD-FILE.
000495     COPY TYTDREC.
000496
000497 FD  REMITTANCE-REPORT-FILE.
000498 01  REMITTANCE-REPORT-LINE           PIC X(80).
000500
000502 FD  OVERTIME-LEDGER-FILE.
000504     COPY OTLREC.
000506
000507 FD  LOAN-MASTER-FILE.
000509     COPY LOANREC.
000510
000512 FD  LOAN-REPAYMENT-FILE.
000514     COPY LNPYREC.
000515
000517 WORKING-STORAGE SECTION.
000518 01  WS-CURRENT-DATE-NUM              PIC 9(08).
000520 01  WS-CURRENT-DATE REDEFINES WS-CURRENT-DATE-NUM.
000530     05  WS-YEAR                       PIC 9(04).
000540     05  WS-MONTH                      PIC 99.
000570 01  WS-LVTXN-FILE-STATUS              PIC X(02).
000580 01  WS-BANK-FILE-STATUS               PIC X(02).
000590 01  WS-PAYR-FILE-STATUS               PIC X(02).
000592 01  WS-BACCT-FILE-STATUS              PIC X(02).
000594 01  WS-BKEX-FILE-STATUS               PIC X(02).
000596 01  WS-BACCT-OPEN-SW                  PIC X(01) VALUE 'N'.
000598     88  WS-BANK-MASTER-OPEN           VALUE 'Y'.
000599 01  WS-TAXP-FILE-STATUS               PIC X(02).
000601 01  WS-TYTD-FILE-STATUS               PIC X(02).
000602 01  WS-REMT-FILE-STATUS               PIC X(02).
000603 01  WS-TAXP-OPEN-SW                   PIC X(01) VALUE 'N'.
000605     88  WS-TAX-MASTER-OPEN            VALUE 'Y'.
000606 01  WS-YTD-FOUND-SW                   PIC X(01).
000607     88  WS-YTD-ON-FILE                VALUE 'Y'.
000609 01  WS-OTL-FILE-STATUS                PIC X(02).
000610 01  WS-OTL-OPEN-SW                    PIC X(01) VALUE 'N'.
000612     88  WS-OT-LEDGER-OPEN             VALUE 'Y'.
000613 01  WS-OTL-EOF-SW                     PIC X(01).
000615     88  WS-END-OF-OT-SCAN             VALUE 'Y'.
000616 01  WS-LOAN-FILE-STATUS               PIC X(02).
000617 01  WS-LNPY-FILE-STATUS               PIC X(02).
000619 01  WS-LOAN-OPEN-SW                   PIC X(01) VALUE 'N'.
000620     88  WS-LOAN-MASTER-OPEN           VALUE 'Y'.
000621 01  WS-LOAN-EOF-SW                    PIC X(01).
000623     88  WS-END-OF-LOAN-SCAN           VALUE 'Y'.
000624 01  WS-LNPY-FOUND-SW                  PIC X(01).
000625     88  WS-LNPY-ON-FILE               VALUE 'Y'.
000626 01  WS-EMP-EOF-SW                     PIC X(01) VALUE 'N'.
000627     88  WS-END-OF-EMPLOYEE-FILE       VALUE 'Y'.
000629 01  WS-LVTXN-EOF-SW                   PIC X(01).
000630     88  WS-END-OF-LVTXN-FILE          VALUE 'Y'.
000640*    LEDGER TOTALS FOR THE EMPLOYEE BEING PAID: THE BALANCE
000650*    CARRIED INTO THE PERIOD, THE DAYS ACCRUED/ADJUSTED WITHIN
000700 77  WS-PERIOD-USED                    PIC S9(05) COMP VALUE 0.
000710 77  WS-AVAILABLE-DAYS                 PIC S9(05) COMP VALUE 0.
000720 01  WS-UNPAID-DAYS                    PIC 9(03).
000721*    THE PERIOD'S FIRST AND LAST DAY AND ITS WORKING DAYS ON THE
000722*    WORKING CALENDAR - THE DIVISOR OF THE DAILY RATE.
000724 01  WS-PERIOD-FIRST-DATE              PIC 9(08).
000725 01  WS-PERIOD-FIRST REDEFINES WS-PERIOD-FIRST-DATE.
000726     05  WS-PF-YEAR                    PIC 9(04).
000727     05  WS-PF-MONTH                   PIC 9(02).
000728     05  WS-PF-DAY                     PIC 9(02).
000729 01  WS-NEXT-MONTH-DATE                PIC 9(08).
000731 01  WS-NEXT-MONTH REDEFINES WS-NEXT-MONTH-DATE.
000732     05  WS-NM-YEAR                    PIC 9(04).
000733     05  WS-NM-MONTH                   PIC 9(02).
000734     05  WS-NM-DAY                     PIC 9(02).
000735 01  WS-PERIOD-LAST-DATE               PIC 9(08).
000736 01  WS-MONTH-WORKING-DAYS             PIC 9(03).
000738     COPY WKCPARM.
000739 01  WS-DAILY-RATE                     PIC 9(06)V99.
000740 01  WS-LWOP-AMOUNT                    PIC 9(08)V99.
000745 01  WS-GROSS-PAY                      PIC 9(08)V99.
000750 01  WS-NET-PAY                        PIC 9(08)V99.
000751*    THE CURRENT EMPLOYEE'S BPJS SHARES AND PPH 21. JHT AND JP
000752*    TOGETHER ARE BPJS KETENAGAKERJAAN (TK); THE EMPLOYER'S
000753*    JKK, JKM AND KESEHATAN PREMIUMS ARE TAXABLE INCOME.
000754 01  WS-KES-BASE                       PIC 9(09)V99.
000755 01  WS-JP-BASE                        PIC 9(09)V99.
000756 01  WS-KES-EMPLOYEE                   PIC 9(07)V99.
000757 01  WS-KES-EMPLOYER                   PIC 9(07)V99.
000758 01  WS-JHT-EMPLOYEE                   PIC 9(07)V99.
000759 01  WS-JHT-EMPLOYER                   PIC 9(07)V99.
000760 01  WS-JP-EMPLOYEE                    PIC 9(07)V99.
000761 01  WS-JP-EMPLOYER                    PIC 9(07)V99.
000762 01  WS-JKK-AMOUNT                     PIC 9(07)V99.
000763 01  WS-JKM-AMOUNT                     PIC 9(07)V99.
000764 01  WS-TK-EMPLOYEE                    PIC 9(07)V99.
000765 01  WS-TAXABLE-BENEFIT                PIC 9(07)V99.
000766 01  WS-PENSION-DEDUCTION              PIC 9(07)V99.
000767 01  WS-PPH21-AMOUNT                   PIC 9(09)V99.
000768 01  WS-DEDUCTION-TOTAL                PIC 9(09)V99.
000769*    THE CURRENT EMPLOYEE'S OVERTIME FOR THE PERIOD. EACH DAY IS
000770*    SPLIT INTO ITS RATE BANDS - FIRST HOUR / LATER HOURS ON A
000771*    WORKING DAY, FIRST 8 / NINTH / LATER HOURS ON A HOLIDAY -
000772*    AND PAID AT THE BANDS' MULTIPLE OF SALARY/173.
000774 01  WS-OT-HOURS                       PIC 9(04)V9.
000775 01  WS-OT-AMOUNT                      PIC 9(08)V99.
000776 01  WS-OT-BAND-1                      PIC 9(02)V9.
000777 01  WS-OT-BAND-2                      PIC 9(02)V9.
000778 01  WS-OT-BAND-3                      PIC 9(02)V9.
000779 01  WS-OT-MULTIPLIER                  PIC 9(03)V99.
000780 01  WS-OT-DAY-AMOUNT                  PIC 9(07)V99.
000782 01  WS-TOT-OT-HOURS                   PIC 9(06)V9 VALUE 0.
000783 01  WS-TOT-OT-AMOUNT                  PIC 9(11)V99 VALUE 0.
000784 01  WS-HOURS-EDIT                     PIC ZZZZZ9.9.
000785*    THE CURRENT EMPLOYEE'S LOAN INSTALLMENTS FOR THE PERIOD:
000786*    WHAT ONE LOAN IS DUE, WHAT THE NET PAY LEFT COULD COVER,
000787*    AND THE TOTAL TAKEN ACROSS ALL THEIR LOANS.
000788 01  WS-LOAN-DUE                       PIC 9(08)V99.
000790 01  WS-LOAN-TAKEN                     PIC 9(08)V99.
000791 01  WS-LOAN-DEDUCTION                 PIC 9(08)V99.
000792 01  WS-TOT-LOAN-AMOUNT                PIC 9(11)V99 VALUE 0.
000793 01  WS-LOAN-SHORT-COUNT               PIC 9(05) VALUE 0.
000794 77  WS-MX                             PIC S9(04) COMP VALUE 0.
000795 01  WS-NO-PROFILE-COUNT               PIC 9(05) VALUE 0.
000796*    PERIOD TOTALS FOR THE REMITTANCE SUMMARY.
000797 01  WS-TOT-PPH21                      PIC 9(11)V99 VALUE 0.
000799 01  WS-TOT-KES-EMPLOYEE               PIC 9(11)V99 VALUE 0.
000800 01  WS-TOT-KES-EMPLOYER               PIC 9(11)V99 VALUE 0.
000801 01  WS-TOT-JHT-EMPLOYEE               PIC 9(11)V99 VALUE 0.
000802 01  WS-TOT-JHT-EMPLOYER               PIC 9(11)V99 VALUE 0.
000803 01  WS-TOT-JP-EMPLOYEE                PIC 9(11)V99 VALUE 0.
000804 01  WS-TOT-JP-EMPLOYER                PIC 9(11)V99 VALUE 0.
000805 01  WS-TOT-JKK                        PIC 9(11)V99 VALUE 0.
000806 01  WS-TOT-JKM                        PIC 9(11)V99 VALUE 0.
000807 01  WS-RM-EMPLOYEE                    PIC 9(11)V99.
000809 01  WS-RM-EMPLOYER                    PIC 9(11)V99.
000810 01  WS-REMIT-LINE.
000811     05  WS-RL-TYPE                     PIC X(26).
000812     05  FILLER                         PIC X(02) VALUE SPACES.
000813     05  WS-RL-EMPLOYEE                 PIC ZZZZZZZZZZ9.99.
000814     05  FILLER                         PIC X(02) VALUE SPACES.
000815     05  WS-RL-EMPLOYER                 PIC ZZZZZZZZZZ9.99.
000816     05  FILLER                         PIC X(02) VALUE SPACES.
000818     05  WS-RL-TOTAL                    PIC ZZZZZZZZZZ9.99.
000819 01  WS-PAID-COUNT                     PIC 9(05) VALUE 0.
000820 01  WS-TOTAL-AMOUNT                   PIC 9(09)V99 VALUE 0.
000821 01  WS-HASH-TOTAL                     PIC 9(12) VALUE 0.
000822 01  WS-AMOUNT-EDIT                    PIC ZZZZZZZZ9.99.
000823*    DESTINATION ACCOUNT PICKED FOR THE EMPLOYEE BEING PAID, OR
000824*    THE REASON THERE IS NONE. CREDITS HELD BACK FOR WANT OF AN
000825*    ACCOUNT ARE TOTALLED SEPARATELY FROM WHAT WENT TO THE BANK.
000827 01  WS-ACCT-SW                        PIC X(01).
000828     88  WS-ACCOUNT-VALID              VALUE 'Y'.
000829 01  WS-ACCT-BANK-CODE                 PIC X(03).
000830 01  WS-ACCT-NUMBER                    PIC X(20).
000831 01  WS-ACCT-HOLDER                    PIC X(30).
000832 01  WS-ACCT-REASON                    PIC X(30).
000833 01  WS-EXCEPTION-COUNT                PIC 9(05) VALUE 0.
000834 01  WS-EXCEPTION-AMOUNT               PIC 9(09)V99 VALUE 0.
000835 01  WS-EXCEPTION-LINE.
000837     05  WS-EL-ID                       PIC 9(06).
000838     05  FILLER                         PIC X(02) VALUE SPACES.
000839     05  WS-EL-NAME                     PIC X(25).
000840     05  FILLER                         PIC X(02) VALUE SPACES.
000841     05  WS-EL-AMOUNT                   PIC ZZZZZZZ9.99.
000842     05  FILLER                         PIC X(02) VALUE SPACES.
000843     05  WS-EL-REASON                   PIC X(30).
000844 01  WS-DETAIL-LINE.
000846     05  WS-DL-ID                       PIC 9(06).
000847     05  FILLER                         PIC X(02) VALUE SPACES.
000848     05  WS-DL-NAME                     PIC X(14).
000849     05  FILLER                         PIC X(02) VALUE SPACES.
000850     05  WS-DL-SALARY                   PIC ZZZZZ9.99.
000860     05  FILLER                         PIC X(02) VALUE SPACES.
000870     05  WS-DL-UNPAID                   PIC ZZ9.
000880     05  FILLER                         PIC X(02) VALUE SPACES.
000890     05  WS-DL-LWOP                     PIC ZZZZZZ9.99.
000900     05  FILLER                         PIC X(02) VALUE SPACES.
000903     05  WS-DL-OVERTIME                 PIC ZZZZZZ9.99.
000907     05  FILLER                         PIC X(02) VALUE SPACES.
000910     05  WS-DL-NET                      PIC ZZZZZZZ9.99.
000912 01  WS-DEDUCTION-LINE.
000913     05  FILLER                         PIC X(08) VALUE SPACES.
000915     05  FILLER                         PIC X(07) VALUE 'PPH21: '.
000916     05  WS-DD-PPH21                    PIC ZZZZZZ9.99.
000918     05  FILLER                         PIC X(07) VALUE '  KES: '.
000919     05  WS-DD-KES                      PIC ZZZZZ9.99.
000921     05  FILLER                         PIC X(06) VALUE '  TK: '.
000922     05  WS-DD-TK                       PIC ZZZZZ9.99.
000923     05  FILLER                         PIC X(08) VALUE
000924         '  PINJ: '.
000925     05  WS-DD-LOAN                     PIC ZZZZZZ9.99.
000926     05  FILLER                         PIC X(02) VALUE SPACES.
000927     05  WS-DD-PTKP                     PIC X(04).
000928 COPY PPHPARM.
000929 COPY HRLIMIT.
000933 COPY RUNCPARM.
000936
000940 PROCEDURE DIVISION.
000950*****************************************************************
000960*    0000-MAINLINE - BATCH JOB ENTRY POINT.                     *
001000     PERFORM 2000-PAY-ONE-EMPLOYEE THRU 2000-EXIT
001010         UNTIL WS-END-OF-EMPLOYEE-FILE.
001020     PERFORM 9000-TERMINATION THRU 9000-EXIT.
001025     PERFORM 9800-END-RUN-CONTROL THRU 9800-EXIT.
001030     STOP RUN.
001040
001050*****************************************************************
001060*    1000-INITIALIZE - OPEN FILES AND PRINT THE REGISTER        *
001070*    HEADER. THE PAY PERIOD IS THE RUN DATE'S YEAR AND MONTH.   *
001071*    ITS WORKING DAYS ARE COUNTED ONCE, UP FRONT, FOR THE DAILY *
001072*    RATE; DAYS NOT YET ON THE CALENDAR COUNT MONDAY TO FRIDAY. *
001074*    A BANK ACCOUNT MASTER THAT HAS NEVER BEEN CREATED YET      *
001075*    MEANS NOBODY HAS AN ACCOUNT, SO EVERY CREDIT GOES TO THE   *
001078*    EXCEPTION LIST.                                            *
001080*****************************************************************
001090 1000-INITIALIZE.
001100     ACCEPT WS-CURRENT-DATE-NUM FROM DATE YYYYMMDD.
001105     PERFORM 1050-START-RUN-CONTROL THRU 1050-EXIT.
001110     OPEN INPUT EMPLOYEE-FILE.
001120     IF WS-EMP-FILE-STATUS NOT = '00'
001130         DISPLAY 'EMPFILE TIDAK DAPAT DIBUKA, STATUS '
001160     END-IF.
001170     OPEN OUTPUT PAYROLL-BANK-FILE.
001180     OPEN OUTPUT PAYROLL-REGISTER-FILE.
001181     OPEN INPUT BANK-ACCOUNT-FILE.
001182     IF WS-BACCT-FILE-STATUS = '00'
001183         SET WS-BANK-MASTER-OPEN TO TRUE
001184     END-IF.
001185     OPEN OUTPUT BANK-EXCEPTION-FILE.
001186     MOVE 'DAFTAR PENGECUALIAN KREDIT BANK - PAYROLL'
001187         TO BANK-EXCEPTION-LINE.
001188     WRITE BANK-EXCEPTION-LINE.
001189     MOVE SPACES TO BANK-EXCEPTION-LINE.
001190     STRING 'PERIODE: ' WS-YEAR '-' WS-MONTH
001191         '   TANGGAL JALAN: ' WS-DAY '-' WS-MONTH '-' WS-YEAR
001192         DELIMITED BY SIZE INTO BANK-EXCEPTION-LINE.
001193     WRITE BANK-EXCEPTION-LINE.
001194     MOVE SPACES TO BANK-EXCEPTION-LINE.
001195     STRING 'ID    NAMA                       '
001196         '    NETTO  ALASAN'
001197         DELIMITED BY SIZE INTO BANK-EXCEPTION-LINE.
001198     WRITE BANK-EXCEPTION-LINE.
001199     OPEN INPUT TAX-PROFILE-FILE.
001201     IF WS-TAXP-FILE-STATUS = '00'
001202         SET WS-TAX-MASTER-OPEN TO TRUE
001204     END-IF.
001205     OPEN I-O TAX-YTD-FILE.
001207     IF WS-TYTD-FILE-STATUS NOT = '00'
001208         OPEN OUTPUT TAX-YTD-FILE
001210         CLOSE TAX-YTD-FILE
001211         OPEN I-O TAX-YTD-FILE
001213     END-IF.
001215     OPEN I-O OVERTIME-LEDGER-FILE.
001216     IF WS-OTL-FILE-STATUS = '00'
001218         SET WS-OT-LEDGER-OPEN TO TRUE
001220     END-IF.
001221     OPEN OUTPUT REMITTANCE-REPORT-FILE.
001222     OPEN I-O LOAN-MASTER-FILE.
001223     IF WS-LOAN-FILE-STATUS = '00'
001225         SET WS-LOAN-MASTER-OPEN TO TRUE
001226         OPEN I-O LOAN-REPAYMENT-FILE
001227         IF WS-LNPY-FILE-STATUS NOT = '00'
001228             OPEN OUTPUT LOAN-REPAYMENT-FILE
001229             CLOSE LOAN-REPAYMENT-FILE
001231             OPEN I-O LOAN-REPAYMENT-FILE
001232         END-IF
001233     END-IF.
001234     MOVE 'REGISTER PAYROLL BULANAN' TO PAYROLL-REGISTER-LINE.
001235     WRITE PAYROLL-REGISTER-LINE.
001236     MOVE SPACES TO PAYROLL-REGISTER-LINE.
001238     STRING 'PERIODE: ' WS-YEAR '-' WS-MONTH
001239         '   TANGGAL JALAN: ' WS-DAY '-' WS-MONTH '-' WS-YEAR
001240         DELIMITED BY SIZE INTO PAYROLL-REGISTER-LINE.
001250     WRITE PAYROLL-REGISTER-LINE.
001260     MOVE SPACES TO PAYROLL-REGISTER-LINE.
001270     STRING 'ID    NAMA              '
001280         '     GAJI  HTB    POTONGAN      LEMBUR        NETTO'
001290         DELIMITED BY SIZE INTO PAYROLL-REGISTER-LINE.
001300     WRITE PAYROLL-REGISTER-LINE.
001302     MOVE SPACES TO PAYROLL-REGISTER-LINE.
001303     STRING '        PPH 21, BPJS KESEHATAN, BPJS TK (BAGIAN '
001305         'KARYAWAN), PINJAMAN, PTKP'
001307         DELIMITED BY SIZE INTO PAYROLL-REGISTER-LINE.
001308     WRITE PAYROLL-REGISTER-LINE.
001309     PERFORM 1100-COUNT-WORKING-DAYS THRU 1100-EXIT.
001310 1000-EXIT.
001320     EXIT.
001321
001322*****************************************************************
001323*    1050-START-RUN-CONTROL - ASK THE OPERATOR AND CHECK WITH   *
001324*    THE RUN-CONTROL FILE (RUNCTL) THAT THIS JOB MAY RUN FOR    *
001325*    THIS MONTH: NOT ALREADY COMPLETED UNLESS A RERUN IS        *
001326*    AUTHORIZED, THE MONTH NOT CLOSED, AND PENDAPPL AND ABSIMP  *
001327*    CAUGHT UP TO YESTERDAY. A REFUSED RUN STOPS HERE, BEFORE   *
001328*    ANY FILE IS OPENED.                                        *
001329*****************************************************************
001330 1050-START-RUN-CONTROL.
001331     DISPLAY 'ID OPERATOR: '.
001332     ACCEPT RCP-OPERATOR.
001333     MOVE FUNCTION UPPER-CASE(RCP-OPERATOR) TO RCP-OPERATOR.
001334     IF RCP-OPERATOR = SPACES
001335         MOVE 'BATCH' TO RCP-OPERATOR
001337     END-IF.
001338     MOVE 'PAYRUN' TO RCP-JOB-NAME.
001339     MOVE WS-CURRENT-DATE-NUM TO RCP-PERIOD.
001340     MOVE 0 TO RCP-PERIOD-DAY.
001341     SET RCP-START-RUN TO TRUE.
001342     CALL 'RUNCTL' USING RUNCTL-PARAMETERS.
001343     IF RCP-REFUSED
001344         DISPLAY 'PAYROLL-BATCH DITOLAK: '
001345             RCP-MESSAGE
001346         STOP RUN
001347     END-IF.
001348     IF RCP-MESSAGE NOT = SPACES
001349         DISPLAY RCP-MESSAGE
001350     END-IF.
001351 1050-EXIT.
001352     EXIT.
001353
001354*****************************************************************
001355*    1100-COUNT-WORKING-DAYS - COUNT THE PERIOD'S WORKING DAYS  *
001356*    ON THE WORKING CALENDAR AND NOTE THEM ON THE REGISTER. A   *
001357*    MONTH WITH NO WORKING DAY AT ALL FALLS BACK TO THE OLD     *
001358*    30-DAY CONVENTION RATHER THAN DIVIDE BY ZERO.              *
001359*****************************************************************
001360 1100-COUNT-WORKING-DAYS.
001361     MOVE WS-YEAR TO WS-PF-YEAR.
001362     MOVE WS-MONTH TO WS-PF-MONTH.
001363     MOVE 01 TO WS-PF-DAY.
001364     MOVE WS-PERIOD-FIRST-DATE TO WS-NEXT-MONTH-DATE.
001365     IF WS-NM-MONTH = 12
001367         ADD 1 TO WS-NM-YEAR
001368         MOVE 01 TO WS-NM-MONTH
001369     ELSE
001370         ADD 1 TO WS-NM-MONTH
001371     END-IF.
001372     COMPUTE WS-PERIOD-LAST-DATE = FUNCTION DATE-OF-INTEGER
001373         (FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-DATE) - 1).
001374     MOVE WS-PERIOD-FIRST-DATE TO WKC-START-DATE.
001375     MOVE WS-PERIOD-LAST-DATE TO WKC-END-DATE.
001376     CALL 'WKCAL' USING WKCAL-PARAMETERS.
001377     MOVE WKC-WORKING-DAYS TO WS-MONTH-WORKING-DAYS.
001378     IF WS-MONTH-WORKING-DAYS = 0
001379         MOVE 30 TO WS-MONTH-WORKING-DAYS
001380     END-IF.
001381     MOVE SPACES TO PAYROLL-REGISTER-LINE.
001382     STRING 'HARI KERJA BULAN INI: ' WS-MONTH-WORKING-DAYS
001383         DELIMITED BY SIZE INTO PAYROLL-REGISTER-LINE.
001384     WRITE PAYROLL-REGISTER-LINE.
001385     IF WKC-UNLOADED-DAYS > 0
001386         MOVE SPACES TO PAYROLL-REGISTER-LINE
001387         STRING 'PERINGATAN: ' WKC-UNLOADED-DAYS ' HARI BELUM '
001388             'ADA DI KALENDER KERJA, DIHITUNG SENIN-JUMAT'
001389             DELIMITED BY SIZE INTO PAYROLL-REGISTER-LINE
001390         WRITE PAYROLL-REGISTER-LINE
001391         DISPLAY 'PERINGATAN: KALENDER KERJA ' WS-YEAR '-'
001392             WS-MONTH ' BELUM LENGKAP, ' WKC-UNLOADED-DAYS
001393             ' HARI DIHITUNG SENIN-JUMAT.'
001394     END-IF.
001396 1100-EXIT.
001397     EXIT.
001398
001399*****************************************************************
001400*    2000-PAY-ONE-EMPLOYEE - READ ONE EMPLOYEE AND, IF ACTIVE,  *
001401*    COMPUTE THE PERIOD'S UNPAID-LEAVE DEDUCTION, PRINT THE     *
001402*    REGISTER LINE AND WRITE THE BANK CREDIT DETAIL RECORD.     *
001403*    AN EMPLOYEE WITHOUT A VALID BANK ACCOUNT GOES TO THE       *
001404*    EXCEPTION LIST INSTEAD OF THE BANK FILE.                   *
001405*    TAX AND BPJS ARE WITHHELD AND POSTED TO THE YEAR-TO-DATE   *
001406*    ACCUMULATOR EITHER WAY, SINCE THE PAY IS STILL OWED.       *
001407*****************************************************************
001408 2000-PAY-ONE-EMPLOYEE.
001409     READ EMPLOYEE-FILE NEXT RECORD
001410         AT END
001420             SET WS-END-OF-EMPLOYEE-FILE TO TRUE
001430             GO TO 2000-EXIT
001460         GO TO 2000-EXIT
001470     END-IF.
001480     PERFORM 2100-SCAN-LEAVE-LEDGER THRU 2100-EXIT.
001485     PERFORM 2150-PAY-OVERTIME THRU 2150-EXIT.
001490     PERFORM 2200-COMPUTE-NET-PAY THRU 2200-EXIT.
001492     PERFORM 2500-COMPUTE-BPJS THRU 2500-EXIT.
001493     PERFORM 2600-COMPUTE-PPH21 THRU 2600-EXIT.
001495     PERFORM 2700-POST-TAX-YTD THRU 2700-EXIT.
001496     COMPUTE WS-DEDUCTION-TOTAL = WS-PPH21-AMOUNT
001498         + WS-KES-EMPLOYEE + WS-TK-EMPLOYEE.
001499     IF WS-DEDUCTION-TOTAL > WS-GROSS-PAY
001501         MOVE 0 TO WS-NET-PAY
001502     ELSE
001504         COMPUTE WS-NET-PAY =
001505             WS-GROSS-PAY - WS-DEDUCTION-TOTAL
001507     END-IF.
001508     PERFORM 2800-DEDUCT-LOANS THRU 2800-EXIT.
001509     MOVE EMPLOYEE-ID TO WS-DL-ID.
001510     MOVE EMPLOYEE-NAME TO WS-DL-NAME.
001520     MOVE EMPLOYEE-SALARY TO WS-DL-SALARY.
001530     MOVE WS-UNPAID-DAYS TO WS-DL-UNPAID.
001540     MOVE WS-LWOP-AMOUNT TO WS-DL-LWOP.
001545     MOVE WS-OT-AMOUNT TO WS-DL-OVERTIME.
001550     MOVE WS-NET-PAY TO WS-DL-NET.
001560     WRITE PAYROLL-REGISTER-LINE FROM WS-DETAIL-LINE.
001561     MOVE WS-PPH21-AMOUNT TO WS-DD-PPH21.
001562     MOVE WS-KES-EMPLOYEE TO WS-DD-KES.
001563     MOVE WS-TK-EMPLOYEE TO WS-DD-TK.
001564     MOVE WS-LOAN-DEDUCTION TO WS-DD-LOAN.
001565     MOVE SPACES TO WS-DD-PTKP.
001566     IF PPH-MARITAL-STATUS = 'K'
001567         STRING 'K/' PPH-DEPENDANTS
001568             DELIMITED BY SIZE INTO WS-DD-PTKP
001569     ELSE
001570         STRING 'TK/' PPH-DEPENDANTS
001571             DELIMITED BY SIZE INTO WS-DD-PTKP
001572     END-IF.
001573     WRITE PAYROLL-REGISTER-LINE FROM WS-DEDUCTION-LINE.
001574     PERFORM 2300-LOOKUP-BANK-ACCOUNT THRU 2300-EXIT.
001575     IF NOT WS-ACCOUNT-VALID
001576         PERFORM 2400-WRITE-BANK-EXCEPTION THRU 2400-EXIT
001577         GO TO 2000-EXIT
001578     END-IF.
001579     MOVE SPACES TO BANK-CREDIT-RECORD.
001580     SET BANK-DETAIL TO TRUE.
001590     MOVE EMPLOYEE-ID TO BANK-EMPLOYEE-ID.
001600     MOVE EMPLOYEE-NAME TO BANK-EMPLOYEE-NAME.
001602     MOVE WS-ACCT-BANK-CODE TO BANK-DEST-BANK-CODE.
001605     MOVE WS-ACCT-NUMBER TO BANK-DEST-ACCOUNT-NUMBER.
001608     MOVE WS-ACCT-HOLDER TO BANK-DEST-HOLDER-NAME.
001610     MOVE WS-YEAR TO BANK-PERIOD-YEAR.
001620     MOVE WS-MONTH TO BANK-PERIOD-MONTH.
001630     MOVE WS-NET-PAY TO BANK-CREDIT-AMOUNT.
002170 2110-EXIT.
002180     EXIT.
002190
002191*****************************************************************
002192*    2150-PAY-OVERTIME - BROWSE THE CURRENT EMPLOYEE'S DAYS ON  *
002193*    THE OVERTIME LEDGER AND PAY EVERY DAY NOT YET PAID, PLUS   *
002194*    THE DAYS ALREADY MARKED PAID IN THIS PERIOD, WHICH A RERUN *
002195*    PAYS AGAIN RATHER THAN DROPS. A LEDGER THAT HAS NEVER      *
002196*    BEEN CREATED YET MEANS NO OVERTIME.                        *
002198*****************************************************************
002199 2150-PAY-OVERTIME.
002200     MOVE 0 TO WS-OT-HOURS.
002201     MOVE 0 TO WS-OT-AMOUNT.
002202     IF NOT WS-OT-LEDGER-OPEN
002203         GO TO 2150-EXIT
002204     END-IF.
002205     MOVE 'N' TO WS-OTL-EOF-SW.
002206     MOVE EMPLOYEE-ID TO OTL-EMPLOYEE-ID.
002207     MOVE ZERO TO OTL-DATE.
002208     START OVERTIME-LEDGER-FILE KEY NOT < OTL-KEY
002209         INVALID KEY
002210             SET WS-END-OF-OT-SCAN TO TRUE
002212     END-START.
002213     PERFORM 2160-PAY-ONE-OT-DAY THRU 2160-EXIT
002214         UNTIL WS-END-OF-OT-SCAN.
002215     ADD WS-OT-HOURS TO WS-TOT-OT-HOURS.
002216     ADD WS-OT-AMOUNT TO WS-TOT-OT-AMOUNT.
002217 2150-EXIT.
002218     EXIT.
002219
002220 2160-PAY-ONE-OT-DAY.
002221     READ OVERTIME-LEDGER-FILE NEXT RECORD
002222         AT END
002223             SET WS-END-OF-OT-SCAN TO TRUE
002225             GO TO 2160-EXIT
002226     END-READ.
002227     IF OTL-EMPLOYEE-ID NOT = EMPLOYEE-ID
002228         SET WS-END-OF-OT-SCAN TO TRUE
002229         GO TO 2160-EXIT
002230     END-IF.
002231     IF OTL-PAID
002232         AND (OTL-PAID-YEAR NOT = WS-YEAR
002233         OR OTL-PAID-MONTH NOT = WS-MONTH)
002234         GO TO 2160-EXIT
002235     END-IF.
002236     MOVE 0 TO WS-OT-BAND-1.
002237     MOVE 0 TO WS-OT-BAND-2.
002239     MOVE 0 TO WS-OT-BAND-3.
002240     IF OTL-HOLIDAY
002241         IF OTL-HOURS > HR-OT-HOL-BASE-HOURS
002242             MOVE HR-OT-HOL-BASE-HOURS TO WS-OT-BAND-1
002243             COMPUTE WS-OT-BAND-2 =
002244                 OTL-HOURS - HR-OT-HOL-BASE-HOURS
002245             IF WS-OT-BAND-2 > 1
002246                 COMPUTE WS-OT-BAND-3 = WS-OT-BAND-2 - 1
002247                 MOVE 1 TO WS-OT-BAND-2
002248             END-IF
002249         ELSE
002250             MOVE OTL-HOURS TO WS-OT-BAND-1
002251         END-IF
002253         COMPUTE WS-OT-MULTIPLIER =
002254             WS-OT-BAND-1 * HR-OT-HOL-BASE-RATE
002255             + WS-OT-BAND-2 * HR-OT-HOL-NEXT-RATE
002256             + WS-OT-BAND-3 * HR-OT-HOL-LATER-RATE
002257     ELSE
002258         IF OTL-HOURS > 1
002259             MOVE 1 TO WS-OT-BAND-1
002260             COMPUTE WS-OT-BAND-3 = OTL-HOURS - 1
002261         ELSE
002262             MOVE OTL-HOURS TO WS-OT-BAND-1
002263         END-IF
002264         COMPUTE WS-OT-MULTIPLIER =
002265             WS-OT-BAND-1 * HR-OT-FIRST-HOUR-RATE
002267             + WS-OT-BAND-3 * HR-OT-NEXT-HOUR-RATE
002268     END-IF.
002269     COMPUTE WS-OT-DAY-AMOUNT ROUNDED =
002270         EMPLOYEE-SALARY * WS-OT-MULTIPLIER
002271         / HR-OT-HOURLY-DIVISOR.
002272     ADD OTL-HOURS TO WS-OT-HOURS.
002273     ADD WS-OT-DAY-AMOUNT TO WS-OT-AMOUNT.
002274     SET OTL-PAID TO TRUE.
002275     MOVE WS-YEAR TO OTL-PAID-YEAR.
002276     MOVE WS-MONTH TO OTL-PAID-MONTH.
002277     MOVE WS-OT-DAY-AMOUNT TO OTL-AMOUNT.
002278     REWRITE OVERTIME-LEDGER-RECORD.
002280     IF WS-OTL-FILE-STATUS NOT = '00'
002281         DISPLAY 'OTLEDGER GAGAL DITULIS UNTUK ID ' EMPLOYEE-ID
002282             ', STATUS ' WS-OTL-FILE-STATUS
002283     END-IF.
002284 2160-EXIT.
002285     EXIT.
002286
002287*****************************************************************
002288*    2200-COMPUTE-NET-PAY - THE 'U' DAYS TAKEN THIS PERIOD      *
002289*    BEYOND WHAT WAS AVAILABLE (THE CARRIED BALANCE, CLAMPED    *
002290*    THE WAY LVBAL CLAMPS IT, PLUS THE PERIOD'S OWN ACCRUALS)   *
002291*    ARE LEAVE WITHOUT PAY, DEDUCTED AT THE DAILY RATE - THE    *
002292*    SALARY OVER THE PERIOD'S CALENDAR WORKING DAYS. WHAT       *
002294*    IS LEFT, PLUS THE PERIOD'S OVERTIME, IS THE GROSS PAY; TAX *
002295*    AND BPJS COME OFF IT LATER.                                *
002296*****************************************************************
002297 2200-COMPUTE-NET-PAY.
002298     IF WS-PRIOR-BALANCE < 0
002299         MOVE 0 TO WS-PRIOR-BALANCE
002300     END-IF.
002310     IF WS-PRIOR-BALANCE > HR-MAX-LEAVE-BALANCE
002320         MOVE HR-MAX-LEAVE-BALANCE TO WS-PRIOR-BALANCE
002430         MOVE 0 TO WS-UNPAID-DAYS
002440     END-IF.
002450     COMPUTE WS-DAILY-RATE ROUNDED =
002460         EMPLOYEE-SALARY / WS-MONTH-WORKING-DAYS.
002470     COMPUTE WS-LWOP-AMOUNT ROUNDED =
002480         WS-DAILY-RATE * WS-UNPAID-DAYS.
002490     IF WS-LWOP-AMOUNT > EMPLOYEE-SALARY
002500         MOVE EMPLOYEE-SALARY TO WS-LWOP-AMOUNT
002510     END-IF.
002520     COMPUTE WS-GROSS-PAY =
002530         EMPLOYEE-SALARY - WS-LWOP-AMOUNT + WS-OT-AMOUNT.
002540 2200-EXIT.
002550     EXIT.
002560
002561*****************************************************************
002562*    2300-LOOKUP-BANK-ACCOUNT - PICK THE ACCOUNT TO CREDIT FOR  *
002563*    THE CURRENT EMPLOYEE. AN ACCOUNT WHOSE EFFECTIVE DATE HAS  *
002564*    NOT ARRIVED YET IS NOT USED - THE ACCOUNT IT REPLACED IS   *
002565*    CREDITED UNTIL THEN, IF THERE WAS ONE. A MISSING, CLOSED   *
002566*    OR INCOMPLETE ACCOUNT LEAVES WS-ACCOUNT-VALID OFF WITH     *
002568*    THE REASON IN WS-ACCT-REASON.                              *
002569*****************************************************************
002570 2300-LOOKUP-BANK-ACCOUNT.
002571     MOVE 'N' TO WS-ACCT-SW.
002572     MOVE SPACES TO WS-ACCT-REASON.
002573     IF NOT WS-BANK-MASTER-OPEN
002574         MOVE 'TIDAK ADA REKENING' TO WS-ACCT-REASON
002575         GO TO 2300-EXIT
002576     END-IF.
002577     MOVE EMPLOYEE-ID TO BACCT-EMPLOYEE-ID.
002578     READ BANK-ACCOUNT-FILE
002579         INVALID KEY
002581             MOVE 'TIDAK ADA REKENING' TO WS-ACCT-REASON
002582             GO TO 2300-EXIT
002583     END-READ.
002584     IF NOT BACCT-ACTIVE
002585         MOVE 'REKENING DITUTUP' TO WS-ACCT-REASON
002586         GO TO 2300-EXIT
002587     END-IF.
002588     IF BACCT-EFFECTIVE-DATE > WS-CURRENT-DATE-NUM
002589         MOVE BACCT-PREV-BANK-CODE TO WS-ACCT-BANK-CODE
002590         MOVE BACCT-PREV-ACCOUNT-NUMBER TO WS-ACCT-NUMBER
002591         MOVE BACCT-PREV-HOLDER-NAME TO WS-ACCT-HOLDER
002592     ELSE
002594         MOVE BACCT-BANK-CODE TO WS-ACCT-BANK-CODE
002595         MOVE BACCT-ACCOUNT-NUMBER TO WS-ACCT-NUMBER
002596         MOVE BACCT-HOLDER-NAME TO WS-ACCT-HOLDER
002597     END-IF.
002598     IF WS-ACCT-NUMBER = SPACES
002599         AND BACCT-EFFECTIVE-DATE > WS-CURRENT-DATE-NUM
002600         MOVE 'REKENING BELUM EFEKTIF' TO WS-ACCT-REASON
002601         GO TO 2300-EXIT
002602     END-IF.
002603     IF WS-ACCT-BANK-CODE = SPACES OR WS-ACCT-NUMBER = SPACES
002604         MOVE 'DATA REKENING TIDAK LENGKAP' TO WS-ACCT-REASON
002605         GO TO 2300-EXIT
002606     END-IF.
002608     IF WS-ACCT-HOLDER = SPACES
002609         MOVE EMPLOYEE-NAME TO WS-ACCT-HOLDER
002610     END-IF.
002611     SET WS-ACCOUNT-VALID TO TRUE.
002612 2300-EXIT.
002613     EXIT.
002614
002615*****************************************************************
002616*    2400-WRITE-BANK-EXCEPTION - LIST THE EMPLOYEE WHOSE NET    *
002617*    PAY WAS HELD OFF THE BANK FILE, WITH THE AMOUNT AND THE    *
002618*    REASON, SO TREASURY CAN CHASE THE ACCOUNT AND PAY IT.      *
002619*****************************************************************
002621 2400-WRITE-BANK-EXCEPTION.
002622     MOVE EMPLOYEE-ID TO WS-EL-ID.
002623     MOVE EMPLOYEE-NAME TO WS-EL-NAME.
002624     MOVE WS-NET-PAY TO WS-EL-AMOUNT.
002625     MOVE WS-ACCT-REASON TO WS-EL-REASON.
002626     WRITE BANK-EXCEPTION-LINE FROM WS-EXCEPTION-LINE.
002627     ADD 1 TO WS-EXCEPTION-COUNT.
002628     ADD WS-NET-PAY TO WS-EXCEPTION-AMOUNT.
002629 2400-EXIT.
002630     EXIT.
002631
002632*****************************************************************
002633*    2500-COMPUTE-BPJS - EMPLOYEE AND EMPLOYER SHARES OF BPJS   *
002634*    KESEHATAN AND KETENAGAKERJAAN (JHT, JP, JKK, JKM) ON THE   *
002635*    MONTHLY SALARY, KESEHATAN AND JP ONLY UP TO THEIR WAGE     *
002636*    CAPS, AND THE PERIOD TOTALS FOR THE REMITTANCE SUMMARY.    *
002637*****************************************************************
002638 2500-COMPUTE-BPJS.
002639     MOVE EMPLOYEE-SALARY TO WS-KES-BASE.
002640     IF WS-KES-BASE > HR-BPJS-KES-WAGE-CAP
002641         MOVE HR-BPJS-KES-WAGE-CAP TO WS-KES-BASE
002642     END-IF.
002643     MOVE EMPLOYEE-SALARY TO WS-JP-BASE.
002644     IF WS-JP-BASE > HR-BPJS-JP-WAGE-CAP
002645         MOVE HR-BPJS-JP-WAGE-CAP TO WS-JP-BASE
002646     END-IF.
002648     COMPUTE WS-KES-EMPLOYEE ROUNDED =
002649         WS-KES-BASE * HR-BPJS-KES-EMPLOYEE-RATE.
002650     COMPUTE WS-KES-EMPLOYER ROUNDED =
002651         WS-KES-BASE * HR-BPJS-KES-EMPLOYER-RATE.
002652     COMPUTE WS-JHT-EMPLOYEE ROUNDED =
002653         EMPLOYEE-SALARY * HR-BPJS-JHT-EMPLOYEE-RATE.
002654     COMPUTE WS-JHT-EMPLOYER ROUNDED =
002655         EMPLOYEE-SALARY * HR-BPJS-JHT-EMPLOYER-RATE.
002656     COMPUTE WS-JP-EMPLOYEE ROUNDED =
002657         WS-JP-BASE * HR-BPJS-JP-EMPLOYEE-RATE.
002658     COMPUTE WS-JP-EMPLOYER ROUNDED =
002659         WS-JP-BASE * HR-BPJS-JP-EMPLOYER-RATE.
002660     COMPUTE WS-JKK-AMOUNT ROUNDED =
002661         EMPLOYEE-SALARY * HR-BPJS-JKK-RATE.
002662     COMPUTE WS-JKM-AMOUNT ROUNDED =
002663         EMPLOYEE-SALARY * HR-BPJS-JKM-RATE.
002664     COMPUTE WS-TK-EMPLOYEE = WS-JHT-EMPLOYEE + WS-JP-EMPLOYEE.
002665     MOVE WS-TK-EMPLOYEE TO WS-PENSION-DEDUCTION.
002666     COMPUTE WS-TAXABLE-BENEFIT =
002667         WS-JKK-AMOUNT + WS-JKM-AMOUNT + WS-KES-EMPLOYER.
002668     ADD WS-KES-EMPLOYEE TO WS-TOT-KES-EMPLOYEE.
002669     ADD WS-KES-EMPLOYER TO WS-TOT-KES-EMPLOYER.
002670     ADD WS-JHT-EMPLOYEE TO WS-TOT-JHT-EMPLOYEE.
002671     ADD WS-JHT-EMPLOYER TO WS-TOT-JHT-EMPLOYER.
002672     ADD WS-JP-EMPLOYEE TO WS-TOT-JP-EMPLOYEE.
002673     ADD WS-JP-EMPLOYER TO WS-TOT-JP-EMPLOYER.
002674     ADD WS-JKK-AMOUNT TO WS-TOT-JKK.
002675     ADD WS-JKM-AMOUNT TO WS-TOT-JKM.
002676 2500-EXIT.
002677     EXIT.
002678
002679*****************************************************************
002681*    2600-COMPUTE-PPH21 - LOOK UP THE TAX PROFILE (NONE MEANS   *
002682*    TK/0 WITHOUT NPWP), READ THE YEAR-TO-DATE ACCUMULATOR AND  *
002683*    HAVE PPH21 WORK OUT THE MONTH'S WITHHOLDING. JANUARY TO    *
002684*    NOVEMBER ANNUALISE THE MONTH; DECEMBER TRUES THE YEAR UP   *
002685*    AGAINST EVERY OTHER MONTH ALREADY POSTED.                  *
002686*****************************************************************
002687 2600-COMPUTE-PPH21.
002688     MOVE 'T' TO PPH-MARITAL-STATUS.
002689     MOVE 0 TO PPH-DEPENDANTS.
002690     MOVE 'N' TO PPH-NPWP-SW.
002691     MOVE SPACES TO TAXP-NPWP.
002692     IF WS-TAX-MASTER-OPEN
002693         MOVE EMPLOYEE-ID TO TAXP-EMPLOYEE-ID
002694         READ TAX-PROFILE-FILE
002695             INVALID KEY
002696                 ADD 1 TO WS-NO-PROFILE-COUNT
002697                 MOVE SPACES TO TAXP-NPWP
002698             NOT INVALID KEY
002699                 MOVE TAXP-MARITAL-STATUS TO PPH-MARITAL-STATUS
002700                 MOVE TAXP-DEPENDANTS TO PPH-DEPENDANTS
002701         END-READ
002702     ELSE
002703         ADD 1 TO WS-NO-PROFILE-COUNT
002704     END-IF.
002705     IF TAXP-NPWP NOT = SPACES
002706         MOVE 'Y' TO PPH-NPWP-SW
002707     END-IF.
002708     MOVE 'N' TO WS-YTD-FOUND-SW.
002709     MOVE EMPLOYEE-ID TO TYTD-EMPLOYEE-ID.
002710     MOVE WS-YEAR TO TYTD-YEAR.
002711     READ TAX-YTD-FILE
002712         INVALID KEY
002714             PERFORM 2630-NEW-YTD-RECORD THRU 2630-EXIT
002715         NOT INVALID KEY
002716             SET WS-YTD-ON-FILE TO TRUE
002717     END-READ.
002718     MOVE 0 TO PPH-PRIOR-BRUTO.
002719     MOVE 0 TO PPH-PRIOR-JOB-COST.
002720     MOVE 0 TO PPH-PRIOR-PENSION.
002721     MOVE 0 TO PPH-PRIOR-TAX.
002722     PERFORM 2610-SUM-ONE-MONTH THRU 2610-EXIT
002723         VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX > 12.
002724     IF WS-MONTH = 12
002725         SET PPH-MODE-YEAR-END TO TRUE
002726     ELSE
002727         SET PPH-MODE-MONTHLY TO TRUE
002728     END-IF.
002729     COMPUTE PPH-BRUTO = WS-GROSS-PAY + WS-TAXABLE-BENEFIT.
002730     MOVE WS-PENSION-DEDUCTION TO PPH-PENSION.
002731     CALL 'PPH21' USING PPH21-PARAMETERS.
002732     MOVE PPH-TAX TO WS-PPH21-AMOUNT.
002733     ADD WS-PPH21-AMOUNT TO WS-TOT-PPH21.
002734 2600-EXIT.
002735     EXIT.
002736
002737*    EVERY MONTH OF THE YEAR EXCEPT THE ONE BEING PAID, WHICH
002738*    A RERUN REPLACES RATHER THAN ADDS TO.
002739 2610-SUM-ONE-MONTH.
002740     IF WS-MX = WS-MONTH OR NOT TYTD-M-POSTED(WS-MX)
002741         GO TO 2610-EXIT
002742     END-IF.
002743     COMPUTE PPH-PRIOR-BRUTO = PPH-PRIOR-BRUTO
002744         + TYTD-M-SALARY(WS-MX) + TYTD-M-BENEFIT(WS-MX).
002745     ADD TYTD-M-JOB-COST(WS-MX) TO PPH-PRIOR-JOB-COST.
002746     ADD TYTD-M-PENSION(WS-MX) TO PPH-PRIOR-PENSION.
002748     ADD TYTD-M-PPH21(WS-MX) TO PPH-PRIOR-TAX.
002749 2610-EXIT.
002750     EXIT.
002751
002752 2630-NEW-YTD-RECORD.
002753     MOVE SPACES TO TYTD-EMPLOYEE-NAME.
002754     MOVE 0 TO TYTD-SEVERANCE.
002755     MOVE 0 TO TYTD-SEVERANCE-TAX.
002756     MOVE 'N' TO TYTD-END-SW.
002757     PERFORM 2640-CLEAR-ONE-MONTH THRU 2640-EXIT
002758         VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX > 12.
002759 2630-EXIT.
002760     EXIT.
002761
002762 2640-CLEAR-ONE-MONTH.
002763     MOVE 'N' TO TYTD-M-POSTED-SW(WS-MX).
002764     MOVE 0 TO TYTD-M-SALARY(WS-MX).
002765     MOVE 0 TO TYTD-M-BENEFIT(WS-MX).
002766     MOVE 0 TO TYTD-M-JOB-COST(WS-MX).
002767     MOVE 0 TO TYTD-M-PENSION(WS-MX).
002768     MOVE 0 TO TYTD-M-BPJS-KES(WS-MX).
002769     MOVE 0 TO TYTD-M-PPH21(WS-MX).
002770 2640-EXIT.
002771     EXIT.
002772
002773*****************************************************************
002774*    2700-POST-TAX-YTD - REPLACE THIS MONTH'S SLOT ON THE       *
002775*    YEAR-TO-DATE ACCUMULATOR WITH WHAT WAS JUST WITHHELD, AND  *
002776*    KEEP THE NAME AND TAX PROFILE FOR THE YEAR-END SLIP.       *
002777*****************************************************************
002778 2700-POST-TAX-YTD.
002779     MOVE EMPLOYEE-NAME TO TYTD-EMPLOYEE-NAME.
002781     MOVE PPH-MARITAL-STATUS TO TYTD-MARITAL-STATUS.
002782     MOVE PPH-DEPENDANTS TO TYTD-DEPENDANTS.
002783     MOVE TAXP-NPWP TO TYTD-NPWP.
002784     MOVE 'Y' TO TYTD-M-POSTED-SW(WS-MONTH).
002785     MOVE WS-GROSS-PAY TO TYTD-M-SALARY(WS-MONTH).
002786     MOVE WS-TAXABLE-BENEFIT TO TYTD-M-BENEFIT(WS-MONTH).
002787     MOVE PPH-JOB-COST TO TYTD-M-JOB-COST(WS-MONTH).
002788     MOVE WS-PENSION-DEDUCTION TO TYTD-M-PENSION(WS-MONTH).
002789     MOVE WS-KES-EMPLOYEE TO TYTD-M-BPJS-KES(WS-MONTH).
002790     MOVE WS-PPH21-AMOUNT TO TYTD-M-PPH21(WS-MONTH).
002791     IF WS-YTD-ON-FILE
002792         REWRITE TAX-YTD-RECORD
002793     ELSE
002794         WRITE TAX-YTD-RECORD
002795     END-IF.
002796     IF WS-TYTD-FILE-STATUS NOT = '00'
002797         DISPLAY 'TAXYTD GAGAL DITULIS UNTUK ID ' EMPLOYEE-ID
002798             ', STATUS ' WS-TYTD-FILE-STATUS
002799     END-IF.
002800 2700-EXIT.
002801     EXIT.
002802
002803*****************************************************************
002804*    2800-DEDUCT-LOANS - BROWSE THE CURRENT EMPLOYEE'S LOANS    *
002806*    AND TAKE EACH APPROVED LOAN'S INSTALLMENT FROM THE NET     *
002807*    PAY, FROM ITS START PERIOD ON. A LOAN MASTER THAT HAS      *
002808*    NEVER BEEN CREATED YET MEANS NOBODY HAS A LOAN.            *
002809*****************************************************************
002810 2800-DEDUCT-LOANS.
002812     MOVE 0 TO WS-LOAN-DEDUCTION.
002813     IF NOT WS-LOAN-MASTER-OPEN
002814         GO TO 2800-EXIT
002815     END-IF.
002816     MOVE 'N' TO WS-LOAN-EOF-SW.
002818     MOVE EMPLOYEE-ID TO LOAN-EMPLOYEE-ID.
002819     MOVE ZERO TO LOAN-SEQ.
002820     START LOAN-MASTER-FILE KEY NOT < LOAN-KEY
002821         INVALID KEY
002823             SET WS-END-OF-LOAN-SCAN TO TRUE
002824     END-START.
002825     PERFORM 2810-DEDUCT-ONE-LOAN THRU 2810-EXIT
002826         UNTIL WS-END-OF-LOAN-SCAN.
002827     ADD WS-LOAN-DEDUCTION TO WS-TOT-LOAN-AMOUNT.
002829 2800-EXIT.
002830     EXIT.
002831
002832*****************************************************************
002833*    2810-DEDUCT-ONE-LOAN - THE INSTALLMENT, NEVER MORE THAN    *
002835*    THE BALANCE, AND NEVER MORE THAN THE NET PAY STILL LEFT -  *
002836*    A SHORT INSTALLMENT LEAVES THE REST ON THE BALANCE. A      *
002837*    LOAN ALREADY DEDUCTED THIS PERIOD (A RERUN) GETS THE       *
002838*    EARLIER INSTALLMENT BACK FIRST, EVEN IF IT PAID THE LOAN   *
002839*    OFF. PENDING AND REJECTED LOANS ARE NEVER TOUCHED.         *
002841*****************************************************************
002842 2810-DEDUCT-ONE-LOAN.
002843     READ LOAN-MASTER-FILE NEXT RECORD
002844         AT END
002845             SET WS-END-OF-LOAN-SCAN TO TRUE
002847             GO TO 2810-EXIT
002848     END-READ.
002849     IF LOAN-EMPLOYEE-ID NOT = EMPLOYEE-ID
002850         SET WS-END-OF-LOAN-SCAN TO TRUE
002852         GO TO 2810-EXIT
002853     END-IF.
002854     IF LOAN-PENDING OR LOAN-REJECTED
002855         GO TO 2810-EXIT
002856     END-IF.
002858     IF LOAN-PAID-OFF
002859         AND (LOAN-LAST-YEAR NOT = WS-YEAR
002860         OR LOAN-LAST-MONTH NOT = WS-MONTH)
002861         GO TO 2810-EXIT
002862     END-IF.
002864     IF LOAN-START-YEAR > WS-YEAR
002865         OR (LOAN-START-YEAR = WS-YEAR
002866         AND LOAN-START-MONTH > WS-MONTH)
002867         GO TO 2810-EXIT
002868     END-IF.
002870     IF LOAN-LAST-YEAR = WS-YEAR AND LOAN-LAST-MONTH = WS-MONTH
002871         ADD LOAN-LAST-AMOUNT TO LOAN-BALANCE
002872         SET LOAN-ACTIVE TO TRUE
002873     END-IF.
002874     MOVE LOAN-INSTALLMENT TO WS-LOAN-DUE.
002876     IF WS-LOAN-DUE > LOAN-BALANCE
002877         MOVE LOAN-BALANCE TO WS-LOAN-DUE
002878     END-IF.
002879     MOVE WS-LOAN-DUE TO WS-LOAN-TAKEN.
002881     IF WS-LOAN-TAKEN > WS-NET-PAY
002882         MOVE WS-NET-PAY TO WS-LOAN-TAKEN
002883         ADD 1 TO WS-LOAN-SHORT-COUNT
002884     END-IF.
002885     SUBTRACT WS-LOAN-TAKEN FROM LOAN-BALANCE.
002887     SUBTRACT WS-LOAN-TAKEN FROM WS-NET-PAY.
002888     ADD WS-LOAN-TAKEN TO WS-LOAN-DEDUCTION.
002889     MOVE WS-YEAR TO LOAN-LAST-YEAR.
002890     MOVE WS-MONTH TO LOAN-LAST-MONTH.
002891     MOVE WS-LOAN-TAKEN TO LOAN-LAST-AMOUNT.
002893     IF LOAN-BALANCE = ZERO
002894         SET LOAN-PAID-OFF TO TRUE
002895     END-IF.
002896     REWRITE LOAN-RECORD.
002897     IF WS-LOAN-FILE-STATUS NOT = '00'
002899         DISPLAY 'LOANMAST GAGAL DITULIS UNTUK ID ' EMPLOYEE-ID
002900             ', STATUS ' WS-LOAN-FILE-STATUS
002901         GO TO 2810-EXIT
002902     END-IF.
002903     PERFORM 2820-POST-REPAYMENT THRU 2820-EXIT.
002905 2810-EXIT.
002906     EXIT.
002907
002908*****************************************************************
002910*    2820-POST-REPAYMENT - RECORD THE INSTALLMENT JUST TAKEN ON *
002911*    THE REPAYMENT LEDGER UNDER THE LOAN AND THE PERIOD, SO A   *
002912*    RERUN REPLACES THE ENTRY RATHER THAN ADDING ANOTHER.       *
002913*****************************************************************
002914 2820-POST-REPAYMENT.
002916     MOVE 'N' TO WS-LNPY-FOUND-SW.
002917     MOVE LOAN-KEY TO LNPY-LOAN-KEY.
002918     MOVE WS-YEAR TO LNPY-YEAR.
002919     MOVE WS-MONTH TO LNPY-MONTH.
002920     SET LNPY-FROM-PAYROLL TO TRUE.
002922     READ LOAN-REPAYMENT-FILE
002923         INVALID KEY
002924             MOVE LOAN-KEY TO LNPY-LOAN-KEY
002925             MOVE WS-YEAR TO LNPY-YEAR
002926             MOVE WS-MONTH TO LNPY-MONTH
002928             SET LNPY-FROM-PAYROLL TO TRUE
002929         NOT INVALID KEY
002930             SET WS-LNPY-ON-FILE TO TRUE
002931     END-READ.
002932     MOVE WS-LOAN-TAKEN TO LNPY-AMOUNT.
002934     MOVE LOAN-BALANCE TO LNPY-BALANCE-AFTER.
002935     MOVE WS-CURRENT-DATE-NUM TO LNPY-POSTED-DATE.
002936     IF WS-LNPY-ON-FILE
002937         REWRITE LOAN-REPAYMENT-RECORD
002938     ELSE
002940         WRITE LOAN-REPAYMENT-RECORD
002941     END-IF.
002942     IF WS-LNPY-FILE-STATUS NOT = '00'
002943         DISPLAY 'LOANPAY GAGAL DITULIS UNTUK ID ' EMPLOYEE-ID
002945             ', STATUS ' WS-LNPY-FILE-STATUS
002946     END-IF.
002947 2820-EXIT.
002948     EXIT.
002949
002951*****************************************************************
002952*    9000-TERMINATION - WRITE THE BANK FILE TRAILER WITH THE    *
002953*    CONTROL TOTALS, PRINT THE REGISTER SUMMARY AND CLOSE       *
002954*    FILES. THE BANK SIDE BALANCES ITS LOAD AGAINST THE COUNT,  *
002955*    THE TOTAL AMOUNT AND THE EMPLOYEE-ID HASH TOTAL.           *
002957*****************************************************************
002958 9000-TERMINATION.
002959     MOVE SPACES TO BANK-CREDIT-RECORD.
002960     SET BANK-TRAILER TO TRUE.
002961     MOVE ZERO TO BANK-EMPLOYEE-ID.
002963     MOVE 'TOTAL' TO BANK-EMPLOYEE-NAME.
002964     MOVE WS-YEAR TO BANK-PERIOD-YEAR.
002965     MOVE WS-MONTH TO BANK-PERIOD-MONTH.
002966     MOVE WS-TOTAL-AMOUNT TO BANK-CREDIT-AMOUNT.
002967     MOVE WS-PAID-COUNT TO BANK-RECORD-COUNT.
002969     MOVE WS-HASH-TOTAL TO BANK-HASH-TOTAL.
002970     WRITE BANK-CREDIT-RECORD.
002971     MOVE SPACES TO PAYROLL-REGISTER-LINE.
002972     WRITE PAYROLL-REGISTER-LINE.
002974     MOVE SPACES TO PAYROLL-REGISTER-LINE.
002975     STRING 'TOTAL KARYAWAN DIBAYAR : ' WS-PAID-COUNT
002976         DELIMITED BY SIZE INTO PAYROLL-REGISTER-LINE.
002977     WRITE PAYROLL-REGISTER-LINE.
002978     MOVE WS-TOTAL-AMOUNT TO WS-AMOUNT-EDIT.
002980     MOVE SPACES TO PAYROLL-REGISTER-LINE.
002981     STRING 'TOTAL KREDIT BANK      : ' WS-AMOUNT-EDIT
002982         DELIMITED BY SIZE INTO PAYROLL-REGISTER-LINE.
002983     WRITE PAYROLL-REGISTER-LINE.
002984     MOVE SPACES TO PAYROLL-REGISTER-LINE.
002986     STRING 'HASH TOTAL ID KARYAWAN : ' WS-HASH-TOTAL
002987         DELIMITED BY SIZE INTO PAYROLL-REGISTER-LINE.
002988     WRITE PAYROLL-REGISTER-LINE.
002989     MOVE SPACES TO PAYROLL-REGISTER-LINE.
002990     STRING 'DITAHAN TANPA REKENING : ' WS-EXCEPTION-COUNT
002992         DELIMITED BY SIZE INTO PAYROLL-REGISTER-LINE.
002993     WRITE PAYROLL-REGISTER-LINE.
002994     MOVE WS-EXCEPTION-AMOUNT TO WS-AMOUNT-EDIT.
002995     MOVE SPACES TO PAYROLL-REGISTER-LINE.
002996     STRING 'TOTAL DITAHAN          : ' WS-AMOUNT-EDIT
002998         DELIMITED BY SIZE INTO PAYROLL-REGISTER-LINE.
002999     WRITE PAYROLL-REGISTER-LINE.
003000     MOVE WS-TOT-PPH21 TO WS-AMOUNT-EDIT.
003001     MOVE SPACES TO PAYROLL-REGISTER-LINE.
003003     STRING 'TOTAL PPH 21 DIPOTONG  : ' WS-AMOUNT-EDIT
003004         DELIMITED BY SIZE INTO PAYROLL-REGISTER-LINE.
003005     WRITE PAYROLL-REGISTER-LINE.
003006     MOVE SPACES TO PAYROLL-REGISTER-LINE.
003007     STRING 'TANPA PROFIL PAJAK     : ' WS-NO-PROFILE-COUNT
003009         ' (DIPOTONG SEBAGAI TK/0 TANPA NPWP)'
003010         DELIMITED BY SIZE INTO PAYROLL-REGISTER-LINE.
003011     WRITE PAYROLL-REGISTER-LINE.
003012     MOVE WS-TOT-OT-HOURS TO WS-HOURS-EDIT.
003013     MOVE WS-TOT-OT-AMOUNT TO WS-AMOUNT-EDIT.
003015     MOVE SPACES TO PAYROLL-REGISTER-LINE.
003016     STRING 'TOTAL LEMBUR DIBAYAR   : ' WS-AMOUNT-EDIT
003017         '  (' WS-HOURS-EDIT ' JAM)'
003018         DELIMITED BY SIZE INTO PAYROLL-REGISTER-LINE.
003019     WRITE PAYROLL-REGISTER-LINE.
003021     MOVE WS-TOT-LOAN-AMOUNT TO WS-AMOUNT-EDIT.
003022     MOVE SPACES TO PAYROLL-REGISTER-LINE.
003023     STRING 'TOTAL CICILAN PINJAMAN : ' WS-AMOUNT-EDIT
003024         DELIMITED BY SIZE INTO PAYROLL-REGISTER-LINE.
003025     WRITE PAYROLL-REGISTER-LINE.
003027     MOVE SPACES TO PAYROLL-REGISTER-LINE.
003028     STRING 'CICILAN TIDAK PENUH    : ' WS-LOAN-SHORT-COUNT
003029         ' (NETTO TIDAK MENCUKUPI)'
003030         DELIMITED BY SIZE INTO PAYROLL-REGISTER-LINE.
003032     WRITE PAYROLL-REGISTER-LINE.
003033     PERFORM 9100-PRINT-REMITTANCE THRU 9100-EXIT.
003034     MOVE SPACES TO BANK-EXCEPTION-LINE.
003035     WRITE BANK-EXCEPTION-LINE.
003036     MOVE SPACES TO BANK-EXCEPTION-LINE.
003037     MOVE WS-EXCEPTION-AMOUNT TO WS-AMOUNT-EDIT.
003038     STRING 'TOTAL DITAHAN: ' WS-EXCEPTION-COUNT
003039         ' KARYAWAN, ' WS-AMOUNT-EDIT
003040         DELIMITED BY SIZE INTO BANK-EXCEPTION-LINE.
003041     WRITE BANK-EXCEPTION-LINE.
003042     CLOSE EMPLOYEE-FILE.
003044     CLOSE PAYROLL-BANK-FILE.
003045     CLOSE PAYROLL-REGISTER-FILE.
003046     IF WS-BANK-MASTER-OPEN
003047         CLOSE BANK-ACCOUNT-FILE
003048     END-IF.
003050     CLOSE BANK-EXCEPTION-FILE.
003051     IF WS-TAX-MASTER-OPEN
003052         CLOSE TAX-PROFILE-FILE
003053     END-IF.
003054     CLOSE TAX-YTD-FILE.
003056     IF WS-OT-LEDGER-OPEN
003057         CLOSE OVERTIME-LEDGER-FILE
003058     END-IF.
003059     IF WS-LOAN-MASTER-OPEN
003061         CLOSE LOAN-MASTER-FILE
003062         CLOSE LOAN-REPAYMENT-FILE
003063     END-IF.
003064     CLOSE REMITTANCE-REPORT-FILE.
003065     DISPLAY 'PAYROLL-BATCH SELESAI. LIHAT PAYRRPT / BANKFILE.'.
003067     DISPLAY 'REKAP SETORAN PPH 21 DAN BPJS DI REMITRPT.'.
003068     IF WS-EXCEPTION-COUNT > 0
003069         DISPLAY 'ADA KREDIT DITAHAN TANPA REKENING. '
003070             'LIHAT BANKEXC.'
003071     END-IF.
003073 9000-EXIT.
003074     EXIT.
003075
003076*****************************************************************
003077*    9100-PRINT-REMITTANCE - ONE LINE PER DEDUCTION TYPE WITH   *
003078*    THE EMPLOYEE SHARE, THE EMPLOYER SHARE AND THE AMOUNT TO   *
003079*    PAY OVER, SO FINANCE CAN PAY THE TAX OFFICE AND BPJS       *
003080*    WITHOUT THE SPREADSHEET.                                   *
003081*****************************************************************
003082 9100-PRINT-REMITTANCE.
003083     MOVE 'REKAP SETORAN PPH 21 DAN BPJS'
003084         TO REMITTANCE-REPORT-LINE.
003085     WRITE REMITTANCE-REPORT-LINE.
003086     MOVE SPACES TO REMITTANCE-REPORT-LINE.
003087     STRING 'PERIODE: ' WS-YEAR '-' WS-MONTH
003088         '   TANGGAL JALAN: ' WS-DAY '-' WS-MONTH '-' WS-YEAR
003089         DELIMITED BY SIZE INTO REMITTANCE-REPORT-LINE.
003090     WRITE REMITTANCE-REPORT-LINE.
003100     MOVE SPACES TO REMITTANCE-REPORT-LINE.
003110     STRING 'JENIS POTONGAN                    '
003120         '    KARYAWAN      PERUSAHAAN           TOTAL'
003130         DELIMITED BY SIZE INTO REMITTANCE-REPORT-LINE.
003140     WRITE REMITTANCE-REPORT-LINE.
003150     MOVE 'PPH 21 (SETOR KE KPP)' TO WS-RL-TYPE.
003160     MOVE WS-TOT-PPH21 TO WS-RM-EMPLOYEE.
003170     MOVE 0 TO WS-RM-EMPLOYER.
003180     PERFORM 9110-WRITE-REMIT-LINE THRU 9110-EXIT.
003190     MOVE 'BPJS KESEHATAN' TO WS-RL-TYPE.
003200     MOVE WS-TOT-KES-EMPLOYEE TO WS-RM-EMPLOYEE.
003210     MOVE WS-TOT-KES-EMPLOYER TO WS-RM-EMPLOYER.
003220     PERFORM 9110-WRITE-REMIT-LINE THRU 9110-EXIT.
003230     MOVE 'BPJS TK - JHT' TO WS-RL-TYPE.
003240     MOVE WS-TOT-JHT-EMPLOYEE TO WS-RM-EMPLOYEE.
003250     MOVE WS-TOT-JHT-EMPLOYER TO WS-RM-EMPLOYER.
003260     PERFORM 9110-WRITE-REMIT-LINE THRU 9110-EXIT.
003270     MOVE 'BPJS TK - JP' TO WS-RL-TYPE.
003280     MOVE WS-TOT-JP-EMPLOYEE TO WS-RM-EMPLOYEE.
003290     MOVE WS-TOT-JP-EMPLOYER TO WS-RM-EMPLOYER.
003300     PERFORM 9110-WRITE-REMIT-LINE THRU 9110-EXIT.
003310     MOVE 'BPJS TK - JKK' TO WS-RL-TYPE.
003320     MOVE 0 TO WS-RM-EMPLOYEE.
003330     MOVE WS-TOT-JKK TO WS-RM-EMPLOYER.
003340     PERFORM 9110-WRITE-REMIT-LINE THRU 9110-EXIT.
003350     MOVE 'BPJS TK - JKM' TO WS-RL-TYPE.
003360     MOVE 0 TO WS-RM-EMPLOYEE.
003370     MOVE WS-TOT-JKM TO WS-RM-EMPLOYER.
003380     PERFORM 9110-WRITE-REMIT-LINE THRU 9110-EXIT.
003390     MOVE SPACES TO REMITTANCE-REPORT-LINE.
003400     WRITE REMITTANCE-REPORT-LINE.
003410     MOVE 'TOTAL BPJS KETENAGAKERJAAN' TO WS-RL-TYPE.
003420     COMPUTE WS-RM-EMPLOYEE =
003430         WS-TOT-JHT-EMPLOYEE + WS-TOT-JP-EMPLOYEE.
003440     COMPUTE WS-RM-EMPLOYER = WS-TOT-JHT-EMPLOYER
003450         + WS-TOT-JP-EMPLOYER + WS-TOT-JKK + WS-TOT-JKM.
003460     PERFORM 9110-WRITE-REMIT-LINE THRU 9110-EXIT.
003470 9100-EXIT.
003480     EXIT.
003490
003500 9110-WRITE-REMIT-LINE.
003510     MOVE WS-RM-EMPLOYEE TO WS-RL-EMPLOYEE.
003520     MOVE WS-RM-EMPLOYER TO WS-RL-EMPLOYER.
003530     COMPUTE WS-RL-TOTAL = WS-RM-EMPLOYEE + WS-RM-EMPLOYER.
003540     WRITE REMITTANCE-REPORT-LINE FROM WS-REMIT-LINE.
003550 9110-EXIT.
003560     EXIT.
003570
003580*****************************************************************
003590*    9800-END-RUN-CONTROL - RECORD THE RUN AS COMPLETE ON THE   *
003600*    RUN-CONTROL FILE, WITH ITS CONTROL TOTALS:                 *
003610*    CREDITS SENT TO THE BANK, NET CREDITED AND ID HASH.        *
003620*****************************************************************
003630 9800-END-RUN-CONTROL.
003640     MOVE WS-PAID-COUNT TO RCP-RECORD-COUNT.
003650     MOVE WS-TOTAL-AMOUNT TO RCP-AMOUNT-TOTAL.
003660     MOVE WS-HASH-TOTAL TO RCP-HASH-TOTAL.
003670     SET RCP-END-RUN TO TRUE.
003680     CALL 'RUNCTL' USING RUNCTL-PARAMETERS.
003690     IF RCP-REFUSED
003700         DISPLAY 'PAYROLL-BATCH: ' RCP-MESSAGE
003710     END-IF.
003720 9800-EXIT.
003730     EXIT.
