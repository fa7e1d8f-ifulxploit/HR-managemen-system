000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. THR-PAYOUT-BATCH.
000030 AUTHOR. SDM-APPLICATIONS-TEAM.
000040 INSTALLATION. HEAD-OFFICE-DATA-CENTER.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    PROGRAM   : THR-PAYOUT-BATCH (THRPAY.COB)                   *
000090*    PURPOSE   : RUN ONCE A YEAR AHEAD OF THE RELIGIOUS         *
000100*                HOLIDAY. FOR THE PAYOUT DATE ENTERED AT        *
000110*                START-UP, READS EVERY ACTIVE EMPLOYEE-RECORD   *
000120*                AND WORKS OUT THE STATUTORY THR (TUNJANGAN     *
000130*                HARI RAYA) FROM EMPLOYEE-HIRE-DATE: ONE        *
000140*                MONTH'S EMPLOYEE-SALARY FOR 12 OR MORE FULL    *
000150*                MONTHS OF SERVICE, AND MONTHS/12 OF IT FOR 1   *
000160*                TO 11 MONTHS. PRINTS THE THR REGISTER, WRITES  *
000170*                THE BANK CREDIT FILE (BANKREC.CPY LAYOUT, WITH *
000180*                THE USUAL COUNT, AMOUNT AND HASH-TOTAL         *
000190*                TRAILER) AND THE GL POSTING FILE OF THE        *
000200*                EXPENSE BY DEPT-COST-CENTER (GLPSTREC.CPY      *
000210*                LAYOUT). AN EMPLOYEE WITHOUT A VALID BANK      *
000220*                ACCOUNT IS HELD ON THE THREXC EXCEPTION LIST,  *
000230*                AS IN THE PAYROLL RUN. EMPLOYEES WITH A ZERO   *
000240*                HIRE DATE ARE NOT PAID BUT LISTED IN A         *
000250*                SECOND SECTION SO HR CAN BACKFILL THEM. EACH   *
000260*                COMPLETED RUN IS RECORDED ON THRHIST AND A     *
000270*                SECOND RUN FOR THE SAME YEAR IS REFUSED.       *
000280*                                                                *
000290*    MODIFICATION HISTORY.                                      *
000300*    DATE        INIT   DESCRIPTION                             *
000310*    ----------  -----  ------------------------------------    *
000320*    2026-10-15  AGT    INITIAL VERSION.                        *
000330*****************************************************************
000340
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     COPY EMPSEL.
000390     COPY DEPTSEL.
000400     COPY BNKASEL.
000410     COPY THRHSEL.
000420     COPY THBKSEL.
000430     COPY THGLSEL.
000440     COPY THRRSEL.
000450     COPY THEXSEL.
000460
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  EMPLOYEE-FILE.
000500     COPY EMPREC.
000510
000520 FD  DEPARTMENT-FILE.
000530     COPY DEPTREC.
000540
000550 FD  BANK-ACCOUNT-FILE.
000560     COPY BNKAREC.
000570
000580 FD  THR-HISTORY-FILE.
000590     COPY THRHREC.
000600
000610 FD  THR-BANK-FILE.
000620     COPY BANKREC.
000630
000640 FD  THR-GL-POSTING-FILE.
000650     COPY GLPSTREC.
000660
000670 FD  THR-REGISTER-FILE.
000680 01  THR-REGISTER-LINE                PIC X(80).
000690
000700 FD  THR-EXCEPTION-FILE.
000710 01  THR-EXCEPTION-LINE               PIC X(80).
000720
000730 WORKING-STORAGE SECTION.
000740 01  WS-CURRENT-DATE-NUM              PIC 9(08).
000750 01  WS-CURRENT-DATE REDEFINES WS-CURRENT-DATE-NUM.
000760     05  WS-YEAR                       PIC 9(04).
000770     05  WS-MONTH                      PIC 99.
000780     05  WS-DAY                        PIC 99.
000790 01  WS-PAYOUT-DATE-NUM               PIC 9(08).
000800 01  WS-PAYOUT-DATE REDEFINES WS-PAYOUT-DATE-NUM.
000810     05  WS-PAY-YEAR                   PIC 9(04).
000820     05  WS-PAY-MONTH                  PIC 99.
000830     05  WS-PAY-DAY                    PIC 99.
000840 01  WS-EMP-FILE-STATUS                PIC X(02).
000850 01  WS-DEPT-FILE-STATUS               PIC X(02).
000860 01  WS-BACCT-FILE-STATUS              PIC X(02).
000870 01  WS-THRH-FILE-STATUS               PIC X(02).
000880 01  WS-THBK-FILE-STATUS               PIC X(02).
000890 01  WS-THGL-FILE-STATUS               PIC X(02).
000900 01  WS-THRR-FILE-STATUS               PIC X(02).
000910 01  WS-THEX-FILE-STATUS               PIC X(02).
000920 01  WS-EMP-EOF-SW                     PIC X(01) VALUE 'N'.
000930     88  WS-END-OF-EMPLOYEE-FILE       VALUE 'Y'.
000940 01  WS-BACCT-OPEN-SW                  PIC X(01) VALUE 'N'.
000950     88  WS-BANK-MASTER-OPEN           VALUE 'Y'.
000960 01  WS-DEPT-OPEN-SW                   PIC X(01) VALUE 'N'.
000970     88  WS-DEPT-MASTER-OPEN           VALUE 'Y'.
000980 01  WS-PASS-SW                        PIC X(01).
000990     88  WS-NO-DATE-PASS               VALUE 'H'.
001000*    FULL MONTHS OF SERVICE FROM THE HIRE DATE TO THE PAYOUT
001010*    DATE. A MONTH COUNTS ONCE ITS DAY OF THE MONTH IS REACHED.
001020 77  WS-SERVICE-MONTHS                 PIC S9(05) COMP VALUE 0.
001030 01  WS-THR-AMOUNT                     PIC 9(08)V99.
001040 01  WS-DL-NOTE-TEXT                   PIC X(10).
001050 01  WS-PAID-COUNT                     PIC 9(05) VALUE 0.
001060 01  WS-TOTAL-AMOUNT                   PIC 9(09)V99 VALUE 0.
001070 01  WS-HASH-TOTAL                     PIC 9(12) VALUE 0.
001080 01  WS-THR-COUNT                      PIC 9(05) VALUE 0.
001090 01  WS-THR-TOTAL                      PIC 9(09)V99 VALUE 0.
001100 01  WS-THR-HASH                       PIC 9(12) VALUE 0.
001110 01  WS-NOT-ELIGIBLE-COUNT             PIC 9(05) VALUE 0.
001120 01  WS-NO-DATE-COUNT                  PIC 9(05) VALUE 0.
001130 01  WS-AMOUNT-EDIT                    PIC ZZZZZZZZ9.99.
001140*    DESTINATION ACCOUNT PICKED FOR THE EMPLOYEE BEING PAID, OR
001150*    THE REASON THERE IS NONE, AS IN THE PAYROLL RUN.
001160 01  WS-ACCT-SW                        PIC X(01).
001170     88  WS-ACCOUNT-VALID              VALUE 'Y'.
001180 01  WS-ACCT-BANK-CODE                 PIC X(03).
001190 01  WS-ACCT-NUMBER                    PIC X(20).
001200 01  WS-ACCT-HOLDER                    PIC X(30).
001210 01  WS-ACCT-REASON                    PIC X(30).
001220 01  WS-EXCEPTION-COUNT                PIC 9(05) VALUE 0.
001230 01  WS-EXCEPTION-AMOUNT               PIC 9(09)V99 VALUE 0.
001240*    ONE ACCUMULATOR PER COST CENTER, AS IN GLEXTR. SIZED AT
001250*    201: UP TO 200 DEPARTMENTS PLUS THE SUSPNS BUCKET.
001260 01  WS-CC-TABLE.
001270     05  WS-CC-ENTRY OCCURS 201 TIMES.
001280         10  WS-CC-CODE                 PIC X(06).
001290         10  WS-CC-EMP-COUNT            PIC 9(05).
001300         10  WS-CC-AMOUNT               PIC 9(09)V99.
001310 77  WS-CC-USED                        PIC S9(04) COMP VALUE 0.
001320 77  WS-CC-IX                          PIC S9(04) COMP VALUE 0.
001330 77  WS-CC-FOUND-IX                    PIC S9(04) COMP VALUE 0.
001340 01  WS-TARGET-CC                      PIC X(06).
001350 01  WS-CC-DROP-SW                     PIC X(01).
001360     88  WS-CC-ENTRY-DROPPED           VALUE 'Y'.
001370 01  WS-DROPPED-COUNT                  PIC 9(05) VALUE 0.
001380 01  WS-SUSPENSE-COUNT                 PIC 9(05) VALUE 0.
001390 01  WS-GL-DETAIL-RECORDS              PIC 9(05) VALUE 0.
001400 01  WS-GL-TOTAL-AMOUNT                PIC 9(09)V99 VALUE 0.
001410 01  WS-GL-HASH-TOTAL                  PIC 9(12) VALUE 0.
001420 01  WS-DETAIL-LINE.
001430     05  WS-DL-ID                       PIC 9(06).
001440     05  FILLER                         PIC X(02) VALUE SPACES.
001450     05  WS-DL-NAME                     PIC X(20).
001460     05  FILLER                         PIC X(02) VALUE SPACES.
001470     05  WS-DL-DEPT                     PIC X(10).
001480     05  FILLER                         PIC X(02) VALUE SPACES.
001490     05  WS-DL-HIRE-DATE                PIC 9(08).
001500     05  FILLER                         PIC X(02) VALUE SPACES.
001510     05  WS-DL-MONTHS                   PIC ZZ9.
001520     05  FILLER                         PIC X(02) VALUE SPACES.
001530     05  WS-DL-AMOUNT                   PIC ZZZZZZZ9.99.
001540     05  FILLER                         PIC X(02) VALUE SPACES.
001550     05  WS-DL-NOTE                     PIC X(10).
001560 01  WS-EXCEPTION-LINE.
001570     05  WS-EL-ID                       PIC 9(06).
001580     05  FILLER                         PIC X(02) VALUE SPACES.
001590     05  WS-EL-NAME                     PIC X(25).
001600     05  FILLER                         PIC X(02) VALUE SPACES.
001610     05  WS-EL-AMOUNT                   PIC ZZZZZZZ9.99.
001620     05  FILLER                         PIC X(02) VALUE SPACES.
001630     05  WS-EL-REASON                   PIC X(30).
001640 01  WS-CC-LINE.
001650     05  WS-CL-CC                       PIC X(06).
001660     05  FILLER                         PIC X(04) VALUE SPACES.
001670     05  WS-CL-COUNT                    PIC ZZZZ9.
001680     05  FILLER                         PIC X(04) VALUE SPACES.
001690     05  WS-CL-AMOUNT                   PIC ZZZZZZZZ9.99.
001700
001710 PROCEDURE DIVISION.
001720*****************************************************************
001730*    0000-MAINLINE - BATCH JOB ENTRY POINT. ONE PASS PAYS THE   *
001740*    ELIGIBLE EMPLOYEES; A SECOND LISTS THOSE WITH NO HIRE      *
001750*    DATE.                                                      *
001760*****************************************************************
001770 0000-MAINLINE.
001780     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001790     MOVE 'P' TO WS-PASS-SW.
001800     PERFORM 2000-PAY-ONE-EMPLOYEE THRU 2000-EXIT
001810         UNTIL WS-END-OF-EMPLOYEE-FILE.
001820     PERFORM 3000-START-NO-DATE-SECTION THRU 3000-EXIT.
001830     PERFORM 2000-PAY-ONE-EMPLOYEE THRU 2000-EXIT
001840         UNTIL WS-END-OF-EMPLOYEE-FILE.
001850     PERFORM 4000-WRITE-GL-POSTING THRU 4000-EXIT.
001860     PERFORM 9000-TERMINATION THRU 9000-EXIT.
001870     STOP RUN.
001880
001890*****************************************************************
001900*    1000-INITIALIZE - ASK THE PAYOUT DATE AND REFUSE THE RUN   *
001910*    IF THR WAS ALREADY PAID FOR THAT YEAR, BEFORE ANY OUTPUT   *
001920*    FILE IS OPENED SO THE EARLIER RUN'S FILES ARE NOT LOST.    *
001930*    THEN OPEN FILES AND PRINT THE REPORT HEADERS.              *
001940*****************************************************************
001950 1000-INITIALIZE.
001960     ACCEPT WS-CURRENT-DATE-NUM FROM DATE YYYYMMDD.
001970     DISPLAY 'TANGGAL PEMBAYARAN THR (YYYY MM DD): '.
001980     ACCEPT WS-PAY-YEAR.
001990     ACCEPT WS-PAY-MONTH.
002000     ACCEPT WS-PAY-DAY.
002010     IF WS-PAY-YEAR = 0
002020         OR WS-PAY-MONTH < 1 OR WS-PAY-MONTH > 12
002030         OR WS-PAY-DAY < 1 OR WS-PAY-DAY > 31
002040         DISPLAY 'TANGGAL PEMBAYARAN TIDAK VALID: '
002050             WS-PAYOUT-DATE-NUM
002060         STOP RUN
002070     END-IF.
002080     OPEN I-O THR-HISTORY-FILE.
002090     IF WS-THRH-FILE-STATUS NOT = '00'
002100         OPEN OUTPUT THR-HISTORY-FILE
002110         CLOSE THR-HISTORY-FILE
002120         OPEN I-O THR-HISTORY-FILE
002130     END-IF.
002140     MOVE WS-PAY-YEAR TO THRH-YEAR.
002150     READ THR-HISTORY-FILE
002160         INVALID KEY
002170             CONTINUE
002180         NOT INVALID KEY
002190             DISPLAY 'THR TAHUN ' WS-PAY-YEAR
002200                 ' SUDAH DIBAYAR TANGGAL ' THRH-PAYOUT-DATE
002210                 ' (DIJALANKAN ' THRH-RUN-DATE ').'
002220             DISPLAY 'JALAN KEDUA UNTUK TAHUN YANG SAMA '
002230                 'DITOLAK.'
002240             CLOSE THR-HISTORY-FILE
002250             STOP RUN
002260     END-READ.
002270     OPEN INPUT EMPLOYEE-FILE.
002280     IF WS-EMP-FILE-STATUS NOT = '00'
002290         DISPLAY 'EMPFILE TIDAK DAPAT DIBUKA, STATUS '
002300             WS-EMP-FILE-STATUS
002310         CLOSE THR-HISTORY-FILE
002320         STOP RUN
002330     END-IF.
002340     OPEN INPUT DEPARTMENT-FILE.
002350     IF WS-DEPT-FILE-STATUS = '00'
002360         SET WS-DEPT-MASTER-OPEN TO TRUE
002370     END-IF.
002380     OPEN INPUT BANK-ACCOUNT-FILE.
002390     IF WS-BACCT-FILE-STATUS = '00'
002400         SET WS-BANK-MASTER-OPEN TO TRUE
002410     END-IF.
002420     OPEN OUTPUT THR-BANK-FILE.
002430     OPEN OUTPUT THR-GL-POSTING-FILE.
002440     OPEN OUTPUT THR-REGISTER-FILE.
002450     OPEN OUTPUT THR-EXCEPTION-FILE.
002460     MOVE 'REGISTER TUNJANGAN HARI RAYA (THR)'
002470         TO THR-REGISTER-LINE.
002480     WRITE THR-REGISTER-LINE.
002490     MOVE SPACES TO THR-REGISTER-LINE.
002500     STRING 'TANGGAL BAYAR: ' WS-PAY-DAY '-' WS-PAY-MONTH '-'
002510         WS-PAY-YEAR
002520         '   TANGGAL JALAN: ' WS-DAY '-' WS-MONTH '-' WS-YEAR
002530         DELIMITED BY SIZE INTO THR-REGISTER-LINE.
002540     WRITE THR-REGISTER-LINE.
002550     MOVE SPACES TO THR-REGISTER-LINE.
002560     STRING 'ID    NAMA                  DEPT        '
002570         'TGL MASUK   BLN          THR'
002580         DELIMITED BY SIZE INTO THR-REGISTER-LINE.
002590     WRITE THR-REGISTER-LINE.
002600     MOVE 'DAFTAR PENGECUALIAN KREDIT BANK - THR'
002610         TO THR-EXCEPTION-LINE.
002620     WRITE THR-EXCEPTION-LINE.
002630     MOVE SPACES TO THR-EXCEPTION-LINE.
002640     STRING 'TANGGAL BAYAR: ' WS-PAY-DAY '-' WS-PAY-MONTH '-'
002650         WS-PAY-YEAR
002660         '   TANGGAL JALAN: ' WS-DAY '-' WS-MONTH '-' WS-YEAR
002670         DELIMITED BY SIZE INTO THR-EXCEPTION-LINE.
002680     WRITE THR-EXCEPTION-LINE.
002690     MOVE SPACES TO THR-EXCEPTION-LINE.
002700     STRING 'ID    NAMA                       '
002710         '      THR  ALASAN'
002720         DELIMITED BY SIZE INTO THR-EXCEPTION-LINE.
002730     WRITE THR-EXCEPTION-LINE.
002740 1000-EXIT.
002750     EXIT.
002760
002770*****************************************************************
002780*    2000-PAY-ONE-EMPLOYEE - READ ONE EMPLOYEE AND, IF ACTIVE,  *
002790*    HANDLE IT FOR THE CURRENT PASS: ON THE PAYMENT PASS WORK   *
002800*    OUT AND PAY THE THR; ON THE SECOND PASS LIST IT IF IT HAS  *
002810*    NO HIRE DATE.                                              *
002820*****************************************************************
002830 2000-PAY-ONE-EMPLOYEE.
002840     READ EMPLOYEE-FILE NEXT RECORD
002850         AT END
002860             SET WS-END-OF-EMPLOYEE-FILE TO TRUE
002870             GO TO 2000-EXIT
002880     END-READ.
002890     IF NOT EMPLOYEE-ACTIVE
002900         GO TO 2000-EXIT
002910     END-IF.
002920     IF WS-NO-DATE-PASS
002930         IF EMPLOYEE-HIRE-DATE = '00000000'
002940             PERFORM 3100-LIST-NO-DATE THRU 3100-EXIT
002950         END-IF
002960         GO TO 2000-EXIT
002970     END-IF.
002980     IF EMPLOYEE-HIRE-DATE = '00000000'
002990         GO TO 2000-EXIT
003000     END-IF.
003010     PERFORM 2100-COMPUTE-THR THRU 2100-EXIT.
003020     MOVE EMPLOYEE-ID TO WS-DL-ID.
003030     MOVE EMPLOYEE-NAME TO WS-DL-NAME.
003040     MOVE EMPLOYEE-DEPT TO WS-DL-DEPT.
003050     MOVE EMPLOYEE-HIRE-DATE TO WS-DL-HIRE-DATE.
003060     IF WS-SERVICE-MONTHS < 0
003070         MOVE 0 TO WS-DL-MONTHS
003080     ELSE
003090         MOVE WS-SERVICE-MONTHS TO WS-DL-MONTHS
003100     END-IF.
003110     MOVE WS-THR-AMOUNT TO WS-DL-AMOUNT.
003120     IF WS-THR-AMOUNT = 0
003130         MOVE '< 1 BULAN' TO WS-DL-NOTE
003140         WRITE THR-REGISTER-LINE FROM WS-DETAIL-LINE
003150         ADD 1 TO WS-NOT-ELIGIBLE-COUNT
003160         GO TO 2000-EXIT
003170     END-IF.
003180     ADD 1 TO WS-THR-COUNT.
003190     ADD WS-THR-AMOUNT TO WS-THR-TOTAL.
003200     ADD EMPLOYEE-ID TO WS-THR-HASH.
003210     PERFORM 2200-POST-TO-CC-TABLE THRU 2200-EXIT.
003220     PERFORM 2300-LOOKUP-BANK-ACCOUNT THRU 2300-EXIT.
003230     IF NOT WS-ACCOUNT-VALID
003240         MOVE 'DITAHAN' TO WS-DL-NOTE
003250         WRITE THR-REGISTER-LINE FROM WS-DETAIL-LINE
003260         PERFORM 2400-WRITE-BANK-EXCEPTION THRU 2400-EXIT
003270         GO TO 2000-EXIT
003280     END-IF.
003290     MOVE SPACES TO WS-DL-NOTE.
003300     WRITE THR-REGISTER-LINE FROM WS-DETAIL-LINE.
003310     MOVE SPACES TO BANK-CREDIT-RECORD.
003320     SET BANK-DETAIL TO TRUE.
003330     MOVE EMPLOYEE-ID TO BANK-EMPLOYEE-ID.
003340     MOVE EMPLOYEE-NAME TO BANK-EMPLOYEE-NAME.
003350     MOVE WS-ACCT-BANK-CODE TO BANK-DEST-BANK-CODE.
003360     MOVE WS-ACCT-NUMBER TO BANK-DEST-ACCOUNT-NUMBER.
003370     MOVE WS-ACCT-HOLDER TO BANK-DEST-HOLDER-NAME.
003380     MOVE WS-PAY-YEAR TO BANK-PERIOD-YEAR.
003390     MOVE WS-PAY-MONTH TO BANK-PERIOD-MONTH.
003400     MOVE WS-THR-AMOUNT TO BANK-CREDIT-AMOUNT.
003410     MOVE ZERO TO BANK-RECORD-COUNT.
003420     MOVE ZERO TO BANK-HASH-TOTAL.
003430     WRITE BANK-CREDIT-RECORD.
003440     ADD 1 TO WS-PAID-COUNT.
003450     ADD WS-THR-AMOUNT TO WS-TOTAL-AMOUNT.
003460     ADD EMPLOYEE-ID TO WS-HASH-TOTAL.
003470 2000-EXIT.
003480     EXIT.
003490
003500*****************************************************************
003510*    2100-COMPUTE-THR - FULL MONTHS OF SERVICE FROM THE HIRE    *
003520*    DATE TO THE PAYOUT DATE. 12 OR MORE EARN ONE MONTH'S       *
003530*    SALARY; 1 TO 11 EARN MONTHS/12 OF IT; LESS THAN ONE FULL   *
003540*    MONTH (OR A HIRE DATE AFTER THE PAYOUT DATE) EARNS NONE.   *
003550*****************************************************************
003560 2100-COMPUTE-THR.
003570     COMPUTE WS-SERVICE-MONTHS =
003580         (WS-PAY-YEAR - EMPLOYEE-HIRE-YEAR) * 12
003590         + WS-PAY-MONTH - EMPLOYEE-HIRE-MONTH.
003600     IF WS-PAY-DAY < EMPLOYEE-HIRE-DAY
003610         SUBTRACT 1 FROM WS-SERVICE-MONTHS
003620     END-IF.
003630     IF WS-SERVICE-MONTHS >= 12
003640         MOVE EMPLOYEE-SALARY TO WS-THR-AMOUNT
003650         GO TO 2100-EXIT
003660     END-IF.
003670     IF WS-SERVICE-MONTHS < 1
003680         MOVE 0 TO WS-THR-AMOUNT
003690         GO TO 2100-EXIT
003700     END-IF.
003710     COMPUTE WS-THR-AMOUNT ROUNDED =
003720         EMPLOYEE-SALARY * WS-SERVICE-MONTHS / 12.
003730 2100-EXIT.
003740     EXIT.
003750
003760*****************************************************************
003770*    2200-POST-TO-CC-TABLE - ADD THE THR TO THE ACCUMULATOR FOR *
003780*    THE EMPLOYEE'S DEPT-COST-CENTER, CREATING THE ENTRY THE    *
003790*    FIRST TIME THE COST CENTER IS SEEN. A DEPARTMENT NOT ON    *
003800*    DEPARTMENT-FILE GOES TO 'SUSPNS', AS IN GLEXTR.            *
003810*****************************************************************
003820 2200-POST-TO-CC-TABLE.
003830     MOVE 'SUSPNS' TO WS-TARGET-CC.
003840     IF WS-DEPT-MASTER-OPEN
003850         MOVE EMPLOYEE-DEPT TO DEPT-CODE
003860         READ DEPARTMENT-FILE
003870             INVALID KEY
003880                 CONTINUE
003890             NOT INVALID KEY
003900                 MOVE DEPT-COST-CENTER TO WS-TARGET-CC
003910         END-READ
003920     END-IF.
003930     IF WS-TARGET-CC = 'SUSPNS'
003940         ADD 1 TO WS-SUSPENSE-COUNT
003950     END-IF.
003960     MOVE 'N' TO WS-CC-DROP-SW.
003970     MOVE 0 TO WS-CC-FOUND-IX.
003980     IF WS-CC-USED > 0
003990         PERFORM 2210-MATCH-CC-CODE THRU 2210-EXIT
004000             VARYING WS-CC-IX FROM 1 BY 1
004010             UNTIL WS-CC-IX > WS-CC-USED
004020     END-IF.
004030     IF WS-CC-FOUND-IX = 0
004040         IF WS-CC-USED < 201
004050             ADD 1 TO WS-CC-USED
004060             MOVE WS-TARGET-CC TO WS-CC-CODE(WS-CC-USED)
004070             MOVE 0 TO WS-CC-EMP-COUNT(WS-CC-USED)
004080             MOVE 0 TO WS-CC-AMOUNT(WS-CC-USED)
004090             MOVE WS-CC-USED TO WS-CC-FOUND-IX
004100         ELSE
004110             DISPLAY 'TABEL COST CENTER PENUH, '
004120                 WS-TARGET-CC ' TIDAK DIPOSTING.'
004130             SET WS-CC-ENTRY-DROPPED TO TRUE
004140             ADD 1 TO WS-DROPPED-COUNT
004150             GO TO 2200-EXIT
004160         END-IF
004170     END-IF.
004180     ADD 1 TO WS-CC-EMP-COUNT(WS-CC-FOUND-IX).
004190     ADD WS-THR-AMOUNT TO WS-CC-AMOUNT(WS-CC-FOUND-IX).
004200     ADD WS-THR-AMOUNT TO WS-GL-TOTAL-AMOUNT.
004210     ADD EMPLOYEE-ID TO WS-GL-HASH-TOTAL.
004220 2200-EXIT.
004230     EXIT.
004240
004250 2210-MATCH-CC-CODE.
004260     IF WS-CC-CODE(WS-CC-IX) = WS-TARGET-CC
004270         MOVE WS-CC-IX TO WS-CC-FOUND-IX
004280     END-IF.
004290 2210-EXIT.
004300     EXIT.
004310
004320*****************************************************************
004330*    2300-LOOKUP-BANK-ACCOUNT - PICK THE ACCOUNT TO CREDIT, BY  *
004340*    THE SAME RULES AS THE PAYROLL RUN, WITH THE EFFECTIVE      *
004350*    DATE JUDGED AGAINST THE PAYOUT DATE.                       *
004360*****************************************************************
004370 2300-LOOKUP-BANK-ACCOUNT.
004380     MOVE 'N' TO WS-ACCT-SW.
004390     MOVE SPACES TO WS-ACCT-REASON.
004400     IF NOT WS-BANK-MASTER-OPEN
004410         MOVE 'TIDAK ADA REKENING' TO WS-ACCT-REASON
004420         GO TO 2300-EXIT
004430     END-IF.
004440     MOVE EMPLOYEE-ID TO BACCT-EMPLOYEE-ID.
004450     READ BANK-ACCOUNT-FILE
004460         INVALID KEY
004470             MOVE 'TIDAK ADA REKENING' TO WS-ACCT-REASON
004480             GO TO 2300-EXIT
004490     END-READ.
004500     IF NOT BACCT-ACTIVE
004510         MOVE 'REKENING DITUTUP' TO WS-ACCT-REASON
004520         GO TO 2300-EXIT
004530     END-IF.
004540     IF BACCT-EFFECTIVE-DATE > WS-PAYOUT-DATE-NUM
004550         MOVE BACCT-PREV-BANK-CODE TO WS-ACCT-BANK-CODE
004560         MOVE BACCT-PREV-ACCOUNT-NUMBER TO WS-ACCT-NUMBER
004570         MOVE BACCT-PREV-HOLDER-NAME TO WS-ACCT-HOLDER
004580     ELSE
004590         MOVE BACCT-BANK-CODE TO WS-ACCT-BANK-CODE
004600         MOVE BACCT-ACCOUNT-NUMBER TO WS-ACCT-NUMBER
004610         MOVE BACCT-HOLDER-NAME TO WS-ACCT-HOLDER
004620     END-IF.
004630     IF WS-ACCT-NUMBER = SPACES
004640         AND BACCT-EFFECTIVE-DATE > WS-PAYOUT-DATE-NUM
004650         MOVE 'REKENING BELUM EFEKTIF' TO WS-ACCT-REASON
004660         GO TO 2300-EXIT
004670     END-IF.
004680     IF WS-ACCT-BANK-CODE = SPACES OR WS-ACCT-NUMBER = SPACES
004690         MOVE 'DATA REKENING TIDAK LENGKAP' TO WS-ACCT-REASON
004700         GO TO 2300-EXIT
004710     END-IF.
004720     IF WS-ACCT-HOLDER = SPACES
004730         MOVE EMPLOYEE-NAME TO WS-ACCT-HOLDER
004740     END-IF.
004750     SET WS-ACCOUNT-VALID TO TRUE.
004760 2300-EXIT.
004770     EXIT.
004780
004790 2400-WRITE-BANK-EXCEPTION.
004800     MOVE EMPLOYEE-ID TO WS-EL-ID.
004810     MOVE EMPLOYEE-NAME TO WS-EL-NAME.
004820     MOVE WS-THR-AMOUNT TO WS-EL-AMOUNT.
004830     MOVE WS-ACCT-REASON TO WS-EL-REASON.
004840     WRITE THR-EXCEPTION-LINE FROM WS-EXCEPTION-LINE.
004850     ADD 1 TO WS-EXCEPTION-COUNT.
004860     ADD WS-THR-AMOUNT TO WS-EXCEPTION-AMOUNT.
004870 2400-EXIT.
004880     EXIT.
004890
004900*****************************************************************
004910*    3000-START-NO-DATE-SECTION - CLOSE AND REOPEN THE          *
004920*    EMPLOYEE MASTER FOR THE SECOND PASS AND PRINT THE SECTION  *
004930*    TITLE FOR THE EMPLOYEES HR HAS TO BACKFILL.                *
004940*****************************************************************
004950 3000-START-NO-DATE-SECTION.
004960     CLOSE EMPLOYEE-FILE.
004970     OPEN INPUT EMPLOYEE-FILE.
004980     MOVE 'N' TO WS-EMP-EOF-SW.
004990     MOVE 'H' TO WS-PASS-SW.
005000     MOVE SPACES TO THR-REGISTER-LINE.
005010     WRITE THR-REGISTER-LINE.
005020     MOVE 'TANGGAL MASUK KOSONG - TIDAK DIBAYAR, MOHON DILENGKAPI'
005030         TO THR-REGISTER-LINE.
005040     WRITE THR-REGISTER-LINE.
005050     MOVE 'ID    NAMA                  DEPT'
005060         TO THR-REGISTER-LINE.
005070     WRITE THR-REGISTER-LINE.
005080 3000-EXIT.
005090     EXIT.
005100
005110 3100-LIST-NO-DATE.
005120     MOVE EMPLOYEE-ID TO WS-DL-ID.
005130     MOVE EMPLOYEE-NAME TO WS-DL-NAME.
005140     MOVE EMPLOYEE-DEPT TO WS-DL-DEPT.
005150     MOVE 0 TO WS-DL-HIRE-DATE.
005160     MOVE 0 TO WS-DL-MONTHS.
005170     MOVE 0 TO WS-DL-AMOUNT.
005180     MOVE 'LENGKAPI' TO WS-DL-NOTE.
005190     WRITE THR-REGISTER-LINE FROM WS-DETAIL-LINE.
005200     ADD 1 TO WS-NO-DATE-COUNT.
005210 3100-EXIT.
005220     EXIT.
005230
005240*****************************************************************
005250*    4000-WRITE-GL-POSTING - ONE DETAIL RECORD PER COST CENTER  *
005260*    AND A TRAILER WITH THE CONTROL TOTALS, IN THE SAME FORM AS *
005270*    THE MONTH-END LABOR-COST POSTING, DATED TO THE PAYOUT      *
005280*    PERIOD. THE EXPENSE COVERS EVERY THR EARNED, INCLUDING     *
005290*    ANY HELD FOR WANT OF A BANK ACCOUNT, SINCE IT IS STILL     *
005300*    OWED. THE COST CENTER TOTALS ARE ALSO PRINTED.             *
005310*****************************************************************
005320 4000-WRITE-GL-POSTING.
005330     MOVE SPACES TO THR-REGISTER-LINE.
005340     WRITE THR-REGISTER-LINE.
005350     MOVE 'BEBAN THR PER COST CENTER:' TO THR-REGISTER-LINE.
005360     WRITE THR-REGISTER-LINE.
005370     MOVE 'COST CENTER  KARYAWAN      JUMLAH'
005380         TO THR-REGISTER-LINE.
005390     WRITE THR-REGISTER-LINE.
005400     IF WS-CC-USED > 0
005410         PERFORM 4100-WRITE-ONE-GL-DETAIL THRU 4100-EXIT
005420             VARYING WS-CC-IX FROM 1 BY 1
005430             UNTIL WS-CC-IX > WS-CC-USED
005440     END-IF.
005450     MOVE SPACES TO GL-POSTING-RECORD.
005460     SET GLPOST-TRAILER TO TRUE.
005470     MOVE 'TOTAL ' TO GLPOST-COST-CENTER.
005480     MOVE WS-PAY-YEAR TO GLPOST-PERIOD-YEAR.
005490     MOVE WS-PAY-MONTH TO GLPOST-PERIOD-MONTH.
005500     MOVE WS-GL-DETAIL-RECORDS TO GLPOST-EMPLOYEE-COUNT.
005510     MOVE WS-GL-TOTAL-AMOUNT TO GLPOST-AMOUNT.
005520     MOVE WS-GL-HASH-TOTAL TO GLPOST-HASH-TOTAL.
005530     WRITE GL-POSTING-RECORD.
005540 4000-EXIT.
005550     EXIT.
005560
005570 4100-WRITE-ONE-GL-DETAIL.
005580     MOVE SPACES TO GL-POSTING-RECORD.
005590     SET GLPOST-DETAIL TO TRUE.
005600     MOVE WS-CC-CODE(WS-CC-IX) TO GLPOST-COST-CENTER.
005610     MOVE WS-PAY-YEAR TO GLPOST-PERIOD-YEAR.
005620     MOVE WS-PAY-MONTH TO GLPOST-PERIOD-MONTH.
005630     MOVE WS-CC-EMP-COUNT(WS-CC-IX) TO GLPOST-EMPLOYEE-COUNT.
005640     MOVE WS-CC-AMOUNT(WS-CC-IX) TO GLPOST-AMOUNT.
005650     MOVE ZERO TO GLPOST-HASH-TOTAL.
005660     WRITE GL-POSTING-RECORD.
005670     ADD 1 TO WS-GL-DETAIL-RECORDS.
005680     MOVE WS-CC-CODE(WS-CC-IX) TO WS-CL-CC.
005690     MOVE WS-CC-EMP-COUNT(WS-CC-IX) TO WS-CL-COUNT.
005700     MOVE WS-CC-AMOUNT(WS-CC-IX) TO WS-CL-AMOUNT.
005710     WRITE THR-REGISTER-LINE FROM WS-CC-LINE.
005720 4100-EXIT.
005730     EXIT.
005740
005750*****************************************************************
005760*    9000-TERMINATION - WRITE THE BANK FILE TRAILER, PRINT THE  *
005770*    REGISTER SUMMARY, RECORD THE RUN ON THRHIST SO THE YEAR    *
005780*    CANNOT BE PAID TWICE, AND CLOSE FILES.                     *
005790*****************************************************************
005800 9000-TERMINATION.
005810     MOVE SPACES TO BANK-CREDIT-RECORD.
005820     SET BANK-TRAILER TO TRUE.
005830     MOVE ZERO TO BANK-EMPLOYEE-ID.
005840     MOVE 'TOTAL' TO BANK-EMPLOYEE-NAME.
005850     MOVE WS-PAY-YEAR TO BANK-PERIOD-YEAR.
005860     MOVE WS-PAY-MONTH TO BANK-PERIOD-MONTH.
005870     MOVE WS-TOTAL-AMOUNT TO BANK-CREDIT-AMOUNT.
005880     MOVE WS-PAID-COUNT TO BANK-RECORD-COUNT.
005890     MOVE WS-HASH-TOTAL TO BANK-HASH-TOTAL.
005900     WRITE BANK-CREDIT-RECORD.
005910     MOVE SPACES TO THR-REGISTER-LINE.
005920     WRITE THR-REGISTER-LINE.
005930     MOVE SPACES TO THR-REGISTER-LINE.
005940     STRING 'KARYAWAN BERHAK THR    : ' WS-THR-COUNT
005950         DELIMITED BY SIZE INTO THR-REGISTER-LINE.
005960     WRITE THR-REGISTER-LINE.
005970     MOVE WS-THR-TOTAL TO WS-AMOUNT-EDIT.
005980     MOVE SPACES TO THR-REGISTER-LINE.
005990     STRING 'TOTAL BEBAN THR        : ' WS-AMOUNT-EDIT
006000         DELIMITED BY SIZE INTO THR-REGISTER-LINE.
006010     WRITE THR-REGISTER-LINE.
006020     MOVE SPACES TO THR-REGISTER-LINE.
006030     STRING 'TOTAL KARYAWAN DIBAYAR : ' WS-PAID-COUNT
006040         DELIMITED BY SIZE INTO THR-REGISTER-LINE.
006050     WRITE THR-REGISTER-LINE.
006060     MOVE WS-TOTAL-AMOUNT TO WS-AMOUNT-EDIT.
006070     MOVE SPACES TO THR-REGISTER-LINE.
006080     STRING 'TOTAL KREDIT BANK      : ' WS-AMOUNT-EDIT
006090         DELIMITED BY SIZE INTO THR-REGISTER-LINE.
006100     WRITE THR-REGISTER-LINE.
006110     MOVE SPACES TO THR-REGISTER-LINE.
006120     STRING 'HASH TOTAL ID KARYAWAN : ' WS-HASH-TOTAL
006130         DELIMITED BY SIZE INTO THR-REGISTER-LINE.
006140     WRITE THR-REGISTER-LINE.
006150     MOVE SPACES TO THR-REGISTER-LINE.
006160     STRING 'DITAHAN TANPA REKENING : ' WS-EXCEPTION-COUNT
006170         DELIMITED BY SIZE INTO THR-REGISTER-LINE.
006180     WRITE THR-REGISTER-LINE.
006190     MOVE WS-EXCEPTION-AMOUNT TO WS-AMOUNT-EDIT.
006200     MOVE SPACES TO THR-REGISTER-LINE.
006210     STRING 'TOTAL DITAHAN          : ' WS-AMOUNT-EDIT
006220         DELIMITED BY SIZE INTO THR-REGISTER-LINE.
006230     WRITE THR-REGISTER-LINE.
006240     MOVE SPACES TO THR-REGISTER-LINE.
006250     STRING 'MASA KERJA < 1 BULAN   : ' WS-NOT-ELIGIBLE-COUNT
006260         DELIMITED BY SIZE INTO THR-REGISTER-LINE.
006270     WRITE THR-REGISTER-LINE.
006280     MOVE SPACES TO THR-REGISTER-LINE.
006290     STRING 'TANPA TANGGAL MASUK    : ' WS-NO-DATE-COUNT
006300         DELIMITED BY SIZE INTO THR-REGISTER-LINE.
006310     WRITE THR-REGISTER-LINE.
006320     MOVE SPACES TO THR-REGISTER-LINE.
006330     STRING 'KARYAWAN KE SUSPENSE   : ' WS-SUSPENSE-COUNT
006340         DELIMITED BY SIZE INTO THR-REGISTER-LINE.
006350     WRITE THR-REGISTER-LINE.
006360     IF WS-DROPPED-COUNT > 0
006370         MOVE SPACES TO THR-REGISTER-LINE
006380         STRING 'TIDAK DIPOSTING KE GL (TABEL PENUH): '
006390             WS-DROPPED-COUNT
006400             DELIMITED BY SIZE INTO THR-REGISTER-LINE
006410         WRITE THR-REGISTER-LINE
006420     END-IF.
006430     MOVE SPACES TO THR-EXCEPTION-LINE.
006440     WRITE THR-EXCEPTION-LINE.
006450     MOVE SPACES TO THR-EXCEPTION-LINE.
006460     STRING 'TOTAL DITAHAN: ' WS-EXCEPTION-COUNT
006470         ' KARYAWAN, ' WS-AMOUNT-EDIT
006480         DELIMITED BY SIZE INTO THR-EXCEPTION-LINE.
006490     WRITE THR-EXCEPTION-LINE.
006500     MOVE WS-PAY-YEAR TO THRH-YEAR.
006510     MOVE WS-PAYOUT-DATE-NUM TO THRH-PAYOUT-DATE.
006520     MOVE WS-CURRENT-DATE-NUM TO THRH-RUN-DATE.
006530     MOVE WS-PAID-COUNT TO THRH-PAID-COUNT.
006540     MOVE WS-TOTAL-AMOUNT TO THRH-TOTAL-AMOUNT.
006550     MOVE WS-HASH-TOTAL TO THRH-HASH-TOTAL.
006560     MOVE WS-EXCEPTION-COUNT TO THRH-HELD-COUNT.
006570     MOVE WS-EXCEPTION-AMOUNT TO THRH-HELD-AMOUNT.
006580     MOVE WS-NO-DATE-COUNT TO THRH-NO-DATE-COUNT.
006590     WRITE THR-HISTORY-RECORD.
006600     IF WS-THRH-FILE-STATUS NOT = '00'
006610         DISPLAY 'THRHIST GAGAL DITULIS, STATUS '
006620             WS-THRH-FILE-STATUS
006630     END-IF.
006640     CLOSE EMPLOYEE-FILE.
006650     IF WS-DEPT-MASTER-OPEN
006660         CLOSE DEPARTMENT-FILE
006670     END-IF.
006680     IF WS-BANK-MASTER-OPEN
006690         CLOSE BANK-ACCOUNT-FILE
006700     END-IF.
006710     CLOSE THR-HISTORY-FILE.
006720     CLOSE THR-BANK-FILE.
006730     CLOSE THR-GL-POSTING-FILE.
006740     CLOSE THR-REGISTER-FILE.
006750     CLOSE THR-EXCEPTION-FILE.
006760     DISPLAY 'THR-PAYOUT-BATCH SELESAI. LIHAT THRRPT / THRBANK '
006770         '/ THRGLPST.'.
006780     IF WS-EXCEPTION-COUNT > 0
006790         DISPLAY 'ADA KREDIT DITAHAN TANPA REKENING. '
006800             'LIHAT THREXC.'
006810     END-IF.
006820 9000-EXIT.
006830     EXIT.
