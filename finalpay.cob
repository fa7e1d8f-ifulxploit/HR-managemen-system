000500*                       ARCHIVED BEFORE THE FIELD EXISTED)      *
000510*                       PAYS NO SEVERANCE AND STAYS ON THE      *
000520*                       SPREADSHEET PROCESS.                    *
000521*    2026-10-15  AGT    EVERY FPAYBANK DETAIL NOW CARRIES THE   *
000522*                       BANK CODE, ACCOUNT NUMBER AND HOLDER    *
000523*                       FROM THE BANK ACCOUNT MASTER            *
000524*                       (BANKACCT). A SETTLEMENT WITH NO VALID  *
000526*                       ACCOUNT IS LISTED ON THE FPAYEXC        *
000527*                       EXCEPTION LIST AND LEFT FINAL-PAY-      *
000528*                       PENDING, SO IT IS PAID BY THE FIRST     *
000529*                       RUN AFTER THE ACCOUNT IS RECORDED.      *
000530*    2026-10-15  AGT    PPH 21 IS NOW WITHHELD FROM THE         *
000531*                       SETTLEMENT THROUGH PPH21, THE SAME      *
000532*                       CALCULATION AS THE MONTHLY PAYROLL RUN: *
000533*                       PRORATED SALARY AND LEAVE CASH-OUT ARE  *
000535*                       TRUED UP AGAINST THE YEAR TO DATE ON    *
000536*                       TAXYTD, AND SEVERANCE CARRIES ITS OWN   *
000537*                       FINAL TAX. THE BANK CREDIT IS THE NET   *
000538*                       AFTER TAX.                              *
000539*    2026-10-15  AGT    ANY BALANCE STILL OUTSTANDING ON THE    *
000540*                       LEAVER'S LOANS AND KASBON (LOANMAST) IS *
000541*                       OFFSET AGAINST THE NET SETTLEMENT       *
000542*                       BEFORE THE BANK CREDIT IS WRITTEN, AND  *
000543*                       POSTED TO THE REPAYMENT LEDGER          *
000544*                       (LOANPAY) ONCE THE SETTLEMENT IS MADE.  *
000545*                       WHATEVER THE SETTLEMENT CANNOT COVER    *
000546*                       STAYS ON THE LOAN AND IS SHOWN ON THE   *
000547*                       REGISTER FOR COLLECTION.                *
000549*    2026-10-15  AGT    RUN CONTROL: FINAL PAY RUNS ONCE A      *
000550*                       MONTH UNLESS A SUPERVISOR AUTHORIZES A  *
000552*                       RERUN, AND NOT AFTER THE MONTH IS       *
000553*                       CLOSED.                                 *
000555*****************************************************************
000557
000558 ENVIRONMENT DIVISION.
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580     COPY TERMSEL.
000590     COPY LVTXNSEL.
000600     COPY FPAYSEL.
000610     COPY FPBNKSEL.
000613     COPY BNKASEL.
000617     COPY FPEXSEL.
000618     COPY TAXPSEL.
000619     COPY TYTDSEL.
000622     COPY LOANSEL.
000625     COPY LNPYSEL.
000627
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  TERMINATED-EMPLOYEE-FILE.
000730
000740 FD  FINAL-PAY-BANK-FILE.
000750     COPY BANKREC.
000751
000753 FD  BANK-ACCOUNT-FILE.
000754     COPY BNKAREC.
000756
000757 FD  FINAL-PAY-EXCEPTION-FILE.
000759 01  FINAL-PAY-EXCEPTION-LINE         PIC X(80).
000760
000762 FD  TAX-PROFILE-FILE.
000763     COPY TAXPREC.
000765
000766 FD  TAX-YTD-FILE.
000767     COPY TYTDREC.
000768
000770 FD  LOAN-MASTER-FILE.
000771     COPY LOANREC.
000773
000774 FD  LOAN-REPAYMENT-FILE.
000776     COPY LNPYREC.
000777
000779 WORKING-STORAGE SECTION.
000780 01  WS-CURRENT-DATE-NUM              PIC 9(08).
000790 01  WS-CURRENT-DATE REDEFINES WS-CURRENT-DATE-NUM.
000800     05  WS-YEAR                       PIC 9(04).
000840 01  WS-FPAY-FILE-STATUS               PIC X(02).
000850 01  WS-LVTXN-FILE-STATUS              PIC X(02).
000860 01  WS-FPBNK-FILE-STATUS              PIC X(02).
000862 01  WS-BACCT-FILE-STATUS              PIC X(02).
000864 01  WS-FPEX-FILE-STATUS               PIC X(02).
000866 01  WS-BACCT-OPEN-SW                  PIC X(01) VALUE 'N'.
000868     88  WS-BANK-MASTER-OPEN           VALUE 'Y'.
000870 01  WS-TAXP-FILE-STATUS               PIC X(02).
000871 01  WS-TYTD-FILE-STATUS               PIC X(02).
000872 01  WS-TAXP-OPEN-SW                   PIC X(01) VALUE 'N'.
000874     88  WS-TAX-MASTER-OPEN            VALUE 'Y'.
000876 01  WS-YTD-FOUND-SW                   PIC X(01).
000877     88  WS-YTD-ON-FILE                VALUE 'Y'.
000878 01  WS-LOAN-FILE-STATUS               PIC X(02).
000879 01  WS-LNPY-FILE-STATUS               PIC X(02).
000881 01  WS-LOAN-OPEN-SW                   PIC X(01) VALUE 'N'.
000882     88  WS-LOAN-MASTER-OPEN           VALUE 'Y'.
000883 01  WS-LOAN-EOF-SW                    PIC X(01).
000884     88  WS-END-OF-LOAN-SCAN           VALUE 'Y'.
000885 01  WS-LNPY-FOUND-SW                  PIC X(01).
000886     88  WS-LNPY-ON-FILE               VALUE 'Y'.
000888 01  WS-HASH-TOTAL                     PIC 9(12) VALUE 0.
000889 01  WS-EOF-SW                         PIC X(01) VALUE 'N'.
000890     88  WS-END-OF-TERM-FILE           VALUE 'Y'.
000900 01  WS-ABORT-SW                       PIC X(01) VALUE 'N'.
000910     88  WS-RUN-ABORTED                VALUE 'Y'.
001010 77  WS-YEARS-SERVICE                  PIC S9(03) COMP VALUE 0.
001020 01  WS-SEVERANCE-PAY                  PIC 9(08)V99.
001030 01  WS-SETTLEMENT-TOTAL               PIC 9(08)V99.
001032*    THE SETTLEMENT BEFORE TAX, THE PPH 21 ON THE REGULAR PART
001033*    (PRORATED SALARY AND LEAVE CASH-OUT) AND THE FINAL TAX ON
001035*    THE SEVERANCE. WS-SETTLEMENT-TOTAL IS WHAT IS CREDITED.
001036 01  WS-SETTLEMENT-GROSS               PIC 9(08)V99.
001038 01  WS-REGULAR-INCOME                 PIC 9(09)V99.
001039 01  WS-REGULAR-TAX                    PIC 9(09)V99.
001041 01  WS-REGULAR-JOB-COST               PIC 9(07)V99.
001042 01  WS-SEVERANCE-TAX                  PIC 9(09)V99.
001044 01  WS-TAX-TOTAL                      PIC 9(09)V99.
001045 01  WS-GRAND-TAX                      PIC 9(11)V99 VALUE 0.
001046*    THE LEAVER'S OUTSTANDING LOAN BALANCE, THE PART OF IT THE
001047*    NET SETTLEMENT COVERS, AND WHAT IS LEFT UNCOVERED. THE
001048*    OFFSET IS SPREAD OVER THE LOANS IN KEY ORDER WHEN POSTED.
001049 01  WS-LOAN-OUTSTANDING               PIC 9(09)V99.
001050 01  WS-LOAN-OFFSET                    PIC 9(09)V99.
001051 01  WS-LOAN-UNCOVERED                 PIC 9(09)V99.
001053 01  WS-LOAN-TO-APPLY                  PIC 9(09)V99.
001054 01  WS-LOAN-TAKEN                     PIC 9(08)V99.
001055 01  WS-GRAND-LOAN-OFFSET              PIC 9(11)V99 VALUE 0.
001056 01  WS-GRAND-LOAN-UNCOVERED           PIC 9(11)V99 VALUE 0.
001057 77  WS-MX                             PIC S9(04) COMP VALUE 0.
001058 01  WS-SETTLED-COUNT                  PIC 9(05) VALUE 0.
001059 01  WS-GRAND-TOTAL                    PIC 9(09)V99 VALUE 0.
001060 01  WS-GRAND-TOTAL-EDIT               PIC ZZZZZZZZ9.99.
001061*    DESTINATION ACCOUNT PICKED FOR THE SETTLEMENT, OR THE
001062*    REASON THERE IS NONE.
001063 01  WS-ACCT-SW                        PIC X(01).
001064     88  WS-ACCOUNT-VALID              VALUE 'Y'.
001065 01  WS-ACCT-BANK-CODE                 PIC X(03).
001066 01  WS-ACCT-NUMBER                    PIC X(20).
001067 01  WS-ACCT-HOLDER                    PIC X(30).
001068 01  WS-ACCT-REASON                    PIC X(30).
001069 01  WS-EXCEPTION-COUNT                PIC 9(05) VALUE 0.
001071 01  WS-EXCEPTION-LINE.
001072     05  WS-EL-ID                       PIC 9(06).
001073     05  FILLER                         PIC X(02) VALUE SPACES.
001074     05  WS-EL-NAME                     PIC X(25).
001075     05  FILLER                         PIC X(02) VALUE SPACES.
001076     05  WS-EL-AMOUNT                   PIC ZZZZZZZ9.99.
001077     05  FILLER                         PIC X(02) VALUE SPACES.
001078     05  WS-EL-REASON                   PIC X(30).
001079 01  WS-DETAIL-LINE.
001080     05  WS-DL-ID                       PIC 9(06).
001090     05  FILLER                         PIC X(02) VALUE SPACES.
001100     05  WS-DL-NAME                     PIC X(21).
001160     05  WS-DL-SEVERANCE                PIC ZZZZZZZ9.99.
001170     05  FILLER                         PIC X(02) VALUE SPACES.
001180     05  WS-DL-TOTAL                    PIC ZZZZZZZ9.99.
001181 01  WS-TAX-LINE.
001183     05  FILLER                         PIC X(08) VALUE SPACES.
001184     05  FILLER                         PIC X(12) VALUE
001186         'PPH21 GAJI: '.
001187     05  WS-TL-REGULAR                  PIC ZZZZZZ9.99.
001189     05  FILLER                         PIC X(12) VALUE
001190         '  PESANGON: '.
001191     05  WS-TL-SEVERANCE                PIC ZZZZZZ9.99.
001193     05  FILLER                         PIC X(09) VALUE
001194         '  NETTO: '.
001196     05  WS-TL-NET                      PIC ZZZZZZZ9.99.
001197 01  WS-LOAN-LINE.
001198     05  FILLER                         PIC X(08) VALUE SPACES.
001200     05  FILLER                         PIC X(15) VALUE
001201         'POT. PINJAMAN: '.
001202     05  WS-LL-OFFSET                   PIC ZZZZZZZ9.99.
001203     05  FILLER                         PIC X(17) VALUE
001204         '  SISA DITAGIH: '.
001205     05  WS-LL-UNCOVERED                PIC ZZZZZZZ9.99.
001206 COPY PPHPARM.
001207 COPY RUNCPARM.
001208
001209 PROCEDURE DIVISION.
001210*****************************************************************
001220*    0000-MAINLINE - BATCH JOB ENTRY POINT.                     *
001230*****************************************************************
001260     PERFORM 2000-PROCESS-TERMINATED THRU 2000-EXIT
001270         UNTIL WS-END-OF-TERM-FILE.
001280     PERFORM 9000-TERMINATION THRU 9000-EXIT.
001285     PERFORM 9800-END-RUN-CONTROL THRU 9800-EXIT.
001290     STOP RUN.
001300
001310*****************************************************************
001330*    HEADER. A TERMINATED-EMPLOYEE-FILE THAT HAS NEVER BEEN     *
001340*    CREATED YET MEANS NOBODY HAS EVER BEEN OFFBOARDED, SO      *
001350*    THERE IS NOTHING TO SETTLE.                                *
001352*    A BANK ACCOUNT MASTER THAT HAS NEVER BEEN CREATED YET      *
001355*    MEANS NOBODY HAS AN ACCOUNT, SO EVERY SETTLEMENT GOES TO   *
001358*    THE EXCEPTION LIST.                                        *
001360*****************************************************************
001370 1000-INITIALIZE.
001380     ACCEPT WS-CURRENT-DATE-NUM FROM DATE YYYYMMDD.
001385     PERFORM 1050-START-RUN-CONTROL THRU 1050-EXIT.
001390     OPEN I-O TERMINATED-EMPLOYEE-FILE.
001400     IF WS-TERM-FILE-STATUS NOT = '00'
001410         DISPLAY 'TIDAK ADA ARSIP KARYAWAN BERHENTI, SELESAI.'
001450     END-IF.
001460     OPEN OUTPUT FINAL-PAY-REPORT-FILE.
001470     OPEN OUTPUT FINAL-PAY-BANK-FILE.
001471     OPEN INPUT BANK-ACCOUNT-FILE.
001472     IF WS-BACCT-FILE-STATUS = '00'
001473         SET WS-BANK-MASTER-OPEN TO TRUE
001474     END-IF.
001475     OPEN INPUT TAX-PROFILE-FILE.
001476     IF WS-TAXP-FILE-STATUS = '00'
001477         SET WS-TAX-MASTER-OPEN TO TRUE
001478     END-IF.
001479     OPEN I-O TAX-YTD-FILE.
001480     IF WS-TYTD-FILE-STATUS NOT = '00'
001481         OPEN OUTPUT TAX-YTD-FILE
001482         CLOSE TAX-YTD-FILE
001483         OPEN I-O TAX-YTD-FILE
001484     END-IF.
001485     OPEN I-O LOAN-MASTER-FILE.
001487     IF WS-LOAN-FILE-STATUS = '00'
001488         SET WS-LOAN-MASTER-OPEN TO TRUE
001489         OPEN I-O LOAN-REPAYMENT-FILE
001490         IF WS-LNPY-FILE-STATUS NOT = '00'
001492             OPEN OUTPUT LOAN-REPAYMENT-FILE
001493             CLOSE LOAN-REPAYMENT-FILE
001494             OPEN I-O LOAN-REPAYMENT-FILE
001496         END-IF
001497     END-IF.
001498     OPEN OUTPUT FINAL-PAY-EXCEPTION-FILE.
001499     MOVE 'DAFTAR PENGECUALIAN KREDIT BANK - FINAL PAY'
001501         TO FINAL-PAY-EXCEPTION-LINE.
001502     WRITE FINAL-PAY-EXCEPTION-LINE.
001503     MOVE SPACES TO FINAL-PAY-EXCEPTION-LINE.
001505     STRING 'TANGGAL JALAN: ' WS-DAY '-' WS-MONTH '-' WS-YEAR
001506         DELIMITED BY SIZE INTO FINAL-PAY-EXCEPTION-LINE.
001507     WRITE FINAL-PAY-EXCEPTION-LINE.
001508     MOVE SPACES TO FINAL-PAY-EXCEPTION-LINE.
001510     STRING 'ID    NAMA                       '
001511         '    TOTAL  ALASAN'
001512         DELIMITED BY SIZE INTO FINAL-PAY-EXCEPTION-LINE.
001514     WRITE FINAL-PAY-EXCEPTION-LINE.
001515     MOVE 'REGISTER FINAL PAY KARYAWAN BERHENTI'
001516         TO FINAL-PAY-REPORT-LINE.
001517     WRITE FINAL-PAY-REPORT-LINE.
001519     MOVE SPACES TO FINAL-PAY-REPORT-LINE.
001520     STRING 'TANGGAL JALAN: ' WS-DAY '-' WS-MONTH '-' WS-YEAR
001530         DELIMITED BY SIZE INTO FINAL-PAY-REPORT-LINE.
001540     WRITE FINAL-PAY-REPORT-LINE.
001570         '  PRORATA    UANG CUTI     PESANGON        TOTAL'
001580         DELIMITED BY SIZE INTO FINAL-PAY-REPORT-LINE.
001590     WRITE FINAL-PAY-REPORT-LINE.
001592     MOVE SPACES TO FINAL-PAY-REPORT-LINE.
001593     STRING '        PPH 21 ATAS GAJI/UANG CUTI, PPH FINAL '
001595         'ATAS PESANGON, NETTO DIKREDIT'
001597         DELIMITED BY SIZE INTO FINAL-PAY-REPORT-LINE.
001598     WRITE FINAL-PAY-REPORT-LINE.
001600     MOVE SPACES TO FINAL-PAY-REPORT-LINE.
001601     STRING '        POTONGAN PINJAMAN/KASBON DARI NETTO, SISA '
001603         'YANG TIDAK TERTUTUP'
001605         DELIMITED BY SIZE INTO FINAL-PAY-REPORT-LINE.
001607     WRITE FINAL-PAY-REPORT-LINE.
001608 1000-EXIT.
001610     EXIT.
001620
001621*****************************************************************
001622*    1050-START-RUN-CONTROL - ASK THE OPERATOR AND CHECK WITH   *
001624*    THE RUN-CONTROL FILE (RUNCTL) THAT THIS JOB MAY RUN FOR    *
001625*    THIS MONTH: NOT ALREADY COMPLETED UNLESS A RERUN IS        *
001626*    AUTHORIZED AND THE MONTH NOT CLOSED. A REFUSED RUN STOPS   *
001627*    HERE, BEFORE ANY FILE IS OPENED.                           *
001628*****************************************************************
001629 1050-START-RUN-CONTROL.
001631     DISPLAY 'ID OPERATOR: '.
001632     ACCEPT RCP-OPERATOR.
001633     MOVE FUNCTION UPPER-CASE(RCP-OPERATOR) TO RCP-OPERATOR.
001634     IF RCP-OPERATOR = SPACES
001635         MOVE 'BATCH' TO RCP-OPERATOR
001636     END-IF.
001638     MOVE 'FINALPAY' TO RCP-JOB-NAME.
001639     MOVE WS-CURRENT-DATE-NUM TO RCP-PERIOD.
001640     MOVE 0 TO RCP-PERIOD-DAY.
001641     SET RCP-START-RUN TO TRUE.
001642     CALL 'RUNCTL' USING RUNCTL-PARAMETERS.
001644     IF RCP-REFUSED
001645         DISPLAY 'FINAL-PAY-BATCH DITOLAK: '
001646             RCP-MESSAGE
001647         STOP RUN
001648     END-IF.
001649     IF RCP-MESSAGE NOT = SPACES
001651         DISPLAY RCP-MESSAGE
001652     END-IF.
001653 1050-EXIT.
001654     EXIT.
001655
001656*****************************************************************
001658*    2000-PROCESS-TERMINATED - READ ONE ARCHIVE RECORD AND      *
001659*    SETTLE IT IF IT IS STILL FLAGGED FINAL-PAY-PENDING. A      *
001660*    RECORD ALREADY PROCESSED IS LEFT ALONE SO A RERUN OF THE   *
001670*    JOB NEVER PAYS ANYONE TWICE. A SETTLEMENT WITH NO VALID    *
001673*    BANK ACCOUNT IS LISTED AS AN EXCEPTION AND STAYS PENDING   *
001677*    FOR THE NEXT RUN.                                          *
001680*****************************************************************
001690 2000-PROCESS-TERMINATED.
001700     READ TERMINATED-EMPLOYEE-FILE NEXT RECORD
001760         GO TO 2000-EXIT
001770     END-IF.
001780     PERFORM 2100-COMPUTE-SETTLEMENT THRU 2100-EXIT.
001782     PERFORM 2400-LOOKUP-BANK-ACCOUNT THRU 2400-EXIT.
001783     IF NOT WS-ACCOUNT-VALID
001785         PERFORM 2500-WRITE-BANK-EXCEPTION THRU 2500-EXIT
001787         GO TO 2000-EXIT
001788     END-IF.
001790*    THE STATUS FLIP MUST TAKE BEFORE THE RECORD APPEARS ON
001800*    THE REGISTER PAYROLL PAYS FROM - A REWRITE THAT DID NOT
001810*    TAKE LEAVES THE RECORD PENDING, AND A REGISTER LINE FOR
001970     MOVE WS-PRORATED-SALARY TO WS-DL-PRORATED.
001980     MOVE WS-LEAVE-CASHOUT TO WS-DL-CASHOUT.
001990     MOVE WS-SEVERANCE-PAY TO WS-DL-SEVERANCE.
002000     MOVE WS-SETTLEMENT-GROSS TO WS-DL-TOTAL.
002010     WRITE FINAL-PAY-REPORT-LINE FROM WS-DETAIL-LINE.
002012     MOVE WS-REGULAR-TAX TO WS-TL-REGULAR.
002013     MOVE WS-SEVERANCE-TAX TO WS-TL-SEVERANCE.
002015     MOVE WS-SETTLEMENT-TOTAL TO WS-TL-NET.
002017     WRITE FINAL-PAY-REPORT-LINE FROM WS-TAX-LINE.
002018     IF WS-LOAN-OUTSTANDING > 0
002020         MOVE WS-LOAN-OFFSET TO WS-LL-OFFSET
002021         MOVE WS-LOAN-UNCOVERED TO WS-LL-UNCOVERED
002023         WRITE FINAL-PAY-REPORT-LINE FROM WS-LOAN-LINE
002024         PERFORM 2650-POST-LOAN-OFFSET THRU 2650-EXIT
002026     END-IF.
002027     PERFORM 2170-POST-TAX-YTD THRU 2170-EXIT.
002029     IF TERM-EMPLOYEE-LEAVE-BALANCE > 0
002030         PERFORM 2200-POST-CASHOUT-TXN THRU 2200-EXIT
002040     END-IF.
002050     PERFORM 2300-WRITE-BANK-CREDIT THRU 2300-EXIT.
002060     ADD 1 TO WS-SETTLED-COUNT.
002070     ADD WS-SETTLEMENT-TOTAL TO WS-GRAND-TOTAL.
002075     ADD WS-TAX-TOTAL TO WS-GRAND-TAX.
002077     ADD WS-LOAN-OFFSET TO WS-GRAND-LOAN-OFFSET.
002078     ADD WS-LOAN-UNCOVERED TO WS-GRAND-LOAN-UNCOVERED.
002080     ADD TERM-EMPLOYEE-ID TO WS-HASH-TOTAL.
002090 2000-EXIT.
002100     EXIT.
002300     COMPUTE WS-LEAVE-CASHOUT ROUNDED =
002310         WS-DAILY-RATE * TERM-EMPLOYEE-LEAVE-BALANCE.
002320     PERFORM 2150-COMPUTE-SEVERANCE THRU 2150-EXIT.
002330     COMPUTE WS-SETTLEMENT-GROSS =
002340         WS-PRORATED-SALARY + WS-LEAVE-CASHOUT
002350         + WS-SEVERANCE-PAY.
002351     PERFORM 2160-COMPUTE-TAX THRU 2160-EXIT.
002352     COMPUTE WS-TAX-TOTAL = WS-REGULAR-TAX + WS-SEVERANCE-TAX.
002354     IF WS-TAX-TOTAL > WS-SETTLEMENT-GROSS
002355         MOVE WS-SETTLEMENT-GROSS TO WS-TAX-TOTAL
002356     END-IF.
002358     COMPUTE WS-SETTLEMENT-TOTAL =
002359         WS-SETTLEMENT-GROSS - WS-TAX-TOTAL.
002362     PERFORM 2600-COMPUTE-LOAN-OFFSET THRU 2600-EXIT.
002365     SUBTRACT WS-LOAN-OFFSET FROM WS-SETTLEMENT-TOTAL.
002367 2100-EXIT.
002370     EXIT.
002380
002390*****************************************************************
002660         TERM-EMPLOYEE-SALARY * WS-YEARS-SERVICE.
002670 2150-EXIT.
002680     EXIT.
002681
002682*****************************************************************
002683*    2160-COMPUTE-TAX - LEAVING ENDS THE EMPLOYEE'S TAX YEAR,   *
002684*    SO THE PRORATED SALARY AND LEAVE CASH-OUT ARE TAXED AS A   *
002685*    YEAR-END TRUE-UP AGAINST EVERYTHING ALREADY ON TAXYTD FOR  *
002686*    THE YEAR. SEVERANCE IS TAXED SEPARATELY AT THE FINAL       *
002687*    RATES. NOTHING IS POSTED HERE - 2170 POSTS ONCE THE        *
002688*    SETTLEMENT HAS ACTUALLY BEEN MADE.                         *
002689*****************************************************************
002691 2160-COMPUTE-TAX.
002692     MOVE 'T' TO PPH-MARITAL-STATUS.
002693     MOVE 0 TO PPH-DEPENDANTS.
002694     MOVE 'N' TO PPH-NPWP-SW.
002695     MOVE SPACES TO TAXP-NPWP.
002696     IF WS-TAX-MASTER-OPEN
002697         MOVE TERM-EMPLOYEE-ID TO TAXP-EMPLOYEE-ID
002698         READ TAX-PROFILE-FILE
002699             INVALID KEY
002700                 MOVE SPACES TO TAXP-NPWP
002701             NOT INVALID KEY
002702                 MOVE TAXP-MARITAL-STATUS TO PPH-MARITAL-STATUS
002703                 MOVE TAXP-DEPENDANTS TO PPH-DEPENDANTS
002704         END-READ
002705     END-IF.
002706     IF TAXP-NPWP NOT = SPACES
002707         MOVE 'Y' TO PPH-NPWP-SW
002708     END-IF.
002709     MOVE 'N' TO WS-YTD-FOUND-SW.
002711     MOVE TERM-EMPLOYEE-ID TO TYTD-EMPLOYEE-ID.
002712     MOVE WS-YEAR TO TYTD-YEAR.
002713     READ TAX-YTD-FILE
002714         INVALID KEY
002715             PERFORM 2180-NEW-YTD-RECORD THRU 2180-EXIT
002716         NOT INVALID KEY
002717             SET WS-YTD-ON-FILE TO TRUE
002718     END-READ.
002719     MOVE 0 TO PPH-PRIOR-BRUTO.
002720     MOVE 0 TO PPH-PRIOR-JOB-COST.
002721     MOVE 0 TO PPH-PRIOR-PENSION.
002722     MOVE 0 TO PPH-PRIOR-TAX.
002723     PERFORM 2165-SUM-ONE-MONTH THRU 2165-EXIT
002724         VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX > 12.
002725     COMPUTE WS-REGULAR-INCOME =
002726         WS-PRORATED-SALARY + WS-LEAVE-CASHOUT.
002727     SET PPH-MODE-YEAR-END TO TRUE.
002728     MOVE WS-REGULAR-INCOME TO PPH-BRUTO.
002729     MOVE 0 TO PPH-PENSION.
002731     CALL 'PPH21' USING PPH21-PARAMETERS.
002732     MOVE PPH-TAX TO WS-REGULAR-TAX.
002733     MOVE PPH-JOB-COST TO WS-REGULAR-JOB-COST.
002734     SET PPH-MODE-SEVERANCE TO TRUE.
002735     MOVE WS-SEVERANCE-PAY TO PPH-BRUTO.
002736     CALL 'PPH21' USING PPH21-PARAMETERS.
002737     MOVE PPH-TAX TO WS-SEVERANCE-TAX.
002738 2160-EXIT.
002739     EXIT.
002740
002741 2165-SUM-ONE-MONTH.
002742     IF NOT TYTD-M-POSTED(WS-MX)
002743         GO TO 2165-EXIT
002744     END-IF.
002745     COMPUTE PPH-PRIOR-BRUTO = PPH-PRIOR-BRUTO
002746         + TYTD-M-SALARY(WS-MX) + TYTD-M-BENEFIT(WS-MX).
002747     ADD TYTD-M-JOB-COST(WS-MX) TO PPH-PRIOR-JOB-COST.
002748     ADD TYTD-M-PENSION(WS-MX) TO PPH-PRIOR-PENSION.
002749     ADD TYTD-M-PPH21(WS-MX) TO PPH-PRIOR-TAX.
002751 2165-EXIT.
002752     EXIT.
002753
002754*****************************************************************
002755*    2170-POST-TAX-YTD - ADD THE SETTLEMENT TO THE CURRENT      *
002756*    MONTH'S SLOT ON TAXYTD (THE MONTHLY RUN MAY ALREADY HAVE   *
002757*    PAID THE MONTH), RECORD THE SEVERANCE AND ITS TAX, AND     *
002758*    MARK THE EMPLOYMENT ENDED FOR THE YEAR-END SLIP.           *
002759*****************************************************************
002760 2170-POST-TAX-YTD.
002761     MOVE TERM-EMPLOYEE-NAME TO TYTD-EMPLOYEE-NAME.
002762     MOVE PPH-MARITAL-STATUS TO TYTD-MARITAL-STATUS.
002763     MOVE PPH-DEPENDANTS TO TYTD-DEPENDANTS.
002764     MOVE TAXP-NPWP TO TYTD-NPWP.
002765     MOVE 'Y' TO TYTD-M-POSTED-SW(WS-MONTH).
002766     ADD WS-REGULAR-INCOME TO TYTD-M-SALARY(WS-MONTH).
002767     ADD WS-REGULAR-JOB-COST TO TYTD-M-JOB-COST(WS-MONTH).
002768     ADD WS-REGULAR-TAX TO TYTD-M-PPH21(WS-MONTH).
002769     ADD WS-SEVERANCE-PAY TO TYTD-SEVERANCE.
002771     ADD WS-SEVERANCE-TAX TO TYTD-SEVERANCE-TAX.
002772     SET TYTD-EMPLOYMENT-ENDED TO TRUE.
002773     IF WS-YTD-ON-FILE
002774         REWRITE TAX-YTD-RECORD
002775     ELSE
002776         WRITE TAX-YTD-RECORD
002777     END-IF.
002778     IF WS-TYTD-FILE-STATUS NOT = '00'
002779         DISPLAY 'TAXYTD GAGAL DITULIS UNTUK ID '
002780             TERM-EMPLOYEE-ID ', STATUS ' WS-TYTD-FILE-STATUS
002781     END-IF.
002782 2170-EXIT.
002783     EXIT.
002784
002785 2180-NEW-YTD-RECORD.
002786     MOVE SPACES TO TYTD-EMPLOYEE-NAME.
002787     MOVE 0 TO TYTD-SEVERANCE.
002788     MOVE 0 TO TYTD-SEVERANCE-TAX.
002789     MOVE 'N' TO TYTD-END-SW.
002791     PERFORM 2185-CLEAR-ONE-MONTH THRU 2185-EXIT
002792         VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX > 12.
002793 2180-EXIT.
002794     EXIT.
002795
002796 2185-CLEAR-ONE-MONTH.
002797     MOVE 'N' TO TYTD-M-POSTED-SW(WS-MX).
002798     MOVE 0 TO TYTD-M-SALARY(WS-MX).
002799     MOVE 0 TO TYTD-M-BENEFIT(WS-MX).
002800     MOVE 0 TO TYTD-M-JOB-COST(WS-MX).
002801     MOVE 0 TO TYTD-M-PENSION(WS-MX).
002802     MOVE 0 TO TYTD-M-BPJS-KES(WS-MX).
002803     MOVE 0 TO TYTD-M-PPH21(WS-MX).
002804 2185-EXIT.
002805     EXIT.
002806
002807*****************************************************************
002808*    2200-POST-CASHOUT-TXN - POST THE CASHED-OUT DAYS TO THE    *
002809*    LEAVE LEDGER AS A 'U' ENTRY, SO A LATER REHIRE'S LVBAL     *
002811*    RECOMPUTE (AND THE NIGHTLY RECONCILIATION) NEVER RESTORES  *
002812*    DAYS THAT WERE ALREADY PAID IN CASH BY THIS SETTLEMENT.    *
002813*****************************************************************
002814 2200-POST-CASHOUT-TXN.
002815     OPEN EXTEND LEAVE-TRANSACTION-FILE.
002816     IF WS-LVTXN-FILE-STATUS NOT = '00'
002817         OPEN OUTPUT LEAVE-TRANSACTION-FILE
002818     END-IF.
002819     MOVE TERM-EMPLOYEE-ID TO LVTXN-EMPLOYEE-ID.
002820     SET LVTXN-USAGE TO TRUE.
002830     MOVE TERM-EMPLOYEE-LEAVE-BALANCE TO LVTXN-AMOUNT.
002840     MOVE WS-YEAR TO LVTXN-YEAR.
003000     SET BANK-DETAIL TO TRUE.
003010     MOVE TERM-EMPLOYEE-ID TO BANK-EMPLOYEE-ID.
003020     MOVE TERM-EMPLOYEE-NAME TO BANK-EMPLOYEE-NAME.
003022     MOVE WS-ACCT-BANK-CODE TO BANK-DEST-BANK-CODE.
003025     MOVE WS-ACCT-NUMBER TO BANK-DEST-ACCOUNT-NUMBER.
003028     MOVE WS-ACCT-HOLDER TO BANK-DEST-HOLDER-NAME.
003030     MOVE WS-YEAR TO BANK-PERIOD-YEAR.
003040     MOVE WS-MONTH TO BANK-PERIOD-MONTH.
003050     MOVE WS-SETTLEMENT-TOTAL TO BANK-CREDIT-AMOUNT.
003080     WRITE BANK-CREDIT-RECORD.
003090 2300-EXIT.
003100     EXIT.
003101
003102*****************************************************************
003103*    2400-LOOKUP-BANK-ACCOUNT - PICK THE ACCOUNT TO CREDIT FOR  *
003104*    THE SETTLEMENT, THE SAME WAY THE MONTHLY PAYROLL RUN       *
003105*    DOES: AN ACCOUNT NOT YET EFFECTIVE YIELDS TO THE ONE IT    *
003107*    REPLACED, AND A MISSING, CLOSED OR INCOMPLETE ACCOUNT      *
003108*    LEAVES WS-ACCOUNT-VALID OFF WITH THE REASON IN             *
003109*    WS-ACCT-REASON.                                            *
003110*****************************************************************
003111 2400-LOOKUP-BANK-ACCOUNT.
003112     MOVE 'N' TO WS-ACCT-SW.
003113     MOVE SPACES TO WS-ACCT-REASON.
003114     IF NOT WS-BANK-MASTER-OPEN
003115         MOVE 'TIDAK ADA REKENING' TO WS-ACCT-REASON
003116         GO TO 2400-EXIT
003118     END-IF.
003119     MOVE TERM-EMPLOYEE-ID TO BACCT-EMPLOYEE-ID.
003120     READ BANK-ACCOUNT-FILE
003121         INVALID KEY
003122             MOVE 'TIDAK ADA REKENING' TO WS-ACCT-REASON
003123             GO TO 2400-EXIT
003124     END-READ.
003125     IF NOT BACCT-ACTIVE
003126         MOVE 'REKENING DITUTUP' TO WS-ACCT-REASON
003127         GO TO 2400-EXIT
003128     END-IF.
003130     IF BACCT-EFFECTIVE-DATE > WS-CURRENT-DATE-NUM
003131         MOVE BACCT-PREV-BANK-CODE TO WS-ACCT-BANK-CODE
003132         MOVE BACCT-PREV-ACCOUNT-NUMBER TO WS-ACCT-NUMBER
003133         MOVE BACCT-PREV-HOLDER-NAME TO WS-ACCT-HOLDER
003134     ELSE
003135         MOVE BACCT-BANK-CODE TO WS-ACCT-BANK-CODE
003136         MOVE BACCT-ACCOUNT-NUMBER TO WS-ACCT-NUMBER
003137         MOVE BACCT-HOLDER-NAME TO WS-ACCT-HOLDER
003138     END-IF.
003139     IF WS-ACCT-NUMBER = SPACES
003141         AND BACCT-EFFECTIVE-DATE > WS-CURRENT-DATE-NUM
003142         MOVE 'REKENING BELUM EFEKTIF' TO WS-ACCT-REASON
003143         GO TO 2400-EXIT
003144     END-IF.
003145     IF WS-ACCT-BANK-CODE = SPACES OR WS-ACCT-NUMBER = SPACES
003146         MOVE 'DATA REKENING TIDAK LENGKAP' TO WS-ACCT-REASON
003147         GO TO 2400-EXIT
003148     END-IF.
003149     IF WS-ACCT-HOLDER = SPACES
003150         MOVE TERM-EMPLOYEE-NAME TO WS-ACCT-HOLDER
003152     END-IF.
003153     SET WS-ACCOUNT-VALID TO TRUE.
003154 2400-EXIT.
003155     EXIT.
003156
003157*****************************************************************
003158*    2500-WRITE-BANK-EXCEPTION - LIST THE SETTLEMENT HELD BACK  *
003159*    FOR WANT OF AN ACCOUNT. THE ARCHIVE RECORD IS NOT TOUCHED, *
003160*    SO IT IS STILL PENDING FOR THE NEXT RUN.                   *
003161*****************************************************************
003162 2500-WRITE-BANK-EXCEPTION.
003164     MOVE TERM-EMPLOYEE-ID TO WS-EL-ID.
003165     MOVE TERM-EMPLOYEE-NAME TO WS-EL-NAME.
003166     MOVE WS-SETTLEMENT-TOTAL TO WS-EL-AMOUNT.
003167     MOVE WS-ACCT-REASON TO WS-EL-REASON.
003168     WRITE FINAL-PAY-EXCEPTION-LINE FROM WS-EXCEPTION-LINE.
003169     ADD 1 TO WS-EXCEPTION-COUNT.
003170 2500-EXIT.
003171     EXIT.
003172
003173*****************************************************************
003174*    2600-COMPUTE-LOAN-OFFSET - TOTAL THE BALANCE STILL OWED ON *
003175*    THE LEAVER'S APPROVED LOANS, WHETHER OR NOT THEIR          *
003176*    INSTALLMENTS HAVE STARTED, AND TAKE AS MUCH OF IT AS THE   *
003177*    NET SETTLEMENT COVERS. NOTHING IS POSTED HERE - 2650 POSTS *
003178*    ONCE THE SETTLEMENT HAS ACTUALLY BEEN MADE, SO A           *
003179*    SETTLEMENT HELD FOR WANT OF AN ACCOUNT OFFSETS NOTHING     *
003180*    UNTIL THE RUN THAT PAYS IT.                                *
003181*****************************************************************
003182 2600-COMPUTE-LOAN-OFFSET.
003183     MOVE 0 TO WS-LOAN-OUTSTANDING.
003184     MOVE 0 TO WS-LOAN-OFFSET.
003185     MOVE 0 TO WS-LOAN-UNCOVERED.
003186     IF NOT WS-LOAN-MASTER-OPEN
003187         GO TO 2600-EXIT
003188     END-IF.
003189     PERFORM 2660-START-LOAN-BROWSE THRU 2660-EXIT.
003190     PERFORM 2610-ADD-ONE-LOAN THRU 2610-EXIT
003191         UNTIL WS-END-OF-LOAN-SCAN.
003192     IF WS-LOAN-OUTSTANDING > WS-SETTLEMENT-TOTAL
003193         MOVE WS-SETTLEMENT-TOTAL TO WS-LOAN-OFFSET
003194     ELSE
003195         MOVE WS-LOAN-OUTSTANDING TO WS-LOAN-OFFSET
003196     END-IF.
003197     COMPUTE WS-LOAN-UNCOVERED =
003198         WS-LOAN-OUTSTANDING - WS-LOAN-OFFSET.
003199 2600-EXIT.
003200     EXIT.
003201
003202 2610-ADD-ONE-LOAN.
003203     PERFORM 2670-READ-NEXT-LOAN THRU 2670-EXIT.
003204     IF WS-END-OF-LOAN-SCAN
003205         GO TO 2610-EXIT
003206     END-IF.
003207     IF LOAN-ACTIVE
003208         ADD LOAN-BALANCE TO WS-LOAN-OUTSTANDING
003209     END-IF.
003210 2610-EXIT.
003211     EXIT.
003212
003213*****************************************************************
003214*    2650-POST-LOAN-OFFSET - APPLY THE OFFSET TO THE LEAVER'S   *
003215*    LOANS IN KEY ORDER, MARKING EACH ONE CLEARED PAID OFF, AND *
003216*    POST EACH LOAN'S SHARE TO THE REPAYMENT LEDGER UNDER THE   *
003217*    TERMINATION EFFECTIVE MONTH.                               *
003218*****************************************************************
003219 2650-POST-LOAN-OFFSET.
003220     MOVE WS-LOAN-OFFSET TO WS-LOAN-TO-APPLY.
003221     PERFORM 2660-START-LOAN-BROWSE THRU 2660-EXIT.
003222     PERFORM 2655-OFFSET-ONE-LOAN THRU 2655-EXIT
003223         UNTIL WS-END-OF-LOAN-SCAN OR WS-LOAN-TO-APPLY = 0.
003224 2650-EXIT.
003225     EXIT.
003226
003227 2655-OFFSET-ONE-LOAN.
003228     PERFORM 2670-READ-NEXT-LOAN THRU 2670-EXIT.
003229     IF WS-END-OF-LOAN-SCAN
003230         GO TO 2655-EXIT
003231     END-IF.
003232     IF NOT LOAN-ACTIVE OR LOAN-BALANCE = ZERO
003233         GO TO 2655-EXIT
003234     END-IF.
003235     IF LOAN-BALANCE > WS-LOAN-TO-APPLY
003236         MOVE WS-LOAN-TO-APPLY TO WS-LOAN-TAKEN
003237     ELSE
003238         MOVE LOAN-BALANCE TO WS-LOAN-TAKEN
003239     END-IF.
003240     SUBTRACT WS-LOAN-TAKEN FROM LOAN-BALANCE.
003241     SUBTRACT WS-LOAN-TAKEN FROM WS-LOAN-TO-APPLY.
003242     IF LOAN-BALANCE = ZERO
003243         SET LOAN-PAID-OFF TO TRUE
003244     END-IF.
003245     REWRITE LOAN-RECORD.
003246     IF WS-LOAN-FILE-STATUS NOT = '00'
003247         DISPLAY 'LOANMAST GAGAL DITULIS UNTUK ID '
003248             TERM-EMPLOYEE-ID ', STATUS ' WS-LOAN-FILE-STATUS
003249         GO TO 2655-EXIT
003250     END-IF.
003251     MOVE 'N' TO WS-LNPY-FOUND-SW.
003252     MOVE LOAN-KEY TO LNPY-LOAN-KEY.
003253     MOVE TERM-EFF-YEAR TO LNPY-YEAR.
003254     MOVE TERM-EFF-MONTH TO LNPY-MONTH.
003255     SET LNPY-FROM-FINAL-PAY TO TRUE.
003256     READ LOAN-REPAYMENT-FILE
003257         INVALID KEY
003258             MOVE LOAN-KEY TO LNPY-LOAN-KEY
003259             MOVE TERM-EFF-YEAR TO LNPY-YEAR
003260             MOVE TERM-EFF-MONTH TO LNPY-MONTH
003262             SET LNPY-FROM-FINAL-PAY TO TRUE
003263             MOVE 0 TO LNPY-AMOUNT
003264         NOT INVALID KEY
003265             SET WS-LNPY-ON-FILE TO TRUE
003266     END-READ.
003267     ADD WS-LOAN-TAKEN TO LNPY-AMOUNT.
003268     MOVE LOAN-BALANCE TO LNPY-BALANCE-AFTER.
003269     MOVE WS-CURRENT-DATE-NUM TO LNPY-POSTED-DATE.
003270     IF WS-LNPY-ON-FILE
003271         REWRITE LOAN-REPAYMENT-RECORD
003272     ELSE
003273         WRITE LOAN-REPAYMENT-RECORD
003274     END-IF.
003275     IF WS-LNPY-FILE-STATUS NOT = '00'
003276         DISPLAY 'LOANPAY GAGAL DITULIS UNTUK ID '
003277             TERM-EMPLOYEE-ID ', STATUS ' WS-LNPY-FILE-STATUS
003278     END-IF.
003279 2655-EXIT.
003280     EXIT.
003281
003282*    POSITION ON THE LEAVER'S FIRST LOAN, AND READ THE NEXT ONE
003283*    UNTIL THE EMPLOYEE CHANGES.
003284 2660-START-LOAN-BROWSE.
003285     MOVE 'N' TO WS-LOAN-EOF-SW.
003286     MOVE TERM-EMPLOYEE-ID TO LOAN-EMPLOYEE-ID.
003287     MOVE ZERO TO LOAN-SEQ.
003288     START LOAN-MASTER-FILE KEY NOT < LOAN-KEY
003289         INVALID KEY
003290             SET WS-END-OF-LOAN-SCAN TO TRUE
003291     END-START.
003292 2660-EXIT.
003293     EXIT.
003294
003295 2670-READ-NEXT-LOAN.
003296     READ LOAN-MASTER-FILE NEXT RECORD
003297         AT END
003298             SET WS-END-OF-LOAN-SCAN TO TRUE
003299             GO TO 2670-EXIT
003300     END-READ.
003301     IF LOAN-EMPLOYEE-ID NOT = TERM-EMPLOYEE-ID
003302         SET WS-END-OF-LOAN-SCAN TO TRUE
003303     END-IF.
003304 2670-EXIT.
003305     EXIT.
003306
003307*****************************************************************
003308*    9000-TERMINATION - PRINT THE SUMMARY LINES AND CLOSE       *
003309*    FILES.                                                     *
003310*****************************************************************
003311 9000-TERMINATION.
003312     IF WS-RUN-ABORTED
003313         GO TO 9000-EXIT
003314     END-IF.
003315     MOVE SPACES TO FINAL-PAY-REPORT-LINE.
003316     WRITE FINAL-PAY-REPORT-LINE.
003317     MOVE SPACES TO FINAL-PAY-REPORT-LINE.
003318     STRING 'TOTAL KARYAWAN DISETTLE: ' WS-SETTLED-COUNT
003319         DELIMITED BY SIZE INTO FINAL-PAY-REPORT-LINE.
003320     WRITE FINAL-PAY-REPORT-LINE.
003321     MOVE WS-GRAND-TOTAL TO WS-GRAND-TOTAL-EDIT.
003322     MOVE SPACES TO FINAL-PAY-REPORT-LINE.
003323     STRING 'TOTAL FINAL PAY: ' WS-GRAND-TOTAL-EDIT
003324         DELIMITED BY SIZE INTO FINAL-PAY-REPORT-LINE.
003325     WRITE FINAL-PAY-REPORT-LINE.
003326     MOVE WS-GRAND-TAX TO WS-GRAND-TOTAL-EDIT.
003327     MOVE SPACES TO FINAL-PAY-REPORT-LINE.
003328     STRING 'TOTAL PPH 21 DIPOTONG: ' WS-GRAND-TOTAL-EDIT
003329         DELIMITED BY SIZE INTO FINAL-PAY-REPORT-LINE.
003330     WRITE FINAL-PAY-REPORT-LINE.
003331     MOVE WS-GRAND-LOAN-OFFSET TO WS-GRAND-TOTAL-EDIT.
003332     MOVE SPACES TO FINAL-PAY-REPORT-LINE.
003333     STRING 'TOTAL POTONGAN PINJAMAN: ' WS-GRAND-TOTAL-EDIT
003334         DELIMITED BY SIZE INTO FINAL-PAY-REPORT-LINE.
003335     WRITE FINAL-PAY-REPORT-LINE.
003336     MOVE WS-GRAND-LOAN-UNCOVERED TO WS-GRAND-TOTAL-EDIT.
003337     MOVE SPACES TO FINAL-PAY-REPORT-LINE.
003338     STRING 'SISA PINJAMAN DITAGIH  : ' WS-GRAND-TOTAL-EDIT
003339         DELIMITED BY SIZE INTO FINAL-PAY-REPORT-LINE.
003340     WRITE FINAL-PAY-REPORT-LINE.
003341     MOVE SPACES TO FINAL-PAY-REPORT-LINE.
003342     STRING 'DITAHAN TANPA REKENING : ' WS-EXCEPTION-COUNT
003343         ' (TETAP PENDING)'
003344         DELIMITED BY SIZE INTO FINAL-PAY-REPORT-LINE.
003345     WRITE FINAL-PAY-REPORT-LINE.
003346*    THE BANK SIDE BALANCES ITS LOAD AGAINST THE TRAILER'S
003347*    COUNT, TOTAL AMOUNT AND EMPLOYEE-ID HASH TOTAL.
003348     MOVE SPACES TO BANK-CREDIT-RECORD.
003349     SET BANK-TRAILER TO TRUE.
003350     MOVE ZERO TO BANK-EMPLOYEE-ID.
003360     MOVE 'TOTAL' TO BANK-EMPLOYEE-NAME.
003370     MOVE WS-YEAR TO BANK-PERIOD-YEAR.
003430     CLOSE FINAL-PAY-BANK-FILE.
003440     CLOSE TERMINATED-EMPLOYEE-FILE.
003450     CLOSE FINAL-PAY-REPORT-FILE.
003452     IF WS-BANK-MASTER-OPEN
003454         CLOSE BANK-ACCOUNT-FILE
003456     END-IF.
003458     CLOSE FINAL-PAY-EXCEPTION-FILE.
003460     IF WS-TAX-MASTER-OPEN
003462         CLOSE TAX-PROFILE-FILE
003464     END-IF.
003466     CLOSE TAX-YTD-FILE.
003468     IF WS-LOAN-MASTER-OPEN
003470         CLOSE LOAN-MASTER-FILE
003472         CLOSE LOAN-REPAYMENT-FILE
003474     END-IF.
003476     DISPLAY 'FINAL-PAY-BATCH SELESAI. LIHAT FPAYRPT.'.
003478 9000-EXIT.
003480     EXIT.
003490
003500*****************************************************************
003510*    9800-END-RUN-CONTROL - RECORD THE RUN AS COMPLETE ON THE   *
003520*    RUN-CONTROL FILE, WITH ITS CONTROL TOTALS:                 *
003530*    SETTLEMENTS PAID, NET CREDITED AND ID HASH. A RUN WITH     *
003540*    NOBODY TO SETTLE STILL COMPLETES, WITH ZERO TOTALS.        *
003550*****************************************************************
003560 9800-END-RUN-CONTROL.
003570     MOVE WS-SETTLED-COUNT TO RCP-RECORD-COUNT.
003580     MOVE WS-GRAND-TOTAL TO RCP-AMOUNT-TOTAL.
003590     MOVE WS-HASH-TOTAL TO RCP-HASH-TOTAL.
003600     SET RCP-END-RUN TO TRUE.
003610     CALL 'RUNCTL' USING RUNCTL-PARAMETERS.
003620     IF RCP-REFUSED
003630         DISPLAY 'FINAL-PAY-BATCH: ' RCP-MESSAGE
003640     END-IF.
003650 9800-EXIT.
003660     EXIT.
