000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. TAX-CERTIFICATE-BATCH.
000030 AUTHOR. SDM-APPLICATIONS-TEAM.
000040 INSTALLATION. HEAD-OFFICE-DATA-CENTER.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    PROGRAM   : TAX-CERTIFICATE-BATCH (TAXCERT.COB)             *
000090*    PURPOSE   : RUN ONCE AFTER THE DECEMBER PAYROLL. FOR THE   *
000100*                TAX YEAR ENTERED AT START-UP, READS EVERY      *
000110*                YEAR-TO-DATE TAX ACCUMULATOR (TAXYTD) AND      *
000120*                PRINTS ONE 1721-A1 STYLE CERTIFICATE PER       *
000130*                EMPLOYEE: GROSS INCOME, JOB COST, PENSION      *
000140*                CONTRIBUTIONS, NET INCOME, PTKP, PKP, THE TAX  *
000150*                DUE FOR THE YEAR (RECOMPUTED THROUGH PPH21)    *
000160*                AGAINST THE TAX ACTUALLY WITHHELD, AND ANY     *
000170*                SEVERANCE WITH ITS FINAL TAX. A RUN TOTAL      *
000180*                CLOSES THE FILE.                               *
000190*                                                                *
000200*    MODIFICATION HISTORY.                                      *
000210*    DATE        INIT   DESCRIPTION                             *
000220*    ----------  -----  ------------------------------------    *
000230*    2026-10-15  AGT    INITIAL VERSION.                        *
000240*****************************************************************
000250
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     COPY TYTDSEL.
000300     COPY TAXCSEL.
000310
000320 DATA DIVISION.
000330 FILE SECTION.
000340 FD  TAX-YTD-FILE.
000350     COPY TYTDREC.
000360
000370 FD  TAX-CERTIFICATE-FILE.
000380 01  TAX-CERTIFICATE-LINE             PIC X(80).
000390
000400 WORKING-STORAGE SECTION.
000410 01  WS-CURRENT-DATE-NUM              PIC 9(08).
000420 01  WS-CURRENT-DATE REDEFINES WS-CURRENT-DATE-NUM.
000430     05  WS-YEAR                       PIC 9(04).
000440     05  WS-MONTH                      PIC 99.
000450     05  WS-DAY                        PIC 99.
000460 01  WS-TAX-YEAR                       PIC 9(04).
000470 01  WS-TYTD-FILE-STATUS               PIC X(02).
000480 01  WS-TAXC-FILE-STATUS               PIC X(02).
000490 01  WS-TYTD-EOF-SW                    PIC X(01) VALUE 'N'.
000500     88  WS-END-OF-TYTD-FILE           VALUE 'Y'.
000510 77  WS-MX                             PIC S9(03) COMP VALUE 0.
000520 01  WS-FIRST-MONTH                    PIC 9(02).
000530 01  WS-LAST-MONTH                     PIC 9(02).
000540*    ONE EMPLOYEE'S FIGURES FOR THE YEAR, SUMMED OVER THE
000550*    POSTED MONTHLY SLOTS.
000560 01  WS-SUM-SALARY                     PIC 9(11)V99.
000570 01  WS-SUM-BENEFIT                    PIC 9(11)V99.
000580 01  WS-SUM-BRUTO                      PIC 9(11)V99.
000590 01  WS-SUM-JOB-COST                   PIC 9(09)V99.
000600 01  WS-SUM-PENSION                    PIC 9(09)V99.
000610 01  WS-SUM-PPH21                      PIC 9(11)V99.
000620 01  WS-TAX-DIFFERENCE                 PIC 9(11)V99.
000630 01  WS-PTKP-TEXT                      PIC X(04).
000640 01  WS-CERT-COUNT                     PIC 9(05) VALUE 0.
000650 01  WS-GRAND-BRUTO                    PIC 9(13)V99 VALUE 0.
000660 01  WS-GRAND-TAX-DUE                  PIC 9(13)V99 VALUE 0.
000670 01  WS-GRAND-WITHHELD                 PIC 9(13)V99 VALUE 0.
000680 01  WS-GRAND-SEVERANCE-TAX            PIC 9(13)V99 VALUE 0.
000690 01  WS-AMOUNT-LINE.
000700     05  WS-AL-NUMBER                   PIC Z9.
000710     05  FILLER                         PIC X(01) VALUE SPACES.
000720     05  WS-AL-LABEL                    PIC X(40).
000730     05  FILLER                         PIC X(02) VALUE ': '.
000740     05  WS-AL-AMOUNT                   PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
000750     05  FILLER                         PIC X(01) VALUE SPACES.
000760     05  WS-AL-NOTE                     PIC X(12).
000770 01  WS-TOTAL-LINE.
000780     05  WS-TL-LABEL                    PIC X(30).
000790     05  WS-TL-AMOUNT                   PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
000800 COPY PPHPARM.
000810
000820 PROCEDURE DIVISION.
000830*****************************************************************
000840*    0000-MAINLINE - BATCH JOB ENTRY POINT.                     *
000850*****************************************************************
000860 0000-MAINLINE.
000870     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000880     PERFORM 2000-CERTIFY-ONE-EMPLOYEE THRU 2000-EXIT
000890         UNTIL WS-END-OF-TYTD-FILE.
000900     PERFORM 9000-TERMINATION THRU 9000-EXIT.
000910     STOP RUN.
000920
000930*****************************************************************
000940*    1000-INITIALIZE - ASK THE TAX YEAR, OPEN FILES AND PRINT   *
000950*    THE RUN HEADER.                                            *
000960*****************************************************************
000970 1000-INITIALIZE.
000980     ACCEPT WS-CURRENT-DATE-NUM FROM DATE YYYYMMDD.
000990     DISPLAY 'TAHUN PAJAK (YYYY): '.
001000     ACCEPT WS-TAX-YEAR.
001010     OPEN INPUT TAX-YTD-FILE.
001020     IF WS-TYTD-FILE-STATUS NOT = '00'
001030         DISPLAY 'TAXYTD TIDAK DAPAT DIBUKA, STATUS '
001040             WS-TYTD-FILE-STATUS
001050         STOP RUN
001060     END-IF.
001070     OPEN OUTPUT TAX-CERTIFICATE-FILE.
001080     MOVE 'BUKTI PEMOTONGAN PPH 21 TAHUNAN (FORMULIR 1721-A1)'
001090         TO TAX-CERTIFICATE-LINE.
001100     WRITE TAX-CERTIFICATE-LINE.
001110     MOVE SPACES TO TAX-CERTIFICATE-LINE.
001120     STRING 'TAHUN PAJAK: ' WS-TAX-YEAR
001130         '   TANGGAL JALAN: ' WS-DAY '-' WS-MONTH '-' WS-YEAR
001140         DELIMITED BY SIZE INTO TAX-CERTIFICATE-LINE.
001150     WRITE TAX-CERTIFICATE-LINE.
001160 1000-EXIT.
001170     EXIT.
001180
001190*****************************************************************
001200*    2000-CERTIFY-ONE-EMPLOYEE - READ ONE ACCUMULATOR AND, IF   *
001210*    IT BELONGS TO THE TAX YEAR, SUM ITS MONTHS, RECOMPUTE THE  *
001220*    YEAR'S TAX AND PRINT THE CERTIFICATE.                      *
001230*****************************************************************
001240 2000-CERTIFY-ONE-EMPLOYEE.
001250     READ TAX-YTD-FILE NEXT RECORD
001260         AT END
001270             SET WS-END-OF-TYTD-FILE TO TRUE
001280             GO TO 2000-EXIT
001290     END-READ.
001300     IF TYTD-YEAR NOT = WS-TAX-YEAR
001310         GO TO 2000-EXIT
001320     END-IF.
001330     MOVE 0 TO WS-SUM-SALARY.
001340     MOVE 0 TO WS-SUM-BENEFIT.
001350     MOVE 0 TO WS-SUM-JOB-COST.
001360     MOVE 0 TO WS-SUM-PENSION.
001370     MOVE 0 TO WS-SUM-PPH21.
001380     MOVE 0 TO WS-FIRST-MONTH.
001390     MOVE 0 TO WS-LAST-MONTH.
001400     PERFORM 2100-ADD-ONE-MONTH THRU 2100-EXIT
001410         VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX > 12.
001420     IF WS-FIRST-MONTH = 0 AND TYTD-SEVERANCE = 0
001430         GO TO 2000-EXIT
001440     END-IF.
001450     COMPUTE WS-SUM-BRUTO = WS-SUM-SALARY + WS-SUM-BENEFIT.
001460     PERFORM 2200-COMPUTE-ANNUAL-TAX THRU 2200-EXIT.
001470     PERFORM 2300-PRINT-CERTIFICATE THRU 2300-EXIT.
001480     ADD 1 TO WS-CERT-COUNT.
001490     ADD WS-SUM-BRUTO TO WS-GRAND-BRUTO.
001500     ADD PPH-ANNUAL-TAX TO WS-GRAND-TAX-DUE.
001510     ADD WS-SUM-PPH21 TO WS-GRAND-WITHHELD.
001520     ADD TYTD-SEVERANCE-TAX TO WS-GRAND-SEVERANCE-TAX.
001530 2000-EXIT.
001540     EXIT.
001550
001560*    ONE POSTED MONTH INTO THE YEAR'S TOTALS, NOTING THE FIRST
001570*    AND LAST MONTH WORKED FOR THE CERTIFICATE'S TAX PERIOD.
001580 2100-ADD-ONE-MONTH.
001590     IF NOT TYTD-M-POSTED(WS-MX)
001600         GO TO 2100-EXIT
001610     END-IF.
001620     IF WS-FIRST-MONTH = 0
001630         MOVE WS-MX TO WS-FIRST-MONTH
001640     END-IF.
001650     MOVE WS-MX TO WS-LAST-MONTH.
001660     ADD TYTD-M-SALARY(WS-MX) TO WS-SUM-SALARY.
001670     ADD TYTD-M-BENEFIT(WS-MX) TO WS-SUM-BENEFIT.
001680     ADD TYTD-M-JOB-COST(WS-MX) TO WS-SUM-JOB-COST.
001690     ADD TYTD-M-PENSION(WS-MX) TO WS-SUM-PENSION.
001700     ADD TYTD-M-PPH21(WS-MX) TO WS-SUM-PPH21.
001710 2100-EXIT.
001720     EXIT.
001730
001740*****************************************************************
001750*    2200-COMPUTE-ANNUAL-TAX - THE WHOLE YEAR IS PASSED TO      *
001760*    PPH21 AS EARLIER-PERIOD FIGURES WITH NOTHING FOR THE       *
001770*    CURRENT PERIOD, SO THE YEAR-END MODE RETURNS THE TAX DUE   *
001780*    ON THE ACTUAL NET INCOME AND THE SHORTFALL AGAINST WHAT    *
001790*    WAS WITHHELD.                                              *
001800*****************************************************************
001810 2200-COMPUTE-ANNUAL-TAX.
001820     SET PPH-MODE-YEAR-END TO TRUE.
001830     MOVE TYTD-MARITAL-STATUS TO PPH-MARITAL-STATUS.
001840     MOVE TYTD-DEPENDANTS TO PPH-DEPENDANTS.
001850     IF TYTD-NPWP = SPACES
001860         MOVE 'N' TO PPH-NPWP-SW
001870     ELSE
001880         MOVE 'Y' TO PPH-NPWP-SW
001890     END-IF.
001900     MOVE 0 TO PPH-BRUTO.
001910     MOVE 0 TO PPH-PENSION.
001920     MOVE WS-SUM-BRUTO TO PPH-PRIOR-BRUTO.
001930     MOVE WS-SUM-JOB-COST TO PPH-PRIOR-JOB-COST.
001940     MOVE WS-SUM-PENSION TO PPH-PRIOR-PENSION.
001950     MOVE WS-SUM-PPH21 TO PPH-PRIOR-TAX.
001960     CALL 'PPH21' USING PPH21-PARAMETERS.
001970     MOVE SPACES TO WS-PTKP-TEXT.
001980     IF PPH-MARITAL-STATUS = 'K'
001990         STRING 'K/' PPH-DEPENDANTS
002000             DELIMITED BY SIZE INTO WS-PTKP-TEXT
002010     ELSE
002020         STRING 'TK/' PPH-DEPENDANTS
002030             DELIMITED BY SIZE INTO WS-PTKP-TEXT
002040     END-IF.
002050 2200-EXIT.
002060     EXIT.
002070
002080*****************************************************************
002090*    2300-PRINT-CERTIFICATE - THE NUMBERED LINES OF THE SLIP.   *
002100*    LINE 11 IS THE TAX STILL OWED (KURANG) OR OVER-WITHHELD    *
002110*    (LEBIH) FOR THE YEAR.                                      *
002120*****************************************************************
002130 2300-PRINT-CERTIFICATE.
002140     MOVE SPACES TO TAX-CERTIFICATE-LINE.
002150     WRITE TAX-CERTIFICATE-LINE.
002160     MOVE ALL '-' TO TAX-CERTIFICATE-LINE.
002170     WRITE TAX-CERTIFICATE-LINE.
002180     MOVE SPACES TO TAX-CERTIFICATE-LINE.
002190     STRING 'ID KARYAWAN: ' TYTD-EMPLOYEE-ID
002200         '   NAMA: ' TYTD-EMPLOYEE-NAME
002210         DELIMITED BY SIZE INTO TAX-CERTIFICATE-LINE.
002220     WRITE TAX-CERTIFICATE-LINE.
002230     MOVE SPACES TO TAX-CERTIFICATE-LINE.
002240     IF TYTD-NPWP = SPACES
002250         STRING 'NPWP: (TIDAK ADA)       '
002260             DELIMITED BY SIZE INTO TAX-CERTIFICATE-LINE
002270     ELSE
002280         STRING 'NPWP: ' TYTD-NPWP '  '
002290             DELIMITED BY SIZE INTO TAX-CERTIFICATE-LINE
002300     END-IF.
002320     STRING 'PTKP: ' WS-PTKP-TEXT
002330         '   MASA PEROLEHAN: ' WS-FIRST-MONTH ' S/D '
002340         WS-LAST-MONTH
002350         DELIMITED BY SIZE INTO TAX-CERTIFICATE-LINE(25:).
002360     WRITE TAX-CERTIFICATE-LINE.
002370     IF TYTD-EMPLOYMENT-ENDED
002380         MOVE '   (PEGAWAI BERHENTI DALAM TAHUN BERJALAN)'
002390             TO TAX-CERTIFICATE-LINE
002400         WRITE TAX-CERTIFICATE-LINE
002410     END-IF.
002420     MOVE SPACES TO WS-AL-NOTE.
002430     MOVE 1 TO WS-AL-NUMBER.
002440     MOVE 'GAJI DAN TUNJANGAN' TO WS-AL-LABEL.
002450     MOVE WS-SUM-SALARY TO WS-AL-AMOUNT.
002460     PERFORM 2310-WRITE-AMOUNT-LINE THRU 2310-EXIT.
002470     MOVE 2 TO WS-AL-NUMBER.
002480     MOVE 'PREMI ASURANSI DIBAYAR PEMBERI KERJA'
002490         TO WS-AL-LABEL.
002500     MOVE WS-SUM-BENEFIT TO WS-AL-AMOUNT.
002510     PERFORM 2310-WRITE-AMOUNT-LINE THRU 2310-EXIT.
002520     MOVE 3 TO WS-AL-NUMBER.
002530     MOVE 'JUMLAH PENGHASILAN BRUTO' TO WS-AL-LABEL.
002540     MOVE WS-SUM-BRUTO TO WS-AL-AMOUNT.
002550     PERFORM 2310-WRITE-AMOUNT-LINE THRU 2310-EXIT.
002560     MOVE 4 TO WS-AL-NUMBER.
002570     MOVE 'BIAYA JABATAN' TO WS-AL-LABEL.
002580     MOVE WS-SUM-JOB-COST TO WS-AL-AMOUNT.
002590     PERFORM 2310-WRITE-AMOUNT-LINE THRU 2310-EXIT.
002600     MOVE 5 TO WS-AL-NUMBER.
002610     MOVE 'IURAN JHT DAN JAMINAN PENSIUN' TO WS-AL-LABEL.
002620     MOVE WS-SUM-PENSION TO WS-AL-AMOUNT.
002630     PERFORM 2310-WRITE-AMOUNT-LINE THRU 2310-EXIT.
002640     MOVE 6 TO WS-AL-NUMBER.
002650     MOVE 'PENGHASILAN NETO SETAHUN' TO WS-AL-LABEL.
002660     MOVE PPH-ANNUAL-NETTO TO WS-AL-AMOUNT.
002670     PERFORM 2310-WRITE-AMOUNT-LINE THRU 2310-EXIT.
002680     MOVE 7 TO WS-AL-NUMBER.
002690     MOVE 'PENGHASILAN TIDAK KENA PAJAK (PTKP)'
002700         TO WS-AL-LABEL.
002710     MOVE PPH-PTKP TO WS-AL-AMOUNT.
002720     PERFORM 2310-WRITE-AMOUNT-LINE THRU 2310-EXIT.
002730     MOVE 8 TO WS-AL-NUMBER.
002740     MOVE 'PENGHASILAN KENA PAJAK (PKP)' TO WS-AL-LABEL.
002750     MOVE PPH-PKP TO WS-AL-AMOUNT.
002760     PERFORM 2310-WRITE-AMOUNT-LINE THRU 2310-EXIT.
002770     MOVE 9 TO WS-AL-NUMBER.
002780     MOVE 'PPH 21 TERUTANG SETAHUN' TO WS-AL-LABEL.
002790     MOVE PPH-ANNUAL-TAX TO WS-AL-AMOUNT.
002800     PERFORM 2310-WRITE-AMOUNT-LINE THRU 2310-EXIT.
002810     MOVE 10 TO WS-AL-NUMBER.
002820     MOVE 'PPH 21 TELAH DIPOTONG' TO WS-AL-LABEL.
002830     MOVE WS-SUM-PPH21 TO WS-AL-AMOUNT.
002840     PERFORM 2310-WRITE-AMOUNT-LINE THRU 2310-EXIT.
002850     MOVE 11 TO WS-AL-NUMBER.
002860     MOVE 'PPH 21 KURANG / (LEBIH) DIPOTONG' TO WS-AL-LABEL.
002870     IF PPH-ANNUAL-TAX < WS-SUM-PPH21
002880         COMPUTE WS-TAX-DIFFERENCE =
002890             WS-SUM-PPH21 - PPH-ANNUAL-TAX
002900         MOVE 'LEBIH' TO WS-AL-NOTE
002910     ELSE
002920         COMPUTE WS-TAX-DIFFERENCE =
002930             PPH-ANNUAL-TAX - WS-SUM-PPH21
002940         MOVE 'KURANG' TO WS-AL-NOTE
002950     END-IF.
002960     MOVE WS-TAX-DIFFERENCE TO WS-AL-AMOUNT.
002970     PERFORM 2310-WRITE-AMOUNT-LINE THRU 2310-EXIT.
002980     MOVE SPACES TO WS-AL-NOTE.
002990     IF TYTD-SEVERANCE > 0
003000         MOVE 12 TO WS-AL-NUMBER
003010         MOVE 'PESANGON (DIPOTONG PPH FINAL)' TO WS-AL-LABEL
003020         MOVE TYTD-SEVERANCE TO WS-AL-AMOUNT
003030         PERFORM 2310-WRITE-AMOUNT-LINE THRU 2310-EXIT
003040         MOVE 13 TO WS-AL-NUMBER
003050         MOVE 'PPH 21 FINAL ATAS PESANGON' TO WS-AL-LABEL
003060         MOVE TYTD-SEVERANCE-TAX TO WS-AL-AMOUNT
003070         PERFORM 2310-WRITE-AMOUNT-LINE THRU 2310-EXIT
003080     END-IF.
003090 2300-EXIT.
003100     EXIT.
003110
003120 2310-WRITE-AMOUNT-LINE.
003130     MOVE WS-AMOUNT-LINE TO TAX-CERTIFICATE-LINE.
003140     WRITE TAX-CERTIFICATE-LINE.
003150 2310-EXIT.
003160     EXIT.
003170
003180*****************************************************************
003190*    9000-TERMINATION - PRINT THE RUN TOTALS AND CLOSE FILES.   *
003200*****************************************************************
003210 9000-TERMINATION.
003220     MOVE SPACES TO TAX-CERTIFICATE-LINE.
003230     WRITE TAX-CERTIFICATE-LINE.
003240     MOVE ALL '=' TO TAX-CERTIFICATE-LINE.
003250     WRITE TAX-CERTIFICATE-LINE.
003260     MOVE SPACES TO TAX-CERTIFICATE-LINE.
003270     STRING 'JUMLAH BUKTI POTONG   : ' WS-CERT-COUNT
003280         DELIMITED BY SIZE INTO TAX-CERTIFICATE-LINE.
003290     WRITE TAX-CERTIFICATE-LINE.
003300     MOVE 'TOTAL PENGHASILAN BRUTO     ' TO WS-TL-LABEL.
003310     MOVE WS-GRAND-BRUTO TO WS-TL-AMOUNT.
003320     MOVE WS-TOTAL-LINE TO TAX-CERTIFICATE-LINE.
003330     WRITE TAX-CERTIFICATE-LINE.
003340     MOVE 'TOTAL PPH 21 TERUTANG       ' TO WS-TL-LABEL.
003350     MOVE WS-GRAND-TAX-DUE TO WS-TL-AMOUNT.
003360     MOVE WS-TOTAL-LINE TO TAX-CERTIFICATE-LINE.
003370     WRITE TAX-CERTIFICATE-LINE.
003380     MOVE 'TOTAL PPH 21 DIPOTONG       ' TO WS-TL-LABEL.
003390     MOVE WS-GRAND-WITHHELD TO WS-TL-AMOUNT.
003400     MOVE WS-TOTAL-LINE TO TAX-CERTIFICATE-LINE.
003410     WRITE TAX-CERTIFICATE-LINE.
003420     MOVE 'TOTAL PPH FINAL PESANGON    ' TO WS-TL-LABEL.
003430     MOVE WS-GRAND-SEVERANCE-TAX TO WS-TL-AMOUNT.
003440     MOVE WS-TOTAL-LINE TO TAX-CERTIFICATE-LINE.
003450     WRITE TAX-CERTIFICATE-LINE.
003460     CLOSE TAX-YTD-FILE.
003470     CLOSE TAX-CERTIFICATE-FILE.
003480     DISPLAY 'TAX-CERTIFICATE-BATCH SELESAI. BUKTI POTONG: '
003490         WS-CERT-COUNT.
003500 9000-EXIT.
003510     EXIT.
