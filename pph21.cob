000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PPH21.
000030 AUTHOR. SDM-APPLICATIONS-TEAM.
000040 INSTALLATION. HEAD-OFFICE-DATA-CENTER.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    PROGRAM   : PPH21 (PPH 21 WITHHOLDING CALCULATION)         *
000090*    PURPOSE   : GIVEN AN EMPLOYEE'S PTKP CATEGORY, NPWP        *
000100*                SWITCH AND INCOME FIGURES IN PPH21-PARAMETERS  *
000110*                (PPHPARM.CPY), WORK OUT THE JOB-COST           *
000120*                DEDUCTION, THE ANNUAL NET INCOME, PTKP, PKP    *
000130*                AND ANNUAL TAX, AND THE PPH 21 TO WITHHOLD     *
000140*                FOR THE PERIOD. SEVERANCE IS TAXED AT ITS OWN  *
000150*                FINAL RATES. ALL RATES, BRACKETS AND CAPS COME *
000160*                FROM HRLIMIT.CPY. CALLED BY THE MONTHLY        *
000170*                PAYROLL-BATCH, THE FINAL-PAY-BATCH AND THE     *
000180*                YEAR-END TAX-CERTIFICATE-BATCH JOBS SO EVERY   *
000190*                ONE OF THEM TAXES THE SAME WAY.                *
000200*                                                                *
000210*    MODIFICATION HISTORY.                                      *
000220*    DATE        INIT   DESCRIPTION                             *
000230*    ----------  -----  ------------------------------------    *
000240*    2026-10-15  AGT    INITIAL VERSION.                        *
000250*****************************************************************
000260
000270 ENVIRONMENT DIVISION.
000280
000290 DATA DIVISION.
000300 WORKING-STORAGE SECTION.
000310 01  WS-NETTO-WORK                    PIC S9(11)V99.
000320 01  WS-JOB-COST-ROOM                 PIC S9(09)V99.
000330 01  WS-PKP-THOUSANDS                 PIC 9(09).
000340 01  WS-BAND-TOP                      PIC 9(11)V99.
000350 01  WS-TAX-WORK                      PIC 9(11)V99.
000360 01  WS-DEPENDANTS                    PIC 9(01).
000370 COPY HRLIMIT.
000380
000390 LINKAGE SECTION.
000400 COPY PPHPARM.
000410
000420 PROCEDURE DIVISION USING PPH21-PARAMETERS.
000430*****************************************************************
000440*    0000-MAINLINE - CLEAR THE RESULTS AND DISPATCH ON THE      *
000450*    MODE THE CALLER ASKED FOR.                                 *
000460*****************************************************************
000470 0000-MAINLINE.
000480     MOVE 0 TO PPH-JOB-COST.
000490     MOVE 0 TO PPH-ANNUAL-NETTO.
000500     MOVE 0 TO PPH-PTKP.
000510     MOVE 0 TO PPH-PKP.
000520     MOVE 0 TO PPH-ANNUAL-TAX.
000530     MOVE 0 TO PPH-TAX.
000540     IF PPH-MODE-SEVERANCE
000550         PERFORM 3000-SEVERANCE-TAX THRU 3000-EXIT
000560         GOBACK
000570     END-IF.
000580     PERFORM 1000-COMPUTE-PTKP THRU 1000-EXIT.
000590     IF PPH-MODE-YEAR-END
000600         PERFORM 2500-YEAR-END-TAX THRU 2500-EXIT
000610     ELSE
000620         PERFORM 2000-MONTHLY-TAX THRU 2000-EXIT
000630     END-IF.
000640     GOBACK.
000650
000660*****************************************************************
000670*    1000-COMPUTE-PTKP - ANNUAL NON-TAXABLE INCOME FOR THE      *
000680*    CATEGORY: THE BASE AMOUNT, PLUS THE MARRIED ALLOWANCE,     *
000690*    PLUS ONE ALLOWANCE PER DEPENDANT UP TO THE MAXIMUM.        *
000700*****************************************************************
000710 1000-COMPUTE-PTKP.
000720     MOVE PPH-DEPENDANTS TO WS-DEPENDANTS.
000730     IF WS-DEPENDANTS > HR-PTKP-MAX-DEPENDANTS
000740         MOVE HR-PTKP-MAX-DEPENDANTS TO WS-DEPENDANTS
000750     END-IF.
000760     MOVE HR-PTKP-BASE TO PPH-PTKP.
000770     IF PPH-MARITAL-STATUS = 'K'
000780         ADD HR-PTKP-MARRIED TO PPH-PTKP
000790     END-IF.
000800     COMPUTE PPH-PTKP = PPH-PTKP
000810         + HR-PTKP-PER-DEPENDANT * WS-DEPENDANTS.
000820 1000-EXIT.
000830     EXIT.
000840
000850*****************************************************************
000860*    2000-MONTHLY-TAX - THE PERIOD'S NET INCOME (GROSS LESS     *
000870*    JOB COST, CAPPED PER MONTH, LESS PENSION CONTRIBUTIONS)    *
000880*    IS ANNUALISED, AND ONE TWELFTH OF THE TAX ON IT IS         *
000890*    WITHHELD.                                                  *
000900*****************************************************************
000910 2000-MONTHLY-TAX.
000920     COMPUTE PPH-JOB-COST ROUNDED =
000930         PPH-BRUTO * HR-JOB-COST-RATE.
000940     IF PPH-JOB-COST > HR-JOB-COST-MONTH-CAP
000950         MOVE HR-JOB-COST-MONTH-CAP TO PPH-JOB-COST
000960     END-IF.
000970     COMPUTE WS-NETTO-WORK =
000980         (PPH-BRUTO - PPH-JOB-COST - PPH-PENSION) * 12.
000990     IF WS-NETTO-WORK < 0
001000         MOVE 0 TO WS-NETTO-WORK
001010     END-IF.
001020     MOVE WS-NETTO-WORK TO PPH-ANNUAL-NETTO.
001030     PERFORM 4000-TAX-ON-PKP THRU 4000-EXIT.
001040     COMPUTE PPH-TAX ROUNDED = PPH-ANNUAL-TAX / 12.
001050 2000-EXIT.
001060     EXIT.
001070
001080*****************************************************************
001090*    2500-YEAR-END-TAX - TAX ON THE ACTUAL NET INCOME OF THE    *
001100*    YEAR SO FAR (THE EARLIER PERIODS PLUS THIS ONE, WITH THE   *
001110*    JOB COST HELD TO ITS ANNUAL CAP), LESS THE TAX ALREADY     *
001120*    WITHHELD. AN OVER-WITHHOLDING IS NOT REFUNDED HERE - IT    *
001130*    SHOWS ON THE YEAR-END CERTIFICATE.                         *
001140*****************************************************************
001150 2500-YEAR-END-TAX.
001160     COMPUTE PPH-JOB-COST ROUNDED =
001170         PPH-BRUTO * HR-JOB-COST-RATE.
001180     COMPUTE WS-JOB-COST-ROOM =
001190         HR-JOB-COST-YEAR-CAP - PPH-PRIOR-JOB-COST.
001200     IF WS-JOB-COST-ROOM < 0
001210         MOVE 0 TO WS-JOB-COST-ROOM
001220     END-IF.
001230     IF PPH-JOB-COST > WS-JOB-COST-ROOM
001240         MOVE WS-JOB-COST-ROOM TO PPH-JOB-COST
001250     END-IF.
001260     COMPUTE WS-NETTO-WORK =
001270         PPH-PRIOR-BRUTO + PPH-BRUTO
001280         - PPH-PRIOR-JOB-COST - PPH-JOB-COST
001290         - PPH-PRIOR-PENSION - PPH-PENSION.
001300     IF WS-NETTO-WORK < 0
001310         MOVE 0 TO WS-NETTO-WORK
001320     END-IF.
001330     MOVE WS-NETTO-WORK TO PPH-ANNUAL-NETTO.
001340     PERFORM 4000-TAX-ON-PKP THRU 4000-EXIT.
001350     IF PPH-ANNUAL-TAX > PPH-PRIOR-TAX
001360         COMPUTE PPH-TAX = PPH-ANNUAL-TAX - PPH-PRIOR-TAX
001370     END-IF.
001380 2500-EXIT.
001390     EXIT.
001400
001410*****************************************************************
001420*    3000-SEVERANCE-TAX - FINAL TAX ON SEVERANCE PAY, BAND BY   *
001430*    BAND. THE FIRST BAND IS TAX FREE.                          *
001440*****************************************************************
001450 3000-SEVERANCE-TAX.
001460     MOVE 0 TO WS-TAX-WORK.
001470     IF PPH-BRUTO > HR-SEV-BRACKET-1
001480         MOVE PPH-BRUTO TO WS-BAND-TOP
001490         IF WS-BAND-TOP > HR-SEV-BRACKET-2
001500             MOVE HR-SEV-BRACKET-2 TO WS-BAND-TOP
001510         END-IF
001520         COMPUTE WS-TAX-WORK ROUNDED = WS-TAX-WORK
001530             + (WS-BAND-TOP - HR-SEV-BRACKET-1) * HR-SEV-RATE-2
001540     END-IF.
001550     IF PPH-BRUTO > HR-SEV-BRACKET-2
001560         MOVE PPH-BRUTO TO WS-BAND-TOP
001570         IF WS-BAND-TOP > HR-SEV-BRACKET-3
001580             MOVE HR-SEV-BRACKET-3 TO WS-BAND-TOP
001590         END-IF
001600         COMPUTE WS-TAX-WORK ROUNDED = WS-TAX-WORK
001610             + (WS-BAND-TOP - HR-SEV-BRACKET-2) * HR-SEV-RATE-3
001620     END-IF.
001630     IF PPH-BRUTO > HR-SEV-BRACKET-3
001640         COMPUTE WS-TAX-WORK ROUNDED = WS-TAX-WORK
001650             + (PPH-BRUTO - HR-SEV-BRACKET-3) * HR-SEV-RATE-4
001660     END-IF.
001670     MOVE WS-TAX-WORK TO PPH-ANNUAL-TAX.
001680     MOVE WS-TAX-WORK TO PPH-TAX.
001690 3000-EXIT.
001700     EXIT.
001710
001720*****************************************************************
001730*    4000-TAX-ON-PKP - PKP IS THE ANNUAL NET INCOME LESS PTKP,  *
001740*    ROUNDED DOWN TO WHOLE THOUSANDS. THE TAX IS BUILT UP BAND  *
001750*    BY BAND, AND RAISED BY THE SURCHARGE FACTOR WHEN THE       *
001760*    EMPLOYEE HAS NO NPWP.                                      *
001770*****************************************************************
001780 4000-TAX-ON-PKP.
001790     COMPUTE WS-NETTO-WORK = PPH-ANNUAL-NETTO - PPH-PTKP.
001800     IF WS-NETTO-WORK < 0
001810         MOVE 0 TO WS-NETTO-WORK
001820     END-IF.
001830     COMPUTE WS-PKP-THOUSANDS = WS-NETTO-WORK / 1000.
001840     COMPUTE PPH-PKP = WS-PKP-THOUSANDS * 1000.
001850     MOVE PPH-PKP TO WS-BAND-TOP.
001860     IF WS-BAND-TOP > HR-PPH-BRACKET-1
001870         MOVE HR-PPH-BRACKET-1 TO WS-BAND-TOP
001880     END-IF.
001890     COMPUTE WS-TAX-WORK ROUNDED = WS-BAND-TOP * HR-PPH-RATE-1.
001900     IF PPH-PKP > HR-PPH-BRACKET-1
001910         MOVE PPH-PKP TO WS-BAND-TOP
001920         IF WS-BAND-TOP > HR-PPH-BRACKET-2
001930             MOVE HR-PPH-BRACKET-2 TO WS-BAND-TOP
001940         END-IF
001950         COMPUTE WS-TAX-WORK ROUNDED = WS-TAX-WORK
001960             + (WS-BAND-TOP - HR-PPH-BRACKET-1) * HR-PPH-RATE-2
001970     END-IF.
001980     IF PPH-PKP > HR-PPH-BRACKET-2
001990         MOVE PPH-PKP TO WS-BAND-TOP
002000         IF WS-BAND-TOP > HR-PPH-BRACKET-3
002010             MOVE HR-PPH-BRACKET-3 TO WS-BAND-TOP
002020         END-IF
002030         COMPUTE WS-TAX-WORK ROUNDED = WS-TAX-WORK
002040             + (WS-BAND-TOP - HR-PPH-BRACKET-2) * HR-PPH-RATE-3
002050     END-IF.
002060     IF PPH-PKP > HR-PPH-BRACKET-3
002070         MOVE PPH-PKP TO WS-BAND-TOP
002080         IF WS-BAND-TOP > HR-PPH-BRACKET-4
002090             MOVE HR-PPH-BRACKET-4 TO WS-BAND-TOP
002100         END-IF
002110         COMPUTE WS-TAX-WORK ROUNDED = WS-TAX-WORK
002120             + (WS-BAND-TOP - HR-PPH-BRACKET-3) * HR-PPH-RATE-4
002130     END-IF.
002140     IF PPH-PKP > HR-PPH-BRACKET-4
002150         COMPUTE WS-TAX-WORK ROUNDED = WS-TAX-WORK
002160             + (PPH-PKP - HR-PPH-BRACKET-4) * HR-PPH-RATE-5
002170     END-IF.
002180     IF NOT PPH-HAS-NPWP
002190         COMPUTE WS-TAX-WORK ROUNDED =
002200             WS-TAX-WORK * HR-PPH-NO-NPWP-FACTOR
002210     END-IF.
002220     MOVE WS-TAX-WORK TO PPH-ANNUAL-TAX.
002230 4000-EXIT.
002240     EXIT.
