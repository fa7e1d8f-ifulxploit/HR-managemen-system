000160*    ON DISK. OLDER GENERATIONS ARE EXPIRED BY THE
000170*    AUDIT-LOG-ROLLOVER-BATCH JOB.
000180     05  HR-AUDIT-RETAIN-GENS            PIC 9(02) VALUE 06.
000190*    BPJS CONTRIBUTION RATES ON THE MONTHLY SALARY. KESEHATAN
000200*    AND JAMINAN PENSIUN ARE CHARGED ON THE SALARY UP TO THEIR
000210*    WAGE CAPS. JKK IS THE RISK CLASS OF THIS COMPANY.
000220     05  HR-BPJS-KES-EMPLOYER-RATE       PIC V9(04) VALUE .0400.
000230     05  HR-BPJS-KES-EMPLOYEE-RATE       PIC V9(04) VALUE .0100.
000240     05  HR-BPJS-KES-WAGE-CAP            PIC 9(09)V99
000250                                         VALUE 12000000.00.
000260     05  HR-BPJS-JHT-EMPLOYER-RATE       PIC V9(04) VALUE .0370.
000270     05  HR-BPJS-JHT-EMPLOYEE-RATE       PIC V9(04) VALUE .0200.
000280     05  HR-BPJS-JP-EMPLOYER-RATE        PIC V9(04) VALUE .0200.
000290     05  HR-BPJS-JP-EMPLOYEE-RATE        PIC V9(04) VALUE .0100.
000300     05  HR-BPJS-JP-WAGE-CAP             PIC 9(09)V99
000310                                         VALUE 10042300.00.
000320     05  HR-BPJS-JKK-RATE                PIC V9(04) VALUE .0024.
000330     05  HR-BPJS-JKM-RATE                PIC V9(04) VALUE .0030.
000340*    PPH 21 - PTKP (ANNUAL), JOB-COST DEDUCTION, THE PROGRESSIVE
000350*    BRACKETS ON ANNUAL PKP AND THE SURCHARGE FOR AN EMPLOYEE
000360*    WITHOUT AN NPWP.
000370     05  HR-PTKP-BASE                    PIC 9(09)V99
000380                                         VALUE 54000000.00.
000390     05  HR-PTKP-MARRIED                 PIC 9(09)V99
000400                                         VALUE 4500000.00.
000410     05  HR-PTKP-PER-DEPENDANT           PIC 9(09)V99
000420                                         VALUE 4500000.00.
000430     05  HR-PTKP-MAX-DEPENDANTS          PIC 9(01) VALUE 3.
000440     05  HR-JOB-COST-RATE                PIC V9(04) VALUE .0500.
000450     05  HR-JOB-COST-MONTH-CAP           PIC 9(07)V99
000460                                         VALUE 500000.00.
000470     05  HR-JOB-COST-YEAR-CAP            PIC 9(07)V99
000480                                         VALUE 6000000.00.
000490     05  HR-PPH-BRACKET-1                PIC 9(11)V99
000500                                         VALUE 60000000.00.
000510     05  HR-PPH-BRACKET-2                PIC 9(11)V99
000520                                         VALUE 250000000.00.
000530     05  HR-PPH-BRACKET-3                PIC 9(11)V99
000540                                         VALUE 500000000.00.
000550     05  HR-PPH-BRACKET-4                PIC 9(11)V99
000560                                         VALUE 5000000000.00.
000570     05  HR-PPH-RATE-1                   PIC V9(04) VALUE .0500.
000580     05  HR-PPH-RATE-2                   PIC V9(04) VALUE .1500.
000590     05  HR-PPH-RATE-3                   PIC V9(04) VALUE .2500.
000600     05  HR-PPH-RATE-4                   PIC V9(04) VALUE .3000.
000610     05  HR-PPH-RATE-5                   PIC V9(04) VALUE .3500.
000620     05  HR-PPH-NO-NPWP-FACTOR           PIC 9V99 VALUE 1.20.
000630*    FINAL TAX ON SEVERANCE - BRACKETS ON THE SEVERANCE PAID
000640*    AND THE RATE WITHIN EACH (THE FIRST BAND IS TAX FREE).
000650     05  HR-SEV-BRACKET-1                PIC 9(11)V99
000660                                         VALUE 50000000.00.
000670     05  HR-SEV-BRACKET-2                PIC 9(11)V99
000680                                         VALUE 100000000.00.
000690     05  HR-SEV-BRACKET-3                PIC 9(11)V99
000700                                         VALUE 500000000.00.
000710     05  HR-SEV-RATE-2                   PIC V9(04) VALUE .0500.
000720     05  HR-SEV-RATE-3                   PIC V9(04) VALUE .1500.
000730     05  HR-SEV-RATE-4                   PIC V9(04) VALUE .2500.
000740*    OVERTIME - THE HOURLY RATE IS THE MONTHLY SALARY OVER THE
000750*    STATUTORY DIVISOR. ON A WORKING DAY THE FIRST HOUR IS PAID
000760*    AT 1.5 TIMES AND EVERY LATER HOUR AT 2 TIMES. ON A REST
000770*    DAY OR PUBLIC HOLIDAY THE FIRST 8 HOURS ARE PAID AT 2
000780*    TIMES, THE NINTH HOUR AT 3 TIMES AND EVERY LATER HOUR AT
000790*    4 TIMES (FIVE-DAY WORKING WEEK).
000800     05  HR-OT-HOURLY-DIVISOR            PIC 9(03) VALUE 173.
000810     05  HR-OT-FIRST-HOUR-RATE           PIC 9V9 VALUE 1.5.
000820     05  HR-OT-NEXT-HOUR-RATE            PIC 9V9 VALUE 2.0.
000830     05  HR-OT-HOL-BASE-HOURS            PIC 9(02) VALUE 08.
000840     05  HR-OT-HOL-BASE-RATE             PIC 9V9 VALUE 2.0.
000850     05  HR-OT-HOL-NEXT-RATE             PIC 9V9 VALUE 3.0.
000860     05  HR-OT-HOL-LATER-RATE            PIC 9V9 VALUE 4.0.
000870*    MOST OVERTIME A SUPERVISOR MAY AUTHORIZE FOR ONE DAY - 4
000880*    HOURS ON A WORKING DAY, 11 ON A REST DAY OR HOLIDAY.
000890     05  HR-OT-MAX-WORKDAY-HOURS         PIC 9(02)V9 VALUE 04.0.
000900     05  HR-OT-MAX-HOLIDAY-HOURS         PIC 9(02)V9 VALUE 11.0.
000910*    MOST OF THE MONTHLY SALARY A LOAN OR KASBON INSTALLMENT
000920*    MAY TAKE, AS A PERCENTAGE, CHECKED WHEN THE LOAN IS
000930*    RECORDED.
000940     05  HR-LOAN-MAX-INSTALL-PCT         PIC 9(03) VALUE 030.
000950*    DEEPEST REPORTING CHAIN FOLLOWED WHEN CHECKING A MANAGER
000960*    ASSIGNMENT FOR A LOOP OR WHEN LISTING AN ORGANIZATION
000970*    CHART. ANYTHING DEEPER IS TREATED AS A BROKEN CHAIN.
000980     05  HR-MAX-REPORTING-LEVELS         PIC 9(03) VALUE 050.
000990*    FIXED-TERM (PKWT) CONTRACTS - THE MOST RENEWALS ONE RUN OF
001000*    PKWT CONTRACTS MAY HAVE AND THE LONGEST IT MAY LAST IN
001010*    TOTAL, IN MONTHS, BEFORE THE EMPLOYEE MUST BE MADE
001020*    PERMANENT (PKWTT) OR LET GO.
001030     05  HR-MAX-PKWT-RENEWALS            PIC 9(02) VALUE 02.
001040     05  HR-MAX-PKWT-MONTHS              PIC 9(03) VALUE 060.
001050*    MERIT MATRIX - THE RAISE PERCENTAGE FOR EACH APPRAISAL
001060*    RATING (ROWS 1 TO 5) BY WHERE THE SALARY SITS IN ITS
001070*    POSITION'S GRADE (COLUMNS: LOWER, MIDDLE AND UPPER PART OF
001080*    POS-SALARY-MIN TO POS-SALARY-MAX). EACH ENTRY IS 99V99. A
001090*    SALARY BELOW THE LOWER BAND PERCENTAGE OF THE GRADE RANGE
001100*    IS IN THE LOWER PART, ONE AT OR ABOVE THE UPPER BAND
001110*    PERCENTAGE IS IN THE UPPER PART.
001120     05  HR-MERIT-MATRIX-VALUES.
001130         10  FILLER                      PIC X(12)
001140                                         VALUE '000000000000'.
001150         10  FILLER                      PIC X(12)
001160                                         VALUE '015001000000'.
001170         10  FILLER                      PIC X(12)
001180                                         VALUE '040003000200'.
001190         10  FILLER                      PIC X(12)
001200                                         VALUE '070005500400'.
001210         10  FILLER                      PIC X(12)
001220                                         VALUE '100008000600'.
001230     05  HR-MERIT-MATRIX REDEFINES HR-MERIT-MATRIX-VALUES.
001240         10  HR-MERIT-RATING-ROW         OCCURS 5 TIMES.
001250             15  HR-MERIT-PCT            PIC 9(02)V99
001260                                         OCCURS 3 TIMES.
001270     05  HR-MERIT-LOWER-BAND-PCT         PIC 9(03) VALUE 033.
001280     05  HR-MERIT-UPPER-BAND-PCT         PIC 9(03) VALUE 067.
