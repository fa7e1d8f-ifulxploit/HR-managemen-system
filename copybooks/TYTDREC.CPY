000010*****************************************************************
000020*    TYTDREC.CPY                                                 *
000030*    YEAR-TO-DATE TAX ACCUMULATOR RECORD LAYOUT - ONE RECORD    *
000040*    PER EMPLOYEE PER TAX YEAR, WITH ONE SLOT PER MONTH. THE    *
000050*    MONTHLY PAYROLL-BATCH JOB REPLACES THE SLOT FOR ITS        *
000060*    PERIOD, SO A RERUN OF THE SAME MONTH NEVER COUNTS TWICE.   *
000070*    THE FINAL-PAY-BATCH JOB ADDS THE SETTLEMENT TO THE SLOT    *
000080*    OF THE MONTH IT RUNS IN AND RECORDS THE SEVERANCE AND ITS  *
000090*    FINAL TAX SEPARATELY. THE YEAR-END TAX-CERTIFICATE-BATCH   *
000100*    JOB BUILDS THE 1721-A1 SLIP FROM THESE FIGURES.            *
000110*****************************************************************
000120 01  TAX-YTD-RECORD.
000130     05  TYTD-KEY.
000140         10  TYTD-EMPLOYEE-ID          PIC 9(06).
000150         10  TYTD-YEAR                 PIC 9(04).
000160     05  TYTD-EMPLOYEE-NAME            PIC X(30).
000170*    THE TAX PROFILE AS LAST APPLIED IN THE YEAR.
000180     05  TYTD-MARITAL-STATUS           PIC X(01).
000190     05  TYTD-DEPENDANTS               PIC 9(01).
000200     05  TYTD-NPWP                     PIC X(16).
000210     05  TYTD-MONTH-SLOT OCCURS 12 TIMES.
000220         10  TYTD-M-POSTED-SW          PIC X(01).
000230             88  TYTD-M-POSTED         VALUE 'Y'.
000240*        SALARY PAID AFTER THE UNPAID-LEAVE DEDUCTION, PLUS
000250*        ANY FINAL-PAY PRORATED SALARY AND LEAVE CASH-OUT.
000260         10  TYTD-M-SALARY             PIC 9(09)V99.
000270*        EMPLOYER-PAID JKK, JKM AND BPJS KESEHATAN PREMIUMS,
000280*        WHICH ARE TAXABLE INCOME OF THE EMPLOYEE.
000290         10  TYTD-M-BENEFIT            PIC 9(07)V99.
000300         10  TYTD-M-JOB-COST           PIC 9(07)V99.
000310*        EMPLOYEE JHT AND JP CONTRIBUTIONS (DEDUCTIBLE).
000320         10  TYTD-M-PENSION            PIC 9(07)V99.
000330         10  TYTD-M-BPJS-KES           PIC 9(07)V99.
000340         10  TYTD-M-PPH21              PIC 9(09)V99.
000350     05  TYTD-SEVERANCE                PIC 9(09)V99.
000360     05  TYTD-SEVERANCE-TAX            PIC 9(09)V99.
000370*    SET BY THE FINAL-PAY RUN - THE EMPLOYMENT ENDED IN THE
000380*    YEAR AND THE TAX WAS ALREADY TRUED UP ON THE SETTLEMENT.
000390     05  TYTD-END-SW                   PIC X(01).
000400         88  TYTD-EMPLOYMENT-ENDED     VALUE 'Y'.
