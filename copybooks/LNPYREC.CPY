000010*****************************************************************
000020*    LNPYREC.CPY                                                 *
000030*    LOAN REPAYMENT LEDGER RECORD LAYOUT. ONE RECORD PER LOAN   *
000040*    PER PERIOD AND SOURCE: 'P' FOR THE INSTALLMENT TAKEN BY    *
000050*    THE PAYROLL-BATCH JOB, 'F' FOR THE BALANCE OFFSET AGAINST  *
000060*    A FINAL-PAY SETTLEMENT (PERIOD = TERMINATION EFFECTIVE     *
000070*    MONTH).                                                    *
000080*****************************************************************
000090 01  LOAN-REPAYMENT-RECORD.
000100     05  LNPY-KEY.
000110         10  LNPY-LOAN-KEY.
000120             15  LNPY-EMPLOYEE-ID      PIC 9(06).
000130             15  LNPY-LOAN-SEQ         PIC 9(03).
000140         10  LNPY-PERIOD.
000150             15  LNPY-YEAR             PIC 9(04).
000160             15  LNPY-MONTH            PIC 9(02).
000170         10  LNPY-SOURCE               PIC X(01).
000180             88  LNPY-FROM-PAYROLL     VALUE 'P'.
000190             88  LNPY-FROM-FINAL-PAY   VALUE 'F'.
000200     05  LNPY-AMOUNT                   PIC 9(08)V99.
000210     05  LNPY-BALANCE-AFTER            PIC 9(08)V99.
000220     05  LNPY-POSTED-DATE              PIC 9(08).
