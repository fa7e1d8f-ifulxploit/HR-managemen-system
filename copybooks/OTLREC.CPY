000010*****************************************************************
000020*    OTLREC.CPY                                                  *
000030*    OVERTIME LEDGER RECORD LAYOUT. ONE RECORD PER EMPLOYEE     *
000040*    PER DAY OF AUTHORIZED OVERTIME, WRITTEN BY THE             *
000050*    OVERTIME-IMPORT-BATCH JOB. THE PAYROLL-BATCH JOB PAYS THE  *
000060*    UNPAID DAYS, THEN MARKS THEM PAID WITH THE PAYROLL PERIOD  *
000070*    AND THE AMOUNT, WHICH THE GL-LABOR-COST-EXTRACT JOB        *
000080*    POSTS TO THE EMPLOYEE'S COST CENTER.                       *
000090*****************************************************************
000100 01  OVERTIME-LEDGER-RECORD.
000110     05  OTL-KEY.
000120         10  OTL-EMPLOYEE-ID           PIC 9(06).
000130         10  OTL-DATE                  PIC 9(08).
000140     05  OTL-HOURS                     PIC 9(02)V9.
000150     05  OTL-HOLIDAY-SW                PIC X(01).
000160         88  OTL-HOLIDAY               VALUE 'Y'.
000170     05  OTL-AUTHORIZED-BY             PIC X(08).
000180     05  OTL-LOADED-DATE               PIC 9(08).
000190     05  OTL-PAY-STATUS                PIC X(01).
000200         88  OTL-UNPAID                VALUE 'U'.
000210         88  OTL-PAID                  VALUE 'P'.
000220     05  OTL-PAID-PERIOD.
000230         10  OTL-PAID-YEAR             PIC 9(04).
000240         10  OTL-PAID-MONTH            PIC 9(02).
000250     05  OTL-AMOUNT                    PIC 9(07)V99.
