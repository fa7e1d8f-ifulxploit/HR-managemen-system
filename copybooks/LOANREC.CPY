000010*****************************************************************
000020*    LOANREC.CPY                                                 *
000030*    EMPLOYEE LOAN MASTER RECORD LAYOUT. ONE RECORD PER COMPANY *
000040*    LOAN (PINJAMAN) OR SALARY ADVANCE (KASBON), RECORDED AND   *
000050*    APPROVED BY A SUPERVISOR IN SDM. THE PAYROLL-BATCH JOB     *
000060*    TAKES THE INSTALLMENT FROM EACH PERIOD'S NET PAY FROM THE  *
000070*    START PERIOD ON, AND THE FINAL-PAY-BATCH JOB OFFSETS WHAT  *
000080*    IS STILL OUTSTANDING AGAINST A LEAVER'S SETTLEMENT. EVERY  *
000090*    REPAYMENT IS ALSO POSTED TO THE LOAN REPAYMENT LEDGER.     *
000100*****************************************************************
000110 01  LOAN-RECORD.
000120     05  LOAN-KEY.
000130         10  LOAN-EMPLOYEE-ID          PIC 9(06).
000140         10  LOAN-SEQ                  PIC 9(03).
000150     05  LOAN-TYPE                     PIC X(01).
000160         88  LOAN-TYPE-PINJAMAN        VALUE 'P'.
000170         88  LOAN-TYPE-KASBON          VALUE 'K'.
000180     05  LOAN-PRINCIPAL                PIC 9(08)V99.
000190     05  LOAN-INSTALLMENT              PIC 9(08)V99.
000200     05  LOAN-START-PERIOD.
000210         10  LOAN-START-YEAR           PIC 9(04).
000220         10  LOAN-START-MONTH          PIC 9(02).
000230     05  LOAN-BALANCE                  PIC 9(08)V99.
000240     05  LOAN-STATUS                   PIC X(01).
000250         88  LOAN-PENDING              VALUE 'P'.
000260         88  LOAN-ACTIVE               VALUE 'A'.
000270         88  LOAN-REJECTED             VALUE 'R'.
000280         88  LOAN-PAID-OFF             VALUE 'L'.
000290     05  LOAN-REQUESTED-BY             PIC X(08).
000300     05  LOAN-REQUEST-DATE             PIC 9(08).
000310     05  LOAN-DECIDED-BY               PIC X(08).
000320     05  LOAN-DECIDED-DATE             PIC 9(08).
000330*    THE LAST PAYROLL PERIOD THAT TOOK AN INSTALLMENT AND HOW
000340*    MUCH IT TOOK, SO A RERUN OF THE SAME PERIOD PUTS IT BACK
000350*    BEFORE DEDUCTING AGAIN.
000360     05  LOAN-LAST-PERIOD.
000370         10  LOAN-LAST-YEAR            PIC 9(04).
000380         10  LOAN-LAST-MONTH           PIC 9(02).
000390     05  LOAN-LAST-AMOUNT              PIC 9(08)V99.
000400     05  LOAN-NOTE                     PIC X(30).
