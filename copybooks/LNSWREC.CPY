000010*****************************************************************
000020*    LNSWREC.CPY                                                 *
000030*    SORT-WORK RECORD FOR THE LOAN PORTFOLIO REPORT - ONE LOAN  *
000040*    WITH THE DEPARTMENT AND NAME OF ITS EMPLOYEE, SORTED BY    *
000050*    DEPARTMENT, EMPLOYEE AND LOAN.                             *
000060*****************************************************************
000070 01  LOAN-SORT-RECORD.
000080     05  LSW-DEPT                      PIC X(10).
000090     05  LSW-EMPLOYEE-ID               PIC 9(06).
000100     05  LSW-LOAN-SEQ                  PIC 9(03).
000110     05  LSW-EMPLOYEE-NAME             PIC X(30).
000120     05  LSW-TYPE                      PIC X(01).
000130     05  LSW-PRINCIPAL                 PIC 9(08)V99.
000140     05  LSW-INSTALLMENT               PIC 9(08)V99.
000150     05  LSW-PERIOD-PAID               PIC 9(08)V99.
000160     05  LSW-BALANCE                   PIC 9(08)V99.
