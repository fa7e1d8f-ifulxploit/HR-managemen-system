000010*****************************************************************
000020*    REJREC.CPY                                                  *
000030*    REJECTED BATCH TRANSACTION RECORD LAYOUT. THE FIRST 93     *
000040*    BYTES ARE THE ORIGINAL EMPLOYEE-TRANSACTION-RECORD IMAGE   *
000050*    EXACTLY AS IT ARRIVED, SO A CORRECTED REJECT FILE CAN BE   *
000060*    FED BACK IN AS A NEW BATCH ONCE THE TRAILING REASON CODE   *
000120*      SAL - SALARY OUTSIDE THE POSITION'S SALARY GRADE         *
000130*      LVE - LEAVE BALANCE OUTSIDE THE CONFIGURED RANGE         *
000140*      HCB - DEPARTMENT HEADCOUNT BUDGET WOULD BE EXCEEDED      *
000143*      MGR - REPORTING MANAGER NOT AN ACTIVE EMPLOYEE, OR THE   *
000147*            EMPLOYEE ITSELF OR ONE OF ITS OWN REPORTS          *
000150*      TRC - TRANSACTION CODE NOT RECOGNIZED                    *
000160*****************************************************************
000170 01  REJECT-TRANSACTION-RECORD.
000180     05  REJ-TRAN-DATA                 PIC X(93).
000190     05  REJ-REASON-CODE               PIC X(03).
