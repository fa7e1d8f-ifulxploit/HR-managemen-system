000010*****************************************************************
000020*    BNKAREC.CPY                                                 *
000030*    EMPLOYEE BANK ACCOUNT MASTER RECORD LAYOUT. ONE RECORD PER *
000040*    EMPLOYEE-ID, MAINTAINED BY A SUPERVISOR FROM THE SDM MENU  *
000050*    AND READ BY THE PAYROLL-BATCH AND FINAL-PAY-BATCH JOBS TO  *
000060*    PUT THE DESTINATION ACCOUNT ON EVERY BANK CREDIT RECORD.   *
000070*    THE RECORD IS NOT DELETED WHEN THE EMPLOYEE IS OFFBOARDED, *
000080*    SINCE THE FINAL-PAY RUN STILL CREDITS THE SAME ACCOUNT.    *
000090*    A CHANGE OF ACCOUNT CARRIES AN EFFECTIVE DATE. UNTIL THAT  *
000100*    DATE ARRIVES THE ACCOUNT IT REPLACED IS KEPT IN THE        *
000110*    BACCT-PREV-... FIELDS AND IS THE ONE CREDITED.             *
000120*****************************************************************
000130 01  BANK-ACCOUNT-RECORD.
000140     05  BACCT-EMPLOYEE-ID             PIC 9(06).
000150     05  BACCT-BANK-CODE               PIC X(03).
000160     05  BACCT-ACCOUNT-NUMBER          PIC X(20).
000170     05  BACCT-HOLDER-NAME             PIC X(30).
000180     05  BACCT-EFFECTIVE-DATE          PIC 9(08).
000190     05  BACCT-STATUS                  PIC X(01).
000200         88  BACCT-ACTIVE              VALUE 'A'.
000210         88  BACCT-CLOSED              VALUE 'T'.
000220     05  BACCT-PREV-BANK-CODE          PIC X(03).
000230     05  BACCT-PREV-ACCOUNT-NUMBER     PIC X(20).
000240     05  BACCT-PREV-HOLDER-NAME        PIC X(30).
000250     05  BACCT-UPDATED-BY              PIC X(08).
000260     05  BACCT-UPDATED-DATE            PIC 9(08).
