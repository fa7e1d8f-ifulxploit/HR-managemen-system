000100*    EVERY INCLUDED EMPLOYEE-ID IN BANK-HASH-TOTAL (ZERO ON    *
000110*    DETAIL RECORDS), THE SAME CONTROL-TOTAL PATTERN AS THE    *
000120*    GL POSTING FILE IN GLPSTREC.CPY.                          *
000122*    EVERY DETAIL RECORD CARRIES THE DESTINATION BANK CODE,    *
000124*    ACCOUNT NUMBER AND ACCOUNT HOLDER FROM THE BANK ACCOUNT   *
000126*    MASTER (BNKAREC.CPY). THEY ARE SPACES ON THE TRAILER.     *
000130*****************************************************************
000140 01  BANK-CREDIT-RECORD.
000150     05  BANK-RECORD-TYPE              PIC X(01).
000170         88  BANK-TRAILER              VALUE 'T'.
000180     05  BANK-EMPLOYEE-ID              PIC 9(06).
000190     05  BANK-EMPLOYEE-NAME            PIC X(30).
000192     05  BANK-DEST-BANK-CODE           PIC X(03).
000194     05  BANK-DEST-ACCOUNT-NUMBER      PIC X(20).
000196     05  BANK-DEST-HOLDER-NAME         PIC X(30).
000200     05  BANK-PERIOD.
000210         10  BANK-PERIOD-YEAR          PIC 9(04).
000220         10  BANK-PERIOD-MONTH         PIC 9(02).
