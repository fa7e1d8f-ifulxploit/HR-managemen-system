000010*****************************************************************
000020*    CTSWREC.CPY                                                 *
000030*    SORT-WORK RECORD FOR THE CONTRACT EXPIRY REPORT - ONE      *
000040*    CURRENT CONTRACT OF AN ACTIVE EMPLOYEE, SORTED BY          *
000050*    DEPARTMENT, EXPIRY WINDOW, END DATE AND EMPLOYEE.          *
000060*****************************************************************
000070 01  CONTRACT-SORT-RECORD.
000080     05  CSW-DEPT                      PIC X(10).
000090*    1 = PAST ITS END DATE, 2/3/4 = ENDING WITHIN 30/60/90
000100*    DAYS, 5 = LATER BUT BEYOND THE LEGAL MAXIMUM.
000110     05  CSW-WINDOW                    PIC 9(01).
000120     05  CSW-END-DATE                  PIC 9(08).
000130     05  CSW-EMPLOYEE-ID               PIC 9(06).
000140     05  CSW-EMPLOYEE-NAME             PIC X(30).
000150     05  CSW-NUMBER                    PIC X(20).
000160     05  CSW-RENEWAL-COUNT             PIC 9(02).
000170     05  CSW-OVER-MAX-SW               PIC X(01).
000180     05  CSW-SCHEDULED-SW              PIC X(01).
