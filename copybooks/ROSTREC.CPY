000130     05  SW-EMPLOYEE-LEAVE-BALANCE     PIC 9(03).
000140     05  SW-EMPLOYEE-STATUS            PIC X(01).
000150     05  SW-EMPLOYEE-HIRE-DATE         PIC 9(08).
000155     05  SW-EMPLOYEE-MANAGER-ID        PIC 9(06).
000160     05  FILLER                        PIC X(05).
