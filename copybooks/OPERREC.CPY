000180         88  OPER-LEVEL-SUPERVISOR     VALUE 3.
000190     05  OPER-STATUS                   PIC X(01).
000200         88  OPER-ACTIVE               VALUE 'A'.
000210*    EMPLOYEE-ID OF THE PERSON WHO SIGNS ON WITH THIS OPERATOR
000220*    ID. LEAVE APPROVAL IS LIMITED TO THAT EMPLOYEE'S DIRECT AND
000230*    INDIRECT REPORTS. ZERO ON AN OPERATOR NOT YET LINKED.
000240     05  OPER-EMPLOYEE-ID              PIC 9(06).
