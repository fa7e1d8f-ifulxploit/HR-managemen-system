000170*    HIRE DATE (YYYYMMDD), APPLIED ON ADDS ONLY - AN UPDATE
000180*    NEVER CHANGES THE HIRE DATE ALREADY ON THE MASTER.
000190     05  TRAN-HIRE-DATE                 PIC 9(08).
000200*    REPORTING MANAGER EMPLOYEE-ID, ZERO FOR NONE. VALIDATED ON
000210*    ADDS AND UPDATES THE SAME WAY AS THE INTERACTIVE SCREENS.
000220     05  TRAN-MANAGER-ID                PIC 9(06).
