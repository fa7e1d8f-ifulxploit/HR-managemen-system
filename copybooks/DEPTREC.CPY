000070     05  DEPT-NAME                    PIC X(30).
000080     05  DEPT-COST-CENTER             PIC X(06).
000090     05  DEPT-HEADCOUNT-BUDGET        PIC 9(05).
000100*    EMPLOYEE-ID OF THE DEPARTMENT HEAD, ZERO IF NOT YET
000110*    APPOINTED. THE ORGANIZATION CHART IS PRINTED FROM HERE DOWN.
000120     05  DEPT-HEAD-ID                 PIC 9(06).
