000010*****************************************************************
000020*    MRSWREC.CPY                                                 *
000030*    SORT-WORK RECORD FOR THE MERIT BUDGET REPORT - ONE FINAL   *
000040*    APPRAISAL WITH ITS PROPOSED RAISE, SORTED BY DEPARTMENT    *
000050*    AND EMPLOYEE.                                              *
000060*****************************************************************
000070 01  MERIT-SORT-RECORD.
000080     05  MSW-DEPT                      PIC X(10).
000090     05  MSW-EMPLOYEE-ID               PIC 9(06).
000100     05  MSW-EMPLOYEE-NAME             PIC X(30).
000110     05  MSW-RATING                    PIC 9(01).
000120*    1, 2 OR 3 - LOWER, MIDDLE OR UPPER PART OF THE GRADE.
000130     05  MSW-BAND                      PIC 9(01).
000140     05  MSW-SALARY                    PIC 9(06)V99.
000150     05  MSW-PCT                       PIC 9(02)V99.
000160     05  MSW-NEW-SALARY                PIC 9(06)V99.
000170     05  MSW-RAISE                     PIC 9(06)V99.
000180*    SPACES, CAP (CUT TO THE GRADE MAXIMUM), MAKS (ALREADY AT
000190*    THE MAXIMUM), TND (ANOTHER CHANGE ALREADY PENDING - NOT
000200*    SCHEDULED), JDW (SCHEDULED BY AN EARLIER RUN), MIN (STILL
000210*    BELOW THE GRADE MINIMUM - NOT SCHEDULED) OR POS (POSITION
000220*    NOT ON POSFILE).
000230     05  MSW-STATUS                    PIC X(04).
