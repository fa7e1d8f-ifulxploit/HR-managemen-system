000160         10  EMPLOYEE-HIRE-YEAR       PIC 9(04).
000170         10  EMPLOYEE-HIRE-MONTH      PIC 9(02).
000180         10  EMPLOYEE-HIRE-DAY        PIC 9(02).
000182*    EMPLOYEE-ID OF THE REPORTING MANAGER, ZERO AT THE TOP OF
000184*    THE HIERARCHY. WHEN SET IT MUST BE AN ACTIVE EMPLOYEE, AND
000186*    NEVER THE EMPLOYEE ITSELF OR ANYONE REPORTING TO IT.
000188     05  EMPLOYEE-MANAGER-ID          PIC 9(06).
000190     05  FILLER                       PIC X(05).
