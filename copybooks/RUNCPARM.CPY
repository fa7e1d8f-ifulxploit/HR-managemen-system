000010*****************************************************************
000020*    RUNCPARM.CPY                                                *
000030*    PARAMETERS PASSED TO THE RUNCTL SUBPROGRAM.                *
000040*    RCP-FUNCTION S (START) - CHECKS THE PERIOD IS NOT CLOSED,  *
000050*        THE JOB HAS NOT ALREADY COMPLETED THE PERIOD (UNLESS A *
000060*        RERUN IS AUTHORIZED) AND ITS PREREQUISITES HAVE, THEN  *
000070*        MARKS THE JOB RUNNING. A REFUSED JOB MUST STOP.        *
000080*    RCP-FUNCTION E (END) - MARKS THE RUN COMPLETE WITH ITS     *
000090*        CONTROL TOTALS.                                        *
000100*    RCP-FUNCTION A (AUTHORIZE) - A SUPERVISOR ALLOWS ONE MORE  *
000110*        RUN OF A COMPLETED JOB AND PERIOD.                     *
000120*    RCP-OPERATOR IS THE OPERATOR RUNNING THE JOB, OR THE       *
000130*    SUPERVISOR AUTHORIZING THE RERUN.                          *
000140*****************************************************************
000150 01  RUNCTL-PARAMETERS.
000160     05  RCP-FUNCTION                   PIC X(01).
000170         88  RCP-START-RUN              VALUE 'S'.
000180         88  RCP-END-RUN                VALUE 'E'.
000190         88  RCP-AUTHORIZE-RERUN        VALUE 'A'.
000200     05  RCP-JOB-NAME                   PIC X(08).
000210     05  RCP-PERIOD                     PIC 9(08).
000220     05  RCP-PERIOD-PARTS REDEFINES RCP-PERIOD.
000230         10  RCP-PERIOD-YEAR            PIC 9(04).
000240         10  RCP-PERIOD-MONTH           PIC 9(02).
000250         10  RCP-PERIOD-DAY             PIC 9(02).
000260     05  RCP-OPERATOR                   PIC X(08).
000270     05  RCP-RECORD-COUNT               PIC 9(07).
000280     05  RCP-AMOUNT-TOTAL               PIC S9(13)V99.
000290     05  RCP-HASH-TOTAL                 PIC 9(15).
000300*    RESULTS.
000310     05  RCP-RESULT                     PIC X(01).
000320         88  RCP-ALLOWED                VALUE 'Y'.
000330         88  RCP-REFUSED                VALUE 'N'.
000340     05  RCP-MESSAGE                    PIC X(60).
