000010*****************************************************************
000020*    RUNCREC.CPY                                                 *
000030*    BATCH RUN-CONTROL RECORD - ONE PER JOB PER PERIOD, HOLDING *
000040*    THE LATEST RUN OF THAT JOB FOR THAT PERIOD. THE PERIOD IS  *
000050*    YYYYMMDD FOR A DAILY JOB, YYYYMM00 FOR A MONTHLY JOB AND   *
000060*    YYYY0000 FOR A YEARLY JOB (SEE RUNJOBS.CPY). A RECORD LEFT *
000070*    AT STATUS R NEVER REACHED ITS END OF JOB. A COMPLETED RUN  *
000080*    CAN ONLY BE REPEATED ONCE A SUPERVISOR HAS AUTHORIZED IT.  *
000090*    THE MONTH-END CLOSE IS RECORDED AS JOB MTHCLOSE, AND ONCE  *
000100*    IT IS COMPLETE THE MONTH IS LOCKED.                        *
000110*****************************************************************
000120 01  RUN-CONTROL-RECORD.
000130     05  RC-KEY.
000140         10  RC-JOB-NAME                PIC X(08).
000150         10  RC-PERIOD                  PIC 9(08).
000160         10  RC-PERIOD-PARTS REDEFINES RC-PERIOD.
000170             15  RC-PERIOD-YEAR         PIC 9(04).
000180             15  RC-PERIOD-MONTH        PIC 9(02).
000190             15  RC-PERIOD-DAY          PIC 9(02).
000200     05  RC-STATUS                      PIC X(01).
000210         88  RC-RUNNING                 VALUE 'R'.
000220         88  RC-COMPLETED               VALUE 'C'.
000230     05  RC-OPERATOR                    PIC X(08).
000240     05  RC-START-DATE                  PIC 9(08).
000250     05  RC-START-TIME                  PIC 9(06).
000260     05  RC-END-DATE                    PIC 9(08).
000270     05  RC-END-TIME                    PIC 9(06).
000280     05  RC-RUN-COUNT                   PIC 9(03).
000290*    CONTROL TOTALS OF THE LATEST COMPLETED RUN - WHAT EACH JOB
000300*    COUNTS IS LISTED IN RUNJOBS.CPY.
000310     05  RC-RECORD-COUNT                PIC 9(07).
000320     05  RC-AMOUNT-TOTAL                PIC S9(13)V99.
000330     05  RC-HASH-TOTAL                  PIC 9(15).
000340     05  RC-RERUN-SW                    PIC X(01).
000350         88  RC-RERUN-AUTHORIZED        VALUE 'Y'.
000360     05  RC-AUTH-BY                     PIC X(08).
000370     05  RC-AUTH-DATE                   PIC 9(08).
000380     05  FILLER                         PIC X(10).
