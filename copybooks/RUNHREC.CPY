000010*****************************************************************
000020*    RUNHREC.CPY                                                 *
000030*    BATCH RUN HISTORY RECORD - ONE PER RUN-CONTROL EVENT.      *
000040*****************************************************************
000050 01  RUN-HISTORY-RECORD.
000060     05  RH-DATE                        PIC 9(08).
000070     05  RH-TIME                        PIC 9(06).
000080     05  RH-JOB-NAME                    PIC X(08).
000090     05  RH-PERIOD                      PIC 9(08).
000100     05  RH-EVENT                       PIC X(01).
000110         88  RH-STARTED                 VALUE 'S'.
000120         88  RH-ENDED                   VALUE 'E'.
000130         88  RH-REFUSED                 VALUE 'X'.
000140         88  RH-RERUN-AUTHORIZED        VALUE 'A'.
000150     05  RH-OPERATOR                    PIC X(08).
000160     05  RH-RECORD-COUNT                PIC 9(07).
000170     05  RH-AMOUNT-TOTAL                PIC S9(13)V99.
000180     05  RH-HASH-TOTAL                  PIC 9(15).
000190     05  RH-MESSAGE                     PIC X(60).
