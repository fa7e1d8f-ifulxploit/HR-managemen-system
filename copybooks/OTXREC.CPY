000010*****************************************************************
000020*    OTXREC.CPY                                                  *
000030*    DAILY OVERTIME EXTRACT RECORD FROM THE TIMEKEEPING SYSTEM. *
000040*    ONE RECORD PER EMPLOYEE PER DAY WORKED BEYOND THE NORMAL   *
000050*    HOURS, IN HOURS AND TENTHS, CONSUMED BY THE                *
000060*    OVERTIME-IMPORT-BATCH JOB.                                 *
000070*****************************************************************
000080 01  OVERTIME-EXTRACT-RECORD.
000090     05  OTX-EMPLOYEE-ID               PIC 9(06).
000100     05  OTX-DATE                      PIC 9(08).
000110     05  OTX-HOURS                     PIC 9(02)V9.
