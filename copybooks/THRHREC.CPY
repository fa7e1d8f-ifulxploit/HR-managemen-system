000010*****************************************************************
000020*    THRHREC.CPY                                                 *
000030*    THR RUN HISTORY RECORD LAYOUT - ONE RECORD PER PAYOUT      *
000040*    YEAR, WRITTEN WHEN THE THR-PAYOUT-BATCH JOB COMPLETES,     *
000050*    WITH THE CONTROL TOTALS OF THE BANK FILE IT PRODUCED.      *
000060*****************************************************************
000070 01  THR-HISTORY-RECORD.
000080     05  THRH-YEAR                     PIC 9(04).
000090     05  THRH-PAYOUT-DATE              PIC 9(08).
000100     05  THRH-RUN-DATE                 PIC 9(08).
000110     05  THRH-PAID-COUNT               PIC 9(05).
000120     05  THRH-TOTAL-AMOUNT             PIC 9(11)V99.
000130     05  THRH-HASH-TOTAL               PIC 9(12).
000140     05  THRH-HELD-COUNT               PIC 9(05).
000150     05  THRH-HELD-AMOUNT              PIC 9(11)V99.
000160     05  THRH-NO-DATE-COUNT            PIC 9(05).
