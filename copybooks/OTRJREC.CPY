000010*****************************************************************
000020*    OTRJREC.CPY                                                 *
000030*    REJECTED OVERTIME RECORD LAYOUT. THE FIRST 17 BYTES ARE    *
000040*    THE ORIGINAL OVERTIME-EXTRACT-RECORD IMAGE EXACTLY AS IT   *
000050*    ARRIVED, SO A CORRECTED REJECT FILE CAN BE FED BACK IN AS  *
000060*    A NEW EXTRACT ONCE THE TRAILING REASON CODE IS DROPPED,    *
000070*    THE SAME WAY THE ABSENCE IMPORT'S REJECT FILE WORKS.       *
000080*    REASON CODES:                                              *
000090*      NID - EMPLOYEE-ID NOT ON EMPLOYEE-FILE                   *
000100*      NAU - NO ACTIVE OVERTIME AUTHORIZATION FOR THE DATE      *
000110*      JAM - ZERO OR NON-NUMERIC OVERTIME HOURS                 *
000120*****************************************************************
000130 01  OVERTIME-REJECT-RECORD.
000140     05  OTREJ-DATA                    PIC X(17).
000150     05  OTREJ-REASON-CODE             PIC X(03).
