000010*****************************************************************
000020*    CALREC.CPY                                                  *
000030*    WORKING CALENDAR RECORD LAYOUT. ONE RECORD PER CALENDAR    *
000040*    DAY, LOADED A YEAR AT A TIME FROM SDM (EVERY MONDAY TO     *
000050*    FRIDAY A WORKING DAY, EVERY SATURDAY AND SUNDAY A WEEKEND) *
000060*    AND THEN MAINTAINED DAY BY DAY AS THE NATIONAL AND COMPANY *
000070*    HOLIDAYS ARE ANNOUNCED. LEAVE REQUESTS, THE ABSENCE IMPORT *
000080*    AND THE PAYROLL DAILY RATE COUNT WORKING DAYS FROM IT      *
000090*    THROUGH THE WKCAL SUBPROGRAM.                              *
000100*****************************************************************
000110 01  CALENDAR-RECORD.
000120     05  CAL-DATE                      PIC 9(08).
000130     05  CAL-DATE-PARTS REDEFINES CAL-DATE.
000140         10  CAL-YEAR                  PIC 9(04).
000150         10  CAL-MONTH                 PIC 9(02).
000160         10  CAL-DAY                   PIC 9(02).
000170     05  CAL-DAY-TYPE                  PIC X(01).
000180         88  CAL-WORKING-DAY           VALUE 'K'.
000190         88  CAL-WEEKEND               VALUE 'M'.
000200         88  CAL-NATIONAL-HOLIDAY      VALUE 'N'.
000210         88  CAL-COMPANY-HOLIDAY       VALUE 'P'.
000220         88  CAL-DAY-TYPE-VALID        VALUE 'K' 'M' 'N' 'P'.
000230     05  CAL-DESCRIPTION               PIC X(30).
000240     05  CAL-UPDATED-BY                PIC X(08).
000250     05  CAL-UPDATED-DATE              PIC 9(08).
