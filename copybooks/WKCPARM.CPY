000010*****************************************************************
000020*    WKCPARM.CPY                                                 *
000030*    PARAMETER BLOCK PASSED TO THE WKCAL SUBPROGRAM. THE CALLER *
000040*    SETS THE FIRST AND LAST DATE OF THE RANGE (YYYYMMDD,       *
000050*    INCLUSIVE); WKCAL RETURNS HOW MANY OF THOSE DAYS ARE       *
000060*    WORKING DAYS ON THE WORKING CALENDAR. A DAY NOT YET LOADED *
000070*    ON THE CALENDAR IS COUNTED AS A WORKING DAY IF IT FALLS    *
000080*    MONDAY TO FRIDAY AND IS ALSO COUNTED IN WKC-UNLOADED-DAYS  *
000090*    SO THE CALLER CAN WARN. AN INVALID DATE, AN END BEFORE THE *
000100*    START OR A RANGE LONGER THAN A YEAR SETS WKC-RANGE-INVALID *
000110*    AND RETURNS ZERO DAYS.                                     *
000120*****************************************************************
000130 01  WKCAL-PARAMETERS.
000140     05  WKC-START-DATE                PIC 9(08).
000150     05  WKC-END-DATE                  PIC 9(08).
000160*    RESULTS.
000170     05  WKC-WORKING-DAYS              PIC 9(03).
000180     05  WKC-NON-WORKING-DAYS          PIC 9(03).
000190     05  WKC-UNLOADED-DAYS             PIC 9(03).
000200     05  WKC-RESULT                    PIC X(01).
000210         88  WKC-RANGE-OK              VALUE 'Y'.
000220         88  WKC-RANGE-INVALID         VALUE 'N'.
