000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. WKCAL.
000030 AUTHOR. SDM-APPLICATIONS-TEAM.
000040 INSTALLATION. HEAD-OFFICE-DATA-CENTER.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    PROGRAM   : WKCAL (WORKING-DAY-COUNT)                       *
000090*    PURPOSE   : GIVEN A DATE RANGE, COUNT ITS WORKING DAYS ON  *
000100*                THE WORKING CALENDAR (CALENDAR) - THE DAYS     *
000110*                THAT ARE NEITHER A WEEKEND NOR A NATIONAL OR   *
000120*                COMPANY HOLIDAY. CALLED BY THE INTERACTIVE HR  *
000130*                SYSTEM FOR THE CHARGEABLE DAYS OF A LEAVE      *
000140*                REQUEST, BY THE ABSENCE IMPORT FOR EACH        *
000150*                ABSENCE DAY AND BY THE PAYROLL RUN FOR THE     *
000160*                WORKING DAYS IN THE MONTH. SEE WKCPARM.CPY.    *
000170*                                                                *
000180*    MODIFICATION HISTORY.                                      *
000190*    DATE        INIT   DESCRIPTION                             *
000200*    ----------  -----  ------------------------------------    *
000210*    2026-10-15  AGT    INITIAL VERSION.                        *
000220*****************************************************************
000230
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     COPY CALSEL.
000280
000290 DATA DIVISION.
000300 FILE SECTION.
000310 FD  CALENDAR-FILE.
000320     COPY CALREC.
000330
000340 WORKING-STORAGE SECTION.
000350 01  WS-CAL-FILE-STATUS               PIC X(02).
000360 01  WS-CAL-OPEN-SW                   PIC X(01).
000370     88  WS-CALENDAR-OPEN             VALUE 'Y'.
000380*    DAY NUMBERS AS RETURNED BY INTEGER-OF-DATE. DAY 1 (1 JAN
000390*    1601) WAS A MONDAY, SO (DAY - 1) MODULO 7 IS 0 ON A MONDAY
000400*    AND 5 OR 6 ON A SATURDAY OR SUNDAY.
000410 77  WS-FIRST-DAY                     PIC S9(09) COMP VALUE 0.
000420 77  WS-LAST-DAY                      PIC S9(09) COMP VALUE 0.
000430 77  WS-THIS-DAY                      PIC S9(09) COMP VALUE 0.
000440 77  WS-DAY-OFFSET                    PIC S9(09) COMP VALUE 0.
000450 77  WS-WEEKS                         PIC S9(09) COMP VALUE 0.
000460 77  WS-WEEKDAY                       PIC S9(04) COMP VALUE 0.
000470
000480 LINKAGE SECTION.
000490     COPY WKCPARM.
000500
000510 PROCEDURE DIVISION USING WKCAL-PARAMETERS.
000520*****************************************************************
000530*    0000-MAINLINE - VALIDATE THE RANGE, THEN LOOK UP EACH DAY. *
000540*    A CALENDAR FILE THAT HAS NEVER BEEN CREATED YET MEANS NO   *
000550*    DAY IS LOADED, SO EVERY DAY FALLS BACK TO MONDAY-FRIDAY.   *
000560*****************************************************************
000570 0000-MAINLINE.
000580     MOVE 0 TO WKC-WORKING-DAYS.
000590     MOVE 0 TO WKC-NON-WORKING-DAYS.
000600     MOVE 0 TO WKC-UNLOADED-DAYS.
000610     SET WKC-RANGE-INVALID TO TRUE.
000620     COMPUTE WS-FIRST-DAY =
000630         FUNCTION INTEGER-OF-DATE(WKC-START-DATE).
000640     COMPUTE WS-LAST-DAY =
000650         FUNCTION INTEGER-OF-DATE(WKC-END-DATE).
000660     IF WS-FIRST-DAY = 0 OR WS-LAST-DAY = 0
000670         OR WS-LAST-DAY < WS-FIRST-DAY
000680         OR WS-LAST-DAY - WS-FIRST-DAY > 365
000690         GOBACK
000700     END-IF.
000710     SET WKC-RANGE-OK TO TRUE.
000720     MOVE 'N' TO WS-CAL-OPEN-SW.
000730     OPEN INPUT CALENDAR-FILE.
000740     IF WS-CAL-FILE-STATUS = '00'
000750         SET WS-CALENDAR-OPEN TO TRUE
000760     END-IF.
000770     PERFORM 1000-CLASSIFY-ONE-DAY THRU 1000-EXIT
000780         VARYING WS-THIS-DAY FROM WS-FIRST-DAY BY 1
000790         UNTIL WS-THIS-DAY > WS-LAST-DAY.
000800     IF WS-CALENDAR-OPEN
000810         CLOSE CALENDAR-FILE
000820     END-IF.
000830     GOBACK.
000840
000850*****************************************************************
000860*    1000-CLASSIFY-ONE-DAY - COUNT ONE DAY AS WORKING OR NOT,   *
000870*    FROM ITS CALENDAR RECORD OR, FAILING THAT, ITS WEEKDAY.    *
000880*****************************************************************
000890 1000-CLASSIFY-ONE-DAY.
000900     IF WS-CALENDAR-OPEN
000910         COMPUTE CAL-DATE = FUNCTION DATE-OF-INTEGER(WS-THIS-DAY)
000920         READ CALENDAR-FILE
000930             INVALID KEY
000940                 CONTINUE
000950             NOT INVALID KEY
000960                 IF CAL-WORKING-DAY
000970                     ADD 1 TO WKC-WORKING-DAYS
000980                 ELSE
000990                     ADD 1 TO WKC-NON-WORKING-DAYS
001000                 END-IF
001010                 GO TO 1000-EXIT
001020         END-READ
001030     END-IF.
001040     ADD 1 TO WKC-UNLOADED-DAYS.
001050     COMPUTE WS-DAY-OFFSET = WS-THIS-DAY - 1.
001060     DIVIDE WS-DAY-OFFSET BY 7 GIVING WS-WEEKS
001070         REMAINDER WS-WEEKDAY.
001080     IF WS-WEEKDAY < 5
001090         ADD 1 TO WKC-WORKING-DAYS
001100     ELSE
001110         ADD 1 TO WKC-NON-WORKING-DAYS
001120     END-IF.
001130 1000-EXIT.
001140     EXIT.
