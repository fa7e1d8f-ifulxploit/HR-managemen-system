000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ORGANIZATION-CHART-REPORT.
000030 AUTHOR. SDM-APPLICATIONS-TEAM.
000040 INSTALLATION. HEAD-OFFICE-DATA-CENTER.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*    PROGRAM   : ORGANIZATION-CHART-REPORT (ORGRPT.COB)          *
000090*    PURPOSE   : PRINTS THE REPORTING HIERARCHY OF EACH          *
000100*                DEPARTMENT, STARTING FROM DEPT-HEAD-ID AND      *
000110*                WALKING DOWN EMPLOYEE-MANAGER-ID, ONE LINE PER  *
000120*                ACTIVE EMPLOYEE INDENTED BY REPORTING LEVEL.    *
000130*                A SECOND SECTION LISTS ACTIVE EMPLOYEES WHOSE   *
000140*                MANAGER IS NO LONGER ACTIVE, HAS BEEN           *
000150*                OFFBOARDED TO TERMINATED-EMPLOYEE-FILE, OR IS   *
000160*                NOT ON FILE AT ALL, SO HR CAN REASSIGN THEM.    *
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
000270     COPY EMPSEL.
000280     COPY DEPTSEL.
000290     COPY TERMSEL.
000300     COPY ORGRSEL.
000310
000320 DATA DIVISION.
000330 FILE SECTION.
000340 FD  EMPLOYEE-FILE.
000350     COPY EMPREC.
000360
000370 FD  DEPARTMENT-FILE.
000380     COPY DEPTREC.
000390
000400 FD  TERMINATED-EMPLOYEE-FILE.
000410     COPY TERMREC.
000420
000430 FD  ORG-CHART-REPORT-FILE.
000440 01  ORG-CHART-REPORT-LINE            PIC X(80).
000450
000460 WORKING-STORAGE SECTION.
000470 01  WS-CURRENT-DATE-NUM              PIC 9(08).
000480 01  WS-CURRENT-DATE REDEFINES WS-CURRENT-DATE-NUM.
000490     05  WS-YEAR                       PIC 9(04).
000500     05  WS-MONTH                      PIC 99.
000510     05  WS-DAY                        PIC 99.
000520 01  WS-EMP-FILE-STATUS                PIC X(02).
000530 01  WS-DEPT-FILE-STATUS               PIC X(02).
000540 01  WS-TERM-FILE-STATUS               PIC X(02).
000550 01  WS-ORGR-FILE-STATUS               PIC X(02).
000560 01  WS-EMP-EOF-SW                     PIC X(01) VALUE 'N'.
000570     88  WS-END-OF-EMPLOYEE-FILE       VALUE 'Y'.
000580 01  WS-DEPT-EOF-SW                    PIC X(01) VALUE 'N'.
000590     88  WS-END-OF-DEPT-FILE           VALUE 'Y'.
000600 01  WS-TERM-EOF-SW                    PIC X(01) VALUE 'N'.
000610     88  WS-END-OF-TERM-FILE           VALUE 'Y'.
000620*    EVERY EMPLOYEE ON EMPLOYEE-FILE, PRELOADED ONCE. INACTIVE
000630*    EMPLOYEES ARE KEPT SO THE EXCEPTION SECTION CAN TELL AN
000640*    INACTIVE MANAGER FROM ONE THAT IS NOT ON FILE. THE PRINTED
000650*    FLAG IS RESET FOR EACH DEPARTMENT; THE CHARTED FLAG STAYS
000660*    SET ONCE AN EMPLOYEE HAS APPEARED UNDER ANY DEPARTMENT.
000670 01  WS-EMPLOYEE-TABLE.
000680     05  WS-ET-ENTRY OCCURS 1000 TIMES.
000690         10  WS-ET-ID                  PIC 9(06).
000700         10  WS-ET-NAME                PIC X(30).
000710         10  WS-ET-DEPT                PIC X(10).
000720         10  WS-ET-POSITION            PIC X(15).
000730         10  WS-ET-MANAGER-ID          PIC 9(06).
000740         10  WS-ET-STATUS              PIC X(01).
000750             88  WS-ET-ACTIVE          VALUE 'A'.
000760         10  WS-ET-PRINTED-SW          PIC X(01).
000770             88  WS-ET-PRINTED         VALUE 'Y'.
000780         10  WS-ET-CHARTED-SW          PIC X(01).
000790             88  WS-ET-CHARTED         VALUE 'Y'.
000800 77  WS-ET-USED                        PIC S9(04) COMP VALUE 0.
000810 77  WS-ET-IX                          PIC S9(04) COMP VALUE 0.
000820 01  WS-TERM-ID-TABLE.
000830     05  WS-TID OCCURS 1000 TIMES      PIC 9(06).
000840 77  WS-TID-USED                       PIC S9(04) COMP VALUE 0.
000850 77  WS-ID-IX                          PIC S9(04) COMP VALUE 0.
000860 01  WS-ID-TO-FIND                     PIC 9(06).
000870 77  WS-FOUND-IX                       PIC S9(04) COMP VALUE 0.
000880 01  WS-ID-FOUND-SW                    PIC X(01).
000890     88  WS-ID-IS-KNOWN                VALUE 'Y'.
000900 01  WS-TABLE-OVERFLOW-SW              PIC X(01) VALUE 'N'.
000910     88  WS-ID-TABLE-OVERFLOWED        VALUE 'Y'.
000920*    DEPTH-FIRST WALK DOWN ONE DEPARTMENT. EACH STACK LEVEL
000930*    HOLDS THE TABLE ENTRY OF A MANAGER AND THE TABLE POSITION
000940*    AT WHICH THE SEARCH FOR ITS NEXT DIRECT REPORT RESUMES.
000950*    THE WALK NEVER GOES DEEPER THAN HR-MAX-REPORTING-LEVELS.
000960 01  WS-WALK-STACK.
000970     05  WS-STK-ENTRY OCCURS 100 TIMES.
000980         10  WS-STK-IX                 PIC S9(04) COMP.
000990         10  WS-STK-NEXT               PIC S9(04) COMP.
001000 77  WS-SP                             PIC S9(04) COMP VALUE 0.
001010 77  WS-PARENT-ID                      PIC 9(06) VALUE 0.
001020 77  WS-CHILD-IX                       PIC S9(04) COMP VALUE 0.
001030 77  WS-SCAN-IX                        PIC S9(04) COMP VALUE 0.
001040 77  WS-PRINT-IX                       PIC S9(04) COMP VALUE 0.
001050 77  WS-LEVEL                          PIC S9(04) COMP VALUE 0.
001060 77  WS-INDENT                         PIC S9(04) COMP VALUE 0.
001070 01  WS-DEPT-COUNT                     PIC 9(05) VALUE 0.
001080 01  WS-NO-HEAD-COUNT                  PIC 9(05) VALUE 0.
001090 01  WS-CHARTED-COUNT                  PIC 9(05) VALUE 0.
001100 01  WS-UNCHARTED-COUNT                PIC 9(05) VALUE 0.
001110 01  WS-MGR-INACTIVE-COUNT             PIC 9(05) VALUE 0.
001120 01  WS-MGR-TERM-COUNT                 PIC 9(05) VALUE 0.
001130 01  WS-MGR-UNKNOWN-COUNT              PIC 9(05) VALUE 0.
001140 01  WS-CHART-LINE.
001150     05  WS-CL-ID                       PIC 9(06).
001160     05  FILLER                         PIC X(01) VALUE SPACES.
001170     05  WS-CL-NAME                     PIC X(30).
001180     05  FILLER                         PIC X(01) VALUE SPACES.
001190     05  WS-CL-POSITION                 PIC X(15).
001200 01  WS-EXCEPTION-LINE.
001210     05  WS-XL-ID                       PIC 9(06).
001220     05  FILLER                         PIC X(02) VALUE SPACES.
001230     05  WS-XL-NAME                     PIC X(30).
001240     05  FILLER                         PIC X(01) VALUE SPACES.
001250     05  WS-XL-DEPT                     PIC X(10).
001260     05  FILLER                         PIC X(01) VALUE SPACES.
001270     05  WS-XL-MANAGER-ID               PIC 9(06).
001280     05  FILLER                         PIC X(01) VALUE SPACES.
001290     05  WS-XL-REASON                   PIC X(22).
001300 COPY HRLIMIT.
001310
001320 PROCEDURE DIVISION.
001330*****************************************************************
001340*    0000-MAINLINE - BATCH JOB ENTRY POINT.                     *
001350*****************************************************************
001360 0000-MAINLINE.
001370     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001380     PERFORM 1100-LOAD-ONE-EMPLOYEE THRU 1100-EXIT
001390         UNTIL WS-END-OF-EMPLOYEE-FILE.
001400     PERFORM 1200-LOAD-ONE-TERM-ID THRU 1200-EXIT
001410         UNTIL WS-END-OF-TERM-FILE.
001420     PERFORM 2000-PRINT-ONE-DEPARTMENT THRU 2000-EXIT
001430         UNTIL WS-END-OF-DEPT-FILE.
001440     PERFORM 4000-PRINT-EXCEPTIONS THRU 4000-EXIT.
001450     PERFORM 9000-TERMINATION THRU 9000-EXIT.
001460     STOP RUN.
001470
001480*****************************************************************
001490*    1000-INITIALIZE - OPEN FILES AND PRINT THE REPORT HEADER.  *
001500*    TERMINATED-EMPLOYEE-FILE MAY NOT EXIST YET ON A NEW        *
001510*    INSTALLATION AND IS THEN TREATED AS EMPTY.                 *
001520*****************************************************************
001530 1000-INITIALIZE.
001540     ACCEPT WS-CURRENT-DATE-NUM FROM DATE YYYYMMDD.
001550     OPEN INPUT EMPLOYEE-FILE.
001560     IF WS-EMP-FILE-STATUS NOT = '00'
001570         DISPLAY 'EMPFILE TIDAK DAPAT DIBUKA, STATUS '
001580             WS-EMP-FILE-STATUS
001590         STOP RUN
001600     END-IF.
001610     OPEN INPUT DEPARTMENT-FILE.
001620     IF WS-DEPT-FILE-STATUS NOT = '00'
001630         DISPLAY 'DEPTFILE TIDAK DAPAT DIBUKA, STATUS '
001640             WS-DEPT-FILE-STATUS
001650         STOP RUN
001660     END-IF.
001670     OPEN INPUT TERMINATED-EMPLOYEE-FILE.
001680     IF WS-TERM-FILE-STATUS NOT = '00'
001690         SET WS-END-OF-TERM-FILE TO TRUE
001700     END-IF.
001710     OPEN OUTPUT ORG-CHART-REPORT-FILE.
001720     MOVE 'BAGAN ORGANISASI PER DEPARTEMEN'
001730         TO ORG-CHART-REPORT-LINE.
001740     WRITE ORG-CHART-REPORT-LINE.
001750     MOVE SPACES TO ORG-CHART-REPORT-LINE.
001760     STRING 'TANGGAL JALAN: ' WS-DAY '-' WS-MONTH '-' WS-YEAR
001770         DELIMITED BY SIZE INTO ORG-CHART-REPORT-LINE.
001780     WRITE ORG-CHART-REPORT-LINE.
001790 1000-EXIT.
001800     EXIT.
001810
001820*****************************************************************
001830*    1100-LOAD-ONE-EMPLOYEE - READ ONE EMPLOYEE INTO THE        *
001840*    HIERARCHY TABLE.                                           *
001850*****************************************************************
001860 1100-LOAD-ONE-EMPLOYEE.
001870     READ EMPLOYEE-FILE NEXT RECORD
001880         AT END
001890             SET WS-END-OF-EMPLOYEE-FILE TO TRUE
001900             GO TO 1100-EXIT
001910     END-READ.
001920     IF WS-ET-USED NOT < 1000
001930         SET WS-ID-TABLE-OVERFLOWED TO TRUE
001940         GO TO 1100-EXIT
001950     END-IF.
001960     ADD 1 TO WS-ET-USED.
001970     MOVE EMPLOYEE-ID TO WS-ET-ID(WS-ET-USED).
001980     MOVE EMPLOYEE-NAME TO WS-ET-NAME(WS-ET-USED).
001990     MOVE EMPLOYEE-DEPT TO WS-ET-DEPT(WS-ET-USED).
002000     MOVE EMPLOYEE-POSITION TO WS-ET-POSITION(WS-ET-USED).
002010     MOVE EMPLOYEE-MANAGER-ID TO WS-ET-MANAGER-ID(WS-ET-USED).
002020     MOVE EMPLOYEE-STATUS TO WS-ET-STATUS(WS-ET-USED).
002030     MOVE 'N' TO WS-ET-PRINTED-SW(WS-ET-USED).
002040     MOVE 'N' TO WS-ET-CHARTED-SW(WS-ET-USED).
002050 1100-EXIT.
002060     EXIT.
002070
002080*****************************************************************
002090*    1200-LOAD-ONE-TERM-ID - READ ONE ARCHIVE RECORD AND KEEP   *
002100*    ITS EMPLOYEE ID FOR THE MANAGER EXCEPTION CHECK.           *
002110*****************************************************************
002120 1200-LOAD-ONE-TERM-ID.
002130     READ TERMINATED-EMPLOYEE-FILE NEXT RECORD
002140         AT END
002150             SET WS-END-OF-TERM-FILE TO TRUE
002160             GO TO 1200-EXIT
002170     END-READ.
002180     IF WS-TID-USED < 1000
002190         ADD 1 TO WS-TID-USED
002200         MOVE TERM-EMPLOYEE-ID TO WS-TID(WS-TID-USED)
002210     ELSE
002220         SET WS-ID-TABLE-OVERFLOWED TO TRUE
002230     END-IF.
002240 1200-EXIT.
002250     EXIT.
002260
002270*****************************************************************
002280*    2000-PRINT-ONE-DEPARTMENT - READ ONE DEPARTMENT AND PRINT  *
002290*    ITS CHART FROM THE DEPARTMENT HEAD DOWN. A DEPARTMENT      *
002300*    WITHOUT A HEAD, OR WHOSE HEAD IS NOT AN ACTIVE EMPLOYEE,   *
002310*    GETS A NOTE INSTEAD OF A CHART.                            *
002320*****************************************************************
002330 2000-PRINT-ONE-DEPARTMENT.
002340     READ DEPARTMENT-FILE NEXT RECORD
002350         AT END
002360             SET WS-END-OF-DEPT-FILE TO TRUE
002370             GO TO 2000-EXIT
002380     END-READ.
002390     ADD 1 TO WS-DEPT-COUNT.
002400     MOVE SPACES TO ORG-CHART-REPORT-LINE.
002410     WRITE ORG-CHART-REPORT-LINE.
002420     MOVE SPACES TO ORG-CHART-REPORT-LINE.
002430     STRING 'DEPARTEMEN ' DEPT-CODE ' ' DEPT-NAME
002440         DELIMITED BY SIZE INTO ORG-CHART-REPORT-LINE.
002450     WRITE ORG-CHART-REPORT-LINE.
002460     IF DEPT-HEAD-ID = 0
002470         MOVE '  KEPALA DEPARTEMEN BELUM DITETAPKAN'
002480             TO ORG-CHART-REPORT-LINE
002490         WRITE ORG-CHART-REPORT-LINE
002500         ADD 1 TO WS-NO-HEAD-COUNT
002510         GO TO 2000-EXIT
002520     END-IF.
002530     MOVE DEPT-HEAD-ID TO WS-ID-TO-FIND.
002540     PERFORM 8000-FIND-EMPLOYEE THRU 8000-EXIT.
002550     IF WS-FOUND-IX = 0
002560         MOVE SPACES TO ORG-CHART-REPORT-LINE
002570         STRING '  KEPALA DEPARTEMEN ' DEPT-HEAD-ID
002580             ' TIDAK TERDAFTAR'
002590             DELIMITED BY SIZE INTO ORG-CHART-REPORT-LINE
002600         WRITE ORG-CHART-REPORT-LINE
002610         ADD 1 TO WS-NO-HEAD-COUNT
002620         GO TO 2000-EXIT
002630     END-IF.
002640     IF NOT WS-ET-ACTIVE(WS-FOUND-IX)
002650         MOVE SPACES TO ORG-CHART-REPORT-LINE
002660         STRING '  KEPALA DEPARTEMEN ' DEPT-HEAD-ID
002670             ' TIDAK AKTIF'
002680             DELIMITED BY SIZE INTO ORG-CHART-REPORT-LINE
002690         WRITE ORG-CHART-REPORT-LINE
002700         ADD 1 TO WS-NO-HEAD-COUNT
002710         GO TO 2000-EXIT
002720     END-IF.
002730     PERFORM 2100-RESET-PRINTED THRU 2100-EXIT
002740         VARYING WS-ET-IX FROM 1 BY 1
002750         UNTIL WS-ET-IX > WS-ET-USED.
002760     MOVE WS-FOUND-IX TO WS-PRINT-IX.
002770     MOVE 0 TO WS-LEVEL.
002780     PERFORM 2200-PRINT-ENTRY THRU 2200-EXIT.
002790     MOVE 1 TO WS-SP.
002800     MOVE WS-FOUND-IX TO WS-STK-IX(1).
002810     MOVE 1 TO WS-STK-NEXT(1).
002820     PERFORM 2300-NEXT-REPORT THRU 2300-EXIT
002830         UNTIL WS-SP = 0.
002840 2000-EXIT.
002850     EXIT.
002860
002870*****************************************************************
002880*    2100-RESET-PRINTED - CLEAR ONE PRINTED FLAG BEFORE A NEW   *
002890*    DEPARTMENT IS WALKED.                                      *
002900*****************************************************************
002910 2100-RESET-PRINTED.
002920     MOVE 'N' TO WS-ET-PRINTED-SW(WS-ET-IX).
002930 2100-EXIT.
002940     EXIT.
002950
002960*****************************************************************
002970*    2200-PRINT-ENTRY - PRINT TABLE ENTRY WS-PRINT-IX INDENTED  *
002980*    TWO COLUMNS PER REPORTING LEVEL. INDENTATION STOPS         *
002990*    GROWING AT LEVEL 12 SO THE LINE STILL FITS THE PAGE.       *
003000*****************************************************************
003010 2200-PRINT-ENTRY.
003020     MOVE 'Y' TO WS-ET-PRINTED-SW(WS-PRINT-IX).
003030     IF NOT WS-ET-CHARTED(WS-PRINT-IX)
003040         MOVE 'Y' TO WS-ET-CHARTED-SW(WS-PRINT-IX)
003050         ADD 1 TO WS-CHARTED-COUNT
003060     END-IF.
003070     IF WS-LEVEL > 12
003080         COMPUTE WS-INDENT = 3 + 2 * 12
003090     ELSE
003100         COMPUTE WS-INDENT = 3 + 2 * WS-LEVEL
003110     END-IF.
003120     MOVE WS-ET-ID(WS-PRINT-IX) TO WS-CL-ID.
003130     MOVE WS-ET-NAME(WS-PRINT-IX) TO WS-CL-NAME.
003140     MOVE WS-ET-POSITION(WS-PRINT-IX) TO WS-CL-POSITION.
003150     MOVE SPACES TO ORG-CHART-REPORT-LINE.
003160     MOVE WS-CHART-LINE TO ORG-CHART-REPORT-LINE(WS-INDENT:53).
003170     WRITE ORG-CHART-REPORT-LINE.
003180 2200-EXIT.
003190     EXIT.
003200
003210*****************************************************************
003220*    2300-NEXT-REPORT - FIND THE NEXT UNPRINTED ACTIVE DIRECT   *
003230*    REPORT OF THE MANAGER ON TOP OF THE STACK, PRINT IT AND    *
003240*    DESCEND INTO ITS OWN REPORTS. WHEN THE MANAGER HAS NO      *
003250*    MORE REPORTS, RETURN TO ITS OWN MANAGER.                   *
003260*****************************************************************
003270 2300-NEXT-REPORT.
003280     MOVE WS-ET-ID(WS-STK-IX(WS-SP)) TO WS-PARENT-ID.
003290     MOVE 0 TO WS-CHILD-IX.
003300     PERFORM 2310-SCAN-FOR-REPORT THRU 2310-EXIT
003310         VARYING WS-SCAN-IX FROM WS-STK-NEXT(WS-SP) BY 1
003320         UNTIL WS-SCAN-IX > WS-ET-USED OR WS-CHILD-IX > 0.
003330     IF WS-CHILD-IX = 0
003340         SUBTRACT 1 FROM WS-SP
003350         GO TO 2300-EXIT
003360     END-IF.
003370     COMPUTE WS-STK-NEXT(WS-SP) = WS-CHILD-IX + 1.
003380     MOVE WS-CHILD-IX TO WS-PRINT-IX.
003390     MOVE WS-SP TO WS-LEVEL.
003400     PERFORM 2200-PRINT-ENTRY THRU 2200-EXIT.
003410     IF WS-SP < HR-MAX-REPORTING-LEVELS AND WS-SP < 100
003420         ADD 1 TO WS-SP
003430         MOVE WS-CHILD-IX TO WS-STK-IX(WS-SP)
003440         MOVE 1 TO WS-STK-NEXT(WS-SP)
003450     END-IF.
003460 2300-EXIT.
003470     EXIT.
003480
003490*****************************************************************
003500*    2310-SCAN-FOR-REPORT - TEST ONE TABLE ENTRY AS A DIRECT    *
003510*    REPORT OF WS-PARENT-ID.                                    *
003520*****************************************************************
003530 2310-SCAN-FOR-REPORT.
003540     IF WS-ET-ACTIVE(WS-SCAN-IX)
003550         AND WS-ET-MANAGER-ID(WS-SCAN-IX) = WS-PARENT-ID
003560         AND NOT WS-ET-PRINTED(WS-SCAN-IX)
003570         MOVE WS-SCAN-IX TO WS-CHILD-IX
003580     END-IF.
003590 2310-EXIT.
003600     EXIT.
003610
003620*****************************************************************
003630*    4000-PRINT-EXCEPTIONS - LIST ACTIVE EMPLOYEES WHOSE        *
003640*    MANAGER IS NOT AN ACTIVE EMPLOYEE.                         *
003650*****************************************************************
003660 4000-PRINT-EXCEPTIONS.
003670     MOVE SPACES TO ORG-CHART-REPORT-LINE.
003680     WRITE ORG-CHART-REPORT-LINE.
003690     MOVE 'ATASAN TIDAK AKTIF ATAU SUDAH BERHENTI:'
003700         TO ORG-CHART-REPORT-LINE.
003710     WRITE ORG-CHART-REPORT-LINE.
003720     MOVE SPACES TO ORG-CHART-REPORT-LINE.
003723     STRING 'ID      NAMA'
003727         '                           DEPT       ATASAN'
003730         DELIMITED BY SIZE INTO ORG-CHART-REPORT-LINE.
003740     WRITE ORG-CHART-REPORT-LINE.
003750     PERFORM 4100-CHECK-ONE-MANAGER THRU 4100-EXIT
003760         VARYING WS-ET-IX FROM 1 BY 1
003770         UNTIL WS-ET-IX > WS-ET-USED.
003780 4000-EXIT.
003790     EXIT.
003800
003810*****************************************************************
003820*    4100-CHECK-ONE-MANAGER - CLASSIFY THE MANAGER OF ONE       *
003830*    ACTIVE EMPLOYEE AND PRINT AN EXCEPTION LINE WHEN IT IS     *
003840*    NOT ITSELF AN ACTIVE EMPLOYEE.                             *
003850*****************************************************************
003860 4100-CHECK-ONE-MANAGER.
003870     IF NOT WS-ET-ACTIVE(WS-ET-IX)
003880         GO TO 4100-EXIT
003890     END-IF.
003900     IF NOT WS-ET-CHARTED(WS-ET-IX)
003910         ADD 1 TO WS-UNCHARTED-COUNT
003920     END-IF.
003930     IF WS-ET-MANAGER-ID(WS-ET-IX) = 0
003940         GO TO 4100-EXIT
003950     END-IF.
003960     MOVE WS-ET-MANAGER-ID(WS-ET-IX) TO WS-ID-TO-FIND.
003970     PERFORM 8000-FIND-EMPLOYEE THRU 8000-EXIT.
003980     IF WS-FOUND-IX > 0
003990         IF WS-ET-ACTIVE(WS-FOUND-IX)
004000             GO TO 4100-EXIT
004010         END-IF
004020         MOVE 'ATASAN TIDAK AKTIF' TO WS-XL-REASON
004030         ADD 1 TO WS-MGR-INACTIVE-COUNT
004040     ELSE
004050         PERFORM 8100-FIND-TERM-ID THRU 8100-EXIT
004060         IF WS-ID-IS-KNOWN
004070             MOVE 'ATASAN SUDAH BERHENTI' TO WS-XL-REASON
004080             ADD 1 TO WS-MGR-TERM-COUNT
004090         ELSE
004100             MOVE 'ATASAN TIDAK TERDAFTAR' TO WS-XL-REASON
004110             ADD 1 TO WS-MGR-UNKNOWN-COUNT
004120         END-IF
004130     END-IF.
004140     MOVE WS-ET-ID(WS-ET-IX) TO WS-XL-ID.
004150     MOVE WS-ET-NAME(WS-ET-IX) TO WS-XL-NAME.
004160     MOVE WS-ET-DEPT(WS-ET-IX) TO WS-XL-DEPT.
004170     MOVE WS-ET-MANAGER-ID(WS-ET-IX) TO WS-XL-MANAGER-ID.
004180     WRITE ORG-CHART-REPORT-LINE FROM WS-EXCEPTION-LINE.
004190 4100-EXIT.
004200     EXIT.
004210
004220*****************************************************************
004230*    8000-FIND-EMPLOYEE - LOCATE WS-ID-TO-FIND IN THE EMPLOYEE  *
004240*    TABLE. WS-FOUND-IX IS ZERO WHEN IT IS NOT THERE.           *
004250*****************************************************************
004260 8000-FIND-EMPLOYEE.
004270     MOVE 0 TO WS-FOUND-IX.
004280     PERFORM 8010-MATCH-EMPLOYEE THRU 8010-EXIT
004290         VARYING WS-ID-IX FROM 1 BY 1
004300         UNTIL WS-ID-IX > WS-ET-USED OR WS-FOUND-IX > 0.
004310 8000-EXIT.
004320     EXIT.
004330
004340 8010-MATCH-EMPLOYEE.
004350     IF WS-ET-ID(WS-ID-IX) = WS-ID-TO-FIND
004360         MOVE WS-ID-IX TO WS-FOUND-IX
004370     END-IF.
004380 8010-EXIT.
004390     EXIT.
004400
004410*****************************************************************
004420*    8100-FIND-TERM-ID - SET WS-ID-IS-KNOWN WHEN WS-ID-TO-FIND  *
004430*    IS ON TERMINATED-EMPLOYEE-FILE.                            *
004440*****************************************************************
004450 8100-FIND-TERM-ID.
004460     MOVE 'N' TO WS-ID-FOUND-SW.
004470     PERFORM 8110-MATCH-TERM-ID THRU 8110-EXIT
004480         VARYING WS-ID-IX FROM 1 BY 1
004490         UNTIL WS-ID-IX > WS-TID-USED OR WS-ID-IS-KNOWN.
004500 8100-EXIT.
004510     EXIT.
004520
004530 8110-MATCH-TERM-ID.
004540     IF WS-TID(WS-ID-IX) = WS-ID-TO-FIND
004550         SET WS-ID-IS-KNOWN TO TRUE
004560     END-IF.
004570 8110-EXIT.
004580     EXIT.
004590
004600*****************************************************************
004610*    9000-TERMINATION - PRINT THE SUMMARY LINES AND CLOSE       *
004620*    FILES.                                                     *
004630*****************************************************************
004640 9000-TERMINATION.
004650     MOVE SPACES TO ORG-CHART-REPORT-LINE.
004660     WRITE ORG-CHART-REPORT-LINE.
004670     IF WS-ID-TABLE-OVERFLOWED
004680         MOVE 'TABEL ID PENUH - LAPORAN TIDAK LENGKAP'
004690             TO ORG-CHART-REPORT-LINE
004700         WRITE ORG-CHART-REPORT-LINE
004710     END-IF.
004720     MOVE SPACES TO ORG-CHART-REPORT-LINE.
004730     STRING 'DEPARTEMEN                : ' WS-DEPT-COUNT
004740         DELIMITED BY SIZE INTO ORG-CHART-REPORT-LINE.
004750     WRITE ORG-CHART-REPORT-LINE.
004760     MOVE SPACES TO ORG-CHART-REPORT-LINE.
004770     STRING 'TANPA KEPALA AKTIF        : ' WS-NO-HEAD-COUNT
004780         DELIMITED BY SIZE INTO ORG-CHART-REPORT-LINE.
004790     WRITE ORG-CHART-REPORT-LINE.
004800     MOVE SPACES TO ORG-CHART-REPORT-LINE.
004810     STRING 'KARYAWAN DALAM BAGAN      : ' WS-CHARTED-COUNT
004820         DELIMITED BY SIZE INTO ORG-CHART-REPORT-LINE.
004830     WRITE ORG-CHART-REPORT-LINE.
004840     MOVE SPACES TO ORG-CHART-REPORT-LINE.
004850     STRING 'KARYAWAN DI LUAR BAGAN    : ' WS-UNCHARTED-COUNT
004860         DELIMITED BY SIZE INTO ORG-CHART-REPORT-LINE.
004870     WRITE ORG-CHART-REPORT-LINE.
004880     MOVE SPACES TO ORG-CHART-REPORT-LINE.
004890     STRING 'ATASAN TIDAK AKTIF        : ' WS-MGR-INACTIVE-COUNT
004900         DELIMITED BY SIZE INTO ORG-CHART-REPORT-LINE.
004910     WRITE ORG-CHART-REPORT-LINE.
004920     MOVE SPACES TO ORG-CHART-REPORT-LINE.
004930     STRING 'ATASAN SUDAH BERHENTI     : ' WS-MGR-TERM-COUNT
004940         DELIMITED BY SIZE INTO ORG-CHART-REPORT-LINE.
004950     WRITE ORG-CHART-REPORT-LINE.
004960     MOVE SPACES TO ORG-CHART-REPORT-LINE.
004970     STRING 'ATASAN TIDAK TERDAFTAR    : ' WS-MGR-UNKNOWN-COUNT
004980         DELIMITED BY SIZE INTO ORG-CHART-REPORT-LINE.
004990     WRITE ORG-CHART-REPORT-LINE.
005000     CLOSE EMPLOYEE-FILE.
005010     CLOSE DEPARTMENT-FILE.
005020     IF WS-TERM-FILE-STATUS = '00' OR '10'
005030         CLOSE TERMINATED-EMPLOYEE-FILE
005040     END-IF.
005050     CLOSE ORG-CHART-REPORT-FILE.
005060     DISPLAY 'ORGANIZATION-CHART-REPORT SELESAI. '
005070         'LIHAT ORGRPT.'.
005080 9000-EXIT.
005090     EXIT.
