001630*                       COMES BACK EARLY IS ONLY CHARGED THE       *
001640*                       DAYS RECORDED ABSENT. THE BALANCE IS       *
001650*                       STILL CHECKED AT APPROVAL TIME.            *
001651*    2026-10-15  AGT    NEW MENU OPTION 18 - KELOLA REKENING       *
001652*                       BANK, SUPERVISOR ONLY. RECORDS EACH        *
001653*                       EMPLOYEE'S BANK CODE, ACCOUNT NUMBER,      *
001654*                       HOLDER AND EFFECTIVE DATE ON THE BANK      *
001656*                       ACCOUNT MASTER (BANKACCT) THAT THE         *
001657*                       PAYROLL AND FINAL-PAY RUNS CREDIT, AND     *
001658*                       LOGS EVERY CHANGE TO AUDIT-LOG-FILE.       *
001659*                       KELUAR MOVED TO 19.                        *
001660*    2026-10-15  AGT    NEW MENU OPTION 19 - KELOLA PROFIL PAJAK,  *
001661*                       SUPERVISOR ONLY. RECORDS THE PTKP          *
001663*                       CATEGORY AND NPWP THE PAYROLL RUN          *
001664*                       WITHHOLDS PPH 21 AGAINST, ON THE TAX       *
001665*                       PROFILE MASTER (TAXPROF), AND LOGS EVERY   *
001666*                       CHANGE TO AUDIT-LOG-FILE. KELUAR MOVED     *
001668*                       TO 20.                                     *
001669*    2026-10-15  AGT    NEW MENU OPTION 20 - OTORISASI LEMBUR,     *
001670*                       SUPERVISOR ONLY. RECORDS THE HOURS OF      *
001671*                       OVERTIME AUTHORIZED FOR AN EMPLOYEE ON A   *
001672*                       GIVEN DAY (OTAUTH), WHICH THE DAILY        *
001673*                       OVERTIME IMPORT MATCHES BEFORE LOADING     *
001675*                       THE TIMEKEEPING HOURS FOR PAYMENT, AND     *
001676*                       LOGS EVERY CHANGE TO AUDIT-LOG-FILE.       *
001677*                       KELUAR MOVED TO 21.                        *
001678*    2026-10-15  AGT    NEW MENU OPTION 21 - PINJAMAN/KASBON,      *
001680*                       SUPERVISOR ONLY. RECORDS A COMPANY LOAN    *
001681*                       OR SALARY ADVANCE ON THE LOAN MASTER       *
001682*                       (LOANMAST) WITH ITS PRINCIPAL, MONTHLY     *
001684*                       INSTALLMENT AND START PERIOD AS PENDING,   *
001685*                       AND APPROVES OR REJECTS IT, LOGGING BOTH   *
001686*                       STEPS TO AUDIT-LOG-FILE. ONLY APPROVED     *
001688*                       LOANS ARE DEDUCTED BY THE PAYROLL RUN.     *
001689*                       NEW MENU OPTION 22 - LIHAT PINJAMAN        *
001691*                       KARYAWAN, AN INQUIRY OF AN EMPLOYEE'S      *
001692*                       LOANS WITH THEIR REPAYMENTS (LOANPAY).     *
001693*                       KELUAR MOVED TO 23.                        *
001694*    2026-10-15  AGT    REPORTING LINES. TAMBAH-KARYAWAN, THE      *
001695*                       UPDATE SCREEN AND REHIRE NOW CAPTURE THE   *
001696*                       REPORTING MANAGER (AN ACTIVE EMPLOYEE,     *
001697*                       NEVER THE EMPLOYEE ITSELF OR ONE OF ITS    *
001698*                       OWN REPORTS), KELOLA DEPARTEMEN RECORDS    *
001699*                       AND CHANGES THE DEPARTMENT HEAD, AND       *
001700*                       KELOLA OPERATOR LINKS EACH OPERATOR ID TO  *
001701*                       AN EMPLOYEE (NEW SUB-OPTION 3).            *
001702*                       PERSETUJUAN-CUTI NOW LISTS AND DECIDES     *
001703*                       ONLY REQUESTS FROM THE SIGNED-ON           *
001704*                       OPERATOR'S DIRECT AND INDIRECT REPORTS.    *
001705*    2026-10-15  AGT    EMPLOYMENT CONTRACTS (CONTRACT FILE).      *
001707*                       NEW MENU OPTION 23 - KONTRAK KERJA,        *
001708*                       SUPERVISOR ONLY, RECORDS A NEW PKWT/PKWTT  *
001709*                       CONTRACT OR RENEWAL, COUNTING PKWT         *
001710*                       RENEWALS AND WARNING PAST THE LEGAL        *
001712*                       MAXIMUM IN HRLIMIT, OR MARKS A PKWT NOT    *
001713*                       RENEWED AND SCHEDULES THE TERMINATION ON   *
001714*                       PENDING-CHANGE-FILE FOR ITS END DATE.      *
001716*                       NEW MENU OPTION 24 - LIHAT RIWAYAT         *
001717*                       KONTRAK. TAMBAH-KARYAWAN AND REHIRE NOW    *
001718*                       REFUSE TO HIRE WITHOUT A CONTRACT.         *
001720*                       KELUAR MOVED TO 25.                        *
001721*    2026-10-15  AGT    PERFORMANCE APPRAISALS (APPRAISAL FILE).   *
001722*                       NEW MENU OPTION 25 - PENILAIAN KINERJA,    *
001724*                       SUPERVISOR ONLY, ENTERS A 1-5 RATING FOR   *
001725*                       A DIRECT OR INDIRECT REPORT FOR A REVIEW   *
001726*                       YEAR, FINALIZES IT FOR THE MERIT RUN, OR   *
001728*                       LISTS A YEAR'S APPRAISALS.                 *
001729*                       KELUAR MOVED TO 26.                        *
001730*    2026-10-15  AGT    WORKING CALENDAR (CALENDAR FILE). NEW      *
001731*                       MENU OPTION 26 - KALENDER KERJA,           *
001732*                       SUPERVISOR ONLY, LOADS A YEAR OF WORKING   *
001733*                       DAYS AND WEEKENDS, MARKS NATIONAL AND      *
001734*                       COMPANY HOLIDAYS, AND SHOWS A MONTH.       *
001735*                       PERMINTAAN-CUTI NOW CHARGES THE WORKING    *
001736*                       DAYS OF THE REQUESTED RANGE FROM THE       *
001737*                       CALENDAR (VIA WKCAL) INSTEAD OF ASKING     *
001738*                       FOR THE NUMBER OF DAYS.                    *
001739*                       KELUAR MOVED TO 27.                        *
001740*    2026-10-15  AGT    BATCH RUN CONTROL. NEW MENU OPTION 27 -    *
001742*                       OTORISASI ULANG JOB BATCH, SUPERVISOR      *
001743*                       ONLY, AUTHORIZES ONE MORE RUN OF A BATCH   *
001744*                       JOB FOR A PERIOD IT HAS ALREADY COMPLETED  *
001746*                       (VIA RUNCTL). KELUAR MOVED TO 28.          *
001747*****************************************************************
001748
001749 ENVIRONMENT DIVISION.
001751 INPUT-OUTPUT SECTION.
001752 FILE-CONTROL.
001753     COPY EMPSEL.
001755     COPY TERMSEL.
001756     COPY SALHSEL.
001757     COPY LVTXNSEL.
001759     COPY DEPTSEL.
001760     COPY ROSTSEL.
001770     COPY AUDSEL.
001780     COPY LVRQSEL.
001810     COPY PNDSEL.
001820     COPY AUDGSEL.
001830     COPY AUDASEL.
001835     COPY BNKASEL.
001837     COPY TAXPSEL.
001839     COPY OTASEL.
001842     COPY LOANSEL.
001845     COPY LNPYSEL.
001846     COPY CONTSEL.
001847     COPY APPRSEL.
001848     COPY CALSEL.
001849
001850 DATA DIVISION.
001860 FILE SECTION.
001870 FD  EMPLOYEE-FILE.
002220
002230 FD  AUDIT-ARCHIVE-FILE.
002240 01  AUDIT-ARCHIVE-RECORD             PIC X(109).
002242
002245 FD  BANK-ACCOUNT-FILE.
002248     COPY BNKAREC.
002250
002253 FD  TAX-PROFILE-FILE.
002255     COPY TAXPREC.
002256
002257 FD  OVERTIME-AUTH-FILE.
002258     COPY OTAREC.
002259
002261 FD  LOAN-MASTER-FILE.
002262     COPY LOANREC.
002263
002265 FD  LOAN-REPAYMENT-FILE.
002266     COPY LNPYREC.
002267
002269 FD  CONTRACT-FILE.
002271     COPY CONTREC.
002272
002273 FD  APPRAISAL-FILE.
002274     COPY APPRREC.
002276
002278 FD  CALENDAR-FILE.
002280     COPY CALREC.
002282
002284 WORKING-STORAGE SECTION.
002286 01  WS-CURRENT-DATE-NUM             PIC 9(08).
002288 01  WS-CURRENT-DATE REDEFINES WS-CURRENT-DATE-NUM.
002290     05  WS-YEAR                      PIC 9(04).
002300     05  WS-MONTH                     PIC 99.
002310     05  WS-DAY                       PIC 99.
002560 01  WS-OLD-NAME                      PIC X(30).
002570 01  WS-OLD-DEPT                      PIC X(10).
002580 01  WS-OLD-POSITION                  PIC X(15).
002585 01  WS-OLD-MANAGER                   PIC 9(06).
002590 01  WS-AUDIT-SALARY-EDIT             PIC ZZZZZZ9.99.
002600 01  WS-SORT-EOF-SW                     PIC X(01).
002610 01  WS-ROSTER-CURRENT-DEPT             PIC X(10).
002730     05  WS-EMP-HIRE-YEAR             PIC 9(04).
002740     05  WS-EMP-HIRE-MONTH            PIC 9(02).
002750     05  WS-EMP-HIRE-DAY              PIC 9(02).
002755 01  WS-EMP-MANAGER-ID                PIC 9(06).
002760 01  WS-CHOICE                        PIC X(02).
002770 01  WS-HC-DEPT                       PIC X(10).
002780 01  WS-DEPT-ACTIVE-COUNT             PIC 9(05).
003750     88  WS-OPERATOR-SIGNED-ON        VALUE 'Y'.
003760 01  WS-SIGNON-TRIES                  PIC 9(01) VALUE 0.
003770 01  WS-OPERATOR-LEVEL                PIC 9(01) VALUE 0.
003775 01  WS-OPERATOR-EMP-ID               PIC 9(06) VALUE 0.
003780 01  WS-REQUIRED-LEVEL                PIC 9(01) VALUE 0.
003790 01  WS-AUTH-SW                       PIC X(01) VALUE 'N'.
003800     88  WS-AUTHORITY-OK              VALUE 'Y'.
004250     88  WS-END-OF-GEN-FILE           VALUE 'Y'.
004260 01  WS-AUDA-EOF-SW                   PIC X(01).
004270     88  WS-END-OF-ARCH-FILE          VALUE 'Y'.
004271*    BANK ACCOUNT MAINTENANCE WORK FIELDS - THE VALUES AS
004273*    FOUND, FOR THE AUDIT ENTRIES, AND THE VALUES AS KEYED.
004274 01  WS-BACCT-FILE-STATUS             PIC X(02).
004275 01  WS-BA-FOUND-SW                   PIC X(01).
004277     88  WS-BA-ON-FILE                VALUE 'Y'.
004278 01  WS-BA-OLD-CODE                   PIC X(03).
004280 01  WS-BA-OLD-NUMBER                 PIC X(20).
004281 01  WS-BA-OLD-HOLDER                 PIC X(30).
004282 01  WS-BA-OLD-EFF-DATE               PIC 9(08).
004284 01  WS-BA-OLD-STATUS                 PIC X(01).
004285 01  WS-BA-NEW-CODE                   PIC X(03).
004286 01  WS-BA-NEW-NUMBER                 PIC X(20).
004288 01  WS-BA-NEW-HOLDER                 PIC X(30).
004289 01  WS-BA-NEW-STATUS                 PIC X(01).
004290 01  WS-BA-EFF-DATE-NUM               PIC 9(08).
004292 01  WS-BA-EFF-DATE REDEFINES WS-BA-EFF-DATE-NUM.
004293     05  WS-BA-EFF-YEAR               PIC 9(04).
004295     05  WS-BA-EFF-MONTH              PIC 9(02).
004296     05  WS-BA-EFF-DAY                PIC 9(02).
004298*    TAX PROFILE MAINTENANCE WORK FIELDS.
004299 01  WS-TAXP-FILE-STATUS              PIC X(02).
004300 01  WS-TP-FOUND-SW                   PIC X(01).
004302     88  WS-TP-ON-FILE                VALUE 'Y'.
004304 01  WS-TP-STATUS-ENTRY               PIC X(01).
004305 01  WS-TP-DEP-ENTRY                  PIC X(01).
004306 01  WS-TP-NPWP-ENTRY                 PIC X(16).
004308 01  WS-TP-OLD-NPWP                   PIC X(16).
004310 01  WS-TP-OLD-PTKP                   PIC X(04).
004311 01  WS-TP-NEW-PTKP                   PIC X(04).
004312 01  WS-TP-PTKP-TEXT                  PIC X(04).
004313*    OVERTIME AUTHORIZATION ENTRY WORK FIELDS. THE OLD VALUE IS
004314*    THE AUTHORIZATION AS IT STOOD BEFORE, FOR THE AUDIT ENTRY.
004316 01  WS-OTAUTH-FILE-STATUS            PIC X(02).
004317 01  WS-OA-FOUND-SW                   PIC X(01).
004318     88  WS-OA-ON-FILE                VALUE 'Y'.
004319 01  WS-OA-DATE-NUM                   PIC 9(08).
004320 01  WS-OA-DATE REDEFINES WS-OA-DATE-NUM.
004321     05  WS-OA-YEAR                   PIC 9(04).
004322     05  WS-OA-MONTH                  PIC 9(02).
004324     05  WS-OA-DAY                    PIC 9(02).
004325 01  WS-OA-HOURS                      PIC 9(02)V9.
004326 01  WS-OA-MAX-HOURS                  PIC 9(02)V9.
004327 01  WS-OA-HOLIDAY-ENTRY              PIC X(01).
004328 01  WS-OA-NOTE-ENTRY                 PIC X(40).
004330 01  WS-OA-OLD-VALUE                  PIC X(30).
004331 01  WS-OA-NEW-VALUE                  PIC X(30).
004332 01  WS-OA-HOURS-EDIT                 PIC Z9.9.
004333*    LOAN AND KASBON WORK FIELDS. A LOAN IS IDENTIFIED BY THE
004334*    EMPLOYEE-ID AND ITS SEQUENCE NUMBER FOR THAT EMPLOYEE.
004335 01  WS-LOAN-FILE-STATUS              PIC X(02).
004336 01  WS-LNPY-FILE-STATUS              PIC X(02).
004337 01  WS-LNPY-OPEN-SW                  PIC X(01).
004338     88  WS-LOAN-LEDGER-OPEN          VALUE 'Y'.
004339 01  WS-LN-EOF-SW                     PIC X(01).
004340     88  WS-END-OF-LOAN-SCAN          VALUE 'Y'.
004341 01  WS-LNPY-EOF-SW                   PIC X(01).
004342     88  WS-END-OF-LNPY-SCAN          VALUE 'Y'.
004343 01  WS-LN-CHOICE                     PIC X(01).
004344 01  WS-LN-NEXT-SEQ                   PIC 9(03).
004345 01  WS-LN-KEY-ENTRY.
004346     05  WS-LN-KEY-EMP                PIC 9(06).
004347     05  WS-LN-KEY-SEQ                PIC 9(03).
004348 01  WS-LN-TYPE-ENTRY                 PIC X(01).
004349 01  WS-LN-PRINCIPAL-ENTRY            PIC 9(08)V99.
004350 01  WS-LN-INSTALL-ENTRY              PIC 9(08)V99.
004351 01  WS-LN-MAX-INSTALL                PIC 9(08)V99.
004352 01  WS-LN-START-PERIOD.
004353     05  WS-LN-START-YEAR             PIC 9(04).
004354     05  WS-LN-START-MONTH            PIC 9(02).
004355 01  WS-LN-CURRENT-PERIOD.
004357     05  WS-LN-CURRENT-YEAR           PIC 9(04).
004358     05  WS-LN-CURRENT-MONTH          PIC 9(02).
004359 01  WS-LN-NOTE-ENTRY                 PIC X(30).
004360 01  WS-LN-DECISION                   PIC X(01).
004361 01  WS-LN-COUNT                      PIC 9(05).
004362 01  WS-LN-PRINCIPAL-EDIT             PIC ZZZZZZZ9.99.
004363 01  WS-LN-INSTALL-EDIT               PIC ZZZZZZZ9.99.
004364 01  WS-LN-BALANCE-EDIT               PIC ZZZZZZZ9.99.
004365 01  WS-LN-TYPE-TEXT                  PIC X(08).
004366 01  WS-LN-STATUS-TEXT                PIC X(08).
004367 01  WS-LN-SOURCE-TEXT                PIC X(10).
004368 01  WS-LN-OLD-VALUE                  PIC X(30).
004369 01  WS-LN-NEW-VALUE                  PIC X(30).
004370*    REPORTING LINE WORK FIELDS. THE CHAIN WALK FOLLOWS
004371*    EMPLOYEE-MANAGER-ID UPWARD FROM WS-RL-START-ID LOOKING FOR
004373*    WS-RL-TARGET-ID. WS-LINK-EMP-ID IS AN EMPLOYEE-ID KEYED AS
004374*    A MANAGER, DEPARTMENT HEAD OR OPERATOR LINK.
004375 01  WS-RL-START-ID                   PIC 9(06).
004376 01  WS-RL-TARGET-ID                  PIC 9(06).
004378 01  WS-RL-CURRENT-ID                 PIC 9(06).
004379 01  WS-RL-DEPTH                      PIC 9(03).
004380 01  WS-RL-FOUND-SW                   PIC X(01).
004381     88  WS-RL-IN-CHAIN               VALUE 'Y'.
004383 01  WS-LINK-EMP-ID                   PIC 9(06).
004384 01  WS-OLD-LINK-ID                   PIC 9(06).
004385*    EMPLOYMENT CONTRACT WORK FIELDS. WS-CT-CURRENT HOLDS THE
004386*    EMPLOYEE'S CURRENT (OR NOT-RENEWED) CONTRACT FOUND BY
004387*    9830-FIND-CURRENT-CONTRACT; WS-CT-FOR-HIRE RESTARTS THE
004388*    PKWT RENEWAL COUNT ON A HIRE OR REHIRE.
004389 01  WS-CONT-FILE-STATUS              PIC X(02).
004390 01  WS-CT-EOF-SW                     PIC X(01).
004391     88  WS-END-OF-CONT-SCAN          VALUE 'Y'.
004392 01  WS-CT-FOUND-SW                   PIC X(01).
004393     88  WS-CT-HAS-CURRENT            VALUE 'Y'.
004394 01  WS-CT-HIRE-SW                    PIC X(01).
004395     88  WS-CT-FOR-HIRE               VALUE 'Y'.
004396 01  WS-CT-CHOICE                     PIC X(01).
004397 01  WS-CT-NEXT-SEQ                   PIC 9(03).
004398 01  WS-CT-CURRENT.
004399     05  WS-CT-CUR-SEQ                PIC 9(03).
004400     05  WS-CT-CUR-TYPE               PIC X(05).
004402     05  WS-CT-CUR-NUMBER             PIC X(20).
004403     05  WS-CT-CUR-END-DATE           PIC 9(08).
004404     05  WS-CT-CUR-FIRST-START        PIC 9(08).
004405     05  WS-CT-CUR-RENEWALS           PIC 9(02).
004406     05  WS-CT-CUR-STATUS             PIC X(01).
004407     05  WS-CT-CUR-PEND-ID            PIC 9(06).
004408 01  WS-CT-TYPE-ENTRY                 PIC X(05).
004409 01  WS-CT-NUMBER-ENTRY               PIC X(20).
004410 01  WS-CT-START-DATE-NUM             PIC 9(08).
004411 01  WS-CT-START-DATE REDEFINES WS-CT-START-DATE-NUM.
004412     05  WS-CT-START-YEAR             PIC 9(04).
004413     05  WS-CT-START-MONTH            PIC 9(02).
004414     05  WS-CT-START-DAY              PIC 9(02).
004415 01  WS-CT-END-DATE-NUM               PIC 9(08).
004416 01  WS-CT-END-DATE REDEFINES WS-CT-END-DATE-NUM.
004417     05  WS-CT-END-YEAR               PIC 9(04).
004418     05  WS-CT-END-MONTH              PIC 9(02).
004419     05  WS-CT-END-DAY                PIC 9(02).
004420 01  WS-CT-FIRST-START-NUM            PIC 9(08).
004421 01  WS-CT-FIRST-START REDEFINES WS-CT-FIRST-START-NUM.
004422     05  WS-CT-FS-YEAR                PIC 9(04).
004423     05  WS-CT-FS-MONTH               PIC 9(02).
004424     05  WS-CT-FS-DAY                 PIC 9(02).
004425 01  WS-CT-RENEWALS                   PIC 9(02).
004426 01  WS-CT-MONTHS                     PIC 9(04).
004427 01  WS-CT-REASON                     PIC X(40).
004428 01  WS-CT-COUNT                      PIC 9(05).
004429 01  WS-CT-STATUS-TEXT                PIC X(18).
004430 01  WS-CT-OLD-VALUE                  PIC X(30).
004431 01  WS-CT-NEW-VALUE                  PIC X(30).
004432*    PERFORMANCE APPRAISAL WORK FIELDS. WS-AP-EMP-NAME AND
004433*    WS-AP-MANAGER-ID ARE SAVED BEFORE THE REPORTING-CHAIN WALK
004435*    CLOBBERS THE EMPLOYEE RECORD AREA.
004436 01  WS-APPR-FILE-STATUS              PIC X(02).
004437 01  WS-AP-CHOICE                     PIC X(01).
004438 01  WS-AP-YEAR                       PIC 9(04).
004439 01  WS-AP-RATING-X                   PIC X(01).
004441 01  WS-AP-RATING REDEFINES WS-AP-RATING-X
004442                                      PIC 9(01).
004443 01  WS-AP-COMMENT                    PIC X(40).
004444 01  WS-AP-EMP-NAME                   PIC X(30).
004445 01  WS-AP-MANAGER-ID                 PIC 9(06).
004447 01  WS-AP-EXISTS-SW                  PIC X(01).
004448     88  WS-AP-EXISTS                 VALUE 'Y'.
004449 01  WS-AP-EOF-SW                     PIC X(01).
004450     88  WS-END-OF-APPR-SCAN          VALUE 'Y'.
004451 01  WS-AP-COUNT                      PIC 9(05).
004453 01  WS-AP-STATUS-TEXT                PIC X(05).
004454 01  WS-AP-OLD-VALUE                  PIC X(30).
004455 01  WS-AP-NEW-VALUE                  PIC X(30).
004456*    WORKING CALENDAR WORK FIELDS. DAY NUMBERS ARE AS RETURNED
004457*    BY INTEGER-OF-DATE; DAY 1 (1 JAN 1601) WAS A MONDAY.
004458 01  WS-CAL-FILE-STATUS               PIC X(02).
004460 01  WS-WK-CHOICE                     PIC X(01).
004461 01  WS-WK-YEAR                       PIC 9(04).
004462 01  WS-WK-DATE-NUM                   PIC 9(08).
004463 01  WS-WK-DATE REDEFINES WS-WK-DATE-NUM.
004464     05  WS-WK-DATE-YEAR              PIC 9(04).
004465     05  WS-WK-DATE-MONTH             PIC 9(02).
004466     05  WS-WK-DATE-DAY               PIC 9(02).
004468 01  WS-WK-TYPE-ENTRY                 PIC X(01).
004469 01  WS-WK-DESC-ENTRY                 PIC X(30).
004470 01  WS-WK-TYPE-TEXT                  PIC X(16).
004471 01  WS-WK-EOF-SW                     PIC X(01).
004472     88  WS-END-OF-CAL-SCAN           VALUE 'Y'.
004473 01  WS-WK-COUNT                      PIC 9(03).
004474 01  WS-WK-WORKING-COUNT              PIC 9(03).
004476 77  WS-WK-FIRST-DAY                  PIC S9(09) COMP VALUE 0.
004477 77  WS-WK-LAST-DAY                   PIC S9(09) COMP VALUE 0.
004478 77  WS-WK-THIS-DAY                   PIC S9(09) COMP VALUE 0.
004479 77  WS-WK-DAY-OFFSET                 PIC S9(09) COMP VALUE 0.
004480 77  WS-WK-WEEKS                      PIC S9(09) COMP VALUE 0.
004481 77  WS-WK-WEEKDAY                    PIC S9(04) COMP VALUE 0.
004483 COPY WKCPARM.
004484 01  WS-RR-JOB-NAME                   PIC X(08).
004485 01  WS-RR-PERIOD                     PIC 9(08).
004486 COPY RUNCPARM.
004487 COPY HRLIMIT.
004488 77  WS-EXIT                          PIC X(03) VALUE 'NO '.
004489 77  WS-VALID-SW                      PIC X(01) VALUE 'Y'.
004490     88  WS-DATA-IS-VALID             VALUE 'Y'.
004491     88  WS-DATA-IS-INVALID           VALUE 'N'.
004492
004493 PROCEDURE DIVISION.
004494*****************************************************************
004495*    0000-MAINLINE - PROGRAM ENTRY POINT.                       *
004496*****************************************************************
004497 0000-MAINLINE.
004498     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004499     PERFORM 2000-DISPLAY-MENU THRU 2000-EXIT
004500         UNTIL WS-EXIT = 'YES'.
004501     PERFORM 9000-TERMINATION THRU 9000-EXIT.
004502     STOP RUN.
004503
004504*****************************************************************
004505*    1000-INITIALIZE - OPEN FILES AND SHOW THE BANNER.          *
004506*****************************************************************
004507 1000-INITIALIZE.
004508     ACCEPT WS-CURRENT-DATE-NUM FROM DATE YYYYMMDD.
004509     OPEN I-O EMPLOYEE-FILE.
004510     IF WS-EMP-FILE-STATUS NOT = '00'
004520         OPEN OUTPUT EMPLOYEE-FILE
004530         CLOSE EMPLOYEE-FILE
004910         CLOSE PENDING-CHANGE-FILE
004920         OPEN I-O PENDING-CHANGE-FILE
004930     END-IF.
004931     OPEN I-O BANK-ACCOUNT-FILE.
004933     IF WS-BACCT-FILE-STATUS NOT = '00'
004934         OPEN OUTPUT BANK-ACCOUNT-FILE
004936         CLOSE BANK-ACCOUNT-FILE
004937         OPEN I-O BANK-ACCOUNT-FILE
004939     END-IF.
004940     OPEN I-O TAX-PROFILE-FILE.
004942     IF WS-TAXP-FILE-STATUS NOT = '00'
004943         OPEN OUTPUT TAX-PROFILE-FILE
004945         CLOSE TAX-PROFILE-FILE
004946         OPEN I-O TAX-PROFILE-FILE
004947     END-IF.
004948     OPEN I-O OVERTIME-AUTH-FILE.
004950     IF WS-OTAUTH-FILE-STATUS NOT = '00'
004951         OPEN OUTPUT OVERTIME-AUTH-FILE
004953         CLOSE OVERTIME-AUTH-FILE
004954         OPEN I-O OVERTIME-AUTH-FILE
004956     END-IF.
004957     OPEN I-O LOAN-MASTER-FILE.
004959     IF WS-LOAN-FILE-STATUS NOT = '00'
004960         OPEN OUTPUT LOAN-MASTER-FILE
004962         CLOSE LOAN-MASTER-FILE
004963         OPEN I-O LOAN-MASTER-FILE
004964     END-IF.
004965     OPEN I-O CONTRACT-FILE.
004967     IF WS-CONT-FILE-STATUS NOT = '00'
004968         OPEN OUTPUT CONTRACT-FILE
004970         CLOSE CONTRACT-FILE
004971         OPEN I-O CONTRACT-FILE
004973     END-IF.
004974     OPEN I-O APPRAISAL-FILE.
004976     IF WS-APPR-FILE-STATUS NOT = '00'
004977         OPEN OUTPUT APPRAISAL-FILE
004979         CLOSE APPRAISAL-FILE
004980         OPEN I-O APPRAISAL-FILE
004981     END-IF.
004983     PERFORM 1200-BOOTSTRAP-OPERATOR THRU 1200-EXIT.
004984     DISPLAY 'HR MANAGEMENT SYSTEM'.
004986     DISPLAY '---------------------'.
004987     DISPLAY 'TANGGAL SEKARANG: ' WS-DAY '-' WS-MONTH '-'
004989         WS-YEAR.
004990     PERFORM 1100-SIGN-ON THRU 1100-EXIT
005000         UNTIL WS-OPERATOR-SIGNED-ON OR
005010         WS-SIGNON-TRIES NOT < 3.
005290     IF OPER-PASSWORD = WS-OPER-PASSWORD-ENTRY AND OPER-ACTIVE
005300         SET WS-OPERATOR-SIGNED-ON TO TRUE
005310         MOVE OPER-AUTHORITY-LEVEL TO WS-OPERATOR-LEVEL
005315         MOVE OPER-EMPLOYEE-ID TO WS-OPERATOR-EMP-ID
005320         DISPLAY 'Selamat datang, ' OPER-NAME
005330     ELSE
005340         ADD 1 TO WS-SIGNON-TRIES
005560     MOVE 'ADMIN' TO OPER-PASSWORD.
005570     MOVE 3 TO OPER-AUTHORITY-LEVEL.
005580     MOVE 'A' TO OPER-STATUS.
005585     MOVE ZERO TO OPER-EMPLOYEE-ID.
005590     WRITE OPERATOR-RECORD.
005600     DISPLAY 'OPERATOR AWAL ADMIN (PASSWORD ADMIN) DIBUAT.'.
005610     DISPLAY 'SEGERA GANTI PASSWORD SETELAH SIGN-ON.'.
005830     DISPLAY '15. Kelola Posisi'.
005840     DISPLAY '16. Lihat Perubahan Tertunda'.
005850     DISPLAY '17. Kalender Cuti Departemen'.
005860     DISPLAY '18. Kelola Rekening Bank'.
005863     DISPLAY '19. Kelola Profil Pajak'.
005865     DISPLAY '20. Otorisasi Lembur'.
005866     DISPLAY '21. Pinjaman/Kasbon'.
005867     DISPLAY '22. Lihat Pinjaman Karyawan'.
005868     DISPLAY '23. Kontrak Kerja'.
005871     DISPLAY '24. Lihat Riwayat Kontrak'.
005873     DISPLAY '25. Penilaian Kinerja'.
005874     DISPLAY '26. Kalender Kerja'.
005875     DISPLAY '27. Otorisasi Ulang Job Batch'.
005876     DISPLAY '28. Keluar'.
005877     ACCEPT WS-CHOICE.
005880     IF WS-CHOICE = '1'
005890         MOVE 2 TO WS-REQUIRED-LEVEL
005900         PERFORM 2100-CHECK-AUTHORITY THRU 2100-EXIT
006740         PERFORM 8300-KALENDER-CUTI THRU 8300-EXIT
006750     END-IF.
006760     IF WS-CHOICE = '18'
006761         MOVE 3 TO WS-REQUIRED-LEVEL
006762         PERFORM 2100-CHECK-AUTHORITY THRU 2100-EXIT
006764         IF WS-AUTHORITY-OK
006765             PERFORM 9300-KELOLA-REKENING-BANK THRU 9300-EXIT
006766         END-IF
006768     END-IF.
006769     IF WS-CHOICE = '19'
006770         MOVE 3 TO WS-REQUIRED-LEVEL
006772         PERFORM 2100-CHECK-AUTHORITY THRU 2100-EXIT
006773         IF WS-AUTHORITY-OK
006774             PERFORM 9400-KELOLA-PROFIL-PAJAK THRU 9400-EXIT
006775         END-IF
006776     END-IF.
006777     IF WS-CHOICE = '20'
006779         MOVE 3 TO WS-REQUIRED-LEVEL
006780         PERFORM 2100-CHECK-AUTHORITY THRU 2100-EXIT
006781         IF WS-AUTHORITY-OK
006782             PERFORM 9500-OTORISASI-LEMBUR THRU 9500-EXIT
006784         END-IF
006785     END-IF.
006786     IF WS-CHOICE = '21'
006787         MOVE 3 TO WS-REQUIRED-LEVEL
006788         PERFORM 2100-CHECK-AUTHORITY THRU 2100-EXIT
006789         IF WS-AUTHORITY-OK
006790             PERFORM 9600-KELOLA-PINJAMAN THRU 9600-EXIT
006791         END-IF
006792     END-IF.
006793     IF WS-CHOICE = '22'
006794         PERFORM 9700-LIHAT-PINJAMAN THRU 9700-EXIT
006795     END-IF.
006796     IF WS-CHOICE = '23'
006798         MOVE 3 TO WS-REQUIRED-LEVEL
006799         PERFORM 2100-CHECK-AUTHORITY THRU 2100-EXIT
006800         IF WS-AUTHORITY-OK
006802             PERFORM 9800-KELOLA-KONTRAK THRU 9800-EXIT
006804         END-IF
006805     END-IF.
006806     IF WS-CHOICE = '24'
006808         PERFORM 9900-LIHAT-KONTRAK THRU 9900-EXIT
006810     END-IF.
006811     IF WS-CHOICE = '25'
006812         MOVE 3 TO WS-REQUIRED-LEVEL
006814         PERFORM 2100-CHECK-AUTHORITY THRU 2100-EXIT
006815         IF WS-AUTHORITY-OK
006816             PERFORM 9950-PENILAIAN-KINERJA THRU 9950-EXIT
006818         END-IF
006819     END-IF.
006821     IF WS-CHOICE = '26'
006822         MOVE 3 TO WS-REQUIRED-LEVEL
006824         PERFORM 2100-CHECK-AUTHORITY THRU 2100-EXIT
006825         IF WS-AUTHORITY-OK
006826             PERFORM 8400-KALENDER-KERJA THRU 8400-EXIT
006827         END-IF
006829     END-IF.
006830     IF WS-CHOICE = '27'
006831         MOVE 3 TO WS-REQUIRED-LEVEL
006832         PERFORM 2100-CHECK-AUTHORITY THRU 2100-EXIT
006834         IF WS-AUTHORITY-OK
006835             PERFORM 7100-OTORISASI-ULANG-JOB THRU 7100-EXIT
006836         END-IF
006838     END-IF.
006839     IF WS-CHOICE = '28'
006840         MOVE 'YES' TO WS-EXIT
006841     END-IF.
006842 2000-EXIT.
006844     EXIT.
006845
006846*****************************************************************
006848*    2100-CHECK-AUTHORITY - REFUSE THE SELECTED FUNCTION WHEN   *
006849*    THE SIGNED-ON OPERATOR'S AUTHORITY LEVEL IS BELOW THE      *
006850*    LEVEL THE CALLER PUT IN WS-REQUIRED-LEVEL.                 *
006860*****************************************************************
006870 2100-CHECK-AUTHORITY.
007230     ACCEPT WS-EMP-HIRE-YEAR.
007240     ACCEPT WS-EMP-HIRE-MONTH.
007250     ACCEPT WS-EMP-HIRE-DAY.
007253     DISPLAY 'ID atasan langsung (0 = tidak ada): '.
007257     ACCEPT WS-EMP-MANAGER-ID.
007260     SET WS-DATA-IS-VALID TO TRUE.
007270     PERFORM 3300-VALIDATE-DEPT THRU 3300-EXIT.
007280     PERFORM 3500-VALIDATE-POSITION THRU 3500-EXIT.
007290     PERFORM 3100-VALIDATE-RANGES THRU 3100-EXIT.
007295     PERFORM 3600-VALIDATE-MANAGER THRU 3600-EXIT.
007300     IF WS-DATA-IS-VALID
007310         PERFORM 3400-CHECK-HEADCOUNT THRU 3400-EXIT
007320     END-IF.
007330     IF WS-DATA-IS-INVALID
007340         GO TO 3000-EXIT
007350     END-IF.
007352*    NOBODY IS HIRED WITHOUT A WRITTEN CONTRACT - ITS TERMS ARE
007353*    TAKEN AND VALIDATED HERE, BEFORE ANYTHING IS WRITTEN.
007355     MOVE 'Y' TO WS-CT-HIRE-SW.
007357     PERFORM 9830-FIND-CURRENT-CONTRACT THRU 9830-EXIT.
007358     PERFORM 9850-CAPTURE-CONTRACT-TERMS THRU 9850-EXIT.
007360     IF WS-DATA-IS-INVALID
007362         DISPLAY 'Kontrak kerja wajib diisi, karyawan tidak '
007363             'ditambahkan.'
007365         GO TO 3000-EXIT
007367     END-IF.
007368     MOVE WS-EMP-ID TO EMPLOYEE-ID.
007370     MOVE WS-EMP-NAME TO EMPLOYEE-NAME.
007380     MOVE WS-EMP-DEPT TO EMPLOYEE-DEPT.
007390     MOVE WS-EMP-POSITION TO EMPLOYEE-POSITION.
007400     MOVE WS-EMP-SALARY TO EMPLOYEE-SALARY.
007410     MOVE ZERO TO EMPLOYEE-LEAVE-BALANCE.
007420     MOVE WS-EMP-HIRE-DATE TO EMPLOYEE-HIRE-DATE.
007425     MOVE WS-EMP-MANAGER-ID TO EMPLOYEE-MANAGER-ID.
007430     MOVE 'A' TO EMPLOYEE-STATUS.
007440     WRITE EMPLOYEE-RECORD
007450         INVALID KEY
007580     MOVE SPACES TO AUDIT-OLD-VALUE.
007590     MOVE EMPLOYEE-NAME TO AUDIT-NEW-VALUE.
007600     PERFORM 9100-WRITE-AUDIT-ENTRY THRU 9100-EXIT.
007605     PERFORM 9860-WRITE-CONTRACT THRU 9860-EXIT.
007610     DISPLAY 'Karyawan berhasil ditambahkan.'.
007620 3000-EXIT.
007630     EXIT.
009060     EXIT.
009070
009080*****************************************************************
009081*    3600-VALIDATE-MANAGER - REJECT A REPORTING MANAGER THAT IS *
009082*    NOT AN ACTIVE EMPLOYEE, IS THE EMPLOYEE ITSELF, OR ALREADY *
009083*    REPORTS (DIRECTLY OR INDIRECTLY) TO THE EMPLOYEE, WHICH    *
009084*    WOULD CLOSE A LOOP. ZERO MEANS THE TOP OF THE HIERARCHY.   *
009085*    THE LOOKUPS CLOBBER THE EMPLOYEE RECORD AREA - CALLERS     *
009086*    THAT NEED THE CURRENT EMPLOYEE BACK MUST RE-READ IT.       *
009087*****************************************************************
009088 3600-VALIDATE-MANAGER.
009090     IF WS-EMP-MANAGER-ID = ZERO
009091         GO TO 3600-EXIT
009092     END-IF.
009093     IF WS-EMP-MANAGER-ID = WS-EMP-ID
009094         DISPLAY 'Karyawan tidak dapat menjadi atasannya '
009095             'sendiri.'
009096         SET WS-DATA-IS-INVALID TO TRUE
009097         GO TO 3600-EXIT
009098     END-IF.
009099     MOVE WS-EMP-MANAGER-ID TO WS-LINK-EMP-ID.
009100     PERFORM 3620-VALIDATE-LINKED-EMP THRU 3620-EXIT.
009101     IF WS-DATA-IS-INVALID
009102         GO TO 3600-EXIT
009103     END-IF.
009104     MOVE WS-EMP-MANAGER-ID TO WS-RL-START-ID.
009105     MOVE WS-EMP-ID TO WS-RL-TARGET-ID.
009106     PERFORM 3610-WALK-REPORTING-CHAIN THRU 3610-EXIT.
009108     IF WS-RL-IN-CHAIN
009109         DISPLAY 'Atasan ' WS-EMP-MANAGER-ID
009110             ' melapor ke karyawan ini.'
009111         SET WS-DATA-IS-INVALID TO TRUE
009112     END-IF.
009113 3600-EXIT.
009114     EXIT.
009115
009116*****************************************************************
009117*    3610-WALK-REPORTING-CHAIN - FOLLOW EMPLOYEE-MANAGER-ID UP  *
009118*    FROM WS-RL-START-ID AND SET WS-RL-IN-CHAIN IF THE CHAIN    *
009119*    PASSES THROUGH WS-RL-TARGET-ID. THE WALK STOPS AT THE TOP  *
009120*    OF THE HIERARCHY, AT A MANAGER NO LONGER ON FILE, OR AFTER *
009121*    HR-MAX-REPORTING-LEVELS STEPS.                             *
009122*****************************************************************
009123 3610-WALK-REPORTING-CHAIN.
009124     MOVE 'N' TO WS-RL-FOUND-SW.
009125     MOVE WS-RL-START-ID TO WS-RL-CURRENT-ID.
009127     MOVE 0 TO WS-RL-DEPTH.
009128     PERFORM 3615-WALK-ONE-LEVEL THRU 3615-EXIT
009129         UNTIL WS-RL-IN-CHAIN
009130            OR WS-RL-CURRENT-ID = ZERO
009131            OR WS-RL-DEPTH > HR-MAX-REPORTING-LEVELS.
009132 3610-EXIT.
009133     EXIT.
009134
009135 3615-WALK-ONE-LEVEL.
009136     ADD 1 TO WS-RL-DEPTH.
009137     IF WS-RL-CURRENT-ID = WS-RL-TARGET-ID
009138         SET WS-RL-IN-CHAIN TO TRUE
009139         GO TO 3615-EXIT
009140     END-IF.
009141     MOVE WS-RL-CURRENT-ID TO EMPLOYEE-ID.
009142     READ EMPLOYEE-FILE
009143         INVALID KEY
009145             MOVE ZERO TO WS-RL-CURRENT-ID
009146             GO TO 3615-EXIT
009147     END-READ.
009148     MOVE EMPLOYEE-MANAGER-ID TO WS-RL-CURRENT-ID.
009149 3615-EXIT.
009150     EXIT.
009151
009152*****************************************************************
009153*    3620-VALIDATE-LINKED-EMP - AN EMPLOYEE-ID KEYED AS A       *
009154*    MANAGER, DEPARTMENT HEAD OR OPERATOR LINK MUST BE ZERO OR  *
009155*    AN ACTIVE EMPLOYEE ON EMPLOYEE-FILE. THE LOOKUP CLOBBERS   *
009156*    THE EMPLOYEE RECORD AREA.                                  *
009157*****************************************************************
009158 3620-VALIDATE-LINKED-EMP.
009159     IF WS-LINK-EMP-ID = ZERO
009160         GO TO 3620-EXIT
009161     END-IF.
009162     MOVE WS-LINK-EMP-ID TO EMPLOYEE-ID.
009164     READ EMPLOYEE-FILE
009165         INVALID KEY
009166             DISPLAY 'ID karyawan tidak ditemukan: '
009167                 WS-LINK-EMP-ID
009168             SET WS-DATA-IS-INVALID TO TRUE
009169             GO TO 3620-EXIT
009170     END-READ.
009171     IF NOT EMPLOYEE-ACTIVE
009172         DISPLAY 'Karyawan ' WS-LINK-EMP-ID ' tidak aktif.'
009173         SET WS-DATA-IS-INVALID TO TRUE
009174     END-IF.
009175 3620-EXIT.
009176     EXIT.
009177
009178*****************************************************************
009179*    4000-LIHAT-INFORMASI-KARYAWAN - LOOK UP ONE EMPLOYEE.      *
009180*****************************************************************
009182 4000-LIHAT-INFORMASI-KARYAWAN.
009183     DISPLAY 'MASUKKAN ID KARYAWAN:'.
009184     ACCEPT WS-EMP-ID.
009185     MOVE WS-EMP-ID TO EMPLOYEE-ID.
009186     READ EMPLOYEE-FILE
009187         INVALID KEY
009188             DISPLAY 'Karyawan tidak ditemukan.'
009189         NOT INVALID KEY
009190             DISPLAY 'ID Karyawan: ' EMPLOYEE-ID
009200             DISPLAY 'Nama Karyawan: ' EMPLOYEE-NAME
009210             DISPLAY 'Departemen Karyawan: ' EMPLOYEE-DEPT
009240             DISPLAY 'Saldo Cuti: ' EMPLOYEE-LEAVE-BALANCE
009250             DISPLAY 'Tanggal Masuk: ' EMPLOYEE-HIRE-YEAR '-'
009260                 EMPLOYEE-HIRE-MONTH '-' EMPLOYEE-HIRE-DAY
009265             DISPLAY 'Atasan Langsung: ' EMPLOYEE-MANAGER-ID
009270     END-READ.
009280 4000-EXIT.
009290     EXIT.
009440     MOVE EMPLOYEE-NAME TO WS-OLD-NAME.
009450     MOVE EMPLOYEE-DEPT TO WS-OLD-DEPT.
009460     MOVE EMPLOYEE-POSITION TO WS-OLD-POSITION.
009465     MOVE EMPLOYEE-MANAGER-ID TO WS-OLD-MANAGER.
009470     DISPLAY 'Update karyawan ID ' EMPLOYEE-ID.
009480*    A DATE ON OR BEFORE TODAY APPLIES AT ONCE, THE WAY THIS
009490*    SCREEN ALWAYS HAS. A FUTURE DATE HOLDS THE CHANGE ON
009810     ACCEPT WS-EMP-POSITION.
009820     DISPLAY 'Gaji Karyawan: ' EMPLOYEE-SALARY.
009830     ACCEPT WS-EMP-SALARY.
009833     DISPLAY 'ID atasan langsung: ' EMPLOYEE-MANAGER-ID.
009837     ACCEPT WS-EMP-MANAGER-ID.
009840     MOVE EMPLOYEE-LEAVE-BALANCE TO WS-EMP-LEAVE-BALANCE.
009850     PERFORM 3500-VALIDATE-POSITION THRU 3500-EXIT.
009860     PERFORM 3100-VALIDATE-RANGES THRU 3100-EXIT.
009861*    THE MANAGER CHECK READS OTHER EMPLOYEES, SO THE EMPLOYEE
009862*    BEING UPDATED IS RE-READ BY KEY AFTERWARDS.
009863     PERFORM 3600-VALIDATE-MANAGER THRU 3600-EXIT.
009864     MOVE WS-EMP-ID TO EMPLOYEE-ID.
009865     READ EMPLOYEE-FILE
009866         INVALID KEY
009867             DISPLAY 'Karyawan tidak ditemukan.'
009868             GO TO 5000-EXIT
009869     END-READ.
009870     IF WS-DATA-IS-INVALID
009880         GO TO 5000-EXIT
009890     END-IF.
009960     MOVE WS-EMP-DEPT TO EMPLOYEE-DEPT.
009970     MOVE WS-EMP-POSITION TO EMPLOYEE-POSITION.
009980     MOVE WS-EMP-SALARY TO EMPLOYEE-SALARY.
009985     MOVE WS-EMP-MANAGER-ID TO EMPLOYEE-MANAGER-ID.
009990     REWRITE EMPLOYEE-RECORD.
010000     IF WS-EMP-SALARY NOT = WS-OLD-SALARY
010010         PERFORM 5100-POST-SALARY-HISTORY THRU 5100-EXIT
011040         MOVE WS-AUDIT-SALARY-EDIT TO AUDIT-NEW-VALUE
011050         PERFORM 9100-WRITE-AUDIT-ENTRY THRU 9100-EXIT
011060     END-IF.
011061     IF WS-EMP-MANAGER-ID NOT = WS-OLD-MANAGER
011062         MOVE EMPLOYEE-ID TO AUDIT-EMPLOYEE-ID
011063         SET AUDIT-OP-CHANGE TO TRUE
011064         MOVE 'EMPLOYEE-MANAGER' TO AUDIT-FIELD-NAME
011066         MOVE WS-OLD-MANAGER TO AUDIT-OLD-VALUE
011067         MOVE WS-EMP-MANAGER-ID TO AUDIT-NEW-VALUE
011068         PERFORM 9100-WRITE-AUDIT-ENTRY THRU 9100-EXIT
011069     END-IF.
011070 5300-EXIT.
011080     EXIT.
011090
011230     MOVE WS-EMP-DEPT TO PEND-NEW-DEPT.
011240     MOVE WS-EMP-POSITION TO PEND-NEW-POSITION.
011250     MOVE WS-EMP-SALARY TO PEND-NEW-SALARY.
011255     MOVE WS-EMP-MANAGER-ID TO PEND-NEW-MANAGER-ID.
011260     SET PEND-PENDING TO TRUE.
011265     MOVE 'U' TO PEND-CHANGE-TYPE.
011270     MOVE WS-OPERATOR-ID TO PEND-ENTERED-BY.
011280     MOVE WS-CURRENT-DATE-NUM TO PEND-ENTERED-DATE.
011290     MOVE ZERO TO PEND-DECIDED-DATE.
012570 7000-EXIT.
012580     EXIT.
012590
012591*****************************************************************
012592*    7100-OTORISASI-ULANG-JOB - A SUPERVISOR ALLOWS ONE MORE    *
012594*    RUN OF A BATCH JOB FOR A PERIOD IT HAS ALREADY COMPLETED.  *
012595*    RUNCTL RECORDS THE AUTHORIZATION ON THE RUN-CONTROL FILE   *
012596*    AND ITS HISTORY LOG UNDER THE SIGNED-ON OPERATOR, AND THE  *
012597*    NEXT RUN OF THE JOB FOR THAT PERIOD USES IT UP. A CLOSED   *
012598*    MONTH, AND THE MONTH-END CLOSE ITSELF, CANNOT BE REOPENED  *
012600*    THIS WAY.                                                  *
012601*****************************************************************
012602 7100-OTORISASI-ULANG-JOB.
012603     DISPLAY 'Nama job (PAYRUN, LVACCR, LVCARRY, GLEXTR, '
012604         'FINALPAY, PENDAPPL, ABSIMP, RECON, AUDROLL): '.
012605     ACCEPT WS-RR-JOB-NAME.
012607     MOVE FUNCTION UPPER-CASE(WS-RR-JOB-NAME) TO WS-RR-JOB-NAME.
012608     DISPLAY 'Periode (harian YYYYMMDD, bulanan YYYYMM00, '
012609         'tahunan YYYY0000): '.
012610     ACCEPT WS-RR-PERIOD.
012611     DISPLAY 'Otorisasi jalan ulang ' WS-RR-JOB-NAME
012613         ' periode ' WS-RR-PERIOD '? (Y/N)'.
012614     ACCEPT WS-CHOICE.
012615     IF WS-CHOICE NOT = 'Y' AND WS-CHOICE NOT = 'y'
012616         GO TO 7100-EXIT
012617     END-IF.
012619     SET RCP-AUTHORIZE-RERUN TO TRUE.
012620     MOVE WS-RR-JOB-NAME TO RCP-JOB-NAME.
012621     MOVE WS-RR-PERIOD TO RCP-PERIOD.
012622     MOVE WS-OPERATOR-ID TO RCP-OPERATOR.
012623     CALL 'RUNCTL' USING RUNCTL-PARAMETERS.
012625     IF RCP-REFUSED
012626         DISPLAY 'Otorisasi ditolak: ' RCP-MESSAGE
012627         GO TO 7100-EXIT
012628     END-IF.
012629     DISPLAY RCP-MESSAGE.
012630     DISPLAY 'Jumlah record run terakhir: ' RCP-RECORD-COUNT.
012632 7100-EXIT.
012633     EXIT.
012634
012635*****************************************************************
012636*    7600-PRINT-ROSTER - DRIVE THE SORTED OUTPUT, PRINTING A     *
012638*    SUBTOTAL EACH TIME THE DEPARTMENT CHANGES.                 *
012639*****************************************************************
012640 7600-PRINT-ROSTER.
012650     MOVE SPACES TO WS-ROSTER-CURRENT-DEPT.
012660     MOVE 0 TO WS-ROSTER-DEPT-COUNT WS-ROSTER-DEPT-SALARY.
013500
013510*****************************************************************
013520*    8000-KELOLA-DEPARTEMEN - ADD A DEPARTMENT TO THE MASTER    *
013530*    FILE SO ITS CODE BECOMES VALID FOR EMPLOYEE-DEPT, WITH ITS *
013533*    DEPARTMENT HEAD. A CODE ALREADY ON FILE OFFERS A CHANGE OF *
013537*    DEPARTMENT HEAD INSTEAD.                                   *
013540*****************************************************************
013550 8000-KELOLA-DEPARTEMEN.
013560     DISPLAY 'Kode Departemen: '.
013570     ACCEPT DEPT-CODE.
013580     MOVE FUNCTION UPPER-CASE(DEPT-CODE) TO DEPT-CODE.
013581     READ DEPARTMENT-FILE
013582         INVALID KEY
013584             CONTINUE
013585         NOT INVALID KEY
013586             PERFORM 8010-GANTI-KEPALA-DEPT THRU 8010-EXIT
013588             GO TO 8000-EXIT
013589     END-READ.
013590     DISPLAY 'Nama Departemen: '.
013600     ACCEPT DEPT-NAME.
013610     DISPLAY 'Cost Center: '.
013620     ACCEPT DEPT-COST-CENTER.
013630     DISPLAY 'Anggaran Jumlah Karyawan: '.
013640     ACCEPT DEPT-HEADCOUNT-BUDGET.
013641     DISPLAY 'ID Kepala Departemen (0 = belum ada): '.
013642     ACCEPT WS-LINK-EMP-ID.
013643     SET WS-DATA-IS-VALID TO TRUE.
013644     PERFORM 3620-VALIDATE-LINKED-EMP THRU 3620-EXIT.
013646     IF WS-DATA-IS-INVALID
013647         GO TO 8000-EXIT
013648     END-IF.
013649     MOVE WS-LINK-EMP-ID TO DEPT-HEAD-ID.
013650     WRITE DEPARTMENT-RECORD
013660         INVALID KEY
013670             DISPLAY 'Kode departemen sudah terdaftar.'
013700     END-WRITE.
013710 8000-EXIT.
013720     EXIT.
013721
013722*****************************************************************
013724*    8010-GANTI-KEPALA-DEPT - CHANGE THE HEAD OF A DEPARTMENT   *
013725*    ALREADY ON FILE. THE CALLER HAS JUST READ IT.              *
013726*****************************************************************
013728 8010-GANTI-KEPALA-DEPT.
013729     DISPLAY 'Departemen ' DEPT-CODE ' sudah terdaftar: '
013730         DEPT-NAME.
013731     DISPLAY 'Kepala Departemen saat ini: ' DEPT-HEAD-ID.
013732     DISPLAY 'Ganti kepala departemen? (Y/N)'.
013734     ACCEPT WS-CHOICE.
013735     IF WS-CHOICE NOT = 'Y' AND WS-CHOICE NOT = 'y'
013736         GO TO 8010-EXIT
013738     END-IF.
013739     DISPLAY 'ID Kepala Departemen baru (0 = kosong): '.
013740     ACCEPT WS-LINK-EMP-ID.
013741     SET WS-DATA-IS-VALID TO TRUE.
013742     PERFORM 3620-VALIDATE-LINKED-EMP THRU 3620-EXIT.
013744     IF WS-DATA-IS-INVALID
013745         GO TO 8010-EXIT
013746     END-IF.
013748     MOVE DEPT-HEAD-ID TO WS-OLD-LINK-ID.
013749     MOVE WS-LINK-EMP-ID TO DEPT-HEAD-ID.
013750     REWRITE DEPARTMENT-RECORD.
013751     DISPLAY 'Kepala departemen ' DEPT-CODE ' diganti dari '
013752         WS-OLD-LINK-ID ' ke ' DEPT-HEAD-ID '.'.
013754 8010-EXIT.
013755     EXIT.
013756
013758*****************************************************************
013759*    8100-KELOLA-POSISI - ADD A POSITION TO THE MASTER FILE SO  *
013760*    ITS CODE BECOMES VALID FOR EMPLOYEE-POSITION, WITH THE     *
013770*    MONTHLY LEAVE ACCRUAL RATE AND THE SALARY GRADE MIN/MAX.   *
013780*****************************************************************
014370     DISPLAY PEND-ID ' KARYAWAN ' PEND-EMPLOYEE-ID
014380         ' EFEKTIF ' PEND-EFFECTIVE-DATE ' OLEH '
014390         PEND-ENTERED-BY.
014392     IF PEND-TYPE-TERMINATION
014395         DISPLAY '   PHK: ' PEND-REASON
014398     ELSE
014400         DISPLAY '   DEPT ' PEND-NEW-DEPT ' POSISI '
014410             PEND-NEW-POSITION ' GAJI ' WS-PEND-SALARY-EDIT
014415             ' ATASAN ' PEND-NEW-MANAGER-ID
014417     END-IF.
014420     ADD 1 TO WS-PEND-LIST-COUNT.
014430 8210-EXIT.
014440     EXIT.
015170 8310-EXIT.
015180     EXIT.
015190
015191*****************************************************************
015192*    8400-KALENDER-KERJA - MAINTAIN THE WORKING CALENDAR: LOAD  *
015193*    A WHOLE YEAR, MARK ONE DAY AS A HOLIDAY OR WORKING DAY, OR *
015194*    SHOW A MONTH. THE CALENDAR IS OPENED ONLY WHILE IT IS      *
015195*    BEING MAINTAINED - WKCAL OPENS IT ON ITS OWN FOR EVERY     *
015196*    LEAVE REQUEST.                                             *
015197*****************************************************************
015198 8400-KALENDER-KERJA.
015199     OPEN I-O CALENDAR-FILE.
015200     IF WS-CAL-FILE-STATUS NOT = '00'
015201         OPEN OUTPUT CALENDAR-FILE
015202         CLOSE CALENDAR-FILE
015203         OPEN I-O CALENDAR-FILE
015204     END-IF.
015205     DISPLAY '1. Muat Kalender Satu Tahun'.
015206     DISPLAY '2. Ubah Hari (Kerja/Libur)'.
015207     DISPLAY '3. Lihat Kalender Bulanan'.
015208     ACCEPT WS-WK-CHOICE.
015209     IF WS-WK-CHOICE = '1'
015210         PERFORM 8410-MUAT-TAHUN-KALENDER THRU 8410-EXIT
015211     END-IF.
015212     IF WS-WK-CHOICE = '2'
015213         PERFORM 8420-UBAH-HARI-KALENDER THRU 8420-EXIT
015214     END-IF.
015215     IF WS-WK-CHOICE = '3'
015216         PERFORM 8430-LIHAT-BULAN-KALENDER THRU 8430-EXIT
015217     END-IF.
015218     IF WS-WK-CHOICE NOT = '1' AND WS-WK-CHOICE NOT = '2'
015219         AND WS-WK-CHOICE NOT = '3'
015220         DISPLAY 'Pilihan tidak valid.'
015221     END-IF.
015222     CLOSE CALENDAR-FILE.
015223 8400-EXIT.
015225     EXIT.
015226
015227*****************************************************************
015228*    8410-MUAT-TAHUN-KALENDER - WRITE ONE RECORD FOR EVERY DAY  *
015229*    OF A YEAR NOT YET ON THE CALENDAR: MONDAY TO FRIDAY AS     *
015230*    WORKING DAYS, SATURDAY AND SUNDAY AS WEEKEND. THE HOLIDAYS *
015231*    ARE THEN MARKED ONE BY ONE WITH OPTION 2.                  *
015232*****************************************************************
015233 8410-MUAT-TAHUN-KALENDER.
015234     DISPLAY 'Tahun kalender (0 = tahun depan): '.
015235     ACCEPT WS-WK-YEAR.
015236     IF WS-WK-YEAR = ZERO
015237         COMPUTE WS-WK-YEAR = WS-YEAR + 1
015238     END-IF.
015239     IF WS-WK-YEAR < WS-YEAR - 1
015240         DISPLAY 'Tahun terlalu lama, dibatalkan.'
015241         GO TO 8410-EXIT
015242     END-IF.
015243     MOVE WS-WK-YEAR TO CAL-YEAR.
015244     MOVE 01 TO CAL-MONTH.
015245     MOVE 01 TO CAL-DAY.
015246     START CALENDAR-FILE KEY NOT < CAL-DATE
015247         INVALID KEY
015248             MOVE ZERO TO CAL-DATE
015249     END-START.
015250     IF CAL-DATE NOT = ZERO
015251         READ CALENDAR-FILE NEXT RECORD
015252             AT END
015253                 MOVE ZERO TO CAL-DATE
015254         END-READ
015255     END-IF.
015256     IF CAL-DATE NOT = ZERO AND CAL-YEAR = WS-WK-YEAR
015257         DISPLAY 'Kalender tahun ' WS-WK-YEAR ' sudah dimuat, '
015258             'gunakan pilihan 2 untuk mengubah hari.'
015259         GO TO 8410-EXIT
015260     END-IF.
015261     DISPLAY 'Muat kalender tahun ' WS-WK-YEAR '? (Y/N)'.
015262     ACCEPT WS-CHOICE.
015263     IF WS-CHOICE NOT = 'Y' AND WS-CHOICE NOT = 'y'
015264         GO TO 8410-EXIT
015265     END-IF.
015266     MOVE WS-WK-YEAR TO WS-WK-DATE-YEAR.
015267     MOVE 01 TO WS-WK-DATE-MONTH.
015268     MOVE 01 TO WS-WK-DATE-DAY.
015269     COMPUTE WS-WK-FIRST-DAY =
015270         FUNCTION INTEGER-OF-DATE(WS-WK-DATE-NUM).
015271     MOVE 12 TO WS-WK-DATE-MONTH.
015272     MOVE 31 TO WS-WK-DATE-DAY.
015273     COMPUTE WS-WK-LAST-DAY =
015274         FUNCTION INTEGER-OF-DATE(WS-WK-DATE-NUM).
015275     MOVE 0 TO WS-WK-COUNT.
015276     MOVE 0 TO WS-WK-WORKING-COUNT.
015277     PERFORM 8415-LOAD-ONE-DAY THRU 8415-EXIT
015278         VARYING WS-WK-THIS-DAY FROM WS-WK-FIRST-DAY BY 1
015279         UNTIL WS-WK-THIS-DAY > WS-WK-LAST-DAY.
015280     DISPLAY WS-WK-COUNT ' hari dimuat, ' WS-WK-WORKING-COUNT
015281         ' hari kerja. Tandai hari libur dengan pilihan 2.'.
015282 8410-EXIT.
015283     EXIT.
015284
015285 8415-LOAD-ONE-DAY.
015286     COMPUTE CAL-DATE = FUNCTION DATE-OF-INTEGER(WS-WK-THIS-DAY).
015287     COMPUTE WS-WK-DAY-OFFSET = WS-WK-THIS-DAY - 1.
015288     DIVIDE WS-WK-DAY-OFFSET BY 7 GIVING WS-WK-WEEKS
015289         REMAINDER WS-WK-WEEKDAY.
015290     IF WS-WK-WEEKDAY < 5
015292         SET CAL-WORKING-DAY TO TRUE
015293         MOVE SPACES TO CAL-DESCRIPTION
015294         ADD 1 TO WS-WK-WORKING-COUNT
015295     ELSE
015296         SET CAL-WEEKEND TO TRUE
015297         MOVE 'AKHIR PEKAN' TO CAL-DESCRIPTION
015298     END-IF.
015299     MOVE WS-OPERATOR-ID TO CAL-UPDATED-BY.
015300     MOVE WS-CURRENT-DATE-NUM TO CAL-UPDATED-DATE.
015301     WRITE CALENDAR-RECORD
015302         INVALID KEY
015303             DISPLAY 'Gagal menyimpan tanggal ' CAL-DATE
015304                 ', status ' WS-CAL-FILE-STATUS
015305             GO TO 8415-EXIT
015306     END-WRITE.
015307     ADD 1 TO WS-WK-COUNT.
015308 8415-EXIT.
015309     EXIT.
015310
015311*****************************************************************
015312*    8420-UBAH-HARI-KALENDER - SET ONE LOADED DAY TO A WORKING  *
015313*    DAY, WEEKEND, NATIONAL HOLIDAY OR COMPANY HOLIDAY. A       *
015314*    HOLIDAY MUST BE NAMED. LEAVE ALREADY REQUESTED KEEPS THE   *
015315*    DAYS IT WAS CHARGED WHEN IT WAS ENTERED.                   *
015316*****************************************************************
015317 8420-UBAH-HARI-KALENDER.
015318     DISPLAY 'Tanggal (YYYY MM DD): '.
015319     ACCEPT WS-WK-DATE-YEAR.
015320     ACCEPT WS-WK-DATE-MONTH.
015321     ACCEPT WS-WK-DATE-DAY.
015322     MOVE WS-WK-DATE-NUM TO CAL-DATE.
015323     READ CALENDAR-FILE
015324         INVALID KEY
015325             DISPLAY 'Tanggal belum ada di kalender, muat '
015326                 'tahunnya dulu dengan pilihan 1.'
015327             GO TO 8420-EXIT
015328     END-READ.
015329     PERFORM 8440-FORMAT-DAY-TYPE THRU 8440-EXIT.
015330     DISPLAY 'Saat ini: ' WS-WK-TYPE-TEXT ' ' CAL-DESCRIPTION.
015331     DISPLAY 'Jenis hari (K=Kerja, M=Akhir Pekan, '
015332         'N=Libur Nasional, P=Libur Perusahaan): '.
015333     ACCEPT WS-WK-TYPE-ENTRY.
015334     MOVE FUNCTION UPPER-CASE(WS-WK-TYPE-ENTRY)
015335         TO WS-WK-TYPE-ENTRY.
015336     MOVE WS-WK-TYPE-ENTRY TO CAL-DAY-TYPE.
015337     IF NOT CAL-DAY-TYPE-VALID
015338         DISPLAY 'Jenis hari tidak valid.'
015339         GO TO 8420-EXIT
015340     END-IF.
015341     DISPLAY 'Keterangan: '.
015342     ACCEPT WS-WK-DESC-ENTRY.
015343     IF WS-WK-DESC-ENTRY = SPACES AND
015344         (CAL-NATIONAL-HOLIDAY OR CAL-COMPANY-HOLIDAY)
015345         DISPLAY 'Nama hari libur wajib diisi.'
015346         GO TO 8420-EXIT
015347     END-IF.
015348     IF WS-WK-DESC-ENTRY = SPACES AND CAL-WEEKEND
015349         MOVE 'AKHIR PEKAN' TO WS-WK-DESC-ENTRY
015350     END-IF.
015351     MOVE WS-WK-DESC-ENTRY TO CAL-DESCRIPTION.
015352     MOVE WS-OPERATOR-ID TO CAL-UPDATED-BY.
015353     MOVE WS-CURRENT-DATE-NUM TO CAL-UPDATED-DATE.
015354     REWRITE CALENDAR-RECORD
015355         INVALID KEY
015356             DISPLAY 'Gagal menyimpan kalender, status '
015357                 WS-CAL-FILE-STATUS
015358             GO TO 8420-EXIT
015360     END-REWRITE.
015361     PERFORM 8440-FORMAT-DAY-TYPE THRU 8440-EXIT.
015362     DISPLAY 'Tanggal ' CAL-DATE ' sekarang ' WS-WK-TYPE-TEXT
015363         ' ' CAL-DESCRIPTION.
015364 8420-EXIT.
015365     EXIT.
015366
015367*****************************************************************
015368*    8430-LIHAT-BULAN-KALENDER - LIST THE NON-WORKING DAYS OF   *
015369*    ONE MONTH AND COUNT ITS WORKING DAYS.                      *
015370*****************************************************************
015371 8430-LIHAT-BULAN-KALENDER.
015372     DISPLAY 'Bulan (YYYY MM): '.
015373     ACCEPT WS-WK-DATE-YEAR.
015374     ACCEPT WS-WK-DATE-MONTH.
015375     MOVE 01 TO WS-WK-DATE-DAY.
015376     MOVE 0 TO WS-WK-COUNT.
015377     MOVE 0 TO WS-WK-WORKING-COUNT.
015378     MOVE 'N' TO WS-WK-EOF-SW.
015379     MOVE WS-WK-DATE-NUM TO CAL-DATE.
015380     START CALENDAR-FILE KEY NOT < CAL-DATE
015381         INVALID KEY
015382             SET WS-END-OF-CAL-SCAN TO TRUE
015383     END-START.
015384     DISPLAY 'KALENDER KERJA ' WS-WK-DATE-YEAR '-'
015385         WS-WK-DATE-MONTH ' - HARI LIBUR:'.
015386     PERFORM 8435-SHOW-ONE-CAL-DAY THRU 8435-EXIT
015387         UNTIL WS-END-OF-CAL-SCAN.
015388     IF WS-WK-COUNT = 0
015389         DISPLAY 'Kalender bulan itu belum dimuat.'
015390     ELSE
015391         DISPLAY WS-WK-WORKING-COUNT ' HARI KERJA DARI '
015392             WS-WK-COUNT ' HARI.'
015393     END-IF.
015394 8430-EXIT.
015395     EXIT.
015396
015397 8435-SHOW-ONE-CAL-DAY.
015398     READ CALENDAR-FILE NEXT RECORD
015399         AT END
015400             SET WS-END-OF-CAL-SCAN TO TRUE
015401             GO TO 8435-EXIT
015402     END-READ.
015403     IF CAL-YEAR NOT = WS-WK-DATE-YEAR
015404         OR CAL-MONTH NOT = WS-WK-DATE-MONTH
015405         SET WS-END-OF-CAL-SCAN TO TRUE
015406         GO TO 8435-EXIT
015407     END-IF.
015408     ADD 1 TO WS-WK-COUNT.
015409     IF CAL-WORKING-DAY
015410         ADD 1 TO WS-WK-WORKING-COUNT
015411         GO TO 8435-EXIT
015412     END-IF.
015413     PERFORM 8440-FORMAT-DAY-TYPE THRU 8440-EXIT.
015414     DISPLAY '  ' CAL-DATE ' ' WS-WK-TYPE-TEXT ' '
015415         CAL-DESCRIPTION.
015416 8435-EXIT.
015417     EXIT.
015418
015419 8440-FORMAT-DAY-TYPE.
015420     MOVE 'KERJA' TO WS-WK-TYPE-TEXT.
015421     IF CAL-WEEKEND
015422         MOVE 'AKHIR PEKAN' TO WS-WK-TYPE-TEXT
015423     END-IF.
015424     IF CAL-NATIONAL-HOLIDAY
015425         MOVE 'LIBUR NASIONAL' TO WS-WK-TYPE-TEXT
015427     END-IF.
015428     IF CAL-COMPANY-HOLIDAY
015429         MOVE 'LIBUR PERUSAHAAN' TO WS-WK-TYPE-TEXT
015430     END-IF.
015431 8440-EXIT.
015432     EXIT.
015433
015434*****************************************************************
015435*    8500-LIHAT-AUDIT-TRAIL - PULL AUDIT ENTRIES BY EMPLOYEE    *
015436*    ID, BY OPERATOR OR BY DATE RANGE AND SHOW THEM NEWEST      *
015437*    FIRST. THE SESSION'S AUDIT-LOG-FILE IS OPEN EXTEND, SO IT  *
015438*    IS CLOSED FOR THE SCAN AND REOPENED EXTEND AFTERWARDS.     *
015439*    ONLY THE LAST 200 MATCHES ARE KEPT - THE RING OVERWRITES   *
015440*    THE OLDEST WHEN AN INQUIRY MATCHES MORE THAN THAT.         *
015441*****************************************************************
015442 8500-LIHAT-AUDIT-TRAIL.
015443     DISPLAY 'CARI AUDIT BERDASARKAN:'.
015444     DISPLAY '1. ID Karyawan'.
015445     DISPLAY '2. Operator'.
015446     DISPLAY '3. Rentang Tanggal'.
015447     ACCEPT WS-AUD-FILTER-TYPE.
015448     IF WS-AUD-FILTER-TYPE NOT = '1' AND
015449         WS-AUD-FILTER-TYPE NOT = '2' AND
015450         WS-AUD-FILTER-TYPE NOT = '3'
015451         DISPLAY 'Pilihan tidak valid.'
015452         GO TO 8500-EXIT
015453     END-IF.
015454     IF WS-AUD-FILTER-TYPE = '1'
015455         DISPLAY 'ID Karyawan: '
015456         ACCEPT WS-AUD-FILTER-ID
015457     END-IF.
015458     IF WS-AUD-FILTER-TYPE = '2'
015459         DISPLAY 'ID Operator: '
015460         ACCEPT WS-AUD-FILTER-OPER
015470         MOVE FUNCTION UPPER-CASE(WS-AUD-FILTER-OPER)
015480             TO WS-AUD-FILTER-OPER
017300*    PENDING RECORD ON LEAVE-REQUEST-FILE. A REQUEST FOR MORE   *
017310*    DAYS THAN THE EMPLOYEE'S CURRENT LEAVE BALANCE IS REFUSED  *
017320*    UP FRONT - NOTHING IS POSTED TO THE LEDGER HERE; ONLY AN   *
017330*    APPROVAL IN 8700-PERSETUJUAN-CUTI DOES THAT. THE DAYS      *
017333*    CHARGED ARE THE WORKING DAYS OF THE RANGE ON THE WORKING   *
017337*    CALENDAR, COUNTED BY WKCAL.                                *
017340*****************************************************************
017350 8600-PERMINTAAN-CUTI.
017360     DISPLAY 'MASUKKAN ID KARYAWAN:'.
017540         DISPLAY 'Tanggal selesai sebelum tanggal mulai.'
017550         GO TO 8600-EXIT
017560     END-IF.
017564     MOVE WS-REQ-START-DATE TO WKC-START-DATE.
017567     MOVE WS-REQ-END-DATE TO WKC-END-DATE.
017571     CALL 'WKCAL' USING WKCAL-PARAMETERS.
017575     IF WKC-RANGE-INVALID
017578         DISPLAY 'Tanggal tidak valid atau rentang lebih dari '
017582             'satu tahun.'
017586         GO TO 8600-EXIT
017589     END-IF.
017593     IF WKC-UNLOADED-DAYS > 0
017597         DISPLAY 'Peringatan: ' WKC-UNLOADED-DAYS ' hari belum '
017601             'ada di kalender kerja, dihitung Senin-Jumat.'
017604     END-IF.
017608     MOVE WKC-WORKING-DAYS TO WS-REQ-DAYS-ENTRY.
017612     DISPLAY 'Hari kerja dibebankan: ' WS-REQ-DAYS-ENTRY.
017615     IF WS-REQ-DAYS-ENTRY = ZERO
017619         DISPLAY 'Tidak ada hari kerja pada rentang itu.'
017623         GO TO 8600-EXIT
017626     END-IF.
017630     IF WS-REQ-DAYS-ENTRY > EMPLOYEE-LEAVE-BALANCE
017640         DISPLAY 'Saldo cuti tidak mencukupi ('
017650             EMPLOYEE-LEAVE-BALANCE ' HARI), '
018320*    CAPTURED, BUT NOTHING IS POSTED TO THE LEDGER HERE - THE   *
018330*    DAYS ACTUALLY TAKEN ARE POSTED BY THE DAILY TIMEKEEPING    *
018340*    ABSENCE IMPORT. THE DECIDING OPERATOR AND DATE ARE         *
018350*    STAMPED ON THE REQUEST EITHER WAY. ONLY REQUESTS FROM THE  *
018352*    SIGNED-ON OPERATOR'S OWN DIRECT AND INDIRECT REPORTS ARE   *
018355*    LISTED OR MAY BE DECIDED, SO THE OPERATOR ID MUST BE       *
018358*    LINKED TO AN EMPLOYEE.                                     *
018360*****************************************************************
018370 8700-PERSETUJUAN-CUTI.
018372     IF WS-OPERATOR-EMP-ID = ZERO
018373         DISPLAY 'Operator belum ditautkan ke karyawan, '
018375             'persetujuan cuti tidak tersedia.'
018377         GO TO 8700-EXIT
018378     END-IF.
018380     MOVE 0 TO WS-PENDING-COUNT.
018390     MOVE 'N' TO WS-REQ-EOF-SW.
018400     MOVE ZERO TO LVREQ-ID.
018600         DISPLAY 'Permintaan sudah diputuskan.'
018610         GO TO 8700-EXIT
018620     END-IF.
018622     PERFORM 8740-CHECK-APPROVAL-SCOPE THRU 8740-EXIT.
018623     IF NOT WS-RL-IN-CHAIN
018625         DISPLAY 'Permintaan bukan dari bawahan Anda.'
018627         GO TO 8700-EXIT
018628     END-IF.
018630     PERFORM 8720-WARN-OVERLAPS THRU 8720-EXIT.
018640     DISPLAY 'Keputusan (A=Setujui, R=Tolak): '.
018650     ACCEPT WS-REQ-DECISION.
019090
019100*****************************************************************
019110*    8710-LIST-ONE-PENDING - SHOW ONE PENDING REQUEST ON THE    *
019120*    APPROVAL SCREEN, IF IT COMES FROM ONE OF THE OPERATOR'S    *
019125*    REPORTS.                                                   *
019130*****************************************************************
019140 8710-LIST-ONE-PENDING.
019150     READ LEAVE-REQUEST-FILE NEXT RECORD
019200     IF NOT LVREQ-PENDING
019210         GO TO 8710-EXIT
019220     END-IF.
019222     PERFORM 8740-CHECK-APPROVAL-SCOPE THRU 8740-EXIT.
019224     IF NOT WS-RL-IN-CHAIN
019226         GO TO 8710-EXIT
019228     END-IF.
019230     DISPLAY LVREQ-ID ' KARYAWAN ' LVREQ-EMPLOYEE-ID
019240         ' ' LVREQ-START-DATE ' S/D ' LVREQ-END-DATE
019250         ' ' LVREQ-DAYS ' HARI (' LVREQ-NOTE ')'.
020040     ADD 1 TO WS-OVERLAP-COUNT.
020050 8730-EXIT.
020060     EXIT.
020061
020062*****************************************************************
020063*    8740-CHECK-APPROVAL-SCOPE - SET WS-RL-IN-CHAIN WHEN THE    *
020065*    REQUESTER IN LEAVE-REQUEST-RECORD REPORTS, DIRECTLY OR     *
020066*    INDIRECTLY, TO THE SIGNED-ON OPERATOR'S EMPLOYEE. NOBODY   *
020067*    DECIDES THEIR OWN REQUEST. ONLY EMPLOYEE-FILE IS READ, SO  *
020068*    THE LEAVE REQUEST SCAN POSITION IS UNDISTURBED.            *
020069*****************************************************************
020070 8740-CHECK-APPROVAL-SCOPE.
020072     MOVE 'N' TO WS-RL-FOUND-SW.
020073     IF LVREQ-EMPLOYEE-ID = WS-OPERATOR-EMP-ID
020074         GO TO 8740-EXIT
020075     END-IF.
020076     MOVE LVREQ-EMPLOYEE-ID TO EMPLOYEE-ID.
020077     READ EMPLOYEE-FILE
020078         INVALID KEY
020080             GO TO 8740-EXIT
020081     END-READ.
020082     MOVE EMPLOYEE-MANAGER-ID TO WS-RL-START-ID.
020083     MOVE WS-OPERATOR-EMP-ID TO WS-RL-TARGET-ID.
020084     PERFORM 3610-WALK-REPORTING-CHAIN THRU 3610-EXIT.
020085 8740-EXIT.
020087     EXIT.
020088
020089*****************************************************************
020090*    8800-REHIRE-KARYAWAN - REINSTATE AN EMPLOYEE FROM THE      *
020100*    TERMINATED ARCHIVE UNDER THEIR ORIGINAL ID. THE LEAVE      *
020110*    LEDGER AND SALARY HISTORY WERE NEVER DELETED, SO THE       *
020660             GO TO 8800-REOPEN
020670         END-IF
020680     END-IF.
020681     DISPLAY 'ID atasan langsung (0 = tidak ada): '.
020682     ACCEPT WS-EMP-MANAGER-ID.
020684     PERFORM 3600-VALIDATE-MANAGER THRU 3600-EXIT.
020685     IF WS-DATA-IS-INVALID
020686         DISPLAY 'Rehire dibatalkan.'
020688         GO TO 8800-REOPEN
020689     END-IF.
020691*    A REHIRE IS A NEW HIRE UNDER A NEW CONTRACT, SO THE PKWT
020692*    RENEWAL COUNT STARTS AGAIN.
020694     MOVE WS-CURRENT-DATE-NUM TO WS-EMP-HIRE-DATE.
020695     MOVE 'Y' TO WS-CT-HIRE-SW.
020697     PERFORM 9830-FIND-CURRENT-CONTRACT THRU 9830-EXIT.
020699     PERFORM 9850-CAPTURE-CONTRACT-TERMS THRU 9850-EXIT.
020700     IF WS-DATA-IS-INVALID
020702         DISPLAY 'Kontrak kerja wajib diisi, rehire dibatalkan.'
020704         GO TO 8800-REOPEN
020705     END-IF.
020707     MOVE WS-EMP-ID TO EMPLOYEE-ID.
020708     MOVE WS-TW-NAME TO EMPLOYEE-NAME.
020710     MOVE WS-EMP-DEPT TO EMPLOYEE-DEPT.
020720     MOVE WS-TW-POSITION TO EMPLOYEE-POSITION.
020730     MOVE WS-TW-SALARY TO EMPLOYEE-SALARY.
020735     MOVE WS-EMP-MANAGER-ID TO EMPLOYEE-MANAGER-ID.
020740     CALL 'LVBAL' USING EMPLOYEE-ID EMPLOYEE-LEAVE-BALANCE.
020750     MOVE 'A' TO EMPLOYEE-STATUS.
020760*    A REHIRE STARTS A NEW EMPLOYMENT PERIOD - THE EARLIER
020920     MOVE WS-TW-REASON TO AUDIT-OLD-VALUE.
020930     MOVE WS-TW-NAME TO AUDIT-NEW-VALUE.
020940     PERFORM 9100-WRITE-AUDIT-ENTRY THRU 9100-EXIT.
020945     PERFORM 9860-WRITE-CONTRACT THRU 9860-EXIT.
020950     DISPLAY 'Karyawan berhasil direhire.'.
020960     DISPLAY 'Saldo cuti dari ledger: ' EMPLOYEE-LEAVE-BALANCE.
020970 8800-REOPEN.
022770     CLOSE OPERATOR-FILE.
022780     CLOSE POSITION-FILE.
022790     CLOSE PENDING-CHANGE-FILE.
022795     CLOSE BANK-ACCOUNT-FILE.
022797     CLOSE TAX-PROFILE-FILE.
022799     CLOSE OVERTIME-AUTH-FILE.
022803     CLOSE LOAN-MASTER-FILE.
022805     CLOSE CONTRACT-FILE.
022807     CLOSE APPRAISAL-FILE.
022808     CLOSE AUDIT-LOG-FILE.
022810     DISPLAY 'PROGRAM SELESAI'.
022820 9000-EXIT.
022830     EXIT.
023040*****************************************************************
023050*    9200-KELOLA-OPERATOR - SUPERVISOR-ONLY MAINTENANCE OF THE  *
023060*    OPERATOR SECURITY MASTER: REGISTER A NEW OPERATOR OR       *
023070*    CHANGE THE SIGNED-ON OPERATOR'S OWN PASSWORD, OR LINK AN   *
023075*    OPERATOR ID TO THE EMPLOYEE WHO USES IT.                   *
023080*****************************************************************
023090 9200-KELOLA-OPERATOR.
023100     DISPLAY '1. Tambah Operator'.
023110     DISPLAY '2. Ganti Password Sendiri'.
023115     DISPLAY '3. Tautkan Operator ke Karyawan'.
023120     ACCEPT WS-OPER-CHOICE.
023130     IF WS-OPER-CHOICE = '1'
023140         PERFORM 9210-TAMBAH-OPERATOR THRU 9210-EXIT
023160     IF WS-OPER-CHOICE = '2'
023170         PERFORM 9220-GANTI-PASSWORD THRU 9220-EXIT
023180     END-IF.
023182     IF WS-OPER-CHOICE = '3'
023185         PERFORM 9230-TAUTKAN-OPERATOR THRU 9230-EXIT
023188     END-IF.
023190     IF WS-OPER-CHOICE NOT = '1' AND WS-OPER-CHOICE NOT = '2'
023195         AND WS-OPER-CHOICE NOT = '3'
023200         DISPLAY 'Pilihan tidak valid.'
023210     END-IF.
023220 9200-EXIT.
023460     END-IF.
023470     MOVE WS-NEW-OPER-LEVEL TO OPER-AUTHORITY-LEVEL.
023480     MOVE 'A' TO OPER-STATUS.
023481     DISPLAY 'ID Karyawan pengguna (0 = belum ditautkan): '.
023482     ACCEPT WS-LINK-EMP-ID.
023483     SET WS-DATA-IS-VALID TO TRUE.
023484     PERFORM 3620-VALIDATE-LINKED-EMP THRU 3620-EXIT.
023486     IF WS-DATA-IS-INVALID
023487         GO TO 9210-EXIT
023488     END-IF.
023489     MOVE WS-LINK-EMP-ID TO OPER-EMPLOYEE-ID.
023490     WRITE OPERATOR-RECORD
023500         INVALID KEY
023510             DISPLAY 'ID Operator sudah terdaftar.'
023740     DISPLAY 'Password berhasil diganti.'.
023750 9220-EXIT.
023760     EXIT.
023761
023762*****************************************************************
023763*    9230-TAUTKAN-OPERATOR - LINK AN OPERATOR ID TO THE         *
023764*    EMPLOYEE WHO SIGNS ON WITH IT, OR CLEAR THE LINK WITH      *
023765*    ZERO. THE LINK DECIDES WHOSE LEAVE REQUESTS THE OPERATOR   *
023766*    MAY APPROVE, AND TAKES EFFECT AT ONCE FOR THE SIGNED-ON    *
023767*    OPERATOR.                                                  *
023768*****************************************************************
023769 9230-TAUTKAN-OPERATOR.
023771     DISPLAY 'ID Operator: '.
023772     ACCEPT OPER-ID.
023773     MOVE FUNCTION UPPER-CASE(OPER-ID) TO OPER-ID.
023774     READ OPERATOR-FILE
023775         INVALID KEY
023776             DISPLAY 'Operator tidak ditemukan.'
023777             GO TO 9230-EXIT
023778     END-READ.
023779     DISPLAY 'Operator ' OPER-ID ' (' OPER-NAME ')'.
023780     DISPLAY 'ID Karyawan saat ini: ' OPER-EMPLOYEE-ID.
023781     DISPLAY 'ID Karyawan baru (0 = lepas tautan): '.
023782     ACCEPT WS-LINK-EMP-ID.
023783     SET WS-DATA-IS-VALID TO TRUE.
023784     PERFORM 3620-VALIDATE-LINKED-EMP THRU 3620-EXIT.
023785     IF WS-DATA-IS-INVALID
023786         GO TO 9230-EXIT
023787     END-IF.
023788     MOVE WS-LINK-EMP-ID TO OPER-EMPLOYEE-ID.
023789     REWRITE OPERATOR-RECORD.
023791     IF OPER-ID = WS-OPERATOR-ID
023792         MOVE OPER-EMPLOYEE-ID TO WS-OPERATOR-EMP-ID
023793     END-IF.
023794     DISPLAY 'Tautan operator berhasil disimpan.'.
023795 9230-EXIT.
023796     EXIT.
023797
023798*****************************************************************
023799*    9300-KELOLA-REKENING-BANK - SUPERVISOR-ONLY MAINTENANCE OF *
023800*    AN EMPLOYEE'S SALARY ACCOUNT ON THE BANK ACCOUNT MASTER.   *
023810*    A BLANK ENTRY KEEPS THE VALUE ON FILE. WHEN THE ACCOUNT    *
023820*    CHANGES, THE ONE IT REPLACES IS KEPT AS THE PREVIOUS       *
023830*    ACCOUNT, WHICH THE PAYROLL AND FINAL-PAY RUNS KEEP         *
023840*    CREDITING UNTIL THE NEW EFFECTIVE DATE. A LEAVER STILL     *
023850*    AWAITING FINAL PAY IS NO LONGER ON EMPLOYEE-FILE, SO AN    *
023860*    ACCOUNT ALREADY ON FILE CAN BE MAINTAINED WITHOUT ONE.     *
023870*****************************************************************
023880 9300-KELOLA-REKENING-BANK.
023890     DISPLAY 'MASUKKAN ID KARYAWAN:'.
023900     ACCEPT WS-EMP-ID.
023910     MOVE 'N' TO WS-BA-FOUND-SW.
023920     MOVE WS-EMP-ID TO BACCT-EMPLOYEE-ID.
023930     READ BANK-ACCOUNT-FILE
023940         INVALID KEY
023950             CONTINUE
023960         NOT INVALID KEY
023970             SET WS-BA-ON-FILE TO TRUE
023980     END-READ.
023990     MOVE WS-EMP-ID TO EMPLOYEE-ID.
024000     READ EMPLOYEE-FILE
024010         INVALID KEY
024020             IF NOT WS-BA-ON-FILE
024030                 DISPLAY 'Karyawan tidak ditemukan.'
024040                 GO TO 9300-EXIT
024050             END-IF
024060             MOVE BACCT-HOLDER-NAME TO EMPLOYEE-NAME
024070     END-READ.
024080     IF WS-BA-ON-FILE
024090         MOVE BACCT-BANK-CODE TO WS-BA-OLD-CODE
024100         MOVE BACCT-ACCOUNT-NUMBER TO WS-BA-OLD-NUMBER
024110         MOVE BACCT-HOLDER-NAME TO WS-BA-OLD-HOLDER
024120         MOVE BACCT-EFFECTIVE-DATE TO WS-BA-OLD-EFF-DATE
024130         MOVE BACCT-STATUS TO WS-BA-OLD-STATUS
024140     ELSE
024150         MOVE SPACES TO WS-BA-OLD-CODE
024160         MOVE SPACES TO WS-BA-OLD-NUMBER
024170         MOVE SPACES TO WS-BA-OLD-HOLDER
024180         MOVE ZERO TO WS-BA-OLD-EFF-DATE
024190         MOVE SPACES TO WS-BA-OLD-STATUS
024200         MOVE SPACES TO BACCT-PREV-BANK-CODE
024210         MOVE SPACES TO BACCT-PREV-ACCOUNT-NUMBER
024220         MOVE SPACES TO BACCT-PREV-HOLDER-NAME
024230     END-IF.
024240     DISPLAY 'Rekening karyawan ID ' WS-EMP-ID ' '
024250         EMPLOYEE-NAME.
024260     DISPLAY 'Kode Bank: ' WS-BA-OLD-CODE.
024270     ACCEPT WS-BA-NEW-CODE.
024280     MOVE FUNCTION UPPER-CASE(WS-BA-NEW-CODE) TO WS-BA-NEW-CODE.
024290     IF WS-BA-NEW-CODE = SPACES
024300         MOVE WS-BA-OLD-CODE TO WS-BA-NEW-CODE
024310     END-IF.
024320     DISPLAY 'Nomor Rekening: ' WS-BA-OLD-NUMBER.
024330     ACCEPT WS-BA-NEW-NUMBER.
024340     IF WS-BA-NEW-NUMBER = SPACES
024350         MOVE WS-BA-OLD-NUMBER TO WS-BA-NEW-NUMBER
024360     END-IF.
024370     DISPLAY 'Nama Pemilik Rekening: ' WS-BA-OLD-HOLDER.
024380     ACCEPT WS-BA-NEW-HOLDER.
024390     IF WS-BA-NEW-HOLDER = SPACES
024400         MOVE WS-BA-OLD-HOLDER TO WS-BA-NEW-HOLDER
024410     END-IF.
024420     IF WS-BA-NEW-HOLDER = SPACES
024430         MOVE EMPLOYEE-NAME TO WS-BA-NEW-HOLDER
024440     END-IF.
024450     DISPLAY 'Status (A=Aktif, T=Tutup): ' WS-BA-OLD-STATUS.
024460     ACCEPT WS-BA-NEW-STATUS.
024470     MOVE FUNCTION UPPER-CASE(WS-BA-NEW-STATUS)
024480         TO WS-BA-NEW-STATUS.
024490     IF WS-BA-NEW-STATUS = SPACES
024500         MOVE WS-BA-OLD-STATUS TO WS-BA-NEW-STATUS
024510     END-IF.
024520     IF WS-BA-NEW-STATUS = SPACES
024530         MOVE 'A' TO WS-BA-NEW-STATUS
024540     END-IF.
024550     IF WS-BA-NEW-STATUS NOT = 'A' AND WS-BA-NEW-STATUS NOT = 'T'
024560         DISPLAY 'Status rekening tidak valid, dibatalkan.'
024570         GO TO 9300-EXIT
024580     END-IF.
024590     IF WS-BA-NEW-CODE = SPACES OR WS-BA-NEW-NUMBER = SPACES
024600         DISPLAY 'Kode bank dan nomor rekening wajib diisi, '
024610             'dibatalkan.'
024620         GO TO 9300-EXIT
024630     END-IF.
024640*    A ZERO DATE MEANS EFFECTIVE TODAY.
024650     DISPLAY 'Tanggal efektif (YYYY MM DD): '.
024660     ACCEPT WS-BA-EFF-YEAR.
024670     ACCEPT WS-BA-EFF-MONTH.
024680     ACCEPT WS-BA-EFF-DAY.
024690     IF WS-BA-EFF-DATE-NUM = ZERO
024700         MOVE WS-CURRENT-DATE-NUM TO WS-BA-EFF-DATE-NUM
024710     END-IF.
024720     IF WS-BA-EFF-MONTH < 1 OR WS-BA-EFF-MONTH > 12
024730         OR WS-BA-EFF-DAY < 1 OR WS-BA-EFF-DAY > 31
024740         DISPLAY 'Tanggal efektif tidak valid, dibatalkan.'
024750         GO TO 9300-EXIT
024760     END-IF.
024770     IF WS-BA-ON-FILE
024780         AND (WS-BA-NEW-CODE NOT = WS-BA-OLD-CODE
024790         OR WS-BA-NEW-NUMBER NOT = WS-BA-OLD-NUMBER)
024800         MOVE WS-BA-OLD-CODE TO BACCT-PREV-BANK-CODE
024810         MOVE WS-BA-OLD-NUMBER TO BACCT-PREV-ACCOUNT-NUMBER
024820         MOVE WS-BA-OLD-HOLDER TO BACCT-PREV-HOLDER-NAME
024830     END-IF.
024840     MOVE WS-EMP-ID TO BACCT-EMPLOYEE-ID.
024850     MOVE WS-BA-NEW-CODE TO BACCT-BANK-CODE.
024860     MOVE WS-BA-NEW-NUMBER TO BACCT-ACCOUNT-NUMBER.
024870     MOVE WS-BA-NEW-HOLDER TO BACCT-HOLDER-NAME.
024880     MOVE WS-BA-EFF-DATE-NUM TO BACCT-EFFECTIVE-DATE.
024890     MOVE WS-BA-NEW-STATUS TO BACCT-STATUS.
024900     MOVE WS-OPERATOR-ID TO BACCT-UPDATED-BY.
024910     MOVE WS-CURRENT-DATE-NUM TO BACCT-UPDATED-DATE.
024920     IF WS-BA-ON-FILE
024930         REWRITE BANK-ACCOUNT-RECORD
024940     ELSE
024950         WRITE BANK-ACCOUNT-RECORD
024960     END-IF.
024970     IF WS-BACCT-FILE-STATUS NOT = '00'
024980         DISPLAY 'Rekening gagal disimpan, status '
024990             WS-BACCT-FILE-STATUS
025000         GO TO 9300-EXIT
025010     END-IF.
025020     PERFORM 9310-AUDIT-REKENING-BANK THRU 9310-EXIT.
025030     DISPLAY 'Rekening bank berhasil disimpan.'.
025040 9300-EXIT.
025050     EXIT.
025060
025070*****************************************************************
025080*    9310-AUDIT-REKENING-BANK - ONE AUDIT ENTRY FOR A NEW       *
025090*    ACCOUNT, OR ONE PER FIELD THAT CHANGED ON AN EXISTING ONE. *
025100*****************************************************************
025110 9310-AUDIT-REKENING-BANK.
025120     MOVE WS-EMP-ID TO AUDIT-EMPLOYEE-ID.
025130     IF NOT WS-BA-ON-FILE
025140         SET AUDIT-OP-ADD TO TRUE
025150         MOVE 'BANK-ACCOUNT-NUMBER' TO AUDIT-FIELD-NAME
025160         MOVE SPACES TO AUDIT-OLD-VALUE
025170         MOVE SPACES TO AUDIT-NEW-VALUE
025180         STRING WS-BA-NEW-CODE ' ' WS-BA-NEW-NUMBER
025190             DELIMITED BY SIZE INTO AUDIT-NEW-VALUE
025200         PERFORM 9100-WRITE-AUDIT-ENTRY THRU 9100-EXIT
025210         GO TO 9310-EXIT
025220     END-IF.
025230     SET AUDIT-OP-CHANGE TO TRUE.
025240     IF WS-BA-NEW-CODE NOT = WS-BA-OLD-CODE
025250         MOVE 'BANK-CODE' TO AUDIT-FIELD-NAME
025260         MOVE WS-BA-OLD-CODE TO AUDIT-OLD-VALUE
025270         MOVE WS-BA-NEW-CODE TO AUDIT-NEW-VALUE
025280         PERFORM 9100-WRITE-AUDIT-ENTRY THRU 9100-EXIT
025290     END-IF.
025300     IF WS-BA-NEW-NUMBER NOT = WS-BA-OLD-NUMBER
025310         MOVE 'BANK-ACCOUNT-NUMBER' TO AUDIT-FIELD-NAME
025320         MOVE WS-BA-OLD-NUMBER TO AUDIT-OLD-VALUE
025330         MOVE WS-BA-NEW-NUMBER TO AUDIT-NEW-VALUE
025340         PERFORM 9100-WRITE-AUDIT-ENTRY THRU 9100-EXIT
025350     END-IF.
025360     IF WS-BA-NEW-HOLDER NOT = WS-BA-OLD-HOLDER
025370         MOVE 'BANK-HOLDER-NAME' TO AUDIT-FIELD-NAME
025380         MOVE WS-BA-OLD-HOLDER TO AUDIT-OLD-VALUE
025390         MOVE WS-BA-NEW-HOLDER TO AUDIT-NEW-VALUE
025400         PERFORM 9100-WRITE-AUDIT-ENTRY THRU 9100-EXIT
025410     END-IF.
025420     IF WS-BA-EFF-DATE-NUM NOT = WS-BA-OLD-EFF-DATE
025430         MOVE 'BANK-EFFECTIVE-DATE' TO AUDIT-FIELD-NAME
025440         MOVE WS-BA-OLD-EFF-DATE TO AUDIT-OLD-VALUE
025450         MOVE WS-BA-EFF-DATE-NUM TO AUDIT-NEW-VALUE
025460         PERFORM 9100-WRITE-AUDIT-ENTRY THRU 9100-EXIT
025470     END-IF.
025480     IF WS-BA-NEW-STATUS NOT = WS-BA-OLD-STATUS
025490         MOVE 'BANK-ACCOUNT-STATUS' TO AUDIT-FIELD-NAME
025500         MOVE WS-BA-OLD-STATUS TO AUDIT-OLD-VALUE
025510         MOVE WS-BA-NEW-STATUS TO AUDIT-NEW-VALUE
025520         PERFORM 9100-WRITE-AUDIT-ENTRY THRU 9100-EXIT
025530     END-IF.
025540 9310-EXIT.
025550     EXIT.
025560
025570*****************************************************************
025580*    9400-KELOLA-PROFIL-PAJAK - SUPERVISOR-ONLY MAINTENANCE OF  *
025590*    AN EMPLOYEE'S PTKP CATEGORY (TK OR K AND DEPENDANTS) AND   *
025600*    NPWP ON THE TAX PROFILE MASTER. A BLANK ENTRY KEEPS THE    *
025610*    VALUE ON FILE; AN NPWP OF '-' REMOVES IT. AS WITH THE BANK *
025620*    ACCOUNT, A LEAVER'S PROFILE ALREADY ON FILE CAN STILL BE   *
025630*    CORRECTED BEFORE FINAL PAY.                                *
025640*****************************************************************
025650 9400-KELOLA-PROFIL-PAJAK.
025660     DISPLAY 'MASUKKAN ID KARYAWAN:'.
025670     ACCEPT WS-EMP-ID.
025680     MOVE 'N' TO WS-TP-FOUND-SW.
025690     MOVE WS-EMP-ID TO TAXP-EMPLOYEE-ID.
025700     READ TAX-PROFILE-FILE
025710         INVALID KEY
025720             CONTINUE
025730         NOT INVALID KEY
025740             SET WS-TP-ON-FILE TO TRUE
025750     END-READ.
025760     MOVE WS-EMP-ID TO EMPLOYEE-ID.
025770     READ EMPLOYEE-FILE
025780         INVALID KEY
025790             IF NOT WS-TP-ON-FILE
025800                 DISPLAY 'Karyawan tidak ditemukan.'
025810                 GO TO 9400-EXIT
025820             END-IF
025830             MOVE SPACES TO EMPLOYEE-NAME
025840     END-READ.
025850     IF NOT WS-TP-ON-FILE
025860         MOVE WS-EMP-ID TO TAXP-EMPLOYEE-ID
025870         MOVE 'T' TO TAXP-MARITAL-STATUS
025880         MOVE 0 TO TAXP-DEPENDANTS
025890         MOVE SPACES TO TAXP-NPWP
025900     END-IF.
025910     PERFORM 9420-FORMAT-PTKP THRU 9420-EXIT.
025920     MOVE WS-TP-PTKP-TEXT TO WS-TP-OLD-PTKP.
025930     MOVE TAXP-NPWP TO WS-TP-OLD-NPWP.
025940     DISPLAY 'Profil pajak karyawan ID ' WS-EMP-ID ' '
025950         EMPLOYEE-NAME.
025960     DISPLAY 'Status (T=Tidak Kawin, K=Kawin): '
025970         TAXP-MARITAL-STATUS.
025980     ACCEPT WS-TP-STATUS-ENTRY.
025990     MOVE FUNCTION UPPER-CASE(WS-TP-STATUS-ENTRY)
026000         TO WS-TP-STATUS-ENTRY.
026010     IF WS-TP-STATUS-ENTRY NOT = SPACE
026020         IF WS-TP-STATUS-ENTRY NOT = 'T'
026030             AND WS-TP-STATUS-ENTRY NOT = 'K'
026040             DISPLAY 'Status tidak valid, dibatalkan.'
026050             GO TO 9400-EXIT
026060         END-IF
026070         MOVE WS-TP-STATUS-ENTRY TO TAXP-MARITAL-STATUS
026080     END-IF.
026090     DISPLAY 'Jumlah tanggungan (0-3): ' TAXP-DEPENDANTS.
026100     ACCEPT WS-TP-DEP-ENTRY.
026110     IF WS-TP-DEP-ENTRY NOT = SPACE
026120         IF WS-TP-DEP-ENTRY < '0' OR WS-TP-DEP-ENTRY > '3'
026130             DISPLAY 'Jumlah tanggungan tidak valid, dibatalkan.'
026140             GO TO 9400-EXIT
026150         END-IF
026160         MOVE WS-TP-DEP-ENTRY TO TAXP-DEPENDANTS
026170     END-IF.
026180     DISPLAY 'NPWP (- untuk hapus): ' TAXP-NPWP.
026190     ACCEPT WS-TP-NPWP-ENTRY.
026200     IF WS-TP-NPWP-ENTRY = '-'
026210         MOVE SPACES TO TAXP-NPWP
026220     ELSE
026230         IF WS-TP-NPWP-ENTRY NOT = SPACES
026240             MOVE WS-TP-NPWP-ENTRY TO TAXP-NPWP
026250         END-IF
026260     END-IF.
026270     PERFORM 9420-FORMAT-PTKP THRU 9420-EXIT.
026280     MOVE WS-TP-PTKP-TEXT TO WS-TP-NEW-PTKP.
026290     MOVE WS-OPERATOR-ID TO TAXP-UPDATED-BY.
026300     MOVE WS-CURRENT-DATE-NUM TO TAXP-UPDATED-DATE.
026310     IF WS-TP-ON-FILE
026320         REWRITE TAX-PROFILE-RECORD
026330     ELSE
026340         WRITE TAX-PROFILE-RECORD
026350     END-IF.
026360     IF WS-TAXP-FILE-STATUS NOT = '00'
026370         DISPLAY 'Profil pajak gagal disimpan, status '
026380             WS-TAXP-FILE-STATUS
026390         GO TO 9400-EXIT
026400     END-IF.
026410     PERFORM 9410-AUDIT-PROFIL-PAJAK THRU 9410-EXIT.
026420     DISPLAY 'Profil pajak berhasil disimpan: PTKP '
026430         WS-TP-NEW-PTKP.
026440 9400-EXIT.
026450     EXIT.
026460
026470*****************************************************************
026480*    9410-AUDIT-PROFIL-PAJAK - ONE AUDIT ENTRY PER FIELD THAT   *
026490*    CHANGED, OR ONE ADD ENTRY FOR A NEW PROFILE.               *
026500*****************************************************************
026510 9410-AUDIT-PROFIL-PAJAK.
026520     MOVE WS-EMP-ID TO AUDIT-EMPLOYEE-ID.
026530     IF NOT WS-TP-ON-FILE
026540         SET AUDIT-OP-ADD TO TRUE
026550         MOVE 'TAX-PTKP-STATUS' TO AUDIT-FIELD-NAME
026560         MOVE SPACES TO AUDIT-OLD-VALUE
026570         MOVE SPACES TO AUDIT-NEW-VALUE
026580         STRING WS-TP-NEW-PTKP ' ' TAXP-NPWP
026590             DELIMITED BY SIZE INTO AUDIT-NEW-VALUE
026600         PERFORM 9100-WRITE-AUDIT-ENTRY THRU 9100-EXIT
026610         GO TO 9410-EXIT
026620     END-IF.
026630     SET AUDIT-OP-CHANGE TO TRUE.
026640     IF WS-TP-NEW-PTKP NOT = WS-TP-OLD-PTKP
026650         MOVE 'TAX-PTKP-STATUS' TO AUDIT-FIELD-NAME
026660         MOVE WS-TP-OLD-PTKP TO AUDIT-OLD-VALUE
026670         MOVE WS-TP-NEW-PTKP TO AUDIT-NEW-VALUE
026680         PERFORM 9100-WRITE-AUDIT-ENTRY THRU 9100-EXIT
026690     END-IF.
026700     IF TAXP-NPWP NOT = WS-TP-OLD-NPWP
026710         MOVE 'TAX-NPWP' TO AUDIT-FIELD-NAME
026720         MOVE WS-TP-OLD-NPWP TO AUDIT-OLD-VALUE
026730         MOVE TAXP-NPWP TO AUDIT-NEW-VALUE
026740         PERFORM 9100-WRITE-AUDIT-ENTRY THRU 9100-EXIT
026750     END-IF.
026760 9410-EXIT.
026770     EXIT.
026780
026790*    PTKP CATEGORY OF THE PROFILE IN THE RECORD AREA AS SHOWN ON
026800*    THE PAYROLL REGISTER - TK/0 TO TK/3 OR K/0 TO K/3.
026810 9420-FORMAT-PTKP.
026820     MOVE SPACES TO WS-TP-PTKP-TEXT.
026830     IF TAXP-MARRIED
026840         STRING 'K/' TAXP-DEPENDANTS
026850             DELIMITED BY SIZE INTO WS-TP-PTKP-TEXT
026860     ELSE
026870         STRING 'TK/' TAXP-DEPENDANTS
026880             DELIMITED BY SIZE INTO WS-TP-PTKP-TEXT
026890     END-IF.
026900 9420-EXIT.
026910     EXIT.
026920
026930*****************************************************************
026940*    9500-OTORISASI-LEMBUR - SUPERVISOR-ONLY ENTRY OF THE       *
026950*    OVERTIME AUTHORIZED FOR ONE ACTIVE EMPLOYEE ON ONE DAY:    *
026960*    THE MOST HOURS TO BE PAID AND WHETHER THE DAY IS A REST    *
026970*    DAY OR HOLIDAY. ZERO HOURS CANCELS AN AUTHORIZATION ON     *
026980*    FILE. A DAY ALREADY LOADED BY THE OVERTIME IMPORT KEEPS    *
026990*    THE HOURS IT WAS LOADED WITH.                              *
027000*****************************************************************
027010 9500-OTORISASI-LEMBUR.
027020     DISPLAY 'MASUKKAN ID KARYAWAN:'.
027030     ACCEPT WS-EMP-ID.
027040     MOVE WS-EMP-ID TO EMPLOYEE-ID.
027050     READ EMPLOYEE-FILE
027060         INVALID KEY
027070             DISPLAY 'Karyawan tidak ditemukan.'
027080             GO TO 9500-EXIT
027090     END-READ.
027100     IF NOT EMPLOYEE-ACTIVE
027110         DISPLAY 'Karyawan tidak aktif, dibatalkan.'
027120         GO TO 9500-EXIT
027130     END-IF.
027140     DISPLAY 'Tanggal lembur (YYYY MM DD): '.
027150     ACCEPT WS-OA-YEAR.
027160     ACCEPT WS-OA-MONTH.
027170     ACCEPT WS-OA-DAY.
027180     IF WS-OA-MONTH < 1 OR WS-OA-MONTH > 12
027190         OR WS-OA-DAY < 1 OR WS-OA-DAY > 31
027200         DISPLAY 'Tanggal lembur tidak valid, dibatalkan.'
027210         GO TO 9500-EXIT
027220     END-IF.
027230     MOVE 'N' TO WS-OA-FOUND-SW.
027240     MOVE WS-EMP-ID TO OTAUTH-EMPLOYEE-ID.
027250     MOVE WS-OA-DATE-NUM TO OTAUTH-DATE.
027260     READ OVERTIME-AUTH-FILE
027270         INVALID KEY
027280             CONTINUE
027290         NOT INVALID KEY
027300             SET WS-OA-ON-FILE TO TRUE
027310     END-READ.
027320     MOVE SPACES TO WS-OA-OLD-VALUE.
027330     IF WS-OA-ON-FILE
027340         PERFORM 9510-FORMAT-OTORISASI THRU 9510-EXIT
027350         MOVE WS-OA-NEW-VALUE TO WS-OA-OLD-VALUE
027360     ELSE
027370         MOVE WS-EMP-ID TO OTAUTH-EMPLOYEE-ID
027380         MOVE WS-OA-DATE-NUM TO OTAUTH-DATE
027390         MOVE ZERO TO OTAUTH-MAX-HOURS
027400         MOVE 'N' TO OTAUTH-HOLIDAY-SW
027410         MOVE SPACES TO OTAUTH-NOTE
027420     END-IF.
027430     DISPLAY 'Lembur karyawan ID ' WS-EMP-ID ' '
027440         EMPLOYEE-NAME.
027450     IF WS-OA-ON-FILE
027460         DISPLAY 'Otorisasi saat ini: ' WS-OA-OLD-VALUE
027470     END-IF.
027480     DISPLAY 'Hari istirahat/libur (Y/N): ' OTAUTH-HOLIDAY-SW.
027490     ACCEPT WS-OA-HOLIDAY-ENTRY.
027500     MOVE FUNCTION UPPER-CASE(WS-OA-HOLIDAY-ENTRY)
027510         TO WS-OA-HOLIDAY-ENTRY.
027520     IF WS-OA-HOLIDAY-ENTRY = SPACE
027530         MOVE OTAUTH-HOLIDAY-SW TO WS-OA-HOLIDAY-ENTRY
027540     END-IF.
027550     IF WS-OA-HOLIDAY-ENTRY NOT = 'Y'
027560         AND WS-OA-HOLIDAY-ENTRY NOT = 'N'
027570         DISPLAY 'Jenis hari tidak valid, dibatalkan.'
027580         GO TO 9500-EXIT
027590     END-IF.
027600     IF WS-OA-HOLIDAY-ENTRY = 'Y'
027610         MOVE HR-OT-MAX-HOLIDAY-HOURS TO WS-OA-MAX-HOURS
027620     ELSE
027630         MOVE HR-OT-MAX-WORKDAY-HOURS TO WS-OA-MAX-HOURS
027640     END-IF.
027650     MOVE WS-OA-MAX-HOURS TO WS-OA-HOURS-EDIT.
027660     DISPLAY 'Jam lembur disetujui (maks ' WS-OA-HOURS-EDIT
027670         ', 0 = batalkan): '.
027680     ACCEPT WS-OA-HOURS.
027690     IF WS-OA-HOURS = ZERO
027700         IF NOT WS-OA-ON-FILE
027710             DISPLAY 'Tidak ada otorisasi, tidak ada yang '
027720                 'disimpan.'
027730             GO TO 9500-EXIT
027740         END-IF
027750         SET OTAUTH-CANCELLED TO TRUE
027760     ELSE
027770         IF WS-OA-HOURS > WS-OA-MAX-HOURS
027780             DISPLAY 'Jam lembur melebihi batas, dibatalkan.'
027790             GO TO 9500-EXIT
027800         END-IF
027810         MOVE WS-OA-HOURS TO OTAUTH-MAX-HOURS
027820         SET OTAUTH-ACTIVE TO TRUE
027830     END-IF.
027840     MOVE WS-OA-HOLIDAY-ENTRY TO OTAUTH-HOLIDAY-SW.
027850     DISPLAY 'Keterangan: ' OTAUTH-NOTE.
027860     ACCEPT WS-OA-NOTE-ENTRY.
027870     IF WS-OA-NOTE-ENTRY NOT = SPACES
027880         MOVE WS-OA-NOTE-ENTRY TO OTAUTH-NOTE
027890     END-IF.
027900     MOVE WS-OPERATOR-ID TO OTAUTH-AUTHORIZED-BY.
027910     MOVE WS-CURRENT-DATE-NUM TO OTAUTH-AUTH-DATE.
027920     IF WS-OA-ON-FILE
027930         REWRITE OVERTIME-AUTH-RECORD
027940     ELSE
027950         WRITE OVERTIME-AUTH-RECORD
027960     END-IF.
027970     IF WS-OTAUTH-FILE-STATUS NOT = '00'
027980         DISPLAY 'Otorisasi lembur gagal disimpan, status '
027990             WS-OTAUTH-FILE-STATUS
028000         GO TO 9500-EXIT
028010     END-IF.
028020     PERFORM 9510-FORMAT-OTORISASI THRU 9510-EXIT.
028030     MOVE WS-EMP-ID TO AUDIT-EMPLOYEE-ID.
028040     IF WS-OA-ON-FILE
028050         SET AUDIT-OP-CHANGE TO TRUE
028060     ELSE
028070         SET AUDIT-OP-ADD TO TRUE
028080     END-IF.
028090     MOVE 'OVERTIME-AUTH' TO AUDIT-FIELD-NAME.
028100     MOVE WS-OA-OLD-VALUE TO AUDIT-OLD-VALUE.
028110     MOVE WS-OA-NEW-VALUE TO AUDIT-NEW-VALUE.
028120     PERFORM 9100-WRITE-AUDIT-ENTRY THRU 9100-EXIT.
028130     DISPLAY 'Otorisasi lembur berhasil disimpan: '
028140         WS-OA-NEW-VALUE.
028150 9500-EXIT.
028160     EXIT.
028170
028180*    THE AUTHORIZATION IN THE RECORD AREA AS ONE AUDIT VALUE -
028190*    DATE, HOURS, WORKING DAY OR HOLIDAY, AND BATAL WHEN
028200*    CANCELLED.
028210 9510-FORMAT-OTORISASI.
028220     MOVE OTAUTH-MAX-HOURS TO WS-OA-HOURS-EDIT.
028230     MOVE SPACES TO WS-OA-NEW-VALUE.
028240     IF OTAUTH-HOLIDAY
028250         STRING OTAUTH-DATE ' ' WS-OA-HOURS-EDIT ' JAM LIBUR'
028260             DELIMITED BY SIZE INTO WS-OA-NEW-VALUE
028270     ELSE
028280         STRING OTAUTH-DATE ' ' WS-OA-HOURS-EDIT ' JAM KERJA'
028290             DELIMITED BY SIZE INTO WS-OA-NEW-VALUE
028300     END-IF.
028310     IF OTAUTH-CANCELLED
028320         MOVE 'BATAL' TO WS-OA-NEW-VALUE(25:5)
028330     END-IF.
028340 9510-EXIT.
028350     EXIT.
028360
028370*****************************************************************
028380*    9600-KELOLA-PINJAMAN - RECORD A NEW LOAN OR KASBON, OR     *
028390*    DECIDE ONE WAITING FOR APPROVAL.                           *
028400*****************************************************************
028410 9600-KELOLA-PINJAMAN.
028420     DISPLAY '1. Catat Pinjaman/Kasbon Baru'.
028430     DISPLAY '2. Setujui/Tolak Pinjaman'.
028440     ACCEPT WS-LN-CHOICE.
028450     IF WS-LN-CHOICE = '1'
028460         PERFORM 9610-CATAT-PINJAMAN THRU 9610-EXIT
028470     END-IF.
028480     IF WS-LN-CHOICE = '2'
028490         PERFORM 9620-PUTUSKAN-PINJAMAN THRU 9620-EXIT
028500     END-IF.
028510     IF WS-LN-CHOICE NOT = '1' AND WS-LN-CHOICE NOT = '2'
028520         DISPLAY 'Pilihan tidak valid.'
028530     END-IF.
028540 9600-EXIT.
028550     EXIT.
028560
028570*****************************************************************
028580*    9610-CATAT-PINJAMAN - RECORD A LOAN FOR AN ACTIVE          *
028590*    EMPLOYEE AS PENDING UNDER THE NEXT SEQUENCE NUMBER. THE    *
028600*    INSTALLMENT MAY NOT EXCEED THE PRINCIPAL NOR THE HRLIMIT   *
028610*    SHARE OF THE MONTHLY SALARY. A KASBON WITH NO INSTALLMENT  *
028620*    IS REPAID IN FULL FROM ONE PERIOD'S PAY. A ZERO START      *
028630*    PERIOD MEANS THE CURRENT PERIOD.                           *
028640*****************************************************************
028650 9610-CATAT-PINJAMAN.
028660     DISPLAY 'MASUKKAN ID KARYAWAN:'.
028670     ACCEPT WS-EMP-ID.
028680     MOVE WS-EMP-ID TO EMPLOYEE-ID.
028690     READ EMPLOYEE-FILE
028700         INVALID KEY
028710             DISPLAY 'Karyawan tidak ditemukan.'
028720             GO TO 9610-EXIT
028730     END-READ.
028740     IF NOT EMPLOYEE-ACTIVE
028750         DISPLAY 'Karyawan tidak aktif, dibatalkan.'
028760         GO TO 9610-EXIT
028770     END-IF.
028780     DISPLAY 'Pinjaman karyawan ID ' WS-EMP-ID ' '
028790         EMPLOYEE-NAME.
028800     DISPLAY 'Jenis (P=Pinjaman, K=Kasbon): '.
028810     ACCEPT WS-LN-TYPE-ENTRY.
028820     MOVE FUNCTION UPPER-CASE(WS-LN-TYPE-ENTRY)
028830         TO WS-LN-TYPE-ENTRY.
028840     IF WS-LN-TYPE-ENTRY NOT = 'P' AND WS-LN-TYPE-ENTRY NOT = 'K'
028850         DISPLAY 'Jenis pinjaman tidak valid, dibatalkan.'
028860         GO TO 9610-EXIT
028870     END-IF.
028880     DISPLAY 'Jumlah pokok: '.
028890     ACCEPT WS-LN-PRINCIPAL-ENTRY.
028900     IF WS-LN-PRINCIPAL-ENTRY = ZERO
028910         DISPLAY 'Jumlah pokok wajib diisi, dibatalkan.'
028920         GO TO 9610-EXIT
028930     END-IF.
028940     IF WS-LN-TYPE-ENTRY = 'K'
028950         DISPLAY 'Cicilan per bulan (0 = dipotong sekaligus): '
028960     ELSE
028970         DISPLAY 'Cicilan per bulan: '
028980     END-IF.
028990     ACCEPT WS-LN-INSTALL-ENTRY.
029000     IF WS-LN-INSTALL-ENTRY = ZERO
029010         IF WS-LN-TYPE-ENTRY = 'K'
029020             MOVE WS-LN-PRINCIPAL-ENTRY TO WS-LN-INSTALL-ENTRY
029030         ELSE
029040             DISPLAY 'Cicilan wajib diisi, dibatalkan.'
029050             GO TO 9610-EXIT
029060         END-IF
029070     END-IF.
029080     IF WS-LN-INSTALL-ENTRY > WS-LN-PRINCIPAL-ENTRY
029090         MOVE WS-LN-PRINCIPAL-ENTRY TO WS-LN-INSTALL-ENTRY
029100     END-IF.
029110     COMPUTE WS-LN-MAX-INSTALL ROUNDED =
029120         EMPLOYEE-SALARY * HR-LOAN-MAX-INSTALL-PCT / 100.
029130     IF WS-LN-INSTALL-ENTRY > WS-LN-MAX-INSTALL
029140         MOVE WS-LN-MAX-INSTALL TO WS-LN-INSTALL-EDIT
029150         DISPLAY 'Cicilan melebihi ' HR-LOAN-MAX-INSTALL-PCT
029160             '% gaji (maks ' WS-LN-INSTALL-EDIT '), dibatalkan.'
029170         GO TO 9610-EXIT
029180     END-IF.
029190     MOVE WS-YEAR TO WS-LN-CURRENT-YEAR.
029200     MOVE WS-MONTH TO WS-LN-CURRENT-MONTH.
029210     DISPLAY 'Mulai dipotong periode (YYYY MM): '.
029220     ACCEPT WS-LN-START-YEAR.
029230     ACCEPT WS-LN-START-MONTH.
029240     IF WS-LN-START-YEAR = ZERO AND WS-LN-START-MONTH = ZERO
029250         MOVE WS-LN-CURRENT-PERIOD TO WS-LN-START-PERIOD
029260     END-IF.
029270     IF WS-LN-START-MONTH < 1 OR WS-LN-START-MONTH > 12
029280         DISPLAY 'Periode mulai tidak valid, dibatalkan.'
029290         GO TO 9610-EXIT
029300     END-IF.
029310     IF WS-LN-START-PERIOD < WS-LN-CURRENT-PERIOD
029320         DISPLAY 'Periode mulai sudah lewat, dibatalkan.'
029330         GO TO 9610-EXIT
029340     END-IF.
029350     DISPLAY 'Keterangan: '.
029360     ACCEPT WS-LN-NOTE-ENTRY.
029370     PERFORM 9615-NEXT-LOAN-SEQ THRU 9615-EXIT.
029380     IF WS-LN-NEXT-SEQ = ZERO
029390         DISPLAY 'Nomor pinjaman karyawan ini sudah habis, '
029400             'dibatalkan.'
029410         GO TO 9610-EXIT
029420     END-IF.
029430     MOVE WS-EMP-ID TO LOAN-EMPLOYEE-ID.
029440     MOVE WS-LN-NEXT-SEQ TO LOAN-SEQ.
029450     MOVE WS-LN-TYPE-ENTRY TO LOAN-TYPE.
029460     MOVE WS-LN-PRINCIPAL-ENTRY TO LOAN-PRINCIPAL.
029470     MOVE WS-LN-INSTALL-ENTRY TO LOAN-INSTALLMENT.
029480     MOVE WS-LN-START-YEAR TO LOAN-START-YEAR.
029490     MOVE WS-LN-START-MONTH TO LOAN-START-MONTH.
029500     MOVE WS-LN-PRINCIPAL-ENTRY TO LOAN-BALANCE.
029510     SET LOAN-PENDING TO TRUE.
029520     MOVE WS-OPERATOR-ID TO LOAN-REQUESTED-BY.
029530     MOVE WS-CURRENT-DATE-NUM TO LOAN-REQUEST-DATE.
029540     MOVE SPACES TO LOAN-DECIDED-BY.
029550     MOVE ZERO TO LOAN-DECIDED-DATE.
029560     MOVE ZERO TO LOAN-LAST-YEAR.
029570     MOVE ZERO TO LOAN-LAST-MONTH.
029580     MOVE ZERO TO LOAN-LAST-AMOUNT.
029590     MOVE WS-LN-NOTE-ENTRY TO LOAN-NOTE.
029600     WRITE LOAN-RECORD.
029610     IF WS-LOAN-FILE-STATUS NOT = '00'
029620         DISPLAY 'Pinjaman gagal disimpan, status '
029630             WS-LOAN-FILE-STATUS
029640         GO TO 9610-EXIT
029650     END-IF.
029660     PERFORM 9630-FORMAT-PINJAMAN THRU 9630-EXIT.
029670     MOVE WS-EMP-ID TO AUDIT-EMPLOYEE-ID.
029680     SET AUDIT-OP-ADD TO TRUE.
029690     MOVE 'LOAN-RECORDED' TO AUDIT-FIELD-NAME.
029700     MOVE SPACES TO AUDIT-OLD-VALUE.
029710     MOVE WS-LN-NEW-VALUE TO AUDIT-NEW-VALUE.
029720     PERFORM 9100-WRITE-AUDIT-ENTRY THRU 9100-EXIT.
029730     DISPLAY 'Pinjaman nomor ' LOAN-SEQ ' dicatat, '
029740         'menunggu persetujuan.'.
029750 9610-EXIT.
029760     EXIT.
029770
029780*    THE EMPLOYEE'S HIGHEST LOAN SEQUENCE PLUS ONE, OR ZERO
029790*    WHEN ALL 999 ARE USED.
029800 9615-NEXT-LOAN-SEQ.
029810     MOVE 1 TO WS-LN-NEXT-SEQ.
029820     MOVE 'N' TO WS-LN-EOF-SW.
029830     MOVE WS-EMP-ID TO LOAN-EMPLOYEE-ID.
029840     MOVE ZERO TO LOAN-SEQ.
029850     START LOAN-MASTER-FILE KEY NOT < LOAN-KEY
029860         INVALID KEY
029870             SET WS-END-OF-LOAN-SCAN TO TRUE
029880     END-START.
029890     PERFORM 9616-CHECK-ONE-SEQ THRU 9616-EXIT
029900         UNTIL WS-END-OF-LOAN-SCAN.
029910 9615-EXIT.
029920     EXIT.
029930
029940 9616-CHECK-ONE-SEQ.
029950     READ LOAN-MASTER-FILE NEXT RECORD
029960         AT END
029970             SET WS-END-OF-LOAN-SCAN TO TRUE
029980             GO TO 9616-EXIT
029990     END-READ.
030000     IF LOAN-EMPLOYEE-ID NOT = WS-EMP-ID
030010         SET WS-END-OF-LOAN-SCAN TO TRUE
030020         GO TO 9616-EXIT
030030     END-IF.
030040     IF LOAN-SEQ = 999
030050         MOVE ZERO TO WS-LN-NEXT-SEQ
030060     ELSE
030070         COMPUTE WS-LN-NEXT-SEQ = LOAN-SEQ + 1
030080     END-IF.
030090 9616-EXIT.
030100     EXIT.
030110
030120*****************************************************************
030130*    9620-PUTUSKAN-PINJAMAN - LIST EVERY LOAN WAITING FOR       *
030140*    APPROVAL AND APPROVE OR REJECT ONE. AN APPROVED LOAN       *
030150*    STARTS WITH THE FULL PRINCIPAL OUTSTANDING AND IS          *
030160*    DEDUCTED BY THE PAYROLL RUN FROM ITS START PERIOD.         *
030170*****************************************************************
030180 9620-PUTUSKAN-PINJAMAN.
030190     MOVE 0 TO WS-LN-COUNT.
030200     MOVE 'N' TO WS-LN-EOF-SW.
030210     MOVE ZERO TO LOAN-EMPLOYEE-ID.
030220     MOVE ZERO TO LOAN-SEQ.
030230     START LOAN-MASTER-FILE KEY NOT < LOAN-KEY
030240         INVALID KEY
030250             SET WS-END-OF-LOAN-SCAN TO TRUE
030260     END-START.
030270     PERFORM 9625-LIST-ONE-PENDING-LOAN THRU 9625-EXIT
030280         UNTIL WS-END-OF-LOAN-SCAN.
030290     IF WS-LN-COUNT = 0
030300         DISPLAY 'Tidak ada pinjaman menunggu persetujuan.'
030310         GO TO 9620-EXIT
030320     END-IF.
030330     DISPLAY 'ID karyawan: '.
030340     ACCEPT WS-LN-KEY-EMP.
030350     DISPLAY 'Nomor pinjaman: '.
030360     ACCEPT WS-LN-KEY-SEQ.
030370     MOVE WS-LN-KEY-EMP TO LOAN-EMPLOYEE-ID.
030380     MOVE WS-LN-KEY-SEQ TO LOAN-SEQ.
030390     READ LOAN-MASTER-FILE
030400         INVALID KEY
030410             DISPLAY 'Pinjaman tidak ditemukan.'
030420             GO TO 9620-EXIT
030430     END-READ.
030440     IF NOT LOAN-PENDING
030450         DISPLAY 'Pinjaman sudah diputuskan.'
030460         GO TO 9620-EXIT
030470     END-IF.
030480     PERFORM 9630-FORMAT-PINJAMAN THRU 9630-EXIT.
030490     MOVE WS-LN-NEW-VALUE TO WS-LN-OLD-VALUE.
030500     DISPLAY 'Keputusan (A=Setujui, R=Tolak): '.
030510     ACCEPT WS-LN-DECISION.
030520     MOVE FUNCTION UPPER-CASE(WS-LN-DECISION) TO WS-LN-DECISION.
030530     IF WS-LN-DECISION NOT = 'A' AND WS-LN-DECISION NOT = 'R'
030540         DISPLAY 'Keputusan tidak valid, dibatalkan.'
030550         GO TO 9620-EXIT
030560     END-IF.
030570     IF WS-LN-DECISION = 'A'
030580         MOVE LOAN-EMPLOYEE-ID TO EMPLOYEE-ID
030590         READ EMPLOYEE-FILE
030600             INVALID KEY
030610                 DISPLAY 'Karyawan tidak ditemukan, '
030620                     'pinjaman tetap menunggu.'
030630                 GO TO 9620-EXIT
030640         END-READ
030650         IF NOT EMPLOYEE-ACTIVE
030660             DISPLAY 'Karyawan tidak aktif, '
030670                 'pinjaman tetap menunggu.'
030680             GO TO 9620-EXIT
030690         END-IF
030700         SET LOAN-ACTIVE TO TRUE
030710         MOVE LOAN-PRINCIPAL TO LOAN-BALANCE
030720     ELSE
030730         SET LOAN-REJECTED TO TRUE
030740         MOVE ZERO TO LOAN-BALANCE
030750     END-IF.
030760     MOVE WS-OPERATOR-ID TO LOAN-DECIDED-BY.
030770     MOVE WS-CURRENT-DATE-NUM TO LOAN-DECIDED-DATE.
030780     REWRITE LOAN-RECORD.
030790     IF WS-LOAN-FILE-STATUS NOT = '00'
030800         DISPLAY 'Pinjaman gagal disimpan, status '
030810             WS-LOAN-FILE-STATUS
030820         GO TO 9620-EXIT
030830     END-IF.
030840     PERFORM 9630-FORMAT-PINJAMAN THRU 9630-EXIT.
030850     MOVE LOAN-EMPLOYEE-ID TO AUDIT-EMPLOYEE-ID.
030860     SET AUDIT-OP-CHANGE TO TRUE.
030870     MOVE 'LOAN-STATUS' TO AUDIT-FIELD-NAME.
030880     MOVE WS-LN-OLD-VALUE TO AUDIT-OLD-VALUE.
030890     MOVE WS-LN-NEW-VALUE TO AUDIT-NEW-VALUE.
030900     PERFORM 9100-WRITE-AUDIT-ENTRY THRU 9100-EXIT.
030910     IF LOAN-ACTIVE
030920         DISPLAY 'Pinjaman ' LOAN-EMPLOYEE-ID '/' LOAN-SEQ
030930             ' disetujui, dipotong mulai periode '
030940             LOAN-START-YEAR '-' LOAN-START-MONTH '.'
030950     ELSE
030960         DISPLAY 'Pinjaman ' LOAN-EMPLOYEE-ID '/' LOAN-SEQ
030970             ' ditolak.'
030980     END-IF.
030990 9620-EXIT.
031000     EXIT.
031010
031020 9625-LIST-ONE-PENDING-LOAN.
031030     READ LOAN-MASTER-FILE NEXT RECORD
031040         AT END
031050             SET WS-END-OF-LOAN-SCAN TO TRUE
031060             GO TO 9625-EXIT
031070     END-READ.
031080     IF NOT LOAN-PENDING
031090         GO TO 9625-EXIT
031100     END-IF.
031110     MOVE LOAN-PRINCIPAL TO WS-LN-PRINCIPAL-EDIT.
031120     MOVE LOAN-INSTALLMENT TO WS-LN-INSTALL-EDIT.
031130     DISPLAY LOAN-EMPLOYEE-ID '/' LOAN-SEQ ' ' LOAN-TYPE
031140         ' POKOK ' WS-LN-PRINCIPAL-EDIT
031150         ' CICILAN ' WS-LN-INSTALL-EDIT
031160         ' MULAI ' LOAN-START-YEAR '-' LOAN-START-MONTH
031170         ' OLEH ' LOAN-REQUESTED-BY.
031180     ADD 1 TO WS-LN-COUNT.
031190 9625-EXIT.
031200     EXIT.
031210
031220*    THE LOAN IN THE RECORD AREA AS ONE AUDIT VALUE - SEQUENCE,
031230*    TYPE, PRINCIPAL AND STATUS.
031240 9630-FORMAT-PINJAMAN.
031250     PERFORM 9640-LOAN-TEXTS THRU 9640-EXIT.
031260     MOVE LOAN-PRINCIPAL TO WS-LN-PRINCIPAL-EDIT.
031270     MOVE SPACES TO WS-LN-NEW-VALUE.
031280     STRING LOAN-SEQ ' ' LOAN-TYPE ' ' WS-LN-PRINCIPAL-EDIT
031290         ' ' WS-LN-STATUS-TEXT
031300         DELIMITED BY SIZE INTO WS-LN-NEW-VALUE.
031310 9630-EXIT.
031320     EXIT.
031330
031340 9640-LOAN-TEXTS.
031350     IF LOAN-TYPE-KASBON
031360         MOVE 'KASBON' TO WS-LN-TYPE-TEXT
031370     ELSE
031380         MOVE 'PINJAMAN' TO WS-LN-TYPE-TEXT
031390     END-IF.
031400     MOVE 'MENUNGGU' TO WS-LN-STATUS-TEXT.
031410     IF LOAN-ACTIVE
031420         MOVE 'AKTIF' TO WS-LN-STATUS-TEXT
031430     END-IF.
031440     IF LOAN-REJECTED
031450         MOVE 'DITOLAK' TO WS-LN-STATUS-TEXT
031460     END-IF.
031470     IF LOAN-PAID-OFF
031480         MOVE 'LUNAS' TO WS-LN-STATUS-TEXT
031490     END-IF.
031500 9640-EXIT.
031510     EXIT.
031520
031530*****************************************************************
031540*    9700-LIHAT-PINJAMAN - SHOW EVERY LOAN OF ONE EMPLOYEE,     *
031550*    CURRENT OR ALREADY OFFBOARDED, WITH ITS REPAYMENTS FROM    *
031560*    THE REPAYMENT LEDGER, OLDEST FIRST.                        *
031570*****************************************************************
031580 9700-LIHAT-PINJAMAN.
031590     DISPLAY 'MASUKKAN ID KARYAWAN:'.
031600     ACCEPT WS-EMP-ID.
031610     MOVE WS-EMP-ID TO EMPLOYEE-ID.
031620     READ EMPLOYEE-FILE
031630         INVALID KEY
031640             MOVE '(TIDAK ADA DI MASTER)' TO EMPLOYEE-NAME
031650     END-READ.
031660     DISPLAY 'Pinjaman karyawan ID ' WS-EMP-ID ' '
031670         EMPLOYEE-NAME.
031680     MOVE 'N' TO WS-LNPY-OPEN-SW.
031690     OPEN INPUT LOAN-REPAYMENT-FILE.
031700     IF WS-LNPY-FILE-STATUS = '00'
031710         SET WS-LOAN-LEDGER-OPEN TO TRUE
031720     END-IF.
031730     MOVE 0 TO WS-LN-COUNT.
031740     MOVE 'N' TO WS-LN-EOF-SW.
031750     MOVE WS-EMP-ID TO LOAN-EMPLOYEE-ID.
031760     MOVE ZERO TO LOAN-SEQ.
031770     START LOAN-MASTER-FILE KEY NOT < LOAN-KEY
031780         INVALID KEY
031790             SET WS-END-OF-LOAN-SCAN TO TRUE
031800     END-START.
031810     PERFORM 9710-SHOW-ONE-LOAN THRU 9710-EXIT
031820         UNTIL WS-END-OF-LOAN-SCAN.
031830     IF WS-LN-COUNT = 0
031840         DISPLAY 'Tidak ada pinjaman untuk karyawan ini.'
031850     END-IF.
031860     IF WS-LOAN-LEDGER-OPEN
031870         CLOSE LOAN-REPAYMENT-FILE
031880     END-IF.
031890 9700-EXIT.
031900     EXIT.
031910
031920 9710-SHOW-ONE-LOAN.
031930     READ LOAN-MASTER-FILE NEXT RECORD
031940         AT END
031950             SET WS-END-OF-LOAN-SCAN TO TRUE
031960             GO TO 9710-EXIT
031970     END-READ.
031980     IF LOAN-EMPLOYEE-ID NOT = WS-EMP-ID
031990         SET WS-END-OF-LOAN-SCAN TO TRUE
032000         GO TO 9710-EXIT
032010     END-IF.
032020     ADD 1 TO WS-LN-COUNT.
032030     PERFORM 9640-LOAN-TEXTS THRU 9640-EXIT.
032040     MOVE LOAN-PRINCIPAL TO WS-LN-PRINCIPAL-EDIT.
032050     MOVE LOAN-INSTALLMENT TO WS-LN-INSTALL-EDIT.
032060     MOVE LOAN-BALANCE TO WS-LN-BALANCE-EDIT.
032070     DISPLAY 'NO ' LOAN-SEQ ' ' WS-LN-TYPE-TEXT ' '
032080         WS-LN-STATUS-TEXT ' MULAI ' LOAN-START-YEAR '-'
032090         LOAN-START-MONTH ' (' LOAN-NOTE ')'.
032100     DISPLAY '    POKOK ' WS-LN-PRINCIPAL-EDIT
032110         '  CICILAN ' WS-LN-INSTALL-EDIT
032120         '  SISA ' WS-LN-BALANCE-EDIT.
032130     IF NOT WS-LOAN-LEDGER-OPEN
032140         GO TO 9710-EXIT
032150     END-IF.
032160     MOVE 'N' TO WS-LNPY-EOF-SW.
032170     MOVE LOAN-KEY TO LNPY-LOAN-KEY.
032180     MOVE ZERO TO LNPY-YEAR.
032190     MOVE ZERO TO LNPY-MONTH.
032200     MOVE SPACE TO LNPY-SOURCE.
032210     START LOAN-REPAYMENT-FILE KEY NOT < LNPY-KEY
032220         INVALID KEY
032230             SET WS-END-OF-LNPY-SCAN TO TRUE
032240     END-START.
032250     PERFORM 9720-SHOW-ONE-REPAYMENT THRU 9720-EXIT
032260         UNTIL WS-END-OF-LNPY-SCAN.
032270 9710-EXIT.
032280     EXIT.
032290
032300 9720-SHOW-ONE-REPAYMENT.
032310     READ LOAN-REPAYMENT-FILE NEXT RECORD
032320         AT END
032330             SET WS-END-OF-LNPY-SCAN TO TRUE
032340             GO TO 9720-EXIT
032350     END-READ.
032360     IF LNPY-LOAN-KEY NOT = LOAN-KEY
032370         SET WS-END-OF-LNPY-SCAN TO TRUE
032380         GO TO 9720-EXIT
032390     END-IF.
032400     IF LNPY-FROM-FINAL-PAY
032410         MOVE 'FINAL PAY' TO WS-LN-SOURCE-TEXT
032420     ELSE
032430         MOVE 'PAYROLL' TO WS-LN-SOURCE-TEXT
032440     END-IF.
032450     MOVE LNPY-AMOUNT TO WS-LN-INSTALL-EDIT.
032460     MOVE LNPY-BALANCE-AFTER TO WS-LN-BALANCE-EDIT.
032470     DISPLAY '      ' LNPY-YEAR '-' LNPY-MONTH ' '
032480         WS-LN-SOURCE-TEXT ' ' WS-LN-INSTALL-EDIT
032490         '  SISA ' WS-LN-BALANCE-EDIT.
032500 9720-EXIT.
032510     EXIT.
032520
032530*****************************************************************
032540*    9800-KELOLA-KONTRAK - RECORD A NEW CONTRACT OR RENEWAL,    *
032550*    OR MARK A FIXED-TERM CONTRACT NOT RENEWED.                 *
032560*****************************************************************
032570 9800-KELOLA-KONTRAK.
032580     DISPLAY '1. Catat Kontrak Baru/Perpanjangan'.
032590     DISPLAY '2. Kontrak Tidak Diperpanjang (PHK Terjadwal)'.
032600     ACCEPT WS-CT-CHOICE.
032610     IF WS-CT-CHOICE = '1'
032620         PERFORM 9810-CATAT-KONTRAK THRU 9810-EXIT
032630     END-IF.
032640     IF WS-CT-CHOICE = '2'
032650         PERFORM 9820-KONTRAK-TIDAK-DIPERPANJANG THRU 9820-EXIT
032660     END-IF.
032670     IF WS-CT-CHOICE NOT = '1' AND WS-CT-CHOICE NOT = '2'
032680         DISPLAY 'Pilihan tidak valid.'
032690     END-IF.
032700 9800-EXIT.
032710     EXIT.
032720
032730*****************************************************************
032740*    9810-CATAT-KONTRAK - RECORD A CONTRACT FOR AN ACTIVE       *
032750*    EMPLOYEE. A PKWT FOLLOWING A PKWT IS A RENEWAL AND CARRIES *
032760*    THE RUN'S FIRST START DATE AND RENEWAL COUNT FORWARD. THE  *
032770*    NEW CONTRACT SUPERSEDES THE CURRENT ONE.                   *
032780*****************************************************************
032790 9810-CATAT-KONTRAK.
032800     DISPLAY 'MASUKKAN ID KARYAWAN:'.
032810     ACCEPT WS-EMP-ID.
032820     MOVE WS-EMP-ID TO EMPLOYEE-ID.
032830     READ EMPLOYEE-FILE
032840         INVALID KEY
032850             DISPLAY 'Karyawan tidak ditemukan.'
032860             GO TO 9810-EXIT
032870     END-READ.
032880     IF NOT EMPLOYEE-ACTIVE
032890         DISPLAY 'Karyawan tidak aktif, dibatalkan.'
032900         GO TO 9810-EXIT
032910     END-IF.
032920     DISPLAY 'Kontrak karyawan ID ' WS-EMP-ID ' '
032930         EMPLOYEE-NAME.
032940     MOVE EMPLOYEE-HIRE-DATE TO WS-EMP-HIRE-DATE.
032950     MOVE 'N' TO WS-CT-HIRE-SW.
032960     PERFORM 9830-FIND-CURRENT-CONTRACT THRU 9830-EXIT.
032970     IF WS-CT-HAS-CURRENT
032980         DISPLAY 'Kontrak berjalan: ' WS-CT-CUR-TYPE ' '
032990             WS-CT-CUR-NUMBER ' BERAKHIR ' WS-CT-CUR-END-DATE
033000             ' PERPANJANGAN ' WS-CT-CUR-RENEWALS
033010     ELSE
033020         DISPLAY 'Belum ada kontrak tercatat.'
033030     END-IF.
033040     PERFORM 9850-CAPTURE-CONTRACT-TERMS THRU 9850-EXIT.
033050     IF WS-DATA-IS-INVALID
033060         GO TO 9810-EXIT
033070     END-IF.
033080     PERFORM 9860-WRITE-CONTRACT THRU 9860-EXIT.
033090 9810-EXIT.
033100     EXIT.
033110
033120*****************************************************************
033130*    9820-KONTRAK-TIDAK-DIPERPANJANG - A CURRENT PKWT THAT WILL *
033140*    NOT BE RENEWED IS TURNED STRAIGHT INTO A TERMINATION HELD  *
033150*    ON PENDING-CHANGE-FILE, EFFECTIVE ON THE CONTRACT END      *
033160*    DATE. THE NIGHTLY APPLY JOB ARCHIVES THE EMPLOYEE FOR      *
033170*    FINAL PAY THAT DAY, EXACTLY AS HAPUS-KARYAWAN WOULD. A     *
033180*    LATER RENEWAL CANCELS THE SCHEDULED TERMINATION.           *
033190*****************************************************************
033200 9820-KONTRAK-TIDAK-DIPERPANJANG.
033210     DISPLAY 'MASUKKAN ID KARYAWAN:'.
033220     ACCEPT WS-EMP-ID.
033230     MOVE WS-EMP-ID TO EMPLOYEE-ID.
033240     READ EMPLOYEE-FILE
033250         INVALID KEY
033260             DISPLAY 'Karyawan tidak ditemukan.'
033270             GO TO 9820-EXIT
033280     END-READ.
033290     IF NOT EMPLOYEE-ACTIVE
033300         DISPLAY 'Karyawan tidak aktif, dibatalkan.'
033310         GO TO 9820-EXIT
033320     END-IF.
033330     PERFORM 9830-FIND-CURRENT-CONTRACT THRU 9830-EXIT.
033340     IF NOT WS-CT-HAS-CURRENT
033350         DISPLAY 'Karyawan belum memiliki kontrak tercatat.'
033360         GO TO 9820-EXIT
033370     END-IF.
033380     IF WS-CT-CUR-TYPE NOT = 'PKWT'
033390         DISPLAY 'Kontrak PKWTT tidak berakhir, gunakan menu 4.'
033400         GO TO 9820-EXIT
033410     END-IF.
033420     IF WS-CT-CUR-STATUS = 'N'
033430         DISPLAY 'Kontrak sudah ditandai tidak diperpanjang, '
033440             'PHK nomor ' WS-CT-CUR-PEND-ID '.'
033450         GO TO 9820-EXIT
033460     END-IF.
033470     IF WS-CT-CUR-END-DATE < WS-CURRENT-DATE-NUM
033480         DISPLAY 'Kontrak sudah berakhir, gunakan menu 4.'
033490         GO TO 9820-EXIT
033500     END-IF.
033510     DISPLAY 'Kontrak ' WS-CT-CUR-NUMBER ' ' EMPLOYEE-NAME
033520         ' berakhir ' WS-CT-CUR-END-DATE '.'.
033530     DISPLAY 'Tidak diperpanjang dan PHK terjadwal? (Y/N)'.
033540     ACCEPT WS-CHOICE.
033550     IF WS-CHOICE NOT = 'Y' AND WS-CHOICE NOT = 'y'
033560         GO TO 9820-EXIT
033570     END-IF.
033580     DISPLAY 'Alasan pemutusan kerja: '.
033590     ACCEPT WS-CT-REASON.
033600     IF WS-CT-REASON = SPACES
033610         MOVE 'KONTRAK PKWT TIDAK DIPERPANJANG' TO WS-CT-REASON
033620     END-IF.
033630     PERFORM 5410-ASSIGN-PEND-ID THRU 5410-EXIT.
033640     MOVE WS-NEXT-PEND-ID TO PEND-ID.
033650     MOVE WS-EMP-ID TO PEND-EMPLOYEE-ID.
033660     MOVE WS-CT-CUR-END-DATE TO PEND-EFFECTIVE-DATE.
033670     MOVE EMPLOYEE-NAME TO PEND-NEW-NAME.
033680     MOVE EMPLOYEE-DEPT TO PEND-NEW-DEPT.
033690     MOVE EMPLOYEE-POSITION TO PEND-NEW-POSITION.
033700     MOVE EMPLOYEE-SALARY TO PEND-NEW-SALARY.
033710     MOVE EMPLOYEE-MANAGER-ID TO PEND-NEW-MANAGER-ID.
033720     SET PEND-PENDING TO TRUE.
033730     SET PEND-TYPE-TERMINATION TO TRUE.
033740     MOVE WS-OPERATOR-ID TO PEND-ENTERED-BY.
033750     MOVE WS-CURRENT-DATE-NUM TO PEND-ENTERED-DATE.
033760     MOVE ZERO TO PEND-DECIDED-DATE.
033770     MOVE WS-CT-REASON TO PEND-REASON.
033780     WRITE PENDING-CHANGE-RECORD
033790         INVALID KEY
033800             DISPLAY 'Gagal menyimpan PHK terjadwal, status '
033810                 WS-PEND-FILE-STATUS
033820             GO TO 9820-EXIT
033830     END-WRITE.
033840     MOVE WS-EMP-ID TO CONT-EMPLOYEE-ID.
033850     MOVE WS-CT-CUR-SEQ TO CONT-SEQ.
033860     READ CONTRACT-FILE
033870         INVALID KEY
033880             DISPLAY 'Kontrak tidak ditemukan, status '
033890                 WS-CONT-FILE-STATUS
033900             GO TO 9820-EXIT
033910     END-READ.
033920     SET CONT-NOT-RENEWED TO TRUE.
033930     MOVE PEND-ID TO CONT-TERM-PEND-ID.
033940     REWRITE CONTRACT-RECORD.
033950     MOVE WS-EMP-ID TO AUDIT-EMPLOYEE-ID.
033960     SET AUDIT-OP-CHANGE TO TRUE.
033970     MOVE 'CONTRACT NOT RENEWED' TO AUDIT-FIELD-NAME.
033980     MOVE WS-CT-CUR-NUMBER TO AUDIT-OLD-VALUE.
033990     MOVE WS-CT-CUR-END-DATE TO AUDIT-NEW-VALUE.
034000     PERFORM 9100-WRITE-AUDIT-ENTRY THRU 9100-EXIT.
034010     DISPLAY 'PHK nomor ' PEND-ID ' dijadwalkan, efektif '
034020         PEND-EFFECTIVE-DATE '.'.
034030 9820-EXIT.
034040     EXIT.
034050
034060*****************************************************************
034070*    9830-FIND-CURRENT-CONTRACT - BROWSE WS-EMP-ID'S CONTRACTS, *
034080*    KEEP THE LATEST ONE STILL IN FORCE (CURRENT OR NOT         *
034090*    RENEWED) IN WS-CT-CURRENT, AND SET WS-CT-NEXT-SEQ TO ONE   *
034100*    PAST THE HIGHEST SEQUENCE, OR ZERO WHEN ALL 999 ARE USED.  *
034110*****************************************************************
034120 9830-FIND-CURRENT-CONTRACT.
034130     MOVE 'N' TO WS-CT-FOUND-SW.
034140     MOVE 1 TO WS-CT-NEXT-SEQ.
034150     MOVE 'N' TO WS-CT-EOF-SW.
034160     MOVE WS-EMP-ID TO CONT-EMPLOYEE-ID.
034170     MOVE ZERO TO CONT-SEQ.
034180     START CONTRACT-FILE KEY NOT < CONT-KEY
034190         INVALID KEY
034200             SET WS-END-OF-CONT-SCAN TO TRUE
034210     END-START.
034220     PERFORM 9835-CHECK-ONE-CONTRACT THRU 9835-EXIT
034230         UNTIL WS-END-OF-CONT-SCAN.
034240 9830-EXIT.
034250     EXIT.
034260
034270 9835-CHECK-ONE-CONTRACT.
034280     READ CONTRACT-FILE NEXT RECORD
034290         AT END
034300             SET WS-END-OF-CONT-SCAN TO TRUE
034310             GO TO 9835-EXIT
034320     END-READ.
034330     IF CONT-EMPLOYEE-ID NOT = WS-EMP-ID
034340         SET WS-END-OF-CONT-SCAN TO TRUE
034350         GO TO 9835-EXIT
034360     END-IF.
034370     IF CONT-SEQ = 999
034380         MOVE ZERO TO WS-CT-NEXT-SEQ
034390     ELSE
034400         COMPUTE WS-CT-NEXT-SEQ = CONT-SEQ + 1
034410     END-IF.
034420     IF CONT-SUPERSEDED
034430         GO TO 9835-EXIT
034440     END-IF.
034450     SET WS-CT-HAS-CURRENT TO TRUE.
034460     MOVE CONT-SEQ TO WS-CT-CUR-SEQ.
034470     MOVE CONT-TYPE TO WS-CT-CUR-TYPE.
034480     MOVE CONT-NUMBER TO WS-CT-CUR-NUMBER.
034490     MOVE CONT-END-DATE TO WS-CT-CUR-END-DATE.
034500     MOVE CONT-FIRST-START-DATE TO WS-CT-CUR-FIRST-START.
034510     MOVE CONT-RENEWAL-COUNT TO WS-CT-CUR-RENEWALS.
034520     MOVE CONT-STATUS TO WS-CT-CUR-STATUS.
034530     MOVE CONT-TERM-PEND-ID TO WS-CT-CUR-PEND-ID.
034540 9835-EXIT.
034550     EXIT.
034560
034570*****************************************************************
034580*    9850-CAPTURE-CONTRACT-TERMS - TAKE AND VALIDATE THE TYPE,  *
034590*    NUMBER AND DATES OF A NEW CONTRACT FOR WS-EMP-ID. A PKWT   *
034600*    MUST END AFTER IT STARTS; A PKWTT HAS NO END DATE. A ZERO  *
034610*    START DATE MEANS THE HIRE DATE. A PKWT RUN RENEWED MORE    *
034620*    OFTEN OR FOR LONGER THAN HRLIMIT ALLOWS IS ONLY KEPT IF    *
034630*    THE SUPERVISOR CONFIRMS IT.                                *
034640*****************************************************************
034650 9850-CAPTURE-CONTRACT-TERMS.
034660     SET WS-DATA-IS-VALID TO TRUE.
034670     DISPLAY 'Jenis kontrak (PKWT/PKWTT): '.
034680     ACCEPT WS-CT-TYPE-ENTRY.
034690     MOVE FUNCTION UPPER-CASE(WS-CT-TYPE-ENTRY)
034700         TO WS-CT-TYPE-ENTRY.
034710     IF WS-CT-TYPE-ENTRY NOT = 'PKWT' AND
034720         WS-CT-TYPE-ENTRY NOT = 'PKWTT'
034730         DISPLAY 'Jenis kontrak tidak valid.'
034740         SET WS-DATA-IS-INVALID TO TRUE
034750         GO TO 9850-EXIT
034760     END-IF.
034770     DISPLAY 'Nomor kontrak: '.
034780     ACCEPT WS-CT-NUMBER-ENTRY.
034790     IF WS-CT-NUMBER-ENTRY = SPACES
034800         DISPLAY 'Nomor kontrak wajib diisi.'
034810         SET WS-DATA-IS-INVALID TO TRUE
034820         GO TO 9850-EXIT
034830     END-IF.
034840     DISPLAY 'Tanggal mulai kontrak (YYYY MM DD, 0 = tanggal '
034850         'masuk): '.
034860     ACCEPT WS-CT-START-YEAR.
034870     ACCEPT WS-CT-START-MONTH.
034880     ACCEPT WS-CT-START-DAY.
034890     IF WS-CT-START-DATE-NUM = ZERO
034900         MOVE WS-EMP-HIRE-DATE TO WS-CT-START-DATE-NUM
034910     END-IF.
034920     IF WS-CT-START-MONTH < 1 OR WS-CT-START-MONTH > 12 OR
034930         WS-CT-START-DAY < 1 OR WS-CT-START-DAY > 31
034940         DISPLAY 'Tanggal mulai kontrak tidak valid.'
034950         SET WS-DATA-IS-INVALID TO TRUE
034960         GO TO 9850-EXIT
034970     END-IF.
034980     MOVE ZERO TO WS-CT-END-DATE-NUM.
034990     IF WS-CT-TYPE-ENTRY = 'PKWT'
035000         DISPLAY 'Tanggal berakhir kontrak (YYYY MM DD): '
035010         ACCEPT WS-CT-END-YEAR
035020         ACCEPT WS-CT-END-MONTH
035030         ACCEPT WS-CT-END-DAY
035040         IF WS-CT-END-MONTH < 1 OR WS-CT-END-MONTH > 12 OR
035050             WS-CT-END-DAY < 1 OR WS-CT-END-DAY > 31 OR
035060             WS-CT-END-DATE-NUM NOT > WS-CT-START-DATE-NUM
035070             DISPLAY 'Tanggal berakhir harus setelah tanggal '
035080                 'mulai.'
035090             SET WS-DATA-IS-INVALID TO TRUE
035100             GO TO 9850-EXIT
035110         END-IF
035120     END-IF.
035130     MOVE 0 TO WS-CT-RENEWALS.
035140     MOVE WS-CT-START-DATE-NUM TO WS-CT-FIRST-START-NUM.
035150     IF NOT WS-CT-FOR-HIRE AND WS-CT-HAS-CURRENT AND
035160         WS-CT-CUR-TYPE = 'PKWT' AND WS-CT-TYPE-ENTRY = 'PKWT'
035170         COMPUTE WS-CT-RENEWALS = WS-CT-CUR-RENEWALS + 1
035180         MOVE WS-CT-CUR-FIRST-START TO WS-CT-FIRST-START-NUM
035190     END-IF.
035200     IF WS-CT-TYPE-ENTRY NOT = 'PKWT'
035210         GO TO 9850-EXIT
035220     END-IF.
035230     COMPUTE WS-CT-MONTHS =
035240         (WS-CT-END-YEAR - WS-CT-FS-YEAR) * 12
035250         + WS-CT-END-MONTH - WS-CT-FS-MONTH.
035260     IF WS-CT-END-DAY > WS-CT-FS-DAY
035270         ADD 1 TO WS-CT-MONTHS
035280     END-IF.
035290     IF WS-CT-RENEWALS > HR-MAX-PKWT-RENEWALS OR
035300         WS-CT-MONTHS > HR-MAX-PKWT-MONTHS
035310         DISPLAY 'PERINGATAN: PKWT MELEWATI BATAS (MAKS '
035320             HR-MAX-PKWT-RENEWALS ' PERPANJANGAN, '
035330             HR-MAX-PKWT-MONTHS ' BULAN).'
035340         DISPLAY 'Kontrak ini: perpanjangan ke-' WS-CT-RENEWALS
035350             ', total ' WS-CT-MONTHS ' bulan.'
035360         DISPLAY 'Tetap simpan? (Y/N)'
035370         ACCEPT WS-CHOICE
035380         IF WS-CHOICE NOT = 'Y' AND WS-CHOICE NOT = 'y'
035390             DISPLAY 'Kontrak tidak disimpan.'
035400             SET WS-DATA-IS-INVALID TO TRUE
035410         END-IF
035420     END-IF.
035430 9850-EXIT.
035440     EXIT.
035450
035460*****************************************************************
035470*    9860-WRITE-CONTRACT - WRITE THE CONTRACT CAPTURED BY 9850  *
035480*    AS WS-EMP-ID'S CURRENT CONTRACT UNDER THE NEXT SEQUENCE,   *
035490*    THEN MARK THE ONE IT REPLACES SUPERSEDED. RENEWING A       *
035500*    CONTRACT ALREADY MARKED NOT RENEWED CANCELS ITS SCHEDULED  *
035510*    TERMINATION.                                               *
035520*****************************************************************
035530 9860-WRITE-CONTRACT.
035540     IF WS-CT-NEXT-SEQ = ZERO
035550         DISPLAY 'Nomor urut kontrak karyawan ini sudah habis, '
035560             'kontrak tidak dicatat.'
035570         GO TO 9860-EXIT
035580     END-IF.
035590     MOVE WS-EMP-ID TO CONT-EMPLOYEE-ID.
035600     MOVE WS-CT-NEXT-SEQ TO CONT-SEQ.
035610     MOVE WS-CT-TYPE-ENTRY TO CONT-TYPE.
035620     MOVE WS-CT-NUMBER-ENTRY TO CONT-NUMBER.
035630     MOVE WS-CT-START-DATE-NUM TO CONT-START-DATE.
035640     MOVE WS-CT-END-DATE-NUM TO CONT-END-DATE.
035650     MOVE WS-CT-FIRST-START-NUM TO CONT-FIRST-START-DATE.
035660     MOVE WS-CT-RENEWALS TO CONT-RENEWAL-COUNT.
035670     SET CONT-CURRENT TO TRUE.
035680     MOVE WS-OPERATOR-ID TO CONT-ENTERED-BY.
035690     MOVE WS-CURRENT-DATE-NUM TO CONT-ENTERED-DATE.
035700     MOVE ZERO TO CONT-TERM-PEND-ID.
035710     WRITE CONTRACT-RECORD.
035720     IF WS-CONT-FILE-STATUS NOT = '00'
035730         DISPLAY 'Kontrak gagal disimpan, status '
035740             WS-CONT-FILE-STATUS
035750         GO TO 9860-EXIT
035760     END-IF.
035770     MOVE SPACES TO WS-CT-NEW-VALUE.
035780     STRING WS-CT-TYPE-ENTRY ' ' WS-CT-NUMBER-ENTRY
035790         DELIMITED BY SIZE INTO WS-CT-NEW-VALUE.
035800     MOVE SPACES TO WS-CT-OLD-VALUE.
035810     IF WS-CT-HAS-CURRENT
035820         STRING WS-CT-CUR-TYPE ' ' WS-CT-CUR-NUMBER
035830             DELIMITED BY SIZE INTO WS-CT-OLD-VALUE
035840         PERFORM 9865-SUPERSEDE-CONTRACT THRU 9865-EXIT
035850     END-IF.
035860     MOVE WS-EMP-ID TO AUDIT-EMPLOYEE-ID.
035870     SET AUDIT-OP-ADD TO TRUE.
035880     MOVE 'CONTRACT RECORDED' TO AUDIT-FIELD-NAME.
035890     MOVE WS-CT-OLD-VALUE TO AUDIT-OLD-VALUE.
035900     MOVE WS-CT-NEW-VALUE TO AUDIT-NEW-VALUE.
035910     PERFORM 9100-WRITE-AUDIT-ENTRY THRU 9100-EXIT.
035920     IF WS-CT-RENEWALS > 0
035930         DISPLAY 'Perpanjangan ke-' WS-CT-RENEWALS
035940             ' dicatat, kontrak nomor urut ' WS-CT-NEXT-SEQ '.'
035950     ELSE
035960         DISPLAY 'Kontrak nomor urut ' WS-CT-NEXT-SEQ
035970             ' dicatat.'
035980     END-IF.
035990 9860-EXIT.
036000     EXIT.
036010
036020 9865-SUPERSEDE-CONTRACT.
036030     MOVE WS-EMP-ID TO CONT-EMPLOYEE-ID.
036040     MOVE WS-CT-CUR-SEQ TO CONT-SEQ.
036050     READ CONTRACT-FILE
036060         INVALID KEY
036070             GO TO 9865-EXIT
036080     END-READ.
036090     IF CONT-NOT-RENEWED AND CONT-TERM-PEND-ID NOT = ZERO
036100         PERFORM 9870-CANCEL-TERMINATION THRU 9870-EXIT
036110     END-IF.
036120     SET CONT-SUPERSEDED TO TRUE.
036130     REWRITE CONTRACT-RECORD.
036140 9865-EXIT.
036150     EXIT.
036160
036170*    THE TERMINATION SCHEDULED FOR A NON-RENEWAL IS CANCELLED
036180*    ONLY IF THE APPLY JOB HAS NOT YET CARRIED IT OUT.
036190 9870-CANCEL-TERMINATION.
036200     MOVE CONT-TERM-PEND-ID TO PEND-ID.
036210     READ PENDING-CHANGE-FILE
036220         INVALID KEY
036230             GO TO 9870-EXIT
036240     END-READ.
036250     IF NOT PEND-PENDING OR NOT PEND-TYPE-TERMINATION
036260         GO TO 9870-EXIT
036270     END-IF.
036280     SET PEND-CANCELLED TO TRUE.
036290     MOVE WS-CURRENT-DATE-NUM TO PEND-DECIDED-DATE.
036300     REWRITE PENDING-CHANGE-RECORD.
036310     MOVE WS-EMP-ID TO AUDIT-EMPLOYEE-ID.
036320     SET AUDIT-OP-CHANGE TO TRUE.
036330     MOVE 'TERM CANCELLED' TO AUDIT-FIELD-NAME.
036340     MOVE PEND-EFFECTIVE-DATE TO AUDIT-OLD-VALUE.
036350     MOVE SPACES TO AUDIT-NEW-VALUE.
036360     PERFORM 9100-WRITE-AUDIT-ENTRY THRU 9100-EXIT.
036370     DISPLAY 'PHK terjadwal nomor ' PEND-ID ' dibatalkan.'.
036380 9870-EXIT.
036390     EXIT.
036400
036410*****************************************************************
036420*    9900-LIHAT-KONTRAK - SHOW EVERY CONTRACT OF ONE EMPLOYEE,  *
036430*    CURRENT OR ALREADY OFFBOARDED, OLDEST FIRST.               *
036440*****************************************************************
036450 9900-LIHAT-KONTRAK.
036460     DISPLAY 'MASUKKAN ID KARYAWAN:'.
036470     ACCEPT WS-EMP-ID.
036480     MOVE WS-EMP-ID TO EMPLOYEE-ID.
036490     READ EMPLOYEE-FILE
036500         INVALID KEY
036510             MOVE '(TIDAK ADA DI MASTER)' TO EMPLOYEE-NAME
036520     END-READ.
036530     DISPLAY 'Kontrak karyawan ID ' WS-EMP-ID ' '
036540         EMPLOYEE-NAME.
036550     MOVE 0 TO WS-CT-COUNT.
036560     MOVE 'N' TO WS-CT-EOF-SW.
036570     MOVE WS-EMP-ID TO CONT-EMPLOYEE-ID.
036580     MOVE ZERO TO CONT-SEQ.
036590     START CONTRACT-FILE KEY NOT < CONT-KEY
036600         INVALID KEY
036610             SET WS-END-OF-CONT-SCAN TO TRUE
036620     END-START.
036630     PERFORM 9910-SHOW-ONE-CONTRACT THRU 9910-EXIT
036640         UNTIL WS-END-OF-CONT-SCAN.
036650     IF WS-CT-COUNT = 0
036660         DISPLAY 'Tidak ada kontrak untuk karyawan ini.'
036670     END-IF.
036680 9900-EXIT.
036690     EXIT.
036700
036710 9910-SHOW-ONE-CONTRACT.
036720     READ CONTRACT-FILE NEXT RECORD
036730         AT END
036740             SET WS-END-OF-CONT-SCAN TO TRUE
036750             GO TO 9910-EXIT
036760     END-READ.
036770     IF CONT-EMPLOYEE-ID NOT = WS-EMP-ID
036780         SET WS-END-OF-CONT-SCAN TO TRUE
036790         GO TO 9910-EXIT
036800     END-IF.
036810     ADD 1 TO WS-CT-COUNT.
036820     MOVE 'BERJALAN' TO WS-CT-STATUS-TEXT.
036830     IF CONT-CURRENT AND CONT-TYPE-PKWT AND
036840         CONT-END-DATE < WS-CURRENT-DATE-NUM
036850         MOVE 'LEWAT MASA' TO WS-CT-STATUS-TEXT
036860     END-IF.
036870     IF CONT-SUPERSEDED
036880         MOVE 'DIGANTI' TO WS-CT-STATUS-TEXT
036890     END-IF.
036900     IF CONT-NOT-RENEWED
036910         MOVE 'TIDAK DIPERPANJANG' TO WS-CT-STATUS-TEXT
036920     END-IF.
036930     DISPLAY 'NO ' CONT-SEQ ' ' CONT-TYPE ' ' CONT-NUMBER ' '
036940         WS-CT-STATUS-TEXT.
036950     DISPLAY '    MULAI ' CONT-START-DATE
036960         '  BERAKHIR ' CONT-END-DATE
036970         '  PERPANJANGAN ' CONT-RENEWAL-COUNT
036980         '  OLEH ' CONT-ENTERED-BY.
036990     IF CONT-TERM-PEND-ID NOT = ZERO
037000         DISPLAY '    PHK TERJADWAL NOMOR ' CONT-TERM-PEND-ID
037010     END-IF.
037020 9910-EXIT.
037030     EXIT.
037040
037050*****************************************************************
037060*    9950-PENILAIAN-KINERJA - ENTER OR CHANGE A DRAFT RATING,   *
037070*    FINALIZE A RATING, OR LIST THE APPRAISALS OF A YEAR. ONLY  *
037080*    A FINAL RATING IS PICKED UP BY THE MERIT RUN.              *
037090*****************************************************************
037100 9950-PENILAIAN-KINERJA.
037110     DISPLAY '1. Entri/Ubah Nilai Kinerja'.
037120     DISPLAY '2. Finalisasi Nilai Kinerja'.
037130     DISPLAY '3. Daftar Penilaian Per Tahun'.
037140     ACCEPT WS-AP-CHOICE.
037150     IF WS-AP-CHOICE = '1'
037160         PERFORM 9955-ENTRI-PENILAIAN THRU 9955-EXIT
037170     END-IF.
037180     IF WS-AP-CHOICE = '2'
037190         PERFORM 9960-FINALISASI-PENILAIAN THRU 9960-EXIT
037200     END-IF.
037210     IF WS-AP-CHOICE = '3'
037220         PERFORM 9980-DAFTAR-PENILAIAN THRU 9980-EXIT
037230     END-IF.
037240     IF WS-AP-CHOICE NOT = '1' AND WS-AP-CHOICE NOT = '2'
037250         AND WS-AP-CHOICE NOT = '3'
037260         DISPLAY 'Pilihan tidak valid.'
037270     END-IF.
037280 9950-EXIT.
037290     EXIT.
037300
037310*****************************************************************
037320*    9955-ENTRI-PENILAIAN - RECORD OR CHANGE THE DRAFT RATING   *
037330*    OF ONE EMPLOYEE FOR A REVIEW YEAR. THE SIGNED-ON           *
037340*    OPERATOR'S EMPLOYEE IS THE REVIEWER. A FINAL RATING        *
037350*    CANNOT BE CHANGED.                                         *
037360*****************************************************************
037370 9955-ENTRI-PENILAIAN.
037380     PERFORM 9965-PILIH-PENILAIAN THRU 9965-EXIT.
037390     IF WS-DATA-IS-INVALID
037400         GO TO 9955-EXIT
037410     END-IF.
037420     IF WS-AP-EXISTS AND APPR-FINAL
037430         DISPLAY 'Penilaian ' WS-AP-YEAR ' sudah final, tidak '
037440             'dapat diubah.'
037450         GO TO 9955-EXIT
037460     END-IF.
037470     MOVE SPACES TO WS-AP-OLD-VALUE.
037480     IF WS-AP-EXISTS
037490         DISPLAY 'Nilai draft saat ini: ' APPR-RATING ' '
037500             APPR-COMMENT
037510         STRING APPR-REVIEW-YEAR ' NILAI ' APPR-RATING
037520             DELIMITED BY SIZE INTO WS-AP-OLD-VALUE
037530     END-IF.
037540     DISPLAY 'Nilai kinerja (1-5): '.
037550     ACCEPT WS-AP-RATING-X.
037560     IF WS-AP-RATING-X < '1' OR WS-AP-RATING-X > '5'
037570         DISPLAY 'Nilai harus 1 sampai 5.'
037580         GO TO 9955-EXIT
037590     END-IF.
037600     DISPLAY 'Catatan penilai: '.
037610     ACCEPT WS-AP-COMMENT.
037620     IF NOT WS-AP-EXISTS
037630         MOVE WS-EMP-ID TO APPR-EMPLOYEE-ID
037640         MOVE WS-AP-YEAR TO APPR-REVIEW-YEAR
037650         MOVE SPACES TO APPR-FINALIZED-BY
037660         MOVE ZERO TO APPR-FINALIZED-DATE
037670         MOVE ZERO TO APPR-MERIT-PEND-ID
037680         MOVE ZERO TO APPR-MERIT-NEW-SALARY
037690     END-IF.
037700     MOVE WS-AP-RATING TO APPR-RATING.
037710     MOVE WS-OPERATOR-EMP-ID TO APPR-REVIEWER-ID.
037720     MOVE WS-CURRENT-DATE-NUM TO APPR-REVIEW-DATE.
037730     MOVE WS-AP-COMMENT TO APPR-COMMENT.
037740     SET APPR-DRAFT TO TRUE.
037750     MOVE WS-OPERATOR-ID TO APPR-ENTERED-BY.
037760     IF WS-AP-EXISTS
037770         REWRITE APPRAISAL-RECORD
037780             INVALID KEY
037790                 DISPLAY 'Gagal menyimpan penilaian, status '
037800                     WS-APPR-FILE-STATUS
037810                 GO TO 9955-EXIT
037820         END-REWRITE
037830         SET AUDIT-OP-CHANGE TO TRUE
037840     ELSE
037850         WRITE APPRAISAL-RECORD
037860             INVALID KEY
037870                 DISPLAY 'Gagal menyimpan penilaian, status '
037880                     WS-APPR-FILE-STATUS
037890                 GO TO 9955-EXIT
037900         END-WRITE
037910         SET AUDIT-OP-ADD TO TRUE
037920     END-IF.
037930     MOVE SPACES TO WS-AP-NEW-VALUE.
037940     STRING APPR-REVIEW-YEAR ' NILAI ' APPR-RATING
037950         DELIMITED BY SIZE INTO WS-AP-NEW-VALUE.
037960     MOVE WS-EMP-ID TO AUDIT-EMPLOYEE-ID.
037970     MOVE 'APPRAISAL RATING' TO AUDIT-FIELD-NAME.
037980     MOVE WS-AP-OLD-VALUE TO AUDIT-OLD-VALUE.
037990     MOVE WS-AP-NEW-VALUE TO AUDIT-NEW-VALUE.
038000     PERFORM 9100-WRITE-AUDIT-ENTRY THRU 9100-EXIT.
038010     DISPLAY 'Nilai draft ' WS-AP-YEAR ' untuk ' WS-AP-EMP-NAME
038020         ' disimpan.'.
038030 9955-EXIT.
038040     EXIT.
038050
038060*****************************************************************
038070*    9960-FINALISASI-PENILAIAN - LOCK A DRAFT RATING AS FINAL.  *
038080*    FROM HERE ON THE RATING CANNOT BE CHANGED AND THE MERIT    *
038090*    RUN FOR THE YEAR WILL PRICE A RAISE FROM IT.               *
038100*****************************************************************
038110 9960-FINALISASI-PENILAIAN.
038120     PERFORM 9965-PILIH-PENILAIAN THRU 9965-EXIT.
038130     IF WS-DATA-IS-INVALID
038140         GO TO 9960-EXIT
038150     END-IF.
038160     IF NOT WS-AP-EXISTS
038170         DISPLAY 'Belum ada nilai ' WS-AP-YEAR ' untuk karyawan '
038180             'ini.'
038190         GO TO 9960-EXIT
038200     END-IF.
038210     IF APPR-FINAL
038220         DISPLAY 'Penilaian ' WS-AP-YEAR ' sudah final.'
038230         GO TO 9960-EXIT
038240     END-IF.
038250     DISPLAY 'Nilai ' APPR-RATING ' oleh penilai '
038260         APPR-REVIEWER-ID ' tanggal ' APPR-REVIEW-DATE.
038270     DISPLAY 'Catatan: ' APPR-COMMENT.
038280     DISPLAY 'Finalisasi penilaian ini? (Y/N)'.
038290     ACCEPT WS-CHOICE.
038300     IF WS-CHOICE NOT = 'Y' AND WS-CHOICE NOT = 'y'
038310         GO TO 9960-EXIT
038320     END-IF.
038330     SET APPR-FINAL TO TRUE.
038340     MOVE WS-OPERATOR-ID TO APPR-FINALIZED-BY.
038350     MOVE WS-CURRENT-DATE-NUM TO APPR-FINALIZED-DATE.
038360     REWRITE APPRAISAL-RECORD
038370         INVALID KEY
038380             DISPLAY 'Gagal menyimpan penilaian, status '
038390                 WS-APPR-FILE-STATUS
038400             GO TO 9960-EXIT
038410     END-REWRITE.
038420     MOVE SPACES TO WS-AP-NEW-VALUE.
038430     STRING 'FINAL ' APPR-REVIEW-YEAR ' NILAI ' APPR-RATING
038440         DELIMITED BY SIZE INTO WS-AP-NEW-VALUE.
038450     MOVE WS-EMP-ID TO AUDIT-EMPLOYEE-ID.
038460     SET AUDIT-OP-CHANGE TO TRUE.
038470     MOVE 'APPRAISAL FINAL' TO AUDIT-FIELD-NAME.
038480     MOVE 'DRAFT' TO AUDIT-OLD-VALUE.
038490     MOVE WS-AP-NEW-VALUE TO AUDIT-NEW-VALUE.
038500     PERFORM 9100-WRITE-AUDIT-ENTRY THRU 9100-EXIT.
038510     DISPLAY 'Penilaian ' WS-AP-YEAR ' untuk ' WS-AP-EMP-NAME
038520         ' difinalisasi.'.
038530 9960-EXIT.
038540     EXIT.
038550
038560*****************************************************************
038570*    9965-PILIH-PENILAIAN - ASK FOR THE EMPLOYEE AND REVIEW     *
038580*    YEAR, CHECK THE EMPLOYEE IS ACTIVE AND REPORTS TO THE      *
038590*    SIGNED-ON OPERATOR, THEN READ ANY EXISTING APPRAISAL.      *
038600*    WS-AP-EXISTS IS SET WHEN APPRAISAL-RECORD WAS FOUND.       *
038610*****************************************************************
038620 9965-PILIH-PENILAIAN.
038630     SET WS-DATA-IS-INVALID TO TRUE.
038640     MOVE 'N' TO WS-AP-EXISTS-SW.
038650     IF WS-OPERATOR-EMP-ID = ZERO
038660         DISPLAY 'Operator belum ditautkan ke karyawan, '
038670             'penilaian kinerja tidak tersedia.'
038680         GO TO 9965-EXIT
038690     END-IF.
038700     DISPLAY 'MASUKKAN ID KARYAWAN:'.
038710     ACCEPT WS-EMP-ID.
038720     MOVE WS-EMP-ID TO EMPLOYEE-ID.
038730     READ EMPLOYEE-FILE
038740         INVALID KEY
038750             DISPLAY 'Karyawan tidak ditemukan.'
038760             GO TO 9965-EXIT
038770     END-READ.
038780     IF NOT EMPLOYEE-ACTIVE
038790         DISPLAY 'Karyawan tidak aktif, dibatalkan.'
038800         GO TO 9965-EXIT
038810     END-IF.
038820     MOVE EMPLOYEE-NAME TO WS-AP-EMP-NAME.
038830     MOVE EMPLOYEE-MANAGER-ID TO WS-AP-MANAGER-ID.
038840     PERFORM 9970-CHECK-REVIEW-SCOPE THRU 9970-EXIT.
038850     IF NOT WS-RL-IN-CHAIN
038860         DISPLAY 'Karyawan ini bukan bawahan Anda.'
038870         GO TO 9965-EXIT
038880     END-IF.
038890     DISPLAY 'Tahun penilaian (0 = tahun ini): '.
038900     ACCEPT WS-AP-YEAR.
038910     IF WS-AP-YEAR = ZERO
038920         MOVE WS-YEAR TO WS-AP-YEAR
038930     END-IF.
038940     IF WS-AP-YEAR > WS-YEAR
038950         DISPLAY 'Tahun penilaian belum berjalan.'
038960         GO TO 9965-EXIT
038970     END-IF.
038980     DISPLAY 'Penilaian ' WS-AP-YEAR ' karyawan ID ' WS-EMP-ID
038990         ' ' WS-AP-EMP-NAME.
039000     MOVE WS-EMP-ID TO APPR-EMPLOYEE-ID.
039010     MOVE WS-AP-YEAR TO APPR-REVIEW-YEAR.
039020     READ APPRAISAL-FILE
039030         INVALID KEY
039040             MOVE 'N' TO WS-AP-EXISTS-SW
039050         NOT INVALID KEY
039060             SET WS-AP-EXISTS TO TRUE
039070     END-READ.
039080     SET WS-DATA-IS-VALID TO TRUE.
039090 9965-EXIT.
039100     EXIT.
039110
039120*****************************************************************
039130*    9970-CHECK-REVIEW-SCOPE - SET WS-RL-IN-CHAIN WHEN THE      *
039140*    EMPLOYEE IN WS-EMP-ID REPORTS, DIRECTLY OR INDIRECTLY, TO  *
039150*    THE SIGNED-ON OPERATOR'S EMPLOYEE. NOBODY RATES            *
039160*    THEMSELVES.                                                *
039170*****************************************************************
039180 9970-CHECK-REVIEW-SCOPE.
039190     MOVE 'N' TO WS-RL-FOUND-SW.
039200     IF WS-EMP-ID = WS-OPERATOR-EMP-ID
039210         GO TO 9970-EXIT
039220     END-IF.
039230     MOVE WS-AP-MANAGER-ID TO WS-RL-START-ID.
039240     MOVE WS-OPERATOR-EMP-ID TO WS-RL-TARGET-ID.
039250     PERFORM 3610-WALK-REPORTING-CHAIN THRU 3610-EXIT.
039260 9970-EXIT.
039270     EXIT.
039280
039290*****************************************************************
039300*    9980-DAFTAR-PENILAIAN - LIST EVERY APPRAISAL ON FILE FOR   *
039310*    ONE REVIEW YEAR WITH ITS STATUS AND ANY MERIT RAISE        *
039320*    ALREADY SCHEDULED FROM IT.                                 *
039330*****************************************************************
039340 9980-DAFTAR-PENILAIAN.
039350     DISPLAY 'Tahun penilaian (0 = tahun ini): '.
039360     ACCEPT WS-AP-YEAR.
039370     IF WS-AP-YEAR = ZERO
039380         MOVE WS-YEAR TO WS-AP-YEAR
039390     END-IF.
039400     DISPLAY 'Penilaian kinerja tahun ' WS-AP-YEAR.
039410     MOVE 0 TO WS-AP-COUNT.
039420     MOVE 'N' TO WS-AP-EOF-SW.
039430     MOVE LOW-VALUES TO APPR-KEY.
039440     START APPRAISAL-FILE KEY NOT < APPR-KEY
039450         INVALID KEY
039460             SET WS-END-OF-APPR-SCAN TO TRUE
039470     END-START.
039480     PERFORM 9985-SHOW-ONE-APPRAISAL THRU 9985-EXIT
039490         UNTIL WS-END-OF-APPR-SCAN.
039500     IF WS-AP-COUNT = 0
039510         DISPLAY 'Tidak ada penilaian untuk tahun ini.'
039520     END-IF.
039530 9980-EXIT.
039540     EXIT.
039550
039560 9985-SHOW-ONE-APPRAISAL.
039570     READ APPRAISAL-FILE NEXT RECORD
039580         AT END
039590             SET WS-END-OF-APPR-SCAN TO TRUE
039600             GO TO 9985-EXIT
039610     END-READ.
039620     IF APPR-REVIEW-YEAR NOT = WS-AP-YEAR
039630         GO TO 9985-EXIT
039640     END-IF.
039650     ADD 1 TO WS-AP-COUNT.
039660     IF APPR-FINAL
039670         MOVE 'FINAL' TO WS-AP-STATUS-TEXT
039680     ELSE
039690         MOVE 'DRAFT' TO WS-AP-STATUS-TEXT
039700     END-IF.
039710     DISPLAY 'ID ' APPR-EMPLOYEE-ID ' NILAI ' APPR-RATING ' '
039720         WS-AP-STATUS-TEXT ' PENILAI ' APPR-REVIEWER-ID
039730         ' TGL ' APPR-REVIEW-DATE.
039740     IF APPR-MERIT-PEND-ID NOT = ZERO
039750         DISPLAY '    KENAIKAN MERIT NOMOR ' APPR-MERIT-PEND-ID
039760             ' GAJI BARU ' APPR-MERIT-NEW-SALARY
039770     END-IF.
039780 9985-EXIT.
039790     EXIT.
