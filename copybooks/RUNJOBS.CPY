000010*****************************************************************
000020*    RUNJOBS.CPY                                                 *
000030*    THE BATCH JOBS UNDER RUN CONTROL AND THE ORDER THEY MUST   *
000040*    RUN IN. USED BY THE RUNCTL SUBPROGRAM AND THE RUN-HISTORY  *
000050*    REPORT.                                                    *
000060*                                                                *
000070*    JOB TABLE - JOB NAME, PERIOD TYPE (D DAILY, M MONTHLY,     *
000080*    Y YEARLY) AND WHETHER THE JOB IS LOCKED OUT OF A MONTH     *
000090*    ONCE THAT MONTH IS CLOSED (Y) - REPORT-ONLY JOBS ARE NOT.  *
000100*    THE CONTROL TOTALS EACH JOB RECORDS (COUNT / AMOUNT /      *
000105*    HASH OR SECOND COUNT):                                     *
000110*      PAYRUN   CREDITS TO BANK / NET CREDITED / ID HASH        *
000120*      LVACCR   EMPLOYEES CREDITED / DAYS ACCRUED / -           *
000130*      LVCARRY  EMPLOYEES FORFEITED / DAYS FORFEITED / -        *
000140*      GLEXTR   EMPLOYEES / LABOUR COST POSTED / ID HASH        *
000150*      FINALPAY SETTLEMENTS PAID / NET CREDITED / ID HASH       *
000160*      PENDAPPL CHANGES APPLIED / - / CHANGES REJECTED          *
000170*      ABSIMP   ABSENCES POSTED / - / ABSENCES REJECTED         *
000180*      RECON    EXCEPTIONS / - / -                              *
000190*      AUDROLL  ENTRIES ARCHIVED / - / ARCHIVE GENERATION       *
000200*      MTHCLOSE JOB RUNS IN THE MONTH / - / -                   *
000210*                                                               *
000220*    PREREQUISITE TABLE - JOB, THE JOB THAT MUST HAVE COMPLETED *
000230*    FIRST, AND THE RULE: S = COMPLETED FOR THE SAME PERIOD,    *
000240*    D = A DAILY JOB CAUGHT UP, I.E. COMPLETED FOR THE DAY      *
000250*    BEFORE THE RUN DATE OR LATER.                              *
000260*****************************************************************
000270 01  RUN-JOB-VALUES.
000280     05  FILLER                  PIC X(10) VALUE 'PAYRUN  MY'.
000290     05  FILLER                  PIC X(10) VALUE 'LVACCR  MY'.
000300     05  FILLER                  PIC X(10) VALUE 'LVCARRY YN'.
000310     05  FILLER                  PIC X(10) VALUE 'GLEXTR  MY'.
000320     05  FILLER                  PIC X(10) VALUE 'FINALPAYMY'.
000330     05  FILLER                  PIC X(10) VALUE 'PENDAPPLDY'.
000340     05  FILLER                  PIC X(10) VALUE 'ABSIMP  DY'.
000350     05  FILLER                  PIC X(10) VALUE 'RECON   DN'.
000360     05  FILLER                  PIC X(10) VALUE 'AUDROLL MN'.
000370     05  FILLER                  PIC X(10) VALUE 'MTHCLOSEMN'.
000380 01  RUN-JOB-TABLE REDEFINES RUN-JOB-VALUES.
000390     05  RJ-ENTRY OCCURS 10 TIMES.
000400         10  RJ-JOB-NAME                PIC X(08).
000410         10  RJ-PERIOD-TYPE             PIC X(01).
000420             88  RJ-DAILY               VALUE 'D'.
000430             88  RJ-MONTHLY             VALUE 'M'.
000440             88  RJ-YEARLY              VALUE 'Y'.
000450         10  RJ-LOCK-SW                 PIC X(01).
000460             88  RJ-LOCKED-BY-CLOSE     VALUE 'Y'.
000470 77  RJ-JOB-COUNT                PIC S9(04) COMP VALUE 10.
000480 01  RUN-PREREQ-VALUES.
000490     05  FILLER                  PIC X(17)
000500                                 VALUE 'PAYRUN  PENDAPPLD'.
000510     05  FILLER                  PIC X(17)
000520                                 VALUE 'PAYRUN  ABSIMP  D'.
000530     05  FILLER                  PIC X(17)
000540                                 VALUE 'GLEXTR  PAYRUN  S'.
000550     05  FILLER                  PIC X(17)
000560                                 VALUE 'MTHCLOSELVACCR  S'.
000570     05  FILLER                  PIC X(17)
000580                                 VALUE 'MTHCLOSEPAYRUN  S'.
000590     05  FILLER                  PIC X(17)
000600                                 VALUE 'MTHCLOSEGLEXTR  S'.
000610 01  RUN-PREREQ-TABLE REDEFINES RUN-PREREQ-VALUES.
000620     05  RQ-ENTRY OCCURS 6 TIMES.
000630         10  RQ-JOB-NAME                PIC X(08).
000640         10  RQ-PREREQ-NAME             PIC X(08).
000650         10  RQ-RULE                    PIC X(01).
000660             88  RQ-SAME-PERIOD         VALUE 'S'.
000670             88  RQ-CAUGHT-UP           VALUE 'D'.
000680 77  RQ-PREREQ-COUNT             PIC S9(04) COMP VALUE 6.
