000010*****************************************************************
000020*    APPRREC.CPY                                                 *
000030*    PERFORMANCE APPRAISAL RECORD LAYOUT. ONE RECORD PER        *
000040*    EMPLOYEE PER REVIEW YEAR, ENTERED AS A DRAFT BY THE        *
000050*    REVIEWING SUPERVISOR IN SDM AND FINALIZED THERE. ONLY A    *
000060*    FINAL RATING FEEDS THE MERIT-INCREASE-BATCH JOB, WHICH     *
000070*    STAMPS THE MERIT RAISE IT SCHEDULED BACK ON THE RECORD.    *
000080*****************************************************************
000090 01  APPRAISAL-RECORD.
000100     05  APPR-KEY.
000110         10  APPR-EMPLOYEE-ID          PIC 9(06).
000120         10  APPR-REVIEW-YEAR          PIC 9(04).
000130     05  APPR-RATING                   PIC 9(01).
000140         88  APPR-RATING-VALID         VALUE 1 THRU 5.
000150*    EMPLOYEE-ID OF THE REVIEWING SUPERVISOR.
000160     05  APPR-REVIEWER-ID              PIC 9(06).
000170     05  APPR-REVIEW-DATE              PIC 9(08).
000180     05  APPR-COMMENT                  PIC X(40).
000190     05  APPR-STATUS                   PIC X(01).
000200         88  APPR-DRAFT                VALUE 'D'.
000210         88  APPR-FINAL                VALUE 'F'.
000220     05  APPR-ENTERED-BY               PIC X(08).
000230     05  APPR-FINALIZED-BY             PIC X(08).
000240     05  APPR-FINALIZED-DATE           PIC 9(08).
000250*    PEND-ID AND SALARY OF THE MERIT RAISE SCHEDULED FROM THIS
000260*    APPRAISAL, ZERO UNTIL THE MERIT BATCH HAS WRITTEN ONE.
000270     05  APPR-MERIT-PEND-ID            PIC 9(06).
000280     05  APPR-MERIT-NEW-SALARY         PIC 9(06)V99.
