000010*****************************************************************
000020*    TAXPREC.CPY                                                 *
000030*    EMPLOYEE TAX PROFILE RECORD LAYOUT - THE PTKP CATEGORY     *
000040*    (MARITAL STATUS AND NUMBER OF DEPENDANTS) AND NPWP THAT    *
000050*    PPH 21 IS WITHHELD AGAINST. AN EMPLOYEE WITH NO PROFILE    *
000060*    IS TAXED AS TK/0 WITHOUT AN NPWP. THE RECORD IS KEPT AT    *
000070*    OFFBOARDING SO THE FINAL-PAY RUN CAN STILL TAX THE         *
000080*    SETTLEMENT.                                                *
000090*****************************************************************
000100 01  TAX-PROFILE-RECORD.
000110     05  TAXP-EMPLOYEE-ID              PIC 9(06).
000120     05  TAXP-MARITAL-STATUS           PIC X(01).
000130         88  TAXP-SINGLE               VALUE 'T'.
000140         88  TAXP-MARRIED              VALUE 'K'.
000150*    DEPENDANTS COUNTED FOR PTKP, 0 TO 3.
000160     05  TAXP-DEPENDANTS               PIC 9(01).
000170*    NPWP (OR THE NIK USED IN ITS PLACE). SPACES WHEN THE
000180*    EMPLOYEE HAS NONE.
000190     05  TAXP-NPWP                     PIC X(16).
000200     05  TAXP-UPDATED-BY               PIC X(08).
000210     05  TAXP-UPDATED-DATE             PIC 9(08).
