000010*****************************************************************
000020*    PPHPARM.CPY                                                 *
000030*    PARAMETER BLOCK PASSED TO THE PPH21 SUBPROGRAM. THE        *
000040*    CALLER SETS THE MODE, THE PTKP CATEGORY, THE NPWP SWITCH   *
000050*    AND THE INCOME FIGURES; PPH21 RETURNS THE JOB-COST         *
000060*    DEDUCTION FOR THE PERIOD, THE ANNUAL FIGURES AND THE TAX   *
000070*    TO WITHHOLD NOW.                                           *
000080*      M - MONTHLY: THE PERIOD'S NET INCOME IS ANNUALISED AND   *
000090*          ONE TWELFTH OF THE ANNUAL TAX IS WITHHELD.           *
000100*      Y - YEAR-END (OR LAST MONTH OF EMPLOYMENT): TAX ON THE   *
000110*          ACTUAL YEAR'S NET INCOME, LESS WHAT WAS ALREADY      *
000120*          WITHHELD EARLIER IN THE YEAR.                        *
000130*      S - SEVERANCE: FINAL TAX ON PPH21-BRUTO AT THE           *
000140*          SEVERANCE RATES. THE OTHER INPUTS ARE IGNORED.       *
000150*****************************************************************
000160 01  PPH21-PARAMETERS.
000170     05  PPH-MODE                      PIC X(01).
000180         88  PPH-MODE-MONTHLY          VALUE 'M'.
000190         88  PPH-MODE-YEAR-END         VALUE 'Y'.
000200         88  PPH-MODE-SEVERANCE        VALUE 'S'.
000210     05  PPH-MARITAL-STATUS            PIC X(01).
000220     05  PPH-DEPENDANTS                PIC 9(01).
000230     05  PPH-NPWP-SW                   PIC X(01).
000240         88  PPH-HAS-NPWP              VALUE 'Y'.
000250*    THIS PERIOD'S GROSS TAXABLE INCOME AND DEDUCTIBLE
000260*    EMPLOYEE PENSION CONTRIBUTIONS.
000270     05  PPH-BRUTO                     PIC 9(09)V99.
000280     05  PPH-PENSION                   PIC 9(07)V99.
000290*    EARLIER PERIODS OF THE SAME YEAR (YEAR-END MODE ONLY).
000300     05  PPH-PRIOR-BRUTO               PIC 9(11)V99.
000310     05  PPH-PRIOR-JOB-COST            PIC 9(09)V99.
000320     05  PPH-PRIOR-PENSION             PIC 9(09)V99.
000330     05  PPH-PRIOR-TAX                 PIC 9(11)V99.
000340*    RESULTS.
000350     05  PPH-JOB-COST                  PIC 9(07)V99.
000360     05  PPH-ANNUAL-NETTO              PIC 9(11)V99.
000370     05  PPH-PTKP                      PIC 9(09)V99.
000380     05  PPH-PKP                       PIC 9(11)V99.
000390     05  PPH-ANNUAL-TAX                PIC 9(11)V99.
000400     05  PPH-TAX                       PIC 9(09)V99.
