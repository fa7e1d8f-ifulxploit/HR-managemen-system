000010*****************************************************************
000020*    LNPYSEL.CPY                                                 *
000030*    FILE-CONTROL SELECT ENTRY FOR THE LOAN REPAYMENT LEDGER.   *
000040*    INDEXED, KEYED ON THE LOAN, THE PERIOD AND THE SOURCE OF   *
000050*    THE REPAYMENT, SO A RERUN OF THE SAME PAYROLL PERIOD       *
000060*    REWRITES ITS OWN ENTRY INSTEAD OF ADDING A SECOND ONE.     *
000070*****************************************************************
000080     SELECT LOAN-REPAYMENT-FILE ASSIGN TO "LOANPAY"
000090         ORGANIZATION IS INDEXED
000100         ACCESS MODE IS DYNAMIC
000110         RECORD KEY IS LNPY-KEY
000120         FILE STATUS IS WS-LNPY-FILE-STATUS.
