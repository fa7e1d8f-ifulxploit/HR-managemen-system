000010*****************************************************************
000020*    OTLSEL.CPY                                                  *
000030*    FILE-CONTROL SELECT ENTRY FOR THE OVERTIME LEDGER.         *
000040*    INDEXED, KEYED ON EMPLOYEE-ID PLUS OVERTIME DATE, SO THE   *
000050*    PAYROLL RUN READS ONE EMPLOYEE'S DAYS IN A SINGLE BROWSE   *
000060*    AND A RERUN OF THE IMPORT CANNOT LOAD A DAY TWICE.         *
000070*****************************************************************
000080     SELECT OVERTIME-LEDGER-FILE ASSIGN TO "OTLEDGER"
000090         ORGANIZATION IS INDEXED
000100         ACCESS MODE IS DYNAMIC
000110         RECORD KEY IS OTL-KEY
000120         FILE STATUS IS WS-OTL-FILE-STATUS.
