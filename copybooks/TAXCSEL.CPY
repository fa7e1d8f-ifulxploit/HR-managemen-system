000010*****************************************************************
000020*    TAXCSEL.CPY                                                 *
000030*    FILE-CONTROL SELECT ENTRY FOR THE YEAR-END 1721-A1 TAX     *
000040*    CERTIFICATES PRINTED BY THE TAX-CERTIFICATE-BATCH JOB.     *
000050*****************************************************************
000060     SELECT TAX-CERTIFICATE-FILE ASSIGN TO "TAXCERT"
000070         ORGANIZATION IS LINE SEQUENTIAL
000080         FILE STATUS IS WS-TAXC-FILE-STATUS.
