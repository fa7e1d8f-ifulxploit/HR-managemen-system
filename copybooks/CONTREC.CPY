000010*****************************************************************
000020*    CONTREC.CPY                                                 *
000030*    EMPLOYMENT CONTRACT HISTORY RECORD LAYOUT. ONE RECORD PER  *
000040*    CONTRACT AN EMPLOYEE HAS HELD - THE FIXED-TERM PKWT OR     *
000050*    THE PERMANENT PKWTT - NUMBERED IN SEQUENCE PER EMPLOYEE.   *
000060*    EXACTLY ONE RECORD PER EMPLOYEE IS CURRENT; A RENEWAL OR   *
000070*    A NEW CONTRACT SUPERSEDES THE ONE BEFORE IT. RECORDED BY   *
000080*    A SUPERVISOR IN SDM, CAPTURED AT HIRE, AND READ BY THE     *
000090*    MONTHLY CONTRACT-EXPIRY-REPORT JOB.                        *
000100*****************************************************************
000110 01  CONTRACT-RECORD.
000120     05  CONT-KEY.
000130         10  CONT-EMPLOYEE-ID          PIC 9(06).
000140         10  CONT-SEQ                  PIC 9(03).
000150     05  CONT-TYPE                     PIC X(05).
000160         88  CONT-TYPE-PKWT            VALUE 'PKWT'.
000170         88  CONT-TYPE-PKWTT           VALUE 'PKWTT'.
000180     05  CONT-NUMBER                   PIC X(20).
000190     05  CONT-START-DATE               PIC 9(08).
000200*    ZERO ON A PKWTT, WHICH HAS NO END DATE.
000210     05  CONT-END-DATE                 PIC 9(08).
000220*    START OF THE UNBROKEN RUN OF PKWT CONTRACTS THIS ONE
000230*    BELONGS TO, AND HOW MANY TIMES THAT RUN HAS BEEN RENEWED
000240*    (ZERO ON THE FIRST CONTRACT), FOR THE LEGAL MAXIMUM CHECK.
000250     05  CONT-FIRST-START-DATE         PIC 9(08).
000260     05  CONT-RENEWAL-COUNT            PIC 9(02).
000270     05  CONT-STATUS                   PIC X(01).
000280         88  CONT-CURRENT              VALUE 'C'.
000290         88  CONT-SUPERSEDED           VALUE 'S'.
000300         88  CONT-NOT-RENEWED          VALUE 'N'.
000310     05  CONT-ENTERED-BY               PIC X(08).
000320     05  CONT-ENTERED-DATE             PIC 9(08).
000330*    PEND-ID OF THE TERMINATION SCHEDULED WHEN THE CONTRACT WAS
000340*    MARKED NOT RENEWED, ZERO OTHERWISE.
000350     05  CONT-TERM-PEND-ID             PIC 9(06).
