000210         88  PEND-PENDING              VALUE 'P'.
000220         88  PEND-APPLIED              VALUE 'A'.
000230         88  PEND-REJECTED             VALUE 'R'.
000232*    CANCELLED BEFORE ITS EFFECTIVE DATE, E.G. A SCHEDULED
000235*    TERMINATION WITHDRAWN BECAUSE THE CONTRACT WAS RENEWED.
000238         88  PEND-CANCELLED            VALUE 'C'.
000240     05  PEND-ENTERED-BY               PIC X(08).
000250     05  PEND-ENTERED-DATE             PIC 9(08).
000260     05  PEND-DECIDED-DATE             PIC 9(08).
000270     05  PEND-REASON                   PIC X(40).
000280*    REPORTING MANAGER AS OF THE EFFECTIVE DATE, RE-VALIDATED
000290*    BY THE APPLY JOB LIKE THE OTHER FIELDS.
000300     05  PEND-NEW-MANAGER-ID           PIC 9(06).
000310*    WHAT THE CHANGE DOES. AN UPDATE MOVES THE PEND-NEW- FIELDS
000320*    ONTO THE MASTER. A TERMINATION OFFBOARDS THE EMPLOYEE ON
000330*    THE EFFECTIVE DATE EXACTLY AS HAPUS-KARYAWAN DOES, WITH
000340*    PEND-REASON AS THE TERMINATION REASON; IT IS SCHEDULED
000350*    WHEN A FIXED-TERM CONTRACT IS NOT RENEWED.
000360     05  PEND-CHANGE-TYPE              PIC X(01).
000370         88  PEND-TYPE-UPDATE          VALUE 'U' SPACE.
000380         88  PEND-TYPE-TERMINATION     VALUE 'T'.
