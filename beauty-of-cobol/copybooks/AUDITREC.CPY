000138*                 CHANGE, NAME CHANGE, DELETE OR AN INQUIRY
000139*                 CORRECTION) - SO FORWARD RECOVERY CAN REPLAY
000140*                 THE TRAIL AGAINST A RESTORED SNAPSHOT.
000141* 2026-09-16 JR   ADDED THE 'M' MERGE ACTION AND AL-MERGED-ID.
000142*                 A DUPLICATE-PERSON MERGE RE-KEYS THE RETIRED
000143*                 ID'S ENTRIES TO THE SURVIVOR AND STAMPS THE
000144*                 RETIRED ID ON THEM AND ON ITS OWN 'M' ENTRY.
000146* 2026-09-25 JR   ADDED AL-REQUESTED-BY AND AL-APPROVED-BY. A
000148*                 DATE-OF-BIRTH CORRECTION NOW NEEDS A SECOND
000150*                 OPERATOR'S APPROVAL, AND ITS 'I' ENTRY NAMES
000152*                 BOTH. CLEARED ON EVERY OTHER ENTRY. THE RECORD
000154*                 IS NOW 112 BYTES.
000156*----------------------------------------------------------------
000158 01  AL-AUDIT-RECORD.
000160     05  AL-TIMESTAMP PIC X(21).
000180     05  FILLER PIC X(02).
000190     05  AL-USER-ID PIC X(08).
000350         88  AL-DELETE-ACTION VALUE 'D'.
000360         88  AL-INQUIRY-ACTION VALUE 'I'.
000370         88  AL-AGEROLL-ACTION VALUE 'R'.
000380         88  AL-MERGE-ACTION VALUE 'M'.
000390     05  FILLER PIC X(02).
000400     05  AL-MERGED-ID PIC X(08).
000410     05  FILLER PIC X(02).
000420     05  AL-REQUESTED-BY PIC X(08).
000430     05  FILLER PIC X(02).
000440     05  AL-APPROVED-BY PIC X(08).
