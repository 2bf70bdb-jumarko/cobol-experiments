000158*                 MODES SO EVERY RUN THAT ADDS TO OR DELETES
000159*                 FROM THE MASTER IS REGISTERED AND THE VERIFY
000160*                 JOB'S RECORD-COUNT RECONCILIATION STAYS TIED.
000162* 2026-09-16 JR   ADDED THE 'M' MERGE MODE - A DUPLICATE-PERSON
000164*                 MERGE DELETES THE RETIRED ID FROM THE MASTER AND
000166*                 REGISTERS THE DELETE LIKE AN ERASURE DOES.
000168*----------------------------------------------------------------
000170 01  RG-RUN-RECORD.
000180     05  RG-BUSINESS-DATE PIC 9(08).
000190     05  FILLER PIC X(02).
000242         88  RG-INTERACTIVE-RUN VALUE 'I'.
000244         88  RG-ERASE-RUN VALUE 'E'.
000245         88  RG-LOAD-RUN VALUE 'L'.
000247         88  RG-MERGE-RUN VALUE 'M'.
000250     05  FILLER PIC X(02).
000260     05  RG-RECORDS-READ PIC 9(07).
000270     05  RG-WRITTEN-CTR PIC 9(07).
