000010*----------------------------------------------------------------
000020* DECHIST - ELIGIBILITY DECISION-HISTORY RECORD LAYOUT
000030*----------------------------------------------------------------
000040* INSTALLATION. BEAUTY-OF-COBOL.
000050* DATE-WRITTEN.  2026-09-23.
000060*----------------------------------------------------------------
000070* MODIFICATION HISTORY
000080*----------------------------------------------------------------
000090* DATE       INIT DESCRIPTION
000100* ---------- ---- ------------------------------------------------
000110* 2026-09-23 JR   ORIGINAL VERSION - ONE RECORD PER ACKNOWLEDGMENT
000120*                 APPLIED TO A PERSON, KEYED ON THE USER-ID AND
000130*                 THE FEED BATCH THE ACKNOWLEDGMENT ANSWERED, SO
000140*                 EVERY DECISION THE MASTER HAS HELD - AND THE ONE
000150*                 IT REPLACED - CAN STILL BE SHOWN AFTER THE
000160*                 MASTER IS OVERWRITTEN. BATCH NUMBERS ONLY EVER
000170*                 GROW, SO A PERSON'S ENTRIES READ BACK OLDEST
000180*                 FIRST. EH-ENTRY-SEQ SEPARATES TWO ENTRIES FOR
000190*                 ONE BATCH, WHICH ONLY A DUPLICATE-PERSON MERGE
000200*                 PRODUCES.
000202* 2026-10-15 JR   A PRE-SCREEN HOLD IN THE NIGHTLY UPDATE IS ALSO
000204*                 ENTERED, AS A REJECTION WITH THE RULE'S REASON
000206*                 UNDER THE BATCH THE PERSON WAS KEPT OUT OF.
000210*----------------------------------------------------------------
000220 01  EH-HISTORY-RECORD.
000230     05  EH-HISTORY-KEY.
000240         10  EH-USER-ID PIC X(08).
000250         10  EH-BATCH-SEQ PIC 9(06).
000260         10  EH-ENTRY-SEQ PIC 9(02).
000270     05  EH-DECISION-DATE PIC 9(08).
000280     05  EH-BUSINESS-DATE PIC 9(08).
000290     05  EH-STATUS PIC X(01).
000300         88  EH-ACCEPTED VALUE 'A'.
000310         88  EH-REJECTED VALUE 'R'.
000320     05  EH-REASON-CODE PIC X(04).
000330     05  EH-PRIOR-STATUS PIC X(01).
000340         88  EH-PRIOR-PENDING VALUE SPACE.
000350         88  EH-PRIOR-ACCEPTED VALUE 'A'.
000360         88  EH-PRIOR-REJECTED VALUE 'R'.
000370     05  EH-PRIOR-REASON PIC X(04).
000380     05  EH-MERGED-ID PIC X(08).
000390     05  EH-TIMESTAMP PIC X(21).
