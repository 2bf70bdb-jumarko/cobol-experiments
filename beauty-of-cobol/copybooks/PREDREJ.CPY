000010*----------------------------------------------------------------
000020* PREDREJ - PREDICTED-REJECT RECORD LAYOUT
000030*----------------------------------------------------------------
000040* INSTALLATION. BEAUTY-OF-COBOL.
000050* DATE-WRITTEN.  2026-10-15.
000060*----------------------------------------------------------------
000070* MODIFICATION HISTORY
000080*----------------------------------------------------------------
000090* DATE       INIT DESCRIPTION
000100* ---------- ---- ------------------------------------------------
000110* 2026-10-15 JR   ORIGINAL VERSION - ONE RECORD PER PERSON THE
000120*                 NIGHTLY UPDATE PREDICTED THE ELIGIBILITY
000130*                 INTERFACE WOULD REJECT, KEYED ON THE USER-ID AND
000140*                 THE FEED BATCH OF THE NIGHT, WITH THE RULE AND
000150*                 REASON CODE THAT MATCHED. A HELD PERSON WAS KEPT
000160*                 OFF THE FEED; A WATCHED ONE WAS SENT ANYWAY AND
000170*                 THE ACKNOWLEDGMENT RUN FILLS IN THE ACTUAL
000180*                 DECISION AND WHETHER IT AGREED. PR-MERGED-ID
000183*                 NAMES THE RETIRED ID WHEN A DUPLICATE-PERSON
000186*                 MERGE MOVED THE RECORD TO ITS SURVIVOR.
000190*----------------------------------------------------------------
000200 01  PR-PREDICT-RECORD.
000210     05  PR-PREDICT-KEY.
000220         10  PR-USER-ID PIC X(08).
000230         10  PR-BATCH-SEQ PIC 9(06).
000240     05  PR-BUSINESS-DATE PIC 9(08).
000250     05  PR-LAST-NAME PIC A(10).
000260     05  PR-FIRST-NAME PIC A(10).
000270     05  PR-NEW-AGE PIC 9(03).
000280     05  PR-RULE-ID PIC X(04).
000290     05  PR-REASON-CODE PIC X(04).
000300     05  PR-ACTION PIC X(01).
000310         88  PR-HELD VALUE 'H'.
000320         88  PR-WATCHED VALUE 'W'.
000330     05  PR-ACTUAL-STATUS PIC X(01).
000340         88  PR-ACTUAL-PENDING VALUE SPACE.
000350         88  PR-ACTUAL-ACCEPTED VALUE 'A'.
000360         88  PR-ACTUAL-REJECTED VALUE 'R'.
000370     05  PR-ACTUAL-REASON PIC X(04).
000380     05  PR-OUTCOME PIC X(01).
000390         88  PR-OUTCOME-OPEN VALUE SPACE.
000400         88  PR-OUTCOME-AGREED VALUE 'A'.
000410         88  PR-OUTCOME-DISAGREED VALUE 'D'.
000420     05  PR-MERGED-ID PIC X(08).
