000010*----------------------------------------------------------------
000020* ELIGRULE - ELIGIBILITY PRE-SCREEN RULE RECORD LAYOUT
000030*----------------------------------------------------------------
000040* INSTALLATION. BEAUTY-OF-COBOL.
000050* DATE-WRITTEN.  2026-10-15.
000060*----------------------------------------------------------------
000070* MODIFICATION HISTORY
000080*----------------------------------------------------------------
000090* DATE       INIT DESCRIPTION
000100* ---------- ---- ------------------------------------------------
000110* 2026-10-15 JR   ORIGINAL VERSION - ONE RECORD PER RANGE OF
000120*                 PROJECTED AGES THE ELIGIBILITY INTERFACE IS
000130*                 KNOWN TO REJECT, KEYED ON A SHORT RULE ID, WITH
000140*                 THE REASON CODE IT REJECTS THEM WITH. A HOLD
000150*                 RULE KEEPS THE PERSON OFF THE OUTBOUND FEED; A
000160*                 WATCH RULE ONLY RECORDS THE PREDICTION AND
000170*                 STILL SENDS THEM, SO A NEW RULE CAN BE PROVED
000180*                 AGAINST THE INTERFACE'S ANSWERS BEFORE IT IS
000190*                 TRUSTED. ACTIVE RULES MAY NOT OVERLAP.
000200*----------------------------------------------------------------
000210 01  ER-RULE-RECORD.
000220     05  ER-RULE-ID PIC X(04).
000230     05  ER-LOW-AGE PIC 9(03).
000240     05  ER-HIGH-AGE PIC 9(03).
000250     05  ER-REASON-CODE PIC X(04).
000260     05  ER-ACTION PIC X(01).
000270         88  ER-HOLD VALUE 'H'.
000280         88  ER-WATCH VALUE 'W'.
000290     05  ER-ACTIVE-FLAG PIC X(01).
000300         88  ER-ACTIVE VALUE 'Y'.
000310         88  ER-INACTIVE VALUE 'N'.
000320     05  ER-DESCRIPTION PIC X(30).
000330     05  ER-CHANGED-DATE PIC 9(08).
