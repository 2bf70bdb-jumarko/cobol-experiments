000010*----------------------------------------------------------------
000020* DOBCORR - DATE-OF-BIRTH CORRECTION REQUEST RECORD LAYOUT
000030*----------------------------------------------------------------
000040* INSTALLATION. BEAUTY-OF-COBOL.
000050* DATE-WRITTEN.  2026-09-25.
000060*----------------------------------------------------------------
000070* MODIFICATION HISTORY
000080*----------------------------------------------------------------
000090* DATE       INIT DESCRIPTION
000100* ---------- ---- ------------------------------------------------
000110* 2026-09-25 JR   ORIGINAL VERSION - ONE RECORD PER DATE-OF-BIRTH
000120*                 CORRECTION KEYED AT THE INQUIRY SCREEN. IT WAITS
000130*                 AS PENDING UNTIL A SECOND OPERATOR APPROVES OR
000140*                 DECLINES IT ON THE APPROVAL SCREEN, AND ONLY AN
000150*                 APPROVED ONE REACHES USER-MASTER. KEYED ON THE
000160*                 USER-ID AND WHEN THE CORRECTION WAS KEYED, SO A
000170*                 PERSON'S REQUESTS READ BACK OLDEST FIRST. THE
000180*                 DOB AND AGES ON FILE WHEN IT WAS KEYED ARE KEPT
000190*                 SO APPROVAL CAN PROVE THE MASTER HAS NOT MOVED
000200*                 UNDERNEATH IT.
000210*----------------------------------------------------------------
000220 01  DC-CORRECTION-RECORD.
000230     05  DC-CORRECTION-KEY.
000240         10  DC-USER-ID PIC X(08).
000250         10  DC-REQUESTED-DATE PIC 9(08).
000260         10  DC-REQUESTED-TIME PIC 9(06).
000270     05  DC-REQUESTED-BY PIC X(08).
000280     05  DC-OLD-DOB PIC 9(08).
000290     05  DC-OLD-AGE PIC 9(02).
000300     05  DC-OLD-NEW-AGE PIC 9(02).
000310     05  DC-NEW-DOB PIC 9(08).
000320     05  DC-STATUS PIC X(01).
000330         88  DC-PENDING VALUE 'P'.
000340         88  DC-APPROVED VALUE 'A'.
000350         88  DC-DECLINED VALUE 'D'.
000360     05  DC-DECIDED-BY PIC X(08).
000370     05  DC-DECIDED-DATE PIC 9(08).
000380     05  DC-DECIDED-TIME PIC 9(06).
000390     05  DC-DECLINE-REASON PIC X(30).
