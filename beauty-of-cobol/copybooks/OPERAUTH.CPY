000010*----------------------------------------------------------------
000020* OPERAUTH - TERMINAL OPERATOR AUTHORITY RECORD LAYOUT
000030*----------------------------------------------------------------
000040* INSTALLATION. BEAUTY-OF-COBOL.
000050* DATE-WRITTEN.  2026-10-09.
000060*----------------------------------------------------------------
000070* MODIFICATION HISTORY
000080*----------------------------------------------------------------
000090* DATE       INIT DESCRIPTION
000100* ---------- ---- ------------------------------------------------
000110* 2026-10-09 JR   ORIGINAL VERSION - ONE RECORD PER OPERATOR WHO
000120*                 MAY SIGN ON TO THE INQUIRY AND APPROVAL SCREENS,
000130*                 KEYED ON THE OPERATOR ID. THE ACCESS LEVEL SAYS
000140*                 WHETHER THE OPERATOR MAY ONLY LOOK, OR MAY ALSO
000150*                 KEY AND APPROVE DATE-OF-BIRTH CORRECTIONS.
000160*                 FAILED SIGN-ONS SINCE THE LAST GOOD ONE ARE
000170*                 COUNTED AND THE OPERATOR IS LOCKED OUT AT THE
000180*                 LIMIT UNTIL THE MAINTENANCE RUN UNLOCKS THEM.
000190*                 THE LAST SIGN-ON AND THE DATE ADDED FEED THE
000200*                 DORMANT-ACCOUNT REPORT.
000210*----------------------------------------------------------------
000220 01  OA-OPERATOR-RECORD.
000230     05  OA-OPERATOR-ID PIC X(08).
000240     05  OA-OPERATOR-NAME PIC X(30).
000250     05  OA-PASSWORD PIC X(08).
000260     05  OA-ACCESS-LEVEL PIC X(01).
000270         88  OA-VIEW-ONLY VALUE 'V'.
000280         88  OA-VIEW-AND-CORRECT VALUE 'C'.
000290     05  OA-ACTIVE-FLAG PIC X(01).
000300         88  OA-ACTIVE VALUE 'Y'.
000310         88  OA-INACTIVE VALUE 'N'.
000320     05  OA-LAST-SIGNON-DATE PIC 9(08).
000330     05  OA-FAILED-SIGNONS PIC 9(02).
000340     05  OA-LOCKED-FLAG PIC X(01).
000350         88  OA-LOCKED VALUE 'Y'.
000360         88  OA-NOT-LOCKED VALUE 'N'.
000370     05  OA-ADDED-DATE PIC 9(08).
