000172* 2026-09-02 JR   THE AUDIT RECORD GREW AL-BUSINESS-DATE AND THE
000174*                 AL-ACTION CODE, SO THE ARCHIVE AND RETAINED
000176*                 RECORDS ARE NOW 82 BYTES.
000177* 2026-09-16 JR   THE AUDIT RECORD GREW AL-MERGED-ID FOR THE
000178*                 DUPLICATE-PERSON MERGE, SO THE ARCHIVE AND
000179*                 RETAINED RECORDS ARE NOW 92 BYTES.
000180* 2026-09-25 JR   THE AUDIT RECORD GREW AL-REQUESTED-BY AND
000181*                 AL-APPROVED-BY FOR THE DOB CORRECTION APPROVAL,
000182*                 SO THE ARCHIVE AND RETAINED RECORDS ARE NOW 112
000183*                 BYTES. THE HISTORY SHOWS WHO KEYED AND WHO
000184*                 APPROVED EACH CORRECTION.
000185*----------------------------------------------------------------
000190
000200 ENVIRONMENT DIVISION.
000210 INPUT-OUTPUT SECTION.
000550*----------------------------------------------------------------
000560 FD  AUDIT-ARCHIVE
000570     LABEL RECORDS ARE STANDARD.
000580 01  AR-ARCHIVE-RECORD PIC X(112).
000590
000600*----------------------------------------------------------------
000610* AUDIT-NEW - THE SHRUNKEN LIVE LOG, COPIED BACK OVER AUDITLOG
000630*----------------------------------------------------------------
000640 FD  AUDIT-NEW
000650     LABEL RECORDS ARE STANDARD.
000660 01  AN-NEW-RECORD PIC X(112).
000670
000680*----------------------------------------------------------------
000690* PARM-FILE - ONE CARD GIVING THE ARCHIVE CUTOFF DATE AND THE
001550     05  FILLER PIC X(12) VALUE "BIRTH DATE".
001560     05  FILLER PIC X(05) VALUE "AGE".
001570     05  FILLER PIC X(08) VALUE "PROJ AGE".
001572     05  FILLER PIC X(01) VALUE SPACE.
001574     05  FILLER PIC X(10) VALUE "KEYED BY".
001576     05  FILLER PIC X(11) VALUE "APPROVED BY".
001580
001590 01  WS-HISTORY-LINE.
001600     05  WS-HL-TIMESTAMP PIC X(21).
001640     05  WS-HL-AGE PIC 9(02).
001650     05  FILLER PIC X(05) VALUE SPACE.
001660     05  WS-HL-NEW-AGE PIC 9(02).
001662     05  FILLER PIC X(05) VALUE SPACE.
001664     05  WS-HL-REQUESTED-BY PIC X(08).
001666     05  FILLER PIC X(02) VALUE SPACE.
001668     05  WS-HL-APPROVED-BY PIC X(08).
001670
001680 PROCEDURE DIVISION.
001690*----------------------------------------------------------------
003200     MOVE AL-DATE-OF-BIRTH TO WS-HL-BIRTH-DATE
003210     MOVE AL-AGE TO WS-HL-AGE
003220     MOVE AL-NEW-AGE TO WS-HL-NEW-AGE
003223     MOVE AL-REQUESTED-BY TO WS-HL-REQUESTED-BY
003226     MOVE AL-APPROVED-BY TO WS-HL-APPROVED-BY
003230     WRITE HR-REPORT-LINE FROM WS-HISTORY-LINE
003240         AFTER ADVANCING 1 LINE
003250     IF NOT WS-HISTORY-RPT-OK
