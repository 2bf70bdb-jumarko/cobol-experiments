000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. RESEL-ACCESS.
000030 AUTHOR. J RESEL.
000040 INSTALLATION. BEAUTY-OF-COBOL.
000050 DATE-WRITTEN. 2026-10-09.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT DESCRIPTION
000110* ---------- ---- ------------------------------------------------
000120* 2026-10-09 JR   ORIGINAL VERSION - ACCESS REVIEW OF THE OPERATOR
000130*                 AUTHORITY FILE FOR THE SECURITY REVIEW. LISTS
000140*                 EVERY OPERATOR WITH THEIR ACCESS LEVEL, ACTIVE
000150*                 FLAG, LAST SIGN-ON AND FAILED SIGN-ONS, AND
000160*                 FLAGS LOCKED ACCOUNTS AND ACTIVE ACCOUNTS UNUSED
000170*                 FOR MORE THAN THE ACCPARM NUMBER OF DAYS
000180*                 (DEFAULT 90) AS DORMANT. ENDS RC=4 WHEN ANY
000190*                 ACCOUNT IS DORMANT OR LOCKED.
000200*----------------------------------------------------------------
000210
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT OPERATOR-FILE ASSIGN TO "OPERAUTH"
000260         ORGANIZATION IS INDEXED
000270         ACCESS MODE IS SEQUENTIAL
000280         RECORD KEY IS OA-OPERATOR-ID
000290         FILE STATUS IS WS-OPERATOR-FILE-STATUS.
000300
000310     SELECT OPTIONAL PARM-FILE ASSIGN TO "ACCPARM"
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-PARM-FILE-STATUS.
000340
000350     SELECT ACCESS-RPT ASSIGN TO "ACCRPT"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-ACCESS-RPT-STATUS.
000380
000390 DATA DIVISION.
000400 FILE SECTION.
000410*----------------------------------------------------------------
000420* OPERATOR-FILE - THE OPERATORS WHO MAY SIGN ON TO THE INQUIRY
000430* AND APPROVAL SCREENS
000440*----------------------------------------------------------------
000450 FD  OPERATOR-FILE
000460     LABEL RECORDS ARE STANDARD.
000470     COPY OPERAUTH.
000480
000490*----------------------------------------------------------------
000500* PARM-FILE - ONE CARD GIVING HOW MANY DAYS WITHOUT A SIGN-ON
000510* MAKE AN ACTIVE ACCOUNT DORMANT
000520*----------------------------------------------------------------
000530 FD  PARM-FILE
000540     LABEL RECORDS ARE STANDARD.
000550 01  AP-PARM-RECORD.
000560     05  AP-DORMANT-DAYS PIC 9(03).
000570
000580*----------------------------------------------------------------
000590* ACCESS-RPT - EVERY OPERATOR, THEIR LEVEL AND STANDING
000600*----------------------------------------------------------------
000610 FD  ACCESS-RPT
000620     LABEL RECORDS ARE STANDARD.
000630 01  AR-REPORT-LINE PIC X(80).
000640
000650 WORKING-STORAGE SECTION.
000660*----------------------------------------------------------------
000670* FILE STATUS SWITCHES
000680*----------------------------------------------------------------
000690 01  WS-FILE-STATUSES.
000700     05  WS-OPERATOR-FILE-STATUS PIC X(02).
000710         88  WS-OPERATOR-FILE-OK VALUE '00'.
000720     05  WS-PARM-FILE-STATUS PIC X(02).
000730         88  WS-PARM-FILE-OK VALUE '00'.
000740     05  WS-ACCESS-RPT-STATUS PIC X(02).
000750         88  WS-ACCESS-RPT-OK VALUE '00'.
000760
000770*----------------------------------------------------------------
000780* END-OF-FILE AND DORMANCY SWITCHES
000790*----------------------------------------------------------------
000800 01  WS-SWITCHES.
000810     05  WS-OPERATOR-EOF-SW PIC X(01) VALUE 'N'.
000820         88  WS-END-OF-OPERATORS VALUE 'Y'.
000830     05  WS-DORMANT-SW PIC X(01) VALUE 'N'.
000840         88  WS-OPERATOR-DORMANT VALUE 'Y'.
000850
000860*----------------------------------------------------------------
000870* DORMANCY LIMIT - DEFAULT, OVERRIDABLE BY THE ACCPARM CARD. AN
000880* OPERATOR NEVER SIGNED ON IS MEASURED FROM THE DATE ADDED
000890*----------------------------------------------------------------
000900 01  WS-DORMANT-DAYS PIC 9(03) VALUE 90.
000910 01  WS-DAYS-IDLE PIC 9(05).
000920 01  WS-IDLE-FROM-DATE PIC 9(08).
000930
000940*----------------------------------------------------------------
000950* CONTROL TOTALS
000960*----------------------------------------------------------------
000970 01  WS-CONTROL-TOTALS.
000980     05  WS-OPERATORS-READ-CTR PIC 9(07) COMP VALUE ZERO.
000990     05  WS-VIEW-ONLY-CTR PIC 9(07) COMP VALUE ZERO.
001000     05  WS-VIEW-CORRECT-CTR PIC 9(07) COMP VALUE ZERO.
001010     05  WS-INACTIVE-CTR PIC 9(07) COMP VALUE ZERO.
001020     05  WS-LOCKED-CTR PIC 9(07) COMP VALUE ZERO.
001030     05  WS-DORMANT-CTR PIC 9(07) COMP VALUE ZERO.
001040
001050*----------------------------------------------------------------
001060* PAGE AND LINE CONTROL
001070*----------------------------------------------------------------
001080 01  WS-PAGE-CTR PIC 9(04) COMP VALUE ZERO.
001090 01  WS-LINE-CTR PIC 9(03) COMP VALUE ZERO.
001100 01  WS-LINES-PER-PAGE PIC 9(03) COMP VALUE 55.
001110
001120*----------------------------------------------------------------
001130* RUN DATE, THE DAY IDLE TIME IS MEASURED TO
001140*----------------------------------------------------------------
001150 01  WS-RUN-DATE-RAW PIC 9(08).
001160
001170*----------------------------------------------------------------
001180* REPORT LINES
001190*----------------------------------------------------------------
001200 01  WS-HEADING-1.
001210     05  FILLER PIC X(33)
001220         VALUE "OPERATOR ACCESS REVIEW".
001230     05  FILLER PIC X(03) VALUE SPACE.
001240     05  FILLER PIC X(09) VALUE "RUN DATE ".
001250     05  WS-H1-RUN-DATE PIC 9(08).
001260     05  FILLER PIC X(14) VALUE SPACE.
001270     05  FILLER PIC X(05) VALUE "PAGE ".
001280     05  WS-H1-PAGE-NO PIC ZZZ9.
001290
001300 01  WS-HEADING-2.
001310     05  FILLER PIC X(29) VALUE "DORMANT AFTER DAYS UNUSED: ".
001320     05  WS-H2-DORMANT-DAYS PIC ZZ9.
001330
001340 01  WS-HEADING-3.
001350     05  FILLER PIC X(10) VALUE "OPERATOR".
001360     05  FILLER PIC X(20) VALUE "NAME".
001370     05  FILLER PIC X(09) VALUE "LEVEL".
001380     05  FILLER PIC X(04) VALUE "ACT".
001390     05  FILLER PIC X(10) VALUE "SIGNED ON".
001400     05  FILLER PIC X(07) VALUE " IDLE".
001410     05  FILLER PIC X(04) VALUE "BAD".
001420     05  FILLER PIC X(15) VALUE "STANDING".
001430
001440 01  WS-DETAIL-LINE.
001450     05  WS-DL-OPERATOR-ID PIC X(08).
001460     05  FILLER PIC X(02) VALUE SPACE.
001470     05  WS-DL-OPERATOR-NAME PIC X(18).
001480     05  FILLER PIC X(02) VALUE SPACE.
001490     05  WS-DL-ACCESS-LEVEL PIC X(07).
001500     05  FILLER PIC X(02) VALUE SPACE.
001510     05  WS-DL-ACTIVE-FLAG PIC X(01).
001520     05  FILLER PIC X(03) VALUE SPACE.
001530     05  WS-DL-LAST-SIGNON PIC X(08).
001540     05  FILLER PIC X(02) VALUE SPACE.
001550     05  WS-DL-DAYS-IDLE PIC ZZZZ9.
001560     05  FILLER PIC X(02) VALUE SPACE.
001570     05  WS-DL-FAILED-SIGNONS PIC Z9.
001580     05  FILLER PIC X(02) VALUE SPACE.
001590     05  WS-DL-STANDING PIC X(15).
001600
001610 01  WS-SUMMARY-LINE.
001620     05  WS-SL-LABEL PIC X(25).
001630     05  WS-SL-COUNT PIC ZZZZZZ9.
001640
001650 PROCEDURE DIVISION.
001660*----------------------------------------------------------------
001670* MAINLINE - RUN THE CODE AS PERFORMED PARAGRAPHS
001680*----------------------------------------------------------------
001690 0000-MAINLINE.
001700     OPEN INPUT OPERATOR-FILE
001710     IF NOT WS-OPERATOR-FILE-OK
001720         DISPLAY "ERROR OPENING OPERATOR-FILE, STATUS="
001730             WS-OPERATOR-FILE-STATUS
001740         MOVE 12 TO RETURN-CODE
001750         SET WS-END-OF-OPERATORS TO TRUE
001760     END-IF
001770     OPEN OUTPUT ACCESS-RPT
001780     IF NOT WS-ACCESS-RPT-OK
001790         DISPLAY "ERROR OPENING ACCESS-RPT, STATUS="
001800             WS-ACCESS-RPT-STATUS
001810         MOVE 12 TO RETURN-CODE
001820         SET WS-END-OF-OPERATORS TO TRUE
001830     END-IF
001840     PERFORM LOAD-PARM-CARD
001850     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE-RAW
001860     MOVE WS-RUN-DATE-RAW TO WS-H1-RUN-DATE
001870     MOVE WS-DORMANT-DAYS TO WS-H2-DORMANT-DAYS
001880     PERFORM WRITE-PAGE-HEADING
001890     IF NOT WS-END-OF-OPERATORS
001900         PERFORM READ-OPERATOR-RECORD
001910     END-IF
001920     PERFORM PROCESS-OPERATOR THRU PROC-OPERATOR-EXIT
001930         UNTIL WS-END-OF-OPERATORS
001940     PERFORM WRITE-SUMMARY
001950     PERFORM SHOW-CONTROL-TOTALS
001960     CLOSE ACCESS-RPT
001970     CLOSE OPERATOR-FILE
001980     IF WS-DORMANT-CTR > ZERO OR WS-LOCKED-CTR > ZERO
001990         IF RETURN-CODE < 4
002000             MOVE 4 TO RETURN-CODE
002010         END-IF
002020     END-IF
002030     GOBACK.
002040
002050*----------------------------------------------------------------
002060* LOAD-PARM-CARD - PICK UP THE DORMANCY LIMIT IF A CARD IS
002070* PRESENT
002080*----------------------------------------------------------------
002090 LOAD-PARM-CARD.
002100     OPEN INPUT PARM-FILE
002110     IF WS-PARM-FILE-OK
002120         READ PARM-FILE
002130             NOT AT END
002140             IF AP-DORMANT-DAYS NUMERIC
002150                 MOVE AP-DORMANT-DAYS TO WS-DORMANT-DAYS
002160             END-IF
002170         END-READ
002180         CLOSE PARM-FILE
002190     END-IF.
002200
002210*----------------------------------------------------------------
002220* READ-OPERATOR-RECORD - READ THE NEXT OPERATOR
002230*----------------------------------------------------------------
002240 READ-OPERATOR-RECORD.
002250     READ OPERATOR-FILE
002260         AT END
002270         SET WS-END-OF-OPERATORS TO TRUE
002280     END-READ
002290     IF NOT WS-END-OF-OPERATORS
002300         IF NOT WS-OPERATOR-FILE-OK
002310             DISPLAY "ERROR READING OPERATOR-FILE, STATUS="
002320                 WS-OPERATOR-FILE-STATUS
002330             MOVE 12 TO RETURN-CODE
002340             SET WS-END-OF-OPERATORS TO TRUE
002350         ELSE
002360             ADD 1 TO WS-OPERATORS-READ-CTR
002370         END-IF
002380     END-IF.
002390
002400*----------------------------------------------------------------
002410* PROCESS-OPERATOR - COUNT THE OPERATOR BY LEVEL AND STANDING,
002420* DECIDE WHETHER AN ACTIVE ACCOUNT HAS GONE DORMANT, AND LIST IT
002430*----------------------------------------------------------------
002440 PROCESS-OPERATOR.
002450     MOVE 'N' TO WS-DORMANT-SW
002460     IF OA-VIEW-AND-CORRECT
002470         ADD 1 TO WS-VIEW-CORRECT-CTR
002480     ELSE
002490         ADD 1 TO WS-VIEW-ONLY-CTR
002500     END-IF
002510     IF OA-LOCKED
002520         ADD 1 TO WS-LOCKED-CTR
002530     END-IF
002540     IF OA-LAST-SIGNON-DATE = ZERO
002550         MOVE OA-ADDED-DATE TO WS-IDLE-FROM-DATE
002560     ELSE
002570         MOVE OA-LAST-SIGNON-DATE TO WS-IDLE-FROM-DATE
002580     END-IF
002590     MOVE ZERO TO WS-DAYS-IDLE
002600     IF WS-IDLE-FROM-DATE > ZERO
002610         AND WS-IDLE-FROM-DATE < WS-RUN-DATE-RAW
002620         COMPUTE WS-DAYS-IDLE =
002630             FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-RAW)
002640             - FUNCTION INTEGER-OF-DATE (WS-IDLE-FROM-DATE)
002650     END-IF
002660     IF OA-ACTIVE
002670         IF WS-DAYS-IDLE > WS-DORMANT-DAYS
002680             SET WS-OPERATOR-DORMANT TO TRUE
002690             ADD 1 TO WS-DORMANT-CTR
002700         END-IF
002710     ELSE
002720         ADD 1 TO WS-INACTIVE-CTR
002730     END-IF
002740     PERFORM WRITE-DETAIL-LINE
002750     PERFORM READ-OPERATOR-RECORD.
002760 PROC-OPERATOR-EXIT.
002770     EXIT.
002780
002790*----------------------------------------------------------------
002800* WRITE-PAGE-HEADING - START A NEW PAGE WITH THE RUN DATE, THE
002810* PAGE NUMBER, THE LIMIT AND THE COLUMN HEADINGS
002820*----------------------------------------------------------------
002830 WRITE-PAGE-HEADING.
002840     ADD 1 TO WS-PAGE-CTR
002850     MOVE WS-PAGE-CTR TO WS-H1-PAGE-NO
002860     WRITE AR-REPORT-LINE FROM WS-HEADING-1
002870         AFTER ADVANCING PAGE
002880     WRITE AR-REPORT-LINE FROM WS-HEADING-2
002890         AFTER ADVANCING 1 LINE
002900     WRITE AR-REPORT-LINE FROM WS-HEADING-3
002910         AFTER ADVANCING 2 LINES
002920     MOVE SPACE TO AR-REPORT-LINE
002930     WRITE AR-REPORT-LINE AFTER ADVANCING 1 LINE
002940     MOVE 5 TO WS-LINE-CTR.
002950
002960*----------------------------------------------------------------
002970* WRITE-DETAIL-LINE - ONE OPERATOR, BREAKING TO A NEW PAGE WHEN
002980* THE CURRENT ONE IS FULL
002990*----------------------------------------------------------------
003000 WRITE-DETAIL-LINE.
003010     IF WS-LINE-CTR > WS-LINES-PER-PAGE
003020         PERFORM WRITE-PAGE-HEADING
003030     END-IF
003040     MOVE OA-OPERATOR-ID TO WS-DL-OPERATOR-ID
003050     MOVE OA-OPERATOR-NAME TO WS-DL-OPERATOR-NAME
003060     IF OA-VIEW-AND-CORRECT
003070         MOVE "CORRECT" TO WS-DL-ACCESS-LEVEL
003080     ELSE
003090         MOVE "VIEW" TO WS-DL-ACCESS-LEVEL
003100     END-IF
003110     MOVE OA-ACTIVE-FLAG TO WS-DL-ACTIVE-FLAG
003120     IF OA-LAST-SIGNON-DATE = ZERO
003130         MOVE "NEVER" TO WS-DL-LAST-SIGNON
003140     ELSE
003150         MOVE OA-LAST-SIGNON-DATE TO WS-DL-LAST-SIGNON
003160     END-IF
003170     MOVE WS-DAYS-IDLE TO WS-DL-DAYS-IDLE
003180     MOVE OA-FAILED-SIGNONS TO WS-DL-FAILED-SIGNONS
003190     MOVE SPACE TO WS-DL-STANDING
003200     IF OA-LOCKED
003210         IF WS-OPERATOR-DORMANT
003220             MOVE "LOCKED DORMANT" TO WS-DL-STANDING
003230         ELSE
003240             MOVE "LOCKED" TO WS-DL-STANDING
003250         END-IF
003260     ELSE
003270         IF WS-OPERATOR-DORMANT
003280             MOVE "DORMANT" TO WS-DL-STANDING
003290         ELSE
003300             IF OA-INACTIVE
003310                 MOVE "INACTIVE" TO WS-DL-STANDING
003320             END-IF
003330         END-IF
003340     END-IF
003350     WRITE AR-REPORT-LINE FROM WS-DETAIL-LINE
003360         AFTER ADVANCING 1 LINE
003370     IF NOT WS-ACCESS-RPT-OK
003380         DISPLAY "ERROR WRITING ACCESS-RPT, STATUS="
003390             WS-ACCESS-RPT-STATUS
003400         MOVE 12 TO RETURN-CODE
003410     END-IF
003420     ADD 1 TO WS-LINE-CTR.
003430
003440*----------------------------------------------------------------
003450* WRITE-SUMMARY - THE COUNTS THE SECURITY REVIEW SIGNS OFF
003460*----------------------------------------------------------------
003470 WRITE-SUMMARY.
003480     MOVE SPACE TO AR-REPORT-LINE
003490     WRITE AR-REPORT-LINE AFTER ADVANCING 2 LINES
003500     MOVE "OPERATORS ON FILE" TO WS-SL-LABEL
003510     MOVE WS-OPERATORS-READ-CTR TO WS-SL-COUNT
003520     PERFORM WRITE-SUMMARY-LINE
003530     MOVE "  VIEW ONLY" TO WS-SL-LABEL
003540     MOVE WS-VIEW-ONLY-CTR TO WS-SL-COUNT
003550     PERFORM WRITE-SUMMARY-LINE
003560     MOVE "  VIEW AND CORRECT" TO WS-SL-LABEL
003570     MOVE WS-VIEW-CORRECT-CTR TO WS-SL-COUNT
003580     PERFORM WRITE-SUMMARY-LINE
003590     MOVE "INACTIVE" TO WS-SL-LABEL
003600     MOVE WS-INACTIVE-CTR TO WS-SL-COUNT
003610     PERFORM WRITE-SUMMARY-LINE
003620     MOVE "LOCKED OUT" TO WS-SL-LABEL
003630     MOVE WS-LOCKED-CTR TO WS-SL-COUNT
003640     PERFORM WRITE-SUMMARY-LINE
003650     MOVE "DORMANT" TO WS-SL-LABEL
003660     MOVE WS-DORMANT-CTR TO WS-SL-COUNT
003670     PERFORM WRITE-SUMMARY-LINE.
003680
003690*----------------------------------------------------------------
003700* WRITE-SUMMARY-LINE - ONE COUNT
003710*----------------------------------------------------------------
003720 WRITE-SUMMARY-LINE.
003730     WRITE AR-REPORT-LINE FROM WS-SUMMARY-LINE
003740         AFTER ADVANCING 1 LINE
003750     IF NOT WS-ACCESS-RPT-OK
003760         DISPLAY "ERROR WRITING ACCESS-RPT, STATUS="
003770             WS-ACCESS-RPT-STATUS
003780         MOVE 12 TO RETURN-CODE
003790     END-IF.
003800
003810*----------------------------------------------------------------
003820* SHOW-CONTROL-TOTALS - WHAT THE ACCESS REVIEW READ AND FOUND
003830*----------------------------------------------------------------
003840 SHOW-CONTROL-TOTALS.
003850     DISPLAY "----------------------------------------"
003860     DISPLAY "OPERATOR ACCESS REVIEW CONTROL TOTALS"
003870     DISPLAY "  DORMANT LIMIT (DAYS) .. " WS-DORMANT-DAYS
003880     DISPLAY "  OPERATORS READ ........ " WS-OPERATORS-READ-CTR
003890     DISPLAY "  VIEW ONLY ............. " WS-VIEW-ONLY-CTR
003900     DISPLAY "  VIEW AND CORRECT ...... " WS-VIEW-CORRECT-CTR
003910     DISPLAY "  INACTIVE .............. " WS-INACTIVE-CTR
003920     DISPLAY "  LOCKED OUT ............ " WS-LOCKED-CTR
003930     DISPLAY "  DORMANT ............... " WS-DORMANT-CTR
003940     DISPLAY "----------------------------------------".
003950 END PROGRAM RESEL-ACCESS.
