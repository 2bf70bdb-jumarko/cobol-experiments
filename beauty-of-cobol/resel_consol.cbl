000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. RESEL-CONSOL.
000030 AUTHOR. J RESEL.
000040 INSTALLATION. BEAUTY-OF-COBOL.
000050 DATE-WRITTEN. 2026-09-30.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT DESCRIPTION
000110* ---------- ---- ------------------------------------------------
000120* 2026-09-30 JR   ORIGINAL VERSION - FRONT END TO RESEL-WORLD.
000130*                 READS THE PERSON-CHANGE EXTRACTS OF EVERY
000140*                 FEEDING SYSTEM (EACH WITH ITS OWN HEADER, SOURCE
000150*                 CODE AND TRAILER), PROVES EACH ONE'S CONTROLS ON
000160*                 ITS OWN, SETTLES USER IDS TWO SOURCES BOTH SENT
000170*                 BY THE SRCPREC PRECEDENCE TABLE AND WRITES ONE
000180*                 MERGED EXTRACT WITH ONE HEADER AND A TRAILER
000190*                 THAT COUNTS WHAT WAS WRITTEN. WHAT WAS
000200*                 OVERRIDDEN, AND BY WHICH SOURCE, GOES TO
000210*                 CONFRPT.
000220*----------------------------------------------------------------
000230
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT PRECEDENCE-FILE ASSIGN TO "SRCPREC"
000280         ORGANIZATION IS LINE SEQUENTIAL
000290         FILE STATUS IS WS-PRECEDENCE-FILE-STATUS.
000300
000310     SELECT SOURCE-FILE ASSIGN TO "SRCEXTS"
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-SOURCE-FILE-STATUS.
000340
000350     SELECT MERGED-EXTRACT ASSIGN TO "TRANSOUT"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-MERGED-EXTRACT-STATUS.
000380
000390     SELECT CONFLICT-RPT ASSIGN TO "CONFRPT"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-CONFLICT-RPT-STATUS.
000420
000430     SELECT SORT-FILE ASSIGN TO "SORTWK01".
000440
000450 DATA DIVISION.
000460 FILE SECTION.
000470*----------------------------------------------------------------
000480* PRECEDENCE-FILE - ONE CARD PER FEEDING SYSTEM: SOURCE CODE, ITS
000490* RANK (01 WINS OVER 02 AND SO ON) AND A DESCRIPTION
000500*----------------------------------------------------------------
000510 FD  PRECEDENCE-FILE
000520     LABEL RECORDS ARE STANDARD.
000530 01  SP-PRECEDENCE-RECORD.
000540     05  SP-SOURCE-CODE PIC X(04).
000550     05  SP-RANK PIC 9(02).
000560     05  SP-DESCRIPTION PIC X(20).
000570
000580*----------------------------------------------------------------
000590* SOURCE-FILE - THE FEEDING SYSTEMS' EXTRACTS ONE AFTER ANOTHER,
000600* EACH IN THE TRANSIN LAYOUT WITH ITS SOURCE CODE ON THE HEADER
000610*----------------------------------------------------------------
000620 FD  SOURCE-FILE
000630     LABEL RECORDS ARE STANDARD.
000640 01  SE-SOURCE-RECORD.
000650     05  SE-TRANS-CODE PIC X(01).
000660         88  SE-HEADER-REC VALUE 'H'.
000670         88  SE-TRAILER-REC VALUE 'T'.
000680     05  SE-TRANS-DETAIL.
000690         10  SE-USER-ID PIC X(08).
000700         10  SE-FIRST-NAME PIC A(10).
000710         10  SE-LAST-NAME PIC A(10).
000720         10  SE-DATE-OF-BIRTH PIC 9(08).
000730     05  SE-TRANS-HEADER REDEFINES SE-TRANS-DETAIL.
000740         10  SE-EXTRACT-DATE PIC 9(08).
000750         10  SE-SOURCE-CODE PIC X(04).
000760         10  FILLER PIC X(24).
000770     05  SE-TRANS-TRAILER REDEFINES SE-TRANS-DETAIL.
000780         10  SE-DETAIL-COUNT PIC 9(07).
000790         10  FILLER PIC X(29).
000800
000810*----------------------------------------------------------------
000820* MERGED-EXTRACT - THE ONE EXTRACT RESEL-WORLD READS AS TRANSIN
000830*----------------------------------------------------------------
000840 FD  MERGED-EXTRACT
000850     LABEL RECORDS ARE STANDARD.
000860 01  ME-TRANS-RECORD PIC X(37).
000870
000880*----------------------------------------------------------------
000890* CONFLICT-RPT - THE OVERRIDDEN TRANSACTIONS AND EACH SOURCE'S
000900* CONTROLS
000910*----------------------------------------------------------------
000920 FD  CONFLICT-RPT
000930     LABEL RECORDS ARE STANDARD.
000940 01  CR-REPORT-LINE PIC X(80).
000950
000960*----------------------------------------------------------------
000970* SORT-FILE - THE DETAILS OF EVERY SOURCE IN USER-ID ORDER, THE
000980* WINNING SOURCE FIRST, EACH SOURCE'S OWN ORDER KEPT
000990*----------------------------------------------------------------
001000 SD  SORT-FILE.
001010 01  SC-SORT-RECORD.
001020     05  SC-USER-ID PIC X(08).
001030     05  SC-RANK PIC 9(02).
001040     05  SC-ARRIVAL-SEQ PIC 9(07).
001050     05  SC-SOURCE-SUB PIC 9(02).
001060     05  SC-TRANS-RECORD.
001070         10  SC-TRANS-CODE PIC X(01).
001080         10  SC-TRANS-USER-ID PIC X(08).
001090         10  SC-FIRST-NAME PIC A(10).
001100         10  SC-LAST-NAME PIC A(10).
001110         10  SC-DATE-OF-BIRTH PIC 9(08).
001120
001130 WORKING-STORAGE SECTION.
001140*----------------------------------------------------------------
001150* FILE STATUS SWITCHES
001160*----------------------------------------------------------------
001170 01  WS-FILE-STATUSES.
001180     05  WS-PRECEDENCE-FILE-STATUS PIC X(02).
001190         88  WS-PRECEDENCE-FILE-OK VALUE '00'.
001200     05  WS-SOURCE-FILE-STATUS PIC X(02).
001210         88  WS-SOURCE-FILE-OK VALUE '00'.
001220     05  WS-MERGED-EXTRACT-STATUS PIC X(02).
001230         88  WS-MERGED-EXTRACT-OK VALUE '00'.
001240     05  WS-CONFLICT-RPT-STATUS PIC X(02).
001250         88  WS-CONFLICT-RPT-OK VALUE '00'.
001260
001270*----------------------------------------------------------------
001280* SWITCHES
001290*----------------------------------------------------------------
001300 01  WS-SWITCHES.
001310     05  WS-PRECEDENCE-EOF-SW PIC X(01) VALUE 'N'.
001320         88  WS-END-OF-PRECEDENCE VALUE 'Y'.
001330     05  WS-SOURCE-EOF-SW PIC X(01) VALUE 'N'.
001340         88  WS-END-OF-SOURCES VALUE 'Y'.
001350     05  WS-SORT-EOF-SW PIC X(01) VALUE 'N'.
001360         88  WS-END-OF-SORT VALUE 'Y'.
001370     05  WS-GROUP-OPEN-SW PIC X(01) VALUE 'N'.
001380         88  WS-GROUP-OPEN VALUE 'Y'.
001390         88  WS-GROUP-CLOSED VALUE 'N'.
001400     05  WS-CONTROL-ERROR-SW PIC X(01) VALUE 'N'.
001410         88  WS-CONTROL-ERROR VALUE 'Y'.
001420
001430*----------------------------------------------------------------
001440* SOURCE TABLE - ONE SLOT PER SRCPREC CARD, PLUS A SLOT FOR ANY
001450* SOURCE CODE THAT ARRIVES WITHOUT A CARD SO IT CAN BE REPORTED
001460*----------------------------------------------------------------
001470 01  WS-SOURCE-MAX PIC 9(02) COMP VALUE 20.
001480 01  WS-SOURCE-COUNT PIC 9(02) COMP VALUE ZERO.
001490 01  WS-SOURCE-TABLE.
001500     05  WS-SOURCE-ENTRY OCCURS 20 TIMES.
001510         10  WS-ST-SOURCE-CODE PIC X(04).
001520         10  WS-ST-RANK PIC 9(02).
001530         10  WS-ST-DESCRIPTION PIC X(20).
001540         10  WS-ST-RECEIVED-SW PIC X(01).
001550             88  WS-ST-RECEIVED VALUE 'Y'.
001560         10  WS-ST-EXTRACT-DATE PIC 9(08).
001570         10  WS-ST-TRAILER-COUNT PIC 9(07).
001580         10  WS-ST-DETAILS-CTR PIC 9(07) COMP.
001590         10  WS-ST-KEPT-CTR PIC 9(07) COMP.
001600         10  WS-ST-OVERRIDDEN-CTR PIC 9(07) COMP.
001610         10  WS-ST-RESULT PIC X(22).
001620 01  WS-SUB PIC 9(04) COMP.
001630 01  WS-FOUND-SUB PIC 9(04) COMP.
001640 01  WS-CURRENT-SUB PIC 9(04) COMP VALUE ZERO.
001650 01  WS-FAIL-REASON PIC X(22).
001660
001670*----------------------------------------------------------------
001680* WORK AREAS FOR THE MERGE - THE EXTRACT DATE EVERY SOURCE MUST
001690* SHARE, AND THE TRANSACTION KEPT FOR THE USER ID IN HAND
001700*----------------------------------------------------------------
001710 01  WS-COMMON-EXTRACT-DATE PIC 9(08) VALUE ZERO.
001720 01  WS-ARRIVAL-SEQ PIC 9(07) VALUE ZERO.
001730 01  WS-PREV-USER-ID PIC X(08).
001740 01  WS-KEPT-RANK PIC 9(02).
001750 01  WS-KEPT-SOURCE-SUB PIC 9(02).
001760 01  WS-KEPT-RECORD.
001770     05  WS-KR-TRANS-CODE PIC X(01).
001780     05  FILLER PIC X(36).
001790
001800*----------------------------------------------------------------
001810* THE CONTROL RECORDS OF THE MERGED EXTRACT
001820*----------------------------------------------------------------
001830 01  WS-MERGED-HEADER.
001840     05  FILLER PIC X(01) VALUE 'H'.
001850     05  WS-MH-EXTRACT-DATE PIC 9(08).
001860     05  FILLER PIC X(28) VALUE SPACE.
001870
001880 01  WS-MERGED-TRAILER.
001890     05  FILLER PIC X(01) VALUE 'T'.
001900     05  WS-MT-DETAIL-COUNT PIC 9(07).
001910     05  FILLER PIC X(29) VALUE SPACE.
001920
001930*----------------------------------------------------------------
001940* CONTROL TOTALS
001950*----------------------------------------------------------------
001960 01  WS-CONTROL-TOTALS.
001970     05  WS-PREC-CARDS-READ-CTR PIC 9(07) COMP VALUE ZERO.
001980     05  WS-HEADERS-READ-CTR PIC 9(07) COMP VALUE ZERO.
001990     05  WS-SOURCES-REFUSED-CTR PIC 9(07) COMP VALUE ZERO.
002000     05  WS-SOURCES-MISSING-CTR PIC 9(07) COMP VALUE ZERO.
002010     05  WS-DETAILS-READ-CTR PIC 9(07) COMP VALUE ZERO.
002020     05  WS-STRAY-RECORDS-CTR PIC 9(07) COMP VALUE ZERO.
002030     05  WS-DETAILS-WRITTEN-CTR PIC 9(07) COMP VALUE ZERO.
002040     05  WS-OVERRIDDEN-CTR PIC 9(07) COMP VALUE ZERO.
002050     05  WS-CONFLICTS-CTR PIC 9(07) COMP VALUE ZERO.
002060
002070*----------------------------------------------------------------
002080* PAGE AND LINE CONTROL
002090*----------------------------------------------------------------
002100 01  WS-PAGE-CTR PIC 9(04) COMP VALUE ZERO.
002110 01  WS-LINE-CTR PIC 9(03) COMP VALUE ZERO.
002120 01  WS-LINES-PER-PAGE PIC 9(03) COMP VALUE 55.
002130
002140*----------------------------------------------------------------
002150* RUN DATE
002160*----------------------------------------------------------------
002170 01  WS-RUN-DATE-RAW PIC 9(08).
002180
002190*----------------------------------------------------------------
002200* REPORT LINES
002210*----------------------------------------------------------------
002220 01  WS-HEADING-1.
002230     05  FILLER PIC X(28) VALUE "SOURCE EXTRACT CONSOLIDATION".
002240     05  FILLER PIC X(08) VALUE SPACE.
002250     05  FILLER PIC X(09) VALUE "RUN DATE ".
002260     05  WS-H1-RUN-DATE PIC 9(08).
002270     05  FILLER PIC X(14) VALUE SPACE.
002280     05  FILLER PIC X(05) VALUE "PAGE ".
002290     05  WS-H1-PAGE-NO PIC ZZZ9.
002300
002310 01  WS-HEADING-2.
002320     05  FILLER PIC X(40)
002330         VALUE "DETAILS OVERRIDDEN BY A HIGHER SOURCE".
002340
002350 01  WS-HEADING-3.
002360     05  FILLER PIC X(10) VALUE "USER ID".
002370     05  FILLER PIC X(06) VALUE "KEPT".
002380     05  FILLER PIC X(04) VALUE "CD".
002390     05  FILLER PIC X(06) VALUE "DROP".
002400     05  FILLER PIC X(04) VALUE "CD".
002410     05  FILLER PIC X(11) VALUE "FIRST NAME".
002420     05  FILLER PIC X(11) VALUE "LAST NAME".
002430     05  FILLER PIC X(10) VALUE "DOB".
002440     05  FILLER PIC X(10) VALUE "NOTE".
002450
002460 01  WS-DETAIL-LINE.
002470     05  WS-DL-USER-ID PIC X(08).
002480     05  FILLER PIC X(02) VALUE SPACE.
002490     05  WS-DL-KEPT-SOURCE PIC X(04).
002500     05  FILLER PIC X(02) VALUE SPACE.
002510     05  WS-DL-KEPT-CODE PIC X(01).
002520     05  FILLER PIC X(03) VALUE SPACE.
002530     05  WS-DL-DROP-SOURCE PIC X(04).
002540     05  FILLER PIC X(02) VALUE SPACE.
002550     05  WS-DL-DROP-CODE PIC X(01).
002560     05  FILLER PIC X(03) VALUE SPACE.
002570     05  WS-DL-FIRST-NAME PIC A(10).
002580     05  FILLER PIC X(01) VALUE SPACE.
002590     05  WS-DL-LAST-NAME PIC A(10).
002600     05  FILLER PIC X(01) VALUE SPACE.
002610     05  WS-DL-DATE-OF-BIRTH PIC X(08).
002620     05  FILLER PIC X(02) VALUE SPACE.
002630     05  WS-DL-NOTE PIC X(10).
002640
002650 01  WS-SUMMARY-HEADING-1.
002660     05  FILLER PIC X(30) VALUE "CONTROLS BY SOURCE".
002670
002680 01  WS-SUMMARY-HEADING-2.
002690     05  FILLER PIC X(06) VALUE "SRCE".
002700     05  FILLER PIC X(06) VALUE "RANK".
002710     05  FILLER PIC X(10) VALUE "EXTRACT".
002720     05  FILLER PIC X(09) VALUE "   READ".
002730     05  FILLER PIC X(09) VALUE "TRAILER".
002740     05  FILLER PIC X(09) VALUE "   KEPT".
002750     05  FILLER PIC X(09) VALUE "DROPPED".
002760     05  FILLER PIC X(22) VALUE "RESULT".
002770
002780 01  WS-SUMMARY-LINE.
002790     05  WS-SL-SOURCE-CODE PIC X(04).
002800     05  FILLER PIC X(02) VALUE SPACE.
002810     05  WS-SL-RANK PIC Z9.
002820     05  FILLER PIC X(04) VALUE SPACE.
002830     05  WS-SL-EXTRACT-DATE PIC X(08).
002840     05  FILLER PIC X(02) VALUE SPACE.
002850     05  WS-SL-DETAILS PIC ZZZZZZ9.
002860     05  FILLER PIC X(02) VALUE SPACE.
002870     05  WS-SL-TRAILER-COUNT PIC ZZZZZZ9.
002880     05  FILLER PIC X(02) VALUE SPACE.
002890     05  WS-SL-KEPT PIC ZZZZZZ9.
002900     05  FILLER PIC X(02) VALUE SPACE.
002910     05  WS-SL-OVERRIDDEN PIC ZZZZZZ9.
002920     05  FILLER PIC X(02) VALUE SPACE.
002930     05  WS-SL-RESULT PIC X(22).
002940
002950 PROCEDURE DIVISION.
002960*----------------------------------------------------------------
002970* MAINLINE - RUN THE CODE AS PERFORMED PARAGRAPHS
002980*----------------------------------------------------------------
002990 0000-MAINLINE.
003000     OPEN INPUT PRECEDENCE-FILE
003010     IF NOT WS-PRECEDENCE-FILE-OK
003020         DISPLAY "ERROR OPENING PRECEDENCE-FILE, STATUS="
003030             WS-PRECEDENCE-FILE-STATUS
003040         MOVE 12 TO RETURN-CODE
003050         SET WS-CONTROL-ERROR TO TRUE
003060     ELSE
003070         PERFORM LOAD-PRECEDENCE-TABLE
003080         CLOSE PRECEDENCE-FILE
003090     END-IF
003100     OPEN INPUT SOURCE-FILE
003110     IF NOT WS-SOURCE-FILE-OK
003120         DISPLAY "ERROR OPENING SOURCE-FILE, STATUS="
003130             WS-SOURCE-FILE-STATUS
003140         MOVE 12 TO RETURN-CODE
003150         SET WS-CONTROL-ERROR TO TRUE
003160         SET WS-END-OF-SOURCES TO TRUE
003170     END-IF
003180     OPEN OUTPUT MERGED-EXTRACT
003190     IF NOT WS-MERGED-EXTRACT-OK
003200         DISPLAY "ERROR OPENING MERGED-EXTRACT, STATUS="
003210             WS-MERGED-EXTRACT-STATUS
003220         MOVE 12 TO RETURN-CODE
003230         SET WS-CONTROL-ERROR TO TRUE
003240     END-IF
003250     OPEN OUTPUT CONFLICT-RPT
003260     IF NOT WS-CONFLICT-RPT-OK
003270         DISPLAY "ERROR OPENING CONFLICT-RPT, STATUS="
003280             WS-CONFLICT-RPT-STATUS
003290         MOVE 12 TO RETURN-CODE
003300         SET WS-CONTROL-ERROR TO TRUE
003310     END-IF
003320     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE-RAW
003330     MOVE WS-RUN-DATE-RAW TO WS-H1-RUN-DATE
003340     PERFORM WRITE-PAGE-HEADING
003350     IF RETURN-CODE < 12
003360         SORT SORT-FILE
003370             ON ASCENDING KEY SC-USER-ID
003380                              SC-RANK
003390                              SC-ARRIVAL-SEQ
003400             INPUT PROCEDURE IS RELEASE-SOURCE-DETAILS
003410             OUTPUT PROCEDURE IS WRITE-MERGED-EXTRACT
003420     END-IF
003430     PERFORM WRITE-SUMMARY-HEADING
003440     PERFORM WRITE-SUMMARY-LINE
003450         VARYING WS-SUB FROM 1 BY 1
003460         UNTIL WS-SUB > WS-SOURCE-COUNT
003470     PERFORM SHOW-CONTROL-TOTALS
003480     CLOSE CONFLICT-RPT
003490     CLOSE MERGED-EXTRACT
003500     CLOSE SOURCE-FILE
003510     IF WS-CONTROL-ERROR
003520         IF RETURN-CODE < 16
003530             DISPLAY "CONSOLIDATION REFUSED - NO EXTRACT WRITTEN"
003540             MOVE 16 TO RETURN-CODE
003550         END-IF
003560     ELSE
003570         IF WS-CONFLICTS-CTR > ZERO
003580             OR WS-SOURCES-MISSING-CTR > ZERO
003590             IF RETURN-CODE < 4
003600                 MOVE 4 TO RETURN-CODE
003610             END-IF
003620         END-IF
003630     END-IF
003640     GOBACK.
003650
003660*----------------------------------------------------------------
003670* LOAD-PRECEDENCE-TABLE - READ THE SRCPREC CARDS INTO THE SOURCE
003680* TABLE. A SOURCE CODE OR A RANK GIVEN TWICE, OR A CARD WITH NO
003690* USABLE RANK, MAKES THE TABLE UNTRUSTWORTHY AND STOPS THE RUN
003700*----------------------------------------------------------------
003710 LOAD-PRECEDENCE-TABLE.
003720     PERFORM READ-PRECEDENCE-CARD
003730     PERFORM LOAD-ONE-PRECEDENCE THRU LOAD-PRECEDENCE-EXIT
003740         UNTIL WS-END-OF-PRECEDENCE
003750     IF WS-SOURCE-COUNT = ZERO
003760         DISPLAY "SRCPREC HOLDS NO SOURCES - NOTHING TO MERGE BY"
003770         SET WS-CONTROL-ERROR TO TRUE
003780     END-IF.
003790
003800*----------------------------------------------------------------
003810* READ-PRECEDENCE-CARD - READ THE NEXT SRCPREC CARD
003820*----------------------------------------------------------------
003830 READ-PRECEDENCE-CARD.
003840     READ PRECEDENCE-FILE
003850         AT END
003860         SET WS-END-OF-PRECEDENCE TO TRUE
003870     END-READ
003880     IF NOT WS-END-OF-PRECEDENCE
003890         IF NOT WS-PRECEDENCE-FILE-OK
003900             DISPLAY "ERROR READING PRECEDENCE-FILE, STATUS="
003910                 WS-PRECEDENCE-FILE-STATUS
003920             MOVE 12 TO RETURN-CODE
003930             SET WS-CONTROL-ERROR TO TRUE
003940             SET WS-END-OF-PRECEDENCE TO TRUE
003950         ELSE
003960             ADD 1 TO WS-PREC-CARDS-READ-CTR
003970         END-IF
003980     END-IF.
003990
004000*----------------------------------------------------------------
004010* LOAD-ONE-PRECEDENCE - CHECK ONE CARD AND GIVE IT A SLOT
004020*----------------------------------------------------------------
004030 LOAD-ONE-PRECEDENCE.
004040     IF SP-SOURCE-CODE = SPACE
004050         OR SP-RANK NOT NUMERIC
004060         OR SP-RANK = ZERO
004070         DISPLAY "SRCPREC CARD REJECTED, NO CODE OR RANK: "
004080             SP-PRECEDENCE-RECORD
004090         SET WS-CONTROL-ERROR TO TRUE
004100     ELSE
004110         MOVE ZERO TO WS-FOUND-SUB
004120         PERFORM FIND-SOURCE-OR-RANK
004130             VARYING WS-SUB FROM 1 BY 1
004140             UNTIL WS-SUB > WS-SOURCE-COUNT
004150         IF WS-FOUND-SUB > ZERO
004160             DISPLAY "SRCPREC CARD REJECTED, REPEATED: "
004170                 SP-PRECEDENCE-RECORD
004180             SET WS-CONTROL-ERROR TO TRUE
004190         ELSE
004200             IF WS-SOURCE-COUNT < WS-SOURCE-MAX
004210                 ADD 1 TO WS-SOURCE-COUNT
004220                 MOVE SP-SOURCE-CODE
004230                     TO WS-ST-SOURCE-CODE (WS-SOURCE-COUNT)
004240                 MOVE SP-RANK TO WS-ST-RANK (WS-SOURCE-COUNT)
004250                 MOVE SP-DESCRIPTION
004260                     TO WS-ST-DESCRIPTION (WS-SOURCE-COUNT)
004270                 PERFORM CLEAR-SOURCE-SLOT
004280             ELSE
004290                 DISPLAY "SRCPREC CARD REJECTED, TABLE FULL: "
004300                     SP-PRECEDENCE-RECORD
004310                 SET WS-CONTROL-ERROR TO TRUE
004320             END-IF
004330         END-IF
004340     END-IF
004350     PERFORM READ-PRECEDENCE-CARD.
004360 LOAD-PRECEDENCE-EXIT.
004370     EXIT.
004380
004390*----------------------------------------------------------------
004400* FIND-SOURCE-OR-RANK - DOES THIS SLOT ALREADY HOLD THE CARD'S
004410* SOURCE CODE OR RANK
004420*----------------------------------------------------------------
004430 FIND-SOURCE-OR-RANK.
004440     IF WS-ST-SOURCE-CODE (WS-SUB) = SP-SOURCE-CODE
004450         OR WS-ST-RANK (WS-SUB) = SP-RANK
004460         MOVE WS-SUB TO WS-FOUND-SUB
004470     END-IF.
004480
004490*----------------------------------------------------------------
004500* CLEAR-SOURCE-SLOT - START THE NEWEST SLOT'S COUNTS FROM NOTHING
004510*----------------------------------------------------------------
004520 CLEAR-SOURCE-SLOT.
004530     MOVE 'N' TO WS-ST-RECEIVED-SW (WS-SOURCE-COUNT)
004540     MOVE ZERO TO WS-ST-EXTRACT-DATE (WS-SOURCE-COUNT)
004550     MOVE ZERO TO WS-ST-TRAILER-COUNT (WS-SOURCE-COUNT)
004560     MOVE ZERO TO WS-ST-DETAILS-CTR (WS-SOURCE-COUNT)
004570     MOVE ZERO TO WS-ST-KEPT-CTR (WS-SOURCE-COUNT)
004580     MOVE ZERO TO WS-ST-OVERRIDDEN-CTR (WS-SOURCE-COUNT)
004590     MOVE SPACE TO WS-ST-RESULT (WS-SOURCE-COUNT).
004600
004610*----------------------------------------------------------------
004620* RELEASE-SOURCE-DETAILS - FEED THE SORT FROM THE SOURCE
004630* EXTRACTS, PROVING EACH SOURCE'S HEADER AND TRAILER AS IT GOES.
004640* EVERY SOURCE IS READ TO THE END EVEN AFTER ONE FAILS, SO THE
004650* REPORT GIVES A VERDICT ON EACH OF THEM
004660*----------------------------------------------------------------
004670 RELEASE-SOURCE-DETAILS.
004680     PERFORM READ-SOURCE-RECORD
004690     PERFORM RELEASE-ONE-SOURCE THRU RELEASE-SOURCE-EXIT
004700         UNTIL WS-END-OF-SOURCES
004710     IF WS-GROUP-OPEN
004720         MOVE "NO TRAILER" TO WS-FAIL-REASON
004730         PERFORM FAIL-CURRENT-SOURCE
004740         SET WS-GROUP-CLOSED TO TRUE
004750     END-IF
004760     IF WS-HEADERS-READ-CTR = ZERO
004770         DISPLAY "NO SOURCE EXTRACT RECEIVED"
004780         SET WS-CONTROL-ERROR TO TRUE
004790     END-IF.
004800
004810*----------------------------------------------------------------
004820* READ-SOURCE-RECORD - READ THE NEXT SOURCE EXTRACT RECORD
004830*----------------------------------------------------------------
004840 READ-SOURCE-RECORD.
004850     READ SOURCE-FILE
004860         AT END
004870         SET WS-END-OF-SOURCES TO TRUE
004880     END-READ
004890     IF NOT WS-END-OF-SOURCES
004900         AND NOT WS-SOURCE-FILE-OK
004910         DISPLAY "ERROR READING SOURCE-FILE, STATUS="
004920             WS-SOURCE-FILE-STATUS
004930         MOVE 12 TO RETURN-CODE
004940         SET WS-CONTROL-ERROR TO TRUE
004950         SET WS-END-OF-SOURCES TO TRUE
004960     END-IF.
004970
004980*----------------------------------------------------------------
004990* RELEASE-ONE-SOURCE - OPEN OR CLOSE A SOURCE ON ITS CONTROL
005000* RECORDS, OR RELEASE A DETAIL TO THE SORT, THEN READ THE NEXT
005010*----------------------------------------------------------------
005020 RELEASE-ONE-SOURCE.
005030     IF SE-HEADER-REC
005040         PERFORM OPEN-SOURCE-GROUP
005050     ELSE
005060         IF SE-TRAILER-REC
005070             PERFORM CLOSE-SOURCE-GROUP
005080         ELSE
005090             PERFORM RELEASE-SOURCE-DETAIL
005100         END-IF
005110     END-IF
005120     PERFORM READ-SOURCE-RECORD.
005130 RELEASE-SOURCE-EXIT.
005140     EXIT.
005150
005160*----------------------------------------------------------------
005170* OPEN-SOURCE-GROUP - A HEADER STARTS A SOURCE'S EXTRACT. THE
005180* SOURCE MUST BE ON THE PRECEDENCE TABLE, MUST NOT HAVE BEEN SENT
005190* ALREADY, AND MUST CARRY THE SAME EXTRACT DATE AS THE OTHERS
005200*----------------------------------------------------------------
005210 OPEN-SOURCE-GROUP.
005220     IF WS-GROUP-OPEN
005230         MOVE "NO TRAILER" TO WS-FAIL-REASON
005240         PERFORM FAIL-CURRENT-SOURCE
005250     END-IF
005260     ADD 1 TO WS-HEADERS-READ-CTR
005270     MOVE ZERO TO WS-FOUND-SUB
005280     PERFORM FIND-SOURCE-SLOT
005290         VARYING WS-SUB FROM 1 BY 1
005300         UNTIL WS-SUB > WS-SOURCE-COUNT
005310     IF WS-FOUND-SUB = ZERO
005320         PERFORM ADD-UNKNOWN-SOURCE
005330     END-IF
005340     MOVE WS-FOUND-SUB TO WS-CURRENT-SUB
005350     IF WS-CURRENT-SUB = ZERO
005360         SET WS-GROUP-CLOSED TO TRUE
005370     ELSE
005380         SET WS-GROUP-OPEN TO TRUE
005390         IF WS-ST-RECEIVED (WS-CURRENT-SUB)
005400             MOVE "SENT TWICE" TO WS-FAIL-REASON
005410             PERFORM FAIL-CURRENT-SOURCE
005420         END-IF
005430         MOVE 'Y' TO WS-ST-RECEIVED-SW (WS-CURRENT-SUB)
005440         IF SE-EXTRACT-DATE NOT NUMERIC
005450             OR SE-EXTRACT-DATE = ZERO
005460             MOVE "BAD EXTRACT DATE" TO WS-FAIL-REASON
005470             PERFORM FAIL-CURRENT-SOURCE
005480         ELSE
005490             MOVE SE-EXTRACT-DATE
005500                 TO WS-ST-EXTRACT-DATE (WS-CURRENT-SUB)
005510             IF WS-COMMON-EXTRACT-DATE = ZERO
005520                 MOVE SE-EXTRACT-DATE TO WS-COMMON-EXTRACT-DATE
005530             ELSE
005540                 IF SE-EXTRACT-DATE NOT = WS-COMMON-EXTRACT-DATE
005550                     MOVE "EXTRACT DATE DIFFERS" TO WS-FAIL-REASON
005560                     PERFORM FAIL-CURRENT-SOURCE
005570                 END-IF
005580             END-IF
005590         END-IF
005600     END-IF.
005610
005620*----------------------------------------------------------------
005630* FIND-SOURCE-SLOT - IS THIS THE SLOT FOR THE HEADER'S SOURCE
005640*----------------------------------------------------------------
005650 FIND-SOURCE-SLOT.
005660     IF WS-ST-SOURCE-CODE (WS-SUB) = SE-SOURCE-CODE
005670         MOVE WS-SUB TO WS-FOUND-SUB
005680     END-IF.
005690
005700*----------------------------------------------------------------
005710* ADD-UNKNOWN-SOURCE - A SOURCE WITH NO SRCPREC CARD CANNOT BE
005720* RANKED, SO IT IS REFUSED, BUT IT GETS A SLOT SO ITS COUNTS
005730* STILL SHOW ON THE REPORT
005740*----------------------------------------------------------------
005750 ADD-UNKNOWN-SOURCE.
005760     IF WS-SOURCE-COUNT < WS-SOURCE-MAX
005770         ADD 1 TO WS-SOURCE-COUNT
005780         MOVE SE-SOURCE-CODE
005790             TO WS-ST-SOURCE-CODE (WS-SOURCE-COUNT)
005800         MOVE 99 TO WS-ST-RANK (WS-SOURCE-COUNT)
005810         MOVE SPACE TO WS-ST-DESCRIPTION (WS-SOURCE-COUNT)
005820         PERFORM CLEAR-SOURCE-SLOT
005830         MOVE WS-SOURCE-COUNT TO WS-FOUND-SUB
005840         MOVE WS-SOURCE-COUNT TO WS-CURRENT-SUB
005850         MOVE "NOT ON SRCPREC" TO WS-FAIL-REASON
005860         PERFORM FAIL-CURRENT-SOURCE
005870     ELSE
005880         DISPLAY "SOURCE " SE-SOURCE-CODE
005890             " NOT ON SRCPREC AND NO ROOM TO REPORT IT"
005900         SET WS-CONTROL-ERROR TO TRUE
005910     END-IF.
005920
005930*----------------------------------------------------------------
005940* CLOSE-SOURCE-GROUP - A TRAILER ENDS A SOURCE'S EXTRACT AND MUST
005950* COUNT EXACTLY THE DETAILS THAT SOURCE SENT
005960*----------------------------------------------------------------
005970 CLOSE-SOURCE-GROUP.
005980     IF NOT WS-GROUP-OPEN
005990         DISPLAY "TRAILER WITH NO HEADER BEFORE IT: "
006000             SE-SOURCE-RECORD
006010         ADD 1 TO WS-STRAY-RECORDS-CTR
006020         SET WS-CONTROL-ERROR TO TRUE
006030     ELSE
006040         IF SE-DETAIL-COUNT NOT NUMERIC
006050             MOVE "BAD TRAILER COUNT" TO WS-FAIL-REASON
006060             PERFORM FAIL-CURRENT-SOURCE
006070         ELSE
006080             MOVE SE-DETAIL-COUNT
006090                 TO WS-ST-TRAILER-COUNT (WS-CURRENT-SUB)
006100             IF SE-DETAIL-COUNT
006110                 NOT = WS-ST-DETAILS-CTR (WS-CURRENT-SUB)
006120                 MOVE "TRAILER COUNT MISMATCH" TO WS-FAIL-REASON
006130                 PERFORM FAIL-CURRENT-SOURCE
006140             END-IF
006150         END-IF
006160         SET WS-GROUP-CLOSED TO TRUE
006170     END-IF.
006180
006190*----------------------------------------------------------------
006200* RELEASE-SOURCE-DETAIL - COUNT A DETAIL AGAINST ITS SOURCE AND
006210* RELEASE IT, RANKED, TO THE SORT. A DETAIL OUTSIDE ANY SOURCE'S
006220* HEADER AND TRAILER BELONGS TO NOBODY AND STOPS THE RUN
006230*----------------------------------------------------------------
006240 RELEASE-SOURCE-DETAIL.
006250     IF NOT WS-GROUP-OPEN
006260         DISPLAY "DETAIL OUTSIDE ANY SOURCE EXTRACT: "
006270             SE-SOURCE-RECORD
006280         ADD 1 TO WS-STRAY-RECORDS-CTR
006290         SET WS-CONTROL-ERROR TO TRUE
006300     ELSE
006310         ADD 1 TO WS-DETAILS-READ-CTR
006320         ADD 1 TO WS-ST-DETAILS-CTR (WS-CURRENT-SUB)
006330         ADD 1 TO WS-ARRIVAL-SEQ
006340         MOVE SE-USER-ID TO SC-USER-ID
006350         MOVE WS-ST-RANK (WS-CURRENT-SUB) TO SC-RANK
006360         MOVE WS-ARRIVAL-SEQ TO SC-ARRIVAL-SEQ
006370         MOVE WS-CURRENT-SUB TO SC-SOURCE-SUB
006380         MOVE SE-SOURCE-RECORD TO SC-TRANS-RECORD
006390         RELEASE SC-SORT-RECORD
006400     END-IF.
006410
006420*----------------------------------------------------------------
006430* FAIL-CURRENT-SOURCE - REFUSE THE SOURCE IN HAND, KEEPING THE
006440* FIRST REASON FOUND AS ITS VERDICT
006450*----------------------------------------------------------------
006460 FAIL-CURRENT-SOURCE.
006470     IF WS-ST-RESULT (WS-CURRENT-SUB) = SPACE
006480         MOVE WS-FAIL-REASON TO WS-ST-RESULT (WS-CURRENT-SUB)
006490         ADD 1 TO WS-SOURCES-REFUSED-CTR
006500         DISPLAY "SOURCE " WS-ST-SOURCE-CODE (WS-CURRENT-SUB)
006510             " REFUSED: " WS-FAIL-REASON
006520     END-IF
006530     SET WS-CONTROL-ERROR TO TRUE.
006540
006550*----------------------------------------------------------------
006560* WRITE-MERGED-EXTRACT - WHEN EVERY SOURCE PROVED OUT, WRITE THE
006570* HEADER, THE WINNING DETAILS AND A TRAILER COUNTING THEM. A
006580* REFUSED RUN WRITES NOTHING, SO RESEL-WORLD CANNOT RUN ON IT
006590*----------------------------------------------------------------
006600 WRITE-MERGED-EXTRACT.
006610     IF NOT WS-CONTROL-ERROR
006620         MOVE WS-COMMON-EXTRACT-DATE TO WS-MH-EXTRACT-DATE
006630         WRITE ME-TRANS-RECORD FROM WS-MERGED-HEADER
006640         PERFORM CHECK-MERGED-WRITE
006650         MOVE LOW-VALUES TO WS-PREV-USER-ID
006660         PERFORM RETURN-SORTED-DETAIL
006670         PERFORM MERGE-ONE-DETAIL THRU MERGE-DETAIL-EXIT
006680             UNTIL WS-END-OF-SORT
006690         MOVE WS-DETAILS-WRITTEN-CTR TO WS-MT-DETAIL-COUNT
006700         WRITE ME-TRANS-RECORD FROM WS-MERGED-TRAILER
006710         PERFORM CHECK-MERGED-WRITE
006720     END-IF.
006730
006740*----------------------------------------------------------------
006750* RETURN-SORTED-DETAIL - TAKE THE NEXT DETAIL OFF THE SORT
006760*----------------------------------------------------------------
006770 RETURN-SORTED-DETAIL.
006780     RETURN SORT-FILE
006790         AT END
006800         SET WS-END-OF-SORT TO TRUE
006810     END-RETURN.
006820
006830*----------------------------------------------------------------
006840* MERGE-ONE-DETAIL - THE FIRST DETAIL FOR A USER ID COMES FROM
006850* THE HIGHEST-RANKED SOURCE THAT SENT ONE, AND THAT SOURCE'S
006860* DETAILS FOR THE USER ALL GO THROUGH. A LOWER SOURCE'S DETAIL
006870* FOR THE SAME USER IS OVERRIDDEN AND REPORTED
006880*----------------------------------------------------------------
006890 MERGE-ONE-DETAIL.
006900     IF SC-USER-ID NOT = WS-PREV-USER-ID
006910         MOVE SC-USER-ID TO WS-PREV-USER-ID
006920         MOVE SC-RANK TO WS-KEPT-RANK
006930         MOVE SC-SOURCE-SUB TO WS-KEPT-SOURCE-SUB
006940         MOVE SC-TRANS-RECORD TO WS-KEPT-RECORD
006950         PERFORM WRITE-MERGED-DETAIL
006960     ELSE
006970         IF SC-RANK = WS-KEPT-RANK
006980             PERFORM WRITE-MERGED-DETAIL
006990         ELSE
007000             PERFORM WRITE-CONFLICT-LINE
007010         END-IF
007020     END-IF
007030     PERFORM RETURN-SORTED-DETAIL.
007040 MERGE-DETAIL-EXIT.
007050     EXIT.
007060
007070*----------------------------------------------------------------
007080* WRITE-MERGED-DETAIL - PASS A WINNING DETAIL THROUGH UNCHANGED
007090*----------------------------------------------------------------
007100 WRITE-MERGED-DETAIL.
007110     WRITE ME-TRANS-RECORD FROM SC-TRANS-RECORD
007120     PERFORM CHECK-MERGED-WRITE
007130     ADD 1 TO WS-DETAILS-WRITTEN-CTR
007140     ADD 1 TO WS-ST-KEPT-CTR (SC-SOURCE-SUB).
007150
007160*----------------------------------------------------------------
007170* CHECK-MERGED-WRITE - A FAILED WRITE LEAVES THE EXTRACT SHORT
007180*----------------------------------------------------------------
007190 CHECK-MERGED-WRITE.
007200     IF NOT WS-MERGED-EXTRACT-OK
007210         DISPLAY "ERROR WRITING MERGED-EXTRACT, STATUS="
007220             WS-MERGED-EXTRACT-STATUS
007230         MOVE 12 TO RETURN-CODE
007240     END-IF.
007250
007260*----------------------------------------------------------------
007270* WRITE-CONFLICT-LINE - LIST AN OVERRIDDEN DETAIL BESIDE THE
007280* SOURCE THAT WON. ONE THAT SAID EXACTLY WHAT THE WINNER SAID IS
007290* NOTED AS THE SAME AND IS NOT COUNTED AS A CONFLICT
007300*----------------------------------------------------------------
007310 WRITE-CONFLICT-LINE.
007320     IF WS-LINE-CTR > WS-LINES-PER-PAGE
007330         PERFORM WRITE-PAGE-HEADING
007340     END-IF
007350     ADD 1 TO WS-OVERRIDDEN-CTR
007360     ADD 1 TO WS-ST-OVERRIDDEN-CTR (SC-SOURCE-SUB)
007370     MOVE SC-USER-ID TO WS-DL-USER-ID
007380     MOVE WS-ST-SOURCE-CODE (WS-KEPT-SOURCE-SUB)
007390         TO WS-DL-KEPT-SOURCE
007400     MOVE WS-KR-TRANS-CODE TO WS-DL-KEPT-CODE
007410     MOVE WS-ST-SOURCE-CODE (SC-SOURCE-SUB) TO WS-DL-DROP-SOURCE
007420     MOVE SC-TRANS-CODE TO WS-DL-DROP-CODE
007430     MOVE SC-FIRST-NAME TO WS-DL-FIRST-NAME
007440     MOVE SC-LAST-NAME TO WS-DL-LAST-NAME
007450     MOVE SC-DATE-OF-BIRTH TO WS-DL-DATE-OF-BIRTH
007460     IF SC-TRANS-RECORD = WS-KEPT-RECORD
007470         MOVE "SAME" TO WS-DL-NOTE
007480     ELSE
007490         MOVE "CONFLICT" TO WS-DL-NOTE
007500         ADD 1 TO WS-CONFLICTS-CTR
007510     END-IF
007520     WRITE CR-REPORT-LINE FROM WS-DETAIL-LINE
007530         AFTER ADVANCING 1 LINE
007540     PERFORM CHECK-REPORT-WRITE
007550     ADD 1 TO WS-LINE-CTR.
007560
007570*----------------------------------------------------------------
007580* CHECK-REPORT-WRITE - REPORT A FAILED WRITE TO CONFLICT-RPT
007590*----------------------------------------------------------------
007600 CHECK-REPORT-WRITE.
007610     IF NOT WS-CONFLICT-RPT-OK
007620         DISPLAY "ERROR WRITING CONFLICT-RPT, STATUS="
007630             WS-CONFLICT-RPT-STATUS
007640         MOVE 12 TO RETURN-CODE
007650     END-IF.
007660
007670*----------------------------------------------------------------
007680* WRITE-PAGE-HEADING - START A NEW PAGE WITH THE RUN DATE, THE
007690* PAGE NUMBER AND THE COLUMN HEADINGS
007700*----------------------------------------------------------------
007710 WRITE-PAGE-HEADING.
007720     ADD 1 TO WS-PAGE-CTR
007730     MOVE WS-PAGE-CTR TO WS-H1-PAGE-NO
007740     WRITE CR-REPORT-LINE FROM WS-HEADING-1
007750         AFTER ADVANCING PAGE
007760     WRITE CR-REPORT-LINE FROM WS-HEADING-2
007770         AFTER ADVANCING 1 LINE
007780     WRITE CR-REPORT-LINE FROM WS-HEADING-3
007790         AFTER ADVANCING 2 LINES
007800     MOVE SPACE TO CR-REPORT-LINE
007810     WRITE CR-REPORT-LINE AFTER ADVANCING 1 LINE
007820     MOVE 5 TO WS-LINE-CTR.
007830
007840*----------------------------------------------------------------
007850* WRITE-SUMMARY-HEADING - START THE CONTROLS-BY-SOURCE SECTION
007860*----------------------------------------------------------------
007870 WRITE-SUMMARY-HEADING.
007880     IF WS-LINE-CTR > WS-LINES-PER-PAGE - 5
007890         PERFORM WRITE-PAGE-HEADING
007900     END-IF
007910     WRITE CR-REPORT-LINE FROM WS-SUMMARY-HEADING-1
007920         AFTER ADVANCING 2 LINES
007930     WRITE CR-REPORT-LINE FROM WS-SUMMARY-HEADING-2
007940         AFTER ADVANCING 2 LINES
007950     MOVE SPACE TO CR-REPORT-LINE
007960     WRITE CR-REPORT-LINE AFTER ADVANCING 1 LINE
007970     ADD 5 TO WS-LINE-CTR.
007980
007990*----------------------------------------------------------------
008000* WRITE-SUMMARY-LINE - ONE SOURCE'S CONTROLS AND VERDICT. A
008010* SOURCE ON THE TABLE THAT SENT NOTHING IS FLAGGED BUT DOES NOT
008020* STOP THE OTHERS GOING THROUGH
008030*----------------------------------------------------------------
008040 WRITE-SUMMARY-LINE.
008050     IF WS-LINE-CTR > WS-LINES-PER-PAGE
008060         PERFORM WRITE-PAGE-HEADING
008070     END-IF
008080     MOVE WS-ST-SOURCE-CODE (WS-SUB) TO WS-SL-SOURCE-CODE
008090     MOVE WS-ST-RANK (WS-SUB) TO WS-SL-RANK
008100     MOVE WS-ST-DETAILS-CTR (WS-SUB) TO WS-SL-DETAILS
008110     MOVE WS-ST-TRAILER-COUNT (WS-SUB) TO WS-SL-TRAILER-COUNT
008120     MOVE WS-ST-KEPT-CTR (WS-SUB) TO WS-SL-KEPT
008130     MOVE WS-ST-OVERRIDDEN-CTR (WS-SUB) TO WS-SL-OVERRIDDEN
008140     IF WS-ST-RECEIVED (WS-SUB)
008150         MOVE WS-ST-EXTRACT-DATE (WS-SUB) TO WS-SL-EXTRACT-DATE
008160         IF WS-ST-RESULT (WS-SUB) = SPACE
008170             MOVE "CONTROLS AGREE" TO WS-SL-RESULT
008180         ELSE
008190             MOVE WS-ST-RESULT (WS-SUB) TO WS-SL-RESULT
008200         END-IF
008210     ELSE
008220         MOVE SPACE TO WS-SL-EXTRACT-DATE
008230         MOVE "NO EXTRACT RECEIVED" TO WS-SL-RESULT
008240         ADD 1 TO WS-SOURCES-MISSING-CTR
008250     END-IF
008260     WRITE CR-REPORT-LINE FROM WS-SUMMARY-LINE
008270         AFTER ADVANCING 1 LINE
008280     PERFORM CHECK-REPORT-WRITE
008290     ADD 1 TO WS-LINE-CTR.
008300
008310*----------------------------------------------------------------
008320* SHOW-CONTROL-TOTALS - WHAT THE CONSOLIDATION READ AND WROTE.
008330* DETAILS READ TIES TO DETAILS WRITTEN PLUS OVERRIDDEN
008340*----------------------------------------------------------------
008350 SHOW-CONTROL-TOTALS.
008360     DISPLAY "----------------------------------------"
008370     DISPLAY "CONSOLIDATION CONTROL TOTALS"
008380     DISPLAY "  PRECEDENCE CARDS ...... " WS-PREC-CARDS-READ-CTR
008390     DISPLAY "  SOURCE EXTRACTS READ .. " WS-HEADERS-READ-CTR
008400     DISPLAY "  SOURCES REFUSED ....... " WS-SOURCES-REFUSED-CTR
008410     DISPLAY "  SOURCES NOT RECEIVED .. " WS-SOURCES-MISSING-CTR
008420     DISPLAY "  STRAY RECORDS ......... " WS-STRAY-RECORDS-CTR
008430     DISPLAY "  DETAILS READ .......... " WS-DETAILS-READ-CTR
008440     DISPLAY "  DETAILS WRITTEN ....... " WS-DETAILS-WRITTEN-CTR
008450     DISPLAY "  DETAILS OVERRIDDEN .... " WS-OVERRIDDEN-CTR
008460     DISPLAY "  OF WHICH CONFLICTING .. " WS-CONFLICTS-CTR
008470     DISPLAY "  EXTRACT DATE .......... " WS-COMMON-EXTRACT-DATE
008480     DISPLAY "----------------------------------------".
008490 END PROGRAM RESEL-CONSOL.
