000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. RESEL-DUPSCAN.
000030 AUTHOR. J RESEL.
000040 INSTALLATION. BEAUTY-OF-COBOL.
000050 DATE-WRITTEN. 2026-09-16.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT DESCRIPTION
000110* ---------- ---- ------------------------------------------------
000120* 2026-09-16 JR   ORIGINAL VERSION - WALKS USER-MASTER DOWN THE
000130*                 UM-NAME-KEY ALTERNATE INDEX LOOKING FOR THE SAME
000140*                 PERSON HELD UNDER TWO USER-IDS (RE-HIRES AND
000150*                 FEEDER RE-NUMBERING). A PAIR IS AN EXACT MATCH
000160*                 WHEN LAST NAME, FIRST NAME AND BIRTH DATE ALL
000170*                 AGREE, AND A NEAR MATCH WHEN THE BIRTH DATES
000180*                 AGREE AND THE NAMES DIFFER BY NO MORE THAN TWO
000190*                 CHARACTER POSITIONS, OR SHARE THE LAST NAME AND
000200*                 FIRST INITIAL. CANDIDATE PAIRS ARE PRINTED FOR
000210*                 REVIEW ONLY - NOTHING IS CHANGED. THE REVIEWER
000220*                 KEYS THE PAIRS TO KEEP ON THE MRGCARDS FILE FOR
000230*                 RESEL-MERGE. ENDS RC=4 WHEN ANY PAIR IS FOUND.
000240*----------------------------------------------------------------
000250
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT USER-MASTER ASSIGN TO "USERMSTR"
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE IS SEQUENTIAL
000320         RECORD KEY IS UM-USER-ID
000330         ALTERNATE RECORD KEY IS UM-NAME-KEY
000340             WITH DUPLICATES
000350         FILE STATUS IS WS-USER-MASTER-STATUS.
000360
000370     SELECT DUPLICATE-RPT ASSIGN TO "DUPRPT"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-DUPLICATE-RPT-STATUS.
000400
000410 DATA DIVISION.
000420 FILE SECTION.
000430*----------------------------------------------------------------
000440* USER-MASTER - READ IN NAME ORDER DOWN THE ALTERNATE INDEX
000450*----------------------------------------------------------------
000460 FD  USER-MASTER
000470     LABEL RECORDS ARE STANDARD.
000480     COPY UMASTER.
000490
000500*----------------------------------------------------------------
000510* DUPLICATE-RPT - ONE TWO-LINE ENTRY PER CANDIDATE PAIR
000520*----------------------------------------------------------------
000530 FD  DUPLICATE-RPT
000540     LABEL RECORDS ARE STANDARD.
000550 01  DR-REPORT-LINE PIC X(80).
000560
000570 WORKING-STORAGE SECTION.
000580*----------------------------------------------------------------
000590* FILE STATUS SWITCHES
000600*----------------------------------------------------------------
000610 01  WS-FILE-STATUSES.
000620     05  WS-USER-MASTER-STATUS PIC X(02).
000630         88  WS-USER-MASTER-OK VALUES '00' '02'.
000640     05  WS-DUPLICATE-RPT-STATUS PIC X(02).
000650         88  WS-DUPLICATE-RPT-OK VALUE '00'.
000660
000670*----------------------------------------------------------------
000680* END-OF-FILE AND MATCH SWITCHES
000690*----------------------------------------------------------------
000700 01  WS-SWITCHES.
000710     05  WS-MASTER-EOF-SW PIC X(01) VALUE 'N'.
000720         88  WS-END-OF-MASTER VALUE 'Y'.
000730     05  WS-MATCH-TYPE-SW PIC X(01) VALUE SPACE.
000740         88  WS-NO-MATCH VALUE SPACE.
000750         88  WS-EXACT-MATCH VALUE 'E'.
000760         88  WS-NEAR-MATCH VALUE 'N'.
000770
000780*----------------------------------------------------------------
000790* COMPARISON WINDOW - EVERYONE SEEN SO FAR WHOSE LAST NAME STARTS
000800* WITH THE SAME TWO LETTERS. THE NAME INDEX BRINGS LIKELY
000810* DUPLICATES TOGETHER, SO EACH NEW PERSON IS ONLY COMPARED WITH
000820* THE WINDOW, NOT THE WHOLE FILE. A TYPING SLIP IN THE FIRST TWO
000830* LETTERS OF THE LAST NAME IS THEREFORE NOT FOUND
000840*----------------------------------------------------------------
000850 01  WS-WINDOW-PREFIX PIC X(02) VALUE LOW-VALUE.
000860 01  WS-WINDOW-MAX PIC 9(04) COMP VALUE 500.
000870 01  WS-WINDOW-COUNT PIC 9(04) COMP VALUE ZERO.
000880 01  WS-WINDOW-TABLE.
000890     05  WS-WINDOW-ENTRY OCCURS 500 TIMES.
000900         10  WS-WE-USER-ID PIC X(08).
000910         10  WS-WE-NAME-KEY.
000920             15  WS-WE-LAST-NAME PIC A(10).
000930             15  WS-WE-FIRST-NAME PIC A(10).
000940         10  WS-WE-DATE-OF-BIRTH PIC 9(08).
000950         10  WS-WE-ELIG-STATUS PIC X(01).
000960         10  WS-WE-ELIG-DATE PIC 9(08).
000970
000980*----------------------------------------------------------------
000990* COMPARISON WORK AREA
001000*----------------------------------------------------------------
001010 01  WS-SUB PIC 9(04) COMP.
001020 01  WS-POS PIC 9(02) COMP.
001030 01  WS-DIFF-CTR PIC 9(02) COMP.
001040 01  WS-NEAR-LIMIT PIC 9(02) COMP VALUE 2.
001050 01  WS-ASOF-CCYYMMDD PIC 9(08).
001060
001070*----------------------------------------------------------------
001080* CONTROL TOTALS
001090*----------------------------------------------------------------
001100 01  WS-CONTROL-TOTALS.
001110     05  WS-MASTER-READ-CTR PIC 9(07) COMP VALUE ZERO.
001120     05  WS-EXACT-PAIR-CTR PIC 9(07) COMP VALUE ZERO.
001130     05  WS-NEAR-PAIR-CTR PIC 9(07) COMP VALUE ZERO.
001140     05  WS-WINDOW-FULL-CTR PIC 9(07) COMP VALUE ZERO.
001150
001160*----------------------------------------------------------------
001170* PAGE AND LINE CONTROL
001180*----------------------------------------------------------------
001190 01  WS-PAGE-CTR PIC 9(04) COMP VALUE ZERO.
001200 01  WS-LINE-CTR PIC 9(03) COMP VALUE ZERO.
001210 01  WS-LINES-PER-PAGE PIC 9(03) COMP VALUE 55.
001220
001230*----------------------------------------------------------------
001240* REPORT LINES
001250*----------------------------------------------------------------
001260 01  WS-HEADING-1.
001270     05  FILLER PIC X(33)
001280         VALUE "RESEL-WORLD DUPLICATE PERSONS".
001290     05  FILLER PIC X(09) VALUE "RUN DATE ".
001300     05  WS-H1-RUN-DATE PIC 9(08).
001310     05  FILLER PIC X(14) VALUE SPACE.
001320     05  FILLER PIC X(05) VALUE "PAGE ".
001330     05  WS-H1-PAGE-NO PIC ZZZ9.
001340
001350 01  WS-HEADING-2.
001360     05  FILLER PIC X(08) VALUE "MATCH".
001370     05  FILLER PIC X(10) VALUE "USER ID".
001380     05  FILLER PIC X(12) VALUE "LAST NAME".
001390     05  FILLER PIC X(12) VALUE "FIRST NAME".
001400     05  FILLER PIC X(12) VALUE "BIRTH DATE".
001410     05  FILLER PIC X(06) VALUE "ELIG".
001420     05  FILLER PIC X(08) VALUE "DECIDED".
001430
001440 01  WS-DETAIL-LINE.
001450     05  WS-DL-MATCH-TYPE PIC X(06).
001460     05  FILLER PIC X(02) VALUE SPACE.
001470     05  WS-DL-USER-ID PIC X(08).
001480     05  FILLER PIC X(02) VALUE SPACE.
001490     05  WS-DL-LAST-NAME PIC A(10).
001500     05  FILLER PIC X(02) VALUE SPACE.
001510     05  WS-DL-FIRST-NAME PIC A(10).
001520     05  FILLER PIC X(02) VALUE SPACE.
001530     05  WS-DL-BIRTH-DATE PIC 9(08).
001540     05  FILLER PIC X(04) VALUE SPACE.
001550     05  WS-DL-ELIG-STATUS PIC X(01).
001560     05  FILLER PIC X(05) VALUE SPACE.
001570     05  WS-DL-ELIG-DATE PIC 9(08).
001580
001590 PROCEDURE DIVISION.
001600*----------------------------------------------------------------
001610* MAINLINE - WALK THE NAME INDEX, COMPARING EACH PERSON WITH THE
001620* WINDOW OF NAMES BEFORE THEM
001630*----------------------------------------------------------------
001640 0000-MAINLINE.
001650     OPEN INPUT USER-MASTER
001660     IF NOT WS-USER-MASTER-OK
001670         DISPLAY "ERROR OPENING USER-MASTER, STATUS="
001680             WS-USER-MASTER-STATUS
001690         MOVE 12 TO RETURN-CODE
001700         SET WS-END-OF-MASTER TO TRUE
001710     END-IF
001720     OPEN OUTPUT DUPLICATE-RPT
001730     IF NOT WS-DUPLICATE-RPT-OK
001740         DISPLAY "ERROR OPENING DUPLICATE-RPT, STATUS="
001750             WS-DUPLICATE-RPT-STATUS
001760         MOVE 12 TO RETURN-CODE
001770         SET WS-END-OF-MASTER TO TRUE
001780     END-IF
001790     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-ASOF-CCYYMMDD
001800     MOVE WS-ASOF-CCYYMMDD TO WS-H1-RUN-DATE
001810     PERFORM WRITE-PAGE-HEADING
001820     PERFORM START-NAME-SEQUENCE
001830     PERFORM READ-MASTER-RECORD
001840     PERFORM SCAN-ONE-MASTER THRU SCAN-ONE-EXIT
001850         UNTIL WS-END-OF-MASTER
001860     PERFORM WRITE-MERGE-NOTE
001870     PERFORM SHOW-CONTROL-TOTALS
001880     CLOSE DUPLICATE-RPT
001890     CLOSE USER-MASTER
001900     GOBACK.
001910
001920*----------------------------------------------------------------
001930* START-NAME-SEQUENCE - POSITION ON THE NAME INDEX FROM THE TOP
001940* SO THE SEQUENTIAL READS COME BACK IN LAST-NAME/FIRST-NAME ORDER
001950*----------------------------------------------------------------
001960 START-NAME-SEQUENCE.
001970     IF NOT WS-END-OF-MASTER
001980         MOVE LOW-VALUE TO UM-NAME-KEY
001990         START USER-MASTER KEY NOT < UM-NAME-KEY
002000             INVALID KEY
002010             SET WS-END-OF-MASTER TO TRUE
002020         END-START
002030     END-IF.
002040
002050*----------------------------------------------------------------
002060* READ-MASTER-RECORD - READ THE NEXT PERSON IN NAME SEQUENCE
002070*----------------------------------------------------------------
002080 READ-MASTER-RECORD.
002090     READ USER-MASTER
002100         AT END
002110         SET WS-END-OF-MASTER TO TRUE
002120     END-READ
002130     IF NOT WS-END-OF-MASTER
002140         IF NOT WS-USER-MASTER-OK
002150             DISPLAY "ERROR READING USER-MASTER, STATUS="
002160                 WS-USER-MASTER-STATUS
002170             MOVE 12 TO RETURN-CODE
002180             SET WS-END-OF-MASTER TO TRUE
002190         ELSE
002200             ADD 1 TO WS-MASTER-READ-CTR
002210         END-IF
002220     END-IF.
002230
002240*----------------------------------------------------------------
002250* SCAN-ONE-MASTER - START A FRESH WINDOW WHEN THE LAST NAME'S
002260* FIRST TWO LETTERS CHANGE, COMPARE THE PERSON WITH EVERYONE IN
002270* THE WINDOW, THEN ADD THEM TO IT
002280*----------------------------------------------------------------
002290 SCAN-ONE-MASTER.
002300     IF UM-LAST-NAME (1:2) NOT = WS-WINDOW-PREFIX
002310         MOVE UM-LAST-NAME (1:2) TO WS-WINDOW-PREFIX
002320         MOVE ZERO TO WS-WINDOW-COUNT
002330     END-IF
002340     PERFORM COMPARE-WITH-WINDOW
002350         VARYING WS-SUB FROM 1 BY 1
002360         UNTIL WS-SUB > WS-WINDOW-COUNT
002370     PERFORM ADD-TO-WINDOW
002380     PERFORM READ-MASTER-RECORD.
002390 SCAN-ONE-EXIT.
002400     EXIT.
002410
002420*----------------------------------------------------------------
002430* COMPARE-WITH-WINDOW - IS THE CURRENT PERSON THE SAME HUMAN AS
002440* ONE WINDOW ENTRY? A DIFFERENT BIRTH DATE RULES IT OUT AT ONCE
002450*----------------------------------------------------------------
002460 COMPARE-WITH-WINDOW.
002470     MOVE SPACE TO WS-MATCH-TYPE-SW
002480     IF UM-DATE-OF-BIRTH = WS-WE-DATE-OF-BIRTH (WS-SUB)
002490         IF UM-NAME-KEY = WS-WE-NAME-KEY (WS-SUB)
002500             SET WS-EXACT-MATCH TO TRUE
002510         ELSE
002520             PERFORM COUNT-NAME-DIFFERENCES
002530             IF WS-DIFF-CTR NOT > WS-NEAR-LIMIT
002540                 SET WS-NEAR-MATCH TO TRUE
002550             END-IF
002560             IF UM-LAST-NAME = WS-WE-LAST-NAME (WS-SUB)
002570                 AND UM-FIRST-NAME (1:1) =
002580                     WS-WE-FIRST-NAME (WS-SUB) (1:1)
002590                 SET WS-NEAR-MATCH TO TRUE
002600             END-IF
002610         END-IF
002620     END-IF
002630     IF NOT WS-NO-MATCH
002640         PERFORM WRITE-CANDIDATE-PAIR
002650     END-IF.
002660
002670*----------------------------------------------------------------
002680* COUNT-NAME-DIFFERENCES - HOW MANY OF THE TWENTY NAME-KEY
002690* POSITIONS DISAGREE. A TRANSPOSED PAIR OF LETTERS COUNTS TWO
002700*----------------------------------------------------------------
002710 COUNT-NAME-DIFFERENCES.
002720     MOVE ZERO TO WS-DIFF-CTR
002730     PERFORM COMPARE-ONE-POSITION
002740         VARYING WS-POS FROM 1 BY 1
002750         UNTIL WS-POS > 20.
002760
002770 COMPARE-ONE-POSITION.
002780     IF UM-NAME-KEY (WS-POS:1) NOT =
002790         WS-WE-NAME-KEY (WS-SUB) (WS-POS:1)
002800         ADD 1 TO WS-DIFF-CTR
002810     END-IF.
002820
002830*----------------------------------------------------------------
002840* ADD-TO-WINDOW - KEEP THE PERSON FOR COMPARISON WITH THE NAMES
002850* STILL TO COME. A FULL WINDOW IS COUNTED AND REPORTED - THE
002860* PEOPLE BEYOND IT ARE STILL COMPARED, BUT NOT WITH EACH OTHER
002870*----------------------------------------------------------------
002880 ADD-TO-WINDOW.
002890     IF WS-WINDOW-COUNT < WS-WINDOW-MAX
002900         ADD 1 TO WS-WINDOW-COUNT
002910         MOVE UM-USER-ID TO WS-WE-USER-ID (WS-WINDOW-COUNT)
002920         MOVE UM-NAME-KEY TO WS-WE-NAME-KEY (WS-WINDOW-COUNT)
002930         MOVE UM-DATE-OF-BIRTH
002940             TO WS-WE-DATE-OF-BIRTH (WS-WINDOW-COUNT)
002950         MOVE UM-ELIG-STATUS
002960             TO WS-WE-ELIG-STATUS (WS-WINDOW-COUNT)
002970         MOVE UM-ELIG-DATE TO WS-WE-ELIG-DATE (WS-WINDOW-COUNT)
002980     ELSE
002990         ADD 1 TO WS-WINDOW-FULL-CTR
003000     END-IF.
003010
003020*----------------------------------------------------------------
003030* WRITE-CANDIDATE-PAIR - THE EARLIER PERSON ON THE FIRST LINE,
003040* THE CURRENT ONE BELOW, AND A BLANK LINE TO SEPARATE THE PAIRS
003050*----------------------------------------------------------------
003060 WRITE-CANDIDATE-PAIR.
003070     IF WS-LINE-CTR > WS-LINES-PER-PAGE - 3
003080         PERFORM WRITE-PAGE-HEADING
003090     END-IF
003100     IF WS-EXACT-MATCH
003110         MOVE "EXACT" TO WS-DL-MATCH-TYPE
003120         ADD 1 TO WS-EXACT-PAIR-CTR
003130     ELSE
003140         MOVE "NEAR" TO WS-DL-MATCH-TYPE
003150         ADD 1 TO WS-NEAR-PAIR-CTR
003160     END-IF
003170     MOVE WS-WE-USER-ID (WS-SUB) TO WS-DL-USER-ID
003180     MOVE WS-WE-LAST-NAME (WS-SUB) TO WS-DL-LAST-NAME
003190     MOVE WS-WE-FIRST-NAME (WS-SUB) TO WS-DL-FIRST-NAME
003200     MOVE WS-WE-DATE-OF-BIRTH (WS-SUB) TO WS-DL-BIRTH-DATE
003210     MOVE WS-WE-ELIG-STATUS (WS-SUB) TO WS-DL-ELIG-STATUS
003220     MOVE WS-WE-ELIG-DATE (WS-SUB) TO WS-DL-ELIG-DATE
003230     PERFORM WRITE-DETAIL-LINE
003240     MOVE SPACE TO WS-DL-MATCH-TYPE
003250     MOVE UM-USER-ID TO WS-DL-USER-ID
003260     MOVE UM-LAST-NAME TO WS-DL-LAST-NAME
003270     MOVE UM-FIRST-NAME TO WS-DL-FIRST-NAME
003280     MOVE UM-DATE-OF-BIRTH TO WS-DL-BIRTH-DATE
003290     MOVE UM-ELIG-STATUS TO WS-DL-ELIG-STATUS
003300     MOVE UM-ELIG-DATE TO WS-DL-ELIG-DATE
003310     PERFORM WRITE-DETAIL-LINE
003320     MOVE SPACE TO DR-REPORT-LINE
003330     WRITE DR-REPORT-LINE AFTER ADVANCING 1 LINE
003340     ADD 1 TO WS-LINE-CTR.
003350
003360*----------------------------------------------------------------
003370* WRITE-DETAIL-LINE - ONE SIDE OF A CANDIDATE PAIR
003380*----------------------------------------------------------------
003390 WRITE-DETAIL-LINE.
003400     WRITE DR-REPORT-LINE FROM WS-DETAIL-LINE
003410         AFTER ADVANCING 1 LINE
003420     IF NOT WS-DUPLICATE-RPT-OK
003430         DISPLAY "ERROR WRITING DUPLICATE-RPT, STATUS="
003440             WS-DUPLICATE-RPT-STATUS
003450         MOVE 12 TO RETURN-CODE
003460     END-IF
003470     ADD 1 TO WS-LINE-CTR.
003480
003490*----------------------------------------------------------------
003500* WRITE-PAGE-HEADING - START A NEW PAGE WITH THE RUN DATE, THE
003510* PAGE NUMBER AND THE COLUMN HEADINGS
003520*----------------------------------------------------------------
003530 WRITE-PAGE-HEADING.
003540     ADD 1 TO WS-PAGE-CTR
003550     MOVE WS-PAGE-CTR TO WS-H1-PAGE-NO
003560     WRITE DR-REPORT-LINE FROM WS-HEADING-1
003570         AFTER ADVANCING PAGE
003580     WRITE DR-REPORT-LINE FROM WS-HEADING-2
003590         AFTER ADVANCING 2 LINES
003600     MOVE SPACE TO DR-REPORT-LINE
003610     WRITE DR-REPORT-LINE AFTER ADVANCING 1 LINE
003620     MOVE 4 TO WS-LINE-CTR.
003630
003640*----------------------------------------------------------------
003650* WRITE-MERGE-NOTE - REMIND THE REVIEWER HOW A CONFIRMED PAIR IS
003660* PUT THROUGH THE MERGE
003670*----------------------------------------------------------------
003680 WRITE-MERGE-NOTE.
003690     MOVE SPACE TO DR-REPORT-LINE
003700     WRITE DR-REPORT-LINE AFTER ADVANCING 1 LINE
003710     MOVE "CONFIRMED PAIRS GO ON MRGCARDS FOR RESELMRG: SURVIVING"
003720         TO DR-REPORT-LINE
003730     WRITE DR-REPORT-LINE AFTER ADVANCING 1 LINE
003740     MOVE "USER-ID IN COLS 1-8, RETIRED USER-ID IN COLS 9-16"
003750         TO DR-REPORT-LINE
003760     WRITE DR-REPORT-LINE AFTER ADVANCING 1 LINE.
003770
003780*----------------------------------------------------------------
003790* SHOW-CONTROL-TOTALS - WHAT THE SCAN FOUND. ANY PAIR NEEDS A
003800* HUMAN DECISION, SO THE RUN ENDS RC=4 FOR THE MORNING CHECKS
003810*----------------------------------------------------------------
003820 SHOW-CONTROL-TOTALS.
003830     DISPLAY "----------------------------------------"
003840     DISPLAY "DUPLICATE PERSON SCAN CONTROL TOTALS"
003850     DISPLAY "  MASTER RECORDS READ ... " WS-MASTER-READ-CTR
003860     DISPLAY "  EXACT PAIRS ........... " WS-EXACT-PAIR-CTR
003870     DISPLAY "  NEAR PAIRS ............ " WS-NEAR-PAIR-CTR
003880     DISPLAY "  WINDOW FULL ........... " WS-WINDOW-FULL-CTR
003890     DISPLAY "----------------------------------------"
003900     IF WS-WINDOW-FULL-CTR > ZERO
003910         DISPLAY "COMPARISON WINDOW FILLED - SOME NAMES WERE NOT"
003920         DISPLAY "COMPARED WITH EACH OTHER"
003930     END-IF
003940     IF WS-EXACT-PAIR-CTR > ZERO
003950         OR WS-NEAR-PAIR-CTR > ZERO
003960         OR WS-WINDOW-FULL-CTR > ZERO
003970         IF RETURN-CODE < 4
003980             MOVE 4 TO RETURN-CODE
003990         END-IF
004000     END-IF.
004010 END PROGRAM RESEL-DUPSCAN.
