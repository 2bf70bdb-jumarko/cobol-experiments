000170*                 THE OUTBOUND-FEED LAYOUT FOR ANYONE PENDING
000180*                 PAST THE CHSPARM THRESHOLD, SO UNANSWERED
000190*                 FEEDS NO LONGER SIT UNNOTICED FOREVER.
000192* 2026-09-18 JR   THE RE-SEND FILE NOW GOES OUT AS A NUMBERED
000194*                 BATCH - HEADER, 'D' DETAILS, TRAILER - RECORDED
000196*                 ON FEEDCTL LIKE THE NIGHTLY FEED, SO THE
000198*                 INTERFACE'S ACKNOWLEDGMENT OF IT CAN NAME IT.
000199* 2026-10-07 JR   THE RUN NOW TAKES ITS PLACE IN THE NIGHTLY CYCLE
000200*                 ON THE NEW CYCLECTL FILE: IT REFUSES TO START
000201*                 (RC=20) UNLESS RESELAGR FINISHED CLEAN FOR THE
000202*                 CURRENT CYCLE, MARKS ITS OWN STEP STARTED ON THE
000203*                 WAY IN, AND COMPLETE WITH ITS CONDITION CODE ON
000204*                 THE WAY OUT.
000205* 2026-10-15 JR   THE RE-SEND BATCH IS NOW OPENED ON FEEDCTL WHEN
000206*                 THE FIRST PERSON FALLS DUE FOR A RE-SEND, SO A
000207*                 NIGHT WITH NOBODY TO CHASE NO LONGER REGISTERS
000208*                 AN EMPTY BATCH FOR THE INTERFACE TO ACKNOWLEDGE.
000209*----------------------------------------------------------------
000210
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-RESEND-FEED-STATUS.
000480
000481     SELECT FEED-CONTROL ASSIGN TO "FEEDCTL"
000482         ORGANIZATION IS INDEXED
000483         ACCESS MODE IS DYNAMIC
000484         RECORD KEY IS FC-BATCH-SEQ
000485         FILE STATUS IS WS-FEED-CONTROL-STATUS.
000486
000490     SELECT SORT-FILE ASSIGN TO "SORTWK".
000500
000501     SELECT CYCLE-CONTROL ASSIGN TO "CYCLECTL"
000502         ORGANIZATION IS INDEXED
000503         ACCESS MODE IS DYNAMIC
000504         RECORD KEY IS CC-BUSINESS-DATE
000505         FILE STATUS IS WS-CYCLE-CONTROL-STATUS.
000506
000510 DATA DIVISION.
000520 FILE SECTION.
000530*----------------------------------------------------------------
000830
000840*----------------------------------------------------------------
000850* RESEND-FEED - ANYONE PENDING PAST THE THRESHOLD, RESTATED IN
000856* THE OUTBOUND-FEED LAYOUT FOR THE INTERFACE TEAM TO REPROCESS,
000862* AS ONE NUMBERED BATCH BETWEEN A HEADER AND A TRAILER
000870*----------------------------------------------------------------
000880 FD  RESEND-FEED
000890     LABEL RECORDS ARE STANDARD.
000900 01  OF-OUTBOUND-RECORD.
000901     05  OF-RECORD-TYPE PIC X(01).
000902         88  OF-HEADER-REC VALUE 'H'.
000903         88  OF-DETAIL-REC VALUE 'D'.
000904         88  OF-TRAILER-REC VALUE 'T'.
000905     05  OF-OUTBOUND-DETAIL.
000906         10  OF-USER-ID PIC X(08).
000907         10  OF-LAST-NAME PIC A(10).
000908         10  OF-FIRST-NAME PIC A(10).
000909         10  OF-NEW-AGE PIC 9(02).
000910     05  OF-OUTBOUND-HEADER REDEFINES OF-OUTBOUND-DETAIL.
000911         10  OF-BATCH-SEQ PIC 9(06).
000912         10  OF-BUSINESS-DATE PIC 9(08).
000913         10  FILLER PIC X(16).
000914     05  OF-OUTBOUND-TRAILER REDEFINES OF-OUTBOUND-DETAIL.
000915         10  OF-TRL-BATCH-SEQ PIC 9(06).
000916         10  OF-RECORD-COUNT PIC 9(07).
000917         10  FILLER PIC X(17).
000918
000919*----------------------------------------------------------------
000920* FEED-CONTROL - ONE RECORD PER NUMBERED OUTBOUND-FEED BATCH. THE
000921* RE-SEND FILE TAKES THE NEXT NUMBER LIKE A NIGHTLY FEED DOES
000922*----------------------------------------------------------------
000923 FD  FEED-CONTROL
000924     LABEL RECORDS ARE STANDARD.
000925     COPY FEEDCTL.
000950
000960*----------------------------------------------------------------
000970* SORT-FILE - THE TRAIL'S FEED ENTRIES ON THEIR WAY INTO
001020     05  SR-USER-ID PIC X(08).
001030     05  SR-TIMESTAMP PIC X(21).
001040
001041*----------------------------------------------------------------
001042* CYCLE-CONTROL - ONE RECORD PER NIGHTLY CYCLE: WHERE EACH STEP
001043* STANDS AND THE CONDITION CODE IT ENDED WITH
001044*----------------------------------------------------------------
001045 FD  CYCLE-CONTROL
001046     LABEL RECORDS ARE STANDARD.
001047     COPY CYCLECTL.
001048
001050 WORKING-STORAGE SECTION.
001060*----------------------------------------------------------------
001070* FILE STATUS SWITCHES
001170         88  WS-CHASER-RPT-OK VALUE '00'.
001180     05  WS-RESEND-FEED-STATUS PIC X(02).
001190         88  WS-RESEND-FEED-OK VALUE '00'.
001193     05  WS-FEED-CONTROL-STATUS PIC X(02).
001196         88  WS-FEED-CONTROL-OK VALUE '00'.
001197     05  WS-CYCLE-CONTROL-STATUS PIC X(02).
001198         88  WS-CYCLE-CONTROL-OK VALUE '00'.
001200
001210*----------------------------------------------------------------
001220* END-OF-FILE SWITCHES
001280         88  WS-END-OF-AUDIT-LOG VALUE 'Y'.
001290     05  WS-SORT-EOF-SW PIC X(01) VALUE 'N'.
001300         88  WS-END-OF-SORT VALUE 'Y'.
001302     05  WS-FEED-CONTROL-EOF-SW PIC X(01) VALUE 'N'.
001304         88  WS-END-OF-FEED-CONTROL VALUE 'Y'.
001306     05  WS-FEED-BATCH-SW PIC X(01) VALUE 'N'.
001307         88  WS-FEED-BATCH-FAILED VALUE 'F'.
001308         88  WS-FEED-BATCH-OPEN VALUE 'Y'.
001309     05  WS-CYCLE-EOF-SW PIC X(01) VALUE 'N'.
001310         88  WS-END-OF-CYCLE-CONTROL VALUE 'Y'.
001311     05  WS-CYCLE-SW PIC X(01) VALUE 'N'.
001312         88  WS-CYCLE-STARTED VALUE 'S'.
001313         88  WS-CYCLE-REFUSED VALUE 'R'.
001314
001320*----------------------------------------------------------------
001330* PARM-CARD WORK AREA
001340*----------------------------------------------------------------
001450 01  WS-DAYS-PENDING PIC S9(05) COMP.
001460 01  WS-FED-KNOWN-SW PIC X(01).
001470     88  WS-FED-KNOWN VALUE 'Y'.
001471
001472*----------------------------------------------------------------
001473* RE-SEND BATCH WORK AREA - THE NUMBER THE RE-SEND FILE GOES OUT
001474* UNDER, AND THE TIME IT WAS RECORDED ON FEED-CONTROL
001475*----------------------------------------------------------------
001476 01  WS-FEED-BATCH-SEQ PIC 9(06) VALUE ZERO.
001477 01  WS-CURRENT-DATE PIC X(21).
001480
001490*----------------------------------------------------------------
001500* CONTROL TOTALS AND AGING BUCKETS
002050     05  WS-BL-BUCKET-NAME PIC X(22).
002060     05  WS-BL-BUCKET-COUNT PIC Z,ZZZ,ZZ9.
002070
002071*----------------------------------------------------------------
002072* CYCLE-CONTROL WORK AREA - THIS JOB'S STEP IN THE NIGHTLY CYCLE,
002073* THE STEP THAT MUST HAVE FINISHED CLEAN BEFORE IT, AND THE
002074* BUSINESS DATE OF THE CYCLE IT IS RUNNING IN
002075*----------------------------------------------------------------
002076 01  WS-CYCLE-WORK.
002077     05  WS-CYCLE-STEP PIC 9(01) VALUE 4.
002078     05  WS-CYCLE-PRIOR-STEP PIC 9(01) VALUE 3.
002079     05  WS-CYCLE-NEXT-STEP PIC 9(01) VALUE 5.
002080     05  WS-CYCLE-PRIOR-JOB PIC X(08) VALUE "RESELAGR".
002081     05  WS-CYCLE-DATE PIC 9(08) VALUE ZERO.
002082     05  WS-LAST-CYCLE-DATE PIC 9(08) VALUE ZERO.
002083     05  WS-CYCLE-SUB PIC 9(01) COMP.
002084     05  WS-CYCLE-TIMESTAMP PIC X(21).
002085
002086 PROCEDURE DIVISION.
002090*----------------------------------------------------------------
002100* MAINLINE - TAKE THIS RUN'S PLACE IN THE NIGHTLY CYCLE, THEN
002110* CHASE THE PENDING FEEDS
002120*----------------------------------------------------------------
002130 0000-MAINLINE.
002131     PERFORM CHECK-CYCLE-CONTROL
002132     IF NOT WS-CYCLE-REFUSED
002133         PERFORM CHASE-PENDING-FEEDS
002134     END-IF
002135     IF WS-CYCLE-STARTED
002136         PERFORM POST-CYCLE-CONTROL
002137     END-IF
002138     GOBACK.
002139
002140*----------------------------------------------------------------
002141* CHASE-PENDING-FEEDS - SORT THE TRAIL'S FEED ENTRIES INTO
002142* USER-ID ORDER, THEN WALK THE MASTER AND THE SORTED TRAIL SIDE
002143* BY SIDE
002144*----------------------------------------------------------------
002145 CHASE-PENDING-FEEDS.
002146     OPEN INPUT USER-MASTER
002150     IF NOT WS-USER-MASTER-OK
002160         DISPLAY "ERROR OPENING USER-MASTER, STATUS="
002170             WS-USER-MASTER-STATUS
002430         OUTPUT PROCEDURE IS MATCH-PENDING-MASTERS
002440     PERFORM WRITE-AGING-BUCKETS
002450     PERFORM SHOW-CONTROL-TOTALS
002455     PERFORM CLOSE-RESEND-BATCH
002460     CLOSE RESEND-FEED
002470     CLOSE CHASER-RPT
002480     CLOSE USER-MASTER.
002500
002510*----------------------------------------------------------------
002520* LOAD-PARM-CARD - PICK UP THE RE-SEND THRESHOLD IN DAYS
004300     END-IF.
004310
004320*----------------------------------------------------------------
004326* WRITE-RESEND-RECORD - RESTATE THE PERSON IN THE OUTBOUND-FEED
004332* LAYOUT SO THE INTERFACE TEAM HAS SOMETHING CONCRETE TO
004338* REPROCESS. THE FIRST PERSON DUE A RE-SEND OPENS THE BATCH; IF
004344* THAT FAILS, NO ONE ELSE TRIES AGAIN
004350*----------------------------------------------------------------
004356 WRITE-RESEND-RECORD.
004362     IF NOT WS-FEED-BATCH-OPEN
004368         AND NOT WS-FEED-BATCH-FAILED
004374         SET WS-FEED-BATCH-FAILED TO TRUE
004380         PERFORM OPEN-RESEND-BATCH
004386     END-IF
004392     IF WS-FEED-BATCH-OPEN
004398         MOVE SPACE TO OF-OUTBOUND-RECORD
004404         MOVE 'D' TO OF-RECORD-TYPE
004410         MOVE UM-USER-ID TO OF-USER-ID
004416         MOVE UM-LAST-NAME TO OF-LAST-NAME
004422         MOVE UM-FIRST-NAME TO OF-FIRST-NAME
004428         MOVE UM-NEW-AGE TO OF-NEW-AGE
004434         WRITE OF-OUTBOUND-RECORD
004440         IF NOT WS-RESEND-FEED-OK
004446             DISPLAY "ERROR WRITING RESEND-FEED, STATUS="
004452                 WS-RESEND-FEED-STATUS
004458             MOVE 12 TO RETURN-CODE
004464         ELSE
004470             ADD 1 TO WS-RESENT-CTR
004476         END-IF
004482     END-IF.
004491
004492*----------------------------------------------------------------
004493* OPEN-RESEND-BATCH - NUMBER THE RE-SEND FILE: TAKE THE NEXT
004494* BATCH NUMBER ON FEED-CONTROL, RECORD IT AS OPEN, AND HEAD THE
004495* FILE WITH IT. THE FILE IS BUILT EMPTY THE FIRST TIME IT IS
004496* EVER SEEN
004497*----------------------------------------------------------------
004498 OPEN-RESEND-BATCH.
004499     OPEN I-O FEED-CONTROL
004500     IF NOT WS-FEED-CONTROL-OK
004501         OPEN OUTPUT FEED-CONTROL
004502         IF WS-FEED-CONTROL-OK
004503             CLOSE FEED-CONTROL
004504             OPEN I-O FEED-CONTROL
004505         END-IF
004506     END-IF
004507     IF NOT WS-FEED-CONTROL-OK
004508         DISPLAY "ERROR OPENING FEED-CONTROL, STATUS="
004509             WS-FEED-CONTROL-STATUS
004510         MOVE 12 TO RETURN-CODE
004511     ELSE
004512         PERFORM FIND-LAST-FEED-BATCH
004513         ADD 1 TO WS-FEED-BATCH-SEQ
004514         MOVE SPACE TO FC-FEED-RECORD
004515         MOVE WS-FEED-BATCH-SEQ TO FC-BATCH-SEQ
004516         MOVE WS-ASOF-CCYYMMDD TO FC-BUSINESS-DATE
004517         SET FC-RESEND-RUN TO TRUE
004518         SET FC-BATCH-OPEN TO TRUE
004519         MOVE ZERO TO FC-SENT-CTR
004520                      FC-SEND-RC
004521                      FC-ACK-DATE
004522                      FC-ACKED-CTR
004523                      FC-ACCEPTED-CTR
004524                      FC-REJECTED-CTR
004525                      FC-UNMATCHED-CTR
004526         MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
004527         MOVE WS-CURRENT-DATE TO FC-SENT-TIMESTAMP
004528         WRITE FC-FEED-RECORD
004529             INVALID KEY
004530             DISPLAY "ERROR WRITING FEED-CONTROL, STATUS="
004531                 WS-FEED-CONTROL-STATUS
004532             MOVE 12 TO RETURN-CODE
004533             CLOSE FEED-CONTROL
004534             NOT INVALID KEY
004535             SET WS-FEED-BATCH-OPEN TO TRUE
004536             PERFORM WRITE-RESEND-HEADER
004537         END-WRITE
004538     END-IF.
004539
004540*----------------------------------------------------------------
004541* FIND-LAST-FEED-BATCH - BROWSE FEED-CONTROL TO ITS HIGHEST BATCH
004542* NUMBER. AN EMPTY FILE LEAVES ZERO, SO THE FIRST BATCH IS ONE
004543*----------------------------------------------------------------
004544 FIND-LAST-FEED-BATCH.
004545     MOVE ZERO TO WS-FEED-BATCH-SEQ
004546     MOVE ZERO TO FC-BATCH-SEQ
004547     START FEED-CONTROL KEY IS NOT LESS THAN FC-BATCH-SEQ
004548         INVALID KEY
004549         SET WS-END-OF-FEED-CONTROL TO TRUE
004550     END-START
004551     PERFORM READ-NEXT-FEED-BATCH
004552         UNTIL WS-END-OF-FEED-CONTROL.
004553
004554*----------------------------------------------------------------
004555* READ-NEXT-FEED-BATCH - STEP TO THE NEXT BATCH ON FEED-CONTROL
004556*----------------------------------------------------------------
004557 READ-NEXT-FEED-BATCH.
004558     READ FEED-CONTROL NEXT RECORD
004559         AT END
004560         SET WS-END-OF-FEED-CONTROL TO TRUE
004561         NOT AT END
004562         MOVE FC-BATCH-SEQ TO WS-FEED-BATCH-SEQ
004563     END-READ.
004564
004565*----------------------------------------------------------------
004566* WRITE-RESEND-HEADER - LABEL THE RE-SEND BATCH WITH ITS NUMBER
004567* AND THE DATE IT WAS CUT
004568*----------------------------------------------------------------
004569 WRITE-RESEND-HEADER.
004570     MOVE SPACE TO OF-OUTBOUND-RECORD
004571     MOVE 'H' TO OF-RECORD-TYPE
004572     MOVE WS-FEED-BATCH-SEQ TO OF-BATCH-SEQ
004573     MOVE WS-ASOF-CCYYMMDD TO OF-BUSINESS-DATE
004574     WRITE OF-OUTBOUND-RECORD
004575     IF NOT WS-RESEND-FEED-OK
004576         DISPLAY "ERROR WRITING RESEND-FEED, STATUS="
004577             WS-RESEND-FEED-STATUS
004578         MOVE 12 TO RETURN-CODE
004579     END-IF.
004580
004581*----------------------------------------------------------------
004582* CLOSE-RESEND-BATCH - TRAIL THE RE-SEND BATCH WITH ITS COUNT AND
004583* MARK IT SENT ON FEED-CONTROL WITH THE RUN'S CONDITION CODE
004584*----------------------------------------------------------------
004585 CLOSE-RESEND-BATCH.
004586     IF WS-FEED-BATCH-OPEN
004587         MOVE SPACE TO OF-OUTBOUND-RECORD
004588         MOVE 'T' TO OF-RECORD-TYPE
004589         MOVE WS-FEED-BATCH-SEQ TO OF-TRL-BATCH-SEQ
004590         MOVE WS-RESENT-CTR TO OF-RECORD-COUNT
004591         WRITE OF-OUTBOUND-RECORD
004592         IF NOT WS-RESEND-FEED-OK
004593             DISPLAY "ERROR WRITING RESEND-FEED, STATUS="
004594                 WS-RESEND-FEED-STATUS
004595             MOVE 12 TO RETURN-CODE
004596         END-IF
004597         MOVE WS-FEED-BATCH-SEQ TO FC-BATCH-SEQ
004598         READ FEED-CONTROL
004599             INVALID KEY
004600             DISPLAY "ERROR READING FEED-CONTROL, STATUS="
004601                 WS-FEED-CONTROL-STATUS
004602             MOVE 12 TO RETURN-CODE
004603             NOT INVALID KEY
004604             PERFORM MARK-RESEND-BATCH-SENT
004605         END-READ
004606         CLOSE FEED-CONTROL
004607     END-IF.
004608
004609*----------------------------------------------------------------
004610* MARK-RESEND-BATCH-SENT - PUT THE RE-SENT COUNT AND CONDITION
004611* CODE ON THE BATCH'S FEED-CONTROL RECORD
004612*----------------------------------------------------------------
004613 MARK-RESEND-BATCH-SENT.
004614     SET FC-BATCH-SENT TO TRUE
004615     MOVE WS-RESENT-CTR TO FC-SENT-CTR
004616     MOVE RETURN-CODE TO FC-SEND-RC
004617     REWRITE FC-FEED-RECORD
004618         INVALID KEY
004619         DISPLAY "ERROR REWRITING FEED-CONTROL, STATUS="
004620             WS-FEED-CONTROL-STATUS
004621         MOVE 12 TO RETURN-CODE
004622     END-REWRITE.
004623
004624*----------------------------------------------------------------
004625* WRITE-PAGE-HEADING - START A NEW PAGE WITH THE RUN DATE, THE
004626* PAGE NUMBER AND THE COLUMN HEADINGS
004627*----------------------------------------------------------------
004628 WRITE-PAGE-HEADING.
004629     ADD 1 TO WS-PAGE-CTR
004630     MOVE WS-PAGE-CTR TO WS-H1-PAGE-NO
004631     WRITE CR-REPORT-LINE FROM WS-HEADING-1
004632         AFTER ADVANCING PAGE
004633     WRITE CR-REPORT-LINE FROM WS-HEADING-2
004634         AFTER ADVANCING 2 LINES
004635     MOVE SPACE TO CR-REPORT-LINE
004636     WRITE CR-REPORT-LINE AFTER ADVANCING 1 LINE
004640     MOVE 4 TO WS-LINE-CTR.
004650
004660*----------------------------------------------------------------
005360     DISPLAY "  TRAIL FEED ENTRIES .... " WS-TRAIL-ENTRIES-CTR
005370     DISPLAY "  PENDING PERSONS ....... " WS-PENDING-CTR
005380     DISPLAY "  RE-SENT TO INTERFACE .. " WS-RESENT-CTR
005385     DISPLAY "  RE-SEND BATCH NUMBER .. " WS-FEED-BATCH-SEQ
005390     DISPLAY "  NO TRAIL ENTRY ........ " WS-NO-TRAIL-CTR
005400     DISPLAY "----------------------------------------"
005410     IF WS-PENDING-CTR > ZERO
005420         AND RETURN-CODE < 4
005430         MOVE 4 TO RETURN-CODE
005440     END-IF.
005450
005460*----------------------------------------------------------------
005470* CHECK-CYCLE-CONTROL - FIND TONIGHT'S CYCLE AND REFUSE TO RUN
005480* (RC=20) UNLESS THE STEP BEFORE THIS ONE FINISHED CLEAN AND THIS
005490* ONE HAS NOT ALREADY. A RUN ALLOWED THROUGH IS MARKED STARTED
005500*----------------------------------------------------------------
005510 CHECK-CYCLE-CONTROL.
005520     OPEN I-O CYCLE-CONTROL
005530     IF NOT WS-CYCLE-CONTROL-OK
005540         DISPLAY "ERROR OPENING CYCLE-CONTROL, STATUS="
005550             WS-CYCLE-CONTROL-STATUS
005560         SET WS-CYCLE-REFUSED TO TRUE
005570     ELSE
005580         PERFORM FIND-LAST-CYCLE
005590         IF WS-LAST-CYCLE-DATE = ZERO
005600             DISPLAY "NO NIGHTLY CYCLE OPEN ON CYCLE-CONTROL"
005610             SET WS-CYCLE-REFUSED TO TRUE
005620         ELSE
005630             MOVE WS-LAST-CYCLE-DATE TO WS-CYCLE-DATE
005640             PERFORM CHECK-CYCLE-PREREQUISITE
005650         END-IF
005660         IF NOT WS-CYCLE-REFUSED
005670             PERFORM MARK-CYCLE-STEP-STARTED
005680         END-IF
005690         CLOSE CYCLE-CONTROL
005700     END-IF
005710     IF WS-CYCLE-REFUSED
005720         DISPLAY "OUT OF NIGHTLY CYCLE ORDER, RUN REFUSED"
005730         MOVE 20 TO RETURN-CODE
005740     END-IF.
005750
005760*----------------------------------------------------------------
005770* FIND-LAST-CYCLE - BROWSE CYCLE-CONTROL TO ITS LATEST BUSINESS
005780* DATE, THE CYCLE NOW RUNNING. AN EMPTY FILE LEAVES ZERO
005790*----------------------------------------------------------------
005800 FIND-LAST-CYCLE.
005810     MOVE ZERO TO WS-LAST-CYCLE-DATE
005820     MOVE ZERO TO CC-BUSINESS-DATE
005830     MOVE 'N' TO WS-CYCLE-EOF-SW
005840     START CYCLE-CONTROL KEY IS NOT LESS THAN CC-BUSINESS-DATE
005850         INVALID KEY
005860         SET WS-END-OF-CYCLE-CONTROL TO TRUE
005870     END-START
005880     PERFORM READ-NEXT-CYCLE
005890         UNTIL WS-END-OF-CYCLE-CONTROL.
005900
005910*----------------------------------------------------------------
005920* READ-NEXT-CYCLE - STEP TO THE NEXT CYCLE ON CYCLE-CONTROL
005930*----------------------------------------------------------------
005940 READ-NEXT-CYCLE.
005950     READ CYCLE-CONTROL NEXT RECORD
005960         AT END
005970         SET WS-END-OF-CYCLE-CONTROL TO TRUE
005980         NOT AT END
005990         MOVE CC-BUSINESS-DATE TO WS-LAST-CYCLE-DATE
006000     END-READ.
006010
006020*----------------------------------------------------------------
006030* CHECK-CYCLE-PREREQUISITE - THE STEP BEFORE MUST BE COMPLETE AT
006040* RC=4 OR BELOW, OR BYPASSED. THIS STEP MUST NOT ALREADY BE
006050* COMPLETE CLEAN: A FINISHED CYCLE MEANS RESELWLD HAS NOT YET
006060* OPENED TONIGHT'S, AND A DELIBERATE RERUN IS FIRST RESET ON
006070* THE CYCLE STATUS RUN (RESELCYC)
006080*----------------------------------------------------------------
006090 CHECK-CYCLE-PREREQUISITE.
006100     MOVE WS-CYCLE-DATE TO CC-BUSINESS-DATE
006110     READ CYCLE-CONTROL
006120         INVALID KEY
006130         DISPLAY "ERROR READING CYCLE-CONTROL, STATUS="
006140             WS-CYCLE-CONTROL-STATUS
006150         SET WS-CYCLE-REFUSED TO TRUE
006160     END-READ
006170     IF NOT WS-CYCLE-REFUSED
006180         IF CC-STEP-BYPASSED (WS-CYCLE-PRIOR-STEP)
006190             OR (CC-STEP-COMPLETE (WS-CYCLE-PRIOR-STEP)
006200                 AND CC-STEP-RC (WS-CYCLE-PRIOR-STEP) NOT > 4)
006210             IF CC-STEP-COMPLETE (WS-CYCLE-STEP)
006220                 AND CC-STEP-RC (WS-CYCLE-STEP) NOT > 4
006230                 DISPLAY "STEP ALREADY COMPLETE CLEAN FOR "
006240                     "BUSINESS DATE " WS-CYCLE-DATE
006250                 SET WS-CYCLE-REFUSED TO TRUE
006260             END-IF
006270         ELSE
006280             DISPLAY WS-CYCLE-PRIOR-JOB " NOT COMPLETE CLEAN FOR "
006290                 "BUSINESS DATE " WS-CYCLE-DATE
006300             SET WS-CYCLE-REFUSED TO TRUE
006310         END-IF
006320     END-IF.
006330
006340*----------------------------------------------------------------
006350* MARK-CYCLE-STEP-STARTED - STAMP THIS STEP STARTED AND CLEAR THE
006360* STEPS AFTER IT, WHOSE RESULTS NO LONGER STAND ONCE THIS ONE
006370* RUNS AGAIN. A STEP THE OPERATOR BYPASSED STAYS BYPASSED
006380*----------------------------------------------------------------
006390 MARK-CYCLE-STEP-STARTED.
006400     MOVE FUNCTION CURRENT-DATE TO WS-CYCLE-TIMESTAMP
006410     SET CC-STEP-STARTED (WS-CYCLE-STEP) TO TRUE
006420     MOVE ZERO TO CC-STEP-RC (WS-CYCLE-STEP)
006430     MOVE WS-CYCLE-TIMESTAMP (1:14)
006440         TO CC-STEP-STARTED-AT (WS-CYCLE-STEP)
006450     MOVE SPACE TO CC-STEP-ENDED-AT (WS-CYCLE-STEP)
006460     PERFORM CLEAR-CYCLE-STEP
006470         VARYING WS-CYCLE-SUB FROM WS-CYCLE-NEXT-STEP BY 1
006480         UNTIL WS-CYCLE-SUB > 6
006490     REWRITE CC-CYCLE-RECORD
006500         INVALID KEY
006510         DISPLAY "ERROR REWRITING CYCLE-CONTROL, STATUS="
006520             WS-CYCLE-CONTROL-STATUS
006530         SET WS-CYCLE-REFUSED TO TRUE
006540         NOT INVALID KEY
006550         SET WS-CYCLE-STARTED TO TRUE
006560         DISPLAY "NIGHTLY CYCLE " WS-CYCLE-DATE " STEP "
006570             WS-CYCLE-STEP " STARTED"
006580     END-REWRITE.
006590
006600*----------------------------------------------------------------
006610* CLEAR-CYCLE-STEP - RESET ONE LATER STEP TO NOT RUN
006620*----------------------------------------------------------------
006630 CLEAR-CYCLE-STEP.
006640     IF NOT CC-STEP-BYPASSED (WS-CYCLE-SUB)
006650         MOVE SPACE TO CC-STEP-ENTRY (WS-CYCLE-SUB)
006660         MOVE ZERO TO CC-STEP-RC (WS-CYCLE-SUB)
006670     END-IF.
006680
006690*----------------------------------------------------------------
006700* POST-CYCLE-CONTROL - RECORD THIS STEP COMPLETE ON TONIGHT'S
006710* CYCLE WITH THE CONDITION CODE THE RUN IS ENDING ON
006720*----------------------------------------------------------------
006730 POST-CYCLE-CONTROL.
006740     OPEN I-O CYCLE-CONTROL
006750     IF NOT WS-CYCLE-CONTROL-OK
006760         DISPLAY "ERROR OPENING CYCLE-CONTROL, STATUS="
006770             WS-CYCLE-CONTROL-STATUS
006780         IF RETURN-CODE < 12
006790             MOVE 12 TO RETURN-CODE
006800         END-IF
006810     ELSE
006820         MOVE WS-CYCLE-DATE TO CC-BUSINESS-DATE
006830         READ CYCLE-CONTROL
006840             INVALID KEY
006850             DISPLAY "ERROR READING CYCLE-CONTROL, STATUS="
006860                 WS-CYCLE-CONTROL-STATUS
006870             IF RETURN-CODE < 12
006880                 MOVE 12 TO RETURN-CODE
006890             END-IF
006900             NOT INVALID KEY
006910             PERFORM MARK-CYCLE-STEP-COMPLETE
006920         END-READ
006930         CLOSE CYCLE-CONTROL
006940     END-IF.
006950
006960*----------------------------------------------------------------
006970* MARK-CYCLE-STEP-COMPLETE - STAMP THIS STEP COMPLETE WITH ITS
006980* CONDITION CODE, WHICH DECIDES WHETHER THE NEXT STEP MAY RUN
006990*----------------------------------------------------------------
007000 MARK-CYCLE-STEP-COMPLETE.
007010     MOVE FUNCTION CURRENT-DATE TO WS-CYCLE-TIMESTAMP
007020     SET CC-STEP-COMPLETE (WS-CYCLE-STEP) TO TRUE
007030     MOVE RETURN-CODE TO CC-STEP-RC (WS-CYCLE-STEP)
007040     MOVE WS-CYCLE-TIMESTAMP (1:14)
007050         TO CC-STEP-ENDED-AT (WS-CYCLE-STEP)
007060     REWRITE CC-CYCLE-RECORD
007070         INVALID KEY
007080         DISPLAY "ERROR REWRITING CYCLE-CONTROL, STATUS="
007090             WS-CYCLE-CONTROL-STATUS
007100         IF RETURN-CODE < 12
007110             MOVE 12 TO RETURN-CODE
007120         END-IF
007130         NOT INVALID KEY
007140         DISPLAY "NIGHTLY CYCLE " WS-CYCLE-DATE " STEP "
007146             WS-CYCLE-STEP " COMPLETE, RC="
007152             CC-STEP-RC (WS-CYCLE-STEP)
007160     END-REWRITE.
007170 END PROGRAM RESEL-CHASER.
