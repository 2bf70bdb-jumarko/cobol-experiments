000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. RESEL-REVERSAL.
000030 AUTHOR. J RESEL.
000040 INSTALLATION. BEAUTY-OF-COBOL.
000050 DATE-WRITTEN. 2026-09-23.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT DESCRIPTION
000110* ---------- ---- ------------------------------------------------
000120* 2026-09-23 JR   ORIGINAL VERSION - READS THE DECHIST DECISION
000130*                 HISTORY RESEL-ACK KEEPS AND PRINTS, FOR THE
000140*                 RVSPARM PERIOD, EVERY DECISION THAT REVERSED THE
000150*                 ONE BEFORE IT (ACCEPTED TO REJECTED OR BACK) AND
000160*                 EVERY REPEAT REJECTION, THEN A SUMMARY BY REASON
000170*                 CODE WITH THE RSNCODES DESCRIPTION, SO THE
000180*                 BENEFITS TEAM SEES WHAT CHANGED, WHEN AND WHY.
000182* 2026-10-15 JR   WHEN THE REPORT OR THE HISTORY CANNOT BE OPENED
000184*                 THE RUN NOW WRITES NO REPORT AT ALL, AS THE
000186*                 MONTHLY STATISTICS RUN DOES, INSTEAD OF WRITING
000188*                 TO A FILE THAT IS NOT OPEN.
000190*----------------------------------------------------------------
000200
000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000230 FILE-CONTROL.
000240     SELECT DECISION-HISTORY ASSIGN TO "DECHIST"
000250         ORGANIZATION IS INDEXED
000260         ACCESS MODE IS SEQUENTIAL
000270         RECORD KEY IS EH-HISTORY-KEY
000280         FILE STATUS IS WS-DECISION-HIST-STATUS.
000290
000300     SELECT OPTIONAL REASON-FILE ASSIGN TO "RSNCODES"
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS DYNAMIC
000330         RECORD KEY IS RS-REASON-CODE
000340         FILE STATUS IS WS-REASON-FILE-STATUS.
000350
000360     SELECT OPTIONAL PARM-FILE ASSIGN TO "RVSPARM"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-PARM-FILE-STATUS.
000390
000400     SELECT REVERSAL-RPT ASSIGN TO "RVSRPT"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-REVERSAL-RPT-STATUS.
000430
000440 DATA DIVISION.
000450 FILE SECTION.
000460*----------------------------------------------------------------
000470* DECISION-HISTORY - ONE ENTRY PER DECISION APPLIED, READ IN KEY
000480* ORDER SO EACH PERSON'S ENTRIES COME TOGETHER, OLDEST FIRST
000490*----------------------------------------------------------------
000500 FD  DECISION-HISTORY
000510     LABEL RECORDS ARE STANDARD.
000520     COPY DECHIST.
000530
000540*----------------------------------------------------------------
000550* REASON-FILE - THE REASON-CODE REFERENCE TABLE FOR THE SUMMARY
000560*----------------------------------------------------------------
000570 FD  REASON-FILE
000580     LABEL RECORDS ARE STANDARD.
000590     COPY RSNCODE.
000600
000610*----------------------------------------------------------------
000620* PARM-FILE - ONE CARD GIVING THE FIRST AND LAST DECISION DATES
000630* TO REPORT. IF MISSING, THE THIRTY DAYS TO THE RUN DATE APPLY
000640*----------------------------------------------------------------
000650 FD  PARM-FILE
000660     LABEL RECORDS ARE STANDARD.
000670 01  RP-PARM-RECORD.
000680     05  RP-FROM-DATE PIC 9(08).
000690     05  RP-TO-DATE PIC 9(08).
000700
000710*----------------------------------------------------------------
000720* REVERSAL-RPT - THE CHANGES, THEN THE SUMMARY BY REASON CODE
000730*----------------------------------------------------------------
000740 FD  REVERSAL-RPT
000750     LABEL RECORDS ARE STANDARD.
000760 01  RV-REPORT-LINE PIC X(80).
000770
000780 WORKING-STORAGE SECTION.
000790*----------------------------------------------------------------
000800* FILE STATUS SWITCHES
000810*----------------------------------------------------------------
000820 01  WS-FILE-STATUSES.
000830     05  WS-DECISION-HIST-STATUS PIC X(02).
000840         88  WS-DECISION-HIST-OK VALUE '00'.
000850     05  WS-REASON-FILE-STATUS PIC X(02).
000860         88  WS-REASON-FILE-OK VALUE '00'.
000870     05  WS-PARM-FILE-STATUS PIC X(02).
000880         88  WS-PARM-FILE-OK VALUE '00'.
000890     05  WS-REVERSAL-RPT-STATUS PIC X(02).
000900         88  WS-REVERSAL-RPT-OK VALUE '00'.
000910
000920*----------------------------------------------------------------
000930* END-OF-FILE AND LOOK-UP SWITCHES
000940*----------------------------------------------------------------
000950 01  WS-SWITCHES.
000960     05  WS-HISTORY-EOF-SW PIC X(01) VALUE 'N'.
000970         88  WS-END-OF-HISTORY VALUE 'Y'.
000980     05  WS-REASONS-AVAIL-SW PIC X(01) VALUE 'N'.
000990         88  WS-REASONS-AVAILABLE VALUE 'Y'.
000993     05  WS-OPEN-ERROR-SW PIC X(01) VALUE 'N'.
000996         88  WS-OPEN-ERROR VALUE 'Y'.
001000
001010*----------------------------------------------------------------
001020* REPORTING PERIOD
001030*----------------------------------------------------------------
001040 01  WS-FROM-DATE PIC 9(08).
001050 01  WS-TO-DATE PIC 9(08).
001060 01  WS-DEFAULT-DAYS PIC 9(03) VALUE 30.
001070
001080*----------------------------------------------------------------
001090* THE PERSON'S DECISION BEFORE THE ENTRY IN HAND - THE ENTRY
001100* BEFORE IT FOR THE SAME PERSON, OR FOR A PERSON'S FIRST ENTRY
001110* THE DECISION THE MASTER HELD WHEN THE ENTRY WAS WRITTEN
001120*----------------------------------------------------------------
001130 01  WS-PREVIOUS-ENTRY.
001140     05  WS-PREV-USER-ID PIC X(08) VALUE SPACE.
001150     05  WS-PREV-STATUS PIC X(01).
001160         88  WS-PREV-ACCEPTED VALUE 'A'.
001170         88  WS-PREV-REJECTED VALUE 'R'.
001180     05  WS-PREV-REASON PIC X(04).
001190
001200*----------------------------------------------------------------
001210* CHANGE FOUND ON THE ENTRY IN HAND
001220*----------------------------------------------------------------
001230 01  WS-CHANGE-TYPE PIC X(01).
001240     88  WS-NO-CHANGE VALUE SPACE.
001250     88  WS-TO-REJECTED VALUE 'R'.
001260     88  WS-TO-ACCEPTED VALUE 'A'.
001270     88  WS-REPEAT-REJECTION VALUE 'P'.
001280 01  WS-COUNTED-REASON PIC X(04).
001290
001300*----------------------------------------------------------------
001310* SUMMARY BY REASON CODE - ONE SLOT PER CODE SEEN, IN THE ORDER
001320* FIRST SEEN. A REVERSAL TO ACCEPTED COUNTS UNDER THE REASON THAT
001330* WAS LIFTED, THE OTHERS UNDER THE REASON NOW GIVEN
001340*----------------------------------------------------------------
001350 01  WS-REASON-MAX PIC 9(04) COMP VALUE 200.
001360 01  WS-REASON-COUNT PIC 9(04) COMP VALUE ZERO.
001370 01  WS-REASON-TABLE.
001380     05  WS-REASON-ENTRY OCCURS 200 TIMES.
001390         10  WS-RT-REASON-CODE PIC X(04).
001400         10  WS-RT-TO-REJECTED PIC 9(07) COMP.
001410         10  WS-RT-TO-ACCEPTED PIC 9(07) COMP.
001420         10  WS-RT-REPEATS PIC 9(07) COMP.
001430 01  WS-SUB PIC 9(04) COMP.
001440 01  WS-FOUND-SUB PIC 9(04) COMP.
001450
001460*----------------------------------------------------------------
001470* CONTROL TOTALS
001480*----------------------------------------------------------------
001490 01  WS-CONTROL-TOTALS.
001500     05  WS-ENTRIES-READ-CTR PIC 9(07) COMP VALUE ZERO.
001510     05  WS-IN-PERIOD-CTR PIC 9(07) COMP VALUE ZERO.
001520     05  WS-TO-REJECTED-CTR PIC 9(07) COMP VALUE ZERO.
001530     05  WS-TO-ACCEPTED-CTR PIC 9(07) COMP VALUE ZERO.
001540     05  WS-REPEATS-CTR PIC 9(07) COMP VALUE ZERO.
001550     05  WS-REASON-OVERFLOW-CTR PIC 9(07) COMP VALUE ZERO.
001560
001570*----------------------------------------------------------------
001580* PAGE AND LINE CONTROL
001590*----------------------------------------------------------------
001600 01  WS-PAGE-CTR PIC 9(04) COMP VALUE ZERO.
001610 01  WS-LINE-CTR PIC 9(03) COMP VALUE ZERO.
001620 01  WS-LINES-PER-PAGE PIC 9(03) COMP VALUE 55.
001630
001640*----------------------------------------------------------------
001650* RUN DATE, AS PRINTED IN THE PAGE HEADING
001660*----------------------------------------------------------------
001670 01  WS-RUN-DATE-RAW PIC 9(08).
001680
001690*----------------------------------------------------------------
001700* REPORT LINES
001710*----------------------------------------------------------------
001720 01  WS-HEADING-1.
001730     05  FILLER PIC X(31)
001740         VALUE "RESEL-WORLD DECISION REVERSALS".
001750     05  FILLER PIC X(03) VALUE SPACE.
001760     05  FILLER PIC X(09) VALUE "RUN DATE ".
001770     05  WS-H1-RUN-DATE PIC 9(08).
001780     05  FILLER PIC X(16) VALUE SPACE.
001790     05  FILLER PIC X(05) VALUE "PAGE ".
001800     05  WS-H1-PAGE-NO PIC ZZZ9.
001810
001820 01  WS-HEADING-2.
001830     05  FILLER PIC X(19) VALUE "DECISIONS DATED ".
001840     05  WS-H2-FROM-DATE PIC 9(08).
001850     05  FILLER PIC X(04) VALUE " TO ".
001860     05  WS-H2-TO-DATE PIC 9(08).
001870
001880 01  WS-HEADING-3.
001890     05  FILLER PIC X(10) VALUE "USER ID".
001900     05  FILLER PIC X(08) VALUE "BATCH".
001910     05  FILLER PIC X(10) VALUE "DECIDED".
001920     05  FILLER PIC X(18) VALUE "CHANGE".
001930     05  FILLER PIC X(06) VALUE "WAS".
001940     05  FILLER PIC X(06) VALUE "NOW".
001950     05  FILLER PIC X(12) VALUE "MERGED FROM".
001960
001970 01  WS-DETAIL-LINE.
001980     05  WS-DL-USER-ID PIC X(08).
001990     05  FILLER PIC X(02) VALUE SPACE.
002000     05  WS-DL-BATCH-SEQ PIC 9(06).
002010     05  FILLER PIC X(02) VALUE SPACE.
002020     05  WS-DL-DECISION-DATE PIC 9(08).
002030     05  FILLER PIC X(02) VALUE SPACE.
002040     05  WS-DL-CHANGE PIC X(16).
002050     05  FILLER PIC X(02) VALUE SPACE.
002060     05  WS-DL-WAS-REASON PIC X(04).
002070     05  FILLER PIC X(02) VALUE SPACE.
002080     05  WS-DL-NOW-REASON PIC X(04).
002090     05  FILLER PIC X(02) VALUE SPACE.
002100     05  WS-DL-MERGED-ID PIC X(08).
002110
002120 01  WS-SUMMARY-HEADING-1.
002130     05  FILLER PIC X(30) VALUE "SUMMARY BY REASON CODE".
002140
002150 01  WS-SUMMARY-HEADING-2.
002160     05  FILLER PIC X(06) VALUE "RSN".
002170     05  FILLER PIC X(32) VALUE "DESCRIPTION".
002180     05  FILLER PIC X(09) VALUE "  TO REJ".
002190     05  FILLER PIC X(09) VALUE "  TO ACC".
002200     05  FILLER PIC X(09) VALUE "  REPEAT".
002210
002220 01  WS-SUMMARY-LINE.
002230     05  WS-SL-REASON-CODE PIC X(04).
002240     05  FILLER PIC X(02) VALUE SPACE.
002250     05  WS-SL-DESCRIPTION PIC X(30).
002260     05  FILLER PIC X(02) VALUE SPACE.
002270     05  WS-SL-TO-REJECTED PIC Z(06)9.
002280     05  FILLER PIC X(02) VALUE SPACE.
002290     05  WS-SL-TO-ACCEPTED PIC Z(06)9.
002300     05  FILLER PIC X(02) VALUE SPACE.
002310     05  WS-SL-REPEATS PIC Z(06)9.
002320
002330 PROCEDURE DIVISION.
002340*----------------------------------------------------------------
002350* MAINLINE - RUN THE CODE AS PERFORMED PARAGRAPHS
002360*----------------------------------------------------------------
002370 0000-MAINLINE.
002380     OPEN INPUT DECISION-HISTORY
002390     IF NOT WS-DECISION-HIST-OK
002400         DISPLAY "ERROR OPENING DECISION-HISTORY, STATUS="
002410             WS-DECISION-HIST-STATUS
002420         MOVE 12 TO RETURN-CODE
002430         SET WS-OPEN-ERROR TO TRUE
002440     END-IF
002450     OPEN OUTPUT REVERSAL-RPT
002460     IF NOT WS-REVERSAL-RPT-OK
002470         DISPLAY "ERROR OPENING REVERSAL-RPT, STATUS="
002480             WS-REVERSAL-RPT-STATUS
002490         MOVE 12 TO RETURN-CODE
002500         SET WS-OPEN-ERROR TO TRUE
002510     END-IF
002520     OPEN INPUT REASON-FILE
002530     IF WS-REASON-FILE-OK
002540         SET WS-REASONS-AVAILABLE TO TRUE
002550     ELSE
002560         DISPLAY "REASON-CODE FILE NOT AVAILABLE, STATUS="
002570             WS-REASON-FILE-STATUS
002580     END-IF
002590     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE-RAW
002600     PERFORM LOAD-PARM-CARD
002610     MOVE WS-RUN-DATE-RAW TO WS-H1-RUN-DATE
002620     MOVE WS-FROM-DATE TO WS-H2-FROM-DATE
002630     MOVE WS-TO-DATE TO WS-H2-TO-DATE
002640     IF NOT WS-OPEN-ERROR
002650         PERFORM WRITE-PAGE-HEADING
002660         PERFORM READ-HISTORY-RECORD
002670         PERFORM PROCESS-ENTRY THRU PROC-ENTRY-EXIT
002680             UNTIL WS-END-OF-HISTORY
002690         PERFORM WRITE-SUMMARY-HEADING
002700         PERFORM WRITE-SUMMARY-LINE
002710             VARYING WS-SUB FROM 1 BY 1
002720             UNTIL WS-SUB > WS-REASON-COUNT
002730     END-IF
002740     PERFORM SHOW-CONTROL-TOTALS
002750     IF WS-REASONS-AVAILABLE
002760         CLOSE REASON-FILE
002770     END-IF
002780     CLOSE REVERSAL-RPT
002790     CLOSE DECISION-HISTORY
002800     GOBACK.
002810
002820*----------------------------------------------------------------
002830* LOAD-PARM-CARD - PICK UP THE REPORTING PERIOD. NO CARD, OR NO
002840* DATES ON IT, MEANS THE THIRTY DAYS ENDING ON THE RUN DATE
002850*----------------------------------------------------------------
002860 LOAD-PARM-CARD.
002870     MOVE ZERO TO WS-FROM-DATE
002880     MOVE ZERO TO WS-TO-DATE
002890     OPEN INPUT PARM-FILE
002900     IF WS-PARM-FILE-OK
002910         READ PARM-FILE
002920             NOT AT END
002930             IF RP-FROM-DATE NUMERIC AND RP-TO-DATE NUMERIC
002940                 MOVE RP-FROM-DATE TO WS-FROM-DATE
002950                 MOVE RP-TO-DATE TO WS-TO-DATE
002960             END-IF
002970         END-READ
002980         CLOSE PARM-FILE
002990     END-IF
003000     IF WS-TO-DATE = ZERO
003010         MOVE WS-RUN-DATE-RAW TO WS-TO-DATE
003020     END-IF
003030     IF WS-FROM-DATE = ZERO OR WS-FROM-DATE > WS-TO-DATE
003040         COMPUTE WS-FROM-DATE = FUNCTION DATE-OF-INTEGER
003050             (FUNCTION INTEGER-OF-DATE (WS-TO-DATE)
003060             - WS-DEFAULT-DAYS + 1)
003070     END-IF.
003080
003090*----------------------------------------------------------------
003100* READ-HISTORY-RECORD - READ THE NEXT HISTORY ENTRY
003110*----------------------------------------------------------------
003120 READ-HISTORY-RECORD.
003130     READ DECISION-HISTORY
003140         AT END
003150         SET WS-END-OF-HISTORY TO TRUE
003160     END-READ
003170     IF NOT WS-END-OF-HISTORY
003180         IF NOT WS-DECISION-HIST-OK
003190             DISPLAY "ERROR READING DECISION-HISTORY, STATUS="
003200                 WS-DECISION-HIST-STATUS
003210             MOVE 12 TO RETURN-CODE
003220             SET WS-END-OF-HISTORY TO TRUE
003230         ELSE
003240             ADD 1 TO WS-ENTRIES-READ-CTR
003250         END-IF
003260     END-IF.
003270
003280*----------------------------------------------------------------
003290* PROCESS-ENTRY - JUDGE ONE ENTRY AGAINST THE DECISION BEFORE IT.
003300* ENTRIES OUTSIDE THE PERIOD ARE ONLY KEPT AS THE DECISION THE
003310* NEXT ONE IS JUDGED AGAINST
003320*----------------------------------------------------------------
003330 PROCESS-ENTRY.
003340     IF EH-USER-ID NOT = WS-PREV-USER-ID
003350         MOVE EH-USER-ID TO WS-PREV-USER-ID
003360         MOVE EH-PRIOR-STATUS TO WS-PREV-STATUS
003370         MOVE EH-PRIOR-REASON TO WS-PREV-REASON
003380     END-IF
003390     IF EH-DECISION-DATE NOT < WS-FROM-DATE
003400         AND EH-DECISION-DATE NOT > WS-TO-DATE
003410         ADD 1 TO WS-IN-PERIOD-CTR
003420         PERFORM JUDGE-ENTRY
003430         IF NOT WS-NO-CHANGE
003440             PERFORM COUNT-BY-REASON
003450             PERFORM WRITE-DETAIL-LINE
003460         END-IF
003470     END-IF
003480     MOVE EH-STATUS TO WS-PREV-STATUS
003490     MOVE EH-REASON-CODE TO WS-PREV-REASON
003500     PERFORM READ-HISTORY-RECORD.
003510 PROC-ENTRY-EXIT.
003520     EXIT.
003530
003540*----------------------------------------------------------------
003550* JUDGE-ENTRY - A REVERSAL IS A DECISION THAT TURNS THE ONE BEFORE
003560* IT AROUND; A REPEAT REJECTION FOLLOWS A REJECTION
003570*----------------------------------------------------------------
003580 JUDGE-ENTRY.
003590     MOVE SPACE TO WS-CHANGE-TYPE
003600     IF EH-REJECTED
003610         IF WS-PREV-ACCEPTED
003620             SET WS-TO-REJECTED TO TRUE
003630             MOVE EH-REASON-CODE TO WS-COUNTED-REASON
003640             ADD 1 TO WS-TO-REJECTED-CTR
003650         END-IF
003660         IF WS-PREV-REJECTED
003670             SET WS-REPEAT-REJECTION TO TRUE
003680             MOVE EH-REASON-CODE TO WS-COUNTED-REASON
003690             ADD 1 TO WS-REPEATS-CTR
003700         END-IF
003710     END-IF
003720     IF EH-ACCEPTED AND WS-PREV-REJECTED
003730         SET WS-TO-ACCEPTED TO TRUE
003740         MOVE WS-PREV-REASON TO WS-COUNTED-REASON
003750         ADD 1 TO WS-TO-ACCEPTED-CTR
003760     END-IF.
003770
003780*----------------------------------------------------------------
003790* COUNT-BY-REASON - ADD THE CHANGE TO ITS REASON CODE'S SLOT,
003800* OPENING A SLOT FOR A CODE NOT SEEN BEFORE
003810*----------------------------------------------------------------
003820 COUNT-BY-REASON.
003830     MOVE ZERO TO WS-FOUND-SUB
003840     PERFORM FIND-REASON-SLOT
003850         VARYING WS-SUB FROM 1 BY 1
003860         UNTIL WS-SUB > WS-REASON-COUNT
003870     IF WS-FOUND-SUB = ZERO
003880         IF WS-REASON-COUNT < WS-REASON-MAX
003890             ADD 1 TO WS-REASON-COUNT
003900             MOVE WS-REASON-COUNT TO WS-FOUND-SUB
003910             MOVE WS-COUNTED-REASON
003920                 TO WS-RT-REASON-CODE (WS-FOUND-SUB)
003930             MOVE ZERO TO WS-RT-TO-REJECTED (WS-FOUND-SUB)
003940             MOVE ZERO TO WS-RT-TO-ACCEPTED (WS-FOUND-SUB)
003950             MOVE ZERO TO WS-RT-REPEATS (WS-FOUND-SUB)
003960         ELSE
003970             ADD 1 TO WS-REASON-OVERFLOW-CTR
003980         END-IF
003990     END-IF
004000     IF WS-FOUND-SUB > ZERO
004010         IF WS-TO-REJECTED
004020             ADD 1 TO WS-RT-TO-REJECTED (WS-FOUND-SUB)
004030         END-IF
004040         IF WS-TO-ACCEPTED
004050             ADD 1 TO WS-RT-TO-ACCEPTED (WS-FOUND-SUB)
004060         END-IF
004070         IF WS-REPEAT-REJECTION
004080             ADD 1 TO WS-RT-REPEATS (WS-FOUND-SUB)
004090         END-IF
004100     END-IF.
004110
004120*----------------------------------------------------------------
004130* FIND-REASON-SLOT - IS THIS THE SLOT FOR THE REASON COUNTED
004140*----------------------------------------------------------------
004150 FIND-REASON-SLOT.
004160     IF WS-RT-REASON-CODE (WS-SUB) = WS-COUNTED-REASON
004170         MOVE WS-SUB TO WS-FOUND-SUB
004180     END-IF.
004190
004200*----------------------------------------------------------------
004210* WRITE-PAGE-HEADING - START A NEW PAGE WITH THE RUN DATE, THE
004220* PAGE NUMBER, THE PERIOD AND THE COLUMN HEADINGS
004230*----------------------------------------------------------------
004240 WRITE-PAGE-HEADING.
004250     ADD 1 TO WS-PAGE-CTR
004260     MOVE WS-PAGE-CTR TO WS-H1-PAGE-NO
004270     WRITE RV-REPORT-LINE FROM WS-HEADING-1
004280         AFTER ADVANCING PAGE
004290     WRITE RV-REPORT-LINE FROM WS-HEADING-2
004300         AFTER ADVANCING 1 LINE
004310     WRITE RV-REPORT-LINE FROM WS-HEADING-3
004320         AFTER ADVANCING 2 LINES
004330     MOVE SPACE TO RV-REPORT-LINE
004340     WRITE RV-REPORT-LINE AFTER ADVANCING 1 LINE
004350     MOVE 5 TO WS-LINE-CTR.
004360
004370*----------------------------------------------------------------
004380* WRITE-DETAIL-LINE - ONE REVERSAL OR REPEAT REJECTION,
004390* BREAKING TO A NEW PAGE WHEN THE CURRENT ONE IS FULL
004400*----------------------------------------------------------------
004410 WRITE-DETAIL-LINE.
004420     IF WS-LINE-CTR > WS-LINES-PER-PAGE
004430         PERFORM WRITE-PAGE-HEADING
004440     END-IF
004450     MOVE EH-USER-ID TO WS-DL-USER-ID
004460     MOVE EH-BATCH-SEQ TO WS-DL-BATCH-SEQ
004470     MOVE EH-DECISION-DATE TO WS-DL-DECISION-DATE
004480     IF WS-TO-REJECTED
004490         MOVE "ACCEPTED TO REJ" TO WS-DL-CHANGE
004500     END-IF
004510     IF WS-TO-ACCEPTED
004520         MOVE "REJECTED TO ACC" TO WS-DL-CHANGE
004530     END-IF
004540     IF WS-REPEAT-REJECTION
004550         MOVE "REPEAT REJECTION" TO WS-DL-CHANGE
004560     END-IF
004570     MOVE WS-PREV-REASON TO WS-DL-WAS-REASON
004580     MOVE EH-REASON-CODE TO WS-DL-NOW-REASON
004590     MOVE EH-MERGED-ID TO WS-DL-MERGED-ID
004600     WRITE RV-REPORT-LINE FROM WS-DETAIL-LINE
004610         AFTER ADVANCING 1 LINE
004620     IF NOT WS-REVERSAL-RPT-OK
004630         DISPLAY "ERROR WRITING REVERSAL-RPT, STATUS="
004640             WS-REVERSAL-RPT-STATUS
004650         MOVE 12 TO RETURN-CODE
004660     END-IF
004670     ADD 1 TO WS-LINE-CTR.
004680
004690*----------------------------------------------------------------
004700* WRITE-SUMMARY-HEADING - HEAD THE SUMMARY BY REASON CODE, ON A
004710* NEW PAGE IF TOO LITTLE OF THIS ONE IS LEFT
004720*----------------------------------------------------------------
004730 WRITE-SUMMARY-HEADING.
004740     IF WS-LINE-CTR > WS-LINES-PER-PAGE - 5
004750         PERFORM WRITE-PAGE-HEADING
004760     END-IF
004770     WRITE RV-REPORT-LINE FROM WS-SUMMARY-HEADING-1
004780         AFTER ADVANCING 2 LINES
004790     WRITE RV-REPORT-LINE FROM WS-SUMMARY-HEADING-2
004800         AFTER ADVANCING 2 LINES
004810     MOVE SPACE TO RV-REPORT-LINE
004820     WRITE RV-REPORT-LINE AFTER ADVANCING 1 LINE
004830     ADD 5 TO WS-LINE-CTR.
004840
004850*----------------------------------------------------------------
004860* WRITE-SUMMARY-LINE - ONE REASON CODE, DESCRIBED FROM THE
004870* REFERENCE FILE, WITH ITS COUNTS
004880*----------------------------------------------------------------
004890 WRITE-SUMMARY-LINE.
004900     IF WS-LINE-CTR > WS-LINES-PER-PAGE
004910         PERFORM WRITE-PAGE-HEADING
004920     END-IF
004930     MOVE WS-RT-REASON-CODE (WS-SUB) TO WS-SL-REASON-CODE
004940     PERFORM DESCRIBE-REASON
004950     MOVE WS-RT-TO-REJECTED (WS-SUB) TO WS-SL-TO-REJECTED
004960     MOVE WS-RT-TO-ACCEPTED (WS-SUB) TO WS-SL-TO-ACCEPTED
004970     MOVE WS-RT-REPEATS (WS-SUB) TO WS-SL-REPEATS
004980     WRITE RV-REPORT-LINE FROM WS-SUMMARY-LINE
004990         AFTER ADVANCING 1 LINE
005000     IF NOT WS-REVERSAL-RPT-OK
005010         DISPLAY "ERROR WRITING REVERSAL-RPT, STATUS="
005020             WS-REVERSAL-RPT-STATUS
005030         MOVE 12 TO RETURN-CODE
005040     END-IF
005050     ADD 1 TO WS-LINE-CTR.
005060
005070*----------------------------------------------------------------
005080* DESCRIBE-REASON - LOOK THE REASON CODE UP ON THE REFERENCE FILE
005090*----------------------------------------------------------------
005100 DESCRIBE-REASON.
005110     IF WS-RT-REASON-CODE (WS-SUB) = SPACE
005120         MOVE "(NO REASON GIVEN)" TO WS-SL-DESCRIPTION
005130     ELSE
005140         IF WS-REASONS-AVAILABLE
005150             MOVE WS-RT-REASON-CODE (WS-SUB) TO RS-REASON-CODE
005160             READ REASON-FILE
005170                 INVALID KEY
005180                 MOVE "UNKNOWN REASON CODE" TO WS-SL-DESCRIPTION
005190                 NOT INVALID KEY
005200                 MOVE RS-DESCRIPTION TO WS-SL-DESCRIPTION
005210             END-READ
005220         ELSE
005230             MOVE SPACE TO WS-SL-DESCRIPTION
005240         END-IF
005250     END-IF.
005260
005270*----------------------------------------------------------------
005280* SHOW-CONTROL-TOTALS - WHAT THE REVERSAL RUN READ AND FOUND
005290*----------------------------------------------------------------
005300 SHOW-CONTROL-TOTALS.
005310     DISPLAY "----------------------------------------"
005320     DISPLAY "DECISION REVERSAL CONTROL TOTALS"
005330     DISPLAY "  PERIOD FROM ........... " WS-FROM-DATE
005340     DISPLAY "  PERIOD TO ............. " WS-TO-DATE
005350     DISPLAY "  HISTORY ENTRIES READ .. " WS-ENTRIES-READ-CTR
005360     DISPLAY "  ENTRIES IN PERIOD ..... " WS-IN-PERIOD-CTR
005370     DISPLAY "  ACCEPTED TO REJECTED .. " WS-TO-REJECTED-CTR
005380     DISPLAY "  REJECTED TO ACCEPTED .. " WS-TO-ACCEPTED-CTR
005390     DISPLAY "  REPEAT REJECTIONS ..... " WS-REPEATS-CTR
005400     DISPLAY "  REASON CODES SEEN ..... " WS-REASON-COUNT
005410     DISPLAY "  NOT SUMMARIZED ........ " WS-REASON-OVERFLOW-CTR
005420     DISPLAY "----------------------------------------".
005430 END PROGRAM RESEL-REVERSAL.
