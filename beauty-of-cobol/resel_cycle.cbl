000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. RESEL-CYCLE.
000030 AUTHOR. J RESEL.
000040 INSTALLATION. BEAUTY-OF-COBOL.
000050 DATE-WRITTEN. 2026-10-07.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT DESCRIPTION
000110* ---------- ---- ------------------------------------------------
000120* 2026-10-07 JR   ORIGINAL VERSION - NIGHTLY CYCLE STATUS. PRINTS
000130*                 WHERE EACH STEP OF THE CURRENT CYCLE ON CYCLECTL
000140*                 STANDS - NOT RUN, STARTED, COMPLETE OR FAILED
000150*                 WITH ITS CONDITION CODE, OR BYPASSED - AND THE
000160*                 STEP TO RESTART FROM. OPERATOR CARDS ON CYCPARM
000170*                 BYPASS A STEP, SO THE NEXT ONE MAY RUN, OR RESET
000180*                 ONE TO NOT RUN SO IT MAY BE RUN AGAIN. ENDS RC=4
000190*                 WHILE THE CYCLE IS INCOMPLETE, RC=8 WHEN A CARD
000200*                 IS REFUSED.
000201* 2026-10-15 JR   A 'C' CARD CONFIRMS A STEP THAT HAS ENDED BUT IS
000202*                 STILL STARTED - A SEQUENTIAL RESELWLD UPDATE,
000203*                 WHICH RESELWHV CONFIRMS ONCE THE NEW MASTER IS
000204*                 RELOADED - AS COMPLETE WITH THE CODE IT POSTED.
000205*                 SUCH A STEP IS LISTED UNCONFIRMED.
000210*----------------------------------------------------------------
000220
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     SELECT CYCLE-CONTROL ASSIGN TO "CYCLECTL"
000270         ORGANIZATION IS INDEXED
000280         ACCESS MODE IS DYNAMIC
000290         RECORD KEY IS CC-BUSINESS-DATE
000300         FILE STATUS IS WS-CYCLE-CONTROL-STATUS.
000310
000320     SELECT OPTIONAL PARM-FILE ASSIGN TO "CYCPARM"
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS WS-PARM-FILE-STATUS.
000350
000360     SELECT CYCLE-RPT ASSIGN TO "CYCRPT"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-CYCLE-RPT-STATUS.
000390
000400 DATA DIVISION.
000410 FILE SECTION.
000420*----------------------------------------------------------------
000430* CYCLE-CONTROL - ONE RECORD PER NIGHTLY CYCLE: WHERE EACH STEP
000440* STANDS AND THE CONDITION CODE IT ENDED WITH
000450*----------------------------------------------------------------
000460 FD  CYCLE-CONTROL
000470     LABEL RECORDS ARE STANDARD.
000480     COPY CYCLECTL.
000490
000500*----------------------------------------------------------------
000510* PARM-FILE - OPERATOR CARDS AGAINST THE CURRENT CYCLE, ONE PER
000520* STEP: THE JOB NAME AND 'B' TO BYPASS IT, 'R' TO RESET IT TO
000525* NOT RUN, OR 'C' TO CONFIRM A STEP THAT HAS ENDED AS COMPLETE.
000530* IF MISSING, THE CYCLE IS ONLY REPORTED
000540*----------------------------------------------------------------
000550 FD  PARM-FILE
000560     LABEL RECORDS ARE STANDARD.
000570 01  CP-PARM-RECORD.
000580     05  CP-JOB-NAME PIC X(08).
000590     05  CP-ACTION PIC X(01).
000600         88  CP-BYPASS-STEP VALUE 'B'.
000610         88  CP-RESET-STEP VALUE 'R'.
000615         88  CP-CONFIRM-STEP VALUE 'C'.
000620
000630*----------------------------------------------------------------
000640* CYCLE-RPT - THE CURRENT CYCLE, STEP BY STEP
000650*----------------------------------------------------------------
000660 FD  CYCLE-RPT
000670     LABEL RECORDS ARE STANDARD.
000680 01  CR-REPORT-LINE PIC X(80).
000690
000700 WORKING-STORAGE SECTION.
000710*----------------------------------------------------------------
000720* FILE STATUS SWITCHES
000730*----------------------------------------------------------------
000740 01  WS-FILE-STATUSES.
000750     05  WS-CYCLE-CONTROL-STATUS PIC X(02).
000760         88  WS-CYCLE-CONTROL-OK VALUE '00'.
000770     05  WS-PARM-FILE-STATUS PIC X(02).
000780         88  WS-PARM-FILE-OK VALUE '00'.
000790     05  WS-CYCLE-RPT-STATUS PIC X(02).
000800         88  WS-CYCLE-RPT-OK VALUE '00'.
000810
000820*----------------------------------------------------------------
000830* END-OF-FILE AND CYCLE SWITCHES
000840*----------------------------------------------------------------
000850 01  WS-SWITCHES.
000860     05  WS-CYCLE-EOF-SW PIC X(01) VALUE 'N'.
000870         88  WS-END-OF-CYCLE-CONTROL VALUE 'Y'.
000880     05  WS-PARM-EOF-SW PIC X(01) VALUE 'N'.
000890         88  WS-END-OF-PARM-FILE VALUE 'Y'.
000900     05  WS-CYCLE-OPEN-SW PIC X(01) VALUE 'N'.
000910         88  WS-CYCLE-FILE-OPEN VALUE 'Y'.
000920     05  WS-CYCLE-CHANGED-SW PIC X(01) VALUE 'N'.
000930         88  WS-CYCLE-CHANGED VALUE 'Y'.
000940
000950*----------------------------------------------------------------
000960* THE NIGHTLY CYCLE'S JOBS IN RUN ORDER - THE STEP NUMBERS THE
000970* CYCLE-CONTROL RECORD IS KEPT IN
000980*----------------------------------------------------------------
000990 01  WS-CYCLE-JOB-VALUES.
001000     05  FILLER PIC X(08) VALUE "RESELWLD".
001010     05  FILLER PIC X(08) VALUE "RESELACK".
001020     05  FILLER PIC X(08) VALUE "RESELAGR".
001030     05  FILLER PIC X(08) VALUE "RESELCHS".
001040     05  FILLER PIC X(08) VALUE "RESELVFY".
001050     05  FILLER PIC X(08) VALUE "RESELSNP".
001060 01  WS-CYCLE-JOB-TABLE REDEFINES WS-CYCLE-JOB-VALUES.
001070     05  WS-CYCLE-JOB-NAME OCCURS 6 TIMES PIC X(08).
001080
001090*----------------------------------------------------------------
001100* CYCLE WORK AREA - THE CURRENT CYCLE AND THE STEP TO RESTART
001110* FROM (ZERO WHEN EVERY STEP IS CLEAN)
001120*----------------------------------------------------------------
001130 01  WS-LAST-CYCLE-DATE PIC 9(08) VALUE ZERO.
001140 01  WS-SUB PIC 9(04) COMP.
001150 01  WS-FOUND-SUB PIC 9(04) COMP.
001160 01  WS-RESTART-SUB PIC 9(04) COMP VALUE ZERO.
001170 01  WS-RUN-DATE-RAW PIC 9(08).
001180
001190*----------------------------------------------------------------
001200* CONTROL TOTALS
001210*----------------------------------------------------------------
001220 01  WS-CONTROL-TOTALS.
001230     05  WS-CARDS-READ-CTR PIC 9(07) COMP VALUE ZERO.
001240     05  WS-CARDS-APPLIED-CTR PIC 9(07) COMP VALUE ZERO.
001250     05  WS-CARDS-REFUSED-CTR PIC 9(07) COMP VALUE ZERO.
001260     05  WS-STEPS-CLEAN-CTR PIC 9(07) COMP VALUE ZERO.
001270
001280*----------------------------------------------------------------
001290* PAGE CONTROL
001300*----------------------------------------------------------------
001310 01  WS-PAGE-CTR PIC 9(04) COMP VALUE ZERO.
001320
001330*----------------------------------------------------------------
001340* REPORT LINES
001350*----------------------------------------------------------------
001360 01  WS-HEADING-1.
001370     05  FILLER PIC X(33)
001380         VALUE "RESEL-WORLD NIGHTLY CYCLE STATUS".
001390     05  FILLER PIC X(09) VALUE "RUN DATE ".
001400     05  WS-H1-RUN-DATE PIC 9(08).
001410     05  FILLER PIC X(14) VALUE SPACE.
001420     05  FILLER PIC X(05) VALUE "PAGE ".
001430     05  WS-H1-PAGE-NO PIC ZZZ9.
001440
001450 01  WS-HEADING-2.
001460     05  FILLER PIC X(14) VALUE "BUSINESS DATE ".
001470     05  WS-H2-BUSINESS-DATE PIC 9(08).
001480
001490 01  WS-HEADING-3.
001500     05  FILLER PIC X(05) VALUE "STEP".
001510     05  FILLER PIC X(10) VALUE "JOB".
001520     05  FILLER PIC X(14) VALUE "STATUS".
001530     05  FILLER PIC X(04) VALUE "RC".
001540     05  FILLER PIC X(17) VALUE "STARTED".
001550     05  FILLER PIC X(15) VALUE "ENDED".
001560
001570 01  WS-STEP-LINE.
001580     05  FILLER PIC X(01) VALUE SPACE.
001590     05  WS-SL-STEP-NO PIC 9(01).
001600     05  FILLER PIC X(03) VALUE SPACE.
001610     05  WS-SL-JOB-NAME PIC X(08).
001620     05  FILLER PIC X(02) VALUE SPACE.
001630     05  WS-SL-STATUS PIC X(12).
001640     05  FILLER PIC X(02) VALUE SPACE.
001650     05  WS-SL-RC PIC X(02).
001660     05  FILLER PIC X(02) VALUE SPACE.
001670     05  WS-SL-STARTED-DATE PIC X(08).
001680     05  FILLER PIC X(01) VALUE SPACE.
001690     05  WS-SL-STARTED-TIME PIC X(06).
001700     05  FILLER PIC X(02) VALUE SPACE.
001710     05  WS-SL-ENDED-DATE PIC X(08).
001720     05  FILLER PIC X(01) VALUE SPACE.
001730     05  WS-SL-ENDED-TIME PIC X(06).
001740
001750 01  WS-RESTART-LINE.
001760     05  WS-RL-TEXT PIC X(20).
001770     05  WS-RL-JOB-NAME PIC X(08).
001780
001790 01  WS-ACTION-LINE.
001800     05  FILLER PIC X(17) VALUE "OPERATOR CARD:   ".
001810     05  WS-AL-JOB-NAME PIC X(08).
001820     05  FILLER PIC X(02) VALUE SPACE.
001830     05  WS-AL-ACTION PIC X(01).
001840     05  FILLER PIC X(02) VALUE SPACE.
001850     05  WS-AL-DISPOSITION PIC X(30).
001860
001870 PROCEDURE DIVISION.
001880*----------------------------------------------------------------
001890* MAINLINE - APPLY ANY OPERATOR CARDS TO THE CURRENT CYCLE, THEN
001900* REPORT WHERE IT STANDS
001910*----------------------------------------------------------------
001920 0000-MAINLINE.
001930     OPEN OUTPUT CYCLE-RPT
001940     IF NOT WS-CYCLE-RPT-OK
001950         DISPLAY "ERROR OPENING CYCLE-RPT, STATUS="
001960             WS-CYCLE-RPT-STATUS
001970         MOVE 12 TO RETURN-CODE
001980     ELSE
001990         MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE-RAW
002000         OPEN I-O CYCLE-CONTROL
002010         IF NOT WS-CYCLE-CONTROL-OK
002020             DISPLAY "ERROR OPENING CYCLE-CONTROL, STATUS="
002030                 WS-CYCLE-CONTROL-STATUS
002040             MOVE 12 TO RETURN-CODE
002050         ELSE
002060             SET WS-CYCLE-FILE-OPEN TO TRUE
002070             PERFORM FIND-LAST-CYCLE
002080         END-IF
002090         IF WS-LAST-CYCLE-DATE = ZERO
002100             PERFORM WRITE-PAGE-HEADING
002110             MOVE "NO NIGHTLY CYCLE ON FILE" TO CR-REPORT-LINE
002120             WRITE CR-REPORT-LINE AFTER ADVANCING 2 LINES
002130             IF RETURN-CODE < 4
002140                 MOVE 4 TO RETURN-CODE
002150             END-IF
002160         ELSE
002170             PERFORM READ-CURRENT-CYCLE
002180             PERFORM WRITE-PAGE-HEADING
002190             PERFORM APPLY-OPERATOR-CARDS
002200             PERFORM REPORT-CYCLE-STEPS
002210         END-IF
002220         IF WS-CYCLE-FILE-OPEN
002230             CLOSE CYCLE-CONTROL
002240         END-IF
002250         PERFORM SHOW-CONTROL-TOTALS
002260         CLOSE CYCLE-RPT
002270     END-IF
002280     GOBACK.
002290
002300*----------------------------------------------------------------
002310* FIND-LAST-CYCLE - BROWSE CYCLE-CONTROL TO ITS LATEST BUSINESS
002320* DATE, THE CURRENT CYCLE. AN EMPTY FILE LEAVES ZERO
002330*----------------------------------------------------------------
002340 FIND-LAST-CYCLE.
002350     MOVE ZERO TO WS-LAST-CYCLE-DATE
002360     MOVE ZERO TO CC-BUSINESS-DATE
002370     MOVE 'N' TO WS-CYCLE-EOF-SW
002380     START CYCLE-CONTROL KEY IS NOT LESS THAN CC-BUSINESS-DATE
002390         INVALID KEY
002400         SET WS-END-OF-CYCLE-CONTROL TO TRUE
002410     END-START
002420     PERFORM READ-NEXT-CYCLE
002430         UNTIL WS-END-OF-CYCLE-CONTROL.
002440
002450*----------------------------------------------------------------
002460* READ-NEXT-CYCLE - STEP TO THE NEXT CYCLE ON CYCLE-CONTROL
002470*----------------------------------------------------------------
002480 READ-NEXT-CYCLE.
002490     READ CYCLE-CONTROL NEXT RECORD
002500         AT END
002510         SET WS-END-OF-CYCLE-CONTROL TO TRUE
002520         NOT AT END
002530         MOVE CC-BUSINESS-DATE TO WS-LAST-CYCLE-DATE
002540     END-READ.
002550
002560*----------------------------------------------------------------
002570* READ-CURRENT-CYCLE - READ THE CURRENT CYCLE BACK BY ITS KEY
002580*----------------------------------------------------------------
002590 READ-CURRENT-CYCLE.
002600     MOVE WS-LAST-CYCLE-DATE TO CC-BUSINESS-DATE
002610     READ CYCLE-CONTROL
002620         INVALID KEY
002630         DISPLAY "ERROR READING CYCLE-CONTROL, STATUS="
002640             WS-CYCLE-CONTROL-STATUS
002650         MOVE 12 TO RETURN-CODE
002660     END-READ.
002670
002680*----------------------------------------------------------------
002690* APPLY-OPERATOR-CARDS - APPLY EACH CYCPARM CARD TO THE CURRENT
002700* CYCLE AND REWRITE IT ONCE IF ANY WERE TAKEN
002710*----------------------------------------------------------------
002720 APPLY-OPERATOR-CARDS.
002730     OPEN INPUT PARM-FILE
002740     IF WS-PARM-FILE-OK
002750         PERFORM READ-PARM-CARD
002760         PERFORM APPLY-ONE-CARD THRU APPLY-ONE-EXIT
002770             UNTIL WS-END-OF-PARM-FILE
002780         CLOSE PARM-FILE
002790     END-IF
002800     IF WS-CYCLE-CHANGED
002810         REWRITE CC-CYCLE-RECORD
002820             INVALID KEY
002830             DISPLAY "ERROR REWRITING CYCLE-CONTROL, STATUS="
002840                 WS-CYCLE-CONTROL-STATUS
002850             MOVE 12 TO RETURN-CODE
002860         END-REWRITE
002870     END-IF.
002880
002890*----------------------------------------------------------------
002900* READ-PARM-CARD - READ THE NEXT OPERATOR CARD
002910*----------------------------------------------------------------
002920 READ-PARM-CARD.
002930     READ PARM-FILE
002940         AT END
002950         SET WS-END-OF-PARM-FILE TO TRUE
002960         NOT AT END
002970         ADD 1 TO WS-CARDS-READ-CTR
002980     END-READ.
002990
003000*----------------------------------------------------------------
003010* APPLY-ONE-CARD - BYPASS, RESET OR CONFIRM THE STEP THE CARD
003020* NAMES. A CARD FOR A JOB NOT IN THE CYCLE, OR WITH NO VALID
003030* ACTION, IS REFUSED AND LISTED
003040*----------------------------------------------------------------
003050 APPLY-ONE-CARD.
003060     MOVE CP-JOB-NAME TO WS-AL-JOB-NAME
003070     MOVE CP-ACTION TO WS-AL-ACTION
003080     MOVE ZERO TO WS-FOUND-SUB
003090     PERFORM FIND-CYCLE-JOB-SLOT
003100         VARYING WS-SUB FROM 1 BY 1
003110         UNTIL WS-SUB > 6 OR WS-FOUND-SUB > ZERO
003120     IF WS-FOUND-SUB = ZERO
003130         MOVE "REFUSED - NOT A CYCLE JOB" TO WS-AL-DISPOSITION
003140         PERFORM REFUSE-OPERATOR-CARD
003150     ELSE
003160         IF CP-BYPASS-STEP
003170             SET CC-STEP-BYPASSED (WS-FOUND-SUB) TO TRUE
003180             MOVE "STEP BYPASSED" TO WS-AL-DISPOSITION
003190             PERFORM TAKE-OPERATOR-CARD
003200         ELSE
003210             IF CP-RESET-STEP
003220                 MOVE SPACE TO CC-STEP-ENTRY (WS-FOUND-SUB)
003230                 MOVE ZERO TO CC-STEP-RC (WS-FOUND-SUB)
003240                 MOVE "STEP RESET TO NOT RUN"
003250                     TO WS-AL-DISPOSITION
003260                 PERFORM TAKE-OPERATOR-CARD
003270             ELSE
003275                 IF CP-CONFIRM-STEP
003280                     PERFORM CONFIRM-CYCLE-STEP
003285                 ELSE
003290                     MOVE "REFUSED - ACTION NOT B, R OR C"
003295                         TO WS-AL-DISPOSITION
003300                     PERFORM REFUSE-OPERATOR-CARD
003305                 END-IF
003310             END-IF
003320         END-IF
003330     END-IF
003340     PERFORM READ-PARM-CARD.
003350 APPLY-ONE-EXIT.
003360     EXIT.
003370
003380*----------------------------------------------------------------
003390* FIND-CYCLE-JOB-SLOT - MATCH THE CARD'S JOB TO ITS STEP NUMBER
003400*----------------------------------------------------------------
003410 FIND-CYCLE-JOB-SLOT.
003420     IF WS-CYCLE-JOB-NAME (WS-SUB) = CP-JOB-NAME
003430         MOVE WS-SUB TO WS-FOUND-SUB
003440     END-IF.
003441
003442*----------------------------------------------------------------
003443* CONFIRM-CYCLE-STEP - A STEP THAT HAS ENDED BUT IS STILL STARTED
003444* IS WAITING ON A LATER JOB STEP; MARK IT COMPLETE WITH THE CODE
003445* IT POSTED. ANY OTHER STEP IS REFUSED
003446*----------------------------------------------------------------
003447 CONFIRM-CYCLE-STEP.
003448     IF CC-STEP-STARTED (WS-FOUND-SUB)
003449         AND CC-STEP-ENDED-AT (WS-FOUND-SUB) NOT = SPACE
003450         SET CC-STEP-COMPLETE (WS-FOUND-SUB) TO TRUE
003451         MOVE "STEP CONFIRMED COMPLETE" TO WS-AL-DISPOSITION
003452         PERFORM TAKE-OPERATOR-CARD
003453     ELSE
003454         MOVE "REFUSED - STEP HAS NOT ENDED" TO WS-AL-DISPOSITION
003455         PERFORM REFUSE-OPERATOR-CARD
003456     END-IF.
003457
003460*----------------------------------------------------------------
003470* TAKE-OPERATOR-CARD - COUNT AND LIST A CARD APPLIED
003480*----------------------------------------------------------------
003490 TAKE-OPERATOR-CARD.
003500     SET WS-CYCLE-CHANGED TO TRUE
003510     ADD 1 TO WS-CARDS-APPLIED-CTR
003520     DISPLAY "CYCLE " WS-LAST-CYCLE-DATE " " CP-JOB-NAME " "
003530         WS-AL-DISPOSITION
003540     PERFORM WRITE-ACTION-LINE.
003550
003560*----------------------------------------------------------------
003570* REFUSE-OPERATOR-CARD - COUNT AND LIST A CARD NOT APPLIED. THE
003580* RUN ENDS RC=8 SO THE OPERATOR SEES IT WAS NOT TAKEN
003590*----------------------------------------------------------------
003600 REFUSE-OPERATOR-CARD.
003610     ADD 1 TO WS-CARDS-REFUSED-CTR
003620     IF RETURN-CODE < 8
003630         MOVE 8 TO RETURN-CODE
003640     END-IF
003650     PERFORM WRITE-ACTION-LINE.
003660
003670*----------------------------------------------------------------
003680* WRITE-ACTION-LINE - ONE OPERATOR CARD AND WHAT BECAME OF IT
003690*----------------------------------------------------------------
003700 WRITE-ACTION-LINE.
003710     WRITE CR-REPORT-LINE FROM WS-ACTION-LINE
003720         AFTER ADVANCING 1 LINE
003730     IF NOT WS-CYCLE-RPT-OK
003740         DISPLAY "ERROR WRITING CYCLE-RPT, STATUS="
003750             WS-CYCLE-RPT-STATUS
003760         MOVE 12 TO RETURN-CODE
003770     END-IF.
003780
003790*----------------------------------------------------------------
003800* REPORT-CYCLE-STEPS - ONE LINE PER STEP, THEN THE STEP TO
003810* RESTART FROM: THE FIRST ONE NOT COMPLETE CLEAN OR BYPASSED.
003820* AN INCOMPLETE CYCLE ENDS THE RUN RC=4
003830*----------------------------------------------------------------
003840 REPORT-CYCLE-STEPS.
003850     WRITE CR-REPORT-LINE FROM WS-HEADING-3
003860         AFTER ADVANCING 2 LINES
003870     MOVE ZERO TO WS-RESTART-SUB
003880     PERFORM WRITE-STEP-LINE
003890         VARYING WS-SUB FROM 1 BY 1
003900         UNTIL WS-SUB > 6
003910     MOVE SPACE TO WS-RESTART-LINE
003920     IF WS-RESTART-SUB = ZERO
003930         MOVE "CYCLE COMPLETE" TO WS-RL-TEXT
003940     ELSE
003950         MOVE "RESTART FROM" TO WS-RL-TEXT
003960         MOVE WS-CYCLE-JOB-NAME (WS-RESTART-SUB) TO WS-RL-JOB-NAME
003970         IF RETURN-CODE < 4
003980             MOVE 4 TO RETURN-CODE
003990         END-IF
004000     END-IF
004010     DISPLAY "CYCLE " WS-LAST-CYCLE-DATE " " WS-RESTART-LINE
004020     WRITE CR-REPORT-LINE FROM WS-RESTART-LINE
004030         AFTER ADVANCING 2 LINES
004040     IF NOT WS-CYCLE-RPT-OK
004050         DISPLAY "ERROR WRITING CYCLE-RPT, STATUS="
004060             WS-CYCLE-RPT-STATUS
004070         MOVE 12 TO RETURN-CODE
004080     END-IF.
004090
004100*----------------------------------------------------------------
004110* WRITE-STEP-LINE - ONE STEP: ITS STATUS, CONDITION CODE AND
004120* WHEN IT STARTED AND ENDED. A STEP STARTED WITH NO END IS
004130* STILL RUNNING OR ABENDED; ONE WITH AN END IS UNCONFIRMED
004140*----------------------------------------------------------------
004150 WRITE-STEP-LINE.
004160     MOVE SPACE TO WS-SL-RC
004170     MOVE WS-SUB TO WS-SL-STEP-NO
004180     MOVE WS-CYCLE-JOB-NAME (WS-SUB) TO WS-SL-JOB-NAME
004190     MOVE CC-STEP-STARTED-AT (WS-SUB) (1:8) TO WS-SL-STARTED-DATE
004200     MOVE CC-STEP-STARTED-AT (WS-SUB) (9:6) TO WS-SL-STARTED-TIME
004210     MOVE CC-STEP-ENDED-AT (WS-SUB) (1:8) TO WS-SL-ENDED-DATE
004220     MOVE CC-STEP-ENDED-AT (WS-SUB) (9:6) TO WS-SL-ENDED-TIME
004230     IF CC-STEP-BYPASSED (WS-SUB)
004240         MOVE "BYPASSED" TO WS-SL-STATUS
004250         ADD 1 TO WS-STEPS-CLEAN-CTR
004260     ELSE
004270         IF CC-STEP-COMPLETE (WS-SUB)
004280             MOVE CC-STEP-RC (WS-SUB) TO WS-SL-RC
004290             IF CC-STEP-RC (WS-SUB) > 4
004300                 MOVE "FAILED" TO WS-SL-STATUS
004310                 PERFORM NOTE-RESTART-STEP
004320             ELSE
004330                 MOVE "COMPLETE" TO WS-SL-STATUS
004340                 ADD 1 TO WS-STEPS-CLEAN-CTR
004350             END-IF
004360         ELSE
004365             IF CC-STEP-STARTED (WS-SUB)
004370                 IF CC-STEP-ENDED-AT (WS-SUB) = SPACE
004375                     MOVE "STARTED" TO WS-SL-STATUS
004380                 ELSE
004385                     MOVE CC-STEP-RC (WS-SUB) TO WS-SL-RC
004390                     MOVE "UNCONFIRMED" TO WS-SL-STATUS
004395                 END-IF
004400             ELSE
004405                 MOVE "NOT RUN" TO WS-SL-STATUS
004410             END-IF
004420             PERFORM NOTE-RESTART-STEP
004430         END-IF
004440     END-IF
004450     WRITE CR-REPORT-LINE FROM WS-STEP-LINE
004460         AFTER ADVANCING 1 LINE
004470     IF NOT WS-CYCLE-RPT-OK
004480         DISPLAY "ERROR WRITING CYCLE-RPT, STATUS="
004490             WS-CYCLE-RPT-STATUS
004500         MOVE 12 TO RETURN-CODE
004510     END-IF.
004520
004530*----------------------------------------------------------------
004540* NOTE-RESTART-STEP - THE FIRST STEP NOT CLEAN IS THE RESTART
004550*----------------------------------------------------------------
004560 NOTE-RESTART-STEP.
004570     IF WS-RESTART-SUB = ZERO
004580         MOVE WS-SUB TO WS-RESTART-SUB
004590     END-IF.
004600
004610*----------------------------------------------------------------
004620* WRITE-PAGE-HEADING - TITLE THE REPORT WITH THE CYCLE'S DATE
004630*----------------------------------------------------------------
004640 WRITE-PAGE-HEADING.
004650     ADD 1 TO WS-PAGE-CTR
004660     MOVE WS-PAGE-CTR TO WS-H1-PAGE-NO
004670     MOVE WS-RUN-DATE-RAW TO WS-H1-RUN-DATE
004680     MOVE WS-LAST-CYCLE-DATE TO WS-H2-BUSINESS-DATE
004690     WRITE CR-REPORT-LINE FROM WS-HEADING-1
004700         AFTER ADVANCING PAGE
004710     WRITE CR-REPORT-LINE FROM WS-HEADING-2
004720         AFTER ADVANCING 1 LINE
004730     MOVE SPACE TO CR-REPORT-LINE
004740     WRITE CR-REPORT-LINE AFTER ADVANCING 1 LINE.
004750
004760*----------------------------------------------------------------
004770* SHOW-CONTROL-TOTALS - THE CARDS TAKEN AND THE STEPS CLEAN
004780*----------------------------------------------------------------
004790 SHOW-CONTROL-TOTALS.
004800     DISPLAY "----------------------------------------"
004810     DISPLAY "NIGHTLY CYCLE STATUS CONTROL TOTALS"
004820     DISPLAY "  BUSINESS DATE ......... " WS-LAST-CYCLE-DATE
004830     DISPLAY "  OPERATOR CARDS READ ... " WS-CARDS-READ-CTR
004840     DISPLAY "  OPERATOR CARDS APPLIED  " WS-CARDS-APPLIED-CTR
004850     DISPLAY "  OPERATOR CARDS REFUSED  " WS-CARDS-REFUSED-CTR
004860     DISPLAY "  STEPS CLEAN ........... " WS-STEPS-CLEAN-CTR
004870     DISPLAY "----------------------------------------".
004880 END PROGRAM RESEL-CYCLE.
