000190*                 BAND ARE REPORTED SO THE ROSTER AND MILESTONE
000200*                 RUNS THAT FOLLOW COUNT EVERYONE IN THE RIGHT
000210*                 BAND. SCHEDULED MONTHLY AHEAD OF THE ROSTER.
000212* 2026-09-16 JR   THE AUDIT RECORD GREW AL-MERGED-ID, CLEARED ON
000214*                 EVERY ENTRY WRITTEN HERE - ONLY A DUPLICATE-
000216*                 PERSON MERGE SETS IT.
000217* 2026-09-25 JR   THE AUDIT RECORD GREW AL-REQUESTED-BY AND
000218*                 AL-APPROVED-BY, CLEARED ON EVERY ENTRY WRITTEN
000219*                 HERE - ONLY AN APPROVED CORRECTION SETS THEM.
000220* 2026-10-07 JR   THE RUN NOW TAKES ITS PLACE IN THE NIGHTLY CYCLE
000221*                 ON THE NEW CYCLECTL FILE: IT REFUSES TO START
000222*                 (RC=20) UNLESS RESELACK FINISHED CLEAN FOR THE
000223*                 CURRENT CYCLE, MARKS ITS OWN STEP STARTED ON THE
000224*                 WAY IN, AND COMPLETE WITH ITS CONDITION CODE ON
000225*                 THE WAY OUT.
000226* 2026-10-13 JR   THE PARM CARD GREW PC-UPDATE-MODE, WHICH SELECTS
000227*                 A SEQUENTIAL UPDATE FOR THE NIGHTLY EXTRACT -
000228*                 CARRIED HERE SO THE CARD LAYOUTS STAY IN STEP.
000229*----------------------------------------------------------------
000230
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-PARM-FILE-STATUS.
000420
000421     SELECT CYCLE-CONTROL ASSIGN TO "CYCLECTL"
000422         ORGANIZATION IS INDEXED
000423         ACCESS MODE IS DYNAMIC
000424         RECORD KEY IS CC-BUSINESS-DATE
000425         FILE STATUS IS WS-CYCLE-CONTROL-STATUS.
000426
000430 DATA DIVISION.
000440 FILE SECTION.
000450*----------------------------------------------------------------
000690     05  PC-MAX-REJECT-PCT PIC 9(03).
000700     05  PC-BUSINESS-DATE PIC 9(08).
000710     05  PC-FORCE-RERUN PIC X(01).
000715     05  PC-UPDATE-MODE PIC X(01).
000720
000721*----------------------------------------------------------------
000722* CYCLE-CONTROL - ONE RECORD PER NIGHTLY CYCLE: WHERE EACH STEP
000723* STANDS AND THE CONDITION CODE IT ENDED WITH
000724*----------------------------------------------------------------
000725 FD  CYCLE-CONTROL
000726     LABEL RECORDS ARE STANDARD.
000727     COPY CYCLECTL.
000728
000730 WORKING-STORAGE SECTION.
000740*----------------------------------------------------------------
000750* FILE STATUS SWITCHES
000810         88  WS-AUDIT-LOG-OK VALUE '00'.
000820     05  WS-PARM-FILE-STATUS PIC X(02).
000830         88  WS-PARM-FILE-OK VALUE '00'.
000833     05  WS-CYCLE-CONTROL-STATUS PIC X(02).
000836         88  WS-CYCLE-CONTROL-OK VALUE '00'.
000840
000850*----------------------------------------------------------------
000860* END-OF-FILE SWITCH
000880 01  WS-SWITCHES.
000890     05  WS-MASTER-EOF-SW PIC X(01) VALUE 'N'.
000900         88  WS-END-OF-MASTER VALUE 'Y'.
000901     05  WS-CYCLE-EOF-SW PIC X(01) VALUE 'N'.
000902         88  WS-END-OF-CYCLE-CONTROL VALUE 'Y'.
000903     05  WS-CYCLE-SW PIC X(01) VALUE 'N'.
000904         88  WS-CYCLE-STARTED VALUE 'S'.
000905         88  WS-CYCLE-REFUSED VALUE 'R'.
000910
000920*----------------------------------------------------------------
000930* PARM-CARD WORK AREA - SAME DEFAULTS AS THE BATCH RUN
001010     05  FILLER PIC 9(03) VALUE 10.
001020     05  FILLER PIC 9(08) VALUE ZERO.
001030     05  FILLER PIC X(01) VALUE SPACE.
001035     05  FILLER PIC X(01) VALUE SPACE.
001040
001050 01  WS-PARM-CARD.
001060     05  WS-PROJECTION-YEARS OCCURS 4 TIMES PIC 9(03).
001080     05  WS-MAX-REJECT-PCT PIC 9(03).
001090     05  WS-BUSINESS-DATE PIC 9(08).
001100     05  WS-FORCE-RERUN-SW PIC X(01).
001105     05  WS-UPDATE-MODE-SW PIC X(01).
001110
001120*----------------------------------------------------------------
001130* DERIVE-AGE WORK AREA - THE RUN'S AS-OF DATE AND THE PARTS OF
001520     05  WS-INTO-40-TO-64-CTR PIC 9(07) COMP VALUE ZERO.
001530     05  WS-INTO-65-PLUS-CTR PIC 9(07) COMP VALUE ZERO.
001540
001541*----------------------------------------------------------------
001542* CYCLE-CONTROL WORK AREA - THIS JOB'S STEP IN THE NIGHTLY CYCLE,
001543* THE STEP THAT MUST HAVE FINISHED CLEAN BEFORE IT, AND THE
001544* BUSINESS DATE OF THE CYCLE IT IS RUNNING IN
001545*----------------------------------------------------------------
001546 01  WS-CYCLE-WORK.
001547     05  WS-CYCLE-STEP PIC 9(01) VALUE 3.
001548     05  WS-CYCLE-PRIOR-STEP PIC 9(01) VALUE 2.
001549     05  WS-CYCLE-NEXT-STEP PIC 9(01) VALUE 4.
001550     05  WS-CYCLE-PRIOR-JOB PIC X(08) VALUE "RESELACK".
001551     05  WS-CYCLE-DATE PIC 9(08) VALUE ZERO.
001552     05  WS-LAST-CYCLE-DATE PIC 9(08) VALUE ZERO.
001553     05  WS-CYCLE-SUB PIC 9(01) COMP.
001554     05  WS-CYCLE-TIMESTAMP PIC X(21).
001555
001556 PROCEDURE DIVISION.
001560*----------------------------------------------------------------
001570* MAINLINE - RUN THE CODE AS PERFORMED PARAGRAPHS
001580*----------------------------------------------------------------
001590 0000-MAINLINE.
001591     PERFORM CHECK-CYCLE-CONTROL
001592     IF NOT WS-CYCLE-REFUSED
001593         PERFORM ROLL-MASTER-AGES
001594     END-IF
001595     IF WS-CYCLE-STARTED
001596         PERFORM POST-CYCLE-CONTROL
001597     END-IF
001598     GOBACK.
001599
001600*----------------------------------------------------------------
001601* ROLL-MASTER-AGES - SWEEP THE MASTER, RE-DERIVING EVERY STORED
001602* AGE AS OF THE RUN DATE
001603*----------------------------------------------------------------
001604 ROLL-MASTER-AGES.
001605     OPEN I-O USER-MASTER
001610     IF NOT WS-USER-MASTER-OK
001620         DISPLAY "ERROR OPENING USER-MASTER, STATUS="
001630             WS-USER-MASTER-STATUS
001800         UNTIL WS-END-OF-MASTER
001810     PERFORM SHOW-CONTROL-TOTALS
001820     CLOSE AUDIT-LOG
001830     CLOSE USER-MASTER.
001850
001860*----------------------------------------------------------------
001870* LOAD-PARM-CARD - THE SAME PROJECTION HORIZONS THE BATCH USES
003370     MOVE UM-NEW-AGE TO AL-NEW-AGE
003380     MOVE WS-ASOF-CCYYMMDD TO AL-BUSINESS-DATE
003390     MOVE 'R' TO AL-ACTION
003395     MOVE SPACE TO AL-MERGED-ID
003396     MOVE SPACE TO AL-REQUESTED-BY
003397     MOVE SPACE TO AL-APPROVED-BY
003400     WRITE AL-AUDIT-RECORD
003410     IF NOT WS-AUDIT-LOG-OK
003420         DISPLAY "ERROR WRITING AUDIT-LOG, STATUS="
003650         AND RETURN-CODE < 4
003660         MOVE 4 TO RETURN-CODE
003670     END-IF.
003680
003690*----------------------------------------------------------------
003700* CHECK-CYCLE-CONTROL - FIND TONIGHT'S CYCLE AND REFUSE TO RUN
003710* (RC=20) UNLESS THE STEP BEFORE THIS ONE FINISHED CLEAN AND THIS
003720* ONE HAS NOT ALREADY. A RUN ALLOWED THROUGH IS MARKED STARTED
003730*----------------------------------------------------------------
003740 CHECK-CYCLE-CONTROL.
003750     OPEN I-O CYCLE-CONTROL
003760     IF NOT WS-CYCLE-CONTROL-OK
003770         DISPLAY "ERROR OPENING CYCLE-CONTROL, STATUS="
003780             WS-CYCLE-CONTROL-STATUS
003790         SET WS-CYCLE-REFUSED TO TRUE
003800     ELSE
003810         PERFORM FIND-LAST-CYCLE
003820         IF WS-LAST-CYCLE-DATE = ZERO
003830             DISPLAY "NO NIGHTLY CYCLE OPEN ON CYCLE-CONTROL"
003840             SET WS-CYCLE-REFUSED TO TRUE
003850         ELSE
003860             MOVE WS-LAST-CYCLE-DATE TO WS-CYCLE-DATE
003870             PERFORM CHECK-CYCLE-PREREQUISITE
003880         END-IF
003890         IF NOT WS-CYCLE-REFUSED
003900             PERFORM MARK-CYCLE-STEP-STARTED
003910         END-IF
003920         CLOSE CYCLE-CONTROL
003930     END-IF
003940     IF WS-CYCLE-REFUSED
003950         DISPLAY "OUT OF NIGHTLY CYCLE ORDER, RUN REFUSED"
003960         MOVE 20 TO RETURN-CODE
003970     END-IF.
003980
003990*----------------------------------------------------------------
004000* FIND-LAST-CYCLE - BROWSE CYCLE-CONTROL TO ITS LATEST BUSINESS
004010* DATE, THE CYCLE NOW RUNNING. AN EMPTY FILE LEAVES ZERO
004020*----------------------------------------------------------------
004030 FIND-LAST-CYCLE.
004040     MOVE ZERO TO WS-LAST-CYCLE-DATE
004050     MOVE ZERO TO CC-BUSINESS-DATE
004060     MOVE 'N' TO WS-CYCLE-EOF-SW
004070     START CYCLE-CONTROL KEY IS NOT LESS THAN CC-BUSINESS-DATE
004080         INVALID KEY
004090         SET WS-END-OF-CYCLE-CONTROL TO TRUE
004100     END-START
004110     PERFORM READ-NEXT-CYCLE
004120         UNTIL WS-END-OF-CYCLE-CONTROL.
004130
004140*----------------------------------------------------------------
004150* READ-NEXT-CYCLE - STEP TO THE NEXT CYCLE ON CYCLE-CONTROL
004160*----------------------------------------------------------------
004170 READ-NEXT-CYCLE.
004180     READ CYCLE-CONTROL NEXT RECORD
004190         AT END
004200         SET WS-END-OF-CYCLE-CONTROL TO TRUE
004210         NOT AT END
004220         MOVE CC-BUSINESS-DATE TO WS-LAST-CYCLE-DATE
004230     END-READ.
004240
004250*----------------------------------------------------------------
004260* CHECK-CYCLE-PREREQUISITE - THE STEP BEFORE MUST BE COMPLETE AT
004270* RC=4 OR BELOW, OR BYPASSED. THIS STEP MUST NOT ALREADY BE
004280* COMPLETE CLEAN: A FINISHED CYCLE MEANS RESELWLD HAS NOT YET
004290* OPENED TONIGHT'S, AND A DELIBERATE RERUN IS FIRST RESET ON
004300* THE CYCLE STATUS RUN (RESELCYC)
004310*----------------------------------------------------------------
004320 CHECK-CYCLE-PREREQUISITE.
004330     MOVE WS-CYCLE-DATE TO CC-BUSINESS-DATE
004340     READ CYCLE-CONTROL
004350         INVALID KEY
004360         DISPLAY "ERROR READING CYCLE-CONTROL, STATUS="
004370             WS-CYCLE-CONTROL-STATUS
004380         SET WS-CYCLE-REFUSED TO TRUE
004390     END-READ
004400     IF NOT WS-CYCLE-REFUSED
004410         IF CC-STEP-BYPASSED (WS-CYCLE-PRIOR-STEP)
004420             OR (CC-STEP-COMPLETE (WS-CYCLE-PRIOR-STEP)
004430                 AND CC-STEP-RC (WS-CYCLE-PRIOR-STEP) NOT > 4)
004440             IF CC-STEP-COMPLETE (WS-CYCLE-STEP)
004450                 AND CC-STEP-RC (WS-CYCLE-STEP) NOT > 4
004460                 DISPLAY "STEP ALREADY COMPLETE CLEAN FOR "
004470                     "BUSINESS DATE " WS-CYCLE-DATE
004480                 SET WS-CYCLE-REFUSED TO TRUE
004490             END-IF
004500         ELSE
004510             DISPLAY WS-CYCLE-PRIOR-JOB " NOT COMPLETE CLEAN FOR "
004520                 "BUSINESS DATE " WS-CYCLE-DATE
004530             SET WS-CYCLE-REFUSED TO TRUE
004540         END-IF
004550     END-IF.
004560
004570*----------------------------------------------------------------
004580* MARK-CYCLE-STEP-STARTED - STAMP THIS STEP STARTED AND CLEAR THE
004590* STEPS AFTER IT, WHOSE RESULTS NO LONGER STAND ONCE THIS ONE
004600* RUNS AGAIN. A STEP THE OPERATOR BYPASSED STAYS BYPASSED
004610*----------------------------------------------------------------
004620 MARK-CYCLE-STEP-STARTED.
004630     MOVE FUNCTION CURRENT-DATE TO WS-CYCLE-TIMESTAMP
004640     SET CC-STEP-STARTED (WS-CYCLE-STEP) TO TRUE
004650     MOVE ZERO TO CC-STEP-RC (WS-CYCLE-STEP)
004660     MOVE WS-CYCLE-TIMESTAMP (1:14)
004670         TO CC-STEP-STARTED-AT (WS-CYCLE-STEP)
004680     MOVE SPACE TO CC-STEP-ENDED-AT (WS-CYCLE-STEP)
004690     PERFORM CLEAR-CYCLE-STEP
004700         VARYING WS-CYCLE-SUB FROM WS-CYCLE-NEXT-STEP BY 1
004710         UNTIL WS-CYCLE-SUB > 6
004720     REWRITE CC-CYCLE-RECORD
004730         INVALID KEY
004740         DISPLAY "ERROR REWRITING CYCLE-CONTROL, STATUS="
004750             WS-CYCLE-CONTROL-STATUS
004760         SET WS-CYCLE-REFUSED TO TRUE
004770         NOT INVALID KEY
004780         SET WS-CYCLE-STARTED TO TRUE
004790         DISPLAY "NIGHTLY CYCLE " WS-CYCLE-DATE " STEP "
004800             WS-CYCLE-STEP " STARTED"
004810     END-REWRITE.
004820
004830*----------------------------------------------------------------
004840* CLEAR-CYCLE-STEP - RESET ONE LATER STEP TO NOT RUN
004850*----------------------------------------------------------------
004860 CLEAR-CYCLE-STEP.
004870     IF NOT CC-STEP-BYPASSED (WS-CYCLE-SUB)
004880         MOVE SPACE TO CC-STEP-ENTRY (WS-CYCLE-SUB)
004890         MOVE ZERO TO CC-STEP-RC (WS-CYCLE-SUB)
004900     END-IF.
004910
004920*----------------------------------------------------------------
004930* POST-CYCLE-CONTROL - RECORD THIS STEP COMPLETE ON TONIGHT'S
004940* CYCLE WITH THE CONDITION CODE THE RUN IS ENDING ON
004950*----------------------------------------------------------------
004960 POST-CYCLE-CONTROL.
004970     OPEN I-O CYCLE-CONTROL
004980     IF NOT WS-CYCLE-CONTROL-OK
004990         DISPLAY "ERROR OPENING CYCLE-CONTROL, STATUS="
005000             WS-CYCLE-CONTROL-STATUS
005010         IF RETURN-CODE < 12
005020             MOVE 12 TO RETURN-CODE
005030         END-IF
005040     ELSE
005050         MOVE WS-CYCLE-DATE TO CC-BUSINESS-DATE
005060         READ CYCLE-CONTROL
005070             INVALID KEY
005080             DISPLAY "ERROR READING CYCLE-CONTROL, STATUS="
005090                 WS-CYCLE-CONTROL-STATUS
005100             IF RETURN-CODE < 12
005110                 MOVE 12 TO RETURN-CODE
005120             END-IF
005130             NOT INVALID KEY
005140             PERFORM MARK-CYCLE-STEP-COMPLETE
005150         END-READ
005160         CLOSE CYCLE-CONTROL
005170     END-IF.
005180
005190*----------------------------------------------------------------
005200* MARK-CYCLE-STEP-COMPLETE - STAMP THIS STEP COMPLETE WITH ITS
005210* CONDITION CODE, WHICH DECIDES WHETHER THE NEXT STEP MAY RUN
005220*----------------------------------------------------------------
005230 MARK-CYCLE-STEP-COMPLETE.
005240     MOVE FUNCTION CURRENT-DATE TO WS-CYCLE-TIMESTAMP
005250     SET CC-STEP-COMPLETE (WS-CYCLE-STEP) TO TRUE
005260     MOVE RETURN-CODE TO CC-STEP-RC (WS-CYCLE-STEP)
005270     MOVE WS-CYCLE-TIMESTAMP (1:14)
005280         TO CC-STEP-ENDED-AT (WS-CYCLE-STEP)
005290     REWRITE CC-CYCLE-RECORD
005300         INVALID KEY
005310         DISPLAY "ERROR REWRITING CYCLE-CONTROL, STATUS="
005320             WS-CYCLE-CONTROL-STATUS
005330         IF RETURN-CODE < 12
005340             MOVE 12 TO RETURN-CODE
005350         END-IF
005360         NOT INVALID KEY
005370         DISPLAY "NIGHTLY CYCLE " WS-CYCLE-DATE " STEP "
005376             WS-CYCLE-STEP " COMPLETE, RC="
005382             CC-STEP-RC (WS-CYCLE-STEP)
005390     END-REWRITE.
005400 END PROGRAM RESEL-AGEROLL.
