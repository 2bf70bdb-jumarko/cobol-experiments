000150*                 TRANS-FILE CARRIES, SO A CORRUPTED CLUSTER CAN
000160*                 BE RESTORED TO A KNOWN POINT AND ROLLED
000170*                 FORWARD FROM THE AUDIT TRAIL.
000171* 2026-10-07 JR   THE RUN NOW TAKES ITS PLACE IN THE NIGHTLY CYCLE
000172*                 ON THE NEW CYCLECTL FILE: IT REFUSES TO START
000173*                 (RC=20) UNLESS RESELVFY FINISHED CLEAN FOR THE
000174*                 CURRENT CYCLE, MARKS ITS OWN STEP STARTED ON THE
000175*                 WAY IN, AND COMPLETE WITH ITS CONDITION CODE ON
000176*                 THE WAY OUT.
000180*----------------------------------------------------------------
000190
000200 ENVIRONMENT DIVISION.
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-SNAPSHOT-OUT-STATUS.
000340
000341     SELECT CYCLE-CONTROL ASSIGN TO "CYCLECTL"
000342         ORGANIZATION IS INDEXED
000343         ACCESS MODE IS DYNAMIC
000344         RECORD KEY IS CC-BUSINESS-DATE
000345         FILE STATUS IS WS-CYCLE-CONTROL-STATUS.
000346
000350 DATA DIVISION.
000360 FILE SECTION.
000370*----------------------------------------------------------------
000610         10  SN-DETAIL-COUNT PIC 9(07).
000620         10  FILLER PIC X(54).
000630
000631*----------------------------------------------------------------
000632* CYCLE-CONTROL - ONE RECORD PER NIGHTLY CYCLE: WHERE EACH STEP
000633* STANDS AND THE CONDITION CODE IT ENDED WITH
000634*----------------------------------------------------------------
000635 FD  CYCLE-CONTROL
000636     LABEL RECORDS ARE STANDARD.
000637     COPY CYCLECTL.
000638
000640 WORKING-STORAGE SECTION.
000650*----------------------------------------------------------------
000660* FILE STATUS SWITCHES
000700         88  WS-USER-MASTER-OK VALUES '00' '02'.
000710     05  WS-SNAPSHOT-OUT-STATUS PIC X(02).
000720         88  WS-SNAPSHOT-OUT-OK VALUE '00'.
000723     05  WS-CYCLE-CONTROL-STATUS PIC X(02).
000726         88  WS-CYCLE-CONTROL-OK VALUE '00'.
000730
000740*----------------------------------------------------------------
000750* END-OF-FILE SWITCH
000770 01  WS-SWITCHES.
000780     05  WS-MASTER-EOF-SW PIC X(01) VALUE 'N'.
000790         88  WS-END-OF-MASTER VALUE 'Y'.
000791     05  WS-CYCLE-EOF-SW PIC X(01) VALUE 'N'.
000792         88  WS-END-OF-CYCLE-CONTROL VALUE 'Y'.
000793     05  WS-CYCLE-SW PIC X(01) VALUE 'N'.
000794         88  WS-CYCLE-STARTED VALUE 'S'.
000795         88  WS-CYCLE-REFUSED VALUE 'R'.
000800
000810*----------------------------------------------------------------
000820* CONTROL TOTALS - IN MUST EQUAL OUT OR THE SNAPSHOT IS NO GOOD
000910*----------------------------------------------------------------
000920 01  WS-SNAPSHOT-TS PIC X(21).
000930
000931*----------------------------------------------------------------
000932* CYCLE-CONTROL WORK AREA - THIS JOB'S STEP IN THE NIGHTLY CYCLE,
000933* THE STEP THAT MUST HAVE FINISHED CLEAN BEFORE IT, AND THE
000934* BUSINESS DATE OF THE CYCLE IT IS RUNNING IN
000935*----------------------------------------------------------------
000936 01  WS-CYCLE-WORK.
000937     05  WS-CYCLE-STEP PIC 9(01) VALUE 6.
000938     05  WS-CYCLE-PRIOR-STEP PIC 9(01) VALUE 5.
000939     05  WS-CYCLE-NEXT-STEP PIC 9(01) VALUE 7.
000940     05  WS-CYCLE-PRIOR-JOB PIC X(08) VALUE "RESELVFY".
000941     05  WS-CYCLE-DATE PIC 9(08) VALUE ZERO.
000942     05  WS-LAST-CYCLE-DATE PIC 9(08) VALUE ZERO.
000943     05  WS-CYCLE-SUB PIC 9(01) COMP.
000944     05  WS-CYCLE-TIMESTAMP PIC X(21).
000945
000946 PROCEDURE DIVISION.
000950*----------------------------------------------------------------
000960* MAINLINE - RUN THE CODE AS PERFORMED PARAGRAPHS
000970*----------------------------------------------------------------
000980 0000-MAINLINE.
000981     PERFORM CHECK-CYCLE-CONTROL
000982     IF NOT WS-CYCLE-REFUSED
000983         PERFORM UNLOAD-USER-MASTER
000984     END-IF
000985     IF WS-CYCLE-STARTED
000986         PERFORM POST-CYCLE-CONTROL
000987     END-IF
000988     GOBACK.
000989
000990*----------------------------------------------------------------
000991* UNLOAD-USER-MASTER - UNLOAD THE WHOLE MASTER UNDER A
000992* TIMESTAMPED HEADER AND A COUNTED TRAILER
000993*----------------------------------------------------------------
000994 UNLOAD-USER-MASTER.
000995     OPEN INPUT USER-MASTER
001000     IF NOT WS-USER-MASTER-OK
001010         DISPLAY "ERROR OPENING USER-MASTER, STATUS="
001020             WS-USER-MASTER-STATUS
001190     END-IF
001200     PERFORM SHOW-CONTROL-TOTALS
001210     CLOSE SNAPSHOT-OUT
001220     CLOSE USER-MASTER.
001240
001250*----------------------------------------------------------------
001260* WRITE-SNAPSHOT-HEADER - LABEL THE SNAPSHOT WITH THE MOMENT IT
002070         DISPLAY "RECORD COUNTS DO NOT BALANCE, SNAPSHOT NO GOOD"
002080         MOVE 16 TO RETURN-CODE
002090     END-IF.
002100
002110*----------------------------------------------------------------
002120* CHECK-CYCLE-CONTROL - FIND TONIGHT'S CYCLE AND REFUSE TO RUN
002130* (RC=20) UNLESS THE STEP BEFORE THIS ONE FINISHED CLEAN AND THIS
002140* ONE HAS NOT ALREADY. A RUN ALLOWED THROUGH IS MARKED STARTED
002150*----------------------------------------------------------------
002160 CHECK-CYCLE-CONTROL.
002170     OPEN I-O CYCLE-CONTROL
002180     IF NOT WS-CYCLE-CONTROL-OK
002190         DISPLAY "ERROR OPENING CYCLE-CONTROL, STATUS="
002200             WS-CYCLE-CONTROL-STATUS
002210         SET WS-CYCLE-REFUSED TO TRUE
002220     ELSE
002230         PERFORM FIND-LAST-CYCLE
002240         IF WS-LAST-CYCLE-DATE = ZERO
002250             DISPLAY "NO NIGHTLY CYCLE OPEN ON CYCLE-CONTROL"
002260             SET WS-CYCLE-REFUSED TO TRUE
002270         ELSE
002280             MOVE WS-LAST-CYCLE-DATE TO WS-CYCLE-DATE
002290             PERFORM CHECK-CYCLE-PREREQUISITE
002300         END-IF
002310         IF NOT WS-CYCLE-REFUSED
002320             PERFORM MARK-CYCLE-STEP-STARTED
002330         END-IF
002340         CLOSE CYCLE-CONTROL
002350     END-IF
002360     IF WS-CYCLE-REFUSED
002370         DISPLAY "OUT OF NIGHTLY CYCLE ORDER, RUN REFUSED"
002380         MOVE 20 TO RETURN-CODE
002390     END-IF.
002400
002410*----------------------------------------------------------------
002420* FIND-LAST-CYCLE - BROWSE CYCLE-CONTROL TO ITS LATEST BUSINESS
002430* DATE, THE CYCLE NOW RUNNING. AN EMPTY FILE LEAVES ZERO
002440*----------------------------------------------------------------
002450 FIND-LAST-CYCLE.
002460     MOVE ZERO TO WS-LAST-CYCLE-DATE
002470     MOVE ZERO TO CC-BUSINESS-DATE
002480     MOVE 'N' TO WS-CYCLE-EOF-SW
002490     START CYCLE-CONTROL KEY IS NOT LESS THAN CC-BUSINESS-DATE
002500         INVALID KEY
002510         SET WS-END-OF-CYCLE-CONTROL TO TRUE
002520     END-START
002530     PERFORM READ-NEXT-CYCLE
002540         UNTIL WS-END-OF-CYCLE-CONTROL.
002550
002560*----------------------------------------------------------------
002570* READ-NEXT-CYCLE - STEP TO THE NEXT CYCLE ON CYCLE-CONTROL
002580*----------------------------------------------------------------
002590 READ-NEXT-CYCLE.
002600     READ CYCLE-CONTROL NEXT RECORD
002610         AT END
002620         SET WS-END-OF-CYCLE-CONTROL TO TRUE
002630         NOT AT END
002640         MOVE CC-BUSINESS-DATE TO WS-LAST-CYCLE-DATE
002650     END-READ.
002660
002670*----------------------------------------------------------------
002680* CHECK-CYCLE-PREREQUISITE - THE STEP BEFORE MUST BE COMPLETE AT
002690* RC=4 OR BELOW, OR BYPASSED. THIS STEP MUST NOT ALREADY BE
002700* COMPLETE CLEAN: A FINISHED CYCLE MEANS RESELWLD HAS NOT YET
002710* OPENED TONIGHT'S, AND A DELIBERATE RERUN IS FIRST RESET ON
002720* THE CYCLE STATUS RUN (RESELCYC)
002730*----------------------------------------------------------------
002740 CHECK-CYCLE-PREREQUISITE.
002750     MOVE WS-CYCLE-DATE TO CC-BUSINESS-DATE
002760     READ CYCLE-CONTROL
002770         INVALID KEY
002780         DISPLAY "ERROR READING CYCLE-CONTROL, STATUS="
002790             WS-CYCLE-CONTROL-STATUS
002800         SET WS-CYCLE-REFUSED TO TRUE
002810     END-READ
002820     IF NOT WS-CYCLE-REFUSED
002830         IF CC-STEP-BYPASSED (WS-CYCLE-PRIOR-STEP)
002840             OR (CC-STEP-COMPLETE (WS-CYCLE-PRIOR-STEP)
002850                 AND CC-STEP-RC (WS-CYCLE-PRIOR-STEP) NOT > 4)
002860             IF CC-STEP-COMPLETE (WS-CYCLE-STEP)
002870                 AND CC-STEP-RC (WS-CYCLE-STEP) NOT > 4
002880                 DISPLAY "STEP ALREADY COMPLETE CLEAN FOR "
002890                     "BUSINESS DATE " WS-CYCLE-DATE
002900                 SET WS-CYCLE-REFUSED TO TRUE
002910             END-IF
002920         ELSE
002930             DISPLAY WS-CYCLE-PRIOR-JOB " NOT COMPLETE CLEAN FOR "
002940                 "BUSINESS DATE " WS-CYCLE-DATE
002950             SET WS-CYCLE-REFUSED TO TRUE
002960         END-IF
002970     END-IF.
002980
002990*----------------------------------------------------------------
003000* MARK-CYCLE-STEP-STARTED - STAMP THIS STEP STARTED AND CLEAR THE
003010* STEPS AFTER IT, WHOSE RESULTS NO LONGER STAND ONCE THIS ONE
003020* RUNS AGAIN. A STEP THE OPERATOR BYPASSED STAYS BYPASSED
003030*----------------------------------------------------------------
003040 MARK-CYCLE-STEP-STARTED.
003050     MOVE FUNCTION CURRENT-DATE TO WS-CYCLE-TIMESTAMP
003060     SET CC-STEP-STARTED (WS-CYCLE-STEP) TO TRUE
003070     MOVE ZERO TO CC-STEP-RC (WS-CYCLE-STEP)
003080     MOVE WS-CYCLE-TIMESTAMP (1:14)
003090         TO CC-STEP-STARTED-AT (WS-CYCLE-STEP)
003100     MOVE SPACE TO CC-STEP-ENDED-AT (WS-CYCLE-STEP)
003110     PERFORM CLEAR-CYCLE-STEP
003120         VARYING WS-CYCLE-SUB FROM WS-CYCLE-NEXT-STEP BY 1
003130         UNTIL WS-CYCLE-SUB > 6
003140     REWRITE CC-CYCLE-RECORD
003150         INVALID KEY
003160         DISPLAY "ERROR REWRITING CYCLE-CONTROL, STATUS="
003170             WS-CYCLE-CONTROL-STATUS
003180         SET WS-CYCLE-REFUSED TO TRUE
003190         NOT INVALID KEY
003200         SET WS-CYCLE-STARTED TO TRUE
003210         DISPLAY "NIGHTLY CYCLE " WS-CYCLE-DATE " STEP "
003220             WS-CYCLE-STEP " STARTED"
003230     END-REWRITE.
003240
003250*----------------------------------------------------------------
003260* CLEAR-CYCLE-STEP - RESET ONE LATER STEP TO NOT RUN
003270*----------------------------------------------------------------
003280 CLEAR-CYCLE-STEP.
003290     IF NOT CC-STEP-BYPASSED (WS-CYCLE-SUB)
003300         MOVE SPACE TO CC-STEP-ENTRY (WS-CYCLE-SUB)
003310         MOVE ZERO TO CC-STEP-RC (WS-CYCLE-SUB)
003320     END-IF.
003330
003340*----------------------------------------------------------------
003350* POST-CYCLE-CONTROL - RECORD THIS STEP COMPLETE ON TONIGHT'S
003360* CYCLE WITH THE CONDITION CODE THE RUN IS ENDING ON
003370*----------------------------------------------------------------
003380 POST-CYCLE-CONTROL.
003390     OPEN I-O CYCLE-CONTROL
003400     IF NOT WS-CYCLE-CONTROL-OK
003410         DISPLAY "ERROR OPENING CYCLE-CONTROL, STATUS="
003420             WS-CYCLE-CONTROL-STATUS
003430         IF RETURN-CODE < 12
003440             MOVE 12 TO RETURN-CODE
003450         END-IF
003460     ELSE
003470         MOVE WS-CYCLE-DATE TO CC-BUSINESS-DATE
003480         READ CYCLE-CONTROL
003490             INVALID KEY
003500             DISPLAY "ERROR READING CYCLE-CONTROL, STATUS="
003510                 WS-CYCLE-CONTROL-STATUS
003520             IF RETURN-CODE < 12
003530                 MOVE 12 TO RETURN-CODE
003540             END-IF
003550             NOT INVALID KEY
003560             PERFORM MARK-CYCLE-STEP-COMPLETE
003570         END-READ
003580         CLOSE CYCLE-CONTROL
003590     END-IF.
003600
003610*----------------------------------------------------------------
003620* MARK-CYCLE-STEP-COMPLETE - STAMP THIS STEP COMPLETE WITH ITS
003630* CONDITION CODE, WHICH DECIDES WHETHER THE NEXT STEP MAY RUN
003640*----------------------------------------------------------------
003650 MARK-CYCLE-STEP-COMPLETE.
003660     MOVE FUNCTION CURRENT-DATE TO WS-CYCLE-TIMESTAMP
003670     SET CC-STEP-COMPLETE (WS-CYCLE-STEP) TO TRUE
003680     MOVE RETURN-CODE TO CC-STEP-RC (WS-CYCLE-STEP)
003690     MOVE WS-CYCLE-TIMESTAMP (1:14)
003700         TO CC-STEP-ENDED-AT (WS-CYCLE-STEP)
003710     REWRITE CC-CYCLE-RECORD
003720         INVALID KEY
003730         DISPLAY "ERROR REWRITING CYCLE-CONTROL, STATUS="
003740             WS-CYCLE-CONTROL-STATUS
003750         IF RETURN-CODE < 12
003760             MOVE 12 TO RETURN-CODE
003770         END-IF
003780         NOT INVALID KEY
003790         DISPLAY "NIGHTLY CYCLE " WS-CYCLE-DATE " STEP "
003796             WS-CYCLE-STEP " COMPLETE, RC="
003802             CC-STEP-RC (WS-CYCLE-STEP)
003810     END-REWRITE.
003820 END PROGRAM RESEL-SNAPSHOT.
