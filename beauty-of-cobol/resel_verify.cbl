000220*                 ERRORS, 16 COUNT RECONCILIATION FAILURE, SO
000230*                 THE SCHEDULER CAN HOLD THE OUTFEED-DEPENDENT
000240*                 JOBS WHEN THE MASTER FAILS VERIFICATION.
000243* 2026-09-16 JR   A MERGE RUN (MODE 'M') ONLY DELETES, SO LIKE AN
000246*                 ERASURE IT IS LEFT OUT OF THE EARLIEST-RUN DATE.
000247* 2026-10-07 JR   THE RUN NOW TAKES ITS PLACE IN THE NIGHTLY CYCLE
000248*                 ON THE NEW CYCLECTL FILE: IT REFUSES TO START
000249*                 (RC=20) UNLESS RESELCHS FINISHED CLEAN FOR THE
000250*                 CURRENT CYCLE, MARKS ITS OWN STEP STARTED ON THE
000251*                 WAY IN, AND COMPLETE WITH ITS CONDITION CODE ON
000252*                 THE WAY OUT.
000253* 2026-10-13 JR   THE PARM CARD GREW PC-UPDATE-MODE, WHICH SELECTS
000254*                 A SEQUENTIAL UPDATE FOR THE NIGHTLY EXTRACT -
000255*                 CARRIED HERE SO THE CARD LAYOUTS STAY IN STEP.
000256*----------------------------------------------------------------
000260
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-VERIFY-RPT-STATUS.
000490
000491     SELECT CYCLE-CONTROL ASSIGN TO "CYCLECTL"
000492         ORGANIZATION IS INDEXED
000493         ACCESS MODE IS DYNAMIC
000494         RECORD KEY IS CC-BUSINESS-DATE
000495         FILE STATUS IS WS-CYCLE-CONTROL-STATUS.
000496
000500 DATA DIVISION.
000510 FILE SECTION.
000520*----------------------------------------------------------------
000760     05  PC-MAX-REJECT-PCT PIC 9(03).
000770     05  PC-BUSINESS-DATE PIC 9(08).
000780     05  PC-FORCE-RERUN PIC X(01).
000785     05  PC-UPDATE-MODE PIC X(01).
000790
000800*----------------------------------------------------------------
000810* VERIFY-RPT - ONE LINE PER DISCREPANCY, THEN THE SUMMARY
000840     LABEL RECORDS ARE STANDARD.
000850 01  VR-REPORT-LINE PIC X(80).
000860
000861*----------------------------------------------------------------
000862* CYCLE-CONTROL - ONE RECORD PER NIGHTLY CYCLE: WHERE EACH STEP
000863* STANDS AND THE CONDITION CODE IT ENDED WITH
000864*----------------------------------------------------------------
000865 FD  CYCLE-CONTROL
000866     LABEL RECORDS ARE STANDARD.
000867     COPY CYCLECTL.
000868
000870 WORKING-STORAGE SECTION.
000880*----------------------------------------------------------------
000890* FILE STATUS SWITCHES
000970         88  WS-PARM-FILE-OK VALUE '00'.
000980     05  WS-VERIFY-RPT-STATUS PIC X(02).
000990         88  WS-VERIFY-RPT-OK VALUE '00'.
000993     05  WS-CYCLE-CONTROL-STATUS PIC X(02).
000996         88  WS-CYCLE-CONTROL-OK VALUE '00'.
001000
001010*----------------------------------------------------------------
001020* END-OF-FILE AND RECORD SWITCHES
001100         88  WS-REGISTRY-SEEN VALUE 'Y'.
001110     05  WS-RECORD-CLEAN-SW PIC X(01).
001120         88  WS-RECORD-CLEAN VALUE 'Y'.
001121     05  WS-CYCLE-EOF-SW PIC X(01) VALUE 'N'.
001122         88  WS-END-OF-CYCLE-CONTROL VALUE 'Y'.
001123     05  WS-CYCLE-SW PIC X(01) VALUE 'N'.
001124         88  WS-CYCLE-STARTED VALUE 'S'.
001125         88  WS-CYCLE-REFUSED VALUE 'R'.
001130
001140*----------------------------------------------------------------
001150* PARM-CARD WORK AREA - SAME DEFAULTS AS THE BATCH RUN
001230     05  FILLER PIC 9(03) VALUE 10.
001240     05  FILLER PIC 9(08) VALUE ZERO.
001250     05  FILLER PIC X(01) VALUE SPACE.
001255     05  FILLER PIC X(01) VALUE SPACE.
001260
001270 01  WS-PARM-CARD.
001280     05  WS-PROJECTION-YEARS OCCURS 4 TIMES PIC 9(03).
001300     05  WS-MAX-REJECT-PCT PIC 9(03).
001310     05  WS-BUSINESS-DATE PIC 9(08).
001320     05  WS-FORCE-RERUN-SW PIC X(01).
001325     05  WS-UPDATE-MODE-SW PIC X(01).
001330
001340*----------------------------------------------------------------
001350* DERIVE-AGE WORK AREA - THE AS-OF DATE AND THE PARTS OF THE
001950     05  WS-SL-LABEL PIC X(24).
001960     05  WS-SL-COUNT PIC Z,ZZZ,ZZ9.
001970
001971*----------------------------------------------------------------
001972* CYCLE-CONTROL WORK AREA - THIS JOB'S STEP IN THE NIGHTLY CYCLE,
001973* THE STEP THAT MUST HAVE FINISHED CLEAN BEFORE IT, AND THE
001974* BUSINESS DATE OF THE CYCLE IT IS RUNNING IN
001975*----------------------------------------------------------------
001976 01  WS-CYCLE-WORK.
001977     05  WS-CYCLE-STEP PIC 9(01) VALUE 5.
001978     05  WS-CYCLE-PRIOR-STEP PIC 9(01) VALUE 4.
001979     05  WS-CYCLE-NEXT-STEP PIC 9(01) VALUE 6.
001980     05  WS-CYCLE-PRIOR-JOB PIC X(08) VALUE "RESELCHS".
001981     05  WS-CYCLE-DATE PIC 9(08) VALUE ZERO.
001982     05  WS-LAST-CYCLE-DATE PIC 9(08) VALUE ZERO.
001983     05  WS-CYCLE-SUB PIC 9(01) COMP.
001984     05  WS-CYCLE-TIMESTAMP PIC X(21).
001985
001986 PROCEDURE DIVISION.
001990*----------------------------------------------------------------
002000* MAINLINE - RUN THE CODE AS PERFORMED PARAGRAPHS
002010*----------------------------------------------------------------
002020 0000-MAINLINE.
002021     PERFORM CHECK-CYCLE-CONTROL
002022     IF NOT WS-CYCLE-REFUSED
002023         PERFORM VERIFY-USER-MASTER
002024     END-IF
002025     IF WS-CYCLE-STARTED
002026         PERFORM POST-CYCLE-CONTROL
002027     END-IF
002028     GOBACK.
002029
002030*----------------------------------------------------------------
002031* VERIFY-USER-MASTER - PROVE EVERY MASTER RECORD AND RECONCILE
002032* THE RECORD COUNT AGAINST THE RUN REGISTRY
002033*----------------------------------------------------------------
002034 VERIFY-USER-MASTER.
002035     OPEN INPUT USER-MASTER
002040     IF NOT WS-USER-MASTER-OK
002050         DISPLAY "ERROR OPENING USER-MASTER, STATUS="
002060             WS-USER-MASTER-STATUS
002250     PERFORM WRITE-SUMMARY
002260     PERFORM SET-VERIFY-RETURN-CODE
002270     CLOSE VERIFY-RPT
002280     CLOSE USER-MASTER.
002300
002310*----------------------------------------------------------------
002320* LOAD-PARM-CARD - THE PROJECTION HORIZON AND THE OPTIONAL
002650* TALLY-REGISTRY-RECORD - ONE REGISTERED RUN INTO THE SUMS.
002652* THE REKEY CONVERSION'S MODE-'L' BASELINE CARRIES THE CUTOVER
002654* COUNT AND DATE; THE FEED-CAPABLE RUNS (BATCH, RESUBMIT AND
002656* INTERACTIVE, BUT NOT AN ERASURE OR A MERGE) SET THE EARLIEST
002658* DATE ANYONE COULD HAVE BEEN FED
002660*----------------------------------------------------------------
002670 TALLY-REGISTRY-RECORD.
002680     READ RUN-REGISTRY
002760             END-IF
002762         ELSE
002763             IF NOT RG-ERASE-RUN
002765                 AND NOT RG-MERGE-RUN
002767                 AND RG-BUSINESS-DATE < WS-EARLIEST-RUN-DATE
002770                 MOVE RG-BUSINESS-DATE TO WS-EARLIEST-RUN-DATE
002780             END-IF
002782         END-IF
005540             MOVE 4 TO RETURN-CODE
005550         END-IF
005560     END-IF.
005570
005580*----------------------------------------------------------------
005590* CHECK-CYCLE-CONTROL - FIND TONIGHT'S CYCLE AND REFUSE TO RUN
005600* (RC=20) UNLESS THE STEP BEFORE THIS ONE FINISHED CLEAN AND THIS
005610* ONE HAS NOT ALREADY. A RUN ALLOWED THROUGH IS MARKED STARTED
005620*----------------------------------------------------------------
005630 CHECK-CYCLE-CONTROL.
005640     OPEN I-O CYCLE-CONTROL
005650     IF NOT WS-CYCLE-CONTROL-OK
005660         DISPLAY "ERROR OPENING CYCLE-CONTROL, STATUS="
005670             WS-CYCLE-CONTROL-STATUS
005680         SET WS-CYCLE-REFUSED TO TRUE
005690     ELSE
005700         PERFORM FIND-LAST-CYCLE
005710         IF WS-LAST-CYCLE-DATE = ZERO
005720             DISPLAY "NO NIGHTLY CYCLE OPEN ON CYCLE-CONTROL"
005730             SET WS-CYCLE-REFUSED TO TRUE
005740         ELSE
005750             MOVE WS-LAST-CYCLE-DATE TO WS-CYCLE-DATE
005760             PERFORM CHECK-CYCLE-PREREQUISITE
005770         END-IF
005780         IF NOT WS-CYCLE-REFUSED
005790             PERFORM MARK-CYCLE-STEP-STARTED
005800         END-IF
005810         CLOSE CYCLE-CONTROL
005820     END-IF
005830     IF WS-CYCLE-REFUSED
005840         DISPLAY "OUT OF NIGHTLY CYCLE ORDER, RUN REFUSED"
005850         MOVE 20 TO RETURN-CODE
005860     END-IF.
005870
005880*----------------------------------------------------------------
005890* FIND-LAST-CYCLE - BROWSE CYCLE-CONTROL TO ITS LATEST BUSINESS
005900* DATE, THE CYCLE NOW RUNNING. AN EMPTY FILE LEAVES ZERO
005910*----------------------------------------------------------------
005920 FIND-LAST-CYCLE.
005930     MOVE ZERO TO WS-LAST-CYCLE-DATE
005940     MOVE ZERO TO CC-BUSINESS-DATE
005950     MOVE 'N' TO WS-CYCLE-EOF-SW
005960     START CYCLE-CONTROL KEY IS NOT LESS THAN CC-BUSINESS-DATE
005970         INVALID KEY
005980         SET WS-END-OF-CYCLE-CONTROL TO TRUE
005990     END-START
006000     PERFORM READ-NEXT-CYCLE
006010         UNTIL WS-END-OF-CYCLE-CONTROL.
006020
006030*----------------------------------------------------------------
006040* READ-NEXT-CYCLE - STEP TO THE NEXT CYCLE ON CYCLE-CONTROL
006050*----------------------------------------------------------------
006060 READ-NEXT-CYCLE.
006070     READ CYCLE-CONTROL NEXT RECORD
006080         AT END
006090         SET WS-END-OF-CYCLE-CONTROL TO TRUE
006100         NOT AT END
006110         MOVE CC-BUSINESS-DATE TO WS-LAST-CYCLE-DATE
006120     END-READ.
006130
006140*----------------------------------------------------------------
006150* CHECK-CYCLE-PREREQUISITE - THE STEP BEFORE MUST BE COMPLETE AT
006160* RC=4 OR BELOW, OR BYPASSED. THIS STEP MUST NOT ALREADY BE
006170* COMPLETE CLEAN: A FINISHED CYCLE MEANS RESELWLD HAS NOT YET
006180* OPENED TONIGHT'S, AND A DELIBERATE RERUN IS FIRST RESET ON
006190* THE CYCLE STATUS RUN (RESELCYC)
006200*----------------------------------------------------------------
006210 CHECK-CYCLE-PREREQUISITE.
006220     MOVE WS-CYCLE-DATE TO CC-BUSINESS-DATE
006230     READ CYCLE-CONTROL
006240         INVALID KEY
006250         DISPLAY "ERROR READING CYCLE-CONTROL, STATUS="
006260             WS-CYCLE-CONTROL-STATUS
006270         SET WS-CYCLE-REFUSED TO TRUE
006280     END-READ
006290     IF NOT WS-CYCLE-REFUSED
006300         IF CC-STEP-BYPASSED (WS-CYCLE-PRIOR-STEP)
006310             OR (CC-STEP-COMPLETE (WS-CYCLE-PRIOR-STEP)
006320                 AND CC-STEP-RC (WS-CYCLE-PRIOR-STEP) NOT > 4)
006330             IF CC-STEP-COMPLETE (WS-CYCLE-STEP)
006340                 AND CC-STEP-RC (WS-CYCLE-STEP) NOT > 4
006350                 DISPLAY "STEP ALREADY COMPLETE CLEAN FOR "
006360                     "BUSINESS DATE " WS-CYCLE-DATE
006370                 SET WS-CYCLE-REFUSED TO TRUE
006380             END-IF
006390         ELSE
006400             DISPLAY WS-CYCLE-PRIOR-JOB " NOT COMPLETE CLEAN FOR "
006410                 "BUSINESS DATE " WS-CYCLE-DATE
006420             SET WS-CYCLE-REFUSED TO TRUE
006430         END-IF
006440     END-IF.
006450
006460*----------------------------------------------------------------
006470* MARK-CYCLE-STEP-STARTED - STAMP THIS STEP STARTED AND CLEAR THE
006480* STEPS AFTER IT, WHOSE RESULTS NO LONGER STAND ONCE THIS ONE
006490* RUNS AGAIN. A STEP THE OPERATOR BYPASSED STAYS BYPASSED
006500*----------------------------------------------------------------
006510 MARK-CYCLE-STEP-STARTED.
006520     MOVE FUNCTION CURRENT-DATE TO WS-CYCLE-TIMESTAMP
006530     SET CC-STEP-STARTED (WS-CYCLE-STEP) TO TRUE
006540     MOVE ZERO TO CC-STEP-RC (WS-CYCLE-STEP)
006550     MOVE WS-CYCLE-TIMESTAMP (1:14)
006560         TO CC-STEP-STARTED-AT (WS-CYCLE-STEP)
006570     MOVE SPACE TO CC-STEP-ENDED-AT (WS-CYCLE-STEP)
006580     PERFORM CLEAR-CYCLE-STEP
006590         VARYING WS-CYCLE-SUB FROM WS-CYCLE-NEXT-STEP BY 1
006600         UNTIL WS-CYCLE-SUB > 6
006610     REWRITE CC-CYCLE-RECORD
006620         INVALID KEY
006630         DISPLAY "ERROR REWRITING CYCLE-CONTROL, STATUS="
006640             WS-CYCLE-CONTROL-STATUS
006650         SET WS-CYCLE-REFUSED TO TRUE
006660         NOT INVALID KEY
006670         SET WS-CYCLE-STARTED TO TRUE
006680         DISPLAY "NIGHTLY CYCLE " WS-CYCLE-DATE " STEP "
006690             WS-CYCLE-STEP " STARTED"
006700     END-REWRITE.
006710
006720*----------------------------------------------------------------
006730* CLEAR-CYCLE-STEP - RESET ONE LATER STEP TO NOT RUN
006740*----------------------------------------------------------------
006750 CLEAR-CYCLE-STEP.
006760     IF NOT CC-STEP-BYPASSED (WS-CYCLE-SUB)
006770         MOVE SPACE TO CC-STEP-ENTRY (WS-CYCLE-SUB)
006780         MOVE ZERO TO CC-STEP-RC (WS-CYCLE-SUB)
006790     END-IF.
006800
006810*----------------------------------------------------------------
006820* POST-CYCLE-CONTROL - RECORD THIS STEP COMPLETE ON TONIGHT'S
006830* CYCLE WITH THE CONDITION CODE THE RUN IS ENDING ON
006840*----------------------------------------------------------------
006850 POST-CYCLE-CONTROL.
006860     OPEN I-O CYCLE-CONTROL
006870     IF NOT WS-CYCLE-CONTROL-OK
006880         DISPLAY "ERROR OPENING CYCLE-CONTROL, STATUS="
006890             WS-CYCLE-CONTROL-STATUS
006900         IF RETURN-CODE < 12
006910             MOVE 12 TO RETURN-CODE
006920         END-IF
006930     ELSE
006940         MOVE WS-CYCLE-DATE TO CC-BUSINESS-DATE
006950         READ CYCLE-CONTROL
006960             INVALID KEY
006970             DISPLAY "ERROR READING CYCLE-CONTROL, STATUS="
006980                 WS-CYCLE-CONTROL-STATUS
006990             IF RETURN-CODE < 12
007000                 MOVE 12 TO RETURN-CODE
007010             END-IF
007020             NOT INVALID KEY
007030             PERFORM MARK-CYCLE-STEP-COMPLETE
007040         END-READ
007050         CLOSE CYCLE-CONTROL
007060     END-IF.
007070
007080*----------------------------------------------------------------
007090* MARK-CYCLE-STEP-COMPLETE - STAMP THIS STEP COMPLETE WITH ITS
007100* CONDITION CODE, WHICH DECIDES WHETHER THE NEXT STEP MAY RUN
007110*----------------------------------------------------------------
007120 MARK-CYCLE-STEP-COMPLETE.
007130     MOVE FUNCTION CURRENT-DATE TO WS-CYCLE-TIMESTAMP
007140     SET CC-STEP-COMPLETE (WS-CYCLE-STEP) TO TRUE
007150     MOVE RETURN-CODE TO CC-STEP-RC (WS-CYCLE-STEP)
007160     MOVE WS-CYCLE-TIMESTAMP (1:14)
007170         TO CC-STEP-ENDED-AT (WS-CYCLE-STEP)
007180     REWRITE CC-CYCLE-RECORD
007190         INVALID KEY
007200         DISPLAY "ERROR REWRITING CYCLE-CONTROL, STATUS="
007210             WS-CYCLE-CONTROL-STATUS
007220         IF RETURN-CODE < 12
007230             MOVE 12 TO RETURN-CODE
007240         END-IF
007250         NOT INVALID KEY
007260         DISPLAY "NIGHTLY CYCLE " WS-CYCLE-DATE " STEP "
007266             WS-CYCLE-STEP " COMPLETE, RC="
007272             CC-STEP-RC (WS-CYCLE-STEP)
007280     END-REWRITE.
007290 END PROGRAM RESEL-VERIFY.
