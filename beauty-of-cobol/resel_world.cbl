001105*                 'I') - IT MAINTAINS THE MASTER LIKE ANY RUN,
001106*                 SO THE COUNT RECONCILIATION MUST SEE IT.
001107*                 RUNREG IS REQUIRED THE SAME WAY AUDITLOG IS.
001108* 2026-09-16 JR   THE AUDIT RECORD GREW AL-MERGED-ID, CLEARED ON
001109*                 EVERY ENTRY WRITTEN HERE - ONLY A DUPLICATE-
001110*                 PERSON MERGE SETS IT.
001111* 2026-09-18 JR   OUTFEED IS NOW WRITTEN AS A NUMBERED BATCH - A
001112*                 HEADER WITH THE BUSINESS DATE AND BATCH NUMBER,
001113*                 'D' DETAILS, AND A TRAILER WITH THE RECORD COUNT
001114*                 - AND EVERY BATCH IS RECORDED ON THE NEW FEEDCTL
001115*                 FILE SO THE ACKNOWLEDGMENT RUN CAN RECONCILE IT.
001116*                 A RESTART CARRIES ON THE BATCH IT CHECKPOINTED.
001117* 2026-09-25 JR   THE AUDIT RECORD GREW AL-REQUESTED-BY AND
001118*                 AL-APPROVED-BY, CLEARED ON EVERY ENTRY WRITTEN
001119*                 HERE - ONLY AN APPROVED CORRECTION SETS THEM.
001120* 2026-10-07 JR   A BATCH RUN NOW OPENS THE NIGHTLY CYCLE ON THE
001121*                 NEW CYCLECTL FILE AS ITS FIRST STEP, OR PICKS IT
001122*                 UP AGAIN ON A RESTART, AND POSTS ITS CONDITION
001123*                 CODE THERE AT THE END. A NEW CYCLE IS REFUSED
001124*                 (RC=20) WHILE THE LAST ONE IS SHORT OF A CLEAN
001125*                 RESELSNP, OR FOR AN AS-OF DATE BEHIND IT.
001126* 2026-10-13 JR   THE PARM CARD GAINS PC-UPDATE-MODE. AN 'S' THERE
001127*                 RUNS THE NIGHTLY EXTRACT AS A SEQUENTIAL UPDATE
001128*                 FOR HIGH-VOLUME NIGHTS: THE SORTED TRANSACTIONS
001129*                 ARE MATCHED AGAINST AN OLDMSTR UNLOAD OF
001130*                 USER-MASTER AND A COMPLETE NEWMSTR IS WRITTEN IN
001131*                 ONE PASS, WITH THE SAME VALIDATION, AUDIT, FEED,
001132*                 CONTROL TOTALS AND REGISTRY AS A RANDOM UPDATE.
001133*                 THE NEW MASTER MUST BALANCE TO THE OLD ONE PLUS
001134*                 ADDS LESS DELETES, AND THE JOB RELOADS IT ONLY
001135*                 ON A CLEAN END. A RESTART REBUILDS THE NEW
001136*                 MASTER BY REPLAYING THE CHECKPOINTED
001137*                 TRANSACTIONS TO THE MASTER ALONE, AND MUST RUN
001138*                 IN THE MODE ITS CHECKPOINT WAS TAKEN IN. A CARD
001139*                 THAT DISAGREES WITH THE JOB'S OLDMSTR DD IS
001140*                 REFUSED (RC=16).
001141* 2026-10-15 JR   EACH PERSON'S PROJECTED AGE IS NOW PRE-SCREENED
001142*                 AGAINST THE ACTIVE RULES ON THE NEW ELIGRULE
001143*                 FILE BEFORE THEY ARE FED. A HOLD RULE KEEPS THEM
001144*                 OFF OUTFEED, MARKS THEM REJECTED ON THE MASTER
001145*                 WITH THE RULE'S REASON CODE AND RECORDS THE
001146*                 PREDICTION ON THE NEW PREDREJ FILE; A WATCH RULE
001147*                 ONLY RECORDS IT AND FEEDS THEM AS BEFORE, FOR
001148*                 RESEL-ACK TO CHECK AGAINST THE INTERFACE'S
001149*                 ANSWER. NO RULES ON FILE FEEDS EVERYONE. THE
001150*                 HELD AND WATCHED COUNTS ARE CHECKPOINTED AND
001151*                 SHOWN IN THE CONTROL TOTALS.
001152* 2026-10-15 JR   A RUN REFUSED BY THE NIGHTLY CYCLE NOW KEEPS THE
001153*                 CHECKPOINT OF THE RUN IT IS IN THE WAY OF. A
001154*                 RESTART NOW COUNTS THE DETAILS ALREADY ON
001155*                 OUTFEED UNDER ITS BATCH, SO THE TRAILER AND
001156*                 FEEDCTL MATCH WHAT WAS PHYSICALLY SENT, REPEATS
001157*                 INCLUDED. A SEQUENTIAL UPDATE NOW REGISTERS ITS
001158*                 MASTER CHANGES UP TO RC=8, THE POINT AT WHICH
001159*                 RESELWHV NOW RELOADS.
001160* 2026-10-15 JR   A SEQUENTIAL UPDATE NOW LEAVES ITS NIGHTLY CYCLE
001161*                 STEP STARTED, WITH ITS CONDITION CODE POSTED,
001162*                 UNTIL RESELWHV HAS RELOADED THE NEW MASTER AND
001163*                 CONFIRMED THE STEP. A PRE-SCREEN HOLD NOW ADDS A
001164*                 DECHIST ENTRY WITH THE DECISION IT REPLACED, AS
001165*                 AN ACKNOWLEDGMENT DOES, AND A LATER CHANGE THAT
001166*                 NO RULE HOLDS CLEARS A HOLD STILL STANDING ON
001167*                 THE MASTER BACK TO PENDING.
001168* 2026-10-15 JR   A RUN REFUSED BY THE CYCLE OR ITS UPDATE MODE
001169*                 NOW REGISTERS NO MASTER CHANGES, SO THE KEPT
001170*                 CHECKPOINT IS NOT COUNTED ON RUNREG TWICE.
001171*----------------------------------------------------------------
001172
001173 ENVIRONMENT DIVISION.
001174 CONFIGURATION SECTION.
001175 SPECIAL-NAMES.
001176     CONSOLE IS CRT.
001177
001178 INPUT-OUTPUT SECTION.
001179 FILE-CONTROL.
001180     SELECT USER-MASTER ASSIGN TO "USERMSTR"
001190         ORGANIZATION IS INDEXED
001200         ACCESS MODE IS DYNAMIC
001584     SELECT RUN-REGISTRY ASSIGN TO "RUNREG"
001586         ORGANIZATION IS LINE SEQUENTIAL
001588         FILE STATUS IS WS-RUN-REGISTRY-STATUS.
001589
001590     SELECT FEED-CONTROL ASSIGN TO "FEEDCTL"
001591         ORGANIZATION IS INDEXED
001592         ACCESS MODE IS DYNAMIC
001593         RECORD KEY IS FC-BATCH-SEQ
001594         FILE STATUS IS WS-FEED-CONTROL-STATUS.
001595
001596     SELECT CYCLE-CONTROL ASSIGN TO "CYCLECTL"
001597         ORGANIZATION IS INDEXED
001598         ACCESS MODE IS DYNAMIC
001599         RECORD KEY IS CC-BUSINESS-DATE
001600         FILE STATUS IS WS-CYCLE-CONTROL-STATUS.
001601
001602     SELECT OPTIONAL OLD-MASTER ASSIGN TO "OLDMSTR"
001603         ORGANIZATION IS LINE SEQUENTIAL
001604         FILE STATUS IS WS-OLD-MASTER-STATUS.
001605
001606     SELECT NEW-MASTER ASSIGN TO "NEWMSTR"
001607         ORGANIZATION IS LINE SEQUENTIAL
001608         FILE STATUS IS WS-NEW-MASTER-STATUS.
001609
001610     SELECT OPTIONAL ELIG-RULES ASSIGN TO "ELIGRULE"
001611         ORGANIZATION IS INDEXED
001612         ACCESS MODE IS SEQUENTIAL
001613         RECORD KEY IS ER-RULE-ID
001614         FILE STATUS IS WS-ELIG-RULES-STATUS.
001615
001616     SELECT PREDICTED-REJECTS ASSIGN TO "PREDREJ"
001617         ORGANIZATION IS INDEXED
001618         ACCESS MODE IS DYNAMIC
001619         RECORD KEY IS PR-PREDICT-KEY
001620         FILE STATUS IS WS-PREDICTED-REJ-STATUS.
001621
001622     SELECT DECISION-HISTORY ASSIGN TO "DECHIST"
001623         ORGANIZATION IS INDEXED
001624         ACCESS MODE IS DYNAMIC
001625         RECORD KEY IS EH-HISTORY-KEY
001626         FILE STATUS IS WS-DECISION-HIST-STATUS.
001627
001628 DATA DIVISION.
001629 FILE SECTION.
001630*----------------------------------------------------------------
001631* USER-MASTER - ONE RECORD PER PERSON RUN THROUGH RESEL-WORLD
001640*----------------------------------------------------------------
001650 FD  USER-MASTER
001660     LABEL RECORDS ARE STANDARD.
002230     05  PC-MAX-REJECT-PCT PIC 9(03).
002234     05  PC-BUSINESS-DATE PIC 9(08).
002236     05  PC-FORCE-RERUN PIC X(01).
002238     05  PC-UPDATE-MODE PIC X(01).
002240
002250*----------------------------------------------------------------
002260* CHECKPOINT-FILE - ONE RECORD HOLDING HOW MANY TRANSACTIONS THE
002270* CURRENT BATCH RUN HAS PROCESSED AND ITS CONTROL TOTALS SO FAR,
002280* REWRITTEN EVERY N RECORDS SO A RESTART AFTER AN ABEND CAN SKIP
002286* BACK AHEAD TO THIS POINT WITH THE TOTALS STILL IN BALANCE AND
002292* THE SAME OUTBOUND-FEED BATCH STILL OPEN
002300*----------------------------------------------------------------
002310 FD  CHECKPOINT-FILE
002320     LABEL RECORDS ARE STANDARD.
002390     05  CK-SUM-NEW-AGE PIC 9(09).
002400     05  CK-MIN-NEW-AGE PIC 9(03).
002410     05  CK-MAX-NEW-AGE PIC 9(03).
002413     05  CK-FEED-BATCH-SEQ PIC 9(06).
002416     05  CK-FED-CTR PIC 9(07).
002418     05  CK-UPDATE-MODE PIC X(01).
002421     05  CK-PREDICT-HELD-CTR PIC 9(07).
002424     05  CK-PREDICT-WATCHED-CTR PIC 9(07).
002427
002430*----------------------------------------------------------------
002440* OUTBOUND-FEED - ONE FIXED-FORMAT RECORD PER PERSON RUN THROUGH
002445* CALC-DATA, PICKED UP BY THE ELIGIBILITY INTERFACE DOWNSTREAM.
002450* EACH RUN'S DETAILS GO OUT AS ONE NUMBERED BATCH BETWEEN A
002455* HEADER AND A TRAILER
002460*----------------------------------------------------------------
002470 FD  OUTBOUND-FEED
002480     LABEL RECORDS ARE STANDARD.
002490 01  OF-OUTBOUND-RECORD.
002492     05  OF-RECORD-TYPE PIC X(01).
002494         88  OF-HEADER-REC VALUE 'H'.
002496         88  OF-DETAIL-REC VALUE 'D'.
002498         88  OF-TRAILER-REC VALUE 'T'.
002500     05  OF-OUTBOUND-DETAIL.
002502         10  OF-USER-ID PIC X(08).
002504         10  OF-LAST-NAME PIC A(10).
002506         10  OF-FIRST-NAME PIC A(10).
002508         10  OF-NEW-AGE PIC 9(02).
002510     05  OF-OUTBOUND-HEADER REDEFINES OF-OUTBOUND-DETAIL.
002512         10  OF-BATCH-SEQ PIC 9(06).
002514         10  OF-BUSINESS-DATE PIC 9(08).
002516         10  FILLER PIC X(16).
002518     05  OF-OUTBOUND-TRAILER REDEFINES OF-OUTBOUND-DETAIL.
002520         10  OF-TRL-BATCH-SEQ PIC 9(06).
002522         10  OF-RECORD-COUNT PIC 9(07).
002524         10  FILLER PIC X(17).
002540
002550*----------------------------------------------------------------
002560* RECYCLE-FILE - EVERY REJECTED TRANSACTION, RESTATED IN THE
002898     LABEL RECORDS ARE STANDARD.
002899     COPY RUNREG.
002900
002901*----------------------------------------------------------------
002902* FEED-CONTROL - ONE RECORD PER NUMBERED OUTBOUND-FEED BATCH:
002903* WHAT WAS SENT HERE, WHAT CAME BACK FROM THE ACKNOWLEDGMENT RUN
002904*----------------------------------------------------------------
002905 FD  FEED-CONTROL
002906     LABEL RECORDS ARE STANDARD.
002907     COPY FEEDCTL.
002908
002910*----------------------------------------------------------------
002911* CYCLE-CONTROL - ONE RECORD PER NIGHTLY CYCLE: WHERE EACH STEP
002912* STANDS AND THE CONDITION CODE IT ENDED WITH
002913*----------------------------------------------------------------
002914 FD  CYCLE-CONTROL
002915     LABEL RECORDS ARE STANDARD.
002916     COPY CYCLECTL.
002917
002918*----------------------------------------------------------------
002919* OLD-MASTER - USER-MASTER AS REPRO UNLOADED IT, IN KEY ORDER,
002920* READ BY A SEQUENTIAL UPDATE IN PLACE OF THE INDEXED FILE
002921*----------------------------------------------------------------
002922 FD  OLD-MASTER
002923     LABEL RECORDS ARE STANDARD.
002924 01  OM-USER-RECORD.
002925     05  OM-USER-ID PIC X(08).
002926     05  FILLER PIC X(53).
002927
002928*----------------------------------------------------------------
002929* NEW-MASTER - THE OLD MASTER WITH THE NIGHT'S TRANSACTIONS
002930* APPLIED, IN KEY ORDER, FOR REPRO TO RELOAD INTO USER-MASTER
002931*----------------------------------------------------------------
002932 FD  NEW-MASTER
002933     LABEL RECORDS ARE STANDARD.
002934 01  NM-USER-RECORD PIC X(61).
002935
002936*----------------------------------------------------------------
002937* ELIG-RULES - THE AGE RANGES THE ELIGIBILITY INTERFACE IS KNOWN
002938* TO REJECT, AND THE REASON CODE EACH ONE PRODUCES
002939*----------------------------------------------------------------
002940 FD  ELIG-RULES
002941     LABEL RECORDS ARE STANDARD.
002942     COPY ELIGRULE.
002943
002944*----------------------------------------------------------------
002945* PREDICTED-REJECTS - ONE RECORD PER PERSON A RULE MATCHED, FOR
002946* THE ACKNOWLEDGMENT RUN TO CHECK AGAINST THE ACTUAL DECISION
002947*----------------------------------------------------------------
002948 FD  PREDICTED-REJECTS
002949     LABEL RECORDS ARE STANDARD.
002950     COPY PREDREJ.
002951
002952*----------------------------------------------------------------
002953* DECISION-HISTORY - A PRE-SCREEN HOLD IS ENTERED HERE AS THE
002954* PERSON'S DECISION, WITH THE ONE IT REPLACED, JUST AS THE
002955* ACKNOWLEDGMENT RUN ENTERS AN ANSWER
002956*----------------------------------------------------------------
002957 FD  DECISION-HISTORY
002958     LABEL RECORDS ARE STANDARD.
002959     COPY DECHIST.
002960
002961*----------------------------------------------------------------
002962* SORT-FILE - THE EXTRACT DETAILS ON THEIR WAY INTO KEY ORDER
002963*----------------------------------------------------------------
002964 SD  SORT-FILE.
002965 01  SR-SORT-RECORD.
002966     05  SR-TRANS-CODE PIC X(01).
002970     05  SR-USER-ID PIC X(08).
002980     05  SR-FIRST-NAME PIC A(10).
002990     05  SR-LAST-NAME PIC A(10).
003330         88  WS-RECYCLE-IN-OK VALUE '00'.
003332     05  WS-RUN-REGISTRY-STATUS PIC X(02).
003334         88  WS-RUN-REGISTRY-OK VALUE '00'.
003336     05  WS-FEED-CONTROL-STATUS PIC X(02).
003338         88  WS-FEED-CONTROL-OK VALUE '00'.
003341     05  WS-CYCLE-CONTROL-STATUS PIC X(02).
003344         88  WS-CYCLE-CONTROL-OK VALUE '00'.
003346     05  WS-OLD-MASTER-STATUS PIC X(02).
003348         88  WS-OLD-MASTER-OK VALUE '00'.
003350         88  WS-OLD-MASTER-MISSING VALUE '05'.
003352     05  WS-NEW-MASTER-STATUS PIC X(02).
003354         88  WS-NEW-MASTER-OK VALUE '00'.
003355     05  WS-ELIG-RULES-STATUS PIC X(02).
003356         88  WS-ELIG-RULES-OK VALUE '00'.
003357     05  WS-PREDICTED-REJ-STATUS PIC X(02).
003358         88  WS-PREDICTED-REJ-OK VALUE '00'.
003359         88  WS-PREDICTED-REJ-DUPLICATE VALUE '22'.
003360     05  WS-DECISION-HIST-STATUS PIC X(02).
003361         88  WS-DECISION-HIST-OK VALUE '00'.
003362         88  WS-DECISION-HIST-DUPLICATE VALUE '22'.
003363
003364*----------------------------------------------------------------
003365* RUN-MODE AND END-OF-FILE SWITCHES
003370*----------------------------------------------------------------
003380 01  WS-SWITCHES.
003390     05  WS-RUN-MODE-SW PIC X(01) VALUE 'I'.
003624         88  WS-END-OF-REGISTRY VALUE 'Y'.
003626     05  WS-DUP-RUN-SW PIC X(01) VALUE 'N'.
003628         88  WS-DUPLICATE-RUN VALUE 'Y'.
003630     05  WS-FEED-CONTROL-EOF-SW PIC X(01) VALUE 'N'.
003632         88  WS-END-OF-FEED-CONTROL VALUE 'Y'.
003634     05  WS-FEED-BATCH-SW PIC X(01) VALUE 'N'.
003636         88  WS-FEED-BATCH-OPEN VALUE 'Y'.
003637     05  WS-CYCLE-EOF-SW PIC X(01) VALUE 'N'.
003638         88  WS-END-OF-CYCLE-CONTROL VALUE 'Y'.
003639     05  WS-CYCLE-SW PIC X(01) VALUE 'N'.
003640         88  WS-CYCLE-STARTED VALUE 'S'.
003641         88  WS-CYCLE-REFUSED VALUE 'R'.
003642     05  WS-OLD-EOF-SW PIC X(01) VALUE 'N'.
003643         88  WS-END-OF-OLD-MASTER VALUE 'Y'.
003644     05  WS-NEW-MASTER-SW PIC X(01) VALUE 'N'.
003645         88  WS-NEW-MASTER-OPEN VALUE 'Y'.
003646     05  WS-HELD-SW PIC X(01) VALUE 'N'.
003647         88  WS-HELD-PRESENT VALUE 'Y'.
003648         88  WS-HELD-ABSENT VALUE 'N'.
003649     05  WS-REPLAY-SW PIC X(01) VALUE 'N'.
003650         88  WS-REPLAYING VALUE 'Y'.
003651     05  WS-KEEP-CHECKPOINT-SW PIC X(01) VALUE 'N'.
003652         88  WS-KEEP-CHECKPOINT VALUE 'Y'.
003653     05  WS-ELIG-RULES-EOF-SW PIC X(01) VALUE 'N'.
003654         88  WS-END-OF-ELIG-RULES VALUE 'Y'.
003655     05  WS-PREDICTED-REJ-SW PIC X(01) VALUE 'N'.
003656         88  WS-PREDICTED-REJ-OPEN VALUE 'Y'.
003657     05  WS-PRESCREEN-SW PIC X(01) VALUE 'P'.
003658         88  WS-PRESCREEN-PASS VALUE 'P'.
003659         88  WS-PRESCREEN-HOLD VALUE 'H'.
003660         88  WS-PRESCREEN-WATCH VALUE 'W'.
003661     05  WS-FEED-RECOUNT-EOF-SW PIC X(01) VALUE 'N'.
003662         88  WS-END-OF-FEED-RECOUNT VALUE 'Y'.
003663     05  WS-RESUMED-BATCH-SW PIC X(01) VALUE 'N'.
003664         88  WS-IN-RESUMED-BATCH VALUE 'Y'.
003665     05  WS-DECISION-HIST-SW PIC X(01) VALUE 'N'.
003666         88  WS-DECISION-HIST-OPEN VALUE 'Y'.
003667     05  WS-PERSON-PREDICT-EOF-SW PIC X(01) VALUE 'N'.
003668         88  WS-END-OF-PERSON-PREDICTS VALUE 'Y'.
003669     05  WS-HOLD-STANDS-SW PIC X(01) VALUE 'N'.
003670         88  WS-HOLD-STANDS VALUE 'Y'.
003671
003672*----------------------------------------------------------------
003673* VALIDATE-DATA WORK AREA
003674*----------------------------------------------------------------
003675 01  WS-REJECT-REASON PIC X(30).
003680
003690*----------------------------------------------------------------
003700* HEADER/TRAILER CONTROL WORK AREA - WHAT THE EXTRACT SAID IT
003720*----------------------------------------------------------------
003730 01  WS-EXTRACT-DATE PIC 9(08).
003740 01  WS-TRAILER-COUNT PIC 9(07).
003741
003742*----------------------------------------------------------------
003743* OUTBOUND-FEED BATCH WORK AREA - THE NUMBER THIS RUN'S FEED GOES
003744* OUT UNDER, CARRIED OVER FROM THE CHECKPOINT ON A RESTART
003745*----------------------------------------------------------------
003746 01  WS-FEED-BATCH-SEQ PIC 9(06) VALUE ZERO.
003750
003760*----------------------------------------------------------------
003770* TRANSACTION WORK AREA - THE RAW RECORD JUST READ, HELD IN
004080*----------------------------------------------------------------
004090* RUN SEVERITY WORK AREA - THE JOB'S CONDITION CODE. 0 CLEAN,
004100* 4 REJECTS UNDER THE THRESHOLD, 8 REJECTS OVER THE THRESHOLD,
004107* 12 A FILE ERROR, 16 A CONTROL FAILURE, 20 OUT OF NIGHTLY CYCLE
004114* ORDER. RAISE-RETURN-CODE ONLY EVER RAISES IT, SO THE WORST
004121* THING SEEN WINS
004130*----------------------------------------------------------------
004140 01  WS-SEVERITY PIC 9(02).
004150 01  WS-REJECT-PCT PIC 9(03).
004320     05  FILLER PIC 9(03) VALUE 10.
004324     05  FILLER PIC 9(08) VALUE ZERO.
004326     05  FILLER PIC X(01) VALUE SPACE.
004328     05  FILLER PIC X(01) VALUE SPACE.
004330
004340 01  WS-PARM-CARD.
004350     05  WS-PROJECTION-YEARS OCCURS 4 TIMES PIC 9(03).
004374     05  WS-BUSINESS-DATE PIC 9(08).
004376     05  WS-FORCE-RERUN-SW PIC X(01).
004378         88  WS-FORCE-RERUN VALUE 'Y'.
004381     05  WS-UPDATE-MODE-SW PIC X(01).
004384         88  WS-SEQUENTIAL-UPDATE VALUE 'S'.
004387
004390 01  WS-PROJECTION-AGES-TBL.
004400     05  WS-PROJECTION-AGES OCCURS 4 TIMES PIC 9(03).
004410
004770     05  WS-RECYCLED-CTR PIC 9(07) COMP VALUE ZERO.
004780     05  WS-OUT-OF-SEQ-CTR PIC 9(07) COMP VALUE ZERO.
004790     05  WS-DUP-KEY-CTR PIC 9(07) COMP VALUE ZERO.
004795     05  WS-FED-CTR PIC 9(07) COMP VALUE ZERO.
004796     05  WS-PREDICT-HELD-CTR PIC 9(07) COMP VALUE ZERO.
004797     05  WS-PREDICT-WATCHED-CTR PIC 9(07) COMP VALUE ZERO.
004800 01  WS-BIRTH-YEAR-WORK PIC 9(04).
004810 01  WS-BIRTH-MONTH-DAY-WORK PIC 9(04).
004820 01  WS-AGE-CHECK PIC 9(04) COMP.
004830
004831*----------------------------------------------------------------
004832* CYCLE-CONTROL WORK AREA - THIS JOB OPENS THE NIGHTLY CYCLE AS
004833* STEP ONE; THE LAST CYCLE'S FINAL STEP MUST HAVE FINISHED CLEAN
004834* BEFORE A NEW ONE IS OPENED
004835*----------------------------------------------------------------
004836 01  WS-CYCLE-WORK.
004837     05  WS-CYCLE-STEP PIC 9(01) VALUE 1.
004838     05  WS-CYCLE-PRIOR-STEP PIC 9(01) VALUE 6.
004839     05  WS-CYCLE-NEXT-STEP PIC 9(01) VALUE 2.
004840     05  WS-CYCLE-PRIOR-JOB PIC X(08) VALUE "RESELSNP".
004841     05  WS-CYCLE-DATE PIC 9(08) VALUE ZERO.
004842     05  WS-LAST-CYCLE-DATE PIC 9(08) VALUE ZERO.
004843     05  WS-CYCLE-SUB PIC 9(01) COMP.
004844     05  WS-CYCLE-TIMESTAMP PIC X(21).
004845*----------------------------------------------------------------
004846* SEQUENTIAL UPDATE WORK AREA - THE OLD MASTER'S CURRENT KEY, AND
004847* THE RECORD IN HAND: THE OLD MASTER'S RECORD FOR THE KEY BEING
004848* UPDATED, OR ONE AN ADD BUILT, HELD IN THE UMASTER LAYOUT UNTIL
004849* EVERY TRANSACTION FOR THE KEY HAS BEEN APPLIED TO IT
004850*----------------------------------------------------------------
004851 01  WS-OLD-KEY PIC X(08) VALUE LOW-VALUE.
004852 01  WS-PREV-OLD-KEY PIC X(08) VALUE LOW-VALUE.
004853 01  WS-HELD-KEY PIC X(08) VALUE LOW-VALUE.
004854 01  WS-HELD-MASTER.
004855     05  WS-HM-USER-ID PIC X(08).
004856     05  WS-HM-NAME-KEY.
004857         10  WS-HM-LAST-NAME PIC A(10).
004858         10  WS-HM-FIRST-NAME PIC A(10).
004859     05  WS-HM-DATE-OF-BIRTH PIC 9(08).
004860     05  WS-HM-AGE PIC 9(02).
004861     05  WS-HM-NEW-AGE PIC 9(02).
004862     05  WS-HM-ELIG-STATUS PIC X(01).
004863     05  WS-HM-ELIG-REASON PIC X(04).
004864     05  WS-HM-ELIG-DATE PIC 9(08).
004865     05  WS-HM-BUSINESS-DATE PIC 9(08).
004866 01  WS-OLD-MASTER-IN-CTR PIC 9(07) COMP VALUE ZERO.
004867 01  WS-NEW-MASTER-OUT-CTR PIC 9(07) COMP VALUE ZERO.
004868 01  WS-NEW-MASTER-EXPECTED PIC 9(07) COMP VALUE ZERO.
004870
004872*----------------------------------------------------------------
004876* PRE-SCREEN WORK AREA - THE ACTIVE ELIGIBILITY RULES, LOADED ONCE
004880* AT THE START OF THE RUN, AND THE RULE THE CURRENT PERSON'S
004884* PROJECTED AGE FELL IN, IF ANY
004888*----------------------------------------------------------------
004892 01  WS-RULE-TABLE.
004896     05  WS-RULE-ENTRY OCCURS 50 TIMES.
004900         10  WS-RT-RULE-ID PIC X(04).
004904         10  WS-RT-LOW-AGE PIC 9(03).
004908         10  WS-RT-HIGH-AGE PIC 9(03).
004912         10  WS-RT-REASON-CODE PIC X(04).
004916         10  WS-RT-ACTION PIC X(01).
004920 01  WS-RULE-COUNT PIC 9(03) COMP VALUE ZERO.
004924 01  WS-RULE-MAX PIC 9(03) COMP VALUE 50.
004928 01  WS-RULE-SUB PIC 9(03) COMP.
004932 01  WS-PREDICTED-RULE PIC X(04).
004936 01  WS-PREDICTED-REASON PIC X(04).
004937
004938*----------------------------------------------------------------
004939* PRE-SCREEN HOLD WORK AREA - THE DECISION A HOLD REPLACES, FOR
004940* THE HISTORY, AND THE LATEST PREDICTION ON FILE FOR THE PERSON,
004941* TO TELL A HOLD STILL STANDING ON THE MASTER FROM AN ANSWER
004942*----------------------------------------------------------------
004943 01  WS-PRIOR-ELIG-STATUS PIC X(01).
004944 01  WS-PRIOR-ELIG-REASON PIC X(04).
004945 01  WS-PRIOR-ELIG-DATE PIC 9(08).
004946 01  WS-LAST-PREDICTION.
004947     05  WS-LP-ACTION PIC X(01).
004948         88  WS-LP-HELD VALUE 'H'.
004949     05  WS-LP-REASON-CODE PIC X(04).
004950     05  WS-LP-BUSINESS-DATE PIC 9(08).
004951
004952 PROCEDURE DIVISION.
004953*----------------------------------------------------------------
004954* MAINLINE - RUN THE CODE AS PERFORMED PARAGRAPHS
004956*----------------------------------------------------------------
004960 0000-MAINLINE.
004980     OPEN OUTPUT EXCEPTIONS-RPT
004990     IF NOT WS-EXCEPTIONS-RPT-OK
005000         DISPLAY "ERROR OPENING EXCEPTIONS-RPT, STATUS="
005240         END-IF
005250     END-IF
005260     PERFORM INITIALIZE-RUN
005261     IF NOT WS-SEQUENTIAL-UPDATE
005262         PERFORM OPEN-USER-MASTER
005263     END-IF
005264     PERFORM LOAD-ELIG-RULES
005265     PERFORM WRITE-RECYCLE-HEADER
005266     IF NOT WS-CONTROL-ERROR
005267         PERFORM OPEN-FEED-BATCH
005268     END-IF
005270     IF WS-BATCH-MODE
005280         SORT SORT-FILE
005290             ON ASCENDING KEY SR-USER-ID
005370             CLOSE TRANS-FILE
005380         END-IF
005390         IF NOT WS-RESUBMIT-MODE
005393             IF WS-KEEP-CHECKPOINT
005396                 CLOSE CHECKPOINT-FILE
005399             ELSE
005402                 PERFORM RESET-CHECKPOINT
005405             END-IF
005410         END-IF
005420     ELSE
005430         PERFORM GET-DATA
005530     CLOSE EXCEPTIONS-RPT
005540     CLOSE AUDIT-LOG
005550     CLOSE OUTBOUND-FEED
005551     IF WS-PREDICTED-REJ-OPEN
005552         CLOSE PREDICTED-REJECTS
005553     END-IF
005554     IF WS-DECISION-HIST-OPEN
005555         CLOSE DECISION-HISTORY
005556     END-IF
005557     IF NOT WS-SEQUENTIAL-UPDATE
005558         CLOSE USER-MASTER
005559     END-IF
005562     IF WS-CYCLE-STARTED
005564         PERFORM POST-CYCLE-CONTROL
005566     END-IF
005570     GOBACK.
005580
005590*----------------------------------------------------------------
005860             SET WS-INTERACTIVE-MODE TO TRUE
005870         END-IF
005880     END-IF
005881     IF NOT WS-SEQUENTIAL-UPDATE
005882         MOVE SPACE TO WS-UPDATE-MODE-SW
005883     END-IF
005884     IF WS-SEQUENTIAL-UPDATE
005885         AND (WS-INTERACTIVE-MODE OR WS-RESUBMIT-MODE)
005886         DISPLAY "SEQUENTIAL UPDATE IS FOR THE NIGHTLY EXTRACT "
005887             "ONLY, USER-MASTER UPDATED IN PLACE"
005888         MOVE SPACE TO WS-UPDATE-MODE-SW
005889     END-IF
005890     IF WS-BATCH-MODE AND NOT WS-RESUBMIT-MODE
005892         PERFORM CHECK-UPDATE-MODE
005894         PERFORM CHECK-RUN-REGISTRY
005895         IF NOT WS-CONTROL-ERROR
005896             PERFORM CHECK-CYCLE-CONTROL
005897         END-IF
005900         PERFORM OPEN-CHECKPOINT-FILE
005905         PERFORM CHECK-RESTART-MODE
005910     END-IF.
005912
005913*----------------------------------------------------------------
005914* OPEN-USER-MASTER - OPEN THE MASTER FOR A RANDOM UPDATE,
005915* BUILDING IT EMPTY THE FIRST TIME IT IS EVER SEEN
005916*----------------------------------------------------------------
005917 OPEN-USER-MASTER.
005918     OPEN I-O USER-MASTER
005919     IF NOT WS-USER-MASTER-OK
005920         OPEN OUTPUT USER-MASTER
005921     END-IF
005922     IF NOT WS-USER-MASTER-OK
005923         DISPLAY "ERROR OPENING USER-MASTER, STATUS="
005924             WS-USER-MASTER-STATUS
005925         PERFORM FLAG-IO-ERROR
005926     END-IF.
005927
005928*----------------------------------------------------------------
005929* CHECK-UPDATE-MODE - THE PARM CARD AND THE JOB MUST AGREE ON HOW
005930* USER-MASTER IS UPDATED. A SEQUENTIAL UPDATE NEEDS THE OLDMSTR
005931* UNLOAD AND WRITES NEWMSTR; A RANDOM UPDATE HANDED AN OLDMSTR IS
005932* REFUSED, SINCE THAT JOB GOES ON TO RELOAD USER-MASTER FROM A
005933* NEW MASTER NOBODY WROTE. EITHER REFUSAL LEAVES THE CHECKPOINT
005934* ALONE SO THE CORRECTED RUN CAN STILL RESTART FROM IT
005935*----------------------------------------------------------------
005936 CHECK-UPDATE-MODE.
005937     OPEN INPUT OLD-MASTER
005938     IF WS-SEQUENTIAL-UPDATE
005939         IF WS-OLD-MASTER-OK
005940             PERFORM OPEN-NEW-MASTER
005941         ELSE
005942             DISPLAY "SEQUENTIAL UPDATE HAS NO OLDMSTR, STATUS="
005943                 WS-OLD-MASTER-STATUS ", RUN REFUSED"
005944             IF WS-OLD-MASTER-MISSING
005945                 CLOSE OLD-MASTER
005946             END-IF
005947             PERFORM REFUSE-UPDATE-MODE
005948         END-IF
005949     ELSE
005950         IF WS-OLD-MASTER-OK
005951             CLOSE OLD-MASTER
005952             DISPLAY "OLDMSTR SUPPLIED BUT THE PARM CARD DOES "
005953                 "NOT SELECT A SEQUENTIAL UPDATE, RUN REFUSED"
005954             PERFORM REFUSE-UPDATE-MODE
005955         ELSE
005956             IF WS-OLD-MASTER-MISSING
005957                 CLOSE OLD-MASTER
005958             END-IF
005959         END-IF
005960     END-IF.
005961
005962*----------------------------------------------------------------
005963* REFUSE-UPDATE-MODE - FAIL THE RUN AS A CONTROL FAILURE (RC=16)
005964* BEFORE ANYTHING IS APPLIED, KEEPING THE CHECKPOINT AS IT STANDS
005965*----------------------------------------------------------------
005966 REFUSE-UPDATE-MODE.
005967     SET WS-CONTROL-ERROR TO TRUE
005968     SET WS-KEEP-CHECKPOINT TO TRUE
005969     MOVE 16 TO WS-SEVERITY
005970     PERFORM RAISE-RETURN-CODE.
005971
005972*----------------------------------------------------------------
005973* OPEN-NEW-MASTER - START THE NEW MASTER AND READ THE FIRST OLD
005974* RECORD, READY FOR THE FIRST TRANSACTION TO BE MATCHED
005975*----------------------------------------------------------------
005976 OPEN-NEW-MASTER.
005977     OPEN OUTPUT NEW-MASTER
005978     IF WS-NEW-MASTER-OK
005979         SET WS-NEW-MASTER-OPEN TO TRUE
005980         DISPLAY "SEQUENTIAL UPDATE RUN, OLDMSTR IN, NEWMSTR OUT"
005981         PERFORM READ-OLD-MASTER
005982     ELSE
005983         DISPLAY "ERROR OPENING NEW-MASTER, STATUS="
005984             WS-NEW-MASTER-STATUS
005985         CLOSE OLD-MASTER
005986         SET WS-CONTROL-ERROR TO TRUE
005987         PERFORM FLAG-IO-ERROR
005988     END-IF.
005989
005990*----------------------------------------------------------------
005991* CHECK-RESTART-MODE - A RESTART MUST UPDATE THE MASTER THE SAME
005992* WAY AS THE RUN IT PICKS UP FROM. A RANDOM UPDATE HAS ALREADY
005993* CHANGED USER-MASTER UP TO ITS CHECKPOINT AND A SEQUENTIAL ONE
005994* HAS NOT, SO SWITCHING MODES WOULD LOSE OR DOUBLE THAT WORK
005995*----------------------------------------------------------------
005996 CHECK-RESTART-MODE.
005997     IF WS-RECORDS-TO-SKIP > ZERO
005998         AND CK-UPDATE-MODE NOT = WS-UPDATE-MODE-SW
005999         DISPLAY "CHECKPOINT WAS TAKEN IN UPDATE MODE '"
006000             CK-UPDATE-MODE "', RESTART REFUSED"
006001         PERFORM REFUSE-UPDATE-MODE
006002     END-IF.
006003
006004*----------------------------------------------------------------
006005* CHECK-RUN-REGISTRY - REFUSE TO PROCESS AN AS-OF DATE THE
006006* REGISTRY ALREADY SHOWS COMPLETED CLEAN, UNLESS THE PARM CARD
006007* FORCES THE RERUN. A SECOND PASS OVER THE SAME EXTRACT WOULD
006008* DOUBLE THE DUPLICATES INTO THE EXCEPTIONS AND RESEND OUTFEED
006009*----------------------------------------------------------------
006010 CHECK-RUN-REGISTRY.
006011     OPEN INPUT RUN-REGISTRY
006012     IF WS-RUN-REGISTRY-OK
006013         PERFORM SCAN-REGISTRY-RECORD
006014             UNTIL WS-END-OF-REGISTRY
006015         CLOSE RUN-REGISTRY
006016     END-IF
006017     IF WS-DUPLICATE-RUN
006018         IF WS-FORCE-RERUN
006019             DISPLAY "AS-OF DATE " WS-ASOF-CCYYMMDD
006020                 " ALREADY REGISTERED, RERUN FORCED BY PARM"
006021         ELSE
006022             DISPLAY "AS-OF DATE " WS-ASOF-CCYYMMDD
006023                 " ALREADY PROCESSED CLEAN, RUN REFUSED"
006024             SET WS-CONTROL-ERROR TO TRUE
006025             MOVE 16 TO WS-SEVERITY
006026             PERFORM RAISE-RETURN-CODE
006027         END-IF
006028     END-IF.
006029
006030*----------------------------------------------------------------
006031* SCAN-REGISTRY-RECORD - ONE REGISTRY ENTRY: A COMPLETED BATCH
006032* RUN OF THE SAME AS-OF DATE THAT ENDED BELOW RC=8 COUNTS AS
006033* ALREADY PROCESSED CLEAN
006034*----------------------------------------------------------------
006035 SCAN-REGISTRY-RECORD.
006036     READ RUN-REGISTRY
006037         AT END
006038         SET WS-END-OF-REGISTRY TO TRUE
006039     END-READ
006040     IF NOT WS-END-OF-REGISTRY
006041         IF RG-BATCH-RUN
006042             AND RG-BUSINESS-DATE = WS-ASOF-CCYYMMDD
006043             AND RG-RETURN-CODE < 08
006044             SET WS-DUPLICATE-RUN TO TRUE
006045         END-IF
006046     END-IF.
006047
006048*----------------------------------------------------------------
006049* OPEN-CHECKPOINT-FILE - OPEN THE RESTART CONTROL RECORD, BUILDING
006050* IT WITH A ZERO COUNT THE FIRST TIME IT IS EVER SEEN
006051*----------------------------------------------------------------
006052 OPEN-CHECKPOINT-FILE.
006053     MOVE 1 TO WS-CHECKPOINT-RRN
006054     OPEN I-O CHECKPOINT-FILE
006055     IF NOT WS-CHECKPOINT-OK
006056         OPEN OUTPUT CHECKPOINT-FILE
006057         PERFORM INITIALIZE-CHECKPOINT-RECORD
006058         WRITE CK-CHECKPOINT-RECORD
006059         CLOSE CHECKPOINT-FILE
006060         MOVE 1 TO WS-CHECKPOINT-RRN
006061         OPEN I-O CHECKPOINT-FILE
006070     END-IF
006080     READ CHECKPOINT-FILE
006090         INVALID KEY
006170     MOVE CK-REJECTED-CTR TO WS-REJECTED-CTR
006180     MOVE CK-SUM-NEW-AGE TO WS-SUM-NEW-AGE
006190     MOVE CK-MIN-NEW-AGE TO WS-MIN-NEW-AGE
006196     MOVE CK-MAX-NEW-AGE TO WS-MAX-NEW-AGE
006203     MOVE CK-FEED-BATCH-SEQ TO WS-FEED-BATCH-SEQ
006204     MOVE CK-FED-CTR TO WS-FED-CTR
006205     MOVE CK-PREDICT-HELD-CTR TO WS-PREDICT-HELD-CTR
006206     MOVE CK-PREDICT-WATCHED-CTR TO WS-PREDICT-WATCHED-CTR.
006210
006220*----------------------------------------------------------------
006230* INITIALIZE-CHECKPOINT-RECORD - RESET THE CHECKPOINT RECORD TO
006310                  CK-REJECTED-CTR
006320                  CK-SUM-NEW-AGE
006330                  CK-MAX-NEW-AGE
006333                  CK-FEED-BATCH-SEQ
006336                  CK-FED-CTR
006337                  CK-PREDICT-HELD-CTR
006338                  CK-PREDICT-WATCHED-CTR
006339     MOVE SPACE TO CK-UPDATE-MODE
006340     MOVE 999 TO CK-MIN-NEW-AGE.
006350
006360*----------------------------------------------------------------
007370*----------------------------------------------------------------
007380* PROCESS-SORTED-TRANS - DRAIN THE SORTED DETAILS THROUGH THE
007390* SAME VALIDATE/CALC LOOP AS ALWAYS, SKIPPING PAST WHATEVER A
007396* RESTARTED RUN ALREADY PROCESSED. A SEQUENTIAL UPDATE REPLAYS
007402* THAT WORK INSTEAD, THEN FINISHES THE NEW MASTER OFF
007410*----------------------------------------------------------------
007420 PROCESS-SORTED-TRANS.
007430     IF NOT WS-RESUBMIT-MODE
007433         IF WS-SEQUENTIAL-UPDATE
007436             PERFORM REPLAY-CHECKPOINTED-RECORDS
007439         ELSE
007442             PERFORM SKIP-CHECKPOINTED-RECORDS
007445         END-IF
007450     END-IF
007460     PERFORM READ-TRANS-RECORD
007470     PERFORM PROCESS-TRANS THRU PROC-TRANS-EXIT
007471         UNTIL WS-END-OF-TRANS-FILE OR WS-CONTROL-ERROR
007472     IF WS-NEW-MASTER-OPEN
007473         PERFORM FINISH-NEW-MASTER
007474     END-IF.
007475
007476*----------------------------------------------------------------
007477* REPLAY-CHECKPOINTED-RECORDS - A SEQUENTIAL UPDATE RESTARTS BY
007478* BUILDING THE NEW MASTER AGAIN FROM THE TOP, SINCE THE OLD
007479* MASTER IS UNTOUCHED AND THE NEW ONE IS WRITTEN AFRESH. THE
007480* TRANSACTIONS PROCESSED BEFORE THE LAST CHECKPOINT ARE APPLIED
007481* TO THE MASTER ONLY - THEIR EXCEPTIONS, AUDIT ENTRIES AND FEED
007482* RECORDS ARE NOT WRITTEN AGAIN, AND THE CHECKPOINT'S COUNTS
007483* STAND, JUST AS WHEN A RANDOM UPDATE SKIPS THEM
007484*----------------------------------------------------------------
007485 REPLAY-CHECKPOINTED-RECORDS.
007486     SET WS-REPLAYING TO TRUE
007487     PERFORM REPLAY-ONE-TRANS
007488         VARYING WS-SKIP-CTR FROM 1 BY 1
007489         UNTIL WS-SKIP-CTR > WS-RECORDS-TO-SKIP
007490             OR WS-END-OF-TRANS-FILE
007491     MOVE 'N' TO WS-REPLAY-SW
007492     MOVE CK-WRITTEN-CTR TO WS-WRITTEN-CTR
007493     MOVE CK-CHANGED-CTR TO WS-CHANGED-CTR
007494     MOVE CK-RENAMED-CTR TO WS-RENAMED-CTR
007495     MOVE CK-DELETED-CTR TO WS-DELETED-CTR.
007496
007497*----------------------------------------------------------------
007498* REPLAY-ONE-TRANS - READ ONE ALREADY-PROCESSED DETAIL AND APPLY
007499* IT TO THE NEW MASTER AGAIN
007500*----------------------------------------------------------------
007501 REPLAY-ONE-TRANS.
007502     PERFORM READ-TRANS-RECORD
007503     IF NOT WS-END-OF-TRANS-FILE
007504         PERFORM VALIDATE-DATA
007505         IF WS-DATA-VALID
007506             PERFORM APPLY-HELD-MASTER
007507         END-IF
007508     END-IF.
007509
007510*----------------------------------------------------------------
007511* READ-TRANS-RECORD - TAKE THE NEXT DETAIL IN KEY ORDER FROM
007520* THE SORT AND SPREAD IT INTO THE WORK FIELDS, REPORTING A
007530* DUPLICATE KEY AGAINST THE DETAIL BEFORE IT
007540*----------------------------------------------------------------
008180 PROCESS-TRANS.
008190     PERFORM VALIDATE-DATA
008200     IF WS-DATA-VALID
008210         IF WS-SEQUENTIAL-UPDATE
008220             PERFORM APPLY-HELD-MASTER
008230         ELSE
008232             IF WS-DELETE-TRANS
008234                 PERFORM DELETE-MASTER
008238             ELSE
008240                 IF WS-NAME-TRANS
008242                     PERFORM RENAME-MASTER
008244                 ELSE
008246                     PERFORM CALC-DATA
008248                     PERFORM SHOW-DATA
008250                 END-IF
008254             END-IF
008260         END-IF
008270     END-IF
008510     MOVE WS-SUM-NEW-AGE TO CK-SUM-NEW-AGE
008520     MOVE WS-MIN-NEW-AGE TO CK-MIN-NEW-AGE
008530     MOVE WS-MAX-NEW-AGE TO CK-MAX-NEW-AGE
008533     MOVE WS-FEED-BATCH-SEQ TO CK-FEED-BATCH-SEQ
008536     MOVE WS-FED-CTR TO CK-FED-CTR
008537     MOVE WS-PREDICT-HELD-CTR TO CK-PREDICT-HELD-CTR
008538     MOVE WS-PREDICT-WATCHED-CTR TO CK-PREDICT-WATCHED-CTR
008539     MOVE WS-UPDATE-MODE-SW TO CK-UPDATE-MODE
008540     REWRITE CK-CHECKPOINT-RECORD.
008550
008560*----------------------------------------------------------------
009360             END-IF
009370         END-IF
009380     END-IF
009390     IF WS-DATA-INVALID AND NOT WS-REPLAYING
009400         PERFORM WRITE-EXCEPTION
009410     END-IF.
009420
010160*----------------------------------------------------------------
010170* CALC-DATA - PROJECT THE AGE AND RETAIN THE RESULT ON
010180* USER-MASTER SO IT SURVIVES AFTER THE PROGRAM ENDS. AN ADD
010186* WRITES A NEW RECORD; A CHANGE REWRITES THE EXISTING ONE. A
010189* SEQUENTIAL UPDATE APPLIES EITHER TO THE RECORD IN HAND INSTEAD.
010192* THE PROJECTED AGE IS PRE-SCREENED FIRST: A PERSON A HOLD RULE
010195* MATCHES IS RECORDED AS A PREDICTED REJECT AND NOT FED
010200*----------------------------------------------------------------
010210 CALC-DATA.
010220     PERFORM CALC-ONE-PROJECTION VARYING WS-SUB FROM 1 BY 1
010230         UNTIL WS-SUB > 4
010240     MOVE WS-PROJECTION-AGES (1) TO WS-NEW-AGE
010244     PERFORM SCREEN-NEW-AGE
010248     IF WS-SEQUENTIAL-UPDATE
010256         IF WS-CHANGE-TRANS
010264             PERFORM CHANGE-HELD-MASTER
010272         ELSE
010280             PERFORM ADD-HELD-MASTER
010288         END-IF
010289         IF WS-MASTER-APPLIED
010290             IF WS-PRESCREEN-HOLD
010291                 PERFORM STAMP-HELD-PREDICTION
010292             ELSE
010293                 PERFORM RELEASE-HELD-PREDICTION
010294             END-IF
010295         END-IF
010300     ELSE
010301         MOVE WS-USER-ID OF WS-USER TO UM-USER-ID
010302         IF WS-CHANGE-TRANS
010303             PERFORM CHANGE-MASTER
010304         ELSE
010305             PERFORM ADD-MASTER
010306         END-IF
010307         IF NOT WS-USER-MASTER-OK
010308             DISPLAY "ERROR WRITING USER-MASTER, STATUS="
010309                 WS-USER-MASTER-STATUS
010310             PERFORM FLAG-IO-ERROR
010311         END-IF
010320     END-IF
010330     IF WS-MASTER-APPLIED AND NOT WS-REPLAYING
010390         PERFORM TRACK-AGE-TOTALS
010400         PERFORM WRITE-AUDIT-RECORD
010402         IF NOT WS-PRESCREEN-PASS
010404             PERFORM WRITE-PREDICTED-REJECT
010406         END-IF
010408         IF WS-PRESCREEN-HOLD
010410             PERFORM WRITE-HOLD-HISTORY
010412         ELSE
010414             PERFORM WRITE-OUTBOUND-RECORD
010416         END-IF
010420     END-IF.
010430
010440*----------------------------------------------------------------
010450* ADD-MASTER - WRITE A NEW USER-MASTER RECORD WITH THE
010456* ELIGIBILITY DECISION STILL PENDING, OR ALREADY REJECTED IF THE
010462* PRE-SCREEN HOLDS THEM BACK. A DUPLICATE KEY
010470* GOES TO THE EXCEPTIONS REPORT INSTEAD OF BEING LOST
010480*----------------------------------------------------------------
010490 ADD-MASTER.
010540     MOVE SPACE TO UM-ELIG-REASON
010550     MOVE ZERO TO UM-ELIG-DATE
010554     MOVE WS-ASOF-CCYYMMDD TO UM-BUSINESS-DATE
010555     IF WS-PRESCREEN-HOLD
010556         PERFORM STAMP-PREDICTED-REJECT
010557     END-IF
010560     SET WS-MASTER-APPLIED TO TRUE
010570     WRITE UM-USER-RECORD
010580         INVALID KEY
010820
010830*----------------------------------------------------------------
010840* REWRITE-MASTER-RECORD - APPLY THE CORRECTED FIELDS TO THE
010846* RECORD JUST READ AND PUT IT BACK. A PERSON THE PRE-SCREEN HOLDS
010852* BACK IS MARKED REJECTED, AS THE INTERFACE WILL NOT BE ASKED;
010856* ONE NO RULE HOLDS HAS ANY EARLIER HOLD STILL STANDING CLEARED
010860*----------------------------------------------------------------
010870 REWRITE-MASTER-RECORD.
010880     MOVE WS-DATE-OF-BIRTH OF WS-USER TO UM-DATE-OF-BIRTH
010890     MOVE WS-AGE OF WS-USER TO UM-AGE
010900     MOVE WS-NEW-AGE TO UM-NEW-AGE
010904     MOVE WS-ASOF-CCYYMMDD TO UM-BUSINESS-DATE
010905     IF WS-PRESCREEN-HOLD
010906         PERFORM STAMP-PREDICTED-REJECT
010907     ELSE
010908         PERFORM RELEASE-PREDICTED-REJECT
010909     END-IF
010910     REWRITE UM-USER-RECORD
010920         INVALID KEY
010930         SET WS-MASTER-NOT-APPLIED TO TRUE
011377     END-REWRITE.
011378
011380*----------------------------------------------------------------
011381* APPLY-HELD-MASTER - THE SEQUENTIAL UPDATE'S COUNTERPART OF THE
011382* DELETE/RENAME/CALC DISPATCH IN PROCESS-TRANS. THE OLD MASTER IS
011383* FIRST BROUGHT UP TO THE TRANSACTION'S KEY, THEN THE TRANSACTION
011384* IS APPLIED TO THE RECORD IN HAND
011385*----------------------------------------------------------------
011386 APPLY-HELD-MASTER.
011387     PERFORM POSITION-OLD-MASTER
011388     IF WS-DELETE-TRANS
011389         PERFORM DELETE-HELD-MASTER
011390     ELSE
011391         IF WS-NAME-TRANS
011392             PERFORM RENAME-HELD-MASTER
011393         ELSE
011394             PERFORM CALC-DATA
011395             IF NOT WS-REPLAYING
011396                 PERFORM SHOW-DATA
011397             END-IF
011398         END-IF
011399     END-IF.
011400
011401*----------------------------------------------------------------
011402* POSITION-OLD-MASTER - ON A NEW KEY, PUT OUT THE RECORD IN HAND,
011403* COPY THE OLD MASTER ACROSS UNCHANGED UP TO THE KEY, AND TAKE
011404* THE OLD RECORD FOR THE KEY INTO HAND IF THERE IS ONE. FURTHER
011405* TRANSACTIONS FOR THE SAME KEY WORK ON THE RECORD ALREADY HELD
011406*----------------------------------------------------------------
011407 POSITION-OLD-MASTER.
011408     IF WS-USER-ID OF WS-USER NOT = WS-HELD-KEY
011409         IF WS-HELD-PRESENT
011410             PERFORM WRITE-HELD-MASTER
011411         END-IF
011412         PERFORM COPY-OLD-MASTER
011413             UNTIL WS-OLD-KEY NOT < WS-USER-ID OF WS-USER
011414         MOVE WS-USER-ID OF WS-USER TO WS-HELD-KEY
011415         IF WS-OLD-KEY = WS-USER-ID OF WS-USER
011416             MOVE OM-USER-RECORD TO WS-HELD-MASTER
011417             SET WS-HELD-PRESENT TO TRUE
011418             PERFORM READ-OLD-MASTER
011419         END-IF
011420     END-IF.
011421
011422*----------------------------------------------------------------
011423* ADD-HELD-MASTER - BUILD A NEW RECORD IN HAND WITH THE
011424* ELIGIBILITY DECISION STILL PENDING, AS ADD-MASTER WRITES ONE.
011425* A KEY ALREADY IN HAND IS A DUPLICATE
011426*----------------------------------------------------------------
011427 ADD-HELD-MASTER.
011428     IF WS-HELD-PRESENT
011429         SET WS-MASTER-NOT-APPLIED TO TRUE
011430         MOVE "DUPLICATE USER ON USER-MASTER" TO WS-REJECT-REASON
011431         PERFORM WRITE-HELD-EXCEPTION
011432     ELSE
011433         MOVE WS-USER-ID OF WS-USER TO WS-HM-USER-ID
011434         MOVE WS-LAST-NAME OF WS-USER TO WS-HM-LAST-NAME
011435         MOVE WS-FIRST-NAME OF WS-USER TO WS-HM-FIRST-NAME
011436         MOVE WS-DATE-OF-BIRTH OF WS-USER TO WS-HM-DATE-OF-BIRTH
011437         MOVE WS-AGE OF WS-USER TO WS-HM-AGE
011438         MOVE WS-NEW-AGE TO WS-HM-NEW-AGE
011439         MOVE SPACE TO WS-HM-ELIG-STATUS
011440         MOVE SPACE TO WS-HM-ELIG-REASON
011441         MOVE ZERO TO WS-HM-ELIG-DATE
011442         MOVE WS-ASOF-CCYYMMDD TO WS-HM-BUSINESS-DATE
011443         SET WS-HELD-PRESENT TO TRUE
011444         SET WS-MASTER-APPLIED TO TRUE
011445         ADD 1 TO WS-WRITTEN-CTR
011446     END-IF.
011447
011448*----------------------------------------------------------------
011449* CHANGE-HELD-MASTER - OVERLAY THE CORRECTED DATE OF BIRTH AND
011450* THE AGES DERIVED FROM IT ON THE RECORD IN HAND, LEAVING THE
011451* ELIGIBILITY DECISION AS IT WAS
011452*----------------------------------------------------------------
011453 CHANGE-HELD-MASTER.
011454     IF WS-HELD-ABSENT
011455         SET WS-MASTER-NOT-APPLIED TO TRUE
011456         MOVE "USER NOT ON USER-MASTER" TO WS-REJECT-REASON
011457         PERFORM WRITE-HELD-EXCEPTION
011458     ELSE
011459         MOVE WS-DATE-OF-BIRTH OF WS-USER TO WS-HM-DATE-OF-BIRTH
011460         MOVE WS-AGE OF WS-USER TO WS-HM-AGE
011461         MOVE WS-NEW-AGE TO WS-HM-NEW-AGE
011462         MOVE WS-ASOF-CCYYMMDD TO WS-HM-BUSINESS-DATE
011463         SET WS-MASTER-APPLIED TO TRUE
011464         ADD 1 TO WS-CHANGED-CTR
011465     END-IF.
011466
011467*----------------------------------------------------------------
011468* DELETE-HELD-MASTER - DROP THE RECORD IN HAND SO IT NEVER
011469* REACHES THE NEW MASTER, AUDITING IT AS IT STOOD
011470*----------------------------------------------------------------
011471 DELETE-HELD-MASTER.
011472     IF WS-HELD-ABSENT
011473         MOVE "USER NOT ON USER-MASTER" TO WS-REJECT-REASON
011474         PERFORM WRITE-HELD-EXCEPTION
011475     ELSE
011476         MOVE WS-HM-DATE-OF-BIRTH TO WS-DATE-OF-BIRTH OF WS-USER
011477         MOVE WS-HM-AGE TO WS-AGE OF WS-USER
011478         MOVE WS-HM-NEW-AGE TO WS-NEW-AGE
011479         SET WS-HELD-ABSENT TO TRUE
011480         ADD 1 TO WS-DELETED-CTR
011481         IF NOT WS-REPLAYING
011482             PERFORM WRITE-AUDIT-RECORD
011483         END-IF
011484     END-IF.
011485
011486*----------------------------------------------------------------
011487* RENAME-HELD-MASTER - OVERLAY THE NEW NAMES ON THE RECORD IN
011488* HAND AND AUDIT IT AS IT NOW STANDS
011489*----------------------------------------------------------------
011490 RENAME-HELD-MASTER.
011491     IF WS-HELD-ABSENT
011492         MOVE "USER NOT ON USER-MASTER" TO WS-REJECT-REASON
011493         PERFORM WRITE-HELD-EXCEPTION
011494     ELSE
011495         MOVE WS-LAST-NAME OF WS-USER TO WS-HM-LAST-NAME
011496         MOVE WS-FIRST-NAME OF WS-USER TO WS-HM-FIRST-NAME
011497         MOVE WS-HM-DATE-OF-BIRTH TO WS-DATE-OF-BIRTH OF WS-USER
011498         MOVE WS-HM-AGE TO WS-AGE OF WS-USER
011499         MOVE WS-HM-NEW-AGE TO WS-NEW-AGE
011500         MOVE WS-ASOF-CCYYMMDD TO WS-HM-BUSINESS-DATE
011501         ADD 1 TO WS-RENAMED-CTR
011502         IF NOT WS-REPLAYING
011503             PERFORM WRITE-AUDIT-RECORD
011504         END-IF
011505     END-IF.
011506
011507*----------------------------------------------------------------
011508* WRITE-HELD-EXCEPTION - REPORT A TRANSACTION THE RECORD IN HAND
011509* CANNOT TAKE, UNLESS A RESTART IS REPLAYING WORK ALREADY REPORTED
011510*----------------------------------------------------------------
011511 WRITE-HELD-EXCEPTION.
011512     IF NOT WS-REPLAYING
011513         PERFORM WRITE-EXCEPTION
011514     END-IF.
011515
011516*----------------------------------------------------------------
011517* WRITE-HELD-MASTER - PUT THE RECORD IN HAND OUT TO THE NEW MASTER
011518*----------------------------------------------------------------
011519 WRITE-HELD-MASTER.
011520     MOVE WS-HELD-MASTER TO NM-USER-RECORD
011521     PERFORM WRITE-NEW-MASTER
011522     SET WS-HELD-ABSENT TO TRUE.
011523
011524*----------------------------------------------------------------
011525* COPY-OLD-MASTER - CARRY ONE OLD RECORD NO TRANSACTION TOUCHED
011526* ACROSS TO THE NEW MASTER, THEN READ THE NEXT
011527*----------------------------------------------------------------
011528 COPY-OLD-MASTER.
011529     MOVE OM-USER-RECORD TO NM-USER-RECORD
011530     PERFORM WRITE-NEW-MASTER
011531     PERFORM READ-OLD-MASTER.
011532
011533*----------------------------------------------------------------
011534* WRITE-NEW-MASTER - WRITE ONE RECORD TO THE NEW MASTER
011535*----------------------------------------------------------------
011536 WRITE-NEW-MASTER.
011537     WRITE NM-USER-RECORD
011538     IF NOT WS-NEW-MASTER-OK
011539         DISPLAY "ERROR WRITING NEW-MASTER, STATUS="
011540             WS-NEW-MASTER-STATUS
011541         PERFORM FLAG-IO-ERROR
011542     ELSE
011543         ADD 1 TO WS-NEW-MASTER-OUT-CTR
011544     END-IF.
011545
011546*----------------------------------------------------------------
011547* READ-OLD-MASTER - READ THE NEXT OLD RECORD, HOLDING ITS KEY FOR
011548* THE MATCH (HIGH-VALUES ONCE THE FILE IS DONE). THE UNLOAD MUST
011549* BE IN STRICT KEY ORDER OR THE MATCH CANNOT BE TRUSTED
011550*----------------------------------------------------------------
011551 READ-OLD-MASTER.
011552     READ OLD-MASTER
011553         AT END
011554         SET WS-END-OF-OLD-MASTER TO TRUE
011555     END-READ
011556     IF NOT WS-END-OF-OLD-MASTER
011557         AND NOT WS-OLD-MASTER-OK
011558         DISPLAY "ERROR READING OLD-MASTER, STATUS="
011559             WS-OLD-MASTER-STATUS
011560         PERFORM FLAG-IO-ERROR
011561         SET WS-END-OF-OLD-MASTER TO TRUE
011562     END-IF
011563     IF WS-END-OF-OLD-MASTER
011564         MOVE HIGH-VALUE TO WS-OLD-KEY
011565     ELSE
011566         MOVE OM-USER-ID TO WS-OLD-KEY
011567         ADD 1 TO WS-OLD-MASTER-IN-CTR
011568         IF WS-OLD-KEY NOT > WS-PREV-OLD-KEY
011569             DISPLAY "OLDMSTR OUT OF KEY SEQUENCE AT " WS-OLD-KEY
011570             SET WS-CONTROL-ERROR TO TRUE
011571             MOVE 16 TO WS-SEVERITY
011572             PERFORM RAISE-RETURN-CODE
011573         END-IF
011574         MOVE WS-OLD-KEY TO WS-PREV-OLD-KEY
011575     END-IF.
011576
011577*----------------------------------------------------------------
011578* FINISH-NEW-MASTER - PUT OUT THE RECORD STILL IN HAND, COPY THE
011579* REST OF THE OLD MASTER ACROSS BEHIND IT, AND CLOSE BOTH. A RUN
011580* ALREADY FAILED ON ITS CONTROLS IS NEVER RELOADED, SO ITS NEW
011581* MASTER IS LEFT SHORT RATHER THAN COPIED OUT IN FULL
011582*----------------------------------------------------------------
011583 FINISH-NEW-MASTER.
011584     IF NOT WS-CONTROL-ERROR
011585         IF WS-HELD-PRESENT
011586             PERFORM WRITE-HELD-MASTER
011587         END-IF
011588         PERFORM COPY-OLD-MASTER
011589             UNTIL WS-END-OF-OLD-MASTER
011590     END-IF
011591     CLOSE OLD-MASTER
011592     CLOSE NEW-MASTER
011593     IF NOT WS-NEW-MASTER-OK
011594         DISPLAY "ERROR CLOSING NEW-MASTER, STATUS="
011595             WS-NEW-MASTER-STATUS
011596         PERFORM FLAG-IO-ERROR
011597     END-IF
011598     MOVE 'N' TO WS-NEW-MASTER-SW.
011599
011600*----------------------------------------------------------------
011601* CALC-ONE-PROJECTION - WORK OUT THE PROJECTED AGE AT ONE HORIZON
011602*----------------------------------------------------------------
011603 CALC-ONE-PROJECTION.
011604     COMPUTE WS-PROJECTION-AGES (WS-SUB) =
011605         WS-AGE OF WS-USER + WS-PROJECTION-YEARS (WS-SUB).
011606
011607*----------------------------------------------------------------
011608* TRACK-AGE-TOTALS - KEEP THE RUNNING MIN, MAX AND SUM OF
011609* WS-NEW-AGE SO FINISH-UP CAN REPORT A BATCH RUN'S CONTROL TOTALS
011610*----------------------------------------------------------------
011611 TRACK-AGE-TOTALS.
011612     IF WS-NEW-AGE < WS-MIN-NEW-AGE
011613         MOVE WS-NEW-AGE TO WS-MIN-NEW-AGE
011614     END-IF
011615     IF WS-NEW-AGE > WS-MAX-NEW-AGE
011616         MOVE WS-NEW-AGE TO WS-MAX-NEW-AGE
011617     END-IF
011618     ADD WS-NEW-AGE TO WS-SUM-NEW-AGE.
011619
011620*----------------------------------------------------------------
011621* WRITE-AUDIT-RECORD - APPEND A TIMESTAMPED ENTRY TO THE AUDIT
011622* TRAIL SHOWING WHAT WENT IN AND WHAT CALC-DATA PRODUCED
011623*----------------------------------------------------------------
011624 WRITE-AUDIT-RECORD.
011625     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
011626     MOVE WS-CURRENT-DATE TO AL-TIMESTAMP
011627     MOVE WS-USER-ID OF WS-USER TO AL-USER-ID
011630     MOVE WS-FIRST-NAME OF WS-USER TO AL-FIRST-NAME
011640     MOVE WS-LAST-NAME OF WS-USER TO AL-LAST-NAME
011650     MOVE WS-DATE-OF-BIRTH OF WS-USER TO AL-DATE-OF-BIRTH
011670     MOVE WS-NEW-AGE TO AL-NEW-AGE
011674     MOVE WS-ASOF-CCYYMMDD TO AL-BUSINESS-DATE
011676     MOVE WS-TRANS-CODE TO AL-ACTION
011678     MOVE SPACE TO AL-MERGED-ID
011681     MOVE SPACE TO AL-REQUESTED-BY
011684     MOVE SPACE TO AL-APPROVED-BY
011687     WRITE AL-AUDIT-RECORD
011690     IF NOT WS-AUDIT-LOG-OK
011700         DISPLAY "ERROR WRITING AUDIT-LOG, STATUS="
011710             WS-AUDIT-LOG-STATUS
011770* FIXED-FORMAT RECORD FOR EVERY PERSON CALC-DATA PROJECTS
011780*----------------------------------------------------------------
011790 WRITE-OUTBOUND-RECORD.
011793     MOVE SPACE TO OF-OUTBOUND-RECORD
011796     MOVE 'D' TO OF-RECORD-TYPE
011800     MOVE WS-USER-ID OF WS-USER TO OF-USER-ID
011810     MOVE WS-LAST-NAME OF WS-USER TO OF-LAST-NAME
011820     MOVE WS-FIRST-NAME OF WS-USER TO OF-FIRST-NAME
011860         DISPLAY "ERROR WRITING OUTBOUND-FEED, STATUS="
011870             WS-OUTBOUND-FEED-STATUS
011880         PERFORM FLAG-IO-ERROR
011883     ELSE
011886         ADD 1 TO WS-FED-CTR
011890     END-IF.
011891
011892*----------------------------------------------------------------
011893* OPEN-FEED-BATCH - NUMBER THIS RUN'S OUTBOUND FEED. A RESTART
011894* CARRIES ON THE BATCH ITS CHECKPOINT NAMES, WHOSE HEADER IS
011895* ALREADY ON OUTFEED; ANY OTHER RUN TAKES THE NEXT NUMBER ON
011896* FEED-CONTROL AND WRITES A FRESH HEADER. THE FILE IS BUILT
011897* EMPTY THE FIRST TIME IT IS EVER SEEN
011898*----------------------------------------------------------------
011899 OPEN-FEED-BATCH.
011900     OPEN I-O FEED-CONTROL
011901     IF NOT WS-FEED-CONTROL-OK
011902         OPEN OUTPUT FEED-CONTROL
011903         IF WS-FEED-CONTROL-OK
011904             CLOSE FEED-CONTROL
011905             OPEN I-O FEED-CONTROL
011906         END-IF
011907     END-IF
011908     IF NOT WS-FEED-CONTROL-OK
011909         DISPLAY "ERROR OPENING FEED-CONTROL, STATUS="
011910             WS-FEED-CONTROL-STATUS
011911         PERFORM FLAG-IO-ERROR
011912     ELSE
011913         IF WS-FEED-BATCH-SEQ > ZERO
011914             PERFORM RESUME-FEED-BATCH
011915         ELSE
011916             PERFORM START-FEED-BATCH
011917         END-IF
011918         IF NOT WS-FEED-BATCH-OPEN
011919             CLOSE FEED-CONTROL
011920         END-IF
011921     END-IF.
011922
011923*----------------------------------------------------------------
011924* RESUME-FEED-BATCH - A RESTARTED RUN PICKS UP THE BATCH IT HAD
011925* OPEN WHEN IT WAS CHECKPOINTED, COUNTING WHAT IS ALREADY ON
011926* OUTFEED. IF FEED-CONTROL HAS LOST IT, A NEW BATCH IS STARTED
011927*----------------------------------------------------------------
011928 RESUME-FEED-BATCH.
011929     MOVE WS-FEED-BATCH-SEQ TO FC-BATCH-SEQ
011930     READ FEED-CONTROL
011931         INVALID KEY
011932         DISPLAY "CHECKPOINTED FEED BATCH " WS-FEED-BATCH-SEQ
011933             " NOT ON FEED-CONTROL, NEW BATCH STARTED"
011934         MOVE ZERO TO WS-FED-CTR
011935         PERFORM START-FEED-BATCH
011936         NOT INVALID KEY
011937         DISPLAY "RESTART RESUMES FEED BATCH " WS-FEED-BATCH-SEQ
011938         PERFORM RECOUNT-FEED-BATCH
011939     END-READ.
011940
011941*----------------------------------------------------------------
011942* START-FEED-BATCH - TAKE THE NEXT BATCH NUMBER, RECORD THE BATCH
011943* ON FEED-CONTROL AS OPEN, AND HEAD THE FEED WITH IT
011944*----------------------------------------------------------------
011945 START-FEED-BATCH.
011946     PERFORM FIND-LAST-FEED-BATCH
011947     ADD 1 TO WS-FEED-BATCH-SEQ
011948     MOVE SPACE TO FC-FEED-RECORD
011949     MOVE WS-FEED-BATCH-SEQ TO FC-BATCH-SEQ
011950     MOVE WS-ASOF-CCYYMMDD TO FC-BUSINESS-DATE
011951     IF WS-RESUBMIT-MODE
011952         SET FC-RESUBMIT-RUN TO TRUE
011953     ELSE
011954         IF WS-BATCH-MODE
011955             SET FC-BATCH-RUN TO TRUE
011956         ELSE
011957             SET FC-INTERACTIVE-RUN TO TRUE
011958         END-IF
011959     END-IF
011960     SET FC-BATCH-OPEN TO TRUE
011961     MOVE ZERO TO FC-SENT-CTR
011962                  FC-SEND-RC
011963                  FC-ACK-DATE
011964                  FC-ACKED-CTR
011965                  FC-ACCEPTED-CTR
011966                  FC-REJECTED-CTR
011967                  FC-UNMATCHED-CTR
011968     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
011969     MOVE WS-CURRENT-DATE TO FC-SENT-TIMESTAMP
011970     WRITE FC-FEED-RECORD
011971         INVALID KEY
011972         DISPLAY "ERROR WRITING FEED-CONTROL, STATUS="
011973             WS-FEED-CONTROL-STATUS
011974         PERFORM FLAG-IO-ERROR
011975         NOT INVALID KEY
011976         SET WS-FEED-BATCH-OPEN TO TRUE
011977         PERFORM WRITE-FEED-HEADER
011978     END-WRITE.
011979
011980*----------------------------------------------------------------
011981* FIND-LAST-FEED-BATCH - BROWSE FEED-CONTROL TO ITS HIGHEST BATCH
011982* NUMBER. AN EMPTY FILE LEAVES ZERO, SO THE FIRST BATCH IS ONE
011983*----------------------------------------------------------------
011984 FIND-LAST-FEED-BATCH.
011985     MOVE ZERO TO WS-FEED-BATCH-SEQ
011986     MOVE ZERO TO FC-BATCH-SEQ
011987     MOVE 'N' TO WS-FEED-CONTROL-EOF-SW
011988     START FEED-CONTROL KEY IS NOT LESS THAN FC-BATCH-SEQ
011989         INVALID KEY
011990         SET WS-END-OF-FEED-CONTROL TO TRUE
011991     END-START
011992     PERFORM READ-NEXT-FEED-BATCH
011993         UNTIL WS-END-OF-FEED-CONTROL.
011994
011995*----------------------------------------------------------------
011996* READ-NEXT-FEED-BATCH - STEP TO THE NEXT BATCH ON FEED-CONTROL
011997*----------------------------------------------------------------
011998 READ-NEXT-FEED-BATCH.
011999     READ FEED-CONTROL NEXT RECORD
012000         AT END
012001         SET WS-END-OF-FEED-CONTROL TO TRUE
012002         NOT AT END
012003         MOVE FC-BATCH-SEQ TO WS-FEED-BATCH-SEQ
012004     END-READ.
012005
012006*----------------------------------------------------------------
012007* WRITE-FEED-HEADER - LABEL THE BATCH WITH ITS NUMBER AND THE
012008* BUSINESS DATE IT WAS PRODUCED FOR
012009*----------------------------------------------------------------
012010 WRITE-FEED-HEADER.
012011     MOVE SPACE TO OF-OUTBOUND-RECORD
012012     MOVE 'H' TO OF-RECORD-TYPE
012013     MOVE WS-FEED-BATCH-SEQ TO OF-BATCH-SEQ
012014     MOVE WS-ASOF-CCYYMMDD TO OF-BUSINESS-DATE
012015     WRITE OF-OUTBOUND-RECORD
012016     IF NOT WS-OUTBOUND-FEED-OK
012017         DISPLAY "ERROR WRITING OUTBOUND-FEED, STATUS="
012018             WS-OUTBOUND-FEED-STATUS
012019         PERFORM FLAG-IO-ERROR
012020     END-IF.
012021
012022*----------------------------------------------------------------
012023* CLOSE-FEED-BATCH - CLOSE THE BATCH OFF WITH A TRAILER CARRYING
012024* THE COUNT OF DETAILS IT HOLDS, AND MARK IT SENT ON FEED-CONTROL
012025* WITH THAT COUNT AND THE RUN'S CONDITION CODE SO FAR
012026*----------------------------------------------------------------
012027 CLOSE-FEED-BATCH.
012028     IF WS-FEED-BATCH-OPEN
012029         PERFORM WRITE-FEED-TRAILER
012030         MOVE WS-FEED-BATCH-SEQ TO FC-BATCH-SEQ
012031         READ FEED-CONTROL
012032             INVALID KEY
012033             DISPLAY "ERROR READING FEED-CONTROL, STATUS="
012034                 WS-FEED-CONTROL-STATUS
012035             PERFORM FLAG-IO-ERROR
012036             NOT INVALID KEY
012037             PERFORM MARK-FEED-BATCH-SENT
012038         END-READ
012039         CLOSE FEED-CONTROL
012040         MOVE 'N' TO WS-FEED-BATCH-SW
012041     END-IF.
012042
012043*----------------------------------------------------------------
012044* MARK-FEED-BATCH-SENT - PUT THE SENT COUNT AND CONDITION CODE ON
012045* THE BATCH'S FEED-CONTROL RECORD
012046*----------------------------------------------------------------
012047 MARK-FEED-BATCH-SENT.
012048     SET FC-BATCH-SENT TO TRUE
012049     MOVE WS-FED-CTR TO FC-SENT-CTR
012050     MOVE RETURN-CODE TO FC-SEND-RC
012051     REWRITE FC-FEED-RECORD
012052         INVALID KEY
012053         DISPLAY "ERROR REWRITING FEED-CONTROL, STATUS="
012054             WS-FEED-CONTROL-STATUS
012055         PERFORM FLAG-IO-ERROR
012056     END-REWRITE.
012057
012058*----------------------------------------------------------------
012059* WRITE-FEED-TRAILER - THE BATCH NUMBER AGAIN AND THE COUNT OF
012060* DETAILS, SO THE INTERFACE CAN PROVE IT RECEIVED THE WHOLE BATCH
012061*----------------------------------------------------------------
012062 WRITE-FEED-TRAILER.
012063     MOVE SPACE TO OF-OUTBOUND-RECORD
012064     MOVE 'T' TO OF-RECORD-TYPE
012065     MOVE WS-FEED-BATCH-SEQ TO OF-TRL-BATCH-SEQ
012066     MOVE WS-FED-CTR TO OF-RECORD-COUNT
012067     WRITE OF-OUTBOUND-RECORD
012068     IF NOT WS-OUTBOUND-FEED-OK
012069         DISPLAY "ERROR WRITING OUTBOUND-FEED, STATUS="
012070             WS-OUTBOUND-FEED-STATUS
012071         PERFORM FLAG-IO-ERROR
012072     END-IF.
012073
012074*----------------------------------------------------------------
012075* SHOW-DATA - DISPLAY THE PROJECTED AGE AT EVERY HORIZON IN
012076* THE PROJECTION-YEARS TABLE
012077*----------------------------------------------------------------
012078 SHOW-DATA.
012079     DISPLAY "Welcome " WS-FULL-NAME
012080     PERFORM SHOW-ONE-PROJECTION VARYING WS-SUB FROM 1 BY 1
012081         UNTIL WS-SUB > 4.
012082
012083*----------------------------------------------------------------
012084* SHOW-ONE-PROJECTION - DISPLAY ONE ROW OF THE PROJECTION TABLE
012085*----------------------------------------------------------------
012086 SHOW-ONE-PROJECTION.
012087     DISPLAY "  In " WS-PROJECTION-YEARS (WS-SUB)
012088         " years you will be: " WS-PROJECTION-AGES (WS-SUB).
012089
012090*----------------------------------------------------------------
012091* FINISH-UP - WRAP UP THE RUN. A BATCH RUN REPORTS ITS CONTROL
012092* TOTALS; AN INTERACTIVE RUN WAITS FOR THE OPERATOR TO ACKNOWLEDGE.
012094* EITHER WAY THE FEED BATCH IS CLOSED OFF AND THE RUN IS
012096* REGISTERED, SO THE VERIFY JOB'S COUNT RECONCILIATION SEES
012098* EVERY RUN THAT MAINTAINED THE MASTER
012100*----------------------------------------------------------------
012110 FINISH-UP.
012120     IF WS-BATCH-MODE
012130         PERFORM VERIFY-TRANS-CONTROLS
012140         PERFORM CHECK-REJECT-THRESHOLD
012142         IF WS-SEQUENTIAL-UPDATE AND NOT WS-CONTROL-ERROR
012144             PERFORM VERIFY-NEW-MASTER
012146         END-IF
012150         PERFORM SHOW-CONTROL-TOTALS
012152         PERFORM CLOSE-FEED-BATCH
012154         PERFORM WRITE-RUN-REGISTRY
012160     ELSE
012170         DISPLAY "Strike any key to continue"
012180         ACCEPT WS-CLOSE
012182         PERFORM CLOSE-FEED-BATCH
012184         PERFORM WRITE-RUN-REGISTRY
012190     END-IF
012200     DISPLAY "Good bye".
012490     END-IF.
012500
012510*----------------------------------------------------------------
012511* VERIFY-NEW-MASTER - THE NEW MASTER MUST HOLD EVERY OLD RECORD
012512* PLUS THE ADDS LESS THE DELETES. ONE THAT DOES NOT BALANCE FAILS
012513* THE RUN SO IT IS NEVER RELOADED OVER USER-MASTER
012514*----------------------------------------------------------------
012515 VERIFY-NEW-MASTER.
012516     COMPUTE WS-NEW-MASTER-EXPECTED = WS-OLD-MASTER-IN-CTR
012517         + WS-WRITTEN-CTR - WS-DELETED-CTR
012518     IF WS-NEW-MASTER-OUT-CTR NOT = WS-NEW-MASTER-EXPECTED
012519         SET WS-CONTROL-ERROR TO TRUE
012520         DISPLAY "NEW MASTER HOLDS " WS-NEW-MASTER-OUT-CTR
012521             " RECORDS, " WS-NEW-MASTER-EXPECTED " EXPECTED"
012522         DISPLAY "NEW MASTER OUT OF BALANCE, RUN FAILED"
012523         MOVE 16 TO WS-SEVERITY
012524         PERFORM RAISE-RETURN-CODE
012525     END-IF.
012526
012527*----------------------------------------------------------------
012528* CHECK-REJECT-THRESHOLD - A RUN WITH ANY REJECTS ENDS WITH A
012530* WARNING, AND ONE WHOSE REJECT PERCENTAGE TOPS THE PARM-CARD
012540* THRESHOLD ENDS RC=8 SO THE SCHEDULER HOLDS THE FEED BACK
012550*----------------------------------------------------------------
013070     DISPLAY "  RECORDS RECYCLED ...... " WS-RECYCLED-CTR
013080     DISPLAY "  OUT OF SEQUENCE INPUT . " WS-OUT-OF-SEQ-CTR
013090     DISPLAY "  DUPLICATE KEY INPUT ... " WS-DUP-KEY-CTR
013093     DISPLAY "  FEED BATCH NUMBER ..... " WS-FEED-BATCH-SEQ
013096     DISPLAY "  RECORDS FED ........... " WS-FED-CTR
013097     DISPLAY "  PRE-SCREEN RULES ...... " WS-RULE-COUNT
013098     DISPLAY "  PREDICTED REJECTS HELD  " WS-PREDICT-HELD-CTR
013099     DISPLAY "  PREDICTED REJECTS SENT  " WS-PREDICT-WATCHED-CTR
013100     DISPLAY "  MINIMUM PROJECTED AGE . " WS-MIN-NEW-AGE
013110     DISPLAY "  MAXIMUM PROJECTED AGE . " WS-MAX-NEW-AGE
013120     DISPLAY "  AVERAGE PROJECTED AGE . " WS-AVG-NEW-AGE
013121     IF WS-SEQUENTIAL-UPDATE
013122         DISPLAY "  RECORDS FROM OLD MASTER " WS-OLD-MASTER-IN-CTR
013123         DISPLAY "  RECORDS TO NEW MASTER . "
013124             WS-NEW-MASTER-OUT-CTR
013125     END-IF
013130     DISPLAY "----------------------------------------".
013150
013160*----------------------------------------------------------------
013170* WRITE-RUN-REGISTRY - APPEND THIS RUN'S DATES, CONTROL TOTALS
013180* AND FINAL CONDITION CODE TO THE REGISTRY SO THE NEXT RUN'S
013185* DUPLICATE GUARD AND THE TREND REPORT CAN SEE WHAT HAPPENED. A
013190* SEQUENTIAL UPDATE THAT ENDS ABOVE RC=8 IS NEVER RELOADED, SO
013195* IT REGISTERS NO MASTER CHANGES FOR THE VERIFY JOB TO EXPECT
013200*----------------------------------------------------------------
013210 WRITE-RUN-REGISTRY.
013220     OPEN EXTEND RUN-REGISTRY
013550         MOVE WS-MAX-NEW-AGE TO RG-MAX-NEW-AGE
013560         MOVE WS-AVG-NEW-AGE TO RG-AVG-NEW-AGE
013570         MOVE RETURN-CODE TO RG-RETURN-CODE
013571         IF WS-KEEP-CHECKPOINT
013572         OR (WS-SEQUENTIAL-UPDATE AND RETURN-CODE > 8)
013573             DISPLAY "RUN REFUSED OR NEW MASTER NOT RELOADED, NO "
013574                 "MASTER CHANGES REGISTERED"
013575             MOVE ZERO TO RG-WRITTEN-CTR
013576                          RG-CHANGED-CTR
013577                          RG-RENAMED-CTR
013578                          RG-DELETED-CTR
013579         END-IF
013580         MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
013590         MOVE WS-CURRENT-DATE TO RG-TIMESTAMP
013600         WRITE RG-RUN-RECORD
013650         END-IF
013660         CLOSE RUN-REGISTRY
013670     END-IF.
013680
013690*----------------------------------------------------------------
013700* CHECK-CYCLE-CONTROL - OPEN THE NIGHTLY CYCLE FOR THE AS-OF DATE,
013710* OR PICK IT UP AGAIN ON A RESTART, AND MARK THIS FIRST STEP
013720* STARTED. A RUN THAT CANNOT TAKE ITS PLACE IN THE CYCLE IS
013730* REFUSED (RC=20)
013740*----------------------------------------------------------------
013750 CHECK-CYCLE-CONTROL.
013760     MOVE WS-ASOF-CCYYMMDD TO WS-CYCLE-DATE
013770     OPEN I-O CYCLE-CONTROL
013780     IF NOT WS-CYCLE-CONTROL-OK
013790         OPEN OUTPUT CYCLE-CONTROL
013800         IF WS-CYCLE-CONTROL-OK
013810             CLOSE CYCLE-CONTROL
013820             OPEN I-O CYCLE-CONTROL
013830         END-IF
013840     END-IF
013850     IF NOT WS-CYCLE-CONTROL-OK
013860         DISPLAY "ERROR OPENING CYCLE-CONTROL, STATUS="
013870             WS-CYCLE-CONTROL-STATUS
013880         SET WS-CONTROL-ERROR TO TRUE
013885         SET WS-KEEP-CHECKPOINT TO TRUE
013890         PERFORM FLAG-IO-ERROR
013900     ELSE
013910         MOVE WS-CYCLE-DATE TO CC-BUSINESS-DATE
013920         READ CYCLE-CONTROL
013930             INVALID KEY
013940             PERFORM OPEN-NEW-CYCLE
013950             NOT INVALID KEY
013960             DISPLAY "RESTARTING NIGHTLY CYCLE " WS-CYCLE-DATE
013970             PERFORM MARK-CYCLE-STEP-STARTED
013980         END-READ
013990         CLOSE CYCLE-CONTROL
014000     END-IF
014010     IF WS-CYCLE-REFUSED
014020         DISPLAY "OUT OF NIGHTLY CYCLE ORDER, RUN REFUSED"
014030         SET WS-CONTROL-ERROR TO TRUE
014035         SET WS-KEEP-CHECKPOINT TO TRUE
014040         MOVE 20 TO WS-SEVERITY
014050         PERFORM RAISE-RETURN-CODE
014060     END-IF.
014070
014080*----------------------------------------------------------------
014090* OPEN-NEW-CYCLE - ADD TONIGHT'S CYCLE WITH THIS STEP STARTED AND
014100* THE REST NOT RUN. THE LAST CYCLE MUST HAVE ENDED WITH A CLEAN
014110* (OR BYPASSED) RESELSNP, AND AN AS-OF DATE BEHIND IT IS REFUSED
014120* SO THE LATER STEPS NEVER LOSE TRACK OF WHICH CYCLE IS CURRENT
014130*----------------------------------------------------------------
014140 OPEN-NEW-CYCLE.
014150     PERFORM FIND-LAST-CYCLE
014160     IF WS-LAST-CYCLE-DATE > WS-CYCLE-DATE
014170         DISPLAY "AS-OF DATE " WS-CYCLE-DATE " IS BEHIND THE "
014180             "CURRENT CYCLE " WS-LAST-CYCLE-DATE
014190         SET WS-CYCLE-REFUSED TO TRUE
014200     ELSE
014210         IF WS-LAST-CYCLE-DATE > ZERO
014220             PERFORM CHECK-LAST-CYCLE-ENDED
014230         END-IF
014240     END-IF
014250     IF NOT WS-CYCLE-REFUSED
014260         MOVE FUNCTION CURRENT-DATE TO WS-CYCLE-TIMESTAMP
014270         MOVE SPACE TO CC-CYCLE-RECORD
014280         MOVE WS-CYCLE-DATE TO CC-BUSINESS-DATE
014290         PERFORM CLEAR-CYCLE-STEP
014300             VARYING WS-CYCLE-SUB FROM 1 BY 1
014310             UNTIL WS-CYCLE-SUB > 6
014320         SET CC-STEP-STARTED (WS-CYCLE-STEP) TO TRUE
014330         MOVE WS-CYCLE-TIMESTAMP (1:14)
014340             TO CC-STEP-STARTED-AT (WS-CYCLE-STEP)
014350         WRITE CC-CYCLE-RECORD
014360             INVALID KEY
014370             DISPLAY "ERROR WRITING CYCLE-CONTROL, STATUS="
014380                 WS-CYCLE-CONTROL-STATUS
014390             SET WS-CYCLE-REFUSED TO TRUE
014400             NOT INVALID KEY
014410             SET WS-CYCLE-STARTED TO TRUE
014420             DISPLAY "NIGHTLY CYCLE " WS-CYCLE-DATE " OPENED"
014430         END-WRITE
014440     END-IF.
014450
014460*----------------------------------------------------------------
014470* CHECK-LAST-CYCLE-ENDED - THE LAST CYCLE'S FINAL STEP MUST BE
014480* COMPLETE AT RC=4 OR BELOW, OR BYPASSED, BEFORE ANOTHER OPENS
014490*----------------------------------------------------------------
014500 CHECK-LAST-CYCLE-ENDED.
014510     MOVE WS-LAST-CYCLE-DATE TO CC-BUSINESS-DATE
014520     READ CYCLE-CONTROL
014530         INVALID KEY
014540         DISPLAY "ERROR READING CYCLE-CONTROL, STATUS="
014550             WS-CYCLE-CONTROL-STATUS
014560         SET WS-CYCLE-REFUSED TO TRUE
014570     END-READ
014580     IF NOT WS-CYCLE-REFUSED
014590         IF NOT CC-STEP-BYPASSED (WS-CYCLE-PRIOR-STEP)
014600             AND (NOT CC-STEP-COMPLETE (WS-CYCLE-PRIOR-STEP)
014610                 OR CC-STEP-RC (WS-CYCLE-PRIOR-STEP) > 4)
014620             DISPLAY WS-CYCLE-PRIOR-JOB " NOT COMPLETE CLEAN FOR "
014630                 "BUSINESS DATE " WS-LAST-CYCLE-DATE
014640             SET WS-CYCLE-REFUSED TO TRUE
014650         END-IF
014660     END-IF.
014670
014680*----------------------------------------------------------------
014690* FIND-LAST-CYCLE - BROWSE CYCLE-CONTROL TO ITS LATEST BUSINESS
014700* DATE, THE CYCLE NOW RUNNING. AN EMPTY FILE LEAVES ZERO
014710*----------------------------------------------------------------
014720 FIND-LAST-CYCLE.
014730     MOVE ZERO TO WS-LAST-CYCLE-DATE
014740     MOVE ZERO TO CC-BUSINESS-DATE
014750     MOVE 'N' TO WS-CYCLE-EOF-SW
014760     START CYCLE-CONTROL KEY IS NOT LESS THAN CC-BUSINESS-DATE
014770         INVALID KEY
014780         SET WS-END-OF-CYCLE-CONTROL TO TRUE
014790     END-START
014800     PERFORM READ-NEXT-CYCLE
014810         UNTIL WS-END-OF-CYCLE-CONTROL.
014820
014830*----------------------------------------------------------------
014840* READ-NEXT-CYCLE - STEP TO THE NEXT CYCLE ON CYCLE-CONTROL
014850*----------------------------------------------------------------
014860 READ-NEXT-CYCLE.
014870     READ CYCLE-CONTROL NEXT RECORD
014880         AT END
014890         SET WS-END-OF-CYCLE-CONTROL TO TRUE
014900         NOT AT END
014910         MOVE CC-BUSINESS-DATE TO WS-LAST-CYCLE-DATE
014920     END-READ.
014930
014940*----------------------------------------------------------------
014950* MARK-CYCLE-STEP-STARTED - STAMP THIS STEP STARTED AND CLEAR THE
014960* STEPS AFTER IT, WHOSE RESULTS NO LONGER STAND ONCE THIS ONE
014970* RUNS AGAIN. A STEP THE OPERATOR BYPASSED STAYS BYPASSED
014980*----------------------------------------------------------------
014990 MARK-CYCLE-STEP-STARTED.
015000     MOVE FUNCTION CURRENT-DATE TO WS-CYCLE-TIMESTAMP
015010     SET CC-STEP-STARTED (WS-CYCLE-STEP) TO TRUE
015020     MOVE ZERO TO CC-STEP-RC (WS-CYCLE-STEP)
015030     MOVE WS-CYCLE-TIMESTAMP (1:14)
015040         TO CC-STEP-STARTED-AT (WS-CYCLE-STEP)
015050     MOVE SPACE TO CC-STEP-ENDED-AT (WS-CYCLE-STEP)
015060     PERFORM CLEAR-CYCLE-STEP
015070         VARYING WS-CYCLE-SUB FROM WS-CYCLE-NEXT-STEP BY 1
015080         UNTIL WS-CYCLE-SUB > 6
015090     REWRITE CC-CYCLE-RECORD
015100         INVALID KEY
015110         DISPLAY "ERROR REWRITING CYCLE-CONTROL, STATUS="
015120             WS-CYCLE-CONTROL-STATUS
015130         SET WS-CYCLE-REFUSED TO TRUE
015140         NOT INVALID KEY
015150         SET WS-CYCLE-STARTED TO TRUE
015160         DISPLAY "NIGHTLY CYCLE " WS-CYCLE-DATE " STEP "
015170             WS-CYCLE-STEP " STARTED"
015180     END-REWRITE.
015190
015200*----------------------------------------------------------------
015210* CLEAR-CYCLE-STEP - RESET ONE LATER STEP TO NOT RUN
015220*----------------------------------------------------------------
015230 CLEAR-CYCLE-STEP.
015240     IF NOT CC-STEP-BYPASSED (WS-CYCLE-SUB)
015250         MOVE SPACE TO CC-STEP-ENTRY (WS-CYCLE-SUB)
015260         MOVE ZERO TO CC-STEP-RC (WS-CYCLE-SUB)
015270     END-IF.
015280
015290*----------------------------------------------------------------
015300* POST-CYCLE-CONTROL - RECORD THIS STEP ENDED ON TONIGHT'S CYCLE
015310* WITH THE CONDITION CODE THE RUN IS ENDING ON
015320*----------------------------------------------------------------
015330 POST-CYCLE-CONTROL.
015340     OPEN I-O CYCLE-CONTROL
015350     IF NOT WS-CYCLE-CONTROL-OK
015360         DISPLAY "ERROR OPENING CYCLE-CONTROL, STATUS="
015370             WS-CYCLE-CONTROL-STATUS
015380         PERFORM FLAG-IO-ERROR
015390     ELSE
015400         MOVE WS-CYCLE-DATE TO CC-BUSINESS-DATE
015410         READ CYCLE-CONTROL
015420             INVALID KEY
015430             DISPLAY "ERROR READING CYCLE-CONTROL, STATUS="
015440                 WS-CYCLE-CONTROL-STATUS
015450             PERFORM FLAG-IO-ERROR
015460             NOT INVALID KEY
015470             PERFORM MARK-CYCLE-STEP-COMPLETE
015480         END-READ
015490         CLOSE CYCLE-CONTROL
015500     END-IF.
015510
015520*----------------------------------------------------------------
015525* MARK-CYCLE-STEP-COMPLETE - STAMP THIS STEP COMPLETE WITH ITS
015530* CONDITION CODE, WHICH DECIDES WHETHER THE NEXT STEP MAY RUN. A
015535* SEQUENTIAL UPDATE HAS ONLY WRITTEN A NEW MASTER, WHICH RESELWHV
015540* STILL HAS TO RELOAD: ITS CODE AND END ARE POSTED BUT THE STEP
015545* STAYS STARTED UNTIL RESELWHV CONFIRMS THE RELOAD ON RESELCYC
015550*----------------------------------------------------------------
015555 MARK-CYCLE-STEP-COMPLETE.
015560     MOVE FUNCTION CURRENT-DATE TO WS-CYCLE-TIMESTAMP
015565     IF NOT WS-SEQUENTIAL-UPDATE
015570         SET CC-STEP-COMPLETE (WS-CYCLE-STEP) TO TRUE
015575     END-IF
015580     MOVE RETURN-CODE TO CC-STEP-RC (WS-CYCLE-STEP)
015585     MOVE WS-CYCLE-TIMESTAMP (1:14)
015590         TO CC-STEP-ENDED-AT (WS-CYCLE-STEP)
015595     REWRITE CC-CYCLE-RECORD
015600         INVALID KEY
015605         DISPLAY "ERROR REWRITING CYCLE-CONTROL, STATUS="
015610             WS-CYCLE-CONTROL-STATUS
015615         PERFORM FLAG-IO-ERROR
015620         NOT INVALID KEY
015625         IF WS-SEQUENTIAL-UPDATE
015630             DISPLAY "NIGHTLY CYCLE " WS-CYCLE-DATE " STEP "
015635                 WS-CYCLE-STEP " ENDED, RC="
015640                 CC-STEP-RC (WS-CYCLE-STEP)
015645                 ", COMPLETE ONCE THE NEW MASTER IS RELOADED"
015650         ELSE
015655             DISPLAY "NIGHTLY CYCLE " WS-CYCLE-DATE " STEP "
015660                 WS-CYCLE-STEP " COMPLETE, RC="
015665                 CC-STEP-RC (WS-CYCLE-STEP)
015670         END-IF
015675     END-REWRITE.
015715
015720*----------------------------------------------------------------
015730* LOAD-ELIG-RULES - TABLE THE ACTIVE PRE-SCREEN RULES AND OPEN
015740* THE PREDICTED-REJECT FILE FOR THE PEOPLE THEY MATCH. WITH NO
015750* RULES ON FILE NOTHING IS SCREENED AND EVERYONE IS FED
015760*----------------------------------------------------------------
015770 LOAD-ELIG-RULES.
015780     OPEN INPUT ELIG-RULES
015790     IF WS-ELIG-RULES-OK
015800         PERFORM READ-ELIG-RULE
015810             UNTIL WS-END-OF-ELIG-RULES
015820         CLOSE ELIG-RULES
015830     END-IF
015840     IF WS-RULE-COUNT = ZERO
015850         IF WS-BATCH-MODE
015860             DISPLAY "NO ELIGIBILITY PRE-SCREEN RULES, NONE HELD"
015870         END-IF
015880     ELSE
015890         PERFORM OPEN-PREDICTED-REJECTS
015900     END-IF.
015910
015920*----------------------------------------------------------------
015930* READ-ELIG-RULE - TABLE THE NEXT RULE IF IT IS ACTIVE. RULES
015940* PAST THE TABLE'S SIZE ARE LEFT OUT AND THE RUN ENDS RC=4
015950*----------------------------------------------------------------
015960 READ-ELIG-RULE.
015970     READ ELIG-RULES
015980         AT END
015990         SET WS-END-OF-ELIG-RULES TO TRUE
016000         NOT AT END
016010         IF ER-ACTIVE
016020             IF WS-RULE-COUNT < WS-RULE-MAX
016030                 ADD 1 TO WS-RULE-COUNT
016040                 MOVE ER-RULE-ID TO WS-RT-RULE-ID (WS-RULE-COUNT)
016050                 MOVE ER-LOW-AGE TO WS-RT-LOW-AGE (WS-RULE-COUNT)
016060                 MOVE ER-HIGH-AGE
016070                     TO WS-RT-HIGH-AGE (WS-RULE-COUNT)
016080                 MOVE ER-REASON-CODE
016090                     TO WS-RT-REASON-CODE (WS-RULE-COUNT)
016100                 MOVE ER-ACTION TO WS-RT-ACTION (WS-RULE-COUNT)
016110             ELSE
016120                 DISPLAY "PRE-SCREEN RULE TABLE FULL, RULE "
016130                     ER-RULE-ID " NOT USED"
016140                 MOVE 4 TO WS-SEVERITY
016150                 PERFORM RAISE-RETURN-CODE
016160             END-IF
016170         END-IF
016180     END-READ
016190     IF NOT WS-END-OF-ELIG-RULES
016200         AND NOT WS-ELIG-RULES-OK
016210         DISPLAY "ERROR READING ELIG-RULES, STATUS="
016220             WS-ELIG-RULES-STATUS
016230         PERFORM FLAG-IO-ERROR
016240         SET WS-END-OF-ELIG-RULES TO TRUE
016250     END-IF.
016260
016270*----------------------------------------------------------------
016280* OPEN-PREDICTED-REJECTS - OPEN THE PREDICTED-REJECT FILE,
016290* BUILDING IT EMPTY THE FIRST TIME IT IS EVER SEEN, AND THE
016295* DECISION HISTORY A HOLD IS ENTERED ON. IF EITHER CANNOT BE
016300* OPENED NOBODY IS HELD, SINCE A HOLD COULD NOT BE RECORDED
016310*----------------------------------------------------------------
016320 OPEN-PREDICTED-REJECTS.
016330     OPEN I-O PREDICTED-REJECTS
016340     IF NOT WS-PREDICTED-REJ-OK
016350         OPEN OUTPUT PREDICTED-REJECTS
016360         IF WS-PREDICTED-REJ-OK
016370             CLOSE PREDICTED-REJECTS
016380             OPEN I-O PREDICTED-REJECTS
016390         END-IF
016400     END-IF
016410     IF WS-PREDICTED-REJ-OK
016420         SET WS-PREDICTED-REJ-OPEN TO TRUE
016425         PERFORM OPEN-DECISION-HISTORY
016430     ELSE
016440         DISPLAY "ERROR OPENING PREDICTED-REJECTS, STATUS="
016450             WS-PREDICTED-REJ-STATUS
016460         DISPLAY "PRE-SCREEN SWITCHED OFF, NONE HELD"
016470         PERFORM FLAG-IO-ERROR
016480         MOVE ZERO TO WS-RULE-COUNT
016490     END-IF.
016500
016510*----------------------------------------------------------------
016520* SCREEN-NEW-AGE - LOOK THE PROJECTED AGE UP IN THE ACTIVE RULES.
016530* ACTIVE RULES NEVER OVERLAP, SO AT MOST ONE CAN MATCH
016540*----------------------------------------------------------------
016550 SCREEN-NEW-AGE.
016560     SET WS-PRESCREEN-PASS TO TRUE
016570     MOVE SPACE TO WS-PREDICTED-RULE
016580     MOVE SPACE TO WS-PREDICTED-REASON
016590     PERFORM CHECK-ONE-RULE VARYING WS-RULE-SUB FROM 1 BY 1
016600         UNTIL WS-RULE-SUB > WS-RULE-COUNT
016610         OR NOT WS-PRESCREEN-PASS.
016620
016630*----------------------------------------------------------------
016640* CHECK-ONE-RULE - DOES THE PROJECTED AGE FALL IN THIS RULE'S
016650* RANGE, BOTH ENDS INCLUSIVE
016660*----------------------------------------------------------------
016670 CHECK-ONE-RULE.
016680     IF WS-NEW-AGE NOT < WS-RT-LOW-AGE (WS-RULE-SUB)
016690         AND WS-NEW-AGE NOT > WS-RT-HIGH-AGE (WS-RULE-SUB)
016700         MOVE WS-RT-ACTION (WS-RULE-SUB) TO WS-PRESCREEN-SW
016710         MOVE WS-RT-RULE-ID (WS-RULE-SUB) TO WS-PREDICTED-RULE
016720         MOVE WS-RT-REASON-CODE (WS-RULE-SUB)
016730             TO WS-PREDICTED-REASON
016740     END-IF.
016750
016760*----------------------------------------------------------------
016770* STAMP-PREDICTED-REJECT - RECORD THE PRE-SCREEN'S REJECTION AS
016780* THE PERSON'S ELIGIBILITY DECISION, SO THE CHASER DOES NOT SEND
016790* THEM AFTER ALL AND ENQUIRIES SHOW WHY. THE DECISION IT REPLACES
016795* IS KEPT FOR THE HISTORY ENTRY
016800*----------------------------------------------------------------
016810 STAMP-PREDICTED-REJECT.
016812     MOVE UM-ELIG-STATUS TO WS-PRIOR-ELIG-STATUS
016814     MOVE UM-ELIG-REASON TO WS-PRIOR-ELIG-REASON
016820     MOVE 'R' TO UM-ELIG-STATUS
016830     MOVE WS-PREDICTED-REASON TO UM-ELIG-REASON
016840     MOVE WS-ASOF-CCYYMMDD TO UM-ELIG-DATE.
016850
016860*----------------------------------------------------------------
016870* STAMP-HELD-PREDICTION - AS STAMP-PREDICTED-REJECT, ON THE
016880* RECORD IN HAND ONCE THE TRANSACTION HAS BEEN APPLIED TO IT
016890*----------------------------------------------------------------
016900 STAMP-HELD-PREDICTION.
016903     MOVE WS-HM-ELIG-STATUS TO WS-PRIOR-ELIG-STATUS
016906     MOVE WS-HM-ELIG-REASON TO WS-PRIOR-ELIG-REASON
016910     MOVE 'R' TO WS-HM-ELIG-STATUS
016920     MOVE WS-PREDICTED-REASON TO WS-HM-ELIG-REASON
016930     MOVE WS-ASOF-CCYYMMDD TO WS-HM-ELIG-DATE.
016940
016950*----------------------------------------------------------------
016960* WRITE-PREDICTED-REJECT - RECORD THE RULE THE PERSON MATCHED
016970* AGAINST THIS RUN'S FEED BATCH. A RESTART THAT MEETS ITS OWN
016980* RECORD FROM BEFORE THE FAILURE WRITES IT AGAIN
016990*----------------------------------------------------------------
017000 WRITE-PREDICTED-REJECT.
017010     MOVE WS-USER-ID OF WS-USER TO PR-USER-ID
017020     MOVE WS-FEED-BATCH-SEQ TO PR-BATCH-SEQ
017030     MOVE WS-ASOF-CCYYMMDD TO PR-BUSINESS-DATE
017040     MOVE WS-LAST-NAME OF WS-USER TO PR-LAST-NAME
017050     MOVE WS-FIRST-NAME OF WS-USER TO PR-FIRST-NAME
017060     MOVE WS-NEW-AGE TO PR-NEW-AGE
017070     MOVE WS-PREDICTED-RULE TO PR-RULE-ID
017080     MOVE WS-PREDICTED-REASON TO PR-REASON-CODE
017090     MOVE WS-PRESCREEN-SW TO PR-ACTION
017100     MOVE SPACE TO PR-ACTUAL-STATUS
017110     MOVE SPACE TO PR-ACTUAL-REASON
017120     MOVE SPACE TO PR-OUTCOME
017125     MOVE SPACE TO PR-MERGED-ID
017130     WRITE PR-PREDICT-RECORD
017140         INVALID KEY
017150         IF WS-PREDICTED-REJ-DUPLICATE
017160             REWRITE PR-PREDICT-RECORD
017170             END-REWRITE
017180         END-IF
017190     END-WRITE
017200     IF NOT WS-PREDICTED-REJ-OK
017210         DISPLAY "ERROR WRITING PREDICTED-REJECTS, STATUS="
017220             WS-PREDICTED-REJ-STATUS
017230         PERFORM FLAG-IO-ERROR
017240     ELSE
017250         IF WS-PRESCREEN-HOLD
017260             ADD 1 TO WS-PREDICT-HELD-CTR
017270         ELSE
017280             ADD 1 TO WS-PREDICT-WATCHED-CTR
017290         END-IF
017300     END-IF.
017310
017320*----------------------------------------------------------------
017330* RECOUNT-FEED-BATCH - READ OUTFEED BACK AND COUNT THE DETAILS
017340* ALREADY UNDER THE RESUMED BATCH'S HEADER. THOSE WRITTEN AFTER
017350* THE LAST CHECKPOINT ARE WRITTEN AGAIN AS THE RUN CATCHES UP, SO
017360* THE CHECKPOINTED COUNT WOULD LEAVE THE TRAILER SHORT OF THE
017370* BATCH THE INTERFACE RECEIVES. THE FEED IS THEN REOPENED TO
017380* EXTEND
017385*----------------------------------------------------------------
017390 RECOUNT-FEED-BATCH.
017400     CLOSE OUTBOUND-FEED
017410     MOVE ZERO TO WS-FED-CTR
017420     MOVE 'N' TO WS-FEED-RECOUNT-EOF-SW
017430     MOVE 'N' TO WS-RESUMED-BATCH-SW
017440     OPEN INPUT OUTBOUND-FEED
017450     IF WS-OUTBOUND-FEED-OK
017460         PERFORM READ-FEED-FOR-RECOUNT
017470             UNTIL WS-END-OF-FEED-RECOUNT
017480         CLOSE OUTBOUND-FEED
017490     ELSE
017500         DISPLAY "ERROR READING BACK OUTBOUND-FEED, STATUS="
017510             WS-OUTBOUND-FEED-STATUS
017520         PERFORM FLAG-IO-ERROR
017530     END-IF
017540     OPEN EXTEND OUTBOUND-FEED
017550     IF WS-OUTBOUND-FEED-OK
017560         DISPLAY "  DETAILS ALREADY ON OUTFEED FOR THE BATCH "
017570             WS-FED-CTR
017580         SET WS-FEED-BATCH-OPEN TO TRUE
017590     ELSE
017600         DISPLAY "ERROR OPENING OUTBOUND-FEED, STATUS="
017610             WS-OUTBOUND-FEED-STATUS
017620         PERFORM FLAG-IO-ERROR
017630     END-IF.
017640
017650*----------------------------------------------------------------
017660* READ-FEED-FOR-RECOUNT - COUNT ONE OUTFEED RECORD IF IT IS A
017670* DETAIL BETWEEN THE RESUMED BATCH'S HEADER AND ANY TRAILER
017680*----------------------------------------------------------------
017690 READ-FEED-FOR-RECOUNT.
017700     READ OUTBOUND-FEED
017710         AT END
017720         SET WS-END-OF-FEED-RECOUNT TO TRUE
017730         NOT AT END
017740         IF OF-HEADER-REC
017750             IF OF-BATCH-SEQ = WS-FEED-BATCH-SEQ
017760                 SET WS-IN-RESUMED-BATCH TO TRUE
017770             ELSE
017780                 MOVE 'N' TO WS-RESUMED-BATCH-SW
017790             END-IF
017800         ELSE
017810             IF OF-TRAILER-REC
017820                 MOVE 'N' TO WS-RESUMED-BATCH-SW
017830             ELSE
017840                 IF OF-DETAIL-REC AND WS-IN-RESUMED-BATCH
017850                     ADD 1 TO WS-FED-CTR
017860                 END-IF
017870             END-IF
017880         END-IF
017890     END-READ
017900     IF NOT WS-END-OF-FEED-RECOUNT
017910         AND NOT WS-OUTBOUND-FEED-OK
017920         DISPLAY "ERROR READING BACK OUTBOUND-FEED, STATUS="
017930             WS-OUTBOUND-FEED-STATUS
017940         PERFORM FLAG-IO-ERROR
017950         SET WS-END-OF-FEED-RECOUNT TO TRUE
017960     END-IF.
017970
017980*----------------------------------------------------------------
017990* OPEN-DECISION-HISTORY - OPEN THE DECISION HISTORY A PRE-SCREEN
018000* HOLD IS ENTERED ON, BUILDING IT EMPTY THE FIRST TIME IT IS EVER
018010* SEEN. IF IT CANNOT BE OPENED NOBODY IS HELD
018020*----------------------------------------------------------------
018030 OPEN-DECISION-HISTORY.
018040     OPEN I-O DECISION-HISTORY
018050     IF NOT WS-DECISION-HIST-OK
018060         OPEN OUTPUT DECISION-HISTORY
018070         IF WS-DECISION-HIST-OK
018080             CLOSE DECISION-HISTORY
018090             OPEN I-O DECISION-HISTORY
018100         END-IF
018110     END-IF
018120     IF WS-DECISION-HIST-OK
018130         SET WS-DECISION-HIST-OPEN TO TRUE
018140     ELSE
018150         DISPLAY "ERROR OPENING DECISION-HISTORY, STATUS="
018160             WS-DECISION-HIST-STATUS
018170         DISPLAY "PRE-SCREEN SWITCHED OFF, NONE HELD"
018180         PERFORM FLAG-IO-ERROR
018190         MOVE ZERO TO WS-RULE-COUNT
018200     END-IF.
018210
018220*----------------------------------------------------------------
018230* WRITE-HOLD-HISTORY - ENTER A PRE-SCREEN HOLD ON THE PERSON'S
018240* DECISION HISTORY UNDER THIS RUN'S FEED BATCH, WITH THE DECISION
018250* IT REPLACED, AS THE ACKNOWLEDGMENT RUN ENTERS AN ANSWER. A HELD
018260* PERSON IS NOT FED, SO NO ANSWER WILL COME FOR THE SAME KEY; A
018270* RESTART THAT MEETS ITS OWN ENTRY TAKES THE LATEST RULE AND KEEPS
018280* THE DECISION FIRST REPLACED
018290*----------------------------------------------------------------
018300 WRITE-HOLD-HISTORY.
018310     MOVE SPACE TO EH-HISTORY-RECORD
018320     MOVE WS-USER-ID OF WS-USER TO EH-USER-ID
018330     MOVE WS-FEED-BATCH-SEQ TO EH-BATCH-SEQ
018340     MOVE ZERO TO EH-ENTRY-SEQ
018350     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
018360     MOVE WS-CURRENT-DATE (1:8) TO EH-DECISION-DATE
018370     MOVE WS-ASOF-CCYYMMDD TO EH-BUSINESS-DATE
018380     SET EH-REJECTED TO TRUE
018390     MOVE WS-PREDICTED-REASON TO EH-REASON-CODE
018400     MOVE WS-PRIOR-ELIG-STATUS TO EH-PRIOR-STATUS
018410     MOVE WS-PRIOR-ELIG-REASON TO EH-PRIOR-REASON
018420     MOVE WS-CURRENT-DATE TO EH-TIMESTAMP
018430     WRITE EH-HISTORY-RECORD
018440         INVALID KEY
018450         IF WS-DECISION-HIST-DUPLICATE
018460             PERFORM REFRESH-HOLD-HISTORY
018470         END-IF
018480     END-WRITE
018490     IF NOT WS-DECISION-HIST-OK
018500         DISPLAY "ERROR WRITING DECISION-HISTORY, STATUS="
018510             WS-DECISION-HIST-STATUS
018520         PERFORM FLAG-IO-ERROR
018530     END-IF.
018540
018550*----------------------------------------------------------------
018560* REFRESH-HOLD-HISTORY - THE ENTRY IS ALREADY ON FILE: TAKE THE
018570* LATEST RULE'S REASON, LEAVING THE PRIOR DECISION AS FIRST KEPT
018580*----------------------------------------------------------------
018590 REFRESH-HOLD-HISTORY.
018600     READ DECISION-HISTORY
018610         NOT INVALID KEY
018620         MOVE WS-CURRENT-DATE (1:8) TO EH-DECISION-DATE
018630         SET EH-REJECTED TO TRUE
018640         MOVE WS-PREDICTED-REASON TO EH-REASON-CODE
018650         MOVE WS-CURRENT-DATE TO EH-TIMESTAMP
018660         REWRITE EH-HISTORY-RECORD
018670         END-REWRITE
018680     END-READ.
018690
018700*----------------------------------------------------------------
018710* RELEASE-PREDICTED-REJECT - A CHANGE NO RULE HOLDS, TO A PERSON
018720* STILL MARKED REJECTED BY AN EARLIER HOLD, CLEARS THE HOLD BACK
018730* TO PENDING: THE PERSON IS FED THIS TIME AND THE ANSWER WILL
018740* DECIDE. A REJECTION THE INTERFACE SENT IS LEFT AS IT IS
018750*----------------------------------------------------------------
018760 RELEASE-PREDICTED-REJECT.
018770     IF UM-ELIG-REJECTED AND WS-RULE-COUNT > ZERO
018780         MOVE UM-ELIG-REASON TO WS-PRIOR-ELIG-REASON
018790         MOVE UM-ELIG-DATE TO WS-PRIOR-ELIG-DATE
018800         PERFORM CHECK-HOLD-STANDS
018810         IF WS-HOLD-STANDS
018820             SET UM-ELIG-PENDING TO TRUE
018830             MOVE SPACE TO UM-ELIG-REASON
018840             MOVE ZERO TO UM-ELIG-DATE
018850         END-IF
018860     END-IF.
018870
018880*----------------------------------------------------------------
018890* RELEASE-HELD-PREDICTION - AS RELEASE-PREDICTED-REJECT, ON THE
018900* RECORD IN HAND ONCE THE TRANSACTION HAS BEEN APPLIED TO IT
018910*----------------------------------------------------------------
018920 RELEASE-HELD-PREDICTION.
018930     IF WS-HM-ELIG-STATUS = 'R' AND WS-RULE-COUNT > ZERO
018940         MOVE WS-HM-ELIG-REASON TO WS-PRIOR-ELIG-REASON
018950         MOVE WS-HM-ELIG-DATE TO WS-PRIOR-ELIG-DATE
018960         PERFORM CHECK-HOLD-STANDS
018970         IF WS-HOLD-STANDS
018980             MOVE SPACE TO WS-HM-ELIG-STATUS
018990             MOVE SPACE TO WS-HM-ELIG-REASON
019000             MOVE ZERO TO WS-HM-ELIG-DATE
019010         END-IF
019020     END-IF.
019030
019040*----------------------------------------------------------------
019050* CHECK-HOLD-STANDS - THE REJECTION ON THE MASTER IS A HOLD STILL
019060* STANDING WHEN THE PERSON'S LATEST PREDICTION ON FILE IS A HOLD
019070* WITH THE SAME REASON AND BUSINESS DATE THE MASTER CARRIES
019080*----------------------------------------------------------------
019090 CHECK-HOLD-STANDS.
019100     MOVE 'N' TO WS-HOLD-STANDS-SW
019110     MOVE 'N' TO WS-PERSON-PREDICT-EOF-SW
019120     MOVE SPACE TO WS-LP-ACTION
019130     MOVE WS-USER-ID OF WS-USER TO PR-USER-ID
019140     MOVE ZERO TO PR-BATCH-SEQ
019150     START PREDICTED-REJECTS KEY IS NOT LESS THAN PR-PREDICT-KEY
019160         INVALID KEY
019170         SET WS-END-OF-PERSON-PREDICTS TO TRUE
019180     END-START
019190     PERFORM READ-PERSON-PREDICTION
019200         UNTIL WS-END-OF-PERSON-PREDICTS
019210     IF WS-LP-HELD
019220         AND WS-LP-REASON-CODE = WS-PRIOR-ELIG-REASON
019230         AND WS-LP-BUSINESS-DATE = WS-PRIOR-ELIG-DATE
019240         SET WS-HOLD-STANDS TO TRUE
019250     END-IF.
019260
019270*----------------------------------------------------------------
019280* READ-PERSON-PREDICTION - STEP THROUGH THE PERSON'S PREDICTIONS,
019290* OLDEST BATCH FIRST, KEEPING THE LATEST
019300*----------------------------------------------------------------
019310 READ-PERSON-PREDICTION.
019320     READ PREDICTED-REJECTS NEXT RECORD
019330         AT END
019340         SET WS-END-OF-PERSON-PREDICTS TO TRUE
019350         NOT AT END
019360         IF PR-USER-ID = WS-USER-ID OF WS-USER
019370             MOVE PR-ACTION TO WS-LP-ACTION
019380             MOVE PR-REASON-CODE TO WS-LP-REASON-CODE
019390             MOVE PR-BUSINESS-DATE TO WS-LP-BUSINESS-DATE
019400         ELSE
019410             SET WS-END-OF-PERSON-PREDICTS TO TRUE
019420         END-IF
019430     END-READ
019440     IF NOT WS-END-OF-PERSON-PREDICTS
019450         AND NOT WS-PREDICTED-REJ-OK
019460         DISPLAY "ERROR READING PREDICTED-REJECTS, STATUS="
019470             WS-PREDICTED-REJ-STATUS
019480         PERFORM FLAG-IO-ERROR
019490         SET WS-END-OF-PERSON-PREDICTS TO TRUE
019500     END-IF.
019510 END PROGRAM RESEL-WORLD.
