000183*                 REFERENCE FILE BESIDE THE CODE, AND A CODE
000184*                 THE REFERENCE FILE DOES NOT KNOW IS COUNTED
000185*                 AS FALLOUT OF ITS OWN.
000186* 2026-09-18 JR   THE ACKNOWLEDGMENT FILE NOW COMES BACK IN
000187*                 NUMBERED BATCHES - A HEADER NAMING THE FEED
000188*                 BATCH AND ITS BUSINESS DATE, 'D' DETAILS, AND A
000189*                 TRAILER COUNT. EACH BATCH IS PROVED AGAINST
000190*                 FEEDCTL: ONE NOT ON FILE, FOR ANOTHER DATE, OR
000191*                 ALREADY ACKNOWLEDGED IS REFUSED (RC=16) UNLESS
000192*                 ACKPARM FORCES IT, AND A DETAIL WITH NO BATCH
000193*                 HEADER IS NOT APPLIED. THE NEW RECNRPT REPORT
000194*                 SHOWS SENT VS. ACKNOWLEDGED FOR EVERY BATCH
000195*                 (RC=8 WHEN SHORT OR OVER) AND LISTS THE BATCHES
000196*                 STILL AWAITING AN ANSWER.
000197* 2026-09-23 JR   EVERY DECISION APPLIED IS ALSO WRITTEN TO THE
000198*                 DECHIST DECISION-HISTORY FILE - DATE, STATUS,
000199*                 REASON, THE FEED BATCH IT ANSWERED AND THE
000200*                 DECISION IT REPLACED - SO A LATER ACKNOWLEDGMENT
000201*                 NO LONGER LOSES THE EARLIER ONE. A FORCED REPLAY
000202*                 OF A BATCH REFRESHES ITS ENTRIES, NOT DOUBLES
000203*                 THEM.
000204* 2026-10-07 JR   THE RUN NOW TAKES ITS PLACE IN THE NIGHTLY CYCLE
000205*                 ON THE NEW CYCLECTL FILE: IT REFUSES TO START
000206*                 (RC=20) UNLESS RESELWLD FINISHED CLEAN FOR THE
000207*                 CURRENT CYCLE, MARKS ITS OWN STEP STARTED ON THE
000208*                 WAY IN, AND COMPLETE WITH ITS CONDITION CODE ON
000209*                 THE WAY OUT.
000210* 2026-10-15 JR   AFTER THE DAY'S DECISIONS ARE APPLIED, EVERY
000211*                 WATCHED PREDICTION RESEL-WORLD'S PRE-SCREEN LEFT
000212*                 OPEN ON THE PREDREJ FILE IS CHECKED AGAINST THE
000213*                 DECHIST DECISION FOR ITS FEED BATCH ONCE THAT
000214*                 BATCH HAS BEEN ANSWERED. THE OUTCOME IS KEPT ON
000215*                 PREDREJ, THE NEW PRDRPT REPORT LISTS EVERY
000216*                 PREDICTION THE INTERFACE DISAGREED WITH, AND ANY
000217*                 DISAGREEMENT ENDS THE RUN RC=4 SO THE RULES GET
000218*                 LOOKED AT.
000219*----------------------------------------------------------------
000220
000221 ENVIRONMENT DIVISION.
000222 INPUT-OUTPUT SECTION.
000223 FILE-CONTROL.
000230     SELECT USER-MASTER ASSIGN TO "USERMSTR"
000240         ORGANIZATION IS INDEXED
000250         ACCESS MODE IS DYNAMIC
000356         ACCESS MODE IS DYNAMIC
000357         RECORD KEY IS RS-REASON-CODE
000358         FILE STATUS IS WS-REASON-FILE-STATUS.
000359
000360     SELECT FEED-CONTROL ASSIGN TO "FEEDCTL"
000361         ORGANIZATION IS INDEXED
000362         ACCESS MODE IS DYNAMIC
000363         RECORD KEY IS FC-BATCH-SEQ
000364         FILE STATUS IS WS-FEED-CONTROL-STATUS.
000365
000366     SELECT RECON-RPT ASSIGN TO "RECNRPT"
000367         ORGANIZATION IS LINE SEQUENTIAL
000368         FILE STATUS IS WS-RECON-RPT-STATUS.
000369
000370     SELECT OPTIONAL PARM-FILE ASSIGN TO "ACKPARM"
000371         ORGANIZATION IS LINE SEQUENTIAL
000372         FILE STATUS IS WS-PARM-FILE-STATUS.
000373
000374     SELECT DECISION-HISTORY ASSIGN TO "DECHIST"
000375         ORGANIZATION IS INDEXED
000376         ACCESS MODE IS DYNAMIC
000377         RECORD KEY IS EH-HISTORY-KEY
000378         FILE STATUS IS WS-DECISION-HIST-STATUS.
000379
000380     SELECT CYCLE-CONTROL ASSIGN TO "CYCLECTL"
000381         ORGANIZATION IS INDEXED
000382         ACCESS MODE IS DYNAMIC
000383         RECORD KEY IS CC-BUSINESS-DATE
000384         FILE STATUS IS WS-CYCLE-CONTROL-STATUS.
000385
000386     SELECT PREDICTED-REJECTS ASSIGN TO "PREDREJ"
000387         ORGANIZATION IS INDEXED
000388         ACCESS MODE IS DYNAMIC
000389         RECORD KEY IS PR-PREDICT-KEY
000390         FILE STATUS IS WS-PREDICTED-REJ-STATUS.
000391
000392     SELECT PREDICT-RPT ASSIGN TO "PRDRPT"
000393         ORGANIZATION IS LINE SEQUENTIAL
000394         FILE STATUS IS WS-PREDICT-RPT-STATUS.
000395
000396 DATA DIVISION.
000397 FILE SECTION.
000398*----------------------------------------------------------------
000400* USER-MASTER - ONE RECORD PER PERSON RUN THROUGH RESEL-WORLD
000410*----------------------------------------------------------------
000420 FD  USER-MASTER
000450
000460*----------------------------------------------------------------
000470* ELIG-ACK - ONE RECORD PER PERSON THE ELIGIBILITY INTERFACE
000475* ACKNOWLEDGED, MIRRORING THE KEY FIELDS IT WAS SENT ON OUTFEED,
000480* GROUPED BETWEEN A HEADER NAMING THE FEED BATCH ANSWERED AND A
000485* TRAILER COUNTING THE DETAILS
000490*----------------------------------------------------------------
000500 FD  ELIG-ACK
000510     LABEL RECORDS ARE STANDARD.
000520 01  AK-ACK-RECORD.
000523     05  AK-RECORD-TYPE PIC X(01).
000526         88  AK-HEADER-REC VALUE 'H'.
000529         88  AK-DETAIL-REC VALUE 'D'.
000532         88  AK-TRAILER-REC VALUE 'T'.
000535     05  AK-ACK-DETAIL.
000538         10  AK-USER-ID PIC X(08).
000541         10  AK-LAST-NAME PIC A(10).
000544         10  AK-FIRST-NAME PIC A(10).
000547         10  AK-STATUS PIC X(01).
000550             88  AK-ACCEPTED VALUE 'A'.
000553             88  AK-REJECTED VALUE 'R'.
000556         10  AK-REASON-CODE PIC X(04).
000559     05  AK-ACK-HEADER REDEFINES AK-ACK-DETAIL.
000562         10  AK-BATCH-SEQ PIC 9(06).
000565         10  AK-BUSINESS-DATE PIC 9(08).
000568         10  FILLER PIC X(19).
000571     05  AK-ACK-TRAILER REDEFINES AK-ACK-DETAIL.
000574         10  AK-TRL-BATCH-SEQ PIC 9(06).
000577         10  AK-RECORD-COUNT PIC 9(07).
000580         10  FILLER PIC X(20).
000600
000610*----------------------------------------------------------------
000620* FALLOUT-RPT - THE UNMATCHED AND REJECTED ACKNOWLEDGMENTS
000668     LABEL RECORDS ARE STANDARD.
000669     COPY RSNCODE.
000670
000671*----------------------------------------------------------------
000672* FEED-CONTROL - ONE RECORD PER NUMBERED OUTBOUND-FEED BATCH,
000673* PROVING EACH ACKNOWLEDGMENT BATCH AND RECORDING WHAT CAME BACK
000674*----------------------------------------------------------------
000675 FD  FEED-CONTROL
000676     LABEL RECORDS ARE STANDARD.
000677     COPY FEEDCTL.
000678
000679*----------------------------------------------------------------
000680* RECON-RPT - SENT VS. ACKNOWLEDGED, ONE LINE PER FEED BATCH
000681*----------------------------------------------------------------
000682 FD  RECON-RPT
000683     LABEL RECORDS ARE STANDARD.
000684 01  RN-REPORT-LINE PIC X(80).
000685
000686*----------------------------------------------------------------
000687* PARM-FILE - ONE CARD: 'Y' IN COLUMN 1 FORCES AN ALREADY
000688* ACKNOWLEDGED BATCH THROUGH AGAIN, FOR RE-APPLYING THE DAY'S
000689* DECISIONS AFTER A MASTER RESTORE. IF MISSING, NOTHING IS FORCED
000690*----------------------------------------------------------------
000691 FD  PARM-FILE
000692     LABEL RECORDS ARE STANDARD.
000693 01  AP-PARM-RECORD.
000694     05  AP-FORCE-REPROCESS PIC X(01).
000695
000696*----------------------------------------------------------------
000697* DECISION-HISTORY - ONE ENTRY PER DECISION APPLIED, KEPT AFTER
000698* THE MASTER'S OWN COPY OF THE DECISION IS OVERWRITTEN
000699*----------------------------------------------------------------
000700 FD  DECISION-HISTORY
000701     LABEL RECORDS ARE STANDARD.
000702     COPY DECHIST.
000703
000704*----------------------------------------------------------------
000705* CYCLE-CONTROL - ONE RECORD PER NIGHTLY CYCLE: WHERE EACH STEP
000706* STANDS AND THE CONDITION CODE IT ENDED WITH
000707*----------------------------------------------------------------
000708 FD  CYCLE-CONTROL
000709     LABEL RECORDS ARE STANDARD.
000710     COPY CYCLECTL.
000711
000712*----------------------------------------------------------------
000713* PREDICTED-REJECTS - THE PEOPLE RESEL-WORLD'S PRE-SCREEN EXPECTED
000714* THE INTERFACE TO REJECT, AND WHAT THE INTERFACE ACTUALLY DID
000715*----------------------------------------------------------------
000716 FD  PREDICTED-REJECTS
000717     LABEL RECORDS ARE STANDARD.
000718     COPY PREDREJ.
000719
000720*----------------------------------------------------------------
000721* PREDICT-RPT - THE PREDICTIONS THE INTERFACE DISAGREED WITH
000722*----------------------------------------------------------------
000723 FD  PREDICT-RPT
000724     LABEL RECORDS ARE STANDARD.
000725 01  PD-REPORT-LINE PIC X(80).
000726
000727 WORKING-STORAGE SECTION.
000728*----------------------------------------------------------------
000729* FILE STATUS SWITCHES
000730*----------------------------------------------------------------
000731 01  WS-FILE-STATUSES.
000732     05  WS-USER-MASTER-STATUS PIC X(02).
000740         88  WS-USER-MASTER-OK VALUES '00' '02' '23'.
000750     05  WS-ELIG-ACK-STATUS PIC X(02).
000760         88  WS-ELIG-ACK-OK VALUE '00'.
000780         88  WS-FALLOUT-RPT-OK VALUE '00'.
000782     05  WS-REASON-FILE-STATUS PIC X(02).
000784         88  WS-REASON-FILE-OK VALUE '00'.
000786     05  WS-FEED-CONTROL-STATUS PIC X(02).
000788         88  WS-FEED-CONTROL-OK VALUE '00'.
000790     05  WS-RECON-RPT-STATUS PIC X(02).
000792         88  WS-RECON-RPT-OK VALUE '00'.
000794     05  WS-PARM-FILE-STATUS PIC X(02).
000796         88  WS-PARM-FILE-OK VALUE '00'.
000797     05  WS-DECISION-HIST-STATUS PIC X(02).
000798         88  WS-DECISION-HIST-OK VALUE '00'.
000799         88  WS-DECISION-HIST-NOT-FOUND VALUE '23'.
000801         88  WS-DECISION-HIST-DUPLICATE VALUE '22'.
000802     05  WS-CYCLE-CONTROL-STATUS PIC X(02).
000803         88  WS-CYCLE-CONTROL-OK VALUE '00'.
000804     05  WS-PREDICTED-REJ-STATUS PIC X(02).
000805         88  WS-PREDICTED-REJ-OK VALUE '00'.
000806         88  WS-PREDICTED-REJ-MISSING VALUE '35'.
000807     05  WS-PREDICT-RPT-STATUS PIC X(02).
000808         88  WS-PREDICT-RPT-OK VALUE '00'.
000809
000810*----------------------------------------------------------------
000811* END-OF-FILE AND MATCH SWITCHES
000820*----------------------------------------------------------------
000830 01  WS-SWITCHES.
000840     05  WS-ACK-EOF-SW PIC X(01) VALUE 'N'.
000850         88  WS-END-OF-ACK-FILE VALUE 'Y'.
000852     05  WS-REASONS-AVAIL-SW PIC X(01) VALUE 'N'.
000854         88  WS-REASONS-AVAILABLE VALUE 'Y'.
000855     05  WS-IN-BATCH-SW PIC X(01) VALUE 'N'.
000856         88  WS-IN-BATCH VALUE 'Y'.
000857     05  WS-BATCH-REFUSED-SW PIC X(01) VALUE 'N'.
000858         88  WS-BATCH-REFUSED VALUE 'Y'.
000859     05  WS-BATCH-TRAILED-SW PIC X(01) VALUE 'N'.
000860         88  WS-BATCH-TRAILED VALUE 'Y'.
000861     05  WS-FEED-CONTROL-EOF-SW PIC X(01) VALUE 'N'.
000862         88  WS-END-OF-FEED-CONTROL VALUE 'Y'.
000863     05  WS-FORCE-REPROCESS-SW PIC X(01) VALUE 'N'.
000864         88  WS-FORCE-REPROCESS VALUE 'Y'.
000866     05  WS-CYCLE-EOF-SW PIC X(01) VALUE 'N'.
000868         88  WS-END-OF-CYCLE-CONTROL VALUE 'Y'.
000870     05  WS-CYCLE-SW PIC X(01) VALUE 'N'.
000872         88  WS-CYCLE-STARTED VALUE 'S'.
000874         88  WS-CYCLE-REFUSED VALUE 'R'.
000875     05  WS-PREDICT-EOF-SW PIC X(01) VALUE 'N'.
000876         88  WS-END-OF-PREDICTIONS VALUE 'Y'.
000877
000878*----------------------------------------------------------------
000880* PAGE AND LINE CONTROL
000890*----------------------------------------------------------------
000900 01  WS-PAGE-CTR PIC 9(04) COMP VALUE ZERO.
000910 01  WS-LINE-CTR PIC 9(03) COMP VALUE ZERO.
000920 01  WS-LINES-PER-PAGE PIC 9(03) COMP VALUE 55.
000923 01  WS-RN-PAGE-CTR PIC 9(04) COMP VALUE ZERO.
000926 01  WS-RN-LINE-CTR PIC 9(03) COMP VALUE ZERO.
000927 01  WS-PD-PAGE-CTR PIC 9(04) COMP VALUE ZERO.
000928 01  WS-PD-LINE-CTR PIC 9(03) COMP VALUE ZERO.
000930
000940*----------------------------------------------------------------
000950* CONTROL TOTALS - REPORTED WHEN THE ACKNOWLEDGMENT FILE IS DONE
001010     05  WS-UNMATCHED-CTR PIC 9(07) COMP VALUE ZERO.
001020     05  WS-BAD-STATUS-CTR PIC 9(07) COMP VALUE ZERO.
001022     05  WS-UNKNOWN-RSN-CTR PIC 9(07) COMP VALUE ZERO.
001023     05  WS-NOT-APPLIED-CTR PIC 9(07) COMP VALUE ZERO.
001024     05  WS-BATCHES-READ-CTR PIC 9(07) COMP VALUE ZERO.
001025     05  WS-BATCHES-REFUSED-CTR PIC 9(07) COMP VALUE ZERO.
001026     05  WS-BATCHES-UNBALANCED-CTR PIC 9(07) COMP VALUE ZERO.
001027     05  WS-BATCHES-AWAITING-CTR PIC 9(07) COMP VALUE ZERO.
001028     05  WS-HISTORY-WRITTEN-CTR PIC 9(07) COMP VALUE ZERO.
001029     05  WS-HISTORY-REFRESHED-CTR PIC 9(07) COMP VALUE ZERO.
001030
001031*----------------------------------------------------------------
001032* BATCH WORK AREA - THE FEED BATCH THE CURRENT RUN OF DETAILS
001033* ANSWERS, WHAT FEED-CONTROL SAYS WAS SENT, AND WHAT HAS COME
001034* BACK FOR IT SO FAR
001035*----------------------------------------------------------------
001036 01  WS-BATCH-WORK.
001037     05  WS-BATCH-SEQ PIC 9(06).
001038     05  WS-BATCH-BUSINESS-DATE PIC 9(08).
001039     05  WS-BATCH-DISPOSITION PIC X(16).
001040     05  WS-BT-SENT-CTR PIC 9(07) COMP.
001041     05  WS-BT-TRAILER-CTR PIC 9(07) COMP.
001042     05  WS-BT-ACKED-CTR PIC 9(07) COMP.
001043     05  WS-BT-ACCEPTED-CTR PIC 9(07) COMP.
001044     05  WS-BT-REJECTED-CTR PIC 9(07) COMP.
001045     05  WS-BT-UNMATCHED-CTR PIC 9(07) COMP.
001046     05  WS-BT-DIFFERENCE PIC S9(07) COMP.
001047
001048*----------------------------------------------------------------
001049* PRIOR DECISION - WHAT THE MASTER HELD BEFORE AN ACKNOWLEDGMENT
001050* REPLACED IT, CARRIED ONTO THE HISTORY ENTRY
001051*----------------------------------------------------------------
001052 01  WS-PRIOR-DECISION.
001053     05  WS-PRIOR-STATUS PIC X(01).
001054     05  WS-PRIOR-REASON PIC X(04).
001055
001056*----------------------------------------------------------------
001057* RUN SEVERITY - 0 CLEAN, 4 A PRE-SCREEN PREDICTION THE INTERFACE
001058* DISAGREED WITH, 8 A BATCH SHORT OR OVER, 12 A FILE ERROR, 16 A
001059* BATCH REFUSED OR INCOMPLETE, 20 OUT OF NIGHTLY CYCLE ORDER.
001060* RAISE-RETURN-CODE ONLY EVER RAISES IT, SO THE WORST THING SEEN
001061* WINS
001062*----------------------------------------------------------------
001063 01  WS-SEVERITY PIC 9(02).
001064
001065*----------------------------------------------------------------
001066* RUN DATE, STAMPED ON THE MASTER AND PRINTED IN THE HEADING
001067*----------------------------------------------------------------
001070 01  WS-RUN-DATE-RAW PIC 9(08).
001071
001072*----------------------------------------------------------------
001073* PRE-SCREEN PREDICTION CHECK - WHAT THE CHECK OF RESEL-WORLD'S
001074* PREDICTED REJECTS FOUND, AND THE PRDRPT LINES IT PRINTS
001075*----------------------------------------------------------------
001076 01  WS-PREDICT-TOTALS.
001077     05  WS-PREDICTIONS-CHECKED-CTR PIC 9(07) COMP VALUE ZERO.
001078     05  WS-PREDICTIONS-AGREED-CTR PIC 9(07) COMP VALUE ZERO.
001079     05  WS-PREDICTIONS-DISAGREED-CTR PIC 9(07) COMP VALUE ZERO.
001080
001081 01  WS-PD-HEADING-1.
001082     05  FILLER PIC X(37)
001083         VALUE "RESEL-WORLD PRE-SCREEN PREDICTIONS".
001084     05  FILLER PIC X(03) VALUE SPACE.
001085     05  FILLER PIC X(09) VALUE "RUN DATE ".
001086     05  WS-PD1-RUN-DATE PIC 9(08).
001087     05  FILLER PIC X(13) VALUE SPACE.
001088     05  FILLER PIC X(05) VALUE "PAGE ".
001089     05  WS-PD1-PAGE-NO PIC ZZZ9.
001090
001091 01  WS-PD-HEADING-2.
001092     05  FILLER PIC X(10) VALUE "USER ID".
001093     05  FILLER PIC X(12) VALUE "LAST NAME".
001094     05  FILLER PIC X(05) VALUE "AGE".
001095     05  FILLER PIC X(08) VALUE "BATCH".
001096     05  FILLER PIC X(06) VALUE "RULE".
001097     05  FILLER PIC X(06) VALUE "PRED".
001098     05  FILLER PIC X(08) VALUE "ACTUAL".
001099     05  FILLER PIC X(25) VALUE "DISPOSITION".
001100
001101 01  WS-PREDICT-LINE.
001102     05  WS-PL-USER-ID PIC X(08).
001103     05  FILLER PIC X(02) VALUE SPACE.
001104     05  WS-PL-LAST-NAME PIC A(10).
001105     05  FILLER PIC X(02) VALUE SPACE.
001106     05  WS-PL-NEW-AGE PIC ZZ9.
001107     05  FILLER PIC X(02) VALUE SPACE.
001108     05  WS-PL-BATCH-SEQ PIC 9(06).
001109     05  FILLER PIC X(02) VALUE SPACE.
001110     05  WS-PL-RULE-ID PIC X(04).
001111     05  FILLER PIC X(02) VALUE SPACE.
001112     05  WS-PL-PREDICTED-REASON PIC X(04).
001113     05  FILLER PIC X(02) VALUE SPACE.
001114     05  WS-PL-ACTUAL-STATUS PIC X(01).
001115     05  FILLER PIC X(01) VALUE SPACE.
001116     05  WS-PL-ACTUAL-REASON PIC X(04).
001117     05  FILLER PIC X(02) VALUE SPACE.
001118     05  WS-PL-DISPOSITION PIC X(25).
001119
001120 01  WS-PREDICT-SUMMARY.
001121     05  FILLER PIC X(08) VALUE "CHECKED ".
001122     05  WS-PS-CHECKED PIC Z(06)9.
001123     05  FILLER PIC X(09) VALUE "  AGREED ".
001124     05  WS-PS-AGREED PIC Z(06)9.
001125     05  FILLER PIC X(12) VALUE "  DISAGREED ".
001126     05  WS-PS-DISAGREED PIC Z(06)9.
001127
001128*----------------------------------------------------------------
001129* REPORT LINES
001130*----------------------------------------------------------------
001131 01  WS-HEADING-1.
001132     05  FILLER PIC X(31)
001140         VALUE "RESEL-WORLD ELIGIBILITY FALLOUT".
001150     05  FILLER PIC X(03) VALUE SPACE.
001160     05  FILLER PIC X(09) VALUE "RUN DATE ".
001360     05  WS-FL-REASON-CODE PIC X(04).
001370     05  FILLER PIC X(04) VALUE SPACE.
001380     05  WS-FL-DISPOSITION PIC X(30).
001381
001382 01  WS-RN-HEADING-1.
001383     05  FILLER PIC X(37)
001384         VALUE "RESEL-WORLD FEED BATCH RECONCILIATION".
001385     05  FILLER PIC X(03) VALUE SPACE.
001386     05  FILLER PIC X(09) VALUE "RUN DATE ".
001387     05  WS-RN1-RUN-DATE PIC 9(08).
001388     05  FILLER PIC X(13) VALUE SPACE.
001389     05  FILLER PIC X(05) VALUE "PAGE ".
001390     05  WS-RN1-PAGE-NO PIC ZZZ9.
001391
001392 01  WS-RN-HEADING-2.
001393     05  FILLER PIC X(08) VALUE "BATCH".
001394     05  FILLER PIC X(08) VALUE "BUS DATE".
001395     05  FILLER PIC X(09) VALUE "     SENT".
001396     05  FILLER PIC X(09) VALUE "  ACK TRL".
001397     05  FILLER PIC X(09) VALUE "    ACKED".
001398     05  FILLER PIC X(09) VALUE "UNMATCHED".
001399     05  FILLER PIC X(09) VALUE " +/- SENT".
001400     05  FILLER PIC X(02) VALUE SPACE.
001401     05  FILLER PIC X(16) VALUE "DISPOSITION".
001402
001403 01  WS-RECON-LINE.
001404     05  WS-RL-BATCH-SEQ PIC 9(06).
001405     05  FILLER PIC X(02) VALUE SPACE.
001406     05  WS-RL-BUSINESS-DATE PIC 9(08).
001407     05  FILLER PIC X(02) VALUE SPACE.
001408     05  WS-RL-SENT PIC Z(06)9.
001409     05  FILLER PIC X(02) VALUE SPACE.
001410     05  WS-RL-TRAILER PIC Z(06)9.
001411     05  FILLER PIC X(02) VALUE SPACE.
001412     05  WS-RL-ACKED PIC Z(06)9.
001413     05  FILLER PIC X(02) VALUE SPACE.
001414     05  WS-RL-UNMATCHED PIC Z(06)9.
001415     05  FILLER PIC X(02) VALUE SPACE.
001416     05  WS-RL-DIFFERENCE PIC -(06)9.
001417     05  FILLER PIC X(02) VALUE SPACE.
001418     05  WS-RL-DISPOSITION PIC X(16).
001419
001420*----------------------------------------------------------------
001421* CYCLE-CONTROL WORK AREA - THIS JOB'S STEP IN THE NIGHTLY CYCLE,
001422* THE STEP THAT MUST HAVE FINISHED CLEAN BEFORE IT, AND THE
001423* BUSINESS DATE OF THE CYCLE IT IS RUNNING IN
001424*----------------------------------------------------------------
001425 01  WS-CYCLE-WORK.
001426     05  WS-CYCLE-STEP PIC 9(01) VALUE 2.
001427     05  WS-CYCLE-PRIOR-STEP PIC 9(01) VALUE 1.
001428     05  WS-CYCLE-NEXT-STEP PIC 9(01) VALUE 3.
001429     05  WS-CYCLE-PRIOR-JOB PIC X(08) VALUE "RESELWLD".
001430     05  WS-CYCLE-DATE PIC 9(08) VALUE ZERO.
001431     05  WS-LAST-CYCLE-DATE PIC 9(08) VALUE ZERO.
001432     05  WS-CYCLE-SUB PIC 9(01) COMP.
001433     05  WS-CYCLE-TIMESTAMP PIC X(21).
001434
001435 PROCEDURE DIVISION.
001436*----------------------------------------------------------------
001437* MAINLINE - RUN THE CODE AS PERFORMED PARAGRAPHS
001438*----------------------------------------------------------------
001440 0000-MAINLINE.
001441     PERFORM CHECK-CYCLE-CONTROL
001442     IF NOT WS-CYCLE-REFUSED
001443         PERFORM APPLY-ACK-FILE
001444     END-IF
001445     IF WS-CYCLE-STARTED
001446         PERFORM POST-CYCLE-CONTROL
001447     END-IF
001448     GOBACK.
001449
001450*----------------------------------------------------------------
001451* APPLY-ACK-FILE - APPLY THE ACKNOWLEDGMENT FILE TO THE MASTER,
001452* BATCH BY BATCH, AND REPORT THE FALLOUT AND RECONCILIATION
001453*----------------------------------------------------------------
001454 APPLY-ACK-FILE.
001455     OPEN I-O USER-MASTER
001460     IF NOT WS-USER-MASTER-OK
001470         DISPLAY "ERROR OPENING USER-MASTER, STATUS="
001480             WS-USER-MASTER-STATUS
001490         PERFORM FLAG-IO-ERROR
001500         SET WS-END-OF-ACK-FILE TO TRUE
001510     END-IF
001520     OPEN INPUT ELIG-ACK
001530     IF NOT WS-ELIG-ACK-OK
001540         DISPLAY "ERROR OPENING ELIG-ACK, STATUS="
001550             WS-ELIG-ACK-STATUS
001560         PERFORM FLAG-IO-ERROR
001570         SET WS-END-OF-ACK-FILE TO TRUE
001580     END-IF
001590     OPEN OUTPUT FALLOUT-RPT
001600     IF NOT WS-FALLOUT-RPT-OK
001610         DISPLAY "ERROR OPENING FALLOUT-RPT, STATUS="
001620             WS-FALLOUT-RPT-STATUS
001621         PERFORM FLAG-IO-ERROR
001622         SET WS-END-OF-ACK-FILE TO TRUE
001623     END-IF
001624     OPEN I-O FEED-CONTROL
001625     IF NOT WS-FEED-CONTROL-OK
001626         DISPLAY "ERROR OPENING FEED-CONTROL, STATUS="
001627             WS-FEED-CONTROL-STATUS
001628         PERFORM FLAG-IO-ERROR
001629         SET WS-END-OF-ACK-FILE TO TRUE
001630         SET WS-END-OF-FEED-CONTROL TO TRUE
001631     END-IF
001632     OPEN OUTPUT RECON-RPT
001633     IF NOT WS-RECON-RPT-OK
001634         DISPLAY "ERROR OPENING RECON-RPT, STATUS="
001635             WS-RECON-RPT-STATUS
001636         PERFORM FLAG-IO-ERROR
001640         SET WS-END-OF-ACK-FILE TO TRUE
001650     END-IF
001651     OPEN I-O DECISION-HISTORY
001652     IF NOT WS-DECISION-HIST-OK
001653         OPEN OUTPUT DECISION-HISTORY
001654         IF WS-DECISION-HIST-OK
001655             CLOSE DECISION-HISTORY
001656             OPEN I-O DECISION-HISTORY
001657         END-IF
001658     END-IF
001659     IF NOT WS-DECISION-HIST-OK
001660         DISPLAY "ERROR OPENING DECISION-HISTORY, STATUS="
001661             WS-DECISION-HIST-STATUS
001662         PERFORM FLAG-IO-ERROR
001663         SET WS-END-OF-ACK-FILE TO TRUE
001664     END-IF
001665     OPEN INPUT REASON-FILE
001666     IF WS-REASON-FILE-OK
001667         SET WS-REASONS-AVAILABLE TO TRUE
001668     ELSE
001669         DISPLAY "REASON-CODE FILE NOT AVAILABLE, STATUS="
001670             WS-REASON-FILE-STATUS
001671     END-IF
001672     PERFORM LOAD-PARM-CARD
001673     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE-RAW
001674     MOVE WS-RUN-DATE-RAW TO WS-H1-RUN-DATE
001675                             WS-RN1-RUN-DATE
001680     PERFORM WRITE-PAGE-HEADING
001685     PERFORM WRITE-RECON-HEADING
001690     IF NOT WS-END-OF-ACK-FILE
001700         PERFORM READ-ACK-RECORD
001710     END-IF
001720     PERFORM PROCESS-ACK THRU PROC-ACK-EXIT
001730         UNTIL WS-END-OF-ACK-FILE
001732     IF WS-IN-BATCH
001734         PERFORM FINISH-ACK-BATCH
001736     END-IF
001738     PERFORM LIST-AWAITING-BATCHES
001739     PERFORM CHECK-PREDICTIONS
001740     PERFORM SHOW-CONTROL-TOTALS
001750     CLOSE FALLOUT-RPT
001755     CLOSE RECON-RPT
001760     CLOSE ELIG-ACK
001762     CLOSE FEED-CONTROL
001763     CLOSE DECISION-HISTORY
001764     IF WS-REASONS-AVAILABLE
001766         CLOSE REASON-FILE
001768     END-IF
001770     CLOSE USER-MASTER.
001781
001782*----------------------------------------------------------------
001783* LOAD-PARM-CARD - PICK UP THE FORCE-REPROCESS FLAG, IF ANY
001784*----------------------------------------------------------------
001785 LOAD-PARM-CARD.
001786     OPEN INPUT PARM-FILE
001787     IF WS-PARM-FILE-OK
001788         READ PARM-FILE
001789             AT END
001790             MOVE 'N' TO AP-FORCE-REPROCESS
001791         END-READ
001792         IF AP-FORCE-REPROCESS = 'Y'
001793             SET WS-FORCE-REPROCESS TO TRUE
001794             DISPLAY "ACKPARM FORCES ACKNOWLEDGED BATCHES THROUGH"
001795         END-IF
001796         CLOSE PARM-FILE
001797     END-IF.
001798
001800*----------------------------------------------------------------
001810* READ-ACK-RECORD - READ ONE ACKNOWLEDGMENT
001820*----------------------------------------------------------------
001890         IF NOT WS-ELIG-ACK-OK
001900             DISPLAY "ERROR READING ELIG-ACK, STATUS="
001910                 WS-ELIG-ACK-STATUS
001920             PERFORM FLAG-IO-ERROR
001930             SET WS-END-OF-ACK-FILE TO TRUE
001960         END-IF
001970     END-IF.
001980
001990*----------------------------------------------------------------
002000* PROCESS-ACK - START OR FINISH A BATCH ON ITS HEADER OR TRAILER,
002010* OR APPLY ONE ACKNOWLEDGMENT, THEN READ THE NEXT RECORD
002020*----------------------------------------------------------------
002030 PROCESS-ACK.
002040     IF AK-HEADER-REC
002050         PERFORM START-ACK-BATCH
002090     ELSE
002093         IF AK-TRAILER-REC
002096             PERFORM END-ACK-BATCH
002099         ELSE
002102             PERFORM PROCESS-ACK-DETAIL
002105         END-IF
002110     END-IF
002120     PERFORM READ-ACK-RECORD.
002130 PROC-ACK-EXIT.
002140     EXIT.
002150
002160*----------------------------------------------------------------
002165* START-ACK-BATCH - A HEADER NAMES THE FEED BATCH THE DETAILS
002170* BEHIND IT ANSWER. A BATCH LEFT OPEN BY A MISSING TRAILER IS
002175* FINISHED FIRST. THE NEW BATCH MUST BE ON FEED-CONTROL FOR THE
002180* SAME BUSINESS DATE AND NOT ALREADY ACKNOWLEDGED, OR ITS DETAILS
002185* ARE REFUSED
002190*----------------------------------------------------------------
002193 START-ACK-BATCH.
002196     IF WS-IN-BATCH
002199         PERFORM FINISH-ACK-BATCH
002202     END-IF
002205     SET WS-IN-BATCH TO TRUE
002208     MOVE 'N' TO WS-BATCH-REFUSED-SW
002211                 WS-BATCH-TRAILED-SW
002214     MOVE AK-BATCH-SEQ TO WS-BATCH-SEQ
002217     MOVE AK-BUSINESS-DATE TO WS-BATCH-BUSINESS-DATE
002220     MOVE SPACE TO WS-BATCH-DISPOSITION
002223     MOVE ZERO TO WS-BT-SENT-CTR
002226                  WS-BT-TRAILER-CTR
002229                  WS-BT-ACKED-CTR
002232                  WS-BT-ACCEPTED-CTR
002235                  WS-BT-REJECTED-CTR
002238                  WS-BT-UNMATCHED-CTR
002241     ADD 1 TO WS-BATCHES-READ-CTR
002244     MOVE AK-BATCH-SEQ TO FC-BATCH-SEQ
002247     READ FEED-CONTROL
002250         INVALID KEY
002251         SET WS-BATCH-REFUSED TO TRUE
002252         MOVE "REFUSED-UNKNOWN" TO WS-BATCH-DISPOSITION
002253         NOT INVALID KEY
002254         MOVE FC-SENT-CTR TO WS-BT-SENT-CTR
002255         PERFORM CHECK-ACK-BATCH
002256     END-READ
002257     IF WS-BATCH-REFUSED
002258         DISPLAY "ACK BATCH " WS-BATCH-SEQ " FOR "
002259             WS-BATCH-BUSINESS-DATE " REFUSED: "
002260             WS-BATCH-DISPOSITION
002261         ADD 1 TO WS-BATCHES-REFUSED-CTR
002262         MOVE 16 TO WS-SEVERITY
002263         PERFORM RAISE-RETURN-CODE
002264     END-IF.
002265
002266*----------------------------------------------------------------
002267* CHECK-ACK-BATCH - PROVE THE HEADER AGAINST THE BATCH AS SENT.
002268* A BATCH ALREADY ACKNOWLEDGED IS A REPLAY AND IS REFUSED UNLESS
002269* THE PARM CARD FORCES IT THROUGH
002270*----------------------------------------------------------------
002271 CHECK-ACK-BATCH.
002272     IF FC-BUSINESS-DATE NOT = WS-BATCH-BUSINESS-DATE
002273         SET WS-BATCH-REFUSED TO TRUE
002274         MOVE "REFUSED-DATE" TO WS-BATCH-DISPOSITION
002275     ELSE
002276         IF FC-BATCH-ACKNOWLEDGED
002277             IF WS-FORCE-REPROCESS
002278                 DISPLAY "ACK BATCH " WS-BATCH-SEQ
002279                     " ALREADY ACKNOWLEDGED, REPROCESS FORCED"
002280             ELSE
002281                 SET WS-BATCH-REFUSED TO TRUE
002282                 MOVE "REFUSED-REPLAY" TO WS-BATCH-DISPOSITION
002283             END-IF
002284         END-IF
002285     END-IF.
002286
002287*----------------------------------------------------------------
002288* END-ACK-BATCH - BANK THE TRAILER'S COUNT AND FINISH THE BATCH.
002289* A TRAILER WITH NO BATCH OPEN, OR FOR ANOTHER BATCH, FAILS THE
002290* CONTROLS
002291*----------------------------------------------------------------
002292 END-ACK-BATCH.
002293     IF NOT WS-IN-BATCH
002294         DISPLAY "ACK TRAILER FOR BATCH " AK-TRL-BATCH-SEQ
002295             " WITH NO BATCH HEADER"
002296         MOVE 16 TO WS-SEVERITY
002297         PERFORM RAISE-RETURN-CODE
002298     ELSE
002299         IF AK-TRL-BATCH-SEQ = WS-BATCH-SEQ
002300             SET WS-BATCH-TRAILED TO TRUE
002301             MOVE AK-RECORD-COUNT TO WS-BT-TRAILER-CTR
002302         ELSE
002303             DISPLAY "ACK TRAILER FOR BATCH " AK-TRL-BATCH-SEQ
002304                 " CLOSES BATCH " WS-BATCH-SEQ
002305         END-IF
002306         PERFORM FINISH-ACK-BATCH
002307     END-IF.
002308
002309*----------------------------------------------------------------
002310* PROCESS-ACK-DETAIL - APPLY ONE ACKNOWLEDGMENT. ONE OUTSIDE ANY
002311* BATCH, OR IN A REFUSED BATCH, IS COUNTED BUT NOT APPLIED
002312*----------------------------------------------------------------
002313 PROCESS-ACK-DETAIL.
002314     ADD 1 TO WS-ACKS-READ-CTR
002315     IF NOT WS-IN-BATCH
002316         ADD 1 TO WS-NOT-APPLIED-CTR
002317         MOVE "NO BATCH HEADER, NOT APPLIED" TO WS-FL-DISPOSITION
002318         PERFORM WRITE-FALLOUT-LINE
002319         MOVE 16 TO WS-SEVERITY
002320         PERFORM RAISE-RETURN-CODE
002321     ELSE
002322         ADD 1 TO WS-BT-ACKED-CTR
002323         IF WS-BATCH-REFUSED
002324             ADD 1 TO WS-NOT-APPLIED-CTR
002325         ELSE
002326             PERFORM APPLY-ACK-DETAIL
002327         END-IF
002328     END-IF.
002329
002330*----------------------------------------------------------------
002331* APPLY-ACK-DETAIL - MATCH ONE ACKNOWLEDGMENT TO USER-MASTER,
002332* RECORD THE DECISION, AND PRINT THE FALLOUT
002333*----------------------------------------------------------------
002334 APPLY-ACK-DETAIL.
002335     IF NOT AK-ACCEPTED AND NOT AK-REJECTED
002336         ADD 1 TO WS-BAD-STATUS-CTR
002337                  WS-BT-UNMATCHED-CTR
002338         MOVE "INVALID STATUS, NOT APPLIED" TO
002339             WS-FL-DISPOSITION
002340         PERFORM WRITE-FALLOUT-LINE
002341     ELSE
002342         PERFORM MATCH-ACK-TO-MASTER
002343     END-IF.
002344
002345*----------------------------------------------------------------
002346* MATCH-ACK-TO-MASTER - READ THE PERSON THE ACKNOWLEDGMENT IS
002347* FOR. AN UNMATCHED ACKNOWLEDGMENT GOES ON THE FALLOUT REPORT
002348*----------------------------------------------------------------
002349 MATCH-ACK-TO-MASTER.
002350     MOVE AK-USER-ID TO UM-USER-ID
002351     READ USER-MASTER
002352         INVALID KEY
002353         ADD 1 TO WS-UNMATCHED-CTR
002354                  WS-BT-UNMATCHED-CTR
002355         MOVE "NOT ON USER-MASTER" TO WS-FL-DISPOSITION
002356         PERFORM WRITE-FALLOUT-LINE
002357         NOT INVALID KEY
002358         PERFORM RECORD-ELIG-DECISION
002359     END-READ.
002360
002361*----------------------------------------------------------------
002362* RECORD-ELIG-DECISION - STAMP THE DECISION ON THE PERSON'S
002363* RECORD. A REJECTION ALSO GOES ON THE FALLOUT REPORT
002364*----------------------------------------------------------------
002365 RECORD-ELIG-DECISION.
002366     MOVE UM-ELIG-STATUS TO WS-PRIOR-STATUS
002367     MOVE UM-ELIG-REASON TO WS-PRIOR-REASON
002368     MOVE AK-STATUS TO UM-ELIG-STATUS
002369     MOVE AK-REASON-CODE TO UM-ELIG-REASON
002370     MOVE WS-RUN-DATE-RAW TO UM-ELIG-DATE
002371     REWRITE UM-USER-RECORD
002372     END-REWRITE
002373     IF NOT WS-USER-MASTER-OK
002374         DISPLAY "ERROR REWRITING USER-MASTER, STATUS="
002375             WS-USER-MASTER-STATUS
002376         PERFORM FLAG-IO-ERROR
002377     ELSE
002378         IF AK-REJECTED
002379             ADD 1 TO WS-REJECTED-CTR
002380                      WS-BT-REJECTED-CTR
002381             PERFORM TRANSLATE-REASON-CODE
002382             PERFORM WRITE-FALLOUT-LINE
002383         ELSE
002384             ADD 1 TO WS-ACCEPTED-CTR
002385                      WS-BT-ACCEPTED-CTR
002386         END-IF
002387         PERFORM WRITE-DECISION-HISTORY
002388     END-IF.
002389
002390*----------------------------------------------------------------
002391* WRITE-DECISION-HISTORY - ADD THE DECISION JUST APPLIED, WITH THE
002392* ONE IT REPLACED, TO THE PERSON'S HISTORY UNDER THE FEED BATCH
002393* IT ANSWERED. AN ENTRY ALREADY THERE FOR THE BATCH MEANS THE
002394* BATCH WAS FORCED THROUGH AGAIN, SO THAT ENTRY IS REFRESHED
002395*----------------------------------------------------------------
002396 WRITE-DECISION-HISTORY.
002397     MOVE SPACE TO EH-HISTORY-RECORD
002398     MOVE AK-USER-ID TO EH-USER-ID
002399     MOVE WS-BATCH-SEQ TO EH-BATCH-SEQ
002400     MOVE ZERO TO EH-ENTRY-SEQ
002401     MOVE WS-RUN-DATE-RAW TO EH-DECISION-DATE
002402     MOVE WS-BATCH-BUSINESS-DATE TO EH-BUSINESS-DATE
002403     MOVE AK-STATUS TO EH-STATUS
002404     MOVE AK-REASON-CODE TO EH-REASON-CODE
002405     MOVE WS-PRIOR-STATUS TO EH-PRIOR-STATUS
002406     MOVE WS-PRIOR-REASON TO EH-PRIOR-REASON
002407     MOVE FUNCTION CURRENT-DATE TO EH-TIMESTAMP
002408     WRITE EH-HISTORY-RECORD
002409         INVALID KEY
002410         IF WS-DECISION-HIST-DUPLICATE
002411             PERFORM REFRESH-DECISION-HISTORY
002412         ELSE
002413             DISPLAY "ERROR WRITING DECISION-HISTORY, STATUS="
002414                 WS-DECISION-HIST-STATUS
002415             PERFORM FLAG-IO-ERROR
002416         END-IF
002417         NOT INVALID KEY
002418         ADD 1 TO WS-HISTORY-WRITTEN-CTR
002419     END-WRITE.
002420
002421*----------------------------------------------------------------
002422* REFRESH-DECISION-HISTORY - A REPLAYED BATCH TAKES THE LATEST
002423* ANSWER BUT KEEPS THE PRIOR DECISION THE FIRST PASS RECORDED,
002424* SINCE THE FIRST PASS HAS ALREADY OVERWRITTEN THE MASTER
002425*----------------------------------------------------------------
002426 REFRESH-DECISION-HISTORY.
002427     READ DECISION-HISTORY
002428         INVALID KEY
002429         DISPLAY "ERROR READING DECISION-HISTORY, STATUS="
002430             WS-DECISION-HIST-STATUS
002431         PERFORM FLAG-IO-ERROR
002432         NOT INVALID KEY
002433         MOVE WS-RUN-DATE-RAW TO EH-DECISION-DATE
002434         MOVE AK-STATUS TO EH-STATUS
002435         MOVE AK-REASON-CODE TO EH-REASON-CODE
002436         MOVE FUNCTION CURRENT-DATE TO EH-TIMESTAMP
002437         REWRITE EH-HISTORY-RECORD
002438             INVALID KEY
002439             DISPLAY "ERROR REWRITING DECISION-HISTORY, STATUS="
002440                 WS-DECISION-HIST-STATUS
002441             PERFORM FLAG-IO-ERROR
002442             NOT INVALID KEY
002443             ADD 1 TO WS-HISTORY-REFRESHED-CTR
002444         END-REWRITE
002445     END-READ.
002446
002447*----------------------------------------------------------------
002448* FINISH-ACK-BATCH - RECONCILE THE BATCH JUST READ AGAINST WHAT
002449* WAS SENT, RECORD THE ANSWER ON FEED-CONTROL, AND PRINT IT.
002450* A BATCH WHOSE DECISIONS WERE APPLIED IS MARKED ACKNOWLEDGED
002451* EVEN WHEN IT DOES NOT BALANCE, SO A REPLAY IS STILL REFUSED -
002452* ANYONE IT LEFT PENDING IS PICKED UP BY THE CHASER
002453*----------------------------------------------------------------
002454 FINISH-ACK-BATCH.
002455     COMPUTE WS-BT-DIFFERENCE = WS-BT-ACKED-CTR - WS-BT-SENT-CTR
002456     IF NOT WS-BATCH-REFUSED
002457         PERFORM RECONCILE-ACK-BATCH
002458         PERFORM MARK-BATCH-ACKNOWLEDGED
002459     END-IF
002460     MOVE WS-BATCH-SEQ TO WS-RL-BATCH-SEQ
002461     MOVE WS-BATCH-BUSINESS-DATE TO WS-RL-BUSINESS-DATE
002462     MOVE WS-BT-SENT-CTR TO WS-RL-SENT
002463     MOVE WS-BT-TRAILER-CTR TO WS-RL-TRAILER
002464     MOVE WS-BT-ACKED-CTR TO WS-RL-ACKED
002465     MOVE WS-BT-UNMATCHED-CTR TO WS-RL-UNMATCHED
002466     MOVE WS-BT-DIFFERENCE TO WS-RL-DIFFERENCE
002467     MOVE WS-BATCH-DISPOSITION TO WS-RL-DISPOSITION
002468     PERFORM WRITE-RECON-LINE
002469     MOVE 'N' TO WS-IN-BATCH-SW.
002470
002471*----------------------------------------------------------------
002472* RECONCILE-ACK-BATCH - A MISSING OR WRONG TRAILER MEANS THE FILE
002473* DID NOT ARRIVE WHOLE (RC=16); A TRAILER THAT BALANCES BUT A
002474* COUNT SHORT OF OR OVER WHAT WAS SENT MEANS THE INTERFACE
002475* SKIPPED OR REPEATED PART OF THE FEED (RC=8)
002476*----------------------------------------------------------------
002477 RECONCILE-ACK-BATCH.
002478     MOVE "BALANCED" TO WS-BATCH-DISPOSITION
002479     IF NOT WS-BATCH-TRAILED
002480         MOVE "NO TRAILER" TO WS-BATCH-DISPOSITION
002481         MOVE 16 TO WS-SEVERITY
002482     ELSE
002483         IF WS-BT-TRAILER-CTR NOT = WS-BT-ACKED-CTR
002484             MOVE "TRAILER MISMATCH" TO WS-BATCH-DISPOSITION
002485             MOVE 16 TO WS-SEVERITY
002486         ELSE
002487             IF WS-BT-DIFFERENCE < ZERO
002488                 MOVE "SHORT ACK" TO WS-BATCH-DISPOSITION
002489                 MOVE 8 TO WS-SEVERITY
002490             END-IF
002491             IF WS-BT-DIFFERENCE > ZERO
002492                 MOVE "OVER ACK" TO WS-BATCH-DISPOSITION
002493                 MOVE 8 TO WS-SEVERITY
002494             END-IF
002495         END-IF
002496     END-IF
002497     IF WS-BATCH-DISPOSITION NOT = "BALANCED"
002498         ADD 1 TO WS-BATCHES-UNBALANCED-CTR
002499         DISPLAY "ACK BATCH " WS-BATCH-SEQ " OUT OF BALANCE: "
002500             WS-BATCH-DISPOSITION
002501         PERFORM RAISE-RETURN-CODE
002502     END-IF.
002503
002504*----------------------------------------------------------------
002505* MARK-BATCH-ACKNOWLEDGED - RECORD WHAT CAME BACK FOR THE BATCH
002506* ON ITS FEED-CONTROL RECORD
002507*----------------------------------------------------------------
002508 MARK-BATCH-ACKNOWLEDGED.
002509     MOVE WS-BATCH-SEQ TO FC-BATCH-SEQ
002510     READ FEED-CONTROL
002511         INVALID KEY
002512         DISPLAY "ERROR READING FEED-CONTROL, STATUS="
002513             WS-FEED-CONTROL-STATUS
002514         PERFORM FLAG-IO-ERROR
002515         NOT INVALID KEY
002516         SET FC-BATCH-ACKNOWLEDGED TO TRUE
002517         MOVE WS-RUN-DATE-RAW TO FC-ACK-DATE
002518         MOVE WS-BT-ACKED-CTR TO FC-ACKED-CTR
002519         MOVE WS-BT-ACCEPTED-CTR TO FC-ACCEPTED-CTR
002520         MOVE WS-BT-REJECTED-CTR TO FC-REJECTED-CTR
002521         MOVE WS-BT-UNMATCHED-CTR TO FC-UNMATCHED-CTR
002522         PERFORM REWRITE-FEED-CONTROL
002523     END-READ.
002524
002525*----------------------------------------------------------------
002526* REWRITE-FEED-CONTROL - PUT THE BATCH RECORD BACK
002527*----------------------------------------------------------------
002528 REWRITE-FEED-CONTROL.
002529     REWRITE FC-FEED-RECORD
002530         INVALID KEY
002531         DISPLAY "ERROR REWRITING FEED-CONTROL, STATUS="
002532             WS-FEED-CONTROL-STATUS
002533         PERFORM FLAG-IO-ERROR
002534     END-REWRITE.
002552
002553*----------------------------------------------------------------
002554* TRANSLATE-REASON-CODE - LOOK THE REJECT'S REASON CODE UP ON
002860     IF NOT WS-FALLOUT-RPT-OK
002870         DISPLAY "ERROR WRITING FALLOUT-RPT, STATUS="
002880             WS-FALLOUT-RPT-STATUS
002890         PERFORM FLAG-IO-ERROR
002900     END-IF
002910     ADD 1 TO WS-LINE-CTR.
002911
002912*----------------------------------------------------------------
002913* WRITE-RECON-HEADING - START A NEW PAGE OF THE RECONCILIATION
002914* REPORT WITH THE RUN DATE, THE PAGE NUMBER AND COLUMN HEADINGS
002915*----------------------------------------------------------------
002916 WRITE-RECON-HEADING.
002917     ADD 1 TO WS-RN-PAGE-CTR
002918     MOVE WS-RN-PAGE-CTR TO WS-RN1-PAGE-NO
002919     WRITE RN-REPORT-LINE FROM WS-RN-HEADING-1
002920         AFTER ADVANCING PAGE
002921     WRITE RN-REPORT-LINE FROM WS-RN-HEADING-2
002922         AFTER ADVANCING 2 LINES
002923     MOVE SPACE TO RN-REPORT-LINE
002924     WRITE RN-REPORT-LINE AFTER ADVANCING 1 LINE
002925     MOVE 4 TO WS-RN-LINE-CTR.
002926
002927*----------------------------------------------------------------
002928* WRITE-RECON-LINE - PRINT ONE BATCH, BREAKING TO A NEW PAGE WHEN
002929* THE PAGE IS FULL
002930*----------------------------------------------------------------
002931 WRITE-RECON-LINE.
002932     IF WS-RN-LINE-CTR > WS-LINES-PER-PAGE
002933         PERFORM WRITE-RECON-HEADING
002934     END-IF
002935     WRITE RN-REPORT-LINE FROM WS-RECON-LINE
002936         AFTER ADVANCING 1 LINE
002937     IF NOT WS-RECON-RPT-OK
002938         DISPLAY "ERROR WRITING RECON-RPT, STATUS="
002939             WS-RECON-RPT-STATUS
002940         PERFORM FLAG-IO-ERROR
002941     END-IF
002942     ADD 1 TO WS-RN-LINE-CTR.
002943
002944*----------------------------------------------------------------
002945* LIST-AWAITING-BATCHES - AFTER THE DAY'S ACKNOWLEDGMENTS, LIST
002946* EVERY BATCH ON FEED-CONTROL STILL WITHOUT ONE, SO A FEED THE
002947* INTERFACE NEVER ANSWERED DOES NOT GO UNNOTICED
002948*----------------------------------------------------------------
002949 LIST-AWAITING-BATCHES.
002950     IF NOT WS-END-OF-FEED-CONTROL
002951         IF WS-RN-LINE-CTR > WS-LINES-PER-PAGE - 3
002952             PERFORM WRITE-RECON-HEADING
002953         END-IF
002954         MOVE "BATCHES STILL AWAITING ACKNOWLEDGMENT" TO
002955             RN-REPORT-LINE
002956         WRITE RN-REPORT-LINE AFTER ADVANCING 2 LINES
002957         ADD 2 TO WS-RN-LINE-CTR
002958         MOVE ZERO TO FC-BATCH-SEQ
002959         START FEED-CONTROL KEY IS NOT LESS THAN FC-BATCH-SEQ
002960             INVALID KEY
002961             SET WS-END-OF-FEED-CONTROL TO TRUE
002962         END-START
002963         IF NOT WS-END-OF-FEED-CONTROL
002964             PERFORM READ-NEXT-FEED-BATCH
002965         END-IF
002966         PERFORM LIST-AWAITING-BATCH THRU LIST-AWAITING-EXIT
002967             UNTIL WS-END-OF-FEED-CONTROL
002968     END-IF.
002969
002970*----------------------------------------------------------------
002971* LIST-AWAITING-BATCH - PRINT ONE BATCH IF NOTHING HAS ANSWERED
002972* IT YET, THEN READ THE NEXT. A BATCH STILL OPEN WAS NEVER
002973* FINISHED BY THE RUN THAT STARTED IT
002974*----------------------------------------------------------------
002975 LIST-AWAITING-BATCH.
002976     IF NOT FC-BATCH-ACKNOWLEDGED
002977         ADD 1 TO WS-BATCHES-AWAITING-CTR
002978         MOVE FC-BATCH-SEQ TO WS-RL-BATCH-SEQ
002979         MOVE FC-BUSINESS-DATE TO WS-RL-BUSINESS-DATE
002980         MOVE FC-SENT-CTR TO WS-RL-SENT
002981         MOVE ZERO TO WS-RL-TRAILER
002982                      WS-RL-ACKED
002983                      WS-RL-UNMATCHED
002984         COMPUTE WS-RL-DIFFERENCE = ZERO - FC-SENT-CTR
002985         IF FC-BATCH-SENT
002986             MOVE "AWAITING ACK" TO WS-RL-DISPOSITION
002987         ELSE
002988             MOVE "SEND INCOMPLETE" TO WS-RL-DISPOSITION
002989         END-IF
002990         PERFORM WRITE-RECON-LINE
002991     END-IF
002992     PERFORM READ-NEXT-FEED-BATCH.
002993 LIST-AWAITING-EXIT.
002994     EXIT.
002995
002996*----------------------------------------------------------------
002997* READ-NEXT-FEED-BATCH - READ THE NEXT BATCH ON FEED-CONTROL
002998*----------------------------------------------------------------
002999 READ-NEXT-FEED-BATCH.
003000     READ FEED-CONTROL NEXT RECORD
003001         AT END
003002         SET WS-END-OF-FEED-CONTROL TO TRUE
003003     END-READ
003004     IF NOT WS-END-OF-FEED-CONTROL
003005         IF NOT WS-FEED-CONTROL-OK
003006             DISPLAY "ERROR READING FEED-CONTROL, STATUS="
003007                 WS-FEED-CONTROL-STATUS
003008             PERFORM FLAG-IO-ERROR
003009             SET WS-END-OF-FEED-CONTROL TO TRUE
003010         END-IF
003011     END-IF.
003012
003013*----------------------------------------------------------------
003014* FLAG-IO-ERROR - A FILE COULD NOT BE OPENED, READ OR WRITTEN
003015*----------------------------------------------------------------
003016 FLAG-IO-ERROR.
003017     MOVE 12 TO WS-SEVERITY
003018     PERFORM RAISE-RETURN-CODE.
003019
003020*----------------------------------------------------------------
003021* RAISE-RETURN-CODE - RAISE THE RETURN CODE TO THE SEVERITY JUST
003022* SEEN, NEVER LOWER IT
003023*----------------------------------------------------------------
003024 RAISE-RETURN-CODE.
003025     IF WS-SEVERITY > RETURN-CODE
003026         MOVE WS-SEVERITY TO RETURN-CODE
003027     END-IF.
003028
003029*----------------------------------------------------------------
003030* SHOW-CONTROL-TOTALS - REPORT WHAT THE ACKNOWLEDGMENT RUN READ,
003031* APPLIED AND COULD NOT PLACE, SO OPERATIONS CAN BALANCE IT
003032* AGAINST THE OUTBOUND FEED
003033*----------------------------------------------------------------
003034 SHOW-CONTROL-TOTALS.
003035     DISPLAY "----------------------------------------"
003036     DISPLAY "ACKNOWLEDGMENT RUN CONTROL TOTALS"
003037     DISPLAY "  ACKS READ ............. " WS-ACKS-READ-CTR
003038     DISPLAY "  ACCEPTED .............. " WS-ACCEPTED-CTR
003039     DISPLAY "  REJECTED .............. " WS-REJECTED-CTR
003040     DISPLAY "  UNMATCHED ............. " WS-UNMATCHED-CTR
003050     DISPLAY "  INVALID STATUS ........ " WS-BAD-STATUS-CTR
003054     DISPLAY "  UNKNOWN REASON CODES .. " WS-UNKNOWN-RSN-CTR
003055     DISPLAY "  ACKS NOT APPLIED ...... " WS-NOT-APPLIED-CTR
003056     DISPLAY "  BATCHES READ .......... " WS-BATCHES-READ-CTR
003057     DISPLAY "  BATCHES REFUSED ....... " WS-BATCHES-REFUSED-CTR
003059     DISPLAY "  BATCHES OUT OF BALANCE  "
003061         WS-BATCHES-UNBALANCED-CTR
003062     DISPLAY "  HISTORY ENTRIES ADDED . " WS-HISTORY-WRITTEN-CTR
003063     DISPLAY "  HISTORY REFRESHED ..... " WS-HISTORY-REFRESHED-CTR
003064     DISPLAY "  BATCHES AWAITING ACK .. " WS-BATCHES-AWAITING-CTR
003065     DISPLAY "  PREDICTIONS CHECKED ... "
003066         WS-PREDICTIONS-CHECKED-CTR
003067     DISPLAY "  PREDICTIONS AGREED .... "
003068         WS-PREDICTIONS-AGREED-CTR
003069     DISPLAY "  PREDICTIONS DISAGREED . "
003070         WS-PREDICTIONS-DISAGREED-CTR
003071     DISPLAY "----------------------------------------".
003075
003085*----------------------------------------------------------------
003095* CHECK-CYCLE-CONTROL - FIND TONIGHT'S CYCLE AND REFUSE TO RUN
003105* (RC=20) UNLESS THE STEP BEFORE THIS ONE FINISHED CLEAN AND THIS
003115* ONE HAS NOT ALREADY. A RUN ALLOWED THROUGH IS MARKED STARTED
003125*----------------------------------------------------------------
003135 CHECK-CYCLE-CONTROL.
003145     OPEN I-O CYCLE-CONTROL
003155     IF NOT WS-CYCLE-CONTROL-OK
003165         DISPLAY "ERROR OPENING CYCLE-CONTROL, STATUS="
003175             WS-CYCLE-CONTROL-STATUS
003185         SET WS-CYCLE-REFUSED TO TRUE
003195     ELSE
003205         PERFORM FIND-LAST-CYCLE
003215         IF WS-LAST-CYCLE-DATE = ZERO
003225             DISPLAY "NO NIGHTLY CYCLE OPEN ON CYCLE-CONTROL"
003235             SET WS-CYCLE-REFUSED TO TRUE
003245         ELSE
003255             MOVE WS-LAST-CYCLE-DATE TO WS-CYCLE-DATE
003265             PERFORM CHECK-CYCLE-PREREQUISITE
003275         END-IF
003285         IF NOT WS-CYCLE-REFUSED
003295             PERFORM MARK-CYCLE-STEP-STARTED
003305         END-IF
003315         CLOSE CYCLE-CONTROL
003325     END-IF
003335     IF WS-CYCLE-REFUSED
003345         DISPLAY "OUT OF NIGHTLY CYCLE ORDER, RUN REFUSED"
003355         MOVE 20 TO WS-SEVERITY
003365         PERFORM RAISE-RETURN-CODE
003375     END-IF.
003385
003395*----------------------------------------------------------------
003405* FIND-LAST-CYCLE - BROWSE CYCLE-CONTROL TO ITS LATEST BUSINESS
003415* DATE, THE CYCLE NOW RUNNING. AN EMPTY FILE LEAVES ZERO
003425*----------------------------------------------------------------
003435 FIND-LAST-CYCLE.
003445     MOVE ZERO TO WS-LAST-CYCLE-DATE
003455     MOVE ZERO TO CC-BUSINESS-DATE
003465     MOVE 'N' TO WS-CYCLE-EOF-SW
003475     START CYCLE-CONTROL KEY IS NOT LESS THAN CC-BUSINESS-DATE
003485         INVALID KEY
003495         SET WS-END-OF-CYCLE-CONTROL TO TRUE
003505     END-START
003515     PERFORM READ-NEXT-CYCLE
003525         UNTIL WS-END-OF-CYCLE-CONTROL.
003535
003545*----------------------------------------------------------------
003555* READ-NEXT-CYCLE - STEP TO THE NEXT CYCLE ON CYCLE-CONTROL
003565*----------------------------------------------------------------
003575 READ-NEXT-CYCLE.
003585     READ CYCLE-CONTROL NEXT RECORD
003595         AT END
003605         SET WS-END-OF-CYCLE-CONTROL TO TRUE
003615         NOT AT END
003625         MOVE CC-BUSINESS-DATE TO WS-LAST-CYCLE-DATE
003635     END-READ.
003645
003655*----------------------------------------------------------------
003665* CHECK-CYCLE-PREREQUISITE - THE STEP BEFORE MUST BE COMPLETE AT
003675* RC=4 OR BELOW, OR BYPASSED. THIS STEP MUST NOT ALREADY BE
003685* COMPLETE CLEAN: A FINISHED CYCLE MEANS RESELWLD HAS NOT YET
003695* OPENED TONIGHT'S, AND A DELIBERATE RERUN IS FIRST RESET ON
003705* THE CYCLE STATUS RUN (RESELCYC)
003715*----------------------------------------------------------------
003725 CHECK-CYCLE-PREREQUISITE.
003735     MOVE WS-CYCLE-DATE TO CC-BUSINESS-DATE
003745     READ CYCLE-CONTROL
003755         INVALID KEY
003765         DISPLAY "ERROR READING CYCLE-CONTROL, STATUS="
003775             WS-CYCLE-CONTROL-STATUS
003785         SET WS-CYCLE-REFUSED TO TRUE
003795     END-READ
003805     IF NOT WS-CYCLE-REFUSED
003815         IF CC-STEP-BYPASSED (WS-CYCLE-PRIOR-STEP)
003825             OR (CC-STEP-COMPLETE (WS-CYCLE-PRIOR-STEP)
003835                 AND CC-STEP-RC (WS-CYCLE-PRIOR-STEP) NOT > 4)
003845             IF CC-STEP-COMPLETE (WS-CYCLE-STEP)
003855                 AND CC-STEP-RC (WS-CYCLE-STEP) NOT > 4
003865                 DISPLAY "STEP ALREADY COMPLETE CLEAN FOR "
003875                     "BUSINESS DATE " WS-CYCLE-DATE
003885                 SET WS-CYCLE-REFUSED TO TRUE
003895             END-IF
003905         ELSE
003915             DISPLAY WS-CYCLE-PRIOR-JOB " NOT COMPLETE CLEAN FOR "
003925                 "BUSINESS DATE " WS-CYCLE-DATE
003935             SET WS-CYCLE-REFUSED TO TRUE
003945         END-IF
003955     END-IF.
003965
003975*----------------------------------------------------------------
003985* MARK-CYCLE-STEP-STARTED - STAMP THIS STEP STARTED AND CLEAR THE
003995* STEPS AFTER IT, WHOSE RESULTS NO LONGER STAND ONCE THIS ONE
004005* RUNS AGAIN. A STEP THE OPERATOR BYPASSED STAYS BYPASSED
004015*----------------------------------------------------------------
004025 MARK-CYCLE-STEP-STARTED.
004035     MOVE FUNCTION CURRENT-DATE TO WS-CYCLE-TIMESTAMP
004045     SET CC-STEP-STARTED (WS-CYCLE-STEP) TO TRUE
004055     MOVE ZERO TO CC-STEP-RC (WS-CYCLE-STEP)
004065     MOVE WS-CYCLE-TIMESTAMP (1:14)
004075         TO CC-STEP-STARTED-AT (WS-CYCLE-STEP)
004085     MOVE SPACE TO CC-STEP-ENDED-AT (WS-CYCLE-STEP)
004095     PERFORM CLEAR-CYCLE-STEP
004105         VARYING WS-CYCLE-SUB FROM WS-CYCLE-NEXT-STEP BY 1
004115         UNTIL WS-CYCLE-SUB > 6
004125     REWRITE CC-CYCLE-RECORD
004135         INVALID KEY
004145         DISPLAY "ERROR REWRITING CYCLE-CONTROL, STATUS="
004155             WS-CYCLE-CONTROL-STATUS
004165         SET WS-CYCLE-REFUSED TO TRUE
004175         NOT INVALID KEY
004185         SET WS-CYCLE-STARTED TO TRUE
004195         DISPLAY "NIGHTLY CYCLE " WS-CYCLE-DATE " STEP "
004205             WS-CYCLE-STEP " STARTED"
004215     END-REWRITE.
004225
004235*----------------------------------------------------------------
004245* CLEAR-CYCLE-STEP - RESET ONE LATER STEP TO NOT RUN
004255*----------------------------------------------------------------
004265 CLEAR-CYCLE-STEP.
004275     IF NOT CC-STEP-BYPASSED (WS-CYCLE-SUB)
004285         MOVE SPACE TO CC-STEP-ENTRY (WS-CYCLE-SUB)
004295         MOVE ZERO TO CC-STEP-RC (WS-CYCLE-SUB)
004305     END-IF.
004315
004325*----------------------------------------------------------------
004335* POST-CYCLE-CONTROL - RECORD THIS STEP COMPLETE ON TONIGHT'S
004345* CYCLE WITH THE CONDITION CODE THE RUN IS ENDING ON
004355*----------------------------------------------------------------
004365 POST-CYCLE-CONTROL.
004375     OPEN I-O CYCLE-CONTROL
004385     IF NOT WS-CYCLE-CONTROL-OK
004395         DISPLAY "ERROR OPENING CYCLE-CONTROL, STATUS="
004405             WS-CYCLE-CONTROL-STATUS
004415         PERFORM FLAG-IO-ERROR
004425     ELSE
004435         MOVE WS-CYCLE-DATE TO CC-BUSINESS-DATE
004445         READ CYCLE-CONTROL
004455             INVALID KEY
004465             DISPLAY "ERROR READING CYCLE-CONTROL, STATUS="
004475                 WS-CYCLE-CONTROL-STATUS
004485             PERFORM FLAG-IO-ERROR
004495             NOT INVALID KEY
004505             PERFORM MARK-CYCLE-STEP-COMPLETE
004515         END-READ
004525         CLOSE CYCLE-CONTROL
004535     END-IF.
004545
004555*----------------------------------------------------------------
004565* MARK-CYCLE-STEP-COMPLETE - STAMP THIS STEP COMPLETE WITH ITS
004575* CONDITION CODE, WHICH DECIDES WHETHER THE NEXT STEP MAY RUN
004585*----------------------------------------------------------------
004595 MARK-CYCLE-STEP-COMPLETE.
004605     MOVE FUNCTION CURRENT-DATE TO WS-CYCLE-TIMESTAMP
004615     SET CC-STEP-COMPLETE (WS-CYCLE-STEP) TO TRUE
004625     MOVE RETURN-CODE TO CC-STEP-RC (WS-CYCLE-STEP)
004635     MOVE WS-CYCLE-TIMESTAMP (1:14)
004645         TO CC-STEP-ENDED-AT (WS-CYCLE-STEP)
004655     REWRITE CC-CYCLE-RECORD
004665         INVALID KEY
004675         DISPLAY "ERROR REWRITING CYCLE-CONTROL, STATUS="
004685             WS-CYCLE-CONTROL-STATUS
004695         PERFORM FLAG-IO-ERROR
004705         NOT INVALID KEY
004715         DISPLAY "NIGHTLY CYCLE " WS-CYCLE-DATE " STEP "
004721             WS-CYCLE-STEP " COMPLETE, RC="
004727             CC-STEP-RC (WS-CYCLE-STEP)
004735     END-REWRITE.
004745
004755*----------------------------------------------------------------
004765* CHECK-PREDICTIONS - CHECK EACH PREDICTED REJECT STILL OPEN ON
004775* PREDICTED-REJECTS AGAINST WHAT THE INTERFACE DECIDED, AND LIST
004785* THE ONES IT DISAGREED WITH ON PRDRPT (RC=4). WITH NO
004795* PREDICTED-REJECT FILE THE PRE-SCREEN HAS NEVER RUN, SO THERE IS
004805* NOTHING TO CHECK
004815*----------------------------------------------------------------
004825 CHECK-PREDICTIONS.
004835     OPEN OUTPUT PREDICT-RPT
004845     IF NOT WS-PREDICT-RPT-OK
004855         DISPLAY "ERROR OPENING PREDICT-RPT, STATUS="
004865             WS-PREDICT-RPT-STATUS
004875         PERFORM FLAG-IO-ERROR
004885     ELSE
004895         MOVE WS-RUN-DATE-RAW TO WS-PD1-RUN-DATE
004905         PERFORM WRITE-PREDICT-HEADING
004915         OPEN I-O PREDICTED-REJECTS
004925         IF WS-PREDICTED-REJ-OK
004935             PERFORM BROWSE-PREDICTIONS
004945             CLOSE PREDICTED-REJECTS
004955         ELSE
004965             IF WS-PREDICTED-REJ-MISSING
004975                 MOVE "NO PREDICTED-REJECT FILE, NOTHING CHECKED"
004985                     TO PD-REPORT-LINE
004995                 WRITE PD-REPORT-LINE AFTER ADVANCING 1 LINE
005005                 ADD 1 TO WS-PD-LINE-CTR
005015             ELSE
005025                 DISPLAY "ERROR OPENING PREDICTED-REJECTS, "
005035                     "STATUS=" WS-PREDICTED-REJ-STATUS
005045                 PERFORM FLAG-IO-ERROR
005055             END-IF
005065         END-IF
005075         PERFORM WRITE-PREDICT-SUMMARY
005085         CLOSE PREDICT-RPT
005095     END-IF
005105     IF WS-PREDICTIONS-DISAGREED-CTR > ZERO
005115         MOVE 4 TO WS-SEVERITY
005125         PERFORM RAISE-RETURN-CODE
005135     END-IF.
005145
005155*----------------------------------------------------------------
005165* BROWSE-PREDICTIONS - READ PREDICTED-REJECTS FROM THE TOP
005175*----------------------------------------------------------------
005185 BROWSE-PREDICTIONS.
005195     MOVE LOW-VALUES TO PR-PREDICT-KEY
005205     MOVE 'N' TO WS-PREDICT-EOF-SW
005215     START PREDICTED-REJECTS KEY IS NOT LESS THAN PR-PREDICT-KEY
005225         INVALID KEY
005235         SET WS-END-OF-PREDICTIONS TO TRUE
005245     END-START
005255     PERFORM READ-NEXT-PREDICTION
005265         UNTIL WS-END-OF-PREDICTIONS.
005275
005285*----------------------------------------------------------------
005295* READ-NEXT-PREDICTION - STEP TO THE NEXT PREDICTION. ONLY A
005305* WATCHED PERSON WAS FED, SO ONLY A WATCHED PREDICTION NOT YET
005315* SETTLED CAN HAVE AN ANSWER TO CHECK; A HELD ONE NEVER WILL
005325*----------------------------------------------------------------
005335 READ-NEXT-PREDICTION.
005345     READ PREDICTED-REJECTS NEXT RECORD
005355         AT END
005365         SET WS-END-OF-PREDICTIONS TO TRUE
005375         NOT AT END
005385         IF PR-WATCHED AND PR-OUTCOME-OPEN
005395             PERFORM FIND-ACTUAL-DECISION
005405         END-IF
005415     END-READ
005425     IF NOT WS-END-OF-PREDICTIONS
005435         AND NOT WS-PREDICTED-REJ-OK
005445         DISPLAY "ERROR READING PREDICTED-REJECTS, STATUS="
005455             WS-PREDICTED-REJ-STATUS
005465         PERFORM FLAG-IO-ERROR
005475         SET WS-END-OF-PREDICTIONS TO TRUE
005485     END-IF.
005495
005505*----------------------------------------------------------------
005515* FIND-ACTUAL-DECISION - LOOK FOR THE DECISION THE INTERFACE GAVE
005525* THE PERSON FOR THE FEED BATCH THE PREDICTION WAS MADE IN. A
005535* BATCH NOT YET ANSWERED LEAVES THE PREDICTION OPEN FOR LATER
005545*----------------------------------------------------------------
005555 FIND-ACTUAL-DECISION.
005565     MOVE PR-USER-ID TO EH-USER-ID
005575     MOVE PR-BATCH-SEQ TO EH-BATCH-SEQ
005585     MOVE ZERO TO EH-ENTRY-SEQ
005595     READ DECISION-HISTORY
005605         INVALID KEY
005615         IF NOT WS-DECISION-HIST-NOT-FOUND
005625             DISPLAY "ERROR READING DECISION-HISTORY, STATUS="
005635                 WS-DECISION-HIST-STATUS
005645             PERFORM FLAG-IO-ERROR
005655             SET WS-END-OF-PREDICTIONS TO TRUE
005665         END-IF
005675         NOT INVALID KEY
005685         PERFORM COMPARE-PREDICTION
005695     END-READ.
005705
005715*----------------------------------------------------------------
005725* COMPARE-PREDICTION - THE PREDICTION HELD IF THE INTERFACE
005735* REJECTED THE PERSON FOR THE RULE'S OWN REASON. AN ACCEPTANCE OR
005745* ANOTHER REASON IS A DISAGREEMENT AND GOES ON THE REPORT. EITHER
005755* WAY THE ANSWER IS KEPT WITH THE PREDICTION, NOW SETTLED
005765*----------------------------------------------------------------
005775 COMPARE-PREDICTION.
005785     ADD 1 TO WS-PREDICTIONS-CHECKED-CTR
005795     MOVE EH-STATUS TO PR-ACTUAL-STATUS
005805     MOVE EH-REASON-CODE TO PR-ACTUAL-REASON
005815     IF EH-REJECTED AND EH-REASON-CODE = PR-REASON-CODE
005825         SET PR-OUTCOME-AGREED TO TRUE
005835         ADD 1 TO WS-PREDICTIONS-AGREED-CTR
005845     ELSE
005855         SET PR-OUTCOME-DISAGREED TO TRUE
005865         ADD 1 TO WS-PREDICTIONS-DISAGREED-CTR
005875         IF EH-ACCEPTED
005885             MOVE "PREDICTED, BUT ACCEPTED" TO WS-PL-DISPOSITION
005895         ELSE
005905             MOVE "REJECTED FOR OTHER REASON" TO WS-PL-DISPOSITION
005915         END-IF
005925         PERFORM WRITE-PREDICT-LINE
005935     END-IF
005945     REWRITE PR-PREDICT-RECORD
005955     END-REWRITE
005965     IF NOT WS-PREDICTED-REJ-OK
005975         DISPLAY "ERROR REWRITING PREDICTED-REJECTS, STATUS="
005985             WS-PREDICTED-REJ-STATUS
005995         PERFORM FLAG-IO-ERROR
006005         SET WS-END-OF-PREDICTIONS TO TRUE
006015     END-IF.
006025
006035*----------------------------------------------------------------
006045* WRITE-PREDICT-HEADING - START A NEW PAGE OF THE PREDICTION
006055* REPORT WITH THE RUN DATE, THE PAGE NUMBER AND COLUMN HEADINGS
006065*----------------------------------------------------------------
006075 WRITE-PREDICT-HEADING.
006085     ADD 1 TO WS-PD-PAGE-CTR
006095     MOVE WS-PD-PAGE-CTR TO WS-PD1-PAGE-NO
006105     WRITE PD-REPORT-LINE FROM WS-PD-HEADING-1
006115         AFTER ADVANCING PAGE
006125     WRITE PD-REPORT-LINE FROM WS-PD-HEADING-2
006135         AFTER ADVANCING 2 LINES
006145     MOVE SPACE TO PD-REPORT-LINE
006155     WRITE PD-REPORT-LINE AFTER ADVANCING 1 LINE
006165     MOVE 4 TO WS-PD-LINE-CTR.
006175
006185*----------------------------------------------------------------
006195* WRITE-PREDICT-LINE - PRINT ONE PREDICTION THE INTERFACE
006205* DISAGREED WITH, BREAKING TO A NEW PAGE WHEN THE PAGE IS FULL
006215*----------------------------------------------------------------
006225 WRITE-PREDICT-LINE.
006235     MOVE PR-USER-ID TO WS-PL-USER-ID
006245     MOVE PR-LAST-NAME TO WS-PL-LAST-NAME
006255     MOVE PR-NEW-AGE TO WS-PL-NEW-AGE
006265     MOVE PR-BATCH-SEQ TO WS-PL-BATCH-SEQ
006275     MOVE PR-RULE-ID TO WS-PL-RULE-ID
006285     MOVE PR-REASON-CODE TO WS-PL-PREDICTED-REASON
006295     MOVE PR-ACTUAL-STATUS TO WS-PL-ACTUAL-STATUS
006305     MOVE PR-ACTUAL-REASON TO WS-PL-ACTUAL-REASON
006315     IF WS-PD-LINE-CTR > WS-LINES-PER-PAGE
006325         PERFORM WRITE-PREDICT-HEADING
006335     END-IF
006345     WRITE PD-REPORT-LINE FROM WS-PREDICT-LINE
006355         AFTER ADVANCING 1 LINE
006365     IF NOT WS-PREDICT-RPT-OK
006375         DISPLAY "ERROR WRITING PREDICT-RPT, STATUS="
006385             WS-PREDICT-RPT-STATUS
006395         PERFORM FLAG-IO-ERROR
006405     END-IF
006415     ADD 1 TO WS-PD-LINE-CTR.
006425
006435*----------------------------------------------------------------
006445* WRITE-PREDICT-SUMMARY - CLOSE THE PREDICTION REPORT WITH HOW
006455* MANY PREDICTIONS WERE CHECKED AND HOW THEY CAME OUT
006465*----------------------------------------------------------------
006475 WRITE-PREDICT-SUMMARY.
006485     MOVE WS-PREDICTIONS-CHECKED-CTR TO WS-PS-CHECKED
006495     MOVE WS-PREDICTIONS-AGREED-CTR TO WS-PS-AGREED
006505     MOVE WS-PREDICTIONS-DISAGREED-CTR TO WS-PS-DISAGREED
006515     IF WS-PD-LINE-CTR > WS-LINES-PER-PAGE - 2
006525         PERFORM WRITE-PREDICT-HEADING
006535     END-IF
006545     WRITE PD-REPORT-LINE FROM WS-PREDICT-SUMMARY
006555         AFTER ADVANCING 2 LINES
006565     IF NOT WS-PREDICT-RPT-OK
006575         DISPLAY "ERROR WRITING PREDICT-RPT, STATUS="
006585             WS-PREDICT-RPT-STATUS
006595         PERFORM FLAG-IO-ERROR
006605     END-IF
006615     ADD 2 TO WS-PD-LINE-CTR.
006625 END PROGRAM RESEL-ACK.
