000242*                 DELETE IS REGISTERED ON THE RUN REGISTRY
000244*                 (MODE 'E') SO THE VERIFY JOB'S RECORD-COUNT
000246*                 RECONCILIATION STAYS TIED AFTER AN ERASURE.
000247* 2026-09-16 JR   THE AUDIT RECORD GREW AL-MERGED-ID FOR THE
000248*                 DUPLICATE-PERSON MERGE, SO THE LIVE AND ARCHIVE
000249*                 TRAIL COPIES ARE NOW 92 BYTES.
000250* 2026-09-25 JR   THE AUDIT RECORD GREW AL-REQUESTED-BY AND
000251*                 AL-APPROVED-BY FOR THE DOB CORRECTION APPROVAL,
000252*                 SO THE LIVE AND ARCHIVE TRAIL COPIES ARE NOW 112
000253*                 BYTES. A PERSON'S PENDING AND DECIDED CORRECTION
000254*                 REQUESTS ARE ERASED WITH THEM.
000255* 2026-10-15 JR   THE PERSON'S DECHIST DECISION HISTORY AND
000256*                 PREDREJ PREDICTED REJECTS ARE NOW DELETED WITH
000257*                 THEM AND COUNTED ON THE CERTIFICATE; THE RUN
000258*                 REFUSES TO START UNLESS BOTH FILES ARE PRESENT.
000259*----------------------------------------------------------------
000260
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000687     SELECT SNAP-OUT ASSIGN TO "SNAPOUT"
000688         ORGANIZATION IS LINE SEQUENTIAL
000689         FILE STATUS IS WS-SNAP-OUT-STATUS.
000690
000691     SELECT DOB-CORRECTION ASSIGN TO "DOBCORR"
000692         ORGANIZATION IS INDEXED
000693         ACCESS MODE IS DYNAMIC
000694         RECORD KEY IS DC-CORRECTION-KEY
000695         FILE STATUS IS WS-DOB-CORRECTION-STATUS.
000696
000697     SELECT DECISION-HISTORY ASSIGN TO "DECHIST"
000698         ORGANIZATION IS INDEXED
000699         ACCESS MODE IS DYNAMIC
000700         RECORD KEY IS EH-HISTORY-KEY
000701         FILE STATUS IS WS-DECISION-HIST-STATUS.
000702
000703     SELECT PREDICTED-REJECTS ASSIGN TO "PREDREJ"
000704         ORGANIZATION IS INDEXED
000705         ACCESS MODE IS DYNAMIC
000706         RECORD KEY IS PR-PREDICT-KEY
000707         FILE STATUS IS WS-PREDICTED-REJ-STATUS.
000708
000709     SELECT RUN-REGISTRY ASSIGN TO "RUNREG"
000710         ORGANIZATION IS LINE SEQUENTIAL
000711         FILE STATUS IS WS-RUN-REGISTRY-STATUS.
000712
000713     SELECT PARM-FILE ASSIGN TO "ERSPARM"
000714         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-PARM-FILE-STATUS.
000730
000740     SELECT ERASE-RPT ASSIGN TO "ERASRPT"
000940
000950 FD  AUDIT-NEW
000960     LABEL RECORDS ARE STANDARD.
000970 01  AN-NEW-RECORD PIC X(112).
000980
000990*----------------------------------------------------------------
001000* ARCHIVE-IN / ARCHIVE-OUT - ONE ARCHIVE GENERATION IN AND BACK
001020*----------------------------------------------------------------
001030 FD  ARCHIVE-IN
001040     LABEL RECORDS ARE STANDARD.
001050 01  AI-ARCHIVE-RECORD PIC X(112).
001060
001070 FD  ARCHIVE-OUT
001080     LABEL RECORDS ARE STANDARD.
001090 01  AO-ARCHIVE-RECORD PIC X(112).
001100
001110*----------------------------------------------------------------
001120* RECYCLE-IN / RECYCLE-OUT - THE RECYCLE FILE IN AND BACK OUT
001544 01  SO-SNAPSHOT-RECORD PIC X(62).
001545
001546*----------------------------------------------------------------
001547* DOB-CORRECTION - THE PERSON'S DATE-OF-BIRTH CORRECTION
001548* REQUESTS, PENDING OR DECIDED, DELETED OUTRIGHT
001549*----------------------------------------------------------------
001550 FD  DOB-CORRECTION
001551     LABEL RECORDS ARE STANDARD.
001552     COPY DOBCORR.
001553
001554*----------------------------------------------------------------
001555* DECISION-HISTORY - EVERY ELIGIBILITY DECISION RECORDED FOR THE
001556* PERSON, DELETED OUTRIGHT
001557*----------------------------------------------------------------
001558 FD  DECISION-HISTORY
001559     LABEL RECORDS ARE STANDARD.
001560     COPY DECHIST.
001561
001562*----------------------------------------------------------------
001563* PREDICTED-REJECTS - THE PERSON'S PRE-SCREEN PREDICTIONS, HELD
001564* OR WATCHED, DELETED OUTRIGHT
001565*----------------------------------------------------------------
001566 FD  PREDICTED-REJECTS
001567     LABEL RECORDS ARE STANDARD.
001568     COPY PREDREJ.
001569
001570*----------------------------------------------------------------
001571* RUN-REGISTRY - THE MASTER DELETE IS REGISTERED AS A MODE-'E'
001572* RUN SO THE VERIFY JOB'S COUNT RECONCILIATION STAYS TIED
001573*----------------------------------------------------------------
001574 FD  RUN-REGISTRY
001575     LABEL RECORDS ARE STANDARD.
001576     COPY RUNREG.
001577
001578*----------------------------------------------------------------
001579* PARM-FILE - ONE CARD NAMING THE USER-ID TO ERASE
001580*----------------------------------------------------------------
001581 FD  PARM-FILE
001582     LABEL RECORDS ARE STANDARD.
001590 01  EP-PARM-RECORD.
001600     05  EP-USER-ID PIC X(08).
001610
001924         88  WS-SNAP-IN-OK VALUE '00'.
001926     05  WS-SNAP-OUT-STATUS PIC X(02).
001928         88  WS-SNAP-OUT-OK VALUE '00'.
001929     05  WS-DOB-CORRECTION-STATUS PIC X(02).
001930         88  WS-DOB-CORRECTION-OK VALUE '00'.
001931     05  WS-DECISION-HIST-STATUS PIC X(02).
001932         88  WS-DECISION-HIST-OK VALUE '00'.
001933     05  WS-PREDICTED-REJ-STATUS PIC X(02).
001934         88  WS-PREDICTED-REJ-OK VALUE '00'.
001935     05  WS-RUN-REGISTRY-STATUS PIC X(02).
001936         88  WS-RUN-REGISTRY-OK VALUE '00'.
001937     05  WS-PARM-FILE-STATUS PIC X(02).
001940         88  WS-PARM-FILE-OK VALUE '00'.
001950     05  WS-ERASE-RPT-STATUS PIC X(02).
001960         88  WS-ERASE-RPT-OK VALUE '00'.
002110         88  WS-END-OF-FORECAST VALUE 'Y'.
002112     05  WS-SNAP-EOF-SW PIC X(01) VALUE 'N'.
002114         88  WS-END-OF-SNAPSHOT VALUE 'Y'.
002116     05  WS-CORRECTION-EOF-SW PIC X(01) VALUE 'N'.
002118         88  WS-END-OF-CORRECTIONS VALUE 'Y'.
002120     05  WS-HISTORY-EOF-SW PIC X(01) VALUE 'N'.
002122         88  WS-END-OF-HISTORY VALUE 'Y'.
002124     05  WS-PREDICT-EOF-SW PIC X(01) VALUE 'N'.
002126         88  WS-END-OF-PREDICTIONS VALUE 'Y'.
002128
002130*----------------------------------------------------------------
002140* THE USER-ID BEING ERASED
002150*----------------------------------------------------------------
002310     05  WS-FORE-SCRUBBED-CTR PIC 9(07) COMP VALUE ZERO.
002312     05  WS-SNAP-BEFORE-CTR PIC 9(07) COMP VALUE ZERO.
002314     05  WS-SNAP-SCRUBBED-CTR PIC 9(07) COMP VALUE ZERO.
002316     05  WS-CORR-BEFORE-CTR PIC 9(07) COMP VALUE ZERO.
002318     05  WS-CORR-SCRUBBED-CTR PIC 9(07) COMP VALUE ZERO.
002320     05  WS-HIST-BEFORE-CTR PIC 9(07) COMP VALUE ZERO.
002322     05  WS-HIST-SCRUBBED-CTR PIC 9(07) COMP VALUE ZERO.
002324     05  WS-PRED-BEFORE-CTR PIC 9(07) COMP VALUE ZERO.
002326     05  WS-PRED-SCRUBBED-CTR PIC 9(07) COMP VALUE ZERO.
002328 01  WS-AFTER-CTR PIC 9(07) COMP.
002330
002340*----------------------------------------------------------------
002350* CERTIFICATE REPORT LINES
002800         PERFORM SCRUB-RECYCLE
002810         PERFORM SCRUB-FORECAST
002812         PERFORM SCRUB-SNAPSHOT
002816         PERFORM SCRUB-CORRECTIONS
002817         PERFORM SCRUB-DECISION-HISTORY
002818         PERFORM SCRUB-PREDICTIONS
002820         PERFORM WRITE-CERTIFICATE
002824         PERFORM WRITE-REGISTRY-ERASURE
002830     END-IF
003611             WS-SNAP-OUT-STATUS
003612         SET WS-RUN-REFUSED TO TRUE
003613     END-IF
003614     OPEN I-O DOB-CORRECTION
003615     IF NOT WS-DOB-CORRECTION-OK
003616         DISPLAY "DOB-CORRECTION NOT AVAILABLE, STATUS="
003617             WS-DOB-CORRECTION-STATUS
003618         SET WS-RUN-REFUSED TO TRUE
003619     END-IF
003620     OPEN I-O DECISION-HISTORY
003621     IF NOT WS-DECISION-HIST-OK
003622         DISPLAY "DECISION-HISTORY NOT AVAILABLE, STATUS="
003623             WS-DECISION-HIST-STATUS
003624         SET WS-RUN-REFUSED TO TRUE
003625     END-IF
003626     OPEN I-O PREDICTED-REJECTS
003627     IF NOT WS-PREDICTED-REJ-OK
003628         DISPLAY "PREDICTED-REJECTS NOT AVAILABLE, STATUS="
003629             WS-PREDICTED-REJ-STATUS
003630         SET WS-RUN-REFUSED TO TRUE
003631     END-IF
003632     OPEN EXTEND RUN-REGISTRY
003633     IF NOT WS-RUN-REGISTRY-OK
003634         OPEN OUTPUT RUN-REGISTRY
003635     END-IF
003636     IF NOT WS-RUN-REGISTRY-OK
003637         DISPLAY "RUN-REGISTRY NOT AVAILABLE, STATUS="
003638             WS-RUN-REGISTRY-STATUS
003639         SET WS-RUN-REFUSED TO TRUE
003640     END-IF
003641     OPEN OUTPUT ERASE-RPT
003642     IF NOT WS-ERASE-RPT-OK
003643         DISPLAY "ERASE-RPT NOT AVAILABLE, STATUS="
003644             WS-ERASE-RPT-STATUS
003650         SET WS-RUN-REFUSED TO TRUE
003660     END-IF.
003670
003710 CLOSE-ALL-FILES.
003720     CLOSE ERASE-RPT
003722     CLOSE RUN-REGISTRY
003723     CLOSE PREDICTED-REJECTS
003724     CLOSE DECISION-HISTORY
003725     CLOSE DOB-CORRECTION
003726     CLOSE SNAP-OUT
003727     CLOSE SNAP-IN
003730     CLOSE FORECAST-OUT
003740     CLOSE FORECAST-IN
003750     CLOSE RECYCLE-OUT
006256         WS-SNAP-BEFORE-CTR - WS-SNAP-SCRUBBED-CTR
006257     MOVE WS-AFTER-CTR TO WS-CL-AFTER
006258     PERFORM WRITE-CERT-LINE
006259     MOVE "DOBCORR" TO WS-CL-FILE-NAME
006260     MOVE WS-CORR-BEFORE-CTR TO WS-CL-BEFORE
006261     MOVE WS-CORR-SCRUBBED-CTR TO WS-CL-SCRUBBED
006262     COMPUTE WS-AFTER-CTR =
006263         WS-CORR-BEFORE-CTR - WS-CORR-SCRUBBED-CTR
006264     MOVE WS-AFTER-CTR TO WS-CL-AFTER
006265     PERFORM WRITE-CERT-LINE
006266     MOVE "DECHIST" TO WS-CL-FILE-NAME
006267     MOVE WS-HIST-BEFORE-CTR TO WS-CL-BEFORE
006268     MOVE WS-HIST-SCRUBBED-CTR TO WS-CL-SCRUBBED
006269     COMPUTE WS-AFTER-CTR =
006270         WS-HIST-BEFORE-CTR - WS-HIST-SCRUBBED-CTR
006271     MOVE WS-AFTER-CTR TO WS-CL-AFTER
006272     PERFORM WRITE-CERT-LINE
006273     MOVE "PREDREJ" TO WS-CL-FILE-NAME
006274     MOVE WS-PRED-BEFORE-CTR TO WS-CL-BEFORE
006275     MOVE WS-PRED-SCRUBBED-CTR TO WS-CL-SCRUBBED
006276     COMPUTE WS-AFTER-CTR =
006277         WS-PRED-BEFORE-CTR - WS-PRED-SCRUBBED-CTR
006278     MOVE WS-AFTER-CTR TO WS-CL-AFTER
006279     PERFORM WRITE-CERT-LINE
006280     MOVE SPACE TO ER-REPORT-LINE
006281     WRITE ER-REPORT-LINE
006282     MOVE "AUDIT ENTRIES ARE ANONYMIZED IN PLACE, NOT REMOVED"
006290         TO ER-REPORT-LINE
006300     WRITE ER-REPORT-LINE
006301     MOVE "AUDARCH AND SNAPSHOT LINES EACH COVER THE ONE"
006900     END-IF.
006910
006920*----------------------------------------------------------------
006921* SCRUB-CORRECTIONS - DELETE EVERY DATE-OF-BIRTH CORRECTION
006922* REQUEST KEYED FOR THE PERSON. THE FILE IS KEYED ON THE USER-ID
006923* FIRST, SO THEY ALL SIT TOGETHER
006924*----------------------------------------------------------------
006925 SCRUB-CORRECTIONS.
006926     MOVE WS-ERASE-USER-ID TO DC-USER-ID
006927     MOVE ZERO TO DC-REQUESTED-DATE
006928     MOVE ZERO TO DC-REQUESTED-TIME
006929     START DOB-CORRECTION KEY NOT < DC-CORRECTION-KEY
006930         INVALID KEY
006931         SET WS-END-OF-CORRECTIONS TO TRUE
006932     END-START
006933     PERFORM SCRUB-ONE-CORRECTION THRU SCRUB-CORRECTION-EXIT
006934         UNTIL WS-END-OF-CORRECTIONS.
006935
006936 SCRUB-ONE-CORRECTION.
006937     READ DOB-CORRECTION NEXT RECORD
006938         AT END
006939         SET WS-END-OF-CORRECTIONS TO TRUE
006940     END-READ
006941     IF NOT WS-END-OF-CORRECTIONS
006942         IF DC-USER-ID NOT = WS-ERASE-USER-ID
006943             SET WS-END-OF-CORRECTIONS TO TRUE
006944         ELSE
006945             ADD 1 TO WS-CORR-BEFORE-CTR
006946             DELETE DOB-CORRECTION RECORD
006947             END-DELETE
006948             IF NOT WS-DOB-CORRECTION-OK
006949                 DISPLAY "ERROR DELETING DOB-CORRECTION, STATUS="
006950                     WS-DOB-CORRECTION-STATUS
006951                 MOVE 12 TO RETURN-CODE
006952                 SET WS-END-OF-CORRECTIONS TO TRUE
006953             ELSE
006954                 ADD 1 TO WS-CORR-SCRUBBED-CTR
006955             END-IF
006956         END-IF
006957     END-IF.
006958 SCRUB-CORRECTION-EXIT.
006959     EXIT.
006960
006961*----------------------------------------------------------------
006962* WRITE-REGISTRY-ERASURE - REGISTER THE MASTER DELETE AS A
006963* MODE-'E' RUN SO THE VERIFY JOB'S RECORD-COUNT RECONCILIATION
006964* STILL TIES AFTER THE ERASURE
006965*----------------------------------------------------------------
006970 WRITE-REGISTRY-ERASURE.
006980     MOVE SPACE TO RG-RUN-RECORD
006990     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
007220             WS-RUN-REGISTRY-STATUS
007230         MOVE 12 TO RETURN-CODE
007240     END-IF.
007250
007260*----------------------------------------------------------------
007270* SCRUB-DECISION-HISTORY - DELETE EVERY ELIGIBILITY DECISION
007280* RECORDED FOR THE PERSON. THE FILE IS KEYED ON THE USER-ID
007290* FIRST, SO THEY ALL SIT TOGETHER
007300*----------------------------------------------------------------
007310 SCRUB-DECISION-HISTORY.
007320     MOVE WS-ERASE-USER-ID TO EH-USER-ID
007330     MOVE ZERO TO EH-BATCH-SEQ
007340     MOVE ZERO TO EH-ENTRY-SEQ
007350     START DECISION-HISTORY KEY NOT < EH-HISTORY-KEY
007360         INVALID KEY
007370         SET WS-END-OF-HISTORY TO TRUE
007380     END-START
007390     PERFORM SCRUB-ONE-HISTORY THRU SCRUB-HISTORY-EXIT
007400         UNTIL WS-END-OF-HISTORY.
007410
007420 SCRUB-ONE-HISTORY.
007430     READ DECISION-HISTORY NEXT RECORD
007440         AT END
007450         SET WS-END-OF-HISTORY TO TRUE
007460     END-READ
007470     IF NOT WS-END-OF-HISTORY
007480         IF EH-USER-ID NOT = WS-ERASE-USER-ID
007490             SET WS-END-OF-HISTORY TO TRUE
007500         ELSE
007510             ADD 1 TO WS-HIST-BEFORE-CTR
007520             DELETE DECISION-HISTORY RECORD
007530             END-DELETE
007540             IF NOT WS-DECISION-HIST-OK
007550                 DISPLAY "ERROR DELETING DECISION-HISTORY, "
007560                     "STATUS=" WS-DECISION-HIST-STATUS
007570                 MOVE 12 TO RETURN-CODE
007580                 SET WS-END-OF-HISTORY TO TRUE
007590             ELSE
007600                 ADD 1 TO WS-HIST-SCRUBBED-CTR
007610             END-IF
007620         END-IF
007630     END-IF.
007640 SCRUB-HISTORY-EXIT.
007650     EXIT.
007660
007670*----------------------------------------------------------------
007680* SCRUB-PREDICTIONS - DELETE EVERY PRE-SCREEN PREDICTION MADE
007690* FOR THE PERSON. THE FILE IS KEYED ON THE USER-ID FIRST, SO
007700* THEY ALL SIT TOGETHER
007710*----------------------------------------------------------------
007720 SCRUB-PREDICTIONS.
007730     MOVE WS-ERASE-USER-ID TO PR-USER-ID
007740     MOVE ZERO TO PR-BATCH-SEQ
007750     START PREDICTED-REJECTS KEY NOT < PR-PREDICT-KEY
007760         INVALID KEY
007770         SET WS-END-OF-PREDICTIONS TO TRUE
007780     END-START
007790     PERFORM SCRUB-ONE-PREDICTION THRU SCRUB-PREDICTION-EXIT
007800         UNTIL WS-END-OF-PREDICTIONS.
007810
007820 SCRUB-ONE-PREDICTION.
007830     READ PREDICTED-REJECTS NEXT RECORD
007840         AT END
007850         SET WS-END-OF-PREDICTIONS TO TRUE
007860     END-READ
007870     IF NOT WS-END-OF-PREDICTIONS
007880         IF PR-USER-ID NOT = WS-ERASE-USER-ID
007890             SET WS-END-OF-PREDICTIONS TO TRUE
007900         ELSE
007910             ADD 1 TO WS-PRED-BEFORE-CTR
007920             DELETE PREDICTED-REJECTS RECORD
007930             END-DELETE
007940             IF NOT WS-PREDICTED-REJ-OK
007950                 DISPLAY "ERROR DELETING PREDICTED-REJECTS, "
007960                     "STATUS=" WS-PREDICTED-REJ-STATUS
007970                 MOVE 12 TO RETURN-CODE
007980                 SET WS-END-OF-PREDICTIONS TO TRUE
007990             ELSE
008000                 ADD 1 TO WS-PRED-SCRUBBED-CTR
008010             END-IF
008020         END-IF
008030     END-IF.
008040 SCRUB-PREDICTION-EXIT.
008050     EXIT.
008060 END PROGRAM RESEL-ERASE.
