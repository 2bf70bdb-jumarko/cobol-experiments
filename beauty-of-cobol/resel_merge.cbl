000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. RESEL-MERGE.
000030 AUTHOR. J RESEL.
000040 INSTALLATION. BEAUTY-OF-COBOL.
000050 DATE-WRITTEN. 2026-09-16.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT DESCRIPTION
000110* ---------- ---- ------------------------------------------------
000120* 2026-09-16 JR   ORIGINAL VERSION - FOLDS A RETIRED USER-ID INTO
000130*                 THE SURVIVING ONE FOR EACH PAIR ON THE MRGCARDS
000140*                 FILE (THE PAIRS RESEL-DUPSCAN FOUND AND A
000150*                 REVIEWER CONFIRMED). THE SURVIVOR KEEPS THE MORE
000160*                 RECENT ELIGIBILITY DECISION OF THE TWO, THE
000170*                 RETIRED RECORD IS DELETED, THE RETIRED ID'S
000180*                 AUDIT-TRAIL ENTRIES ARE RE-KEYED TO THE SURVIVOR
000190*                 (STAMPED WITH THE RETIRED ID IN AL-MERGED-ID),
000200*                 AND AN 'M' ENTRY RECORDS THE MERGE ITSELF. THE
000210*                 DELETES ARE REGISTERED ON RUNREG (MODE 'M') SO
000220*                 THE VERIFY JOB'S RECORD-COUNT RECONCILIATION
000230*                 STAYS TIED. THE RUN REFUSES TO START (RC=16)
000240*                 UNLESS EVERY FILE IS PRESENT. ENDS RC=4 WHEN A
000250*                 CARD WAS REJECTED. ONLY THE LIVE TRAIL IS
000260*                 RE-KEYED - ARCHIVED ENTRIES STAY UNDER THE
000270*                 RETIRED ID, TRACEABLE THROUGH THE 'M' ENTRY.
000271* 2026-09-23 JR   THE RETIRED ID'S DECHIST DECISION-HISTORY
000272*                 ENTRIES ARE RE-KEYED TO THE SURVIVOR TOO,
000273*                 STAMPED WITH THE RETIRED ID IN EH-MERGED-ID, SO
000274*                 THE SURVIVOR'S HISTORY SHOWS EVERY DECISION
000275*                 EITHER ID RECEIVED. THE HISTORY FILE IS REQUIRED
000276*                 LIKE THE TRAIL.
000277* 2026-09-25 JR   THE AUDIT RECORD GREW AL-REQUESTED-BY AND
000278*                 AL-APPROVED-BY, SO THE RE-KEYED TRAIL IS NOW 112
000279*                 BYTES. THEY ARE CLEARED ON THE 'M' ENTRY.
000280* 2026-10-15 JR   THE RETIRED ID'S PREDREJ PREDICTED REJECTS ARE
000281*                 RE-KEYED TO THE SURVIVOR, STAMPED WITH THE
000282*                 RETIRED ID IN PR-MERGED-ID; ONE FOR A FEED BATCH
000283*                 THE SURVIVOR ALREADY HAS A PREDICTION FOR STAYS
000284*                 UNDER THE RETIRED ID AND ENDS THE RUN RC=4. ANY
000285*                 DOBCORR CORRECTION STILL PENDING FOR THE RETIRED
000286*                 ID IS DECLINED WITH THE MERGE AS THE REASON.
000287*                 BOTH FILES ARE REQUIRED LIKE THE TRAIL.
000288*----------------------------------------------------------------
000290
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT USER-MASTER ASSIGN TO "USERMSTR"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS UM-USER-ID
000370         ALTERNATE RECORD KEY IS UM-NAME-KEY
000380             WITH DUPLICATES
000390         FILE STATUS IS WS-USER-MASTER-STATUS.
000400
000410     SELECT MERGE-CARDS ASSIGN TO "MRGCARDS"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-MERGE-CARDS-STATUS.
000440
000450     SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-AUDIT-LOG-STATUS.
000480
000490     SELECT AUDIT-NEW ASSIGN TO "AUDITNEW"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-AUDIT-NEW-STATUS.
000520
000530     SELECT RUN-REGISTRY ASSIGN TO "RUNREG"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-RUN-REGISTRY-STATUS.
000560
000570     SELECT MERGE-RPT ASSIGN TO "MRGRPT"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-MERGE-RPT-STATUS.
000591
000592     SELECT DECISION-HISTORY ASSIGN TO "DECHIST"
000593         ORGANIZATION IS INDEXED
000594         ACCESS MODE IS DYNAMIC
000595         RECORD KEY IS EH-HISTORY-KEY
000596         FILE STATUS IS WS-DECISION-HIST-STATUS.
000597
000598     SELECT PREDICTED-REJECTS ASSIGN TO "PREDREJ"
000599         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000601         RECORD KEY IS PR-PREDICT-KEY
000602         FILE STATUS IS WS-PREDICTED-REJ-STATUS.
000603
000604     SELECT DOB-CORRECTION ASSIGN TO "DOBCORR"
000605         ORGANIZATION IS INDEXED
000606         ACCESS MODE IS DYNAMIC
000607         RECORD KEY IS DC-CORRECTION-KEY
000608         FILE STATUS IS WS-DOB-CORRECTION-STATUS.
000609
000610 DATA DIVISION.
000620 FILE SECTION.
000630*----------------------------------------------------------------
000640* USER-MASTER - THE SURVIVOR IS REWRITTEN, THE RETIRED ID DELETED
000650*----------------------------------------------------------------
000660 FD  USER-MASTER
000670     LABEL RECORDS ARE STANDARD.
000680     COPY UMASTER.
000690
000700*----------------------------------------------------------------
000710* MERGE-CARDS - ONE CARD PER CONFIRMED PAIR: THE SURVIVING
000720* USER-ID, THEN THE USER-ID TO RETIRE INTO IT
000730*----------------------------------------------------------------
000740 FD  MERGE-CARDS
000750     LABEL RECORDS ARE STANDARD.
000760 01  MC-MERGE-CARD.
000770     05  MC-SURVIVOR-ID PIC X(08).
000780     05  MC-RETIRED-ID PIC X(08).
000790
000800*----------------------------------------------------------------
000810* AUDIT-LOG / AUDIT-NEW - THE LIVE TRAIL IN AND BACK OUT WITH THE
000820* RETIRED IDS' ENTRIES RE-KEYED AND THE MERGE ENTRIES APPENDED
000830*----------------------------------------------------------------
000840 FD  AUDIT-LOG
000850     LABEL RECORDS ARE STANDARD.
000860     COPY AUDITREC.
000870
000880 FD  AUDIT-NEW
000890     LABEL RECORDS ARE STANDARD.
000900 01  AN-NEW-RECORD PIC X(112).
000910
000920*----------------------------------------------------------------
000930* RUN-REGISTRY - THE DELETES ARE REGISTERED AS A MODE-'M' RUN SO
000940* THE VERIFY JOB'S COUNT RECONCILIATION STAYS TIED
000950*----------------------------------------------------------------
000960 FD  RUN-REGISTRY
000970     LABEL RECORDS ARE STANDARD.
000980     COPY RUNREG.
000990
001000*----------------------------------------------------------------
001010* MERGE-RPT - ONE LINE PER CARD: MERGED, OR WHY IT WAS REJECTED
001020*----------------------------------------------------------------
001030 FD  MERGE-RPT
001040     LABEL RECORDS ARE STANDARD.
001050 01  MR-REPORT-LINE PIC X(80).
001051
001052*----------------------------------------------------------------
001053* DECISION-HISTORY - THE RETIRED ID'S ENTRIES MOVE TO THE SURVIVOR
001054*----------------------------------------------------------------
001055 FD  DECISION-HISTORY
001056     LABEL RECORDS ARE STANDARD.
001057     COPY DECHIST.
001058
001059*----------------------------------------------------------------
001060* PREDICTED-REJECTS - THE RETIRED ID'S PREDICTIONS MOVE TO THE
001061* SURVIVOR
001062*----------------------------------------------------------------
001063 FD  PREDICTED-REJECTS
001064     LABEL RECORDS ARE STANDARD.
001065     COPY PREDREJ.
001066
001067*----------------------------------------------------------------
001068* DOB-CORRECTION - A CORRECTION STILL PENDING FOR THE RETIRED ID
001069* IS DECLINED
001070*----------------------------------------------------------------
001071 FD  DOB-CORRECTION
001072     LABEL RECORDS ARE STANDARD.
001073     COPY DOBCORR.
001074
001075 WORKING-STORAGE SECTION.
001080*----------------------------------------------------------------
001090* FILE STATUS SWITCHES
001100*----------------------------------------------------------------
001110 01  WS-FILE-STATUSES.
001120     05  WS-USER-MASTER-STATUS PIC X(02).
001130         88  WS-USER-MASTER-OK VALUES '00' '02' '23'.
001140     05  WS-MERGE-CARDS-STATUS PIC X(02).
001150         88  WS-MERGE-CARDS-OK VALUE '00'.
001160     05  WS-AUDIT-LOG-STATUS PIC X(02).
001170         88  WS-AUDIT-LOG-OK VALUE '00'.
001180     05  WS-AUDIT-NEW-STATUS PIC X(02).
001190         88  WS-AUDIT-NEW-OK VALUE '00'.
001200     05  WS-RUN-REGISTRY-STATUS PIC X(02).
001210         88  WS-RUN-REGISTRY-OK VALUE '00'.
001220     05  WS-MERGE-RPT-STATUS PIC X(02).
001230         88  WS-MERGE-RPT-OK VALUE '00'.
001232     05  WS-DECISION-HIST-STATUS PIC X(02).
001234         88  WS-DECISION-HIST-OK VALUE '00'.
001236         88  WS-DECISION-HIST-DUPLICATE VALUE '22'.
001238     05  WS-PREDICTED-REJ-STATUS PIC X(02).
001240         88  WS-PREDICTED-REJ-OK VALUE '00'.
001242         88  WS-PREDICTED-REJ-DUPLICATE VALUE '22'.
001244     05  WS-DOB-CORRECTION-STATUS PIC X(02).
001246         88  WS-DOB-CORRECTION-OK VALUE '00'.
001248
001250*----------------------------------------------------------------
001260* RUN AND END-OF-FILE SWITCHES
001270*----------------------------------------------------------------
001280 01  WS-SWITCHES.
001290     05  WS-REFUSED-SW PIC X(01) VALUE 'N'.
001300         88  WS-RUN-REFUSED VALUE 'Y'.
001310     05  WS-CARDS-EOF-SW PIC X(01) VALUE 'N'.
001320         88  WS-END-OF-CARDS VALUE 'Y'.
001330     05  WS-AUDIT-EOF-SW PIC X(01) VALUE 'N'.
001340         88  WS-END-OF-AUDIT-LOG VALUE 'Y'.
001350     05  WS-DECISION-SW PIC X(01) VALUE 'N'.
001360         88  WS-DECISION-CARRIED VALUE 'Y'.
001361     05  WS-HISTORY-DONE-SW PIC X(01) VALUE 'N'.
001362         88  WS-HISTORY-DONE VALUE 'Y'.
001363     05  WS-HISTORY-MOVED-SW PIC X(01) VALUE 'N'.
001364         88  WS-HISTORY-MOVED VALUE 'Y'.
001365         88  WS-HISTORY-STUCK VALUE 'S'.
001366     05  WS-PREDICT-DONE-SW PIC X(01) VALUE 'N'.
001367         88  WS-PREDICT-DONE VALUE 'Y'.
001368     05  WS-PREDICT-MOVED-SW PIC X(01) VALUE 'N'.
001369         88  WS-PREDICT-MOVED VALUE 'Y'.
001370         88  WS-PREDICT-LEFT VALUE 'L'.
001371         88  WS-PREDICT-STUCK VALUE 'S'.
001372     05  WS-CORRECTION-EOF-SW PIC X(01) VALUE 'N'.
001373         88  WS-END-OF-CORRECTIONS VALUE 'Y'.
001374
001380*----------------------------------------------------------------
001390* THE RETIRED PERSON'S RECORD, HELD WHILE THE SURVIVOR IS READ.
001400* MIRRORS THE UMASTER LAYOUT
001410*----------------------------------------------------------------
001420 01  WS-RETIRED-RECORD.
001430     05  WS-RT-USER-ID PIC X(08).
001440     05  WS-RT-LAST-NAME PIC A(10).
001450     05  WS-RT-FIRST-NAME PIC A(10).
001460     05  WS-RT-DATE-OF-BIRTH PIC 9(08).
001470     05  WS-RT-AGE PIC 9(02).
001480     05  WS-RT-NEW-AGE PIC 9(02).
001490     05  WS-RT-ELIG-STATUS PIC X(01).
001500         88  WS-RT-ELIG-PENDING VALUE SPACE.
001510     05  WS-RT-ELIG-REASON PIC X(04).
001520     05  WS-RT-ELIG-DATE PIC 9(08).
001530     05  WS-RT-BUSINESS-DATE PIC 9(08).
001540
001550*----------------------------------------------------------------
001560* MERGES APPLIED THIS RUN - DRIVES THE TRAIL RE-KEY AND THE 'M'
001570* ENTRIES. AN ID MAY TAKE PART IN ONE MERGE PER RUN AS RETIRED,
001580* AND A RETIRED ID MAY NOT BE A SURVIVOR IN THE SAME RUN
001590*----------------------------------------------------------------
001600 01  WS-MERGE-MAX PIC 9(04) COMP VALUE 500.
001610 01  WS-MERGE-COUNT PIC 9(04) COMP VALUE ZERO.
001620 01  WS-MERGE-TABLE.
001630     05  WS-MERGE-ENTRY OCCURS 500 TIMES.
001640         10  WS-MT-SURVIVOR-ID PIC X(08).
001650         10  WS-MT-RETIRED-ID PIC X(08).
001660 01  WS-SUB PIC 9(04) COMP.
001670 01  WS-FOUND-SUB PIC 9(04) COMP.
001671
001672*----------------------------------------------------------------
001673* A DECISION-HISTORY ENTRY HELD WHILE ITS RE-KEYED COPY IS WRITTEN
001674* UNDER THE SURVIVOR, SO IT IS ONLY DELETED ONCE THE COPY IS SAFE
001675*----------------------------------------------------------------
001676 01  WS-HELD-HISTORY PIC X(71).
001677
001678*----------------------------------------------------------------
001679* A PREDICTED-REJECT HELD THE SAME WAY, AND THE BATCH THE BROWSE
001680* OF THE RETIRED ID'S PREDICTIONS PICKS UP FROM
001681*----------------------------------------------------------------
001682 01  WS-HELD-PREDICTION PIC X(68).
001683 01  WS-PREDICT-NEXT-BATCH PIC 9(06).
001684
001690*----------------------------------------------------------------
001700* CARD WORK AREA
001710*----------------------------------------------------------------
001720 01  WS-REJECT-REASON PIC X(34).
001730 01  WS-CURRENT-DATE PIC X(21).
001740 01  WS-TODAY-CCYYMMDD PIC 9(08).
001750
001760*----------------------------------------------------------------
001770* CONTROL TOTALS
001780*----------------------------------------------------------------
001790 01  WS-CONTROL-TOTALS.
001800     05  WS-CARDS-READ-CTR PIC 9(07) COMP VALUE ZERO.
001810     05  WS-MERGED-CTR PIC 9(07) COMP VALUE ZERO.
001820     05  WS-REJECTED-CTR PIC 9(07) COMP VALUE ZERO.
001830     05  WS-DECISIONS-CARRIED-CTR PIC 9(07) COMP VALUE ZERO.
001840     05  WS-TRAIL-READ-CTR PIC 9(07) COMP VALUE ZERO.
001850     05  WS-TRAIL-REKEYED-CTR PIC 9(07) COMP VALUE ZERO.
001860     05  WS-MERGE-ENTRIES-CTR PIC 9(07) COMP VALUE ZERO.
001865     05  WS-HISTORY-REKEYED-CTR PIC 9(07) COMP VALUE ZERO.
001866     05  WS-PREDICT-REKEYED-CTR PIC 9(07) COMP VALUE ZERO.
001867     05  WS-PREDICT-LEFT-CTR PIC 9(07) COMP VALUE ZERO.
001868     05  WS-CORR-DECLINED-CTR PIC 9(07) COMP VALUE ZERO.
001870
001880*----------------------------------------------------------------
001890* REPORT LINES
001900*----------------------------------------------------------------
001910 01  WS-HEADING-1.
001920     05  FILLER PIC X(33)
001930         VALUE "RESEL-WORLD DUPLICATE MERGE".
001940     05  FILLER PIC X(09) VALUE "RUN DATE ".
001950     05  WS-H1-RUN-DATE PIC 9(08).
001960
001970 01  WS-HEADING-2.
001980     05  FILLER PIC X(10) VALUE "SURVIVOR".
001990     05  FILLER PIC X(10) VALUE "RETIRED".
002000     05  FILLER PIC X(16) VALUE "KEPT DECISION".
002010     05  FILLER PIC X(34) VALUE "RESULT".
002020
002030 01  WS-DETAIL-LINE.
002040     05  WS-DL-SURVIVOR-ID PIC X(08).
002050     05  FILLER PIC X(02) VALUE SPACE.
002060     05  WS-DL-RETIRED-ID PIC X(08).
002070     05  FILLER PIC X(02) VALUE SPACE.
002080     05  WS-DL-ELIG-STATUS PIC X(01).
002090     05  FILLER PIC X(01) VALUE SPACE.
002100     05  WS-DL-ELIG-DATE PIC X(08).
002110     05  FILLER PIC X(06) VALUE SPACE.
002120     05  WS-DL-RESULT PIC X(34).
002130
002140 PROCEDURE DIVISION.
002150*----------------------------------------------------------------
002160* MAINLINE - PROVE EVERY FILE IS THERE, APPLY THE CARDS TO THE
002170* MASTER, CARRY THE TRAIL, THE DECISION HISTORY AND THE
002172* PREDICTIONS ACROSS, DECLINE THE RETIRED IDS' PENDING
002175* CORRECTIONS, THEN REGISTER THE DELETES
002180*----------------------------------------------------------------
002190 0000-MAINLINE.
002200     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
002210     MOVE WS-CURRENT-DATE (1:8) TO WS-TODAY-CCYYMMDD
002220     PERFORM OPEN-ALL-FILES
002230     IF WS-RUN-REFUSED
002240         DISPLAY "A REQUIRED FILE IS MISSING, NOTHING MERGED"
002250         MOVE 16 TO RETURN-CODE
002260     ELSE
002270         PERFORM WRITE-REPORT-HEADING
002280         PERFORM READ-MERGE-CARD
002290         PERFORM MERGE-ONE-CARD THRU MERGE-ONE-EXIT
002300             UNTIL WS-END-OF-CARDS
002310         PERFORM CARRY-AUDIT-TRAIL
002312         PERFORM CARRY-DECISION-HISTORY
002314             VARYING WS-SUB FROM 1 BY 1
002316             UNTIL WS-SUB > WS-MERGE-COUNT
002317         PERFORM CARRY-PREDICTIONS
002318             VARYING WS-SUB FROM 1 BY 1
002319             UNTIL WS-SUB > WS-MERGE-COUNT
002320         PERFORM DECLINE-RETIRED-CORRECTIONS
002321             VARYING WS-SUB FROM 1 BY 1
002322             UNTIL WS-SUB > WS-MERGE-COUNT
002323         PERFORM WRITE-MERGE-ENTRY
002330             VARYING WS-SUB FROM 1 BY 1
002340             UNTIL WS-SUB > WS-MERGE-COUNT
002350         PERFORM SHOW-CONTROL-TOTALS
002360         PERFORM WRITE-REGISTRY-MERGE
002370     END-IF
002380     PERFORM CLOSE-ALL-FILES
002390     GOBACK.
002400
002410*----------------------------------------------------------------
002420* OPEN-ALL-FILES - THE MASTER, THE CARDS, BOTH SIDES OF THE
002430* TRAIL AND THE REGISTRY MUST ALL BE THERE. A MERGE THAT DELETED
002440* THE RETIRED RECORD BUT COULD NOT CARRY ITS HISTORY ACROSS
002450* WOULD LOSE THE HISTORY, SO ONE MISSING FILE REFUSES THE RUN
002460*----------------------------------------------------------------
002470 OPEN-ALL-FILES.
002480     OPEN I-O USER-MASTER
002490     IF NOT WS-USER-MASTER-OK
002500         DISPLAY "USER-MASTER NOT AVAILABLE, STATUS="
002510             WS-USER-MASTER-STATUS
002520         SET WS-RUN-REFUSED TO TRUE
002530     END-IF
002540     OPEN INPUT MERGE-CARDS
002550     IF NOT WS-MERGE-CARDS-OK
002560         DISPLAY "MERGE-CARDS NOT AVAILABLE, STATUS="
002570             WS-MERGE-CARDS-STATUS
002580         SET WS-RUN-REFUSED TO TRUE
002590     END-IF
002600     OPEN INPUT AUDIT-LOG
002610     IF NOT WS-AUDIT-LOG-OK
002620         DISPLAY "AUDIT-LOG NOT AVAILABLE, STATUS="
002630             WS-AUDIT-LOG-STATUS
002640         SET WS-RUN-REFUSED TO TRUE
002650     END-IF
002660     OPEN OUTPUT AUDIT-NEW
002670     IF NOT WS-AUDIT-NEW-OK
002680         DISPLAY "AUDIT-NEW NOT AVAILABLE, STATUS="
002690             WS-AUDIT-NEW-STATUS
002700         SET WS-RUN-REFUSED TO TRUE
002710     END-IF
002720     OPEN EXTEND RUN-REGISTRY
002730     IF NOT WS-RUN-REGISTRY-OK
002740         OPEN OUTPUT RUN-REGISTRY
002750     END-IF
002760     IF NOT WS-RUN-REGISTRY-OK
002770         DISPLAY "RUN-REGISTRY NOT AVAILABLE, STATUS="
002780             WS-RUN-REGISTRY-STATUS
002790         SET WS-RUN-REFUSED TO TRUE
002800     END-IF
002810     OPEN OUTPUT MERGE-RPT
002820     IF NOT WS-MERGE-RPT-OK
002830         DISPLAY "MERGE-RPT NOT AVAILABLE, STATUS="
002840             WS-MERGE-RPT-STATUS
002850         SET WS-RUN-REFUSED TO TRUE
002851     END-IF
002852     OPEN I-O DECISION-HISTORY
002853     IF NOT WS-DECISION-HIST-OK
002854         DISPLAY "DECISION-HISTORY NOT AVAILABLE, STATUS="
002855             WS-DECISION-HIST-STATUS
002856         SET WS-RUN-REFUSED TO TRUE
002860     END-IF
002861     OPEN I-O PREDICTED-REJECTS
002862     IF NOT WS-PREDICTED-REJ-OK
002863         DISPLAY "PREDICTED-REJECTS NOT AVAILABLE, STATUS="
002864             WS-PREDICTED-REJ-STATUS
002865         SET WS-RUN-REFUSED TO TRUE
002866     END-IF
002867     OPEN I-O DOB-CORRECTION
002868     IF NOT WS-DOB-CORRECTION-OK
002869         DISPLAY "DOB-CORRECTION NOT AVAILABLE, STATUS="
002870             WS-DOB-CORRECTION-STATUS
002871         SET WS-RUN-REFUSED TO TRUE
002872     END-IF.
002873
002880*----------------------------------------------------------------
002890* CLOSE-ALL-FILES - PUT EVERYTHING AWAY, OPENED OR NOT
002900*----------------------------------------------------------------
002910 CLOSE-ALL-FILES.
002911     CLOSE DOB-CORRECTION
002912     CLOSE PREDICTED-REJECTS
002915     CLOSE DECISION-HISTORY
002920     CLOSE MERGE-RPT
002930     CLOSE RUN-REGISTRY
002940     CLOSE AUDIT-NEW
002950     CLOSE AUDIT-LOG
002960     CLOSE MERGE-CARDS
002970     CLOSE USER-MASTER.
002980
002990*----------------------------------------------------------------
003000* READ-MERGE-CARD - READ THE NEXT CONFIRMED PAIR
003010*----------------------------------------------------------------
003020 READ-MERGE-CARD.
003030     READ MERGE-CARDS
003040         AT END
003050         SET WS-END-OF-CARDS TO TRUE
003060     END-READ
003070     IF NOT WS-END-OF-CARDS
003080         IF NOT WS-MERGE-CARDS-OK
003090             DISPLAY "ERROR READING MERGE-CARDS, STATUS="
003100                 WS-MERGE-CARDS-STATUS
003110             MOVE 12 TO RETURN-CODE
003120             SET WS-END-OF-CARDS TO TRUE
003130         ELSE
003140             ADD 1 TO WS-CARDS-READ-CTR
003150         END-IF
003160     END-IF.
003170
003180*----------------------------------------------------------------
003190* MERGE-ONE-CARD - CHECK THE PAIR, AND IF IT STANDS, FOLD THE
003200* RETIRED RECORD INTO THE SURVIVOR ON THE MASTER
003210*----------------------------------------------------------------
003220 MERGE-ONE-CARD.
003230     MOVE SPACE TO WS-REJECT-REASON
003240     MOVE 'N' TO WS-DECISION-SW
003250     MOVE MC-SURVIVOR-ID TO WS-DL-SURVIVOR-ID
003260     MOVE MC-RETIRED-ID TO WS-DL-RETIRED-ID
003270     MOVE SPACE TO WS-DL-ELIG-STATUS
003280     MOVE SPACE TO WS-DL-ELIG-DATE
003290     PERFORM VALIDATE-MERGE-CARD
003300     IF WS-REJECT-REASON = SPACE
003310         PERFORM APPLY-MERGE
003320     END-IF
003330     IF WS-REJECT-REASON = SPACE
003340         IF WS-DECISION-CARRIED
003350             MOVE "MERGED, RETIRED ID'S DECISION KEPT"
003360                 TO WS-DL-RESULT
003370         ELSE
003380             MOVE "MERGED" TO WS-DL-RESULT
003390         END-IF
003400     ELSE
003410         ADD 1 TO WS-REJECTED-CTR
003420         MOVE WS-REJECT-REASON TO WS-DL-RESULT
003430     END-IF
003440     PERFORM WRITE-DETAIL-LINE
003450     PERFORM READ-MERGE-CARD.
003460 MERGE-ONE-EXIT.
003470     EXIT.
003480
003490*----------------------------------------------------------------
003500* VALIDATE-MERGE-CARD - BOTH IDS PRESENT AND DIFFERENT, NEITHER
003510* ALREADY CAUGHT UP IN THIS RUN'S MERGES, BOTH ON THE MASTER, AND
003520* THE SAME BIRTH DATE. A BIRTH DATE IN DISPUTE IS CORRECTED
003530* FIRST, THEN THE PAIR IS MERGED ON A LATER RUN
003540*----------------------------------------------------------------
003550 VALIDATE-MERGE-CARD.
003560     IF MC-SURVIVOR-ID = SPACE OR MC-RETIRED-ID = SPACE
003570         MOVE "SURVIVOR OR RETIRED ID MISSING"
003580             TO WS-REJECT-REASON
003590     ELSE
003600         IF MC-SURVIVOR-ID = MC-RETIRED-ID
003610             MOVE "SURVIVOR AND RETIRED ID THE SAME"
003620                 TO WS-REJECT-REASON
003630         END-IF
003640     END-IF
003650     IF WS-REJECT-REASON = SPACE
003660         MOVE ZERO TO WS-FOUND-SUB
003670         PERFORM CHECK-ONE-MERGE-ENTRY
003680             VARYING WS-SUB FROM 1 BY 1
003690             UNTIL WS-SUB > WS-MERGE-COUNT
003700         IF WS-FOUND-SUB > ZERO
003710             MOVE "ID ALREADY MERGED IN THIS RUN"
003720                 TO WS-REJECT-REASON
003730         END-IF
003740     END-IF
003750     IF WS-REJECT-REASON = SPACE
003760         AND WS-MERGE-COUNT NOT < WS-MERGE-MAX
003770         MOVE "TOO MANY CARDS, RERUN THE REST"
003780             TO WS-REJECT-REASON
003790     END-IF
003800     IF WS-REJECT-REASON = SPACE
003810         MOVE MC-RETIRED-ID TO UM-USER-ID
003820         READ USER-MASTER INTO WS-RETIRED-RECORD
003830             INVALID KEY
003840             MOVE "RETIRED ID NOT ON USER-MASTER"
003850                 TO WS-REJECT-REASON
003860         END-READ
003870     END-IF
003880     IF WS-REJECT-REASON = SPACE
003890         MOVE MC-SURVIVOR-ID TO UM-USER-ID
003900         READ USER-MASTER
003910             INVALID KEY
003920             MOVE "SURVIVOR NOT ON USER-MASTER"
003930                 TO WS-REJECT-REASON
003940         END-READ
003950     END-IF
003960     IF WS-REJECT-REASON = SPACE
003970         AND UM-DATE-OF-BIRTH NOT = WS-RT-DATE-OF-BIRTH
003980         MOVE "BIRTH DATES DIFFER, NOT MERGED"
003990             TO WS-REJECT-REASON
004000     END-IF.
004010
004020*----------------------------------------------------------------
004030* CHECK-ONE-MERGE-ENTRY - HAS EITHER ID ON THIS CARD ALREADY BEEN
004040* RETIRED THIS RUN, OR IS THE ID TO RETIRE AN EARLIER SURVIVOR
004050*----------------------------------------------------------------
004060 CHECK-ONE-MERGE-ENTRY.
004070     IF MC-RETIRED-ID = WS-MT-RETIRED-ID (WS-SUB)
004080         OR MC-RETIRED-ID = WS-MT-SURVIVOR-ID (WS-SUB)
004090         OR MC-SURVIVOR-ID = WS-MT-RETIRED-ID (WS-SUB)
004100         MOVE WS-SUB TO WS-FOUND-SUB
004110     END-IF.
004120
004130*----------------------------------------------------------------
004140* APPLY-MERGE - THE SURVIVOR KEEPS WHICHEVER DECISION IS THE MORE
004150* RECENT, THEN THE RETIRED RECORD IS DELETED SO IT IS NEVER FED
004160* AGAIN. THE SURVIVOR'S RECORD IS STILL THE ONE IN THE RECORD
004170* AREA FROM VALIDATE-MERGE-CARD
004180*----------------------------------------------------------------
004190 APPLY-MERGE.
004200     IF NOT WS-RT-ELIG-PENDING
004210         IF UM-ELIG-PENDING
004220             OR WS-RT-ELIG-DATE > UM-ELIG-DATE
004230             MOVE WS-RT-ELIG-STATUS TO UM-ELIG-STATUS
004240             MOVE WS-RT-ELIG-REASON TO UM-ELIG-REASON
004250             MOVE WS-RT-ELIG-DATE TO UM-ELIG-DATE
004260             SET WS-DECISION-CARRIED TO TRUE
004270         END-IF
004280     END-IF
004290     IF WS-DECISION-CARRIED
004300         REWRITE UM-USER-RECORD
004310             INVALID KEY
004320             MOVE "SURVIVOR REWRITE FAILED" TO WS-REJECT-REASON
004330         END-REWRITE
004340     END-IF
004350     MOVE UM-ELIG-STATUS TO WS-DL-ELIG-STATUS
004360     MOVE UM-ELIG-DATE TO WS-DL-ELIG-DATE
004370     IF WS-REJECT-REASON = SPACE
004380         MOVE WS-RT-USER-ID TO UM-USER-ID
004390         DELETE USER-MASTER RECORD
004400             INVALID KEY
004410             MOVE "RETIRED ID DELETE FAILED" TO WS-REJECT-REASON
004420         END-DELETE
004430     END-IF
004440     IF WS-REJECT-REASON = SPACE
004450         ADD 1 TO WS-MERGED-CTR
004460         ADD 1 TO WS-MERGE-COUNT
004470         MOVE MC-SURVIVOR-ID TO WS-MT-SURVIVOR-ID (WS-MERGE-COUNT)
004480         MOVE MC-RETIRED-ID TO WS-MT-RETIRED-ID (WS-MERGE-COUNT)
004490         IF WS-DECISION-CARRIED
004500             ADD 1 TO WS-DECISIONS-CARRIED-CTR
004510         END-IF
004520     ELSE
004530         DISPLAY "ERROR MERGING " MC-RETIRED-ID " INTO "
004540             MC-SURVIVOR-ID ", STATUS=" WS-USER-MASTER-STATUS
004550         MOVE 12 TO RETURN-CODE
004560     END-IF.
004570
004580*----------------------------------------------------------------
004590* CARRY-AUDIT-TRAIL - COPY THE LIVE TRAIL, RE-KEYING EVERY ENTRY
004600* OF A RETIRED ID TO ITS SURVIVOR SO THE SURVIVOR'S HISTORY IS
004610* COMPLETE. THE RETIRED ID STAYS ON THE ENTRY IN AL-MERGED-ID
004620*----------------------------------------------------------------
004630 CARRY-AUDIT-TRAIL.
004640     PERFORM READ-AUDIT-RECORD
004650     PERFORM CARRY-ONE-AUDIT THRU CARRY-AUDIT-EXIT
004660         UNTIL WS-END-OF-AUDIT-LOG.
004670
004680 READ-AUDIT-RECORD.
004690     READ AUDIT-LOG
004700         AT END
004710         SET WS-END-OF-AUDIT-LOG TO TRUE
004720     END-READ
004730     IF NOT WS-END-OF-AUDIT-LOG
004740         IF NOT WS-AUDIT-LOG-OK
004750             DISPLAY "ERROR READING AUDIT-LOG, STATUS="
004760                 WS-AUDIT-LOG-STATUS
004770             MOVE 12 TO RETURN-CODE
004780             SET WS-END-OF-AUDIT-LOG TO TRUE
004790         ELSE
004800             ADD 1 TO WS-TRAIL-READ-CTR
004810         END-IF
004820     END-IF.
004830
004840 CARRY-ONE-AUDIT.
004850     MOVE ZERO TO WS-FOUND-SUB
004860     PERFORM FIND-RETIRED-ENTRY
004870         VARYING WS-SUB FROM 1 BY 1
004880         UNTIL WS-SUB > WS-MERGE-COUNT
004890     IF WS-FOUND-SUB > ZERO
004900         MOVE AL-USER-ID TO AL-MERGED-ID
004910         MOVE WS-MT-SURVIVOR-ID (WS-FOUND-SUB) TO AL-USER-ID
004920         ADD 1 TO WS-TRAIL-REKEYED-CTR
004930     END-IF
004940     PERFORM WRITE-AUDIT-NEW
004950     PERFORM READ-AUDIT-RECORD.
004960 CARRY-AUDIT-EXIT.
004970     EXIT.
004980
004990 FIND-RETIRED-ENTRY.
005000     IF AL-USER-ID = WS-MT-RETIRED-ID (WS-SUB)
005010         MOVE WS-SUB TO WS-FOUND-SUB
005020     END-IF.
005030
005040 WRITE-AUDIT-NEW.
005050     WRITE AN-NEW-RECORD FROM AL-AUDIT-RECORD
005060     IF NOT WS-AUDIT-NEW-OK
005070         DISPLAY "ERROR WRITING AUDIT-NEW, STATUS="
005080             WS-AUDIT-NEW-STATUS
005090         MOVE 12 TO RETURN-CODE
005100     END-IF.
005110
005120*----------------------------------------------------------------
005121* CARRY-DECISION-HISTORY - MOVE EVERY DECISION-HISTORY ENTRY OF
005122* ONE RETIRED ID ACROSS TO ITS SURVIVOR, FIRST ENTRY FIRST, UNTIL
005123* NONE IS LEFT UNDER THE RETIRED ID
005124*----------------------------------------------------------------
005125 CARRY-DECISION-HISTORY.
005126     MOVE 'N' TO WS-HISTORY-DONE-SW
005127     PERFORM REKEY-ONE-HISTORY THRU REKEY-ONE-EXIT
005128         UNTIL WS-HISTORY-DONE.
005129
005130*----------------------------------------------------------------
005131* REKEY-ONE-HISTORY - FIND THE RETIRED ID'S FIRST REMAINING ENTRY,
005132* WRITE IT UNDER THE SURVIVOR, THEN DELETE THE ORIGINAL. THE
005133* BROWSE IS RESTARTED EACH TIME, SINCE THE WRITE MOVES THE FILE
005134* POSITION
005135*----------------------------------------------------------------
005136 REKEY-ONE-HISTORY.
005137     MOVE WS-MT-RETIRED-ID (WS-SUB) TO EH-USER-ID
005138     MOVE ZERO TO EH-BATCH-SEQ
005139     MOVE ZERO TO EH-ENTRY-SEQ
005140     START DECISION-HISTORY KEY IS NOT LESS THAN EH-HISTORY-KEY
005141         INVALID KEY
005142         SET WS-HISTORY-DONE TO TRUE
005143     END-START
005144     IF NOT WS-HISTORY-DONE
005145         READ DECISION-HISTORY NEXT RECORD
005146             AT END
005147             SET WS-HISTORY-DONE TO TRUE
005148         END-READ
005149     END-IF
005150     IF NOT WS-HISTORY-DONE
005151         IF EH-USER-ID NOT = WS-MT-RETIRED-ID (WS-SUB)
005152             SET WS-HISTORY-DONE TO TRUE
005153         END-IF
005154     END-IF
005155     IF NOT WS-HISTORY-DONE
005156         MOVE EH-HISTORY-RECORD TO WS-HELD-HISTORY
005157         MOVE EH-USER-ID TO EH-MERGED-ID
005158         MOVE WS-MT-SURVIVOR-ID (WS-SUB) TO EH-USER-ID
005159         MOVE 'N' TO WS-HISTORY-MOVED-SW
005160         PERFORM WRITE-REKEYED-HISTORY
005161             UNTIL WS-HISTORY-MOVED OR WS-HISTORY-STUCK
005162         IF WS-HISTORY-MOVED
005163             MOVE WS-HELD-HISTORY TO EH-HISTORY-RECORD
005164             DELETE DECISION-HISTORY RECORD
005165                 INVALID KEY
005166                 SET WS-HISTORY-STUCK TO TRUE
005167             END-DELETE
005168         END-IF
005169         IF WS-HISTORY-STUCK
005170             DISPLAY "ERROR RE-KEYING DECISION-HISTORY FOR "
005171                 WS-MT-RETIRED-ID (WS-SUB) ", STATUS="
005172                 WS-DECISION-HIST-STATUS
005173             MOVE 12 TO RETURN-CODE
005174             SET WS-HISTORY-DONE TO TRUE
005175         ELSE
005176             ADD 1 TO WS-HISTORY-REKEYED-CTR
005177         END-IF
005178     END-IF.
005179 REKEY-ONE-EXIT.
005180     EXIT.
005181
005182*----------------------------------------------------------------
005183* WRITE-REKEYED-HISTORY - WRITE THE ENTRY UNDER THE SURVIVOR. IF
005184* THE SURVIVOR ALREADY HAS AN ENTRY FOR THE SAME FEED BATCH, THE
005185* NEXT ENTRY SEQUENCE IS TRIED
005186*----------------------------------------------------------------
005187 WRITE-REKEYED-HISTORY.
005188     WRITE EH-HISTORY-RECORD
005189         INVALID KEY
005190         IF WS-DECISION-HIST-DUPLICATE AND EH-ENTRY-SEQ < 99
005191             ADD 1 TO EH-ENTRY-SEQ
005192         ELSE
005193             SET WS-HISTORY-STUCK TO TRUE
005194         END-IF
005195         NOT INVALID KEY
005196         SET WS-HISTORY-MOVED TO TRUE
005197     END-WRITE.
005198
005199*----------------------------------------------------------------
005200* WRITE-MERGE-ENTRY - ONE 'M' ENTRY PER MERGE, UNDER THE SURVIVOR
005201* AS THE MASTER NOW HOLDS IT, NAMING THE RETIRED ID. APPENDED
005202* AFTER THE COPIED TRAIL SO THE LOG STAYS IN TIME ORDER
005203*----------------------------------------------------------------
005204 WRITE-MERGE-ENTRY.
005205     MOVE WS-MT-SURVIVOR-ID (WS-SUB) TO UM-USER-ID
005206     READ USER-MASTER
005207         INVALID KEY
005210         DISPLAY "SURVIVOR " UM-USER-ID " MISSING FOR MERGE ENTRY"
005220         MOVE 12 TO RETURN-CODE
005230         NOT INVALID KEY
005240         MOVE SPACE TO AL-AUDIT-RECORD
005250         MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
005260         MOVE WS-CURRENT-DATE TO AL-TIMESTAMP
005270         MOVE UM-USER-ID TO AL-USER-ID
005280         MOVE UM-FIRST-NAME TO AL-FIRST-NAME
005290         MOVE UM-LAST-NAME TO AL-LAST-NAME
005300         MOVE UM-DATE-OF-BIRTH TO AL-DATE-OF-BIRTH
005310         MOVE UM-AGE TO AL-AGE
005320         MOVE UM-NEW-AGE TO AL-NEW-AGE
005330         MOVE WS-TODAY-CCYYMMDD TO AL-BUSINESS-DATE
005340         MOVE 'M' TO AL-ACTION
005350         MOVE WS-MT-RETIRED-ID (WS-SUB) TO AL-MERGED-ID
005353         MOVE SPACE TO AL-REQUESTED-BY
005356         MOVE SPACE TO AL-APPROVED-BY
005360         PERFORM WRITE-AUDIT-NEW
005370         ADD 1 TO WS-MERGE-ENTRIES-CTR
005380     END-READ.
005390
005400*----------------------------------------------------------------
005410* WRITE-REPORT-HEADING - THE RUN DATE AND COLUMN HEADINGS
005420*----------------------------------------------------------------
005430 WRITE-REPORT-HEADING.
005440     MOVE WS-TODAY-CCYYMMDD TO WS-H1-RUN-DATE
005450     WRITE MR-REPORT-LINE FROM WS-HEADING-1
005460         AFTER ADVANCING PAGE
005470     WRITE MR-REPORT-LINE FROM WS-HEADING-2
005480         AFTER ADVANCING 2 LINES
005490     MOVE SPACE TO MR-REPORT-LINE
005500     WRITE MR-REPORT-LINE AFTER ADVANCING 1 LINE.
005510
005520*----------------------------------------------------------------
005530* WRITE-DETAIL-LINE - ONE CARD AND WHAT BECAME OF IT
005540*----------------------------------------------------------------
005550 WRITE-DETAIL-LINE.
005560     WRITE MR-REPORT-LINE FROM WS-DETAIL-LINE
005570         AFTER ADVANCING 1 LINE
005580     IF NOT WS-MERGE-RPT-OK
005590         DISPLAY "ERROR WRITING MERGE-RPT, STATUS="
005600             WS-MERGE-RPT-STATUS
005610         MOVE 12 TO RETURN-CODE
005620     END-IF.
005630
005640*----------------------------------------------------------------
005650* SHOW-CONTROL-TOTALS - WHAT THE MERGE DID. A REJECTED CARD OR
005660* A PREDICTION LEFT UNDER A RETIRED ID NEEDS A LOOK, SO THE RUN
005665* ENDS RC=4
005670*----------------------------------------------------------------
005680 SHOW-CONTROL-TOTALS.
005690     DISPLAY "----------------------------------------"
005700     DISPLAY "DUPLICATE MERGE CONTROL TOTALS"
005710     DISPLAY "  CARDS READ ............ " WS-CARDS-READ-CTR
005720     DISPLAY "  PAIRS MERGED .......... " WS-MERGED-CTR
005730     DISPLAY "  CARDS REJECTED ........ " WS-REJECTED-CTR
005740     DISPLAY "  DECISIONS CARRIED ..... " WS-DECISIONS-CARRIED-CTR
005750     DISPLAY "  TRAIL ENTRIES READ .... " WS-TRAIL-READ-CTR
005760     DISPLAY "  TRAIL ENTRIES RE-KEYED  " WS-TRAIL-REKEYED-CTR
005765     DISPLAY "  HISTORY RE-KEYED ...... " WS-HISTORY-REKEYED-CTR
005766     DISPLAY "  PREDICTIONS RE-KEYED .. " WS-PREDICT-REKEYED-CTR
005767     DISPLAY "  PREDICTIONS LEFT ...... " WS-PREDICT-LEFT-CTR
005768     DISPLAY "  CORRECTIONS DECLINED .. " WS-CORR-DECLINED-CTR
005770     DISPLAY "  MERGE ENTRIES WRITTEN . " WS-MERGE-ENTRIES-CTR
005780     DISPLAY "----------------------------------------"
005790     IF WS-REJECTED-CTR > ZERO
005795         OR WS-PREDICT-LEFT-CTR > ZERO
005800         IF RETURN-CODE < 4
005810             MOVE 4 TO RETURN-CODE
005815         END-IF
005820     END-IF.
005830
005840*----------------------------------------------------------------
005850* WRITE-REGISTRY-MERGE - REGISTER THE RETIRED-ID DELETES AS A
005860* MODE-'M' RUN SO THE VERIFY JOB'S RECORD-COUNT RECONCILIATION
005870* STILL TIES AFTER THE MERGE
005880*----------------------------------------------------------------
005890 WRITE-REGISTRY-MERGE.
005900     MOVE SPACE TO RG-RUN-RECORD
005910     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
005920     MOVE WS-TODAY-CCYYMMDD TO RG-BUSINESS-DATE
005930     MOVE ZERO TO RG-EXTRACT-DATE
005940     MOVE 'M' TO RG-RUN-MODE
005950     MOVE WS-CARDS-READ-CTR TO RG-RECORDS-READ
005960     MOVE ZERO TO RG-WRITTEN-CTR
005970     MOVE WS-DECISIONS-CARRIED-CTR TO RG-CHANGED-CTR
005980     MOVE ZERO TO RG-RENAMED-CTR
005990     MOVE WS-MERGED-CTR TO RG-DELETED-CTR
006000     MOVE WS-REJECTED-CTR TO RG-REJECTED-CTR
006010     MOVE WS-MERGED-CTR TO RG-VALID-CTR
006020     MOVE ZERO TO RG-RECYCLED-CTR
006030     MOVE ZERO TO RG-OUT-OF-SEQ-CTR
006040     MOVE ZERO TO RG-DUP-KEY-CTR
006050     MOVE ZERO TO RG-SUM-NEW-AGE
006060     MOVE ZERO TO RG-MIN-NEW-AGE
006070     MOVE ZERO TO RG-MAX-NEW-AGE
006080     MOVE ZERO TO RG-AVG-NEW-AGE
006090     MOVE RETURN-CODE TO RG-RETURN-CODE
006100     MOVE WS-CURRENT-DATE TO RG-TIMESTAMP
006110     WRITE RG-RUN-RECORD
006120     IF NOT WS-RUN-REGISTRY-OK
006130         DISPLAY "ERROR WRITING RUN-REGISTRY, STATUS="
006140             WS-RUN-REGISTRY-STATUS
006150         MOVE 12 TO RETURN-CODE
006160     END-IF.
006170
006180*----------------------------------------------------------------
006190* CARRY-PREDICTIONS - MOVE EVERY PREDICTED-REJECT OF ONE RETIRED
006200* ID ACROSS TO ITS SURVIVOR, FIRST BATCH FIRST, UNTIL NONE IS LEFT
006210* UNDER THE RETIRED ID THAT CAN MOVE
006220*----------------------------------------------------------------
006230 CARRY-PREDICTIONS.
006240     MOVE 'N' TO WS-PREDICT-DONE-SW
006250     MOVE ZERO TO WS-PREDICT-NEXT-BATCH
006260     PERFORM REKEY-ONE-PREDICTION THRU REKEY-PREDICTION-EXIT
006270         UNTIL WS-PREDICT-DONE.
006280
006290*----------------------------------------------------------------
006300* REKEY-ONE-PREDICTION - FIND THE RETIRED ID'S NEXT PREDICTION,
006310* WRITE IT UNDER THE SURVIVOR STAMPED WITH THE RETIRED ID, THEN
006320* DELETE THE ORIGINAL. THE KEY HAS NO ROOM FOR A SECOND RECORD
006330* PER BATCH, SO ONE FOR A BATCH THE SURVIVOR ALREADY HAS STAYS
006340* WHERE IT IS AND THE BROWSE MOVES PAST IT. THE BROWSE IS
006350* RESTARTED EACH TIME, SINCE THE WRITE MOVES THE FILE POSITION
006360*----------------------------------------------------------------
006370 REKEY-ONE-PREDICTION.
006380     MOVE WS-MT-RETIRED-ID (WS-SUB) TO PR-USER-ID
006390     MOVE WS-PREDICT-NEXT-BATCH TO PR-BATCH-SEQ
006400     START PREDICTED-REJECTS KEY IS NOT LESS THAN PR-PREDICT-KEY
006410         INVALID KEY
006420         SET WS-PREDICT-DONE TO TRUE
006430     END-START
006440     IF NOT WS-PREDICT-DONE
006450         READ PREDICTED-REJECTS NEXT RECORD
006460             AT END
006470             SET WS-PREDICT-DONE TO TRUE
006480         END-READ
006490     END-IF
006500     IF NOT WS-PREDICT-DONE
006510         IF PR-USER-ID NOT = WS-MT-RETIRED-ID (WS-SUB)
006520             SET WS-PREDICT-DONE TO TRUE
006530         END-IF
006540     END-IF
006550     IF NOT WS-PREDICT-DONE
006560         MOVE PR-PREDICT-RECORD TO WS-HELD-PREDICTION
006570         COMPUTE WS-PREDICT-NEXT-BATCH = PR-BATCH-SEQ + 1
006580         MOVE PR-USER-ID TO PR-MERGED-ID
006590         MOVE WS-MT-SURVIVOR-ID (WS-SUB) TO PR-USER-ID
006600         MOVE 'N' TO WS-PREDICT-MOVED-SW
006610         WRITE PR-PREDICT-RECORD
006620             INVALID KEY
006630             IF WS-PREDICTED-REJ-DUPLICATE
006640                 SET WS-PREDICT-LEFT TO TRUE
006650             ELSE
006660                 SET WS-PREDICT-STUCK TO TRUE
006670             END-IF
006680             NOT INVALID KEY
006690             SET WS-PREDICT-MOVED TO TRUE
006700         END-WRITE
006710         IF WS-PREDICT-MOVED
006720             MOVE WS-HELD-PREDICTION TO PR-PREDICT-RECORD
006730             DELETE PREDICTED-REJECTS RECORD
006740                 INVALID KEY
006750                 SET WS-PREDICT-STUCK TO TRUE
006760             END-DELETE
006770         END-IF
006780         IF WS-PREDICT-STUCK
006790             DISPLAY "ERROR RE-KEYING PREDICTED-REJECTS FOR "
006800                 WS-MT-RETIRED-ID (WS-SUB) ", STATUS="
006810                 WS-PREDICTED-REJ-STATUS
006820             MOVE 12 TO RETURN-CODE
006830             SET WS-PREDICT-DONE TO TRUE
006840         ELSE
006850             IF WS-PREDICT-LEFT
006860                 DISPLAY "PREDICTION LEFT UNDER "
006870                     WS-MT-RETIRED-ID (WS-SUB) " FOR BATCH "
006880                     PR-BATCH-SEQ ", SURVIVOR ALREADY HAS ONE"
006890                 ADD 1 TO WS-PREDICT-LEFT-CTR
006900             ELSE
006910                 ADD 1 TO WS-PREDICT-REKEYED-CTR
006920             END-IF
006930         END-IF
006940     END-IF.
006950 REKEY-PREDICTION-EXIT.
006960     EXIT.
006970
006980*----------------------------------------------------------------
006990* DECLINE-RETIRED-CORRECTIONS - A DATE-OF-BIRTH CORRECTION STILL
007000* PENDING FOR A RETIRED ID COULD NEVER BE APPLIED NOW THE RECORD
007010* IS GONE, SO IT IS DECLINED WITH THE MERGE AS THE REASON. THE
007020* FILE IS KEYED ON THE USER-ID FIRST, SO THEY ALL SIT TOGETHER
007030*----------------------------------------------------------------
007040 DECLINE-RETIRED-CORRECTIONS.
007050     MOVE 'N' TO WS-CORRECTION-EOF-SW
007060     MOVE WS-MT-RETIRED-ID (WS-SUB) TO DC-USER-ID
007070     MOVE ZERO TO DC-REQUESTED-DATE
007080     MOVE ZERO TO DC-REQUESTED-TIME
007090     START DOB-CORRECTION KEY NOT < DC-CORRECTION-KEY
007100         INVALID KEY
007110         SET WS-END-OF-CORRECTIONS TO TRUE
007120     END-START
007130     PERFORM DECLINE-ONE-CORRECTION THRU DECLINE-CORRECTION-EXIT
007140         UNTIL WS-END-OF-CORRECTIONS.
007150
007160 DECLINE-ONE-CORRECTION.
007170     READ DOB-CORRECTION NEXT RECORD
007180         AT END
007190         SET WS-END-OF-CORRECTIONS TO TRUE
007200     END-READ
007210     IF NOT WS-END-OF-CORRECTIONS
007220         IF DC-USER-ID NOT = WS-MT-RETIRED-ID (WS-SUB)
007230             SET WS-END-OF-CORRECTIONS TO TRUE
007240         ELSE
007250             IF DC-PENDING
007260                 PERFORM DECLINE-FOR-MERGE
007270             END-IF
007280         END-IF
007290     END-IF.
007300 DECLINE-CORRECTION-EXIT.
007310     EXIT.
007320
007330*----------------------------------------------------------------
007340* DECLINE-FOR-MERGE - STAMP THE REQUEST DECLINED BY THE MERGE RUN,
007350* NAMING THE SURVIVOR IT WAS FOLDED INTO
007360*----------------------------------------------------------------
007370 DECLINE-FOR-MERGE.
007380     SET DC-DECLINED TO TRUE
007390     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
007400     MOVE "RESELMRG" TO DC-DECIDED-BY
007410     MOVE WS-CURRENT-DATE (1:8) TO DC-DECIDED-DATE
007420     MOVE WS-CURRENT-DATE (9:6) TO DC-DECIDED-TIME
007430     MOVE SPACE TO DC-DECLINE-REASON
007440     STRING "RETIRED BY MERGE INTO " DELIMITED BY SIZE
007450         WS-MT-SURVIVOR-ID (WS-SUB) DELIMITED BY SIZE
007460         INTO DC-DECLINE-REASON
007470     END-STRING
007480     REWRITE DC-CORRECTION-RECORD
007490     END-REWRITE
007500     IF NOT WS-DOB-CORRECTION-OK
007510         DISPLAY "ERROR REWRITING DOB-CORRECTION, STATUS="
007520             WS-DOB-CORRECTION-STATUS
007530         MOVE 12 TO RETURN-CODE
007540         SET WS-END-OF-CORRECTIONS TO TRUE
007550     ELSE
007560         ADD 1 TO WS-CORR-DECLINED-CTR
007570     END-IF.
007580 END PROGRAM RESEL-MERGE.
