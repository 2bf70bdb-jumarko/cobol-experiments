000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. RESEL-APPROVE.
000030 AUTHOR. J RESEL.
000040 INSTALLATION. BEAUTY-OF-COBOL.
000050 DATE-WRITTEN. 2026-09-25.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT DESCRIPTION
000110* ---------- ---- ------------------------------------------------
000120* 2026-09-25 JR   ORIGINAL VERSION - SUPERVISOR SIGN-OFF FOR
000130*                 THE DATE-OF-BIRTH CORRECTIONS KEYED AT RESEL-
000140*                 INQUIRY. WALKS THE PENDING REQUESTS ON DOBCORR
000150*                 AND LETS AN OPERATOR OTHER THAN THE ONE WHO
000160*                 KEYED EACH ONE APPROVE OR DECLINE IT. AN
000170*                 APPROVED CORRECTION RE-DERIVES THE AGES THE WAY
000180*                 THE BATCH RUN DOES, REWRITES USER-MASTER AND
000190*                 LEAVES AN 'I' AUDIT ENTRY NAMING BOTH THE
000200*                 REQUESTER AND THE APPROVER. A REQUEST WHOSE
000210*                 PERSON HAS GONE, OR WHOSE DATE OF BIRTH HAS
000220*                 CHANGED SINCE IT WAS KEYED, IS DECLINED RATHER
000230*                 THAN APPLIED OVER THE TOP.
000231* 2026-10-09 JR   THE APPROVER NOW SIGNS ON WITH AN ID AND
000232*                 PASSWORD CHECKED AGAINST THE NEW OPERAUTH
000233*                 AUTHORITY FILE, WITH THE SAME FAILED SIGN-ON
000234*                 COUNT AND LOCKOUT AS THE INQUIRY SCREEN, AND
000235*                 MUST HOLD THE VIEW-AND-CORRECT LEVEL TO DECIDE
000236*                 CORRECTIONS. THE APPROVER ID ON THE REQUEST AND
000237*                 THE AUDIT ENTRY IS NOW THE SIGNED-ON ONE.
000239* 2026-10-13 JR   THE PARM CARD GREW PC-UPDATE-MODE, WHICH SELECTS
000241*                 A SEQUENTIAL UPDATE FOR THE NIGHTLY EXTRACT -
000243*                 CARRIED HERE SO THE CARD LAYOUTS STAY IN STEP.
000245*----------------------------------------------------------------
000250
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SPECIAL-NAMES.
000290     CONSOLE IS CRT.
000300
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
000410     SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-AUDIT-LOG-STATUS.
000440
000450     SELECT OPTIONAL PARM-FILE ASSIGN TO "PARMCARD"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-PARM-FILE-STATUS.
000480
000490     SELECT DOB-CORRECTION ASSIGN TO "DOBCORR"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS DC-CORRECTION-KEY
000530         FILE STATUS IS WS-DOB-CORRECTION-STATUS.
000531
000532     SELECT OPERATOR-FILE ASSIGN TO "OPERAUTH"
000533         ORGANIZATION IS INDEXED
000534         ACCESS MODE IS DYNAMIC
000535         RECORD KEY IS OA-OPERATOR-ID
000536         FILE STATUS IS WS-OPERATOR-FILE-STATUS.
000540
000550 DATA DIVISION.
000560 FILE SECTION.
000570*----------------------------------------------------------------
000580* USER-MASTER - ONE RECORD PER PERSON RUN THROUGH RESEL-WORLD
000590*----------------------------------------------------------------
000600 FD  USER-MASTER
000610     LABEL RECORDS ARE STANDARD.
000620     COPY UMASTER.
000630
000640*----------------------------------------------------------------
000650* AUDIT-LOG - AN APPROVED CORRECTION LEAVES THE SAME DATED TRAIL
000660* A BATCH RUN DOES, NAMING WHO KEYED IT AND WHO APPROVED IT
000670*----------------------------------------------------------------
000680 FD  AUDIT-LOG
000690     LABEL RECORDS ARE STANDARD.
000700     COPY AUDITREC.
000710
000720*----------------------------------------------------------------
000730* PARM-FILE - THE SAME CARD THE BATCH RUN READS, SO A CORRECTED
000740* PROJECTED AGE USES THE SAME FIRST HORIZON
000750*----------------------------------------------------------------
000760 FD  PARM-FILE
000770     LABEL RECORDS ARE STANDARD.
000780 01  PC-PARM-RECORD.
000790     05  PC-PROJECTION-YEARS OCCURS 4 TIMES PIC 9(03).
000800     05  PC-CHECKPOINT-INTERVAL PIC 9(05).
000810     05  PC-MAX-REJECT-PCT PIC 9(03).
000820     05  PC-BUSINESS-DATE PIC 9(08).
000830     05  PC-FORCE-RERUN PIC X(01).
000835     05  PC-UPDATE-MODE PIC X(01).
000840
000850*----------------------------------------------------------------
000860* DOB-CORRECTION - THE CORRECTIONS KEYED AT THE INQUIRY SCREEN,
000870* WAITING FOR APPROVAL OR ALREADY DECIDED
000880*----------------------------------------------------------------
000890 FD  DOB-CORRECTION
000900     LABEL RECORDS ARE STANDARD.
000910     COPY DOBCORR.
000911*----------------------------------------------------------------
000912* OPERATOR-FILE - WHO MAY SIGN ON, AT WHAT LEVEL, AND HOW THEIR
000913* SIGN-ONS HAVE GONE
000914*----------------------------------------------------------------
000915 FD  OPERATOR-FILE
000916     LABEL RECORDS ARE STANDARD.
000917     COPY OPERAUTH.
000920
000930 WORKING-STORAGE SECTION.
000940*----------------------------------------------------------------
000950* A RECORD THAT DESCRIBES A USER - SHARED WITH OTHER PROGRAMS
000960*----------------------------------------------------------------
000970     COPY WSUSER.
000980
000990*----------------------------------------------------------------
001000* FILE STATUS SWITCHES
001010*----------------------------------------------------------------
001020 01  WS-FILE-STATUSES.
001030     05  WS-USER-MASTER-STATUS PIC X(02).
001040         88  WS-USER-MASTER-OK VALUES '00' '02'.
001050     05  WS-AUDIT-LOG-STATUS PIC X(02).
001060         88  WS-AUDIT-LOG-OK VALUE '00'.
001070     05  WS-PARM-FILE-STATUS PIC X(02).
001080         88  WS-PARM-FILE-OK VALUE '00'.
001090     05  WS-DOB-CORRECTION-STATUS PIC X(02).
001100         88  WS-DOB-CORRECTION-OK VALUE '00'.
001103     05  WS-OPERATOR-FILE-STATUS PIC X(02).
001106         88  WS-OPERATOR-FILE-OK VALUE '00'.
001110
001120*----------------------------------------------------------------
001130* DIALOG SWITCHES
001140*----------------------------------------------------------------
001150 01  WS-SWITCHES.
001160     05  WS-DONE-SW PIC X(01) VALUE 'N'.
001170         88  WS-DONE VALUE 'Y'.
001180     05  WS-DOB-VALID-SW PIC X(01) VALUE 'N'.
001190         88  WS-DOB-VALID VALUE 'Y'.
001200         88  WS-DOB-INVALID VALUE 'N'.
001203     05  WS-SIGNED-ON-SW PIC X(01) VALUE 'N'.
001206         88  WS-SIGNED-ON VALUE 'Y'.
001210
001220*----------------------------------------------------------------
001230* DIALOG WORK AREA
001240*----------------------------------------------------------------
001250 01  WS-ANSWER PIC X(01).
001260 01  WS-APPROVER-ID PIC X(08).
001270 01  WS-NEW-AGE PIC 9(02).
001280 01  WS-DAYS-WAITING PIC 9(05).
001281*----------------------------------------------------------------
001282* SIGN-ON WORK AREA - THE FAILED ATTEMPTS ALLOWED IN A ROW BEFORE
001283* THE OPERATOR ID IS LOCKED, OR IN ONE SESSION BEFORE IT IS ENDED
001284*----------------------------------------------------------------
001285 01  WS-SIGNON-PASSWORD PIC X(08).
001286 01  WS-SIGNON-TRIES PIC 9(02) COMP VALUE ZERO.
001287 01  WS-MAX-SIGNON-TRIES PIC 9(02) COMP VALUE 3.
001290
001300*----------------------------------------------------------------
001310* PARM-CARD WORK AREA - ONLY THE FIRST PROJECTION HORIZON IS
001320* USED HERE, THE SAME ONE CALC-DATA PUTS ON THE MASTER
001330*----------------------------------------------------------------
001340 01  WS-PARM-DEFAULTS.
001350     05  FILLER PIC 9(03) VALUE 5.
001360     05  FILLER PIC 9(03) VALUE 10.
001370     05  FILLER PIC 9(03) VALUE 20.
001380     05  FILLER PIC 9(03) VALUE 30.
001390     05  FILLER PIC 9(05) VALUE 100.
001400     05  FILLER PIC 9(03) VALUE 10.
001410     05  FILLER PIC 9(08) VALUE ZERO.
001420     05  FILLER PIC X(01) VALUE SPACE.
001425     05  FILLER PIC X(01) VALUE SPACE.
001430
001440 01  WS-PARM-CARD.
001450     05  WS-PROJECTION-YEARS OCCURS 4 TIMES PIC 9(03).
001460     05  WS-CHECKPOINT-INTERVAL PIC 9(05).
001470     05  WS-MAX-REJECT-PCT PIC 9(03).
001480     05  WS-BUSINESS-DATE PIC 9(08).
001490     05  WS-FORCE-RERUN-SW PIC X(01).
001495     05  WS-UPDATE-MODE-SW PIC X(01).
001500
001510*----------------------------------------------------------------
001520* DERIVE-AGE WORK AREA - TODAY'S DATE AND THE PARTS OF THE
001530* BIRTH DATE NEEDED TO WORK OUT WS-AGE FROM WS-DATE-OF-BIRTH
001540*----------------------------------------------------------------
001550 01  WS-TODAY-DATE.
001560     05  WS-TODAY-YEAR PIC 9(04).
001570     05  WS-TODAY-MONTH-DAY PIC 9(04).
001580 01  WS-TODAY-CCYYMMDD REDEFINES WS-TODAY-DATE PIC 9(08).
001590 01  WS-BIRTH-YEAR-WORK PIC 9(04).
001600 01  WS-BIRTH-MONTH-DAY-WORK PIC 9(04).
001610 01  WS-AGE-CHECK PIC 9(04) COMP.
001620
001630*----------------------------------------------------------------
001640* SESSION TOTALS
001650*----------------------------------------------------------------
001660 01  WS-CONTROL-TOTALS.
001670     05  WS-PENDING-SEEN-CTR PIC 9(07) COMP VALUE ZERO.
001680     05  WS-APPROVED-CTR PIC 9(07) COMP VALUE ZERO.
001690     05  WS-DECLINED-CTR PIC 9(07) COMP VALUE ZERO.
001700     05  WS-SKIPPED-CTR PIC 9(07) COMP VALUE ZERO.
001710
001720*----------------------------------------------------------------
001730* AUDIT-LOG AND DECISION TIMESTAMP WORK AREA
001740*----------------------------------------------------------------
001750 01  WS-CURRENT-DATE PIC X(21).
001760
001770 PROCEDURE DIVISION.
001780*----------------------------------------------------------------
001790* MAINLINE - SIGN THE APPROVER IN, THEN WALK THE PENDING
001800* REQUESTS UNTIL THEY RUN OUT OR THE APPROVER STOPS
001810*----------------------------------------------------------------
001820 0000-MAINLINE.
001830     OPEN I-O USER-MASTER
001840     IF NOT WS-USER-MASTER-OK
001850         DISPLAY "ERROR OPENING USER-MASTER, STATUS="
001860             WS-USER-MASTER-STATUS
001870         MOVE 12 TO RETURN-CODE
001880         SET WS-DONE TO TRUE
001890     END-IF
001900     OPEN EXTEND AUDIT-LOG
001910     IF NOT WS-AUDIT-LOG-OK
001920         OPEN OUTPUT AUDIT-LOG
001930         IF NOT WS-AUDIT-LOG-OK
001940             DISPLAY "ERROR OPENING AUDIT-LOG, STATUS="
001950                 WS-AUDIT-LOG-STATUS
001960             MOVE 12 TO RETURN-CODE
001970             SET WS-DONE TO TRUE
001980         END-IF
001990     END-IF
002000     OPEN I-O DOB-CORRECTION
002010     IF NOT WS-DOB-CORRECTION-OK
002020         DISPLAY "ERROR OPENING DOB-CORRECTION, STATUS="
002030             WS-DOB-CORRECTION-STATUS
002040         MOVE 12 TO RETURN-CODE
002050         SET WS-DONE TO TRUE
002060     END-IF
002061     OPEN I-O OPERATOR-FILE
002062     IF NOT WS-OPERATOR-FILE-OK
002063         DISPLAY "ERROR OPENING OPERATOR-FILE, STATUS="
002064             WS-OPERATOR-FILE-STATUS
002065         MOVE 12 TO RETURN-CODE
002066         SET WS-DONE TO TRUE
002067     END-IF
002070     PERFORM LOAD-PARM-CARD
002080     IF NOT WS-DONE
002090         DISPLAY " "
002100         DISPLAY "DATE-OF-BIRTH CORRECTION APPROVAL"
002110         PERFORM SIGN-ON-APPROVER
002120             UNTIL WS-SIGNED-ON OR WS-DONE
002170     END-IF
002180     IF NOT WS-DONE
002190         MOVE LOW-VALUES TO DC-CORRECTION-KEY
002200         START DOB-CORRECTION KEY NOT < DC-CORRECTION-KEY
002210             INVALID KEY
002220             SET WS-DONE TO TRUE
002230         END-START
002240     END-IF
002250     PERFORM REVIEW-ONE-REQUEST THRU REVIEW-ONE-EXIT
002260         UNTIL WS-DONE
002270     PERFORM SHOW-SESSION-TOTALS
002275     CLOSE OPERATOR-FILE
002280     CLOSE DOB-CORRECTION
002290     CLOSE AUDIT-LOG
002300     CLOSE USER-MASTER
002310     DISPLAY "Good bye"
002320     GOBACK.
002330
002340*----------------------------------------------------------------
002350* LOAD-PARM-CARD - THE SAME PROJECTION HORIZONS THE BATCH USES
002360*----------------------------------------------------------------
002370 LOAD-PARM-CARD.
002380     MOVE WS-PARM-DEFAULTS TO WS-PARM-CARD
002390     OPEN INPUT PARM-FILE
002400     IF WS-PARM-FILE-OK
002410         READ PARM-FILE INTO WS-PARM-CARD
002420         CLOSE PARM-FILE
002430     END-IF.
002440
002450*----------------------------------------------------------------
002452* SIGN-ON-APPROVER - TAKE THE APPROVER'S OPERATOR ID AND PASSWORD
002453* AND CHECK THEM AGAINST THE AUTHORITY FILE. A BLANK ID ENDS THE
002454* SESSION, AS DO TOO MANY FAILURES
002455*----------------------------------------------------------------
002456 SIGN-ON-APPROVER.
002457     DISPLAY "Approving operator ID?"
002458     ACCEPT WS-APPROVER-ID
002459     IF WS-APPROVER-ID = SPACE
002460         DISPLAY "No approver, nothing reviewed"
002461         SET WS-DONE TO TRUE
002462     ELSE
002463         DISPLAY "Password?"
002464         ACCEPT WS-SIGNON-PASSWORD
002465         MOVE WS-APPROVER-ID TO OA-OPERATOR-ID
002466         READ OPERATOR-FILE
002467             INVALID KEY
002468             DISPLAY "Sign-on refused"
002469             NOT INVALID KEY
002470             PERFORM VERIFY-OPERATOR
002471         END-READ
002472         MOVE SPACE TO WS-SIGNON-PASSWORD
002473         IF NOT WS-SIGNED-ON AND NOT WS-DONE
002474             ADD 1 TO WS-SIGNON-TRIES
002475             IF WS-SIGNON-TRIES NOT < WS-MAX-SIGNON-TRIES
002476                 DISPLAY "Too many failed sign-ons, session ended"
002477                 IF RETURN-CODE < 8
002478                     MOVE 8 TO RETURN-CODE
002479                 END-IF
002480                 SET WS-DONE TO TRUE
002481             END-IF
002482         END-IF
002483     END-IF.
002484
002485*----------------------------------------------------------------
002486* VERIFY-OPERATOR - A LOCKED OR INACTIVE OPERATOR IS REFUSED. A
002487* WRONG PASSWORD COUNTS AGAINST THE OPERATOR ID AND LOCKS IT AT
002488* THE LIMIT. A GOOD ONE CLEARS THE COUNT AND STAMPS THE SIGN-ON,
002489* BUT ONLY A VIEW-AND-CORRECT OPERATOR MAY GO ON TO DECIDE
002490*----------------------------------------------------------------
002491 VERIFY-OPERATOR.
002492     IF OA-LOCKED
002493         DISPLAY "Operator ID is locked - see the security "
002494             "administrator"
002495     ELSE
002496         IF NOT OA-ACTIVE
002497             DISPLAY "Sign-on refused"
002498         ELSE
002499             IF OA-PASSWORD NOT = WS-SIGNON-PASSWORD
002500                 ADD 1 TO OA-FAILED-SIGNONS
002501                 IF OA-FAILED-SIGNONS NOT < WS-MAX-SIGNON-TRIES
002502                     SET OA-LOCKED TO TRUE
002503                     DISPLAY "Sign-on refused - operator ID now "
002504                         "locked"
002505                 ELSE
002506                     DISPLAY "Sign-on refused"
002507                 END-IF
002508             ELSE
002509                 MOVE ZERO TO OA-FAILED-SIGNONS
002510                 MOVE FUNCTION CURRENT-DATE (1:8)
002511                     TO OA-LAST-SIGNON-DATE
002512                 SET WS-SIGNED-ON TO TRUE
002513             END-IF
002514             PERFORM REWRITE-OPERATOR-RECORD
002515         END-IF
002516     END-IF.
002517
002518*----------------------------------------------------------------
002519* REWRITE-OPERATOR-RECORD - PUT BACK THE SIGN-ON COUNT AND DATE.
002520* IF THEY CANNOT BE KEPT, NOBODY IS SIGNED ON. A VIEW-ONLY
002521* OPERATOR IS SIGNED ON BUT MAY NOT DECIDE, SO THE SESSION ENDS
002522*----------------------------------------------------------------
002523 REWRITE-OPERATOR-RECORD.
002524     REWRITE OA-OPERATOR-RECORD
002525     END-REWRITE
002526     IF NOT WS-OPERATOR-FILE-OK
002527         DISPLAY "ERROR REWRITING OPERATOR-FILE, STATUS="
002528             WS-OPERATOR-FILE-STATUS
002529         MOVE 12 TO RETURN-CODE
002530         MOVE 'N' TO WS-SIGNED-ON-SW
002531         SET WS-DONE TO TRUE
002532     ELSE
002533         IF WS-SIGNED-ON
002534             DISPLAY "Signed on: " OA-OPERATOR-NAME
002535             IF NOT OA-VIEW-AND-CORRECT
002536                 DISPLAY "Not authorized to approve corrections"
002537                 SET WS-DONE TO TRUE
002538             END-IF
002539         END-IF
002540     END-IF.
002541
002542*----------------------------------------------------------------
002543* REVIEW-ONE-REQUEST - SHOW THE NEXT PENDING REQUEST AND TAKE THE
002544* APPROVER'S DECISION. AN OPERATOR MAY NOT DECIDE A REQUEST THEY
002545* KEYED THEMSELVES
002546*----------------------------------------------------------------
002547 REVIEW-ONE-REQUEST.
002548     READ DOB-CORRECTION NEXT RECORD
002549         AT END
002550         DISPLAY "No more corrections awaiting approval"
002551         SET WS-DONE TO TRUE
002552     END-READ
002560     IF NOT WS-DONE
002570         IF DC-PENDING
002580             ADD 1 TO WS-PENDING-SEEN-CTR
002590             PERFORM SHOW-REQUEST
002600             IF DC-REQUESTED-BY = WS-APPROVER-ID
002610                 DISPLAY "You keyed this correction - another "
002620                     "operator must decide it"
002630                 ADD 1 TO WS-SKIPPED-CTR
002640             ELSE
002650                 PERFORM TAKE-DECISION
002660             END-IF
002670         END-IF
002680     END-IF.
002690 REVIEW-ONE-EXIT.
002700     EXIT.
002710
002720*----------------------------------------------------------------
002730* SHOW-REQUEST - THE REQUEST AS THE APPROVER NEEDS IT: WHO, THE
002740* DATE OF BIRTH NOW AND AS CORRECTED, WHO KEYED IT AND HOW LONG
002750* IT HAS WAITED
002760*----------------------------------------------------------------
002770 SHOW-REQUEST.
002780     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-CCYYMMDD
002790     COMPUTE WS-DAYS-WAITING =
002800         FUNCTION INTEGER-OF-DATE (WS-TODAY-CCYYMMDD)
002810         - FUNCTION INTEGER-OF-DATE (DC-REQUESTED-DATE)
002820     DISPLAY " "
002830     DISPLAY "User ID ........ " DC-USER-ID
002840     DISPLAY "Date of birth .. " DC-OLD-DOB " (ages "
002850         DC-OLD-AGE "/" DC-OLD-NEW-AGE ")"
002860     DISPLAY "Corrected to ... " DC-NEW-DOB
002870     DISPLAY "Keyed by ....... " DC-REQUESTED-BY " on "
002880         DC-REQUESTED-DATE " " DC-REQUESTED-TIME
002890     DISPLAY "Days waiting ... " WS-DAYS-WAITING.
002900
002910*----------------------------------------------------------------
002920* TAKE-DECISION - APPROVE, DECLINE, SKIP FOR NOW, OR STOP
002930*----------------------------------------------------------------
002940 TAKE-DECISION.
002950     DISPLAY "A = approve, D = decline, S = skip, X = exit"
002960     ACCEPT WS-ANSWER
002970     IF WS-ANSWER = 'A' OR WS-ANSWER = 'a'
002980         PERFORM APPROVE-CORRECTION
002990     ELSE
003000         IF WS-ANSWER = 'D' OR WS-ANSWER = 'd'
003010             DISPLAY "Reason for declining?"
003020             ACCEPT DC-DECLINE-REASON
003030             PERFORM DECLINE-CORRECTION
003040         ELSE
003050             IF WS-ANSWER = 'X' OR WS-ANSWER = 'x'
003060                 SET WS-DONE TO TRUE
003070             ELSE
003080                 ADD 1 TO WS-SKIPPED-CTR
003090             END-IF
003100         END-IF
003110     END-IF.
003120
003130*----------------------------------------------------------------
003140* APPROVE-CORRECTION - PROVE THE MASTER STILL HOLDS THE DATE OF
003150* BIRTH THE REQUEST WAS KEYED AGAINST, RE-DERIVE THE AGES AND
003160* PUT THE RECORD BACK, THEN MARK THE REQUEST APPROVED
003170*----------------------------------------------------------------
003180 APPROVE-CORRECTION.
003190     SET WS-DOB-VALID TO TRUE
003200     MOVE DC-USER-ID TO UM-USER-ID
003210     READ USER-MASTER KEY IS UM-USER-ID
003220         INVALID KEY
003230         SET WS-DOB-INVALID TO TRUE
003240         MOVE "PERSON NO LONGER ON USER-MASTER"
003250             TO DC-DECLINE-REASON
003260     END-READ
003270     IF WS-DOB-VALID
003280         IF UM-DATE-OF-BIRTH NOT = DC-OLD-DOB
003290             SET WS-DOB-INVALID TO TRUE
003300             MOVE "DATE OF BIRTH CHANGED SINCE KEYED"
003310                 TO DC-DECLINE-REASON
003320         END-IF
003330     END-IF
003340     IF WS-DOB-VALID
003350         MOVE DC-NEW-DOB TO WS-DATE-OF-BIRTH OF WS-USER
003360         PERFORM DERIVE-AGE
003370         IF WS-DOB-INVALID
003380             MOVE "AGE OUT OF RANGE ON APPROVAL"
003390                 TO DC-DECLINE-REASON
003400         END-IF
003410     END-IF
003420     IF WS-DOB-INVALID
003430         DISPLAY "Cannot apply: " DC-DECLINE-REASON
003440         PERFORM DECLINE-CORRECTION
003450     ELSE
003460         MOVE WS-DATE-OF-BIRTH OF WS-USER TO UM-DATE-OF-BIRTH
003470         MOVE WS-AGE OF WS-USER TO UM-AGE
003480         COMPUTE WS-NEW-AGE = WS-AGE OF WS-USER
003490             + WS-PROJECTION-YEARS (1)
003500         MOVE WS-NEW-AGE TO UM-NEW-AGE
003510         MOVE WS-TODAY-CCYYMMDD TO UM-BUSINESS-DATE
003520         REWRITE UM-USER-RECORD
003530         END-REWRITE
003540         IF NOT WS-USER-MASTER-OK
003550             DISPLAY "ERROR REWRITING USER-MASTER, STATUS="
003560                 WS-USER-MASTER-STATUS
003570             MOVE 12 TO RETURN-CODE
003580             SET WS-DONE TO TRUE
003590         ELSE
003600             PERFORM WRITE-AUDIT-RECORD
003610             SET DC-APPROVED TO TRUE
003620             MOVE SPACE TO DC-DECLINE-REASON
003630             PERFORM RECORD-DECISION
003640             ADD 1 TO WS-APPROVED-CTR
003650             DISPLAY "Approved. Current age " UM-AGE
003660                 ", projected age " UM-NEW-AGE
003670         END-IF
003680     END-IF.
003690
003700*----------------------------------------------------------------
003710* DECLINE-CORRECTION - MARK THE REQUEST DECLINED. THE MASTER IS
003720* NOT TOUCHED
003730*----------------------------------------------------------------
003740 DECLINE-CORRECTION.
003750     SET DC-DECLINED TO TRUE
003760     PERFORM RECORD-DECISION
003770     ADD 1 TO WS-DECLINED-CTR
003780     DISPLAY "Declined".
003790
003800*----------------------------------------------------------------
003810* RECORD-DECISION - STAMP WHO DECIDED THE REQUEST AND WHEN, AND
003820* PUT IT BACK SO IT DROPS OFF THE PENDING LIST
003830*----------------------------------------------------------------
003840 RECORD-DECISION.
003850     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
003860     MOVE WS-APPROVER-ID TO DC-DECIDED-BY
003870     MOVE WS-CURRENT-DATE (1:8) TO DC-DECIDED-DATE
003880     MOVE WS-CURRENT-DATE (9:6) TO DC-DECIDED-TIME
003890     REWRITE DC-CORRECTION-RECORD
003900     END-REWRITE
003910     IF NOT WS-DOB-CORRECTION-OK
003920         DISPLAY "ERROR REWRITING DOB-CORRECTION, STATUS="
003930             WS-DOB-CORRECTION-STATUS
003940         MOVE 12 TO RETURN-CODE
003950         SET WS-DONE TO TRUE
003960     END-IF.
003970
003980*----------------------------------------------------------------
003990* DERIVE-AGE - WORK OUT WS-AGE FROM WS-DATE-OF-BIRTH AS OF
004000* TODAY, THE SAME WAY THE BATCH RUN DOES
004010*----------------------------------------------------------------
004020 DERIVE-AGE.
004030     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-CCYYMMDD
004040     MOVE WS-DATE-OF-BIRTH OF WS-USER (1:4) TO WS-BIRTH-YEAR-WORK
004050     MOVE WS-DATE-OF-BIRTH OF WS-USER (5:4)
004060         TO WS-BIRTH-MONTH-DAY-WORK
004070     COMPUTE WS-AGE-CHECK =
004080         WS-TODAY-YEAR - WS-BIRTH-YEAR-WORK
004090     IF WS-TODAY-MONTH-DAY < WS-BIRTH-MONTH-DAY-WORK
004100         SUBTRACT 1 FROM WS-AGE-CHECK
004110     END-IF
004120     IF WS-AGE-CHECK > 120
004130         SET WS-DOB-INVALID TO TRUE
004140     END-IF
004150     MOVE WS-AGE-CHECK TO WS-AGE OF WS-USER.
004160
004170*----------------------------------------------------------------
004180* WRITE-AUDIT-RECORD - THE APPROVED CORRECTION LEAVES THE SAME
004190* DATED TRAIL ENTRY A BATCH RUN OF CALC-DATA WOULD, NAMING THE
004200* OPERATOR WHO KEYED IT AND THE ONE WHO APPROVED IT
004210*----------------------------------------------------------------
004220 WRITE-AUDIT-RECORD.
004230     MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
004240     MOVE WS-CURRENT-DATE TO AL-TIMESTAMP
004250     MOVE UM-USER-ID TO AL-USER-ID
004260     MOVE UM-FIRST-NAME TO AL-FIRST-NAME
004270     MOVE UM-LAST-NAME TO AL-LAST-NAME
004280     MOVE UM-DATE-OF-BIRTH TO AL-DATE-OF-BIRTH
004290     MOVE UM-AGE TO AL-AGE
004300     MOVE UM-NEW-AGE TO AL-NEW-AGE
004310     MOVE WS-TODAY-CCYYMMDD TO AL-BUSINESS-DATE
004320     MOVE 'I' TO AL-ACTION
004330     MOVE SPACE TO AL-MERGED-ID
004340     MOVE DC-REQUESTED-BY TO AL-REQUESTED-BY
004350     MOVE WS-APPROVER-ID TO AL-APPROVED-BY
004360     WRITE AL-AUDIT-RECORD
004370     IF NOT WS-AUDIT-LOG-OK
004380         DISPLAY "ERROR WRITING AUDIT-LOG, STATUS="
004390             WS-AUDIT-LOG-STATUS
004400         MOVE 12 TO RETURN-CODE
004410     END-IF.
004420
004430*----------------------------------------------------------------
004440* SHOW-SESSION-TOTALS - WHAT THIS APPROVER DID
004450*----------------------------------------------------------------
004460 SHOW-SESSION-TOTALS.
004470     DISPLAY "----------------------------------------"
004480     DISPLAY "CORRECTION APPROVAL SESSION TOTALS"
004490     DISPLAY "  PENDING REVIEWED ...... " WS-PENDING-SEEN-CTR
004500     DISPLAY "  APPROVED .............. " WS-APPROVED-CTR
004510     DISPLAY "  DECLINED .............. " WS-DECLINED-CTR
004520     DISPLAY "  LEFT PENDING .......... " WS-SKIPPED-CTR
004530     DISPLAY "----------------------------------------".
004540 END PROGRAM RESEL-APPROVE.
