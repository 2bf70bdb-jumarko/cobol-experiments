000197* 2026-09-02 JR   A REJECTED ELIGIBILITY DECISION NOW SHOWS THE
000198*                 REASON-CODE DESCRIPTION FROM THE RSNCODES
000199*                 REFERENCE FILE BESIDE THE RAW CODE.
000200* 2026-09-16 JR   THE AUDIT RECORD GREW AL-MERGED-ID, CLEARED ON
000201*                 EVERY ENTRY WRITTEN HERE - ONLY A DUPLICATE-
000202*                 PERSON MERGE SETS IT.
000203* 2026-09-23 JR   NEW H CHOICE PAGES THROUGH A PERSON'S DECHIST
000204*                 DECISION HISTORY, OLDEST FIRST - EACH DECISION,
000205*                 THE FEED BATCH IT ANSWERED AND THE DECISION IT
000206*                 REPLACED.
000207* 2026-09-25 JR   A DATE-OF-BIRTH CORRECTION NO LONGER TOUCHES
000208*                 USER-MASTER. IT IS FILED ON THE NEW DOBCORR FILE
000209*                 AS A PENDING REQUEST - OLD AND NEW VALUES, THE
000210*                 OPERATOR ID THAT KEYED IT AND WHEN - FOR ANOTHER
000211*                 OPERATOR TO APPROVE ON RESEL-APPROVE, WHICH NOW
000212*                 MAKES THE CHANGE AND WRITES ITS AUDIT ENTRY. THE
000213*                 MASTER IS OPENED FOR INPUT ONLY.
000214* 2026-10-09 JR   THE OPERATOR NOW SIGNS ON AT THE START OF THE
000215*                 DIALOG WITH AN ID AND PASSWORD CHECKED AGAINST
000216*                 THE NEW OPERAUTH AUTHORITY FILE. THREE FAILED
000217*                 ATTEMPTS IN A ROW LOCK THE OPERATOR ID UNTIL THE
000218*                 MAINTENANCE RUN UNLOCKS IT, AND THREE IN ONE
000219*                 SESSION END THE SESSION RC=8. A GOOD SIGN-ON
000220*                 STAMPS THE LAST SIGN-ON DATE. ONLY A
000221*                 VIEW-AND-CORRECT OPERATOR IS OFFERED THE
000222*                 DATE-OF-BIRTH CORRECTION, AND THE REQUEST
000223*                 CARRIES THE SIGNED-ON ID RATHER THAN ONE KEYED
000224*                 AT THE PROMPT, SO THE AUDIT ENTRY NAMES WHO
000225*                 ASKED FOR THE CHANGE.
000226* 2026-10-13 JR   THE PARM CARD GREW PC-UPDATE-MODE, WHICH SELECTS
000227*                 A SEQUENTIAL UPDATE FOR THE NIGHTLY EXTRACT -
000228*                 CARRIED HERE SO THE CARD LAYOUTS STAY IN STEP.
000229*----------------------------------------------------------------
000230
000231 ENVIRONMENT DIVISION.
000232 CONFIGURATION SECTION.
000233 SPECIAL-NAMES.
000240     CONSOLE IS CRT.
000250
000260 INPUT-OUTPUT SECTION.
000314             WITH DUPLICATES
000320         FILE STATUS IS WS-USER-MASTER-STATUS.
000330
000336     SELECT DOB-CORRECTION ASSIGN TO "DOBCORR"
000342         ORGANIZATION IS INDEXED
000348         ACCESS MODE IS DYNAMIC
000354         RECORD KEY IS DC-CORRECTION-KEY
000360         FILE STATUS IS WS-DOB-CORRECTION-STATUS.
000370
000380     SELECT OPTIONAL PARM-FILE ASSIGN TO "PARMCARD"
000390         ORGANIZATION IS LINE SEQUENTIAL
000406         ACCESS MODE IS DYNAMIC
000407         RECORD KEY IS RS-REASON-CODE
000408         FILE STATUS IS WS-REASON-FILE-STATUS.
000409
000410     SELECT OPTIONAL DECISION-HISTORY ASSIGN TO "DECHIST"
000411         ORGANIZATION IS INDEXED
000412         ACCESS MODE IS DYNAMIC
000413         RECORD KEY IS EH-HISTORY-KEY
000414         FILE STATUS IS WS-DECISION-HIST-STATUS.
000415
000416     SELECT OPERATOR-FILE ASSIGN TO "OPERAUTH"
000417         ORGANIZATION IS INDEXED
000418         ACCESS MODE IS DYNAMIC
000419         RECORD KEY IS OA-OPERATOR-ID
000420         FILE STATUS IS WS-OPERATOR-FILE-STATUS.
000421
000422 DATA DIVISION.
000430 FILE SECTION.
000440*----------------------------------------------------------------
000450* USER-MASTER - ONE RECORD PER PERSON RUN THROUGH RESEL-WORLD
000490     COPY UMASTER.
000500
000510*----------------------------------------------------------------
000520* DOB-CORRECTION - A CORRECTION KEYED HERE WAITS ON THIS FILE
000530* FOR A SECOND OPERATOR'S APPROVAL
000540*----------------------------------------------------------------
000550 FD  DOB-CORRECTION
000560     LABEL RECORDS ARE STANDARD.
000570     COPY DOBCORR.
000580
000590*----------------------------------------------------------------
000600* PARM-FILE - THE SAME CARD THE BATCH RUN READS, SO A CORRECTED
000680     05  PC-MAX-REJECT-PCT PIC 9(03).
000684     05  PC-BUSINESS-DATE PIC 9(08).
000686     05  PC-FORCE-RERUN PIC X(01).
000687     05  PC-UPDATE-MODE PIC X(01).
000688
000689*----------------------------------------------------------------
000690* REASON-FILE - THE REASON-CODE REFERENCE TABLE, TRANSLATING
000694     LABEL RECORDS ARE STANDARD.
000695     COPY RSNCODE.
000696
000697*----------------------------------------------------------------
000698* DECISION-HISTORY - EVERY ELIGIBILITY DECISION THE PERSON HAS
000699* RECEIVED, FOR THE DESK'S "WHEN DID THIS CHANGE AND WHY"
000700*----------------------------------------------------------------
000701 FD  DECISION-HISTORY
000702     LABEL RECORDS ARE STANDARD.
000703     COPY DECHIST.
000704
000705*----------------------------------------------------------------
000706* OPERATOR-FILE - WHO MAY SIGN ON, AT WHAT LEVEL, AND HOW THEIR
000707* SIGN-ONS HAVE GONE
000708*----------------------------------------------------------------
000709 FD  OPERATOR-FILE
000710     LABEL RECORDS ARE STANDARD.
000711     COPY OPERAUTH.
000712
000713 WORKING-STORAGE SECTION.
000714*----------------------------------------------------------------
000720* A RECORD THAT DESCRIBES A USER - SHARED WITH OTHER PROGRAMS
000730*----------------------------------------------------------------
000740     COPY WSUSER.
000790 01  WS-FILE-STATUSES.
000800     05  WS-USER-MASTER-STATUS PIC X(02).
000810         88  WS-USER-MASTER-OK VALUES '00' '02' '23'.
000817     05  WS-DOB-CORRECTION-STATUS PIC X(02).
000824         88  WS-DOB-CORRECTION-OK VALUE '00'.
000831         88  WS-DOB-CORRECTION-DUPLICATE VALUE '22'.
000840     05  WS-PARM-FILE-STATUS PIC X(02).
000850         88  WS-PARM-FILE-OK VALUE '00'.
000852     05  WS-REASON-FILE-STATUS PIC X(02).
000854         88  WS-REASON-FILE-OK VALUE '00'.
000856     05  WS-DECISION-HIST-STATUS PIC X(02).
000858         88  WS-DECISION-HIST-OK VALUE '00'.
000861     05  WS-OPERATOR-FILE-STATUS PIC X(02).
000864         88  WS-OPERATOR-FILE-OK VALUE '00'.
000867
000870*----------------------------------------------------------------
000880* DIALOG SWITCHES
000890*----------------------------------------------------------------
000970         88  WS-DOB-INVALID VALUE 'N'.
000972     05  WS-REASONS-AVAIL-SW PIC X(01) VALUE 'N'.
000974         88  WS-REASONS-AVAILABLE VALUE 'Y'.
000975     05  WS-HISTORY-AVAIL-SW PIC X(01) VALUE 'N'.
000976         88  WS-HISTORY-AVAILABLE VALUE 'Y'.
000977     05  WS-HISTORY-DONE-SW PIC X(01) VALUE 'N'.
000978         88  WS-HISTORY-DONE VALUE 'Y'.
000979     05  WS-CORRECTIONS-AVAIL-SW PIC X(01) VALUE 'N'.
000980         88  WS-CORRECTIONS-AVAILABLE VALUE 'Y'.
000981     05  WS-PENDING-FOUND-SW PIC X(01) VALUE 'N'.
000982         88  WS-PENDING-FOUND VALUE 'Y'.
000983     05  WS-REQUESTS-DONE-SW PIC X(01) VALUE 'N'.
000984         88  WS-REQUESTS-DONE VALUE 'Y'.
000985     05  WS-OPERATORS-AVAIL-SW PIC X(01) VALUE 'N'.
000986         88  WS-OPERATORS-AVAILABLE VALUE 'Y'.
000987     05  WS-SIGNED-ON-SW PIC X(01) VALUE 'N'.
000988         88  WS-SIGNED-ON VALUE 'Y'.
000989
000990*----------------------------------------------------------------
001000* DIALOG WORK AREA
001010*----------------------------------------------------------------
001020 01  WS-CHOICE PIC X(01).
001030 01  WS-ANSWER PIC X(01).
001040 01  WS-OPERATOR-ID PIC X(08).
001050 01  WS-BROWSE-LAST-NAME PIC A(10).
001060 01  WS-NEW-DOB PIC X(08).
001070 01  WS-NEW-DOB-NUM REDEFINES WS-NEW-DOB PIC 9(08).
001080 01  WS-NEW-AGE PIC 9(02).
001081*----------------------------------------------------------------
001082* SIGN-ON WORK AREA - THE SIGNED-ON OPERATOR'S ACCESS LEVEL, AND
001083* THE FAILED ATTEMPTS ALLOWED IN A ROW BEFORE THE OPERATOR ID IS
001084* LOCKED, OR IN ONE SESSION BEFORE IT IS ENDED
001085*----------------------------------------------------------------
001086 01  WS-SIGNON-PASSWORD PIC X(08).
001087 01  WS-OPERATOR-LEVEL PIC X(01).
001088     88  WS-OPERATOR-MAY-CORRECT VALUE 'C'.
001089 01  WS-SIGNON-TRIES PIC 9(02) COMP VALUE ZERO.
001090 01  WS-MAX-SIGNON-TRIES PIC 9(02) COMP VALUE 3.
001091
001092*----------------------------------------------------------------
001093* DECISION-HISTORY PAGING - ENTRIES SHOWN BEFORE THE OPERATOR IS
001094* ASKED WHETHER TO GO ON
001095*----------------------------------------------------------------
001096 01  WS-HISTORY-USER-ID PIC X(08).
001097 01  WS-HISTORY-PAGE-SIZE PIC 9(02) COMP VALUE 10.
001098 01  WS-HISTORY-LINES PIC 9(02) COMP.
001099 01  WS-HISTORY-SHOWN PIC 9(04) COMP.
001100 01  WS-DECODE-STATUS PIC X(01).
001101 01  WS-DECODE-TEXT PIC X(08).
001102 01  WS-HISTORY-DECISION PIC X(08).
001103
001104*----------------------------------------------------------------
001110* PARM-CARD WORK AREA - ONLY THE FIRST PROJECTION HORIZON IS
001120* USED HERE, THE SAME ONE CALC-DATA PUTS ON THE MASTER
001130*----------------------------------------------------------------
001200     05  FILLER PIC 9(03) VALUE 10.
001204     05  FILLER PIC 9(08) VALUE ZERO.
001206     05  FILLER PIC X(01) VALUE SPACE.
001208     05  FILLER PIC X(01) VALUE SPACE.
001210
001220 01  WS-PARM-CARD.
001230     05  WS-PROJECTION-YEARS OCCURS 4 TIMES PIC 9(03).
001250     05  WS-MAX-REJECT-PCT PIC 9(03).
001254     05  WS-BUSINESS-DATE PIC 9(08).
001256     05  WS-FORCE-RERUN-SW PIC X(01).
001258     05  WS-UPDATE-MODE-SW PIC X(01).
001260
001270*----------------------------------------------------------------
001280* DERIVE-AGE WORK AREA - TODAY'S DATE AND THE PARTS OF THE
001370 01  WS-AGE-CHECK PIC 9(04) COMP.
001380
001390*----------------------------------------------------------------
001400* CORRECTION-REQUEST WORK AREA
001410*----------------------------------------------------------------
001420 01  WS-CURRENT-DATE PIC X(21).
001430
001460* MAINLINE - RUN THE DIALOG UNTIL THE OPERATOR IS DONE
001470*----------------------------------------------------------------
001480 0000-MAINLINE.
001490     OPEN INPUT USER-MASTER
001500     IF NOT WS-USER-MASTER-OK
001510         DISPLAY "ERROR OPENING USER-MASTER, STATUS="
001520             WS-USER-MASTER-STATUS
001530         MOVE 12 TO RETURN-CODE
001540         SET WS-DONE TO TRUE
001550     END-IF
001560     OPEN I-O DOB-CORRECTION
001570     IF NOT WS-DOB-CORRECTION-OK
001580         OPEN OUTPUT DOB-CORRECTION
001590         IF WS-DOB-CORRECTION-OK
001600             CLOSE DOB-CORRECTION
001610             OPEN I-O DOB-CORRECTION
001630         END-IF
001640     END-IF
001641     IF WS-DOB-CORRECTION-OK
001642         SET WS-CORRECTIONS-AVAILABLE TO TRUE
001643     ELSE
001644         DISPLAY "ERROR OPENING DOB-CORRECTION, STATUS="
001645             WS-DOB-CORRECTION-STATUS
001646         MOVE 12 TO RETURN-CODE
001647     END-IF
001650     PERFORM LOAD-PARM-CARD
001652     OPEN INPUT REASON-FILE
001654     IF WS-REASON-FILE-OK
001656         SET WS-REASONS-AVAILABLE TO TRUE
001658     END-IF
001660     OPEN INPUT DECISION-HISTORY
001662     IF WS-DECISION-HIST-OK
001664         SET WS-HISTORY-AVAILABLE TO TRUE
001666     END-IF
001667     OPEN I-O OPERATOR-FILE
001668     IF WS-OPERATOR-FILE-OK
001669         SET WS-OPERATORS-AVAILABLE TO TRUE
001670     ELSE
001671         DISPLAY "ERROR OPENING OPERATOR-FILE, STATUS="
001672             WS-OPERATOR-FILE-STATUS
001673         DISPLAY "No operator can be signed on"
001674         MOVE 12 TO RETURN-CODE
001675         SET WS-DONE TO TRUE
001676     END-IF
001677     PERFORM INQUIRY-DIALOG THRU INQUIRY-EXIT
001678         UNTIL WS-DONE
001679     IF WS-REASONS-AVAILABLE
001680         CLOSE REASON-FILE
001681     END-IF
001682     IF WS-HISTORY-AVAILABLE
001683         CLOSE DECISION-HISTORY
001684     END-IF
001685     IF WS-CORRECTIONS-AVAILABLE
001686         CLOSE DOB-CORRECTION
001687     END-IF
001689     IF WS-OPERATORS-AVAILABLE
001691         CLOSE OPERATOR-FILE
001693     END-IF
001695     CLOSE USER-MASTER
001700     DISPLAY "Good bye"
001710     GOBACK.
001720
001820     END-IF.
001830
001840*----------------------------------------------------------------
001846* INQUIRY-DIALOG - SIGN THE OPERATOR ON, THEN ONE TRIP AROUND
001852* THE MENU EACH TIME THROUGH
001860*----------------------------------------------------------------
001870 INQUIRY-DIALOG.
001872     IF NOT WS-SIGNED-ON
001874         PERFORM SIGN-ON-OPERATOR
001876     ELSE
001878         PERFORM SHOW-INQUIRY-MENU
001880     END-IF.
001882 INQUIRY-EXIT.
001884     EXIT.
001886
001888*----------------------------------------------------------------
001890* SHOW-INQUIRY-MENU - ONE TRIP AROUND THE MENU
001892*----------------------------------------------------------------
001894 SHOW-INQUIRY-MENU.
001896     DISPLAY " "
001898     DISPLAY "USER-MASTER INQUIRY - OPERATOR " WS-OPERATOR-ID
001900     DISPLAY "  L = look up a person by full key"
001910     DISPLAY "  B = browse forward from a last name"
001915     DISPLAY "  H = decision history for a person"
001920     DISPLAY "  X = exit"
001930     DISPLAY "Choice?"
001940     ACCEPT WS-CHOICE
001980         IF WS-CHOICE = 'B' OR WS-CHOICE = 'b'
001990             PERFORM BROWSE-USERS
002000         ELSE
002010             IF WS-CHOICE = 'H' OR WS-CHOICE = 'h'
002020                 PERFORM SHOW-DECISION-HISTORY
002030             ELSE
002033                 IF WS-CHOICE = 'X' OR WS-CHOICE = 'x'
002036                     SET WS-DONE TO TRUE
002039                 ELSE
002042                     DISPLAY "Please answer L, B, H or X"
002045                 END-IF
002050             END-IF
002060         END-IF
002070     END-IF.
002071
002072*----------------------------------------------------------------
002073* SIGN-ON-OPERATOR - TAKE AN OPERATOR ID AND PASSWORD AND CHECK
002074* THEM AGAINST THE AUTHORITY FILE. TOO MANY FAILURES IN ONE
002075* SESSION END IT
002076*----------------------------------------------------------------
002077 SIGN-ON-OPERATOR.
002078     DISPLAY " "
002079     DISPLAY "USER-MASTER INQUIRY SIGN-ON"
002080     DISPLAY "Operator ID?"
002081     ACCEPT WS-OPERATOR-ID
002082     DISPLAY "Password?"
002083     ACCEPT WS-SIGNON-PASSWORD
002084     MOVE WS-OPERATOR-ID TO OA-OPERATOR-ID
002085     READ OPERATOR-FILE
002086         INVALID KEY
002087         DISPLAY "Sign-on refused"
002088         NOT INVALID KEY
002089         PERFORM VERIFY-OPERATOR
002090     END-READ
002091     MOVE SPACE TO WS-SIGNON-PASSWORD
002092     IF NOT WS-SIGNED-ON
002093         ADD 1 TO WS-SIGNON-TRIES
002094         IF WS-SIGNON-TRIES NOT < WS-MAX-SIGNON-TRIES
002095             DISPLAY "Too many failed sign-ons, session ended"
002096             IF RETURN-CODE < 8
002097                 MOVE 8 TO RETURN-CODE
002098             END-IF
002099             SET WS-DONE TO TRUE
002100         END-IF
002101     END-IF.
002102
002103*----------------------------------------------------------------
002104* VERIFY-OPERATOR - A LOCKED OR INACTIVE OPERATOR IS REFUSED. A
002105* WRONG PASSWORD COUNTS AGAINST THE OPERATOR ID AND LOCKS IT AT
002106* THE LIMIT. A GOOD ONE CLEARS THE COUNT AND STAMPS THE SIGN-ON
002107*----------------------------------------------------------------
002108 VERIFY-OPERATOR.
002109     IF OA-LOCKED
002110         DISPLAY "Operator ID is locked - see the security "
002111             "administrator"
002112     ELSE
002113         IF NOT OA-ACTIVE
002114             DISPLAY "Sign-on refused"
002115         ELSE
002116             IF OA-PASSWORD NOT = WS-SIGNON-PASSWORD
002117                 ADD 1 TO OA-FAILED-SIGNONS
002118                 IF OA-FAILED-SIGNONS NOT < WS-MAX-SIGNON-TRIES
002119                     SET OA-LOCKED TO TRUE
002120                     DISPLAY "Sign-on refused - operator ID now "
002121                         "locked"
002122                 ELSE
002123                     DISPLAY "Sign-on refused"
002124                 END-IF
002125             ELSE
002126                 MOVE ZERO TO OA-FAILED-SIGNONS
002127                 MOVE FUNCTION CURRENT-DATE (1:8)
002128                     TO OA-LAST-SIGNON-DATE
002129                 MOVE OA-ACCESS-LEVEL TO WS-OPERATOR-LEVEL
002130                 SET WS-SIGNED-ON TO TRUE
002131             END-IF
002132             PERFORM REWRITE-OPERATOR-RECORD
002133         END-IF
002134     END-IF.
002135
002136*----------------------------------------------------------------
002137* REWRITE-OPERATOR-RECORD - PUT BACK THE SIGN-ON COUNT AND DATE.
002138* IF THEY CANNOT BE KEPT, NOBODY IS SIGNED ON
002139*----------------------------------------------------------------
002140 REWRITE-OPERATOR-RECORD.
002141     REWRITE OA-OPERATOR-RECORD
002142     END-REWRITE
002143     IF NOT WS-OPERATOR-FILE-OK
002144         DISPLAY "ERROR REWRITING OPERATOR-FILE, STATUS="
002145             WS-OPERATOR-FILE-STATUS
002146         MOVE 12 TO RETURN-CODE
002147         MOVE 'N' TO WS-SIGNED-ON-SW
002148         SET WS-DONE TO TRUE
002149     ELSE
002150         IF WS-SIGNED-ON
002151             DISPLAY "Signed on: " OA-OPERATOR-NAME
002152             IF NOT WS-OPERATOR-MAY-CORRECT
002153                 DISPLAY "View only - corrections not offered"
002154             END-IF
002155         END-IF
002156     END-IF.
002157
002158*----------------------------------------------------------------
002159* LOOKUP-USER - READ ONE PERSON BY USER-ID AND OFFER THE
002160* DATE-OF-BIRTH CORRECTION TO AN OPERATOR CLEARED TO CORRECT
002161*----------------------------------------------------------------
002162 LOOKUP-USER.
002200     DISPLAY "User ID?"
002210     ACCEPT UM-USER-ID
002220     READ USER-MASTER KEY IS UM-USER-ID
002240         DISPLAY "Not on USER-MASTER"
002250         NOT INVALID KEY
002260         PERFORM SHOW-USER-RECORD
002265         IF WS-OPERATOR-MAY-CORRECT
002270             PERFORM OFFER-CORRECTION
002275         END-IF
002280     END-READ.
002290
002300*----------------------------------------------------------------
002926     END-IF.
002928
002930*----------------------------------------------------------------
002931* SHOW-DECISION-HISTORY - PAGE THROUGH ONE PERSON'S DECISIONS,
002932* OLDEST FIRST, A SCREENFUL AT A TIME
002933*----------------------------------------------------------------
002934 SHOW-DECISION-HISTORY.
002935     IF NOT WS-HISTORY-AVAILABLE
002936         DISPLAY "Decision history not available"
002937     ELSE
002938         DISPLAY "User ID?"
002939         ACCEPT WS-HISTORY-USER-ID
002940         MOVE WS-HISTORY-USER-ID TO EH-USER-ID
002941         MOVE ZERO TO EH-BATCH-SEQ
002942         MOVE ZERO TO EH-ENTRY-SEQ
002943         MOVE ZERO TO WS-HISTORY-LINES
002944         MOVE ZERO TO WS-HISTORY-SHOWN
002945         MOVE 'N' TO WS-HISTORY-DONE-SW
002946         START DECISION-HISTORY KEY NOT < EH-HISTORY-KEY
002947             INVALID KEY
002948             SET WS-HISTORY-DONE TO TRUE
002949         END-START
002950         DISPLAY " "
002951         DISPLAY "Batch  Decided  Decision Rsn  Replaced"
002952         PERFORM SHOW-ONE-HISTORY THRU SHOW-ONE-HISTORY-EXIT
002953             UNTIL WS-HISTORY-DONE
002954         IF WS-HISTORY-SHOWN = ZERO
002955             DISPLAY "No decision history for that user ID"
002956         END-IF
002957     END-IF.
002958
002959*----------------------------------------------------------------
002960* SHOW-ONE-HISTORY - SHOW THE NEXT ENTRY FOR THE PERSON, ASKING
002961* WHETHER TO GO ON EACH TIME A SCREENFUL HAS BEEN SHOWN
002962*----------------------------------------------------------------
002963 SHOW-ONE-HISTORY.
002964     READ DECISION-HISTORY NEXT RECORD
002965         AT END
002966         SET WS-HISTORY-DONE TO TRUE
002967     END-READ
002968     IF NOT WS-HISTORY-DONE
002969         IF EH-USER-ID NOT = WS-HISTORY-USER-ID
002970             SET WS-HISTORY-DONE TO TRUE
002971         END-IF
002972     END-IF
002973     IF NOT WS-HISTORY-DONE
002974         AND WS-HISTORY-LINES NOT < WS-HISTORY-PAGE-SIZE
002975         DISPLAY "More history? (N = stop)"
002976         ACCEPT WS-ANSWER
002977         IF WS-ANSWER = 'N' OR WS-ANSWER = 'n'
002978             SET WS-HISTORY-DONE TO TRUE
002979         ELSE
002980             MOVE ZERO TO WS-HISTORY-LINES
002981         END-IF
002982     END-IF
002983     IF NOT WS-HISTORY-DONE
002984         MOVE EH-STATUS TO WS-DECODE-STATUS
002985         PERFORM DECODE-DECISION
002986         MOVE WS-DECODE-TEXT TO WS-HISTORY-DECISION
002987         MOVE EH-PRIOR-STATUS TO WS-DECODE-STATUS
002988         PERFORM DECODE-DECISION
002989         DISPLAY EH-BATCH-SEQ " " EH-DECISION-DATE " "
002990             WS-HISTORY-DECISION " " EH-REASON-CODE " "
002991             WS-DECODE-TEXT " " EH-PRIOR-REASON
002992         IF EH-MERGED-ID NOT = SPACE
002993             DISPLAY "       (merged from " EH-MERGED-ID ")"
002994         END-IF
002995         ADD 1 TO WS-HISTORY-LINES
002996         ADD 1 TO WS-HISTORY-SHOWN
002997     END-IF.
002998 SHOW-ONE-HISTORY-EXIT.
002999     EXIT.
003000
003001*----------------------------------------------------------------
003002* DECODE-DECISION - SPELL OUT A ONE-LETTER DECISION STATUS
003003*----------------------------------------------------------------
003004 DECODE-DECISION.
003005     IF WS-DECODE-STATUS = 'A'
003006         MOVE "ACCEPTED" TO WS-DECODE-TEXT
003007     ELSE
003008         IF WS-DECODE-STATUS = 'R'
003009             MOVE "REJECTED" TO WS-DECODE-TEXT
003010         ELSE
003011             MOVE "PENDING" TO WS-DECODE-TEXT
003012         END-IF
003013     END-IF.
003014
003015*----------------------------------------------------------------
003018* OFFER-CORRECTION - THE SIGNED-ON OPERATOR MAY KEY A CORRECTED
003021* DATE OF BIRTH. IT IS HELD AS A PENDING REQUEST FOR A SECOND
003024* OPERATOR TO APPROVE ON THE APPROVAL SCREEN - NOTHING REACHES
003027* THE MASTER FROM HERE. ONE REQUEST AT A TIME PER PERSON
003030*----------------------------------------------------------------
003033 OFFER-CORRECTION.
003036     DISPLAY "Correct the date of birth? (Y/N)"
003039     ACCEPT WS-ANSWER
003042     IF WS-ANSWER = 'Y' OR WS-ANSWER = 'y'
003045         IF NOT WS-CORRECTIONS-AVAILABLE
003048             DISPLAY "Corrections cannot be keyed just now"
003060         ELSE
003061             PERFORM FIND-PENDING-REQUEST
003062             IF WS-PENDING-FOUND
003063                 DISPLAY "A correction to " DC-NEW-DOB
003064                     " keyed by " DC-REQUESTED-BY
003065                 DISPLAY "is already awaiting approval"
003066             ELSE
003067                 PERFORM REQUEST-CORRECTION
003074             END-IF
003080         END-IF
003090     END-IF.
003100
003110*----------------------------------------------------------------
003120* FIND-PENDING-REQUEST - IS A CORRECTION FOR THIS PERSON ALREADY
003130* WAITING FOR APPROVAL
003140*----------------------------------------------------------------
003141 FIND-PENDING-REQUEST.
003142     MOVE 'N' TO WS-PENDING-FOUND-SW
003143     MOVE 'N' TO WS-REQUESTS-DONE-SW
003144     MOVE UM-USER-ID TO DC-USER-ID
003145     MOVE ZERO TO DC-REQUESTED-DATE
003146     MOVE ZERO TO DC-REQUESTED-TIME
003147     START DOB-CORRECTION KEY NOT < DC-CORRECTION-KEY
003148         INVALID KEY
003149         SET WS-REQUESTS-DONE TO TRUE
003150     END-START
003151     PERFORM CHECK-ONE-REQUEST THRU CHECK-ONE-REQUEST-EXIT
003152         UNTIL WS-REQUESTS-DONE.
003153
003154*----------------------------------------------------------------
003155* CHECK-ONE-REQUEST - LOOK AT THE PERSON'S NEXT REQUEST
003156*----------------------------------------------------------------
003157 CHECK-ONE-REQUEST.
003158     READ DOB-CORRECTION NEXT RECORD
003159         AT END
003160         SET WS-REQUESTS-DONE TO TRUE
003161     END-READ
003162     IF NOT WS-REQUESTS-DONE
003163         IF DC-USER-ID NOT = UM-USER-ID
003164             SET WS-REQUESTS-DONE TO TRUE
003165         ELSE
003166             IF DC-PENDING
003167                 SET WS-PENDING-FOUND TO TRUE
003168                 SET WS-REQUESTS-DONE TO TRUE
003169             END-IF
003170         END-IF
003171     END-IF.
003172 CHECK-ONE-REQUEST-EXIT.
003173     EXIT.
003174
003175*----------------------------------------------------------------
003176* REQUEST-CORRECTION - TAKE THE NEW DATE OF BIRTH, PROVE IT SANE
003177* AND FILE IT, WITH THE VALUES IT WOULD REPLACE, FOR APPROVAL
003178*----------------------------------------------------------------
003179 REQUEST-CORRECTION.
003180     DISPLAY "New date of birth (CCYYMMDD)?"
003181     ACCEPT WS-NEW-DOB
003182     PERFORM VALIDATE-NEW-DOB
003183     IF WS-DOB-VALID
003184         IF WS-NEW-DOB-NUM = UM-DATE-OF-BIRTH
003185             DISPLAY "That is the date of birth already on file"
003186             SET WS-DOB-INVALID TO TRUE
003187         END-IF
003188     END-IF
003190     IF WS-DOB-VALID
003200         MOVE WS-NEW-DOB-NUM TO
003210             WS-DATE-OF-BIRTH OF WS-USER
003220         PERFORM DERIVE-AGE
003230     END-IF
003240     IF WS-DOB-VALID
003246         MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
003252         MOVE UM-USER-ID TO DC-USER-ID
003258         MOVE WS-CURRENT-DATE (1:8) TO DC-REQUESTED-DATE
003264         MOVE WS-CURRENT-DATE (9:6) TO DC-REQUESTED-TIME
003270         MOVE WS-OPERATOR-ID TO DC-REQUESTED-BY
003276         MOVE UM-DATE-OF-BIRTH TO DC-OLD-DOB
003282         MOVE UM-AGE TO DC-OLD-AGE
003288         MOVE UM-NEW-AGE TO DC-OLD-NEW-AGE
003294         MOVE WS-NEW-DOB-NUM TO DC-NEW-DOB
003300         SET DC-PENDING TO TRUE
003306         MOVE SPACE TO DC-DECIDED-BY
003312         MOVE ZERO TO DC-DECIDED-DATE
003318         MOVE ZERO TO DC-DECIDED-TIME
003324         MOVE SPACE TO DC-DECLINE-REASON
003330         WRITE DC-CORRECTION-RECORD
003336         END-WRITE
003342         IF WS-DOB-CORRECTION-DUPLICATE
003348             DISPLAY "Correction keyed twice in one second, "
003354                 "please key it again"
003360         ELSE
003363             IF NOT WS-DOB-CORRECTION-OK
003366                 DISPLAY "ERROR WRITING DOB-CORRECTION, STATUS="
003369                     WS-DOB-CORRECTION-STATUS
003372                 MOVE 12 TO RETURN-CODE
003375             ELSE
003378                 COMPUTE WS-NEW-AGE = WS-AGE OF WS-USER
003381                     + WS-PROJECTION-YEARS (1)
003384                 DISPLAY "Correction filed for approval. Once "
003387                     "approved, current age " WS-AGE OF WS-USER
003390                     ", projected age " WS-NEW-AGE
003393             END-IF
003400         END-IF
003410     END-IF.
003420
003800         SET WS-DOB-INVALID TO TRUE
003810     END-IF
003820     MOVE WS-AGE-CHECK TO WS-AGE OF WS-USER.
004030 END PROGRAM RESEL-INQUIRY.
