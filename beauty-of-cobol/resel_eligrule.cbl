000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. RESEL-ELIGRULE.
000030 AUTHOR. J RESEL.
000040 INSTALLATION. BEAUTY-OF-COBOL.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT DESCRIPTION
000110* ---------- ---- ------------------------------------------------
000120* 2026-10-15 JR   ORIGINAL VERSION - LOADS AND MAINTAINS THE
000130*                 ELIGIBILITY PRE-SCREEN RULES TABLE FROM A CARD
000140*                 FILE OF ADD, CHANGE AND DELETE TRANSACTIONS.
000150*                 EACH RULE IS A RANGE OF PROJECTED AGES AND THE
000160*                 REASON CODE THE INTERFACE REJECTS THEM WITH. THE
000170*                 REASON CODE MUST BE ACTIVE ON THE REASON-CODE
000180*                 FILE AND NO TWO ACTIVE RULES MAY OVERLAP.
000190*----------------------------------------------------------------
000200
000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000230 FILE-CONTROL.
000240     SELECT RULE-FILE ASSIGN TO "ELIGRULE"
000250         ORGANIZATION IS INDEXED
000260         ACCESS MODE IS DYNAMIC
000270         RECORD KEY IS ER-RULE-ID
000280         FILE STATUS IS WS-RULE-FILE-STATUS.
000290
000300     SELECT OPTIONAL REASON-FILE ASSIGN TO "RSNCODES"
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS DYNAMIC
000330         RECORD KEY IS RS-REASON-CODE
000340         FILE STATUS IS WS-REASON-FILE-STATUS.
000350
000360     SELECT RULE-TRANS ASSIGN TO "ELIGRTRN"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-RULE-TRANS-STATUS.
000390
000400 DATA DIVISION.
000410 FILE SECTION.
000420*----------------------------------------------------------------
000430* RULE-FILE - ONE RECORD PER PRE-SCREEN RULE: A RANGE OF
000440* PROJECTED AGES AND THE REASON CODE IT PREDICTS
000450*----------------------------------------------------------------
000460 FD  RULE-FILE
000470     LABEL RECORDS ARE STANDARD.
000480     COPY ELIGRULE.
000490
000500*----------------------------------------------------------------
000510* REASON-FILE - THE REASON CODES A RULE MAY PREDICT
000520*----------------------------------------------------------------
000530 FD  REASON-FILE
000540     LABEL RECORDS ARE STANDARD.
000550     COPY RSNCODE.
000560
000570*----------------------------------------------------------------
000580* RULE-TRANS - THE MAINTENANCE CARDS: ADD, CHANGE OR DELETE ONE
000590* RULE EACH
000600*----------------------------------------------------------------
000610 FD  RULE-TRANS
000620     LABEL RECORDS ARE STANDARD.
000630 01  ET-TRANS-RECORD.
000640     05  ET-TRANS-CODE PIC X(01).
000650         88  ET-ADD-TRANS VALUE 'A'.
000660         88  ET-CHANGE-TRANS VALUE 'C'.
000670         88  ET-DELETE-TRANS VALUE 'D'.
000680     05  ET-RULE-ID PIC X(04).
000690     05  ET-LOW-AGE PIC X(03).
000700     05  ET-HIGH-AGE PIC X(03).
000710     05  ET-REASON-CODE PIC X(04).
000720     05  ET-ACTION PIC X(01).
000730         88  ET-ACTION-VALID VALUES 'H' 'W'.
000740     05  ET-ACTIVE-FLAG PIC X(01).
000750         88  ET-ACTIVE-VALID VALUES 'Y' 'N'.
000760     05  ET-DESCRIPTION PIC X(30).
000770
000780 WORKING-STORAGE SECTION.
000790*----------------------------------------------------------------
000800* FILE STATUS SWITCHES
000810*----------------------------------------------------------------
000820 01  WS-FILE-STATUSES.
000830     05  WS-RULE-FILE-STATUS PIC X(02).
000840         88  WS-RULE-FILE-OK VALUES '00' '02' '22' '23'.
000850     05  WS-REASON-FILE-STATUS PIC X(02).
000860         88  WS-REASON-FILE-OK VALUE '00'.
000870     05  WS-RULE-TRANS-STATUS PIC X(02).
000880         88  WS-RULE-TRANS-OK VALUE '00'.
000890
000900*----------------------------------------------------------------
000910* END-OF-FILE AND CARD SWITCHES
000920*----------------------------------------------------------------
000930 01  WS-SWITCHES.
000940     05  WS-TRANS-EOF-SW PIC X(01) VALUE 'N'.
000950         88  WS-END-OF-TRANS VALUE 'Y'.
000960     05  WS-RULE-EOF-SW PIC X(01) VALUE 'N'.
000970         88  WS-END-OF-RULES VALUE 'Y'.
000980     05  WS-CARD-VALID-SW PIC X(01) VALUE 'Y'.
000990         88  WS-CARD-VALID VALUE 'Y'.
001000         88  WS-CARD-INVALID VALUE 'N'.
001010     05  WS-REASONS-AVAIL-SW PIC X(01) VALUE 'N'.
001020         88  WS-REASONS-AVAILABLE VALUE 'Y'.
001030
001040*----------------------------------------------------------------
001050* RUN DATE - THE DATE A RULE WAS LAST ADDED OR CHANGED
001060*----------------------------------------------------------------
001070 01  WS-RUN-DATE-RAW PIC 9(08).
001080
001090*----------------------------------------------------------------
001100* CANDIDATE RULE - THE RULE AS IT WILL STAND ONCE THE CARD IS
001110* APPLIED, CHECKED AGAINST THE OTHER RULES BEFORE IT IS FILED.
001120* SAME LAYOUT AS ER-RULE-RECORD
001130*----------------------------------------------------------------
001140 01  WS-CANDIDATE-RULE.
001150     05  WS-CR-RULE-ID PIC X(04).
001160     05  WS-CR-LOW-AGE PIC 9(03).
001170     05  WS-CR-HIGH-AGE PIC 9(03).
001180     05  WS-CR-REASON-CODE PIC X(04).
001190     05  WS-CR-ACTION PIC X(01).
001200     05  WS-CR-ACTIVE-FLAG PIC X(01).
001210         88  WS-CR-ACTIVE VALUE 'Y'.
001220     05  WS-CR-DESCRIPTION PIC X(30).
001230     05  WS-CR-CHANGED-DATE PIC 9(08).
001240
001250*----------------------------------------------------------------
001260* CONTROL TOTALS
001270*----------------------------------------------------------------
001280 01  WS-CONTROL-TOTALS.
001290     05  WS-CARDS-READ-CTR PIC 9(07) COMP VALUE ZERO.
001300     05  WS-ADDED-CTR PIC 9(07) COMP VALUE ZERO.
001310     05  WS-CHANGED-CTR PIC 9(07) COMP VALUE ZERO.
001320     05  WS-DELETED-CTR PIC 9(07) COMP VALUE ZERO.
001330     05  WS-REJECTED-CTR PIC 9(07) COMP VALUE ZERO.
001340
001350 PROCEDURE DIVISION.
001360*----------------------------------------------------------------
001370* MAINLINE - RUN THE CODE AS PERFORMED PARAGRAPHS
001380*----------------------------------------------------------------
001390 0000-MAINLINE.
001400     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE-RAW
001410     OPEN I-O RULE-FILE
001420     IF NOT WS-RULE-FILE-OK
001430         OPEN OUTPUT RULE-FILE
001440         IF WS-RULE-FILE-OK
001450             CLOSE RULE-FILE
001460             OPEN I-O RULE-FILE
001470         END-IF
001480     END-IF
001490     IF NOT WS-RULE-FILE-OK
001500         DISPLAY "ERROR OPENING RULE-FILE, STATUS="
001510             WS-RULE-FILE-STATUS
001520         MOVE 12 TO RETURN-CODE
001530         SET WS-END-OF-TRANS TO TRUE
001540     END-IF
001550     OPEN INPUT REASON-FILE
001560     IF WS-REASON-FILE-OK
001570         SET WS-REASONS-AVAILABLE TO TRUE
001580     ELSE
001590         DISPLAY "REASON-CODE FILE NOT AVAILABLE, STATUS="
001600             WS-REASON-FILE-STATUS
001610         DISPLAY "REASON CODES ON THE CARDS ARE NOT CHECKED"
001620     END-IF
001630     OPEN INPUT RULE-TRANS
001640     IF NOT WS-RULE-TRANS-OK
001650         DISPLAY "ERROR OPENING RULE-TRANS, STATUS="
001660             WS-RULE-TRANS-STATUS
001670         MOVE 12 TO RETURN-CODE
001680         SET WS-END-OF-TRANS TO TRUE
001690     END-IF
001700     PERFORM READ-TRANS-CARD
001710     PERFORM APPLY-ONE-CARD THRU APPLY-ONE-EXIT
001720         UNTIL WS-END-OF-TRANS
001730     PERFORM SHOW-CONTROL-TOTALS
001740     CLOSE RULE-TRANS
001750     CLOSE REASON-FILE
001760     CLOSE RULE-FILE
001770     GOBACK.
001780
001790*----------------------------------------------------------------
001800* READ-TRANS-CARD - READ THE NEXT MAINTENANCE CARD
001810*----------------------------------------------------------------
001820 READ-TRANS-CARD.
001830     READ RULE-TRANS
001840         AT END
001850         SET WS-END-OF-TRANS TO TRUE
001860     END-READ
001870     IF NOT WS-END-OF-TRANS
001880         IF NOT WS-RULE-TRANS-OK
001890             DISPLAY "ERROR READING RULE-TRANS, STATUS="
001900                 WS-RULE-TRANS-STATUS
001910             MOVE 12 TO RETURN-CODE
001920             SET WS-END-OF-TRANS TO TRUE
001930         ELSE
001940             ADD 1 TO WS-CARDS-READ-CTR
001950         END-IF
001960     END-IF.
001970
001980*----------------------------------------------------------------
001990* APPLY-ONE-CARD - VALIDATE AND APPLY ONE MAINTENANCE CARD,
002000* THEN READ THE NEXT ONE
002010*----------------------------------------------------------------
002020 APPLY-ONE-CARD.
002030     IF ET-RULE-ID = SPACE
002040         ADD 1 TO WS-REJECTED-CTR
002050         DISPLAY "CARD WITHOUT A RULE ID REJECTED"
002060     ELSE
002070         IF ET-ADD-TRANS
002080             PERFORM ADD-ELIG-RULE
002090         ELSE
002100             IF ET-CHANGE-TRANS
002110                 PERFORM CHANGE-ELIG-RULE
002120             ELSE
002130                 IF ET-DELETE-TRANS
002140                     PERFORM DELETE-ELIG-RULE
002150                 ELSE
002160                     ADD 1 TO WS-REJECTED-CTR
002170                     DISPLAY "INVALID TRANSACTION CODE: "
002180                         ET-TRANS-CODE " " ET-RULE-ID
002190                 END-IF
002200             END-IF
002210         END-IF
002220     END-IF
002230     PERFORM READ-TRANS-CARD.
002240 APPLY-ONE-EXIT.
002250     EXIT.
002260
002270*----------------------------------------------------------------
002280* ADD-ELIG-RULE - A NEW RULE NEEDS BOTH AGES AND A REASON CODE.
002290* AN UNPUNCHED ACTION IS TAKEN AS H (HOLD) AND AN UNPUNCHED
002300* ACTIVE FLAG AS Y. A DUPLICATE RULE ID IS REJECTED
002310*----------------------------------------------------------------
002320 ADD-ELIG-RULE.
002330     SET WS-CARD-VALID TO TRUE
002340     IF ET-LOW-AGE = SPACE
002350         OR ET-HIGH-AGE = SPACE
002360         OR ET-REASON-CODE = SPACE
002370         SET WS-CARD-INVALID TO TRUE
002380         DISPLAY "ADD NEEDS AN AGE RANGE AND REASON CODE: "
002390             ET-RULE-ID
002400     END-IF
002410     PERFORM CHECK-CARD-FIELDS
002420     IF WS-CARD-VALID
002430         MOVE ET-RULE-ID TO WS-CR-RULE-ID
002440         MOVE ET-LOW-AGE TO WS-CR-LOW-AGE
002450         MOVE ET-HIGH-AGE TO WS-CR-HIGH-AGE
002460         MOVE ET-REASON-CODE TO WS-CR-REASON-CODE
002470         IF ET-ACTION = SPACE
002480             MOVE 'H' TO WS-CR-ACTION
002490         ELSE
002500             MOVE ET-ACTION TO WS-CR-ACTION
002510         END-IF
002520         IF ET-ACTIVE-FLAG = SPACE
002530             MOVE 'Y' TO WS-CR-ACTIVE-FLAG
002540         ELSE
002550             MOVE ET-ACTIVE-FLAG TO WS-CR-ACTIVE-FLAG
002560         END-IF
002570         MOVE ET-DESCRIPTION TO WS-CR-DESCRIPTION
002580         MOVE WS-RUN-DATE-RAW TO WS-CR-CHANGED-DATE
002590         PERFORM CHECK-RULE-RANGE
002600     END-IF
002610     IF WS-CARD-INVALID
002620         ADD 1 TO WS-REJECTED-CTR
002630     ELSE
002640         MOVE WS-CANDIDATE-RULE TO ER-RULE-RECORD
002650         WRITE ER-RULE-RECORD
002660             INVALID KEY
002670             ADD 1 TO WS-REJECTED-CTR
002680             DISPLAY "DUPLICATE RULE ID: " ET-RULE-ID
002690             NOT INVALID KEY
002700             ADD 1 TO WS-ADDED-CTR
002710         END-WRITE
002720     END-IF.
002730
002740*----------------------------------------------------------------
002750* CHANGE-ELIG-RULE - OVERLAY WHICHEVER FIELDS ARE PUNCHED. AN
002760* UNPUNCHED FIELD IS LEFT AS IT IS ON FILE. THE CHANGED RULE IS
002770* CHECKED AGAINST THE OTHERS BEFORE IT GOES BACK
002780*----------------------------------------------------------------
002790 CHANGE-ELIG-RULE.
002800     SET WS-CARD-VALID TO TRUE
002810     PERFORM CHECK-CARD-FIELDS
002820     IF WS-CARD-VALID
002830         MOVE ET-RULE-ID TO ER-RULE-ID
002840         READ RULE-FILE
002850             INVALID KEY
002860             SET WS-CARD-INVALID TO TRUE
002870             DISPLAY "RULE NOT ON FILE: " ET-RULE-ID
002880             NOT INVALID KEY
002890             MOVE ER-RULE-RECORD TO WS-CANDIDATE-RULE
002900             PERFORM APPLY-RULE-CHANGE
002910         END-READ
002920     END-IF
002930     IF WS-CARD-VALID
002940         PERFORM CHECK-RULE-RANGE
002950     END-IF
002960     IF WS-CARD-INVALID
002970         ADD 1 TO WS-REJECTED-CTR
002980     ELSE
002990         MOVE ET-RULE-ID TO ER-RULE-ID
003000         READ RULE-FILE
003010             INVALID KEY
003020             ADD 1 TO WS-REJECTED-CTR
003030             DISPLAY "RULE NOT ON FILE: " ET-RULE-ID
003040             NOT INVALID KEY
003050             MOVE WS-CANDIDATE-RULE TO ER-RULE-RECORD
003060             REWRITE ER-RULE-RECORD
003070             END-REWRITE
003080             ADD 1 TO WS-CHANGED-CTR
003090         END-READ
003100     END-IF.
003110
003120*----------------------------------------------------------------
003130* APPLY-RULE-CHANGE - THE PUNCHED FIELDS ONTO THE CANDIDATE
003140*----------------------------------------------------------------
003150 APPLY-RULE-CHANGE.
003160     IF ET-LOW-AGE NOT = SPACE
003170         MOVE ET-LOW-AGE TO WS-CR-LOW-AGE
003180     END-IF
003190     IF ET-HIGH-AGE NOT = SPACE
003200         MOVE ET-HIGH-AGE TO WS-CR-HIGH-AGE
003210     END-IF
003220     IF ET-REASON-CODE NOT = SPACE
003230         MOVE ET-REASON-CODE TO WS-CR-REASON-CODE
003240     END-IF
003250     IF ET-ACTION NOT = SPACE
003260         MOVE ET-ACTION TO WS-CR-ACTION
003270     END-IF
003280     IF ET-ACTIVE-FLAG NOT = SPACE
003290         MOVE ET-ACTIVE-FLAG TO WS-CR-ACTIVE-FLAG
003300     END-IF
003310     IF ET-DESCRIPTION NOT = SPACE
003320         MOVE ET-DESCRIPTION TO WS-CR-DESCRIPTION
003330     END-IF
003340     MOVE WS-RUN-DATE-RAW TO WS-CR-CHANGED-DATE.
003350
003360*----------------------------------------------------------------
003370* DELETE-ELIG-RULE - TAKE A RULE OFF THE FILE. A RULE BEING
003380* RECONSIDERED IS BETTER FLAGGED INACTIVE OR SET TO WATCH
003390*----------------------------------------------------------------
003400 DELETE-ELIG-RULE.
003410     MOVE ET-RULE-ID TO ER-RULE-ID
003420     READ RULE-FILE
003430         INVALID KEY
003440         ADD 1 TO WS-REJECTED-CTR
003450         DISPLAY "RULE NOT ON FILE: " ET-RULE-ID
003460         NOT INVALID KEY
003470         DELETE RULE-FILE RECORD
003480         END-DELETE
003490         ADD 1 TO WS-DELETED-CTR
003500     END-READ.
003510
003520*----------------------------------------------------------------
003530* CHECK-CARD-FIELDS - PUNCHED AGES MUST BE NUMERIC, A PUNCHED
003540* ACTION H (HOLD) OR W (WATCH), A PUNCHED ACTIVE FLAG Y OR N, AND
003550* A PUNCHED REASON CODE ACTIVE ON THE REASON-CODE FILE
003560*----------------------------------------------------------------
003570 CHECK-CARD-FIELDS.
003580     IF ET-LOW-AGE NOT = SPACE
003590         AND ET-LOW-AGE NOT NUMERIC
003600         SET WS-CARD-INVALID TO TRUE
003610         DISPLAY "INVALID LOW AGE: " ET-LOW-AGE " " ET-RULE-ID
003620     END-IF
003630     IF ET-HIGH-AGE NOT = SPACE
003640         AND ET-HIGH-AGE NOT NUMERIC
003650         SET WS-CARD-INVALID TO TRUE
003660         DISPLAY "INVALID HIGH AGE: " ET-HIGH-AGE " " ET-RULE-ID
003670     END-IF
003680     IF ET-ACTION NOT = SPACE
003690         AND NOT ET-ACTION-VALID
003700         SET WS-CARD-INVALID TO TRUE
003710         DISPLAY "INVALID ACTION: " ET-ACTION " " ET-RULE-ID
003720     END-IF
003730     IF ET-ACTIVE-FLAG NOT = SPACE
003740         AND NOT ET-ACTIVE-VALID
003750         SET WS-CARD-INVALID TO TRUE
003760         DISPLAY "INVALID ACTIVE FLAG: " ET-ACTIVE-FLAG " "
003770             ET-RULE-ID
003780     END-IF
003790     IF ET-REASON-CODE NOT = SPACE
003800         AND WS-REASONS-AVAILABLE
003810         MOVE ET-REASON-CODE TO RS-REASON-CODE
003820         READ REASON-FILE
003830             INVALID KEY
003840             SET WS-CARD-INVALID TO TRUE
003850             DISPLAY "REASON CODE NOT ON FILE: " ET-REASON-CODE
003860                 " " ET-RULE-ID
003870             NOT INVALID KEY
003880             IF NOT RS-ACTIVE
003890                 SET WS-CARD-INVALID TO TRUE
003900                 DISPLAY "REASON CODE NOT ACTIVE: " ET-REASON-CODE
003910                     " " ET-RULE-ID
003920             END-IF
003930         END-READ
003940     END-IF.
003950
003960*----------------------------------------------------------------
003970* CHECK-RULE-RANGE - THE LOW AGE MAY NOT BE ABOVE THE HIGH AGE,
003980* AND AN ACTIVE RULE MAY NOT SHARE ANY AGE WITH ANOTHER ACTIVE
003990* RULE, SO EVERY AGE PREDICTS AT MOST ONE REASON CODE
004000*----------------------------------------------------------------
004010 CHECK-RULE-RANGE.
004020     IF WS-CR-LOW-AGE > WS-CR-HIGH-AGE
004030         SET WS-CARD-INVALID TO TRUE
004040         DISPLAY "LOW AGE ABOVE HIGH AGE: " ET-RULE-ID
004050     END-IF
004060     IF WS-CARD-VALID
004070         AND WS-CR-ACTIVE
004080         MOVE 'N' TO WS-RULE-EOF-SW
004090         MOVE LOW-VALUES TO ER-RULE-ID
004100         START RULE-FILE KEY NOT < ER-RULE-ID
004110             INVALID KEY
004120             SET WS-END-OF-RULES TO TRUE
004130         END-START
004140         PERFORM CHECK-ONE-OVERLAP
004150             UNTIL WS-END-OF-RULES
004160     END-IF.
004170
004180*----------------------------------------------------------------
004190* CHECK-ONE-OVERLAP - READ THE NEXT RULE ON FILE AND REJECT THE
004200* CARD IF IT IS ANOTHER ACTIVE RULE WHOSE RANGE MEETS THIS ONE
004210*----------------------------------------------------------------
004220 CHECK-ONE-OVERLAP.
004230     READ RULE-FILE NEXT RECORD
004240         AT END
004250         SET WS-END-OF-RULES TO TRUE
004260         NOT AT END
004270         IF ER-RULE-ID NOT = WS-CR-RULE-ID
004280             AND ER-ACTIVE
004290             AND ER-LOW-AGE NOT > WS-CR-HIGH-AGE
004300             AND ER-HIGH-AGE NOT < WS-CR-LOW-AGE
004310             SET WS-CARD-INVALID TO TRUE
004320             DISPLAY "AGE RANGE OVERLAPS RULE " ER-RULE-ID ": "
004330                 ET-RULE-ID
004340             SET WS-END-OF-RULES TO TRUE
004350         END-IF
004360     END-READ.
004370
004380*----------------------------------------------------------------
004390* SHOW-CONTROL-TOTALS - WHAT THE MAINTENANCE RUN APPLIED
004400*----------------------------------------------------------------
004410 SHOW-CONTROL-TOTALS.
004420     DISPLAY "----------------------------------------"
004430     DISPLAY "ELIGIBILITY RULES MAINTENANCE CONTROL TOTALS"
004440     DISPLAY "  CARDS READ ............ " WS-CARDS-READ-CTR
004450     DISPLAY "  RULES ADDED ........... " WS-ADDED-CTR
004460     DISPLAY "  RULES CHANGED ......... " WS-CHANGED-CTR
004470     DISPLAY "  RULES DELETED ......... " WS-DELETED-CTR
004480     DISPLAY "  CARDS REJECTED ........ " WS-REJECTED-CTR
004490     DISPLAY "----------------------------------------"
004500     IF WS-REJECTED-CTR > ZERO
004510         AND RETURN-CODE < 4
004520         MOVE 4 TO RETURN-CODE
004530     END-IF.
004540 END PROGRAM RESEL-ELIGRULE.
