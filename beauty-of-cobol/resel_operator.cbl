000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. RESEL-OPERATOR.
000030 AUTHOR. J RESEL.
000040 INSTALLATION. BEAUTY-OF-COBOL.
000050 DATE-WRITTEN. 2026-10-09.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT DESCRIPTION
000110* ---------- ---- ------------------------------------------------
000120* 2026-10-09 JR   ORIGINAL VERSION - LOADS AND MAINTAINS THE
000130*                 OPERATOR AUTHORITY FILE THE INQUIRY AND APPROVAL
000140*                 SCREENS SIGN OPERATORS ON AGAINST, FROM A CARD
000150*                 FILE OF ADD, CHANGE, DELETE AND UNLOCK
000160*                 TRANSACTIONS. AN UNLOCK CLEARS A LOCKOUT AFTER
000170*                 REPEATED FAILED SIGN-ONS AND MAY SET A NEW
000180*                 PASSWORD.
000190*----------------------------------------------------------------
000200
000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000230 FILE-CONTROL.
000240     SELECT OPERATOR-FILE ASSIGN TO "OPERAUTH"
000250         ORGANIZATION IS INDEXED
000260         ACCESS MODE IS DYNAMIC
000270         RECORD KEY IS OA-OPERATOR-ID
000280         FILE STATUS IS WS-OPERATOR-FILE-STATUS.
000290
000300     SELECT OPERATOR-TRANS ASSIGN TO "OPRTRANS"
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS WS-OPERATOR-TRANS-STATUS.
000330
000340 DATA DIVISION.
000350 FILE SECTION.
000360*----------------------------------------------------------------
000370* OPERATOR-FILE - ONE RECORD PER OPERATOR WHO MAY SIGN ON TO THE
000380* INQUIRY AND APPROVAL SCREENS
000390*----------------------------------------------------------------
000400 FD  OPERATOR-FILE
000410     LABEL RECORDS ARE STANDARD.
000420     COPY OPERAUTH.
000430
000440*----------------------------------------------------------------
000450* OPERATOR-TRANS - THE MAINTENANCE CARDS: ADD, CHANGE, DELETE OR
000460* UNLOCK ONE OPERATOR EACH
000470*----------------------------------------------------------------
000480 FD  OPERATOR-TRANS
000490     LABEL RECORDS ARE STANDARD.
000500 01  OT-TRANS-RECORD.
000510     05  OT-TRANS-CODE PIC X(01).
000520         88  OT-ADD-TRANS VALUE 'A'.
000530         88  OT-CHANGE-TRANS VALUE 'C'.
000540         88  OT-DELETE-TRANS VALUE 'D'.
000550         88  OT-UNLOCK-TRANS VALUE 'U'.
000560     05  OT-OPERATOR-ID PIC X(08).
000570     05  OT-OPERATOR-NAME PIC X(30).
000580     05  OT-ACCESS-LEVEL PIC X(01).
000590         88  OT-LEVEL-VALID VALUES 'V' 'C'.
000600     05  OT-ACTIVE-FLAG PIC X(01).
000610         88  OT-ACTIVE-VALID VALUES 'Y' 'N'.
000620     05  OT-PASSWORD PIC X(08).
000630
000640 WORKING-STORAGE SECTION.
000650*----------------------------------------------------------------
000660* FILE STATUS SWITCHES
000670*----------------------------------------------------------------
000680 01  WS-FILE-STATUSES.
000690     05  WS-OPERATOR-FILE-STATUS PIC X(02).
000700         88  WS-OPERATOR-FILE-OK VALUES '00' '02' '22' '23'.
000710     05  WS-OPERATOR-TRANS-STATUS PIC X(02).
000720         88  WS-OPERATOR-TRANS-OK VALUE '00'.
000730
000740*----------------------------------------------------------------
000750* END-OF-FILE AND CARD SWITCHES
000760*----------------------------------------------------------------
000770 01  WS-SWITCHES.
000780     05  WS-TRANS-EOF-SW PIC X(01) VALUE 'N'.
000790         88  WS-END-OF-TRANS VALUE 'Y'.
000800     05  WS-CARD-VALID-SW PIC X(01) VALUE 'Y'.
000810         88  WS-CARD-VALID VALUE 'Y'.
000820         88  WS-CARD-INVALID VALUE 'N'.
000830
000840*----------------------------------------------------------------
000850* RUN DATE - THE DATE AN ADDED OPERATOR WENT ON FILE
000860*----------------------------------------------------------------
000870 01  WS-RUN-DATE-RAW PIC 9(08).
000880
000890*----------------------------------------------------------------
000900* CONTROL TOTALS
000910*----------------------------------------------------------------
000920 01  WS-CONTROL-TOTALS.
000930     05  WS-CARDS-READ-CTR PIC 9(07) COMP VALUE ZERO.
000940     05  WS-ADDED-CTR PIC 9(07) COMP VALUE ZERO.
000950     05  WS-CHANGED-CTR PIC 9(07) COMP VALUE ZERO.
000960     05  WS-DELETED-CTR PIC 9(07) COMP VALUE ZERO.
000970     05  WS-UNLOCKED-CTR PIC 9(07) COMP VALUE ZERO.
000980     05  WS-REJECTED-CTR PIC 9(07) COMP VALUE ZERO.
000990
001000 PROCEDURE DIVISION.
001010*----------------------------------------------------------------
001020* MAINLINE - RUN THE CODE AS PERFORMED PARAGRAPHS
001030*----------------------------------------------------------------
001040 0000-MAINLINE.
001050     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE-RAW
001060     OPEN I-O OPERATOR-FILE
001070     IF NOT WS-OPERATOR-FILE-OK
001080         OPEN OUTPUT OPERATOR-FILE
001090     END-IF
001100     IF NOT WS-OPERATOR-FILE-OK
001110         DISPLAY "ERROR OPENING OPERATOR-FILE, STATUS="
001120             WS-OPERATOR-FILE-STATUS
001130         MOVE 12 TO RETURN-CODE
001140         SET WS-END-OF-TRANS TO TRUE
001150     END-IF
001160     OPEN INPUT OPERATOR-TRANS
001170     IF NOT WS-OPERATOR-TRANS-OK
001180         DISPLAY "ERROR OPENING OPERATOR-TRANS, STATUS="
001190             WS-OPERATOR-TRANS-STATUS
001200         MOVE 12 TO RETURN-CODE
001210         SET WS-END-OF-TRANS TO TRUE
001220     END-IF
001230     PERFORM READ-TRANS-CARD
001240     PERFORM APPLY-ONE-CARD THRU APPLY-ONE-EXIT
001250         UNTIL WS-END-OF-TRANS
001260     PERFORM SHOW-CONTROL-TOTALS
001270     CLOSE OPERATOR-TRANS
001280     CLOSE OPERATOR-FILE
001290     GOBACK.
001300
001310*----------------------------------------------------------------
001320* READ-TRANS-CARD - READ THE NEXT MAINTENANCE CARD
001330*----------------------------------------------------------------
001340 READ-TRANS-CARD.
001350     READ OPERATOR-TRANS
001360         AT END
001370         SET WS-END-OF-TRANS TO TRUE
001380     END-READ
001390     IF NOT WS-END-OF-TRANS
001400         IF NOT WS-OPERATOR-TRANS-OK
001410             DISPLAY "ERROR READING OPERATOR-TRANS, STATUS="
001420                 WS-OPERATOR-TRANS-STATUS
001430             MOVE 12 TO RETURN-CODE
001440             SET WS-END-OF-TRANS TO TRUE
001450         ELSE
001460             ADD 1 TO WS-CARDS-READ-CTR
001470         END-IF
001480     END-IF.
001490
001500*----------------------------------------------------------------
001510* APPLY-ONE-CARD - VALIDATE AND APPLY ONE MAINTENANCE CARD,
001520* THEN READ THE NEXT ONE
001530*----------------------------------------------------------------
001540 APPLY-ONE-CARD.
001550     IF OT-OPERATOR-ID = SPACE
001560         ADD 1 TO WS-REJECTED-CTR
001570         DISPLAY "CARD WITHOUT AN OPERATOR ID REJECTED"
001580     ELSE
001590         IF OT-ADD-TRANS
001600             PERFORM ADD-OPERATOR
001610         ELSE
001620             IF OT-CHANGE-TRANS
001630                 PERFORM CHANGE-OPERATOR
001640             ELSE
001650                 IF OT-DELETE-TRANS
001660                     PERFORM DELETE-OPERATOR
001670                 ELSE
001680                     IF OT-UNLOCK-TRANS
001690                         PERFORM UNLOCK-OPERATOR
001700                     ELSE
001710                         ADD 1 TO WS-REJECTED-CTR
001720                         DISPLAY "INVALID TRANSACTION CODE: "
001730                             OT-TRANS-CODE " " OT-OPERATOR-ID
001740                     END-IF
001750                 END-IF
001760             END-IF
001770         END-IF
001780     END-IF
001790     PERFORM READ-TRANS-CARD.
001800 APPLY-ONE-EXIT.
001810     EXIT.
001820
001830*----------------------------------------------------------------
001840* ADD-OPERATOR - A NEW OPERATOR NEEDS A NAME, A VALID ACCESS
001850* LEVEL AND A FIRST PASSWORD. THEY START UNLOCKED AND NEVER
001860* SIGNED ON. A DUPLICATE IS REJECTED SO A DOUBLE-PUNCHED CARD
001870* CANNOT QUIETLY RESET SOMEONE'S PASSWORD
001880*----------------------------------------------------------------
001890 ADD-OPERATOR.
001900     SET WS-CARD-VALID TO TRUE
001910     IF OT-OPERATOR-NAME = SPACE
001920         OR OT-PASSWORD = SPACE
001930         SET WS-CARD-INVALID TO TRUE
001940         DISPLAY "ADD NEEDS A NAME AND PASSWORD: " OT-OPERATOR-ID
001950     END-IF
001960     PERFORM CHECK-CARD-FLAGS
001970     IF OT-ACCESS-LEVEL = SPACE
001980         SET WS-CARD-INVALID TO TRUE
001990         DISPLAY "ADD NEEDS AN ACCESS LEVEL: " OT-OPERATOR-ID
002000     END-IF
002010     IF WS-CARD-INVALID
002020         ADD 1 TO WS-REJECTED-CTR
002030     ELSE
002040         MOVE OT-OPERATOR-ID TO OA-OPERATOR-ID
002050         MOVE OT-OPERATOR-NAME TO OA-OPERATOR-NAME
002060         MOVE OT-PASSWORD TO OA-PASSWORD
002070         MOVE OT-ACCESS-LEVEL TO OA-ACCESS-LEVEL
002080         IF OT-ACTIVE-FLAG = SPACE
002090             SET OA-ACTIVE TO TRUE
002100         ELSE
002110             MOVE OT-ACTIVE-FLAG TO OA-ACTIVE-FLAG
002120         END-IF
002130         MOVE ZERO TO OA-LAST-SIGNON-DATE
002140         MOVE ZERO TO OA-FAILED-SIGNONS
002150         SET OA-NOT-LOCKED TO TRUE
002160         MOVE WS-RUN-DATE-RAW TO OA-ADDED-DATE
002170         WRITE OA-OPERATOR-RECORD
002180             INVALID KEY
002190             ADD 1 TO WS-REJECTED-CTR
002200             DISPLAY "DUPLICATE OPERATOR ID: " OT-OPERATOR-ID
002210             NOT INVALID KEY
002220             ADD 1 TO WS-ADDED-CTR
002230         END-WRITE
002240     END-IF.
002250
002260*----------------------------------------------------------------
002270* CHANGE-OPERATOR - OVERLAY THE NAME, ACCESS LEVEL, ACTIVE FLAG
002280* OR PASSWORD, WHICHEVER ARE PUNCHED. AN UNPUNCHED FIELD IS LEFT
002290* AS IT IS ON FILE
002300*----------------------------------------------------------------
002310 CHANGE-OPERATOR.
002320     SET WS-CARD-VALID TO TRUE
002330     PERFORM CHECK-CARD-FLAGS
002340     IF WS-CARD-INVALID
002350         ADD 1 TO WS-REJECTED-CTR
002360     ELSE
002370         MOVE OT-OPERATOR-ID TO OA-OPERATOR-ID
002380         READ OPERATOR-FILE
002390             INVALID KEY
002400             ADD 1 TO WS-REJECTED-CTR
002410             DISPLAY "OPERATOR NOT ON FILE: " OT-OPERATOR-ID
002420             NOT INVALID KEY
002430             PERFORM APPLY-OPERATOR-CHANGE
002440             REWRITE OA-OPERATOR-RECORD
002450             END-REWRITE
002460             ADD 1 TO WS-CHANGED-CTR
002470         END-READ
002480     END-IF.
002490
002500*----------------------------------------------------------------
002510* APPLY-OPERATOR-CHANGE - THE PUNCHED FIELDS ONTO THE RECORD
002520*----------------------------------------------------------------
002530 APPLY-OPERATOR-CHANGE.
002540     IF OT-OPERATOR-NAME NOT = SPACE
002550         MOVE OT-OPERATOR-NAME TO OA-OPERATOR-NAME
002560     END-IF
002570     IF OT-ACCESS-LEVEL NOT = SPACE
002580         MOVE OT-ACCESS-LEVEL TO OA-ACCESS-LEVEL
002590     END-IF
002600     IF OT-ACTIVE-FLAG NOT = SPACE
002610         MOVE OT-ACTIVE-FLAG TO OA-ACTIVE-FLAG
002620     END-IF
002630     IF OT-PASSWORD NOT = SPACE
002640         MOVE OT-PASSWORD TO OA-PASSWORD
002650     END-IF.
002660
002670*----------------------------------------------------------------
002680* DELETE-OPERATOR - TAKE AN OPERATOR OFF THE FILE. SOMEONE AWAY
002690* FOR A WHILE IS BETTER FLAGGED INACTIVE
002700*----------------------------------------------------------------
002710 DELETE-OPERATOR.
002720     MOVE OT-OPERATOR-ID TO OA-OPERATOR-ID
002730     READ OPERATOR-FILE
002740         INVALID KEY
002750         ADD 1 TO WS-REJECTED-CTR
002760         DISPLAY "OPERATOR NOT ON FILE: " OT-OPERATOR-ID
002770         NOT INVALID KEY
002780         DELETE OPERATOR-FILE RECORD
002790         END-DELETE
002800         ADD 1 TO WS-DELETED-CTR
002810     END-READ.
002820
002830*----------------------------------------------------------------
002840* UNLOCK-OPERATOR - CLEAR A LOCKOUT AND THE FAILED SIGN-ON COUNT,
002850* SETTING A NEW PASSWORD IF ONE IS PUNCHED
002860*----------------------------------------------------------------
002870 UNLOCK-OPERATOR.
002880     MOVE OT-OPERATOR-ID TO OA-OPERATOR-ID
002890     READ OPERATOR-FILE
002900         INVALID KEY
002910         ADD 1 TO WS-REJECTED-CTR
002920         DISPLAY "OPERATOR NOT ON FILE: " OT-OPERATOR-ID
002930         NOT INVALID KEY
002940         MOVE ZERO TO OA-FAILED-SIGNONS
002950         SET OA-NOT-LOCKED TO TRUE
002960         IF OT-PASSWORD NOT = SPACE
002970             MOVE OT-PASSWORD TO OA-PASSWORD
002980         END-IF
002990         REWRITE OA-OPERATOR-RECORD
003000         END-REWRITE
003010         ADD 1 TO WS-UNLOCKED-CTR
003020     END-READ.
003030
003040*----------------------------------------------------------------
003050* CHECK-CARD-FLAGS - A PUNCHED ACCESS LEVEL MUST BE V (VIEW ONLY)
003060* OR C (VIEW AND CORRECT), A PUNCHED ACTIVE FLAG Y OR N
003070*----------------------------------------------------------------
003080 CHECK-CARD-FLAGS.
003090     IF OT-ACCESS-LEVEL NOT = SPACE
003100         AND NOT OT-LEVEL-VALID
003110         SET WS-CARD-INVALID TO TRUE
003120         DISPLAY "INVALID ACCESS LEVEL: " OT-ACCESS-LEVEL " "
003130             OT-OPERATOR-ID
003140     END-IF
003150     IF OT-ACTIVE-FLAG NOT = SPACE
003160         AND NOT OT-ACTIVE-VALID
003170         SET WS-CARD-INVALID TO TRUE
003180         DISPLAY "INVALID ACTIVE FLAG: " OT-ACTIVE-FLAG " "
003190             OT-OPERATOR-ID
003200     END-IF.
003210
003220*----------------------------------------------------------------
003230* SHOW-CONTROL-TOTALS - WHAT THE MAINTENANCE RUN APPLIED
003240*----------------------------------------------------------------
003250 SHOW-CONTROL-TOTALS.
003260     DISPLAY "----------------------------------------"
003270     DISPLAY "OPERATOR AUTHORITY MAINTENANCE CONTROL TOTALS"
003280     DISPLAY "  CARDS READ ............ " WS-CARDS-READ-CTR
003290     DISPLAY "  OPERATORS ADDED ....... " WS-ADDED-CTR
003300     DISPLAY "  OPERATORS CHANGED ..... " WS-CHANGED-CTR
003310     DISPLAY "  OPERATORS DELETED ..... " WS-DELETED-CTR
003320     DISPLAY "  OPERATORS UNLOCKED .... " WS-UNLOCKED-CTR
003330     DISPLAY "  CARDS REJECTED ........ " WS-REJECTED-CTR
003340     DISPLAY "----------------------------------------"
003350     IF WS-REJECTED-CTR > ZERO
003360         AND RETURN-CODE < 4
003370         MOVE 4 TO RETURN-CODE
003380     END-IF.
003390 END PROGRAM RESEL-OPERATOR.
