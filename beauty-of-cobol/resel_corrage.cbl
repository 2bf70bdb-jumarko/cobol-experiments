000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. RESEL-CORRAGE.
000030 AUTHOR. J RESEL.
000040 INSTALLATION. BEAUTY-OF-COBOL.
000050 DATE-WRITTEN. 2026-09-25.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT DESCRIPTION
000110* ---------- ---- ------------------------------------------------
000120* 2026-09-25 JR   ORIGINAL VERSION - AGING LIST OF THE DATE-OF-
000130*                 BIRTH CORRECTIONS ON DOBCORR STILL AWAITING
000140*                 APPROVAL MORE THAN THE CAGPARM NUMBER OF DAYS
000150*                 AFTER THEY WERE KEYED. ENDS RC=4 WHEN ANYTHING
000160*                 IS LISTED SO THE SCHEDULER CAN CHASE THE
000170*                 SUPERVISORS.
000172* 2026-10-15 JR   WHEN THE REPORT OR DOBCORR CANNOT BE OPENED THE
000174*                 RUN NOW WRITES NO REPORT AT ALL, INSTEAD OF
000176*                 WRITING TO A FILE THAT IS NOT OPEN.
000180*----------------------------------------------------------------
000190
000200 ENVIRONMENT DIVISION.
000210 INPUT-OUTPUT SECTION.
000220 FILE-CONTROL.
000230     SELECT DOB-CORRECTION ASSIGN TO "DOBCORR"
000240         ORGANIZATION IS INDEXED
000250         ACCESS MODE IS SEQUENTIAL
000260         RECORD KEY IS DC-CORRECTION-KEY
000270         FILE STATUS IS WS-DOB-CORRECTION-STATUS.
000280
000290     SELECT OPTIONAL PARM-FILE ASSIGN TO "CAGPARM"
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS WS-PARM-FILE-STATUS.
000320
000330     SELECT AGING-RPT ASSIGN TO "CAGRPT"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-AGING-RPT-STATUS.
000360
000370 DATA DIVISION.
000380 FILE SECTION.
000390*----------------------------------------------------------------
000400* DOB-CORRECTION - THE CORRECTIONS KEYED AT THE INQUIRY SCREEN
000410*----------------------------------------------------------------
000420 FD  DOB-CORRECTION
000430     LABEL RECORDS ARE STANDARD.
000440     COPY DOBCORR.
000450
000460*----------------------------------------------------------------
000470* PARM-FILE - ONE CARD GIVING HOW MANY DAYS A REQUEST MAY WAIT
000480* BEFORE IT IS LISTED
000490*----------------------------------------------------------------
000500 FD  PARM-FILE
000510     LABEL RECORDS ARE STANDARD.
000520 01  CP-PARM-RECORD.
000530     05  CP-AGING-DAYS PIC 9(03).
000540
000550*----------------------------------------------------------------
000560* AGING-RPT - THE OVERDUE REQUESTS
000570*----------------------------------------------------------------
000580 FD  AGING-RPT
000590     LABEL RECORDS ARE STANDARD.
000600 01  CA-REPORT-LINE PIC X(80).
000610
000620 WORKING-STORAGE SECTION.
000630*----------------------------------------------------------------
000640* FILE STATUS SWITCHES
000650*----------------------------------------------------------------
000660 01  WS-FILE-STATUSES.
000670     05  WS-DOB-CORRECTION-STATUS PIC X(02).
000680         88  WS-DOB-CORRECTION-OK VALUE '00'.
000690     05  WS-PARM-FILE-STATUS PIC X(02).
000700         88  WS-PARM-FILE-OK VALUE '00'.
000710     05  WS-AGING-RPT-STATUS PIC X(02).
000720         88  WS-AGING-RPT-OK VALUE '00'.
000730
000740*----------------------------------------------------------------
000750* END-OF-FILE SWITCH
000760*----------------------------------------------------------------
000770 01  WS-SWITCHES.
000780     05  WS-CORRECTION-EOF-SW PIC X(01) VALUE 'N'.
000790         88  WS-END-OF-CORRECTIONS VALUE 'Y'.
000793     05  WS-OPEN-ERROR-SW PIC X(01) VALUE 'N'.
000796         88  WS-OPEN-ERROR VALUE 'Y'.
000800
000810*----------------------------------------------------------------
000820* AGING LIMIT - DEFAULT, OVERRIDABLE BY THE CAGPARM CARD
000830*----------------------------------------------------------------
000840 01  WS-AGING-DAYS PIC 9(03) VALUE 3.
000850 01  WS-DAYS-WAITING PIC 9(05).
000860
000870*----------------------------------------------------------------
000880* CONTROL TOTALS
000890*----------------------------------------------------------------
000900 01  WS-CONTROL-TOTALS.
000910     05  WS-REQUESTS-READ-CTR PIC 9(07) COMP VALUE ZERO.
000920     05  WS-PENDING-CTR PIC 9(07) COMP VALUE ZERO.
000930     05  WS-OVERDUE-CTR PIC 9(07) COMP VALUE ZERO.
000940
000950*----------------------------------------------------------------
000960* PAGE AND LINE CONTROL
000970*----------------------------------------------------------------
000980 01  WS-PAGE-CTR PIC 9(04) COMP VALUE ZERO.
000990 01  WS-LINE-CTR PIC 9(03) COMP VALUE ZERO.
001000 01  WS-LINES-PER-PAGE PIC 9(03) COMP VALUE 55.
001010
001020*----------------------------------------------------------------
001030* RUN DATE, THE DAY THE WAIT IS MEASURED TO
001040*----------------------------------------------------------------
001050 01  WS-RUN-DATE-RAW PIC 9(08).
001060
001070*----------------------------------------------------------------
001080* REPORT LINES
001090*----------------------------------------------------------------
001100 01  WS-HEADING-1.
001110     05  FILLER PIC X(33)
001120         VALUE "DOB CORRECTIONS AWAITING SIGN-OFF".
001130     05  FILLER PIC X(03) VALUE SPACE.
001140     05  FILLER PIC X(09) VALUE "RUN DATE ".
001150     05  WS-H1-RUN-DATE PIC 9(08).
001160     05  FILLER PIC X(14) VALUE SPACE.
001170     05  FILLER PIC X(05) VALUE "PAGE ".
001180     05  WS-H1-PAGE-NO PIC ZZZ9.
001190
001200 01  WS-HEADING-2.
001210     05  FILLER PIC X(25) VALUE "PENDING MORE THAN DAYS: ".
001220     05  WS-H2-AGING-DAYS PIC ZZ9.
001230
001240 01  WS-HEADING-3.
001250     05  FILLER PIC X(10) VALUE "USER ID".
001260     05  FILLER PIC X(10) VALUE "KEYED ON".
001270     05  FILLER PIC X(10) VALUE "KEYED BY".
001280     05  FILLER PIC X(10) VALUE "DOB NOW".
001290     05  FILLER PIC X(10) VALUE "DOB NEW".
001300     05  FILLER PIC X(06) VALUE "DAYS".
001310
001320 01  WS-DETAIL-LINE.
001330     05  WS-DL-USER-ID PIC X(08).
001340     05  FILLER PIC X(02) VALUE SPACE.
001350     05  WS-DL-REQUESTED-DATE PIC 9(08).
001360     05  FILLER PIC X(02) VALUE SPACE.
001370     05  WS-DL-REQUESTED-BY PIC X(08).
001380     05  FILLER PIC X(02) VALUE SPACE.
001390     05  WS-DL-OLD-DOB PIC 9(08).
001400     05  FILLER PIC X(02) VALUE SPACE.
001410     05  WS-DL-NEW-DOB PIC 9(08).
001420     05  FILLER PIC X(02) VALUE SPACE.
001430     05  WS-DL-DAYS-WAITING PIC ZZZZ9.
001440
001450 PROCEDURE DIVISION.
001460*----------------------------------------------------------------
001470* MAINLINE - RUN THE CODE AS PERFORMED PARAGRAPHS
001480*----------------------------------------------------------------
001490 0000-MAINLINE.
001500     OPEN INPUT DOB-CORRECTION
001510     IF NOT WS-DOB-CORRECTION-OK
001520         DISPLAY "ERROR OPENING DOB-CORRECTION, STATUS="
001530             WS-DOB-CORRECTION-STATUS
001540         MOVE 12 TO RETURN-CODE
001550         SET WS-OPEN-ERROR TO TRUE
001560     END-IF
001570     OPEN OUTPUT AGING-RPT
001580     IF NOT WS-AGING-RPT-OK
001590         DISPLAY "ERROR OPENING AGING-RPT, STATUS="
001600             WS-AGING-RPT-STATUS
001610         MOVE 12 TO RETURN-CODE
001620         SET WS-OPEN-ERROR TO TRUE
001630     END-IF
001640     PERFORM LOAD-PARM-CARD
001650     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE-RAW
001660     MOVE WS-RUN-DATE-RAW TO WS-H1-RUN-DATE
001670     MOVE WS-AGING-DAYS TO WS-H2-AGING-DAYS
001680     IF NOT WS-OPEN-ERROR
001690         PERFORM WRITE-PAGE-HEADING
001700         PERFORM READ-CORRECTION-RECORD
001710         PERFORM PROCESS-CORRECTION THRU PROC-CORRECTION-EXIT
001720             UNTIL WS-END-OF-CORRECTIONS
001730     END-IF
001740     PERFORM SHOW-CONTROL-TOTALS
001750     CLOSE AGING-RPT
001760     CLOSE DOB-CORRECTION
001770     IF WS-OVERDUE-CTR > ZERO
001780         AND RETURN-CODE < 4
001790         MOVE 4 TO RETURN-CODE
001800     END-IF
001810     GOBACK.
001820
001830*----------------------------------------------------------------
001840* LOAD-PARM-CARD - PICK UP THE AGING LIMIT IF A CARD IS PRESENT
001850*----------------------------------------------------------------
001860 LOAD-PARM-CARD.
001870     OPEN INPUT PARM-FILE
001880     IF WS-PARM-FILE-OK
001890         READ PARM-FILE
001900             NOT AT END
001910             IF CP-AGING-DAYS NUMERIC
001920                 MOVE CP-AGING-DAYS TO WS-AGING-DAYS
001930             END-IF
001940         END-READ
001950         CLOSE PARM-FILE
001960     END-IF.
001970
001980*----------------------------------------------------------------
001990* READ-CORRECTION-RECORD - READ THE NEXT CORRECTION REQUEST
002000*----------------------------------------------------------------
002010 READ-CORRECTION-RECORD.
002020     READ DOB-CORRECTION
002030         AT END
002040         SET WS-END-OF-CORRECTIONS TO TRUE
002050     END-READ
002060     IF NOT WS-END-OF-CORRECTIONS
002070         IF NOT WS-DOB-CORRECTION-OK
002080             DISPLAY "ERROR READING DOB-CORRECTION, STATUS="
002090                 WS-DOB-CORRECTION-STATUS
002100             MOVE 12 TO RETURN-CODE
002110             SET WS-END-OF-CORRECTIONS TO TRUE
002120         ELSE
002130             ADD 1 TO WS-REQUESTS-READ-CTR
002140         END-IF
002150     END-IF.
002160
002170*----------------------------------------------------------------
002180* PROCESS-CORRECTION - LIST A PENDING REQUEST THAT HAS WAITED
002190* LONGER THAN THE LIMIT
002200*----------------------------------------------------------------
002210 PROCESS-CORRECTION.
002220     IF DC-PENDING
002230         ADD 1 TO WS-PENDING-CTR
002240         COMPUTE WS-DAYS-WAITING =
002250             FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-RAW)
002260             - FUNCTION INTEGER-OF-DATE (DC-REQUESTED-DATE)
002270         IF WS-DAYS-WAITING > WS-AGING-DAYS
002280             PERFORM WRITE-DETAIL-LINE
002290         END-IF
002300     END-IF
002310     PERFORM READ-CORRECTION-RECORD.
002320 PROC-CORRECTION-EXIT.
002330     EXIT.
002340
002350*----------------------------------------------------------------
002360* WRITE-PAGE-HEADING - START A NEW PAGE WITH THE RUN DATE, THE
002370* PAGE NUMBER, THE LIMIT AND THE COLUMN HEADINGS
002380*----------------------------------------------------------------
002390 WRITE-PAGE-HEADING.
002400     ADD 1 TO WS-PAGE-CTR
002410     MOVE WS-PAGE-CTR TO WS-H1-PAGE-NO
002420     WRITE CA-REPORT-LINE FROM WS-HEADING-1
002430         AFTER ADVANCING PAGE
002440     WRITE CA-REPORT-LINE FROM WS-HEADING-2
002450         AFTER ADVANCING 1 LINE
002460     WRITE CA-REPORT-LINE FROM WS-HEADING-3
002470         AFTER ADVANCING 2 LINES
002480     MOVE SPACE TO CA-REPORT-LINE
002490     WRITE CA-REPORT-LINE AFTER ADVANCING 1 LINE
002500     MOVE 5 TO WS-LINE-CTR.
002510
002520*----------------------------------------------------------------
002530* WRITE-DETAIL-LINE - ONE OVERDUE REQUEST, BREAKING TO A NEW
002540* PAGE WHEN THE CURRENT ONE IS FULL
002550*----------------------------------------------------------------
002560 WRITE-DETAIL-LINE.
002570     IF WS-LINE-CTR > WS-LINES-PER-PAGE
002580         PERFORM WRITE-PAGE-HEADING
002590     END-IF
002600     MOVE DC-USER-ID TO WS-DL-USER-ID
002610     MOVE DC-REQUESTED-DATE TO WS-DL-REQUESTED-DATE
002620     MOVE DC-REQUESTED-BY TO WS-DL-REQUESTED-BY
002630     MOVE DC-OLD-DOB TO WS-DL-OLD-DOB
002640     MOVE DC-NEW-DOB TO WS-DL-NEW-DOB
002650     MOVE WS-DAYS-WAITING TO WS-DL-DAYS-WAITING
002660     WRITE CA-REPORT-LINE FROM WS-DETAIL-LINE
002670         AFTER ADVANCING 1 LINE
002680     IF NOT WS-AGING-RPT-OK
002690         DISPLAY "ERROR WRITING AGING-RPT, STATUS="
002700             WS-AGING-RPT-STATUS
002710         MOVE 12 TO RETURN-CODE
002720     END-IF
002730     ADD 1 TO WS-LINE-CTR
002740     ADD 1 TO WS-OVERDUE-CTR.
002750
002760*----------------------------------------------------------------
002770* SHOW-CONTROL-TOTALS - WHAT THE AGING RUN READ AND LISTED
002780*----------------------------------------------------------------
002790 SHOW-CONTROL-TOTALS.
002800     DISPLAY "----------------------------------------"
002810     DISPLAY "CORRECTION AGING CONTROL TOTALS"
002820     DISPLAY "  AGING LIMIT (DAYS) .... " WS-AGING-DAYS
002830     DISPLAY "  REQUESTS READ ......... " WS-REQUESTS-READ-CTR
002840     DISPLAY "  STILL PENDING ......... " WS-PENDING-CTR
002850     DISPLAY "  PENDING PAST LIMIT .... " WS-OVERDUE-CTR
002860     DISPLAY "----------------------------------------".
002870 END PROGRAM RESEL-CORRAGE.
