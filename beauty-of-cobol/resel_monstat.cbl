000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. RESEL-MONSTAT.
000030 AUTHOR. J RESEL.
000040 INSTALLATION. BEAUTY-OF-COBOL.
000050 DATE-WRITTEN. 2026-10-02.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT DESCRIPTION
000110* ---------- ---- ------------------------------------------------
000120* 2026-10-02 JR   ORIGINAL VERSION - MONTH-END MANAGEMENT
000130*                 STATISTICS. COUNTS THE PEOPLE ON USER-MASTER BY
000140*                 AGE BAND AND ELIGIBILITY STATUS, THE DECISIONS
000150*                 APPLIED IN THE MONTH OFF DECHIST (REJECTION
000160*                 REASONS AND DAYS FROM FEED TO DECISION), THE
000170*                 MONTH'S MAINTENANCE OFF THE AUDIT TRAIL AND ITS
000180*                 RESEL-WORLD RUNS OFF RUNREG. THE COUNTS ARE KEPT
000190*                 AS ONE STATHIST RECORD PER MONTH AND PRINTED AS
000200*                 RATES BESIDE LAST MONTH AND THE SAME MONTH LAST
000210*                 YEAR, WITH THE MOVEMENT SINCE LAST MONTH.
000211* 2026-10-15 JR   A RUN THAT HAS ALREADY HIT A FILE ERROR (RC=12)
000212*                 NO LONGER FILES ITS PARTIAL COUNTS ON STATHIST
000213*                 OVER A GOOD MONTH. THE REPORT STILL PRINTS,
000214*                 MARKED NOT STORED, AND IS ALSO MARKED WHEN THE
000215*                 STATHIST WRITE FAILS.
000220*----------------------------------------------------------------
000230
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT USER-MASTER ASSIGN TO "USERMSTR"
000280         ORGANIZATION IS INDEXED
000290         ACCESS MODE IS SEQUENTIAL
000300         RECORD KEY IS UM-USER-ID
000310         ALTERNATE RECORD KEY IS UM-NAME-KEY
000320             WITH DUPLICATES
000330         FILE STATUS IS WS-USER-MASTER-STATUS.
000340
000350     SELECT DECISION-HISTORY ASSIGN TO "DECHIST"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS SEQUENTIAL
000380         RECORD KEY IS EH-HISTORY-KEY
000390         FILE STATUS IS WS-DECISION-HIST-STATUS.
000400
000410     SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-AUDIT-LOG-STATUS.
000440
000450     SELECT RUN-REGISTRY ASSIGN TO "RUNREG"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-RUN-REGISTRY-STATUS.
000480
000490     SELECT OPTIONAL REASON-FILE ASSIGN TO "RSNCODES"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS RS-REASON-CODE
000530         FILE STATUS IS WS-REASON-FILE-STATUS.
000540
000550     SELECT STAT-HISTORY ASSIGN TO "STATHIST"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS SH-STAT-MONTH
000590         FILE STATUS IS WS-STAT-HISTORY-STATUS.
000600
000610     SELECT OPTIONAL PARM-FILE ASSIGN TO "MONPARM"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-PARM-FILE-STATUS.
000640
000650     SELECT MONTHLY-RPT ASSIGN TO "MONRPT"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-MONTHLY-RPT-STATUS.
000680
000690 DATA DIVISION.
000700 FILE SECTION.
000710*----------------------------------------------------------------
000720* USER-MASTER - THE PEOPLE ON FILE AT MONTH END
000730*----------------------------------------------------------------
000740 FD  USER-MASTER
000750     LABEL RECORDS ARE STANDARD.
000760     COPY UMASTER.
000770
000780*----------------------------------------------------------------
000790* DECISION-HISTORY - ONE ENTRY PER ELIGIBILITY DECISION APPLIED
000800*----------------------------------------------------------------
000810 FD  DECISION-HISTORY
000820     LABEL RECORDS ARE STANDARD.
000830     COPY DECHIST.
000840
000850*----------------------------------------------------------------
000860* AUDIT-LOG - THE LIVE AUDIT TRAIL
000870*----------------------------------------------------------------
000880 FD  AUDIT-LOG
000890     LABEL RECORDS ARE STANDARD.
000900     COPY AUDITREC.
000910
000920*----------------------------------------------------------------
000930* RUN-REGISTRY - ONE RECORD PER RESEL-WORLD RUN
000940*----------------------------------------------------------------
000950 FD  RUN-REGISTRY
000960     LABEL RECORDS ARE STANDARD.
000970     COPY RUNREG.
000980
000990*----------------------------------------------------------------
001000* REASON-FILE - THE REASON-CODE REFERENCE TABLE
001010*----------------------------------------------------------------
001020 FD  REASON-FILE
001030     LABEL RECORDS ARE STANDARD.
001040     COPY RSNCODE.
001050
001060*----------------------------------------------------------------
001070* STAT-HISTORY - ONE RECORD OF COUNTS PER MONTH
001080*----------------------------------------------------------------
001090 FD  STAT-HISTORY
001100     LABEL RECORDS ARE STANDARD.
001110     COPY STATHIST.
001120
001130*----------------------------------------------------------------
001140* PARM-FILE - ONE CARD GIVING THE MONTH TO COUNT, CCYYMM. IF
001150* MISSING, THE MONTH OF THE RUN DATE
001160*----------------------------------------------------------------
001170 FD  PARM-FILE
001180     LABEL RECORDS ARE STANDARD.
001190 01  MP-PARM-RECORD.
001200     05  MP-STAT-MONTH PIC 9(06).
001210
001220*----------------------------------------------------------------
001230* MONTHLY-RPT - THE MONTH'S FIGURES BESIDE LAST MONTH AND LAST
001240* YEAR, THEN THE TOP REJECTION REASONS
001250*----------------------------------------------------------------
001260 FD  MONTHLY-RPT
001270     LABEL RECORDS ARE STANDARD.
001280 01  MR-REPORT-LINE PIC X(80).
001290
001300 WORKING-STORAGE SECTION.
001310*----------------------------------------------------------------
001320* FILE STATUS SWITCHES
001330*----------------------------------------------------------------
001340 01  WS-FILE-STATUSES.
001350     05  WS-USER-MASTER-STATUS PIC X(02).
001360         88  WS-USER-MASTER-OK VALUE '00'.
001370     05  WS-DECISION-HIST-STATUS PIC X(02).
001380         88  WS-DECISION-HIST-OK VALUE '00'.
001390     05  WS-AUDIT-LOG-STATUS PIC X(02).
001400         88  WS-AUDIT-LOG-OK VALUE '00'.
001410     05  WS-RUN-REGISTRY-STATUS PIC X(02).
001420         88  WS-RUN-REGISTRY-OK VALUE '00'.
001430     05  WS-REASON-FILE-STATUS PIC X(02).
001440         88  WS-REASON-FILE-OK VALUE '00'.
001450     05  WS-STAT-HISTORY-STATUS PIC X(02).
001460         88  WS-STAT-HISTORY-OK VALUE '00'.
001470     05  WS-PARM-FILE-STATUS PIC X(02).
001480         88  WS-PARM-FILE-OK VALUE '00'.
001490     05  WS-MONTHLY-RPT-STATUS PIC X(02).
001500         88  WS-MONTHLY-RPT-OK VALUE '00'.
001510
001520*----------------------------------------------------------------
001530* SWITCHES
001540*----------------------------------------------------------------
001550 01  WS-SWITCHES.
001560     05  WS-MASTER-EOF-SW PIC X(01) VALUE 'N'.
001570         88  WS-END-OF-MASTER VALUE 'Y'.
001580     05  WS-HISTORY-EOF-SW PIC X(01) VALUE 'N'.
001590         88  WS-END-OF-HISTORY VALUE 'Y'.
001600     05  WS-AUDIT-EOF-SW PIC X(01) VALUE 'N'.
001610         88  WS-END-OF-AUDIT VALUE 'Y'.
001620     05  WS-REGISTRY-EOF-SW PIC X(01) VALUE 'N'.
001630         88  WS-END-OF-REGISTRY VALUE 'Y'.
001640     05  WS-REASONS-SW PIC X(01) VALUE 'N'.
001650         88  WS-REASONS-AVAILABLE VALUE 'Y'.
001660     05  WS-OPEN-ERROR-SW PIC X(01) VALUE 'N'.
001670         88  WS-OPEN-ERROR VALUE 'Y'.
001672     05  WS-STORED-SW PIC X(01) VALUE 'Y'.
001674         88  WS-STATS-STORED VALUE 'Y'.
001676         88  WS-STATS-NOT-STORED VALUE 'N'.
001680
001690*----------------------------------------------------------------
001700* THE MONTH COUNTED, LAST MONTH AND THE SAME MONTH LAST YEAR
001710*----------------------------------------------------------------
001720 01  WS-STAT-MONTH PIC 9(06).
001730 01  WS-STAT-MONTH-PARTS REDEFINES WS-STAT-MONTH.
001740     05  WS-SM-YEAR PIC 9(04).
001750     05  WS-SM-MONTH PIC 9(02).
001760 01  WS-LAST-MONTH PIC 9(06).
001770 01  WS-LAST-MONTH-PARTS REDEFINES WS-LAST-MONTH.
001780     05  WS-LM-YEAR PIC 9(04).
001790     05  WS-LM-MONTH PIC 9(02).
001800 01  WS-YEAR-AGO-MONTH PIC 9(06).
001810 01  WS-YEAR-AGO-PARTS REDEFINES WS-YEAR-AGO-MONTH.
001820     05  WS-YA-YEAR PIC 9(04).
001830     05  WS-YA-MONTH PIC 9(02).
001840 01  WS-COMPARE-MONTH PIC 9(06).
001850 01  WS-DATE-WORK PIC 9(08).
001860 01  WS-DATE-WORK-PARTS REDEFINES WS-DATE-WORK.
001870     05  WS-DW-MONTH PIC 9(06).
001880     05  WS-DW-DAY PIC 9(02).
001890 01  WS-DAYS-TO-DECISION PIC 9(05).
001900
001910*----------------------------------------------------------------
001920* THE THREE MONTHS SIDE BY SIDE - SLOT 1 THIS MONTH, BUILT BY
001930* THIS RUN, SLOT 2 LAST MONTH AND SLOT 3 THE SAME MONTH LAST
001940* YEAR, BOTH READ BACK FROM STATHIST. THE STATS GROUP MATCHES
001950* THE STATHIST RECORD FIELD FOR FIELD
001960*----------------------------------------------------------------
001970 01  WS-COMPARE-TABLE.
001980     05  WS-COMPARE-ENTRY OCCURS 3 TIMES.
001990         10  WS-CE-HELD-SW PIC X(01).
002000             88  WS-CE-HELD VALUE 'Y'.
002010         10  WS-CE-STATS.
002020             15  WS-CE-STAT-MONTH PIC 9(06).
002030             15  WS-CE-RUN-DATE PIC 9(08).
002040             15  WS-CE-BAND-ENTRY OCCURS 4 TIMES.
002050                 20  WS-CE-BAND-ACCEPTED PIC 9(07).
002060                 20  WS-CE-BAND-REJECTED PIC 9(07).
002070                 20  WS-CE-BAND-PENDING PIC 9(07).
002080             15  WS-CE-DECISIONS-MADE PIC 9(07).
002090             15  WS-CE-DECISIONS-ACCEPTED PIC 9(07).
002100             15  WS-CE-DECISIONS-REJECTED PIC 9(07).
002110             15  WS-CE-DECISION-DAYS PIC 9(09).
002120             15  WS-CE-DAYS-MEASURED PIC 9(07).
002130             15  WS-CE-PEOPLE-ADDED PIC 9(07).
002140             15  WS-CE-PEOPLE-REMOVED PIC 9(07).
002150             15  WS-CE-DOB-CORRECTIONS PIC 9(07).
002160             15  WS-CE-RUNS-MADE PIC 9(05).
002170             15  WS-CE-RECORDS-FED PIC 9(09).
002180             15  WS-CE-FEED-REJECTED PIC 9(07).
002190             15  WS-CE-REASON-ENTRY OCCURS 5 TIMES.
002200                 20  WS-CE-REASON-CODE PIC X(04).
002210                 20  WS-CE-REASON-CTR PIC 9(07).
002220             15  WS-CE-TIMESTAMP PIC X(21).
002230 01  WS-SLOT PIC 9(04) COMP.
002240 01  WS-BAND PIC 9(04) COMP.
002250 01  WS-RANK PIC 9(04) COMP.
002260
002270*----------------------------------------------------------------
002280* THE FIGURES PRINTED, DERIVED FROM EACH SLOT'S COUNTS. THE
002290* LABEL TABLE GIVES EACH FIGURE'S CAPTION, WHETHER IT IS A COUNT
002300* (C) OR A RATE OR AVERAGE (R), AND WHETHER A BLANK LINE GOES
002310* BEFORE IT
002320*----------------------------------------------------------------
002330 01  WS-MEASURE-MAX PIC 9(04) COMP VALUE 29.
002340 01  WS-MEASURE PIC 9(04) COMP.
002350 01  WS-MEASURE-BASE PIC 9(04) COMP.
002360 01  WS-MEASURE-VALUES.
002370     05  WS-MV-SLOT OCCURS 3 TIMES.
002380         10  WS-MV-VALUE OCCURS 29 TIMES PIC S9(09)V9(01).
002390 01  WS-MOVEMENT PIC S9(09)V9(01).
002400 01  WS-PCT-PART PIC 9(09).
002410 01  WS-PCT-WHOLE PIC 9(09).
002420 01  WS-PCT-RESULT PIC 9(03)V9(01).
002430 01  WS-ALL-ACCEPTED PIC 9(09).
002440 01  WS-ALL-REJECTED PIC 9(09).
002450 01  WS-ALL-PENDING PIC 9(09).
002460
002470 01  WS-MEASURE-LABELS.
002480     05  FILLER PIC X(26) VALUE "UNDER 18 - PEOPLE       CN".
002490     05  FILLER PIC X(26) VALUE "  ACCEPTED PCT          RN".
002500     05  FILLER PIC X(26) VALUE "  REJECTED PCT          RN".
002510     05  FILLER PIC X(26) VALUE "  PENDING PCT           RN".
002520     05  FILLER PIC X(26) VALUE "18 TO 39 - PEOPLE       CY".
002530     05  FILLER PIC X(26) VALUE "  ACCEPTED PCT          RN".
002540     05  FILLER PIC X(26) VALUE "  REJECTED PCT          RN".
002550     05  FILLER PIC X(26) VALUE "  PENDING PCT           RN".
002560     05  FILLER PIC X(26) VALUE "40 TO 64 - PEOPLE       CY".
002570     05  FILLER PIC X(26) VALUE "  ACCEPTED PCT          RN".
002580     05  FILLER PIC X(26) VALUE "  REJECTED PCT          RN".
002590     05  FILLER PIC X(26) VALUE "  PENDING PCT           RN".
002600     05  FILLER PIC X(26) VALUE "65 AND OVER - PEOPLE    CY".
002610     05  FILLER PIC X(26) VALUE "  ACCEPTED PCT          RN".
002620     05  FILLER PIC X(26) VALUE "  REJECTED PCT          RN".
002630     05  FILLER PIC X(26) VALUE "  PENDING PCT           RN".
002640     05  FILLER PIC X(26) VALUE "ALL AGES - PEOPLE       CY".
002650     05  FILLER PIC X(26) VALUE "  ACCEPTED PCT          RN".
002660     05  FILLER PIC X(26) VALUE "  REJECTED PCT          RN".
002670     05  FILLER PIC X(26) VALUE "  PENDING PCT           RN".
002680     05  FILLER PIC X(26) VALUE "DECISIONS APPLIED       CY".
002690     05  FILLER PIC X(26) VALUE "  REJECTED PCT          RN".
002700     05  FILLER PIC X(26) VALUE "  AVG DAYS FEED-DECISIONRN".
002710     05  FILLER PIC X(26) VALUE "PEOPLE ADDED            CY".
002720     05  FILLER PIC X(26) VALUE "PEOPLE DELETED/MERGED   CN".
002730     05  FILLER PIC X(26) VALUE "DOB CORRECTIONS         CN".
002740     05  FILLER PIC X(26) VALUE "RESEL-WORLD RUNS        CY".
002750     05  FILLER PIC X(26) VALUE "  RECORDS FED           CN".
002760     05  FILLER PIC X(26) VALUE "  RECORDS REJECTED      CN".
002770 01  WS-MEASURE-TABLE REDEFINES WS-MEASURE-LABELS.
002780     05  WS-MEASURE-ENTRY OCCURS 29 TIMES.
002790         10  WS-MT-LABEL PIC X(24).
002800         10  WS-MT-TYPE PIC X(01).
002810             88  WS-MT-COUNT VALUE 'C'.
002820             88  WS-MT-RATE VALUE 'R'.
002830         10  WS-MT-SPACE-SW PIC X(01).
002840             88  WS-MT-SPACE-BEFORE VALUE 'Y'.
002850
002860*----------------------------------------------------------------
002870* REJECTION REASONS OF THE MONTH - ONE SLOT PER CODE SEEN, IN THE
002880* ORDER FIRST SEEN, FROM WHICH THE TOP FIVE ARE PICKED
002890*----------------------------------------------------------------
002900 01  WS-REASON-MAX PIC 9(04) COMP VALUE 200.
002910 01  WS-REASON-COUNT PIC 9(04) COMP VALUE ZERO.
002920 01  WS-REASON-TABLE.
002930     05  WS-REASON-ENTRY OCCURS 200 TIMES.
002940         10  WS-RT-REASON-CODE PIC X(04).
002950         10  WS-RT-REJECTED PIC 9(07) COMP.
002960         10  WS-RT-PICKED-SW PIC X(01).
002970             88  WS-RT-PICKED VALUE 'Y'.
002980 01  WS-COUNTED-REASON PIC X(04).
002990 01  WS-SUB PIC 9(04) COMP.
003000 01  WS-FOUND-SUB PIC 9(04) COMP.
003010 01  WS-BEST-CTR PIC 9(07) COMP.
003020
003030*----------------------------------------------------------------
003040* CONTROL TOTALS
003050*----------------------------------------------------------------
003060 01  WS-CONTROL-TOTALS.
003070     05  WS-PEOPLE-READ-CTR PIC 9(07) COMP VALUE ZERO.
003080     05  WS-DECISIONS-READ-CTR PIC 9(07) COMP VALUE ZERO.
003090     05  WS-AUDIT-READ-CTR PIC 9(07) COMP VALUE ZERO.
003100     05  WS-AUDIT-IN-MONTH-CTR PIC 9(07) COMP VALUE ZERO.
003110     05  WS-RUNS-READ-CTR PIC 9(07) COMP VALUE ZERO.
003120     05  WS-REASON-OVERFLOW-CTR PIC 9(07) COMP VALUE ZERO.
003130
003140*----------------------------------------------------------------
003150* PAGE AND LINE CONTROL
003160*----------------------------------------------------------------
003170 01  WS-PAGE-CTR PIC 9(04) COMP VALUE ZERO.
003180 01  WS-LINE-CTR PIC 9(03) COMP VALUE ZERO.
003190 01  WS-LINES-PER-PAGE PIC 9(03) COMP VALUE 55.
003200
003210*----------------------------------------------------------------
003220* RUN DATE
003230*----------------------------------------------------------------
003240 01  WS-RUN-DATE-RAW PIC 9(08).
003250 01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE-RAW.
003260     05  WS-RD-MONTH PIC 9(06).
003270     05  WS-RD-DAY PIC 9(02).
003280
003290*----------------------------------------------------------------
003300* REPORT LINES
003310*----------------------------------------------------------------
003320 01  WS-HEADING-1.
003330     05  FILLER PIC X(30)
003340         VALUE "MONTHLY ELIGIBILITY STATISTICS".
003350     05  FILLER PIC X(06) VALUE SPACE.
003360     05  FILLER PIC X(09) VALUE "RUN DATE ".
003370     05  WS-H1-RUN-DATE PIC 9(08).
003380     05  FILLER PIC X(14) VALUE SPACE.
003390     05  FILLER PIC X(05) VALUE "PAGE ".
003400     05  WS-H1-PAGE-NO PIC ZZZ9.
003410
003420 01  WS-HEADING-2.
003430     05  FILLER PIC X(06) VALUE "MONTH ".
003440     05  WS-H2-STAT-MONTH PIC 9(06).
003450     05  FILLER PIC X(25) VALUE "   COMPARED WITH MONTHS ".
003460     05  WS-H2-LAST-MONTH PIC 9(06).
003470     05  FILLER PIC X(05) VALUE " AND ".
003480     05  WS-H2-YEAR-AGO-MONTH PIC 9(06).
003490
003500 01  WS-HEADING-3.
003510     05  FILLER PIC X(26) VALUE "MEASURE".
003520     05  FILLER PIC X(12) VALUE "  THIS MONTH".
003530     05  FILLER PIC X(12) VALUE "  LAST MONTH".
003540     05  FILLER PIC X(12) VALUE "    YEAR AGO".
003550     05  FILLER PIC X(12) VALUE "    MOVEMENT".
003560
003570 01  WS-MEASURE-LINE.
003580     05  WS-ML-LABEL PIC X(24).
003590     05  FILLER PIC X(02).
003600     05  WS-ML-COLUMN OCCURS 3 TIMES.
003610         10  FILLER PIC X(02).
003620         10  WS-ML-VALUE PIC X(10).
003630         10  WS-ML-COUNT REDEFINES WS-ML-VALUE PIC ZZ,ZZZ,ZZ9.
003640         10  WS-ML-RATE REDEFINES WS-ML-VALUE PIC ZZZZZZZ9.9.
003650     05  FILLER PIC X(02).
003660     05  WS-ML-MOVE-VALUE PIC X(10).
003670     05  WS-ML-MOVE-COUNT REDEFINES WS-ML-MOVE-VALUE
003680         PIC -Z,ZZZ,ZZ9.
003690     05  WS-ML-MOVE-RATE REDEFINES WS-ML-MOVE-VALUE
003700         PIC -ZZZZZZ9.9.
003710
003720 01  WS-REASON-HEADING-1.
003730     05  FILLER PIC X(40)
003740         VALUE "TOP REJECTION REASONS OF THE MONTH".
003750
003760 01  WS-REASON-HEADING-2.
003770     05  FILLER PIC X(04) VALUE "NO".
003780     05  FILLER PIC X(06) VALUE "CODE".
003790     05  FILLER PIC X(31) VALUE "DESCRIPTION".
003800     05  FILLER PIC X(11) VALUE "THIS MONTH".
003810     05  FILLER PIC X(11) VALUE "LAST MONTH".
003820     05  FILLER PIC X(10) VALUE "  YEAR AGO".
003830
003840 01  WS-REASON-LINE.
003850     05  WS-RL-RANK PIC Z9.
003860     05  FILLER PIC X(02) VALUE SPACE.
003870     05  WS-RL-REASON-CODE PIC X(04).
003880     05  FILLER PIC X(02) VALUE SPACE.
003890     05  WS-RL-DESCRIPTION PIC X(30).
003900     05  FILLER PIC X(01) VALUE SPACE.
003910     05  WS-RL-THIS-COUNT PIC ZZ,ZZZ,ZZ9.
003920     05  WS-RL-COLUMN OCCURS 2 TIMES.
003930         10  FILLER PIC X(01).
003940         10  WS-RL-VALUE PIC X(10).
003950         10  WS-RL-COUNT REDEFINES WS-RL-VALUE PIC ZZ,ZZZ,ZZ9.
003960
003970 PROCEDURE DIVISION.
003980*----------------------------------------------------------------
003990* MAINLINE - RUN THE CODE AS PERFORMED PARAGRAPHS
004000*----------------------------------------------------------------
004010 0000-MAINLINE.
004020     PERFORM OPEN-FILES
004030     MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE-RAW
004040     PERFORM LOAD-PARM-CARD
004050     PERFORM SET-COMPARE-MONTHS
004060     IF NOT WS-OPEN-ERROR
004070         PERFORM CLEAR-THIS-MONTH
004080         PERFORM COUNT-MASTER
004090         PERFORM COUNT-DECISIONS
004100         PERFORM COUNT-AUDIT-TRAIL
004110         PERFORM COUNT-RUNS
004120         PERFORM PICK-TOP-REASON
004130             VARYING WS-RANK FROM 1 BY 1
004140             UNTIL WS-RANK > 5
004150         IF RETURN-CODE < 12
004151             PERFORM STORE-MONTH-STATS
004152         ELSE
004153             DISPLAY "RUN IN ERROR, " WS-STAT-MONTH
004154                 " NOT STORED ON STAT-HISTORY"
004155             SET WS-STATS-NOT-STORED TO TRUE
004156         END-IF
004160         MOVE WS-LAST-MONTH TO WS-COMPARE-MONTH
004170         MOVE 2 TO WS-SLOT
004180         PERFORM FETCH-COMPARE-MONTH
004190         MOVE WS-YEAR-AGO-MONTH TO WS-COMPARE-MONTH
004200         MOVE 3 TO WS-SLOT
004210         PERFORM FETCH-COMPARE-MONTH
004220         PERFORM DERIVE-MEASURES
004230             VARYING WS-SLOT FROM 1 BY 1
004240             UNTIL WS-SLOT > 3
004250         PERFORM WRITE-PAGE-HEADING
004260         PERFORM WRITE-MEASURE-LINE
004270             VARYING WS-MEASURE FROM 1 BY 1
004280             UNTIL WS-MEASURE > WS-MEASURE-MAX
004290         PERFORM WRITE-REASON-SECTION
004300     END-IF
004310     PERFORM SHOW-CONTROL-TOTALS
004320     PERFORM CLOSE-FILES
004330     GOBACK.
004340
004350*----------------------------------------------------------------
004360* OPEN-FILES - EVERY SOURCE FILE MUST BE THERE. THE HISTORY IS
004370* CREATED ON THE FIRST-EVER RUN, AND THE REASON-CODE FILE ONLY
004380* DESCRIBES THE REASONS, SO THE RUN GOES ON WITHOUT IT
004390*----------------------------------------------------------------
004400 OPEN-FILES.
004410     OPEN INPUT USER-MASTER
004420     IF NOT WS-USER-MASTER-OK
004430         DISPLAY "ERROR OPENING USER-MASTER, STATUS="
004440             WS-USER-MASTER-STATUS
004450         MOVE 12 TO RETURN-CODE
004460         SET WS-OPEN-ERROR TO TRUE
004470     END-IF
004480     OPEN INPUT DECISION-HISTORY
004490     IF NOT WS-DECISION-HIST-OK
004500         DISPLAY "ERROR OPENING DECISION-HISTORY, STATUS="
004510             WS-DECISION-HIST-STATUS
004520         MOVE 12 TO RETURN-CODE
004530         SET WS-OPEN-ERROR TO TRUE
004540     END-IF
004550     OPEN INPUT AUDIT-LOG
004560     IF NOT WS-AUDIT-LOG-OK
004570         DISPLAY "ERROR OPENING AUDIT-LOG, STATUS="
004580             WS-AUDIT-LOG-STATUS
004590         MOVE 12 TO RETURN-CODE
004600         SET WS-OPEN-ERROR TO TRUE
004610     END-IF
004620     OPEN INPUT RUN-REGISTRY
004630     IF NOT WS-RUN-REGISTRY-OK
004640         DISPLAY "ERROR OPENING RUN-REGISTRY, STATUS="
004650             WS-RUN-REGISTRY-STATUS
004660         MOVE 12 TO RETURN-CODE
004670         SET WS-OPEN-ERROR TO TRUE
004680     END-IF
004690     OPEN I-O STAT-HISTORY
004700     IF NOT WS-STAT-HISTORY-OK
004710         OPEN OUTPUT STAT-HISTORY
004720         IF WS-STAT-HISTORY-OK
004730             CLOSE STAT-HISTORY
004740             OPEN I-O STAT-HISTORY
004750         END-IF
004760     END-IF
004770     IF NOT WS-STAT-HISTORY-OK
004780         DISPLAY "ERROR OPENING STAT-HISTORY, STATUS="
004790             WS-STAT-HISTORY-STATUS
004800         MOVE 12 TO RETURN-CODE
004810         SET WS-OPEN-ERROR TO TRUE
004820     END-IF
004830     OPEN OUTPUT MONTHLY-RPT
004840     IF NOT WS-MONTHLY-RPT-OK
004850         DISPLAY "ERROR OPENING MONTHLY-RPT, STATUS="
004860             WS-MONTHLY-RPT-STATUS
004870         MOVE 12 TO RETURN-CODE
004880         SET WS-OPEN-ERROR TO TRUE
004890     END-IF
004900     OPEN INPUT REASON-FILE
004910     IF WS-REASON-FILE-OK
004920         SET WS-REASONS-AVAILABLE TO TRUE
004930     ELSE
004940         DISPLAY "REASON-CODE FILE NOT AVAILABLE, STATUS="
004950             WS-REASON-FILE-STATUS
004960     END-IF.
004970
004980*----------------------------------------------------------------
004990* CLOSE-FILES - CLOSE WHATEVER OPENED
005000*----------------------------------------------------------------
005010 CLOSE-FILES.
005020     IF WS-REASONS-AVAILABLE
005030         CLOSE REASON-FILE
005040     END-IF
005050     CLOSE MONTHLY-RPT
005060     CLOSE STAT-HISTORY
005070     CLOSE RUN-REGISTRY
005080     CLOSE AUDIT-LOG
005090     CLOSE DECISION-HISTORY
005100     CLOSE USER-MASTER.
005110
005120*----------------------------------------------------------------
005130* LOAD-PARM-CARD - PICK UP THE MONTH TO COUNT. NO CARD, OR NO
005140* GOOD MONTH ON IT, MEANS THE MONTH OF THE RUN DATE
005150*----------------------------------------------------------------
005160 LOAD-PARM-CARD.
005170     MOVE WS-RD-MONTH TO WS-STAT-MONTH
005180     OPEN INPUT PARM-FILE
005190     IF WS-PARM-FILE-OK
005200         READ PARM-FILE
005210             NOT AT END
005220             IF MP-STAT-MONTH NUMERIC
005230                 MOVE MP-STAT-MONTH TO WS-STAT-MONTH
005240             END-IF
005250         END-READ
005260         CLOSE PARM-FILE
005270     END-IF
005280     IF WS-SM-MONTH < 1
005290         OR WS-SM-MONTH > 12
005300         DISPLAY "MONPARM MONTH NOT VALID, RUN MONTH USED: "
005310             WS-STAT-MONTH
005320         MOVE WS-RD-MONTH TO WS-STAT-MONTH
005330     END-IF.
005340
005350*----------------------------------------------------------------
005360* SET-COMPARE-MONTHS - WORK OUT LAST MONTH AND THE SAME MONTH
005370* LAST YEAR FROM THE MONTH COUNTED
005380*----------------------------------------------------------------
005390 SET-COMPARE-MONTHS.
005400     IF WS-SM-MONTH = 1
005410         COMPUTE WS-LM-YEAR = WS-SM-YEAR - 1
005420         MOVE 12 TO WS-LM-MONTH
005430     ELSE
005440         MOVE WS-SM-YEAR TO WS-LM-YEAR
005450         COMPUTE WS-LM-MONTH = WS-SM-MONTH - 1
005460     END-IF
005470     COMPUTE WS-YA-YEAR = WS-SM-YEAR - 1
005480     MOVE WS-SM-MONTH TO WS-YA-MONTH.
005490
005500*----------------------------------------------------------------
005510* CLEAR-THIS-MONTH - START THIS MONTH'S COUNTS FROM NOTHING
005520*----------------------------------------------------------------
005530 CLEAR-THIS-MONTH.
005540     MOVE 'Y' TO WS-CE-HELD-SW (1)
005550     MOVE WS-STAT-MONTH TO WS-CE-STAT-MONTH (1)
005560     MOVE WS-RUN-DATE-RAW TO WS-CE-RUN-DATE (1)
005570     PERFORM CLEAR-BAND-COUNTS
005580         VARYING WS-BAND FROM 1 BY 1
005590         UNTIL WS-BAND > 4
005600     MOVE ZERO TO WS-CE-DECISIONS-MADE (1)
005610     MOVE ZERO TO WS-CE-DECISIONS-ACCEPTED (1)
005620     MOVE ZERO TO WS-CE-DECISIONS-REJECTED (1)
005630     MOVE ZERO TO WS-CE-DECISION-DAYS (1)
005640     MOVE ZERO TO WS-CE-DAYS-MEASURED (1)
005650     MOVE ZERO TO WS-CE-PEOPLE-ADDED (1)
005660     MOVE ZERO TO WS-CE-PEOPLE-REMOVED (1)
005670     MOVE ZERO TO WS-CE-DOB-CORRECTIONS (1)
005680     MOVE ZERO TO WS-CE-RUNS-MADE (1)
005690     MOVE ZERO TO WS-CE-RECORDS-FED (1)
005700     MOVE ZERO TO WS-CE-FEED-REJECTED (1)
005710     PERFORM CLEAR-REASON-COUNTS
005720         VARYING WS-RANK FROM 1 BY 1
005730         UNTIL WS-RANK > 5
005740     MOVE FUNCTION CURRENT-DATE TO WS-CE-TIMESTAMP (1).
005750
005760*----------------------------------------------------------------
005770* CLEAR-BAND-COUNTS - ZERO ONE AGE BAND OF THIS MONTH
005780*----------------------------------------------------------------
005790 CLEAR-BAND-COUNTS.
005800     MOVE ZERO TO WS-CE-BAND-ACCEPTED (1 WS-BAND)
005810     MOVE ZERO TO WS-CE-BAND-REJECTED (1 WS-BAND)
005820     MOVE ZERO TO WS-CE-BAND-PENDING (1 WS-BAND).
005830
005840*----------------------------------------------------------------
005850* CLEAR-REASON-COUNTS - EMPTY ONE TOP-REASON PLACE OF THIS MONTH
005860*----------------------------------------------------------------
005870 CLEAR-REASON-COUNTS.
005880     MOVE SPACE TO WS-CE-REASON-CODE (1 WS-RANK)
005890     MOVE ZERO TO WS-CE-REASON-CTR (1 WS-RANK).
005900
005910*----------------------------------------------------------------
005920* COUNT-MASTER - EVERY PERSON ON FILE BY AGE BAND AND STATUS
005930*----------------------------------------------------------------
005940 COUNT-MASTER.
005950     PERFORM READ-MASTER-RECORD
005960     PERFORM PROCESS-MASTER THRU PROC-MASTER-EXIT
005970         UNTIL WS-END-OF-MASTER.
005980
005990*----------------------------------------------------------------
006000* READ-MASTER-RECORD - READ THE NEXT USER-MASTER RECORD
006010*----------------------------------------------------------------
006020 READ-MASTER-RECORD.
006030     READ USER-MASTER
006040         AT END
006050         SET WS-END-OF-MASTER TO TRUE
006060     END-READ
006070     IF NOT WS-END-OF-MASTER
006080         IF NOT WS-USER-MASTER-OK
006090             DISPLAY "ERROR READING USER-MASTER, STATUS="
006100                 WS-USER-MASTER-STATUS
006110             MOVE 12 TO RETURN-CODE
006120             SET WS-END-OF-MASTER TO TRUE
006130         END-IF
006140     END-IF.
006150
006160*----------------------------------------------------------------
006170* PROCESS-MASTER - COUNT ONE PERSON IN THE BAND OF THEIR CURRENT
006180* AGE, THE SAME BANDS THE ROSTER SUBTOTALS
006190*----------------------------------------------------------------
006200 PROCESS-MASTER.
006210     ADD 1 TO WS-PEOPLE-READ-CTR
006220     IF UM-AGE < 18
006230         MOVE 1 TO WS-BAND
006240     ELSE
006250         IF UM-AGE < 40
006260             MOVE 2 TO WS-BAND
006270         ELSE
006280             IF UM-AGE < 65
006290                 MOVE 3 TO WS-BAND
006300             ELSE
006310                 MOVE 4 TO WS-BAND
006320             END-IF
006330         END-IF
006340     END-IF
006350     IF UM-ELIG-ACCEPTED
006360         ADD 1 TO WS-CE-BAND-ACCEPTED (1 WS-BAND)
006370     ELSE
006380         IF UM-ELIG-REJECTED
006390             ADD 1 TO WS-CE-BAND-REJECTED (1 WS-BAND)
006400         ELSE
006410             ADD 1 TO WS-CE-BAND-PENDING (1 WS-BAND)
006420         END-IF
006430     END-IF
006440     PERFORM READ-MASTER-RECORD.
006450 PROC-MASTER-EXIT.
006460     EXIT.
006470
006480*----------------------------------------------------------------
006490* COUNT-DECISIONS - THE DECISIONS APPLIED IN THE MONTH
006500*----------------------------------------------------------------
006510 COUNT-DECISIONS.
006520     PERFORM READ-HISTORY-RECORD
006530     PERFORM PROCESS-DECISION THRU PROC-DECISION-EXIT
006540         UNTIL WS-END-OF-HISTORY.
006550
006560*----------------------------------------------------------------
006570* READ-HISTORY-RECORD - READ THE NEXT DECISION-HISTORY ENTRY
006580*----------------------------------------------------------------
006590 READ-HISTORY-RECORD.
006600     READ DECISION-HISTORY
006610         AT END
006620         SET WS-END-OF-HISTORY TO TRUE
006630     END-READ
006640     IF NOT WS-END-OF-HISTORY
006650         IF NOT WS-DECISION-HIST-OK
006660             DISPLAY "ERROR READING DECISION-HISTORY, STATUS="
006670                 WS-DECISION-HIST-STATUS
006680             MOVE 12 TO RETURN-CODE
006690             SET WS-END-OF-HISTORY TO TRUE
006700         END-IF
006710     END-IF.
006720
006730*----------------------------------------------------------------
006740* PROCESS-DECISION - COUNT A DECISION APPLIED IN THE MONTH, ITS
006750* REASON IF IT WAS A REJECTION, AND THE DAYS SINCE THE BUSINESS
006760* DATE OF THE FEED IT ANSWERED
006770*----------------------------------------------------------------
006780 PROCESS-DECISION.
006790     ADD 1 TO WS-DECISIONS-READ-CTR
006800     MOVE EH-DECISION-DATE TO WS-DATE-WORK
006810     IF WS-DW-MONTH = WS-STAT-MONTH
006820         ADD 1 TO WS-CE-DECISIONS-MADE (1)
006830         IF EH-REJECTED
006840             ADD 1 TO WS-CE-DECISIONS-REJECTED (1)
006850             MOVE EH-REASON-CODE TO WS-COUNTED-REASON
006860             PERFORM COUNT-BY-REASON
006870         ELSE
006880             ADD 1 TO WS-CE-DECISIONS-ACCEPTED (1)
006890         END-IF
006900         IF EH-BUSINESS-DATE NUMERIC
006910             AND EH-BUSINESS-DATE > ZERO
006920             AND EH-BUSINESS-DATE NOT > EH-DECISION-DATE
006930             COMPUTE WS-DAYS-TO-DECISION =
006940                 FUNCTION INTEGER-OF-DATE (EH-DECISION-DATE)
006950                 - FUNCTION INTEGER-OF-DATE (EH-BUSINESS-DATE)
006960             ADD WS-DAYS-TO-DECISION TO WS-CE-DECISION-DAYS (1)
006970             ADD 1 TO WS-CE-DAYS-MEASURED (1)
006980         END-IF
006990     END-IF
007000     PERFORM READ-HISTORY-RECORD.
007010 PROC-DECISION-EXIT.
007020     EXIT.
007030
007040*----------------------------------------------------------------
007050* COUNT-BY-REASON - ADD A REJECTION TO ITS REASON CODE'S SLOT,
007060* OPENING A SLOT FOR A CODE NOT SEEN BEFORE
007070*----------------------------------------------------------------
007080 COUNT-BY-REASON.
007090     MOVE ZERO TO WS-FOUND-SUB
007100     PERFORM FIND-REASON-SLOT
007110         VARYING WS-SUB FROM 1 BY 1
007120         UNTIL WS-SUB > WS-REASON-COUNT
007130     IF WS-FOUND-SUB = ZERO
007140         IF WS-REASON-COUNT < WS-REASON-MAX
007150             ADD 1 TO WS-REASON-COUNT
007160             MOVE WS-REASON-COUNT TO WS-FOUND-SUB
007170             MOVE WS-COUNTED-REASON
007180                 TO WS-RT-REASON-CODE (WS-FOUND-SUB)
007190             MOVE ZERO TO WS-RT-REJECTED (WS-FOUND-SUB)
007200             MOVE 'N' TO WS-RT-PICKED-SW (WS-FOUND-SUB)
007210         ELSE
007220             ADD 1 TO WS-REASON-OVERFLOW-CTR
007230         END-IF
007240     END-IF
007250     IF WS-FOUND-SUB > ZERO
007260         ADD 1 TO WS-RT-REJECTED (WS-FOUND-SUB)
007270     END-IF.
007280
007290*----------------------------------------------------------------
007300* FIND-REASON-SLOT - IS THIS THE SLOT FOR THE REASON COUNTED
007310*----------------------------------------------------------------
007320 FIND-REASON-SLOT.
007330     IF WS-RT-REASON-CODE (WS-SUB) = WS-COUNTED-REASON
007340         MOVE WS-SUB TO WS-FOUND-SUB
007350     END-IF.
007360
007370*----------------------------------------------------------------
007380* COUNT-AUDIT-TRAIL - THE MONTH'S ADDS, DELETES, MERGES AND
007390* DATE-OF-BIRTH CORRECTIONS BY BUSINESS DATE
007400*----------------------------------------------------------------
007410 COUNT-AUDIT-TRAIL.
007420     PERFORM READ-AUDIT-RECORD
007430     PERFORM PROCESS-AUDIT-ENTRY THRU PROC-AUDIT-EXIT
007440         UNTIL WS-END-OF-AUDIT.
007450
007460*----------------------------------------------------------------
007470* READ-AUDIT-RECORD - READ THE NEXT AUDIT-TRAIL ENTRY
007480*----------------------------------------------------------------
007490 READ-AUDIT-RECORD.
007500     READ AUDIT-LOG
007510         AT END
007520         SET WS-END-OF-AUDIT TO TRUE
007530     END-READ
007540     IF NOT WS-END-OF-AUDIT
007550         IF NOT WS-AUDIT-LOG-OK
007560             DISPLAY "ERROR READING AUDIT-LOG, STATUS="
007570                 WS-AUDIT-LOG-STATUS
007580             MOVE 12 TO RETURN-CODE
007590             SET WS-END-OF-AUDIT TO TRUE
007600         END-IF
007610     END-IF.
007620
007630*----------------------------------------------------------------
007640* PROCESS-AUDIT-ENTRY - COUNT ONE ENTRY OF THE MONTH BY ACTION
007650*----------------------------------------------------------------
007660 PROCESS-AUDIT-ENTRY.
007670     ADD 1 TO WS-AUDIT-READ-CTR
007680     IF AL-BUSINESS-DATE NUMERIC
007690         MOVE AL-BUSINESS-DATE TO WS-DATE-WORK
007700         IF WS-DW-MONTH = WS-STAT-MONTH
007710             ADD 1 TO WS-AUDIT-IN-MONTH-CTR
007720             IF AL-ADD-ACTION
007730                 ADD 1 TO WS-CE-PEOPLE-ADDED (1)
007740             END-IF
007750             IF AL-DELETE-ACTION
007760                 OR AL-MERGE-ACTION
007770                 ADD 1 TO WS-CE-PEOPLE-REMOVED (1)
007780             END-IF
007790             IF AL-INQUIRY-ACTION
007800                 ADD 1 TO WS-CE-DOB-CORRECTIONS (1)
007810             END-IF
007820         END-IF
007830     END-IF
007840     PERFORM READ-AUDIT-RECORD.
007850 PROC-AUDIT-EXIT.
007860     EXIT.
007870
007880*----------------------------------------------------------------
007890* COUNT-RUNS - THE MONTH'S RESEL-WORLD BATCH AND RESUBMIT RUNS
007900*----------------------------------------------------------------
007910 COUNT-RUNS.
007920     PERFORM READ-REGISTRY-RECORD
007930     PERFORM PROCESS-RUN THRU PROC-RUN-EXIT
007940         UNTIL WS-END-OF-REGISTRY.
007950
007960*----------------------------------------------------------------
007970* READ-REGISTRY-RECORD - READ THE NEXT RUN-REGISTRY RECORD
007980*----------------------------------------------------------------
007990 READ-REGISTRY-RECORD.
008000     READ RUN-REGISTRY
008010         AT END
008020         SET WS-END-OF-REGISTRY TO TRUE
008030     END-READ
008040     IF NOT WS-END-OF-REGISTRY
008050         IF NOT WS-RUN-REGISTRY-OK
008060             DISPLAY "ERROR READING RUN-REGISTRY, STATUS="
008070                 WS-RUN-REGISTRY-STATUS
008080             MOVE 12 TO RETURN-CODE
008090             SET WS-END-OF-REGISTRY TO TRUE
008100         END-IF
008110     END-IF.
008120
008130*----------------------------------------------------------------
008140* PROCESS-RUN - ADD A RUN OF THE MONTH TO THE FEED FIGURES
008150*----------------------------------------------------------------
008160 PROCESS-RUN.
008170     ADD 1 TO WS-RUNS-READ-CTR
008180     IF RG-BUSINESS-DATE NUMERIC
008190         AND (RG-BATCH-RUN OR RG-RESUBMIT-RUN)
008200         MOVE RG-BUSINESS-DATE TO WS-DATE-WORK
008210         IF WS-DW-MONTH = WS-STAT-MONTH
008220             ADD 1 TO WS-CE-RUNS-MADE (1)
008230             ADD RG-RECORDS-READ TO WS-CE-RECORDS-FED (1)
008240             ADD RG-REJECTED-CTR TO WS-CE-FEED-REJECTED (1)
008250         END-IF
008260     END-IF
008270     PERFORM READ-REGISTRY-RECORD.
008280 PROC-RUN-EXIT.
008290     EXIT.
008300
008310*----------------------------------------------------------------
008320* PICK-TOP-REASON - FILL ONE TOP-REASON PLACE WITH THE COMMONEST
008330* REASON NOT ALREADY PLACED. A TIE GOES TO THE CODE SEEN FIRST
008340*----------------------------------------------------------------
008350 PICK-TOP-REASON.
008360     MOVE ZERO TO WS-FOUND-SUB
008370     MOVE ZERO TO WS-BEST-CTR
008380     PERFORM FIND-BEST-REASON
008390         VARYING WS-SUB FROM 1 BY 1
008400         UNTIL WS-SUB > WS-REASON-COUNT
008410     IF WS-FOUND-SUB > ZERO
008420         MOVE 'Y' TO WS-RT-PICKED-SW (WS-FOUND-SUB)
008430         MOVE WS-RT-REASON-CODE (WS-FOUND-SUB)
008440             TO WS-CE-REASON-CODE (1 WS-RANK)
008450         MOVE WS-RT-REJECTED (WS-FOUND-SUB)
008460             TO WS-CE-REASON-CTR (1 WS-RANK)
008470     END-IF.
008480
008490*----------------------------------------------------------------
008500* FIND-BEST-REASON - IS THIS UNPLACED REASON THE COMMONEST YET
008510*----------------------------------------------------------------
008520 FIND-BEST-REASON.
008530     IF NOT WS-RT-PICKED (WS-SUB)
008540         AND WS-RT-REJECTED (WS-SUB) > WS-BEST-CTR
008550         MOVE WS-SUB TO WS-FOUND-SUB
008560         MOVE WS-RT-REJECTED (WS-SUB) TO WS-BEST-CTR
008570     END-IF.
008580
008590*----------------------------------------------------------------
008600* STORE-MONTH-STATS - FILE THIS MONTH'S COUNTS ON STATHIST. A
008610* RERUN FOR A MONTH ALREADY HELD REPLACES IT
008620*----------------------------------------------------------------
008630 STORE-MONTH-STATS.
008640     MOVE WS-CE-STATS (1) TO SH-STATS-RECORD
008650     WRITE SH-STATS-RECORD
008660         INVALID KEY
008670         REWRITE SH-STATS-RECORD
008680         IF WS-STAT-HISTORY-OK
008690             DISPLAY "STATISTICS ALREADY HELD FOR " WS-STAT-MONTH
008700                 " - REPLACED"
008710         END-IF
008720     END-WRITE
008730     IF NOT WS-STAT-HISTORY-OK
008740         DISPLAY "ERROR WRITING STAT-HISTORY, STATUS="
008750             WS-STAT-HISTORY-STATUS
008760         MOVE 12 TO RETURN-CODE
008765         SET WS-STATS-NOT-STORED TO TRUE
008770     END-IF.
008780
008790*----------------------------------------------------------------
008800* FETCH-COMPARE-MONTH - READ BACK AN EARLIER MONTH INTO ITS SLOT,
008810* MARKING IT NOT HELD IF STATHIST HAS NO RECORD FOR IT
008820*----------------------------------------------------------------
008830 FETCH-COMPARE-MONTH.
008840     MOVE WS-COMPARE-MONTH TO SH-STAT-MONTH
008850     READ STAT-HISTORY
008860         INVALID KEY
008870         MOVE 'N' TO WS-CE-HELD-SW (WS-SLOT)
008880         NOT INVALID KEY
008890         MOVE SH-STATS-RECORD TO WS-CE-STATS (WS-SLOT)
008900         MOVE 'Y' TO WS-CE-HELD-SW (WS-SLOT)
008910     END-READ.
008920
008930*----------------------------------------------------------------
008940* DERIVE-MEASURES - TURN ONE SLOT'S COUNTS INTO THE PRINTED
008950* FIGURES, IN LABEL-TABLE ORDER
008960*----------------------------------------------------------------
008970 DERIVE-MEASURES.
008980     IF WS-CE-HELD (WS-SLOT)
008990         MOVE ZERO TO WS-ALL-ACCEPTED
009000         MOVE ZERO TO WS-ALL-REJECTED
009010         MOVE ZERO TO WS-ALL-PENDING
009020         PERFORM DERIVE-BAND-MEASURES
009030             VARYING WS-BAND FROM 1 BY 1
009040             UNTIL WS-BAND > 4
009050         COMPUTE WS-PCT-WHOLE =
009060             WS-ALL-ACCEPTED + WS-ALL-REJECTED + WS-ALL-PENDING
009070         MOVE WS-PCT-WHOLE TO WS-MV-VALUE (WS-SLOT 17)
009080         MOVE WS-ALL-ACCEPTED TO WS-PCT-PART
009090         PERFORM COMPUTE-PCT
009100         MOVE WS-PCT-RESULT TO WS-MV-VALUE (WS-SLOT 18)
009110         MOVE WS-ALL-REJECTED TO WS-PCT-PART
009120         PERFORM COMPUTE-PCT
009130         MOVE WS-PCT-RESULT TO WS-MV-VALUE (WS-SLOT 19)
009140         MOVE WS-ALL-PENDING TO WS-PCT-PART
009150         PERFORM COMPUTE-PCT
009160         MOVE WS-PCT-RESULT TO WS-MV-VALUE (WS-SLOT 20)
009170         MOVE WS-CE-DECISIONS-MADE (WS-SLOT)
009180             TO WS-MV-VALUE (WS-SLOT 21)
009190         MOVE WS-CE-DECISIONS-MADE (WS-SLOT) TO WS-PCT-WHOLE
009200         MOVE WS-CE-DECISIONS-REJECTED (WS-SLOT) TO WS-PCT-PART
009210         PERFORM COMPUTE-PCT
009220         MOVE WS-PCT-RESULT TO WS-MV-VALUE (WS-SLOT 22)
009230         IF WS-CE-DAYS-MEASURED (WS-SLOT) > ZERO
009240             COMPUTE WS-MV-VALUE (WS-SLOT 23) ROUNDED =
009250                 WS-CE-DECISION-DAYS (WS-SLOT)
009260                 / WS-CE-DAYS-MEASURED (WS-SLOT)
009270         ELSE
009280             MOVE ZERO TO WS-MV-VALUE (WS-SLOT 23)
009290         END-IF
009300         MOVE WS-CE-PEOPLE-ADDED (WS-SLOT)
009310             TO WS-MV-VALUE (WS-SLOT 24)
009320         MOVE WS-CE-PEOPLE-REMOVED (WS-SLOT)
009330             TO WS-MV-VALUE (WS-SLOT 25)
009340         MOVE WS-CE-DOB-CORRECTIONS (WS-SLOT)
009350             TO WS-MV-VALUE (WS-SLOT 26)
009360         MOVE WS-CE-RUNS-MADE (WS-SLOT)
009370             TO WS-MV-VALUE (WS-SLOT 27)
009380         MOVE WS-CE-RECORDS-FED (WS-SLOT)
009390             TO WS-MV-VALUE (WS-SLOT 28)
009400         MOVE WS-CE-FEED-REJECTED (WS-SLOT)
009410             TO WS-MV-VALUE (WS-SLOT 29)
009420     END-IF.
009430
009440*----------------------------------------------------------------
009450* DERIVE-BAND-MEASURES - ONE AGE BAND'S HEADCOUNT AND ITS
009460* ACCEPTED, REJECTED AND PENDING SHARES
009470*----------------------------------------------------------------
009480 DERIVE-BAND-MEASURES.
009490     COMPUTE WS-MEASURE-BASE = (WS-BAND - 1) * 4
009500     COMPUTE WS-PCT-WHOLE =
009510         WS-CE-BAND-ACCEPTED (WS-SLOT WS-BAND)
009520         + WS-CE-BAND-REJECTED (WS-SLOT WS-BAND)
009530         + WS-CE-BAND-PENDING (WS-SLOT WS-BAND)
009540     MOVE WS-PCT-WHOLE
009550         TO WS-MV-VALUE (WS-SLOT WS-MEASURE-BASE + 1)
009560     MOVE WS-CE-BAND-ACCEPTED (WS-SLOT WS-BAND) TO WS-PCT-PART
009570     ADD WS-PCT-PART TO WS-ALL-ACCEPTED
009580     PERFORM COMPUTE-PCT
009590     MOVE WS-PCT-RESULT
009600         TO WS-MV-VALUE (WS-SLOT WS-MEASURE-BASE + 2)
009610     MOVE WS-CE-BAND-REJECTED (WS-SLOT WS-BAND) TO WS-PCT-PART
009620     ADD WS-PCT-PART TO WS-ALL-REJECTED
009630     PERFORM COMPUTE-PCT
009640     MOVE WS-PCT-RESULT
009650         TO WS-MV-VALUE (WS-SLOT WS-MEASURE-BASE + 3)
009660     MOVE WS-CE-BAND-PENDING (WS-SLOT WS-BAND) TO WS-PCT-PART
009670     ADD WS-PCT-PART TO WS-ALL-PENDING
009680     PERFORM COMPUTE-PCT
009690     MOVE WS-PCT-RESULT
009700         TO WS-MV-VALUE (WS-SLOT WS-MEASURE-BASE + 4).
009710
009720*----------------------------------------------------------------
009730* COMPUTE-PCT - THE PART AS A PERCENTAGE OF THE WHOLE, TO ONE
009740* DECIMAL PLACE, NOUGHT WHEN THE WHOLE IS NOUGHT
009750*----------------------------------------------------------------
009760 COMPUTE-PCT.
009770     IF WS-PCT-WHOLE > ZERO
009780         COMPUTE WS-PCT-RESULT ROUNDED =
009790             WS-PCT-PART * 100 / WS-PCT-WHOLE
009800     ELSE
009810         MOVE ZERO TO WS-PCT-RESULT
009820     END-IF.
009830
009840*----------------------------------------------------------------
009850* WRITE-PAGE-HEADING - START A NEW PAGE WITH THE RUN DATE, THE
009860* PAGE NUMBER, THE MONTHS COMPARED AND THE COLUMN HEADINGS
009870*----------------------------------------------------------------
009880 WRITE-PAGE-HEADING.
009890     ADD 1 TO WS-PAGE-CTR
009900     MOVE WS-PAGE-CTR TO WS-H1-PAGE-NO
009910     MOVE WS-RUN-DATE-RAW TO WS-H1-RUN-DATE
009920     MOVE WS-STAT-MONTH TO WS-H2-STAT-MONTH
009930     MOVE WS-LAST-MONTH TO WS-H2-LAST-MONTH
009940     MOVE WS-YEAR-AGO-MONTH TO WS-H2-YEAR-AGO-MONTH
009950     WRITE MR-REPORT-LINE FROM WS-HEADING-1
009960         AFTER ADVANCING PAGE
009970     WRITE MR-REPORT-LINE FROM WS-HEADING-2
009980         AFTER ADVANCING 1 LINE
009981     IF WS-STATS-NOT-STORED
009982         MOVE "*** RUN ENDED IN ERROR - COUNTS NOT STORED ***"
009983             TO MR-REPORT-LINE
009984         WRITE MR-REPORT-LINE AFTER ADVANCING 1 LINE
009986     END-IF
009990     WRITE MR-REPORT-LINE FROM WS-HEADING-3
010000         AFTER ADVANCING 2 LINES
010010     MOVE SPACE TO MR-REPORT-LINE
010020     WRITE MR-REPORT-LINE AFTER ADVANCING 1 LINE
010030     IF WS-STATS-NOT-STORED
010032         MOVE 6 TO WS-LINE-CTR
010034     ELSE
010036         MOVE 5 TO WS-LINE-CTR
010038     END-IF.
010040
010050*----------------------------------------------------------------
010060* WRITE-MEASURE-LINE - ONE FIGURE FOR THE THREE MONTHS AND ITS
010070* MOVEMENT SINCE LAST MONTH. A RATE MOVES IN PERCENTAGE POINTS
010080*----------------------------------------------------------------
010090 WRITE-MEASURE-LINE.
010100     IF WS-LINE-CTR > WS-LINES-PER-PAGE
010110         PERFORM WRITE-PAGE-HEADING
010120     END-IF
010130     IF WS-MT-SPACE-BEFORE (WS-MEASURE)
010140         MOVE SPACE TO MR-REPORT-LINE
010150         WRITE MR-REPORT-LINE AFTER ADVANCING 1 LINE
010160         ADD 1 TO WS-LINE-CTR
010170     END-IF
010180     MOVE SPACE TO WS-MEASURE-LINE
010190     MOVE WS-MT-LABEL (WS-MEASURE) TO WS-ML-LABEL
010200     PERFORM FILL-MEASURE-COLUMN
010210         VARYING WS-SLOT FROM 1 BY 1
010220         UNTIL WS-SLOT > 3
010230     IF WS-CE-HELD (2)
010240         COMPUTE WS-MOVEMENT = WS-MV-VALUE (1 WS-MEASURE)
010250             - WS-MV-VALUE (2 WS-MEASURE)
010260         IF WS-MT-COUNT (WS-MEASURE)
010270             MOVE WS-MOVEMENT TO WS-ML-MOVE-COUNT
010280         ELSE
010290             MOVE WS-MOVEMENT TO WS-ML-MOVE-RATE
010300         END-IF
010310     END-IF
010320     WRITE MR-REPORT-LINE FROM WS-MEASURE-LINE
010330         AFTER ADVANCING 1 LINE
010340     PERFORM CHECK-REPORT-WRITE
010350     ADD 1 TO WS-LINE-CTR.
010360
010370*----------------------------------------------------------------
010380* FILL-MEASURE-COLUMN - ONE MONTH'S VALUE OF THE FIGURE, OR NOT
010390* HELD WHEN STATHIST HAS NOTHING FOR THAT MONTH
010400*----------------------------------------------------------------
010410 FILL-MEASURE-COLUMN.
010420     IF WS-CE-HELD (WS-SLOT)
010430         IF WS-MT-COUNT (WS-MEASURE)
010440             MOVE WS-MV-VALUE (WS-SLOT WS-MEASURE)
010450                 TO WS-ML-COUNT (WS-SLOT)
010460         ELSE
010470             MOVE WS-MV-VALUE (WS-SLOT WS-MEASURE)
010480                 TO WS-ML-RATE (WS-SLOT)
010490         END-IF
010500     ELSE
010510         MOVE "  NOT HELD" TO WS-ML-VALUE (WS-SLOT)
010520     END-IF.
010530
010540*----------------------------------------------------------------
010550* WRITE-REASON-SECTION - THE MONTH'S TOP FIVE REJECTION REASONS,
010560* DESCRIBED FROM RSNCODES, WITH THE SAME CODE'S COUNT IN THE
010570* COMPARISON MONTHS WHERE IT WAS IN THEIR TOP FIVE TOO
010580*----------------------------------------------------------------
010590 WRITE-REASON-SECTION.
010600     IF WS-LINE-CTR > WS-LINES-PER-PAGE - 10
010610         PERFORM WRITE-PAGE-HEADING
010620     END-IF
010630     WRITE MR-REPORT-LINE FROM WS-REASON-HEADING-1
010640         AFTER ADVANCING 3 LINES
010650     WRITE MR-REPORT-LINE FROM WS-REASON-HEADING-2
010660         AFTER ADVANCING 2 LINES
010670     MOVE SPACE TO MR-REPORT-LINE
010680     WRITE MR-REPORT-LINE AFTER ADVANCING 1 LINE
010690     ADD 6 TO WS-LINE-CTR
010700     IF WS-CE-REASON-CTR (1 1) = ZERO
010710         MOVE "NO REJECTIONS APPLIED IN THE MONTH"
010720             TO MR-REPORT-LINE
010730         WRITE MR-REPORT-LINE AFTER ADVANCING 1 LINE
010740         PERFORM CHECK-REPORT-WRITE
010750     ELSE
010760         PERFORM WRITE-REASON-LINE
010770             VARYING WS-RANK FROM 1 BY 1
010780             UNTIL WS-RANK > 5
010790     END-IF.
010800
010810*----------------------------------------------------------------
010820* WRITE-REASON-LINE - ONE OF THE TOP FIVE, IF THE MONTH HAD THAT
010830* MANY DIFFERENT REASONS
010840*----------------------------------------------------------------
010850 WRITE-REASON-LINE.
010860     IF WS-CE-REASON-CTR (1 WS-RANK) > ZERO
010870         MOVE WS-RANK TO WS-RL-RANK
010880         MOVE WS-CE-REASON-CODE (1 WS-RANK) TO WS-RL-REASON-CODE
010890         MOVE WS-CE-REASON-CODE (1 WS-RANK) TO WS-COUNTED-REASON
010900         PERFORM DESCRIBE-REASON
010910         MOVE WS-CE-REASON-CTR (1 WS-RANK) TO WS-RL-THIS-COUNT
010920         MOVE 2 TO WS-SLOT
010930         PERFORM FILL-REASON-COLUMN
010940         MOVE 3 TO WS-SLOT
010950         PERFORM FILL-REASON-COLUMN
010960         WRITE MR-REPORT-LINE FROM WS-REASON-LINE
010970             AFTER ADVANCING 1 LINE
010980         PERFORM CHECK-REPORT-WRITE
010990         ADD 1 TO WS-LINE-CTR
011000     END-IF.
011010
011020*----------------------------------------------------------------
011030* FILL-REASON-COLUMN - THE REASON'S COUNT IN A COMPARISON MONTH.
011040* ONLY THAT MONTH'S TOP FIVE ARE KEPT, SO A CODE OUTSIDE THEM
011050* SHOWS AS NOT IN THE TOP FIVE
011060*----------------------------------------------------------------
011070 FILL-REASON-COLUMN.
011080     MOVE SPACE TO WS-RL-COLUMN (WS-SLOT - 1)
011090     IF WS-CE-HELD (WS-SLOT)
011100         MOVE ZERO TO WS-FOUND-SUB
011110         PERFORM FIND-COMPARE-REASON
011120             VARYING WS-SUB FROM 1 BY 1
011130             UNTIL WS-SUB > 5
011140         IF WS-FOUND-SUB > ZERO
011150             MOVE WS-CE-REASON-CTR (WS-SLOT WS-FOUND-SUB)
011160                 TO WS-RL-COUNT (WS-SLOT - 1)
011170         ELSE
011180             MOVE "NOT IN TOP" TO WS-RL-VALUE (WS-SLOT - 1)
011190         END-IF
011200     ELSE
011210         MOVE "  NOT HELD" TO WS-RL-VALUE (WS-SLOT - 1)
011220     END-IF.
011230
011240*----------------------------------------------------------------
011250* FIND-COMPARE-REASON - DID THE COMPARISON MONTH RANK THIS CODE
011260*----------------------------------------------------------------
011270 FIND-COMPARE-REASON.
011280     IF WS-CE-REASON-CTR (WS-SLOT WS-SUB) > ZERO
011290         AND WS-CE-REASON-CODE (WS-SLOT WS-SUB)
011300             = WS-COUNTED-REASON
011310         MOVE WS-SUB TO WS-FOUND-SUB
011320     END-IF.
011330
011340*----------------------------------------------------------------
011350* DESCRIBE-REASON - LOOK THE REASON CODE UP ON THE REFERENCE FILE
011360*----------------------------------------------------------------
011370 DESCRIBE-REASON.
011380     IF WS-COUNTED-REASON = SPACE
011390         MOVE "(NO REASON GIVEN)" TO WS-RL-DESCRIPTION
011400     ELSE
011410         IF WS-REASONS-AVAILABLE
011420             MOVE WS-COUNTED-REASON TO RS-REASON-CODE
011430             READ REASON-FILE
011440                 INVALID KEY
011450                 MOVE "UNKNOWN REASON CODE" TO WS-RL-DESCRIPTION
011460                 NOT INVALID KEY
011470                 MOVE RS-DESCRIPTION TO WS-RL-DESCRIPTION
011480             END-READ
011490         ELSE
011500             MOVE SPACE TO WS-RL-DESCRIPTION
011510         END-IF
011520     END-IF.
011530
011540*----------------------------------------------------------------
011550* CHECK-REPORT-WRITE - REPORT A FAILED WRITE TO MONTHLY-RPT
011560*----------------------------------------------------------------
011570 CHECK-REPORT-WRITE.
011580     IF NOT WS-MONTHLY-RPT-OK
011590         DISPLAY "ERROR WRITING MONTHLY-RPT, STATUS="
011600             WS-MONTHLY-RPT-STATUS
011610         MOVE 12 TO RETURN-CODE
011620     END-IF.
011630
011640*----------------------------------------------------------------
011650* SHOW-CONTROL-TOTALS - WHAT THE STATISTICS RUN READ AND KEPT
011660*----------------------------------------------------------------
011670 SHOW-CONTROL-TOTALS.
011680     DISPLAY "----------------------------------------"
011690     DISPLAY "MONTHLY STATISTICS CONTROL TOTALS"
011700     DISPLAY "  MONTH COUNTED ......... " WS-STAT-MONTH
011710     DISPLAY "  PEOPLE READ ........... " WS-PEOPLE-READ-CTR
011720     DISPLAY "  DECISIONS READ ........ " WS-DECISIONS-READ-CTR
011730     DISPLAY "  DECISIONS IN MONTH .... " WS-CE-DECISIONS-MADE (1)
011740     DISPLAY "  AUDIT ENTRIES READ .... " WS-AUDIT-READ-CTR
011750     DISPLAY "  AUDIT ENTRIES IN MONTH  " WS-AUDIT-IN-MONTH-CTR
011760     DISPLAY "  REGISTRY RUNS READ .... " WS-RUNS-READ-CTR
011770     DISPLAY "  RUNS IN MONTH ......... " WS-CE-RUNS-MADE (1)
011780     DISPLAY "  REASONS NOT COUNTED ... " WS-REASON-OVERFLOW-CTR
011790     DISPLAY "----------------------------------------".
011800 END PROGRAM RESEL-MONSTAT.
