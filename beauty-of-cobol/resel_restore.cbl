000190*                 ELIGIBILITY DECISIONS RECORDED AFTER THE
000200*                 SNAPSHOT ARE NOT ON THE TRAIL - RERUN RESELACK
000210*                 ON THE DAY'S ELIGACK FILE TO PUT THEM BACK.
000212* 2026-09-16 JR   A MERGE ENTRY ('M') IS REPLAYED AS AN UPSERT OF
000214*                 THE SURVIVOR, THEN THE RETIRED ID IS DELETED AND
000216*                 ITS DECISION CARRIED ACROSS THE SAME WAY THE
000218*                 MERGE RUN DID.
000220*----------------------------------------------------------------
000230
000240 ENVIRONMENT DIVISION.
001250*----------------------------------------------------------------
001260 01  WS-SNAPSHOT-TS PIC X(21) VALUE SPACE.
001270 01  WS-TRAILER-COUNT PIC 9(07) VALUE ZERO.
001271
001272*----------------------------------------------------------------
001273* MERGE REPLAY WORK AREA - THE RETIRED RECORD'S DECISION, HELD
001274* WHILE THE RECORD IS DELETED AND THE SURVIVOR IS RE-READ
001275*----------------------------------------------------------------
001276 01  WS-RETIRED-DECISION.
001277     05  WS-RETIRED-ELIG-STATUS PIC X(01).
001278         88  WS-RETIRED-ELIG-PENDING VALUE SPACE.
001279     05  WS-RETIRED-ELIG-REASON PIC X(04).
001280     05  WS-RETIRED-ELIG-DATE PIC 9(08).
001281
001290*----------------------------------------------------------------
001300* CONTROL TOTALS - THE RELOAD MUST PROVE IN = OUT AND THE
001310* REPLAY IS REPORTED ACTION BY ACTION
003120*----------------------------------------------------------------
003130* REPLAY-ONE-ENTRY - AN ENTRY NEWER THAN THE SNAPSHOT IS PUT
003140* BACK ON THE MASTER: A DELETE TAKES THE PERSON OFF, ANYTHING
003146* ELSE OVERLAYS OR RE-ADDS THE RECORD AS THE TRAIL SHOWS IT. A
003152* MERGE ALSO RETIRES THE ID IT FOLDED INTO THE SURVIVOR
003160*----------------------------------------------------------------
003170 REPLAY-ONE-ENTRY.
003180     IF AL-TIMESTAMP > WS-SNAPSHOT-TS
003200             PERFORM REPLAY-DELETE
003210         ELSE
003220             PERFORM REPLAY-UPSERT
003222             IF AL-MERGE-ACTION
003224                 PERFORM REPLAY-MERGE-RETIREMENT
003226             END-IF
003230         END-IF
003240     END-IF
003250     PERFORM READ-AUDIT-RECORD.
003950         NOT INVALID KEY
003960         ADD 1 TO WS-REPLAYED-CHG-CTR
003970     END-REWRITE.
003971
003972*----------------------------------------------------------------
003973* REPLAY-MERGE-RETIREMENT - TAKE THE RETIRED ID OFF THE MASTER.
003974* ITS DECISION IS HELD FIRST SO THE SURVIVOR CAN BE GIVEN IT IF
003975* IT IS THE NEWER ONE. ALREADY GONE IS NOT AN ERROR
003976*----------------------------------------------------------------
003977 REPLAY-MERGE-RETIREMENT.
003978     MOVE AL-MERGED-ID TO UM-USER-ID
003979     READ USER-MASTER
003980         INVALID KEY
003981         ADD 1 TO WS-REPLAY-SKIP-CTR
003982         NOT INVALID KEY
003983         MOVE UM-ELIG-STATUS TO WS-RETIRED-ELIG-STATUS
003984         MOVE UM-ELIG-REASON TO WS-RETIRED-ELIG-REASON
003985         MOVE UM-ELIG-DATE TO WS-RETIRED-ELIG-DATE
003986         DELETE USER-MASTER RECORD
003987         END-DELETE
003988         ADD 1 TO WS-REPLAYED-DEL-CTR
003989         PERFORM REPLAY-CARRY-DECISION
003990     END-READ.
003991
003992*----------------------------------------------------------------
003993* REPLAY-CARRY-DECISION - THE SURVIVOR KEEPS WHICHEVER DECISION
003994* IS THE MORE RECENT, EXACTLY AS THE MERGE RUN CHOSE
003995*----------------------------------------------------------------
003996 REPLAY-CARRY-DECISION.
003997     IF NOT WS-RETIRED-ELIG-PENDING
003998         MOVE AL-USER-ID TO UM-USER-ID
003999         READ USER-MASTER
004000             INVALID KEY
004001             ADD 1 TO WS-REPLAY-SKIP-CTR
004002             NOT INVALID KEY
004003             IF UM-ELIG-PENDING
004004                 OR WS-RETIRED-ELIG-DATE > UM-ELIG-DATE
004005                 MOVE WS-RETIRED-ELIG-STATUS TO UM-ELIG-STATUS
004006                 MOVE WS-RETIRED-ELIG-REASON TO UM-ELIG-REASON
004007                 MOVE WS-RETIRED-ELIG-DATE TO UM-ELIG-DATE
004008                 REWRITE UM-USER-RECORD
004009                 END-REWRITE
004010             END-IF
004011         END-READ
004012     END-IF.
004013
004014*----------------------------------------------------------------
004015* SHOW-CONTROL-TOTALS - WHAT THE RESTORE LOADED AND REPLAYED,
004016* SO OPERATIONS CAN PROVE THE RECOVERY POINT
004020*----------------------------------------------------------------
004030 SHOW-CONTROL-TOTALS.
004040     DISPLAY "----------------------------------------"
