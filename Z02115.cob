      *
      * THIS PROGRAM IS A ROUTINE TO Z02104 (0210)
      * IT MAINTAINS THE OVERNIGHT RUN QUEUE (RUN_QUEUE_TABLE):
      * 1. SUBMIT A RUN REQUEST (MAP ID, BOARD MODE, GENERATION COUNT,
      *    RULE SET) AS A PENDING ROW FOR Z02097 TO PICK UP ON ITS NEXT
      *    EXECUTION.  A RETIRED BOARD TAKES NO NEW REQUESTS, AND A
      *    REQUEST WITH NO BOARD MODE PLAYS IN THE BOARD'S REGISTERED
      *    DEFAULT MODE.  THE PRIORITY (1 MOST URGENT THRU 9, BLANK
      *    IS 5) DECIDES THE ORDER Z02097 DRAINS THE QUEUE IN.  UP TO
      *    THREE WATCH CONDITIONS GO TO RUN_WATCH_TABLE WITH THE
      *    REQUEST, FOR Z02097 TO TEST AFTER EVERY GENERATION
      * 2. LIST THE QUEUE NEWEST FIRST, ONE PAGE OF 14 LINES PER CALL,
      *    WITH THE PRIORITY, AND THE FINAL POPULATION AND OUTCOME OF
      *    FINISHED, DEFERRED AND SUSPENDED REQUESTS -
      *    THE ANSWER TO "DID MY RUN GO" WITHOUT A TRIP TO THE JES
      *    OUTPUT.  EVERY WATCH EVENT FROM RUN_EVENT_TABLE FOLLOWS ITS
      *    REQUEST AS AN INDENTED LINE
      *
      ******************************************************************
       DATA DIVISION.
       01 CT-CONTSTANT.
           05 CT-PAGE-SIZE                PIC S9(4) COMP VALUE 14.
           05 CT-STATUS-PENDING           PIC X VALUE 'P'.
      * THE BUILT-IN RULE SET A REQUEST WITH NO RULE NAMED PLAYS
           05 CT-DEFAULT-RULE-NAME        PIC X(8) VALUE 'CONWAY'.
      * THE BOARD MODE OF A REQUEST FOR AN UNREGISTERED BOARD THAT
      * DID NOT NAME ONE - SAME AS 0206 USES
           05 CT-DEFAULT-BOARD-MODE       PIC X VALUE 'B'.
      * THE PRIORITY OF A REQUEST THAT DID NOT ASK FOR ONE - THE
      * MIDDLE OF THE 1 (MOST URGENT) THRU 9 RANGE
           05 CT-DEFAULT-PRIORITY         PIC X VALUE '5'.
      * WATCH CONDITION LINES ON THE SCREEN, AND THE ACTION OF ONE
      * THAT DID NOT NAME ONE
           05 CT-MAX-WATCHES              PIC S9(4) COMP VALUE 3.
           05 CT-DEFAULT-WATCH-ACTION     PIC X VALUE 'L'.
      * THE BOARD SIZE A RECTANGLE WATCH HAS TO FIT INSIDE
           05 CT-BOARD-LINES              PIC S9(4) COMP VALUE 100.
           05 CT-BOARD-COLUMNS            PIC S9(4) COMP VALUE 200.
      * SWITCHES
       01 SW-SWITCHES.
           05 SW-END-OF-DATA-QUEUE                 PIC X.
           05 SW-IF-INPUT-DATA-IS-VALID            PIC X.
               88 SO-VALID-INPUT-DATA              VALUE 'Y'.
               88 SO-INVALID-INPUT-DATA            VALUE 'N'.
           05 SW-IF-RULE-SET-FOUND                 PIC X.
               88 SO-RULE-SET-FOUND                VALUE 'Y'.
               88 SO-RULE-SET-UNKNOWN              VALUE 'N'.
           05 SW-BOARD-REGISTRY-STATUS             PIC X.
               88 SO-BOARD-ACTIVE                  VALUE 'A'.
               88 SO-BOARD-FROZEN                  VALUE 'F'.
               88 SO-BOARD-RETIRED                 VALUE 'R'.
               88 SO-BOARD-UNREGISTERED            VALUE ' '.
           05 SW-IF-PRIORITY-IS-VALID              PIC X.
               88 SO-VALID-PRIORITY                VALUE 'Y'.
               88 SO-INVALID-PRIORITY              VALUE 'N'.
           05 SW-IF-WATCHES-ARE-VALID              PIC X.
               88 SO-VALID-WATCHES                 VALUE 'Y'.
               88 SO-INVALID-WATCH                 VALUE 'N'.
           05 SW-END-OF-DATA-EVENTS                PIC X.
               88 SO-END-OF-DATA-EVENTS            VALUE 'Y'.
               88 SO-NOT-END-OF-DATA-EVENTS        VALUE 'N'.
           05 SW-IF-PAGE-IS-FULL                   PIC X.
               88 SO-PAGE-FULL                     VALUE 'Y'.
               88 SO-PAGE-NOT-FULL                 VALUE 'N'.
      * COMMAREA
           COPY ZZEC0240.

           10 SW-ST-IDENTIFICATOR           PIC X(4).
               88 SO-2140-PARA              VALUE '2140'.
               88 SO-2150-PARA              VALUE '2150'.
               88 SO-2160-PARA              VALUE '2160'.
               88 SO-7160-PARA              VALUE '7160'.
               88 SO-7170-PARA              VALUE '7170'.
               88 SO-7400-PARA              VALUE '7400'.
               88 SO-7500-PARA              VALUE '7500'.
               88 SO-7600-PARA              VALUE '7600'.
               88 SO-7410-PARA              VALUE '7410'.
               88 SO-7510-PARA              VALUE '7510'.
               88 SO-7610-PARA              VALUE '7610'.

      * PROGRAM VARIABLES
       01 PROGRAM-VARIABLES.
           05 WS-GENS-EDIT         PIC ZZZZ9.
           05 WS-PLAYED-EDIT       PIC ZZZZ9.
           05 WS-POP-EDIT          PIC ZZZZ9.
           05 WS-PRIORITY-EDIT     PIC 9.
           05 WS-WATCH-SEQ         PIC S9(4) COMP.
           05 WS-WATCH-NUMBER-EDIT PIC 9.
           05 WS-WATCH-REASON      PIC X(18).
           05 WS-WATCH-ERROR       PIC X(25).
           05 WS-CURRENT-PAGE      PIC S9(4) COMP.
           05 WS-LINES-NEEDED      PIC S9(4) COMP.
           05 WS-EVENT-LINES       PIC S9(4) COMP.
           05 WS-EVENT-COUNT       PIC S9(9) COMP.
           05 WS-EVENT-GEN-EDIT    PIC ZZZZ9.
           05 WS-EVENT-ACTION      PIC X(4).
           05 WS-EVENT-IMAGE       PIC X(3).

      * SQLCA AND DCLGENS
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE ZAEC0211 END-EXEC.
           EXEC SQL INCLUDE ZEEC0211 END-EXEC.
           EXEC SQL INCLUDE ZFEC0211 END-EXEC.
           EXEC SQL INCLUDE ZJEC0211 END-EXEC.
           EXEC SQL INCLUDE ZKEC0211 END-EXEC.
      * CURSOR DECLARATION - NEWEST REQUESTS COME BACK FIRST, EACH WITH
      * THE NUMBER OF WATCH EVENTS IT HAS SO THE PAGING KNOWS HOW MANY
      * LINES IT TAKES
           EXEC SQL DECLARE C-QUEUE CURSOR FOR
           SELECT
           RQ_REQUEST_ID, RQ_MAP_ID, RQ_BOARD_MODE, RQ_GENERATIONS,
           RQ_STATUS, RQ_GENERATIONS_PLAYED, RQ_FINAL_POPULATION,
           RQ_OUTCOME, RQ_RULE_NAME, RQ_PRIORITY,
           (SELECT COUNT(*) FROM RUN_EVENT_TABLE
             WHERE EVT_REQUEST_ID = RQ_REQUEST_ID)
           FROM RUN_QUEUE_TABLE
           ORDER BY RQ_REQUEST_ID DESC
           END-EXEC.
      * ONE REQUEST'S WATCH EVENTS IN THE ORDER THEY FIRED
           EXEC SQL DECLARE C-EVENTS CURSOR FOR
           SELECT
           EVT_SEQ, EVT_GENERATION, EVT_POPULATION, EVT_ACTION,
           EVT_TEXT, EVT_IMAGE_SAVED
           FROM RUN_EVENT_TABLE
           WHERE EVT_REQUEST_ID = :RQ-REQUEST-ID
           ORDER BY EVT_GENERATION, EVT_SEQ
           END-EXEC.
       LINKAGE SECTION.
       01 DFHCOMMAREA PIC X(1111).
      *****************************************************************
      *                   PROCEDURE DIVISION
      *****************************************************************
      *                   2100-SUBMIT-REQUEST
      * SAME VALIDATION RULES AS Z02097'S 2020-CHECK-IF-REQUEST-VALID
      * GAVE THE E4DQ0010 CARDS - MAP ID AND GENERATION COUNT NUMERIC
      * AND NOT ZERO, BOARD MODE 'B' OR 'T' - PLUS A RULE SET THAT IS
      * IN RULE_TABLE (BLANK OR 'CONWAY' IS THE BUILT-IN B3/S23).  THE
      * BOARD MODE MAY BE LEFT BLANK FOR THE REGISTRY TO FILL IN, AND
      * THE BOARD MUST NOT BE RETIRED.  A FROZEN BOARD STILL TAKES
      * REQUESTS - Z02097 HOLDS THEM PENDING UNTIL IT IS ACTIVE AGAIN.
      * THE PRIORITY MUST BE A DIGIT 1 THRU 9 OR BLANK.  THE WATCH
      * CONDITIONS ARE CHECKED ONCE THE BOARD MODE IS KNOWN, AS AN EDGE
      * WATCH ONLY MEANS SOMETHING ON A BOUNDED BOARD
      ******************************************************************
       2100-SUBMIT-REQUEST.
           PERFORM 2110-VALIDATE-SUBMIT-INPUT
           IF SO-VALID-INPUT-DATA THEN
              PERFORM 2130-CHECK-BOARD-REGISTRY
           END-IF
           IF SO-VALID-INPUT-DATA AND NOT SO-BOARD-RETIRED THEN
              PERFORM 2120-VALIDATE-RULE-SET
           END-IF
           PERFORM 2125-VALIDATE-PRIORITY
           SET SO-VALID-WATCHES TO TRUE
           IF SO-VALID-INPUT-DATA AND NOT SO-BOARD-RETIRED THEN
              PERFORM 2127-VALIDATE-WATCHES
           END-IF

           EVALUATE TRUE
           WHEN SO-INVALID-INPUT-DATA
              SET ZZEC0240-O-RC-INVALID-INPUT TO TRUE
              MOVE 'MAP/GENS NUMERIC NONZERO, MODE B, T OR BLANK' TO
                 ZZEC0240-O-ERROR-MESSAGE
           WHEN SO-BOARD-RETIRED
              SET ZZEC0240-O-RC-BOARD-RETIRED TO TRUE
              MOVE 'BOARD IS RETIRED' TO ZZEC0240-O-ERROR-MESSAGE
           WHEN SO-RULE-SET-UNKNOWN
              SET ZZEC0240-O-RC-UNKNOWN-RULE TO TRUE
              MOVE 'UNKNOWN RULE SET' TO ZZEC0240-O-ERROR-MESSAGE
           WHEN SO-INVALID-PRIORITY
              SET ZZEC0240-O-RC-BAD-PRIORITY TO TRUE
              MOVE 'PRIORITY 1-9 OR BLANK' TO ZZEC0240-O-ERROR-MESSAGE
           WHEN SO-INVALID-WATCH
              SET ZZEC0240-O-RC-BAD-WATCH TO TRUE
              MOVE WS-WATCH-ERROR TO ZZEC0240-O-ERROR-MESSAGE
           WHEN OTHER
              PERFORM 2140-GENERATE-NEW-REQUEST-ID
              PERFORM 2150-INSERT-QUEUE-ROW
              PERFORM 2160-INSERT-WATCH-ROWS

              SET ZZEC0240-O-RC-SUCCESS-SUBMIT TO TRUE
              MOVE RQ-REQUEST-ID TO WS-REQUEST-ID-EDIT
                     ' QUEUED'          DELIMITED BY SIZE
                 INTO ZZEC0240-O-ERROR-MESSAGE
              END-STRING
           END-EVALUATE
           .
      ******************************************************************
      *                2110-VALIDATE-SUBMIT-INPUT
              ZZEC0240-I-GENERATIONS = ZERO THEN
              SET SO-INVALID-INPUT-DATA TO TRUE
           END-IF
           IF ZZEC0240-I-BOARD-MODE = LOW-VALUES THEN
              MOVE SPACE TO ZZEC0240-I-BOARD-MODE
           END-IF
           IF NOT ZZEC0240-I-MODE-TOROIDAL AND
              NOT ZZEC0240-I-MODE-BOUNDED AND
              ZZEC0240-I-BOARD-MODE NOT = SPACE THEN
              SET SO-INVALID-INPUT-DATA TO TRUE
           END-IF
           .
      ******************************************************************
      *                2130-CHECK-BOARD-REGISTRY
      * READS THE BOARD'S REGISTRY ROW FOR ITS STATUS, AND FILLS IN A
      * BLANK BOARD MODE FROM ITS DEFAULT (BOUNDED WHEN THE BOARD IS
      * NOT REGISTERED)
      ******************************************************************
       2130-CHECK-BOARD-REGISTRY.
           PERFORM 7160-SELECT-BOARD-REGISTRY

           IF ZZEC0240-I-BOARD-MODE = SPACE THEN
              IF SO-BOARD-UNREGISTERED OR
                 BRD-DEFAULT-MODE = SPACE THEN
                 MOVE CT-DEFAULT-BOARD-MODE TO ZZEC0240-I-BOARD-MODE
              ELSE
                 MOVE BRD-DEFAULT-MODE TO ZZEC0240-I-BOARD-MODE
              END-IF
           END-IF
           .
      ******************************************************************
      *                2120-VALIDATE-RULE-SET
      * THE REQUEST CARRIES THE RULE NAME, NOT THE RULESTRING - Z02097
      * DECODES IT WHEN THE RUN IS PLAYED, SO ONLY ITS EXISTENCE IS
      * CHECKED HERE
      ******************************************************************
       2120-VALIDATE-RULE-SET.
           SET SO-RULE-SET-FOUND TO TRUE
           IF ZZEC0240-I-RULE-NAME = SPACE OR LOW-VALUES THEN
              MOVE CT-DEFAULT-RULE-NAME TO ZZEC0240-I-RULE-NAME
           END-IF

           IF ZZEC0240-I-RULE-NAME NOT = CT-DEFAULT-RULE-NAME THEN
              PERFORM 7170-SELECT-RULE-SET
           END-IF
           .
      ******************************************************************
      *                2125-VALIDATE-PRIORITY
      ******************************************************************
       2125-VALIDATE-PRIORITY.
           SET SO-VALID-PRIORITY TO TRUE
           IF ZZEC0240-I-PRIORITY = SPACE OR LOW-VALUES THEN
              MOVE CT-DEFAULT-PRIORITY TO ZZEC0240-I-PRIORITY
           END-IF

           IF ZZEC0240-I-PRIORITY IS NOT NUMERIC OR
              ZZEC0240-I-PRIORITY = ZERO THEN
              SET SO-INVALID-PRIORITY TO TRUE
           END-IF
           .
      ******************************************************************
      *                2127-VALIDATE-WATCHES
      * A WATCH LINE WITH A BLANK TYPE IS NOT USED.  THE FIRST BAD LINE
      * STOPS THE CHECK AND IS NAMED IN THE MESSAGE
      ******************************************************************
       2127-VALIDATE-WATCHES.
           IF ZZEC0240-I-RECORD-IMAGES = LOW-VALUES THEN
              MOVE SPACE TO ZZEC0240-I-RECORD-IMAGES
           END-IF
           IF ZZEC0240-I-RECORD-IMAGES NOT = 'Y' AND
              ZZEC0240-I-RECORD-IMAGES NOT = 'N' AND
              ZZEC0240-I-RECORD-IMAGES NOT = SPACE THEN
              SET SO-INVALID-WATCH TO TRUE
              MOVE 'RECORD IMAGES Y OR N' TO WS-WATCH-ERROR
           END-IF

           PERFORM VARYING WS-ITER FROM 1 BY 1
           UNTIL WS-ITER > CT-MAX-WATCHES OR SO-INVALID-WATCH
              IF ZZEC0240-I-WCH-TYPE(WS-ITER) NOT = SPACE THEN
                 PERFORM 2128-VALIDATE-ONE-WATCH
              END-IF
           END-PERFORM
           .
      ******************************************************************
      *                2128-VALIDATE-ONE-WATCH
      ******************************************************************
       2128-VALIDATE-ONE-WATCH.
           MOVE WS-ITER TO WS-WATCH-NUMBER-EDIT
           IF ZZEC0240-I-WCH-ACTION(WS-ITER) = SPACE THEN
              MOVE CT-DEFAULT-WATCH-ACTION
                TO ZZEC0240-I-WCH-ACTION(WS-ITER)
           END-IF

           EVALUATE TRUE
           WHEN ZZEC0240-I-WCH-ACTION(WS-ITER) NOT = 'S' AND
                ZZEC0240-I-WCH-ACTION(WS-ITER) NOT = 'L'
              SET SO-INVALID-WATCH TO TRUE
              MOVE 'ACTION S OR L' TO WS-WATCH-REASON

           WHEN ZZEC0240-I-WCH-TYPE(WS-ITER) = 'A' OR 'B'
              IF ZZEC0240-I-WCH-VALUE(WS-ITER) IS NOT NUMERIC THEN
                 SET SO-INVALID-WATCH TO TRUE
                 MOVE 'POPULATION NUMERIC' TO WS-WATCH-REASON
              END-IF

           WHEN ZZEC0240-I-WCH-TYPE(WS-ITER) = 'G'
              IF ZZEC0240-I-WCH-VALUE(WS-ITER) IS NOT NUMERIC OR
                 ZZEC0240-I-WCH-VALUE(WS-ITER) = ZERO THEN
                 SET SO-INVALID-WATCH TO TRUE
                 MOVE 'PERCENT NONZERO' TO WS-WATCH-REASON
              END-IF

           WHEN ZZEC0240-I-WCH-TYPE(WS-ITER) = 'R'
              IF ZZEC0240-I-WCH-RECT(WS-ITER) IS NOT NUMERIC THEN
                 SET SO-INVALID-WATCH TO TRUE
                 MOVE 'AREA NOT NUMERIC' TO WS-WATCH-REASON
              ELSE
                 IF ZZEC0240-I-WCH-TOP(WS-ITER) < 1 OR
                    ZZEC0240-I-WCH-LEFT(WS-ITER) < 1 OR
                    ZZEC0240-I-WCH-BOTTOM(WS-ITER) >
                       CT-BOARD-LINES OR
                    ZZEC0240-I-WCH-RIGHT(WS-ITER) >
                       CT-BOARD-COLUMNS OR
                    ZZEC0240-I-WCH-TOP(WS-ITER) >
                       ZZEC0240-I-WCH-BOTTOM(WS-ITER) OR
                    ZZEC0240-I-WCH-LEFT(WS-ITER) >
                       ZZEC0240-I-WCH-RIGHT(WS-ITER) THEN
                    SET SO-INVALID-WATCH TO TRUE
                    MOVE 'AREA OFF THE BOARD' TO WS-WATCH-REASON
                 END-IF
              END-IF

           WHEN ZZEC0240-I-WCH-TYPE(WS-ITER) = 'E'
              IF NOT ZZEC0240-I-MODE-BOUNDED THEN
                 SET SO-INVALID-WATCH TO TRUE
                 MOVE 'EDGE NEEDS MODE B' TO WS-WATCH-REASON
              END-IF

           WHEN OTHER
              SET SO-INVALID-WATCH TO TRUE
              MOVE 'TYPE A,B,G,R OR E' TO WS-WATCH-REASON
           END-EVALUATE

           IF SO-INVALID-WATCH THEN
              MOVE SPACE TO WS-WATCH-ERROR
              STRING 'WATCH '             DELIMITED BY SIZE
                     WS-WATCH-NUMBER-EDIT DELIMITED BY SIZE
                     ' '                  DELIMITED BY SIZE
                     WS-WATCH-REASON      DELIMITED BY SIZE
                 INTO WS-WATCH-ERROR
              END-STRING
           END-IF
           .
      ******************************************************************
      *                2140-GENERATE-NEW-REQUEST-ID
      * SAME MAX+1 SCHEME AS Z02113'S 2140-GENERATE-NEW-SHAPE-ID
      ******************************************************************
           MOVE 0                      TO RQ-GENERATIONS-PLAYED
           MOVE 0                      TO RQ-FINAL-POPULATION
           MOVE SPACE                  TO RQ-OUTCOME
           MOVE ZZEC0240-I-RULE-NAME   TO RQ-RULE-NAME
           MOVE ZZEC0240-I-PRIORITY    TO WS-PRIORITY-EDIT
           MOVE WS-PRIORITY-EDIT       TO RQ-PRIORITY
           IF ZZEC0240-I-RECORD-IMAGES = 'Y' THEN
              MOVE 'Y'                 TO RQ-RECORD-IMAGES
           ELSE
              MOVE 'N'                 TO RQ-RECORD-IMAGES
           END-IF

           EXEC SQL
           INSERT INTO RUN_QUEUE_TABLE
             (RQ_REQUEST_ID, RQ_MAP_ID, RQ_BOARD_MODE, RQ_GENERATIONS,
              RQ_STATUS, RQ_SUBMITTED_BY, RQ_SUBMITTED_AT,
              RQ_COMPLETED_AT, RQ_GENERATIONS_PLAYED,
              RQ_FINAL_POPULATION, RQ_OUTCOME, RQ_RULE_NAME,
              RQ_PRIORITY, RQ_RECORD_IMAGES)
           VALUES
             (:RQ-REQUEST-ID, :RQ-MAP-ID, :RQ-BOARD-MODE,
              :RQ-GENERATIONS, :RQ-STATUS, :RQ-SUBMITTED-BY,
              CURRENT TIMESTAMP, :RQ-COMPLETED-AT,
              :RQ-GENERATIONS-PLAYED, :RQ-FINAL-POPULATION,
              :RQ-OUTCOME, :RQ-RULE-NAME, :RQ-PRIORITY,
              :RQ-RECORD-IMAGES)
           END-EXEC

           MOVE SQLCODE TO SW-SQLCODE
           END-IF
           .
      ******************************************************************
      *                2160-INSERT-WATCH-ROWS
      * THE WATCH LINES THAT ARE USED ARE NUMBERED 1, 2, 3 IN SCREEN
      * ORDER - THAT NUMBER IS WHAT THE RUN'S EVENTS REFER BACK TO
      ******************************************************************
       2160-INSERT-WATCH-ROWS.
           MOVE 0 TO WS-WATCH-SEQ
           PERFORM VARYING WS-ITER FROM 1 BY 1
           UNTIL WS-ITER > CT-MAX-WATCHES
              IF ZZEC0240-I-WCH-TYPE(WS-ITER) NOT = SPACE THEN
                 ADD 1 TO WS-WATCH-SEQ
                 PERFORM 2165-INSERT-ONE-WATCH
              END-IF
           END-PERFORM
           .
      ******************************************************************
      *                2165-INSERT-ONE-WATCH
      ******************************************************************
       2165-INSERT-ONE-WATCH.
           MOVE RQ-REQUEST-ID                  TO WCH-REQUEST-ID
           MOVE WS-WATCH-SEQ                   TO WCH-SEQ
           MOVE ZZEC0240-I-WCH-TYPE(WS-ITER)   TO WCH-TYPE
           MOVE ZZEC0240-I-WCH-ACTION(WS-ITER) TO WCH-ACTION
           MOVE 0      TO WCH-THRESHOLD
           MOVE SPACE  TO WCH-AREA-NAME
           MOVE 0      TO WCH-TOP
           MOVE 0      TO WCH-LEFT
           MOVE 0      TO WCH-BOTTOM
           MOVE 0      TO WCH-RIGHT

           EVALUATE WCH-TYPE
           WHEN 'A'
           WHEN 'B'
           WHEN 'G'
              MOVE ZZEC0240-I-WCH-VALUE(WS-ITER) TO WCH-THRESHOLD
           WHEN 'R'
              MOVE ZZEC0240-I-WCH-TOP(WS-ITER)    TO WCH-TOP
              MOVE ZZEC0240-I-WCH-LEFT(WS-ITER)   TO WCH-LEFT
              MOVE ZZEC0240-I-WCH-BOTTOM(WS-ITER) TO WCH-BOTTOM
              MOVE ZZEC0240-I-WCH-RIGHT(WS-ITER)  TO WCH-RIGHT
              IF ZZEC0240-I-WCH-AREA-NAME(WS-ITER) = SPACE THEN
                 MOVE WS-WATCH-SEQ TO WS-WATCH-NUMBER-EDIT
                 STRING 'AREA '              DELIMITED BY SIZE
                        WS-WATCH-NUMBER-EDIT DELIMITED BY SIZE
                    INTO WCH-AREA-NAME
                 END-STRING
              ELSE
                 MOVE ZZEC0240-I-WCH-AREA-NAME(WS-ITER)
                   TO WCH-AREA-NAME
              END-IF
           WHEN OTHER
              CONTINUE
           END-EVALUATE

           EXEC SQL
           INSERT INTO RUN_WATCH_TABLE
             (WCH_REQUEST_ID, WCH_SEQ, WCH_TYPE, WCH_ACTION,
              WCH_THRESHOLD, WCH_AREA_NAME, WCH_TOP, WCH_LEFT,
              WCH_BOTTOM, WCH_RIGHT)
           VALUES
             (:WCH-REQUEST-ID, :WCH-SEQ, :WCH-TYPE, :WCH-ACTION,
              :WCH-THRESHOLD, :WCH-AREA-NAME, :WCH-TOP, :WCH-LEFT,
              :WCH-BOTTOM, :WCH-RIGHT)
           END-EXEC

           MOVE SQLCODE TO SW-SQLCODE
           IF SO-SQLCODE-OK THEN
              CONTINUE
           ELSE
              SET SO-2160-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                   2200-LIST-QUEUE-PAGE
      * PAGING IS DONE BY RE-OPENING THE CURSOR AND SKIPPING PAST THE
      * PAGES ALREADY SHOWN - SAME SCHEME AS Z02114'S AUDIT PAGING,
      * NOTHING RIDES BETWEEN THE PSEUDO-CONVERSATIONAL CALLS EXCEPT
      * THE PAGE NUMBER IN THE COMMAREA.  A REQUEST TAKES ONE LINE
      * PLUS ONE PER WATCH EVENT AND IS NEVER SPLIT ACROSS PAGES, SO A
      * PAGE CAN END SHORT AND THE PAGES BEFORE IT HAVE TO BE LAID
      * OUT AGAIN RATHER THAN SKIPPED BY A FIXED ROW COUNT
      ******************************************************************
       2200-LIST-QUEUE-PAGE.
           IF ZZEC0240-I-PAGE IS NUMERIC AND
           PERFORM 7400-OPEN-QUEUE-CURSOR
           SET SO-NOT-END-OF-DATA-QUEUE TO TRUE

      * LEAVES THE FIRST REQUEST OF THE PAGE ALREADY FETCHED
           PERFORM 7600-FETCH-QUEUE-RECORD
           PERFORM 2220-SKIP-PRIOR-PAGES

           MOVE 0 TO WS-LINES-FILLED
              MOVE SPACE TO ZZEC0240-O-LINE(WS-ITER)
           END-PERFORM

           SET SO-PAGE-NOT-FULL TO TRUE
           PERFORM UNTIL SO-END-OF-DATA-QUEUE OR SO-PAGE-FULL
              PERFORM 2225-COUNT-LINES-NEEDED
              IF WS-LINES-FILLED + WS-LINES-NEEDED > CT-PAGE-SIZE
              THEN
                 SET SO-PAGE-FULL TO TRUE
              ELSE
                 ADD 1 TO WS-LINES-FILLED
                 PERFORM 2230-FORMAT-QUEUE-LINE
                 IF WS-EVENT-LINES > 0 THEN
                    PERFORM 2240-LIST-REQUEST-EVENTS
                 END-IF
                 PERFORM 7600-FETCH-QUEUE-RECORD
              END-IF
           END-PERFORM
      *                   2220-SKIP-PRIOR-PAGES
      ******************************************************************
       2220-SKIP-PRIOR-PAGES.
           MOVE 1 TO WS-CURRENT-PAGE
           MOVE 0 TO WS-SKIP-COUNT
           PERFORM UNTIL WS-CURRENT-PAGE NOT < ZZEC0240-I-PAGE
           OR SO-END-OF-DATA-QUEUE
              PERFORM 2225-COUNT-LINES-NEEDED
              IF WS-SKIP-COUNT + WS-LINES-NEEDED > CT-PAGE-SIZE THEN
                 ADD 1 TO WS-CURRENT-PAGE
                 MOVE 0 TO WS-SKIP-COUNT
              ELSE
                 ADD WS-LINES-NEEDED TO WS-SKIP-COUNT
                 PERFORM 7600-FETCH-QUEUE-RECORD
              END-IF
           END-PERFORM
           .
      ******************************************************************
      *                   2225-COUNT-LINES-NEEDED
      * NO MORE THAN ONE EVENT LINE PER WATCH CONDITION IS SHOWN
      ******************************************************************
       2225-COUNT-LINES-NEEDED.
           IF WS-EVENT-COUNT > CT-MAX-WATCHES THEN
              MOVE CT-MAX-WATCHES TO WS-EVENT-LINES
           ELSE
              MOVE WS-EVENT-COUNT TO WS-EVENT-LINES
           END-IF
           COMPUTE WS-LINES-NEEDED = 1 + WS-EVENT-LINES
           .
      ******************************************************************
      *                   2230-FORMAT-QUEUE-LINE
      ******************************************************************
       2230-FORMAT-QUEUE-LINE.
           MOVE RQ-GENERATIONS        TO WS-GENS-EDIT
           MOVE RQ-GENERATIONS-PLAYED TO WS-PLAYED-EDIT
           MOVE RQ-FINAL-POPULATION   TO WS-POP-EDIT
           MOVE RQ-PRIORITY           TO WS-PRIORITY-EDIT

           MOVE SPACE TO ZZEC0240-O-LINE(WS-LINES-FILLED)
           STRING WS-REQUEST-ID-EDIT DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  RQ-STATUS          DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-PRIORITY-EDIT   DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-PLAYED-EDIT     DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-POP-EDIT        DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  RQ-OUTCOME         DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  RQ-RULE-NAME       DELIMITED BY SIZE
              INTO ZZEC0240-O-LINE(WS-LINES-FILLED)
           END-STRING
           .
      ******************************************************************
      *                   2240-LIST-REQUEST-EVENTS
      ******************************************************************
       2240-LIST-REQUEST-EVENTS.
           PERFORM 7410-OPEN-EVENTS-CURSOR
           SET SO-NOT-END-OF-DATA-EVENTS TO TRUE
           PERFORM 7610-FETCH-EVENTS-RECORD
           PERFORM UNTIL SO-END-OF-DATA-EVENTS OR WS-EVENT-LINES = 0
              ADD 1 TO WS-LINES-FILLED
              SUBTRACT 1 FROM WS-EVENT-LINES
              PERFORM 2245-FORMAT-EVENT-LINE
              PERFORM 7610-FETCH-EVENTS-RECORD
           END-PERFORM
           PERFORM 7510-CLOSE-EVENTS-CURSOR
           .
      ******************************************************************
      *                   2245-FORMAT-EVENT-LINE
      ******************************************************************
       2245-FORMAT-EVENT-LINE.
           MOVE EVT-SEQ               TO WS-WATCH-NUMBER-EDIT
           MOVE EVT-GENERATION        TO WS-EVENT-GEN-EDIT
           MOVE EVT-POPULATION        TO WS-POP-EDIT
           IF EVT-ACTION = 'S' THEN
              MOVE 'STOP' TO WS-EVENT-ACTION
           ELSE
              MOVE 'LOG ' TO WS-EVENT-ACTION
           END-IF
           IF EVT-IMAGE-SAVED = 'Y' THEN
              MOVE 'IMG' TO WS-EVENT-IMAGE
           ELSE
              MOVE SPACE TO WS-EVENT-IMAGE
           END-IF

           MOVE SPACE TO ZZEC0240-O-LINE(WS-LINES-FILLED)
           STRING '   WATCH '           DELIMITED BY SIZE
                  WS-WATCH-NUMBER-EDIT DELIMITED BY SIZE
                  ' GEN '              DELIMITED BY SIZE
                  WS-EVENT-GEN-EDIT    DELIMITED BY SIZE
                  ' POP '              DELIMITED BY SIZE
                  WS-POP-EDIT          DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-EVENT-ACTION      DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  EVT-TEXT             DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-EVENT-IMAGE       DELIMITED BY SIZE
              INTO ZZEC0240-O-LINE(WS-LINES-FILLED)
           END-STRING
           .
           :RQ-STATUS,
           :RQ-GENERATIONS-PLAYED,
           :RQ-FINAL-POPULATION,
           :RQ-OUTCOME,
           :RQ-RULE-NAME,
           :RQ-PRIORITY,
           :WS-EVENT-COUNT
           END-EXEC

           MOVE SQLCODE TO SW-SQLCODE
           END-EVALUATE
           .
      ******************************************************************
      *                 7410-OPEN-EVENTS-CURSOR
      ******************************************************************
       7410-OPEN-EVENTS-CURSOR.
           EXEC SQL
           OPEN C-EVENTS
           END-EXEC

           MOVE SQLCODE TO SW-SQLCODE
           IF SO-SQLCODE-OK THEN
              CONTINUE
           ELSE
              SET SO-7410-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                 7510-CLOSE-EVENTS-CURSOR
      ******************************************************************
       7510-CLOSE-EVENTS-CURSOR.
           EXEC SQL
           CLOSE C-EVENTS
           END-EXEC

           MOVE SQLCODE TO SW-SQLCODE
           IF SO-SQLCODE-OK THEN
              CONTINUE
           ELSE
              SET SO-7510-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                 7610-FETCH-EVENTS-RECORD
      ******************************************************************
       7610-FETCH-EVENTS-RECORD.
           EXEC SQL
           FETCH C-EVENTS
           INTO
           :EVT-SEQ,
           :EVT-GENERATION,
           :EVT-POPULATION,
           :EVT-ACTION,
           :EVT-TEXT,
           :EVT-IMAGE-SAVED
           END-EXEC

           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
              WHEN SO-SQLCODE-NORMAL
                 CONTINUE
              WHEN SO-SQLCODE-NOT-FOUND
                 SET SO-END-OF-DATA-EVENTS TO TRUE
              WHEN OTHER
                 SET SO-7610-PARA TO TRUE
                 PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *                 7170-SELECT-RULE-SET
      ******************************************************************
       7170-SELECT-RULE-SET.
           MOVE ZZEC0240-I-RULE-NAME TO RULE-NAME
           EXEC SQL
           SELECT RULE_NAME
           INTO :RULE-NAME
           FROM RULE_TABLE
           WHERE RULE_NAME = :RULE-NAME
           END-EXEC

           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
              WHEN SO-SQLCODE-NORMAL
                 SET SO-RULE-SET-FOUND TO TRUE
              WHEN SO-SQLCODE-NOT-FOUND
                 SET SO-RULE-SET-UNKNOWN TO TRUE
              WHEN OTHER
                 SET SO-7170-PARA TO TRUE
                 PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *                 7160-SELECT-BOARD-REGISTRY
      ******************************************************************
       7160-SELECT-BOARD-REGISTRY.
           SET SO-BOARD-UNREGISTERED TO TRUE
           MOVE ZZEC0240-I-MAP-ID TO BRD-MAP-ID
           EXEC SQL
           SELECT BRD_DEFAULT_MODE, BRD_STATUS
           INTO :BRD-DEFAULT-MODE, :BRD-STATUS
           FROM BOARD_TABLE
           WHERE BRD_MAP_ID = :BRD-MAP-ID
           END-EXEC

           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
              WHEN SO-SQLCODE-NORMAL
                 MOVE BRD-STATUS TO SW-BOARD-REGISTRY-STATUS
              WHEN SO-SQLCODE-NOT-FOUND
                 SET SO-BOARD-UNREGISTERED TO TRUE
              WHEN OTHER
                 SET SO-7160-PARA TO TRUE
                 PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *                    9000-DB2-ERROR
      ******************************************************************
       9000-DB2-ERROR.
