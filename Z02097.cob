      *
      *   UNATTENDED BATCH SIMULATION ENGINE FOR THE GAME OF LIFE
      *   PROGRAM READS RUN REQUESTS (MAP ID, BOARD MODE, GENERATION
      *   COUNT, RULE SET) FROM E4DQ0010, PLAYS THE REQUESTED
      *   GENERATIONS AGAINST THE BOARD IMAGE SAVED IN MAP_TABLE UNDER
      *   THE REQUESTED RULE SET (SEE RULE_TABLE), WRITES ONE
      *   GAME_STATS_TABLE ROW PER GENERATION (SAME LAYOUT AS Z02112T'S
      *   7180-WRITE-GAME-STATS) AND SAVES THE FINAL BOARD IMAGE BACK
      *   TO MAP_TABLE.  MEANT TO BE SCHEDULED OVERNIGHT FOR RUNS FAR
      *   PENDING - RUNNING - COMPLETED/FAILED SO THE SCREEN INQUIRY
      *   CAN ANSWER "DID MY RUN GO" WITH THE FINAL POPULATION AND
      *   OUTCOME.  EVERY RUN, CARD OR QUEUE, TAKES THE SAME PER-BOARD
      *   CONCURRENCY LOCK AS THE ONLINE GAME, AND OBEYS THE BOARD
      *   REGISTRY (BOARD_TABLE): A RETIRED BOARD'S REQUEST IS REJECTED,
      *   A FROZEN BOARD'S IS HELD BACK LIKE A LOCKED ONE'S
      *
      *   THE E4DQ0030 CARD BOUNDS THE JOB TO THE NIGHT'S BATCH
      *   WINDOW: NO REQUEST IS STARTED AFTER THE CUTOFF TIME, A
      *   REQUEST WHOSE ESTIMATED COST (BOARD POPULATION TIMES
      *   GENERATIONS STILL TO PLAY) WILL NOT FIT IN WHAT IS LEFT OF
      *   THE WINDOW IS DEFERRED SO THE SMALLER ONES BEHIND IT STILL
      *   RUN, AND A RUN STILL PLAYING AT THE HARD END IS CHECKPOINTED
      *   TO RUN_RESTART_TABLE AND SUSPENDED.  DEFERRED AND SUSPENDED
      *   QUEUE REQUESTS ARE PICKED UP AGAIN BY THE NEXT EXECUTION, IN
      *   PRIORITY ORDER LIKE EVERY OTHER WAITING REQUEST
      *
      *   EVERY QUEUE REQUEST THAT FINISHES, IS REJECTED, IS FAILED BY
      *   STALE RECOVERY OR IS REQUEUED BEHIND A LOCK ALSO LEAVES ITS
      *   SUBMITTER A NOTIFICATION_TABLE MESSAGE (OUTCOME, FINAL
      *   POPULATION, GENERATIONS PLAYED) FOR THE 0214 INBOX
      *
      *   A QUEUE REQUEST MAY CARRY WATCH CONDITIONS (RUN_WATCH_TABLE)
      *   THAT ARE TESTED AFTER EVERY GENERATION - POPULATION ABOVE OR
      *   BELOW A THRESHOLD, GROWTH OVER A PERCENTAGE, A LIVE CELL IN A
      *   NAMED RECTANGLE OR ON THE EDGE OF A BOUNDED BOARD.  EACH ONE
      *   FIRES ONCE PER REQUEST: IT IS LOGGED TO RUN_EVENT_TABLE AND
      *   E4DQ0020 AND EITHER STOPS THE RUN THERE OR LETS IT PLAY ON,
      *   AND THE FIRING GENERATION'S IMAGE IS SAVED TO GAME_HIST_TABLE
      *   WHEN THE REQUEST ASKED FOR IT
      *
      *
      ******************************************************************
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-FS-E4DQ0020.
      * BATCH WINDOW CARD - CUTOFF, HARD END AND ENGINE SPEED
           SELECT E4DQ0030 ASSIGN TO E4DQ0030
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-FS-E4DQ0030.
       DATA DIVISION.
       FILE SECTION.
      * RUN REQUEST RECORD
           05 RUN-MAP-ID-TEXT           PIC X(9).
           05 RUN-BOARD-MODE            PIC X.
           05 RUN-GENERATIONS-TEXT      PIC X(5).
      * RULE_TABLE RULE SET TO PLAY UNDER - BLANK PLAYS 'CONWAY'
           05 RUN-RULE-NAME             PIC X(8).
           05 FILLER                    PIC X(57).
      * RUN RESULTS RECORD
       FD E4DQ0020
           RECORD CONTAINS 80 CHARACTERS
           05 RES-FINAL-POPULATION      PIC 9(5).
           05 FILLER                    PIC X(2).
           05 RES-OUTCOME               PIC X(20).
           05 FILLER                    PIC X(2).
           05 RES-RULE-NAME             PIC X(8).
      * ON A WATCH EVENT LINE (OUTCOME 'WATCH N ...', WRITTEN AFTER
      * ITS RUN'S OWN LINE) - STOP OR LOG, AND IMG WHEN THE FIRING
      * GENERATION WAS SAVED TO GAME_HIST_TABLE
           05 FILLER                    PIC X(2).
           05 RES-EVENT-ACTION          PIC X(4).
           05 FILLER                    PIC X(1).
           05 RES-EVENT-IMAGE           PIC X(3).
           05 FILLER                    PIC X(5).
      * BATCH WINDOW RECORD - AN EMPTY FILE (OR A BLANK FIELD) MEANS
      * NO LIMIT OF THAT KIND
       FD E4DQ0030
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS WS-E4DQ0030-REC.
       01 WS-E4DQ0030-REC.
      * NO NEW REQUEST IS STARTED AFTER THIS TIME OF DAY (HHMM)
           05 WIN-CUTOFF-TEXT           PIC X(4).
           05 WIN-CUTOFF REDEFINES WIN-CUTOFF-TEXT.
               10 WIN-CUTOFF-HH         PIC 99.
               10 WIN-CUTOFF-MM         PIC 99.
           05 FILLER                    PIC X.
      * A RUN STILL PLAYING AT THIS TIME OF DAY (HHMM) IS SUSPENDED
           05 WIN-HARD-END-TEXT         PIC X(4).
           05 WIN-HARD-END REDEFINES WIN-HARD-END-TEXT.
               10 WIN-HARD-END-HH       PIC 99.
               10 WIN-HARD-END-MM       PIC 99.
           05 FILLER                    PIC X.
      * CELL-GENERATIONS THE ENGINE PLAYS PER SECOND, FOR THE COST
      * ESTIMATE - BLANK TAKES CT-DEFAULT-CELL-GEN-RATE
           05 WIN-RATE-TEXT             PIC X(9).
           05 FILLER                    PIC X(61).

       WORKING-STORAGE SECTION.
      * SQLCA AND DCLGENS
           EXEC SQL INCLUDE ZAEC0211 END-EXEC.
      * RUN_RESTART_TABLE'S DCLGEN
           EXEC SQL INCLUDE ZBEC0211 END-EXEC.
      * RULE_TABLE'S DCLGEN
           EXEC SQL INCLUDE ZEEC0211 END-EXEC.
      * BOARD_TABLE'S DCLGEN
           EXEC SQL INCLUDE ZFEC0211 END-EXEC.
      * NOTIFICATION_TABLE'S DCLGEN
           EXEC SQL INCLUDE ZGEC0211 END-EXEC.
      * RUN_WATCH_TABLE'S DCLGEN
           EXEC SQL INCLUDE ZJEC0211 END-EXEC.
      * RUN_EVENT_TABLE'S DCLGEN
           EXEC SQL INCLUDE ZKEC0211 END-EXEC.
      * GAME_HIST_TABLE'S DCLGEN
           EXEC SQL INCLUDE Z8EC0211 END-EXEC.
      * CURSOR DECLARATION - WITH HOLD SO THE PER-RUN COMMITS DON'T
      * THROW AWAY THE POSITION WHILE THE QUEUE IS BEING DRAINED
           EXEC SQL DECLARE C-RQUEUE CURSOR WITH HOLD FOR
           SELECT
           RQ_REQUEST_ID, RQ_MAP_ID, RQ_BOARD_MODE, RQ_GENERATIONS,
           RQ_RULE_NAME, RQ_SUBMITTED_BY, RQ_RECORD_IMAGES
           FROM RUN_QUEUE_TABLE
      * DEFERRED AND SUSPENDED REQUESTS WAIT THEIR TURN LIKE PENDING
      * ONES - THE MOST URGENT PRIORITY GOES FIRST, OLDEST FIRST
      * WITHIN A PRIORITY
           WHERE RQ_STATUS IN ('P', 'R', 'D', 'S')
           ORDER BY RQ_PRIORITY, RQ_REQUEST_ID
           END-EXEC.
      * THE RUNNING ROWS A DEAD JOB LEFT BEHIND WITH NO RESTART POINT
      * TO RESUME FROM - EACH ONE IS FAILED INDIVIDUALLY SO IT ALSO
      * GETS ITS E4DQ0020 RESULT LINE
           EXEC SQL DECLARE C-STALE CURSOR FOR
           SELECT
           RQ_REQUEST_ID, RQ_MAP_ID, RQ_BOARD_MODE, RQ_GENERATIONS,
           RQ_RULE_NAME, RQ_SUBMITTED_BY
           FROM RUN_QUEUE_TABLE
           WHERE RQ_STATUS = 'R'
           AND NOT EXISTS
                WHERE RST_REQUEST_ID = RQ_REQUEST_ID)
           ORDER BY RQ_REQUEST_ID
           END-EXEC.
      * A QUEUE REQUEST'S WATCH CONDITIONS, EACH WITH WHETHER IT HAS
      * ALREADY FIRED - A RUN RESUMED FROM ITS RESTART POINT MUST NOT
      * FIRE A CONDITION AGAIN THAT FIRED BEFORE THE INTERRUPTION
           EXEC SQL DECLARE C-WATCH CURSOR FOR
           SELECT
           WCH_SEQ, WCH_TYPE, WCH_ACTION, WCH_THRESHOLD,
           WCH_AREA_NAME, WCH_TOP, WCH_LEFT, WCH_BOTTOM, WCH_RIGHT,
           (SELECT COUNT(*) FROM RUN_EVENT_TABLE
             WHERE EVT_REQUEST_ID = WCH_REQUEST_ID
             AND   EVT_SEQ = WCH_SEQ)
           FROM RUN_WATCH_TABLE
           WHERE WCH_REQUEST_ID = :WCH-REQUEST-ID
           ORDER BY WCH_SEQ
           END-EXEC.
      * CONSTANTS - SAME LOCK INDICATORS AND STALENESS WINDOW AS THE
      * ONLINE GAME (Z02112T), SO BATCH AND TERMINAL RUNS CONTEND FOR
      * THE SAME PER-BOARD LOCK BY THE SAME RULES
      * OF WORK TO A REGION BOUNCE COST US TWO BATCH WINDOWS ONCE,
      * LOSING AT MOST THIS MANY GENERATIONS IS THE REPLACEMENT
           05 CT-RESTART-INTERVAL         PIC S9(4) COMP VALUE 500.
      * THE RULE SET A REQUEST WITH NO RULE NAMED PLAYS - THE CLASSIC
      * B3/S23, BUILT IN LIKE Z02112T'S, ONE FLAG BYTE PER NEIGHBOR
      * COUNT 0 THRU 8
           05 CT-DEFAULT-RULE-NAME        PIC X(8) VALUE 'CONWAY'.
           05 CT-DEFAULT-RULE-BIRTH       PIC X(9) VALUE '000100000'.
           05 CT-DEFAULT-RULE-SURVIVE     PIC X(9) VALUE '001100000'.
      * WHO A BOARD THIS JOB BRINGS INTO BEING FROM A CARD IS
      * REGISTERED TO - A QUEUE RUN'S BOARD GOES TO ITS SUBMITTER
           05 CT-REGISTRY-USER            PIC X(8) VALUE 'Z02097'.
      * THE ENGINE SPEED THE COST ESTIMATE ASSUMES WHEN THE E4DQ0030
      * CARD GIVES NONE, IN CELL-GENERATIONS (POPULATION TIMES
      * GENERATIONS) PER SECOND
           05 CT-DEFAULT-CELL-GEN-RATE    PIC S9(9) COMP VALUE 20000.
      * HOW OFTEN A RUN LOOKS AT THE CLOCK FOR THE WINDOW'S HARD END
           05 CT-CLOCK-CHECK-INTERVAL     PIC S9(4) COMP VALUE 100.
           05 CT-SECONDS-PER-DAY          PIC S9(9) COMP VALUE 86400.
      * THE SOURCE A SUBMITTER'S NOTIFICATION IS SIGNED WITH, AND THE
      * STATUS OF A MESSAGE NOBODY HAS OPENED YET
           05 CT-NOTE-SOURCE              PIC X(8) VALUE 'Z02097'.
           05 CT-NOTE-STATUS-NEW          PIC X(1) VALUE 'N'.
      * THE MOST WATCH CONDITIONS ONE REQUEST CAN CARRY, AND THE LAST
      * GENERATION WHOSE IMAGE GAME_HIST_TABLE'S GENERATION NUMBER CAN
      * HOLD
           05 CT-MAX-WATCHES              PIC S9(4) COMP VALUE 3.
           05 CT-MAX-HIST-GENERATION      PIC S9(9) COMP VALUE 9999.
      ***************************************************************
      *   ERROR HANDLING VARIABLES
      ***************************************************************
           10 SW-FILE-NAME                    PIC X(8).
               88 SO-FILE-E4DQ0010            VALUE 'E4DQ0010'.
               88 SO-FILE-E4DQ0020            VALUE 'E4DQ0020'.
               88 SO-FILE-E4DQ0030            VALUE 'E4DQ0030'.
           10 SW-FILE-OPERATION               PIC X(5).
               88 SO-FILE-OPERATION-OPEN      VALUE 'OPEN'.
               88 SO-FILE-OPERATION-CLOSE     VALUE 'CLOSE'.
           10 SW-ST-IDENTIFICATOR           PIC X(4).
               88 SO-7100-PARA              VALUE '7100'.
               88 SO-7150-PARA              VALUE '7150'.
               88 SO-7155-PARA              VALUE '7155'.
               88 SO-7160-PARA              VALUE '7160'.
               88 SO-7170-PARA              VALUE '7170'.
               88 SO-7180-PARA              VALUE '7180'.
               88 SO-7200-PARA              VALUE '7200'.
               88 SO-7250-PARA              VALUE '7250'.
               88 SO-7260-PARA              VALUE '7260'.
               88 SO-2310-PARA              VALUE '2310'.
               88 SO-2315-PARA              VALUE '2315'.
               88 SO-2360-PARA              VALUE '2360'.
               88 SO-2370-PARA              VALUE '2370'.
               88 SO-2375-PARA              VALUE '2375'.
               88 SO-2380-PARA              VALUE '2380'.
               88 SO-2385-PARA              VALUE '2385'.
               88 SO-2390-PARA              VALUE '2390'.
               88 SO-2395-PARA              VALUE '2395'.
               88 SO-2396-PARA              VALUE '2396'.
               88 SO-7450-PARA              VALUE '7450'.
               88 SO-7480-PARA              VALUE '7480'.
               88 SO-7485-PARA              VALUE '7485'.
               88 SO-7770-PARA              VALUE '7770'.
               88 SO-7800-PARA              VALUE '7800'.
               88 SO-7900-PARA              VALUE '7900'.
               88 SO-2440-PARA              VALUE '2440'.
               88 SO-2450-PARA              VALUE '2450'.
               88 SO-7600-PARA              VALUE '7600'.
               88 SO-7610-PARA              VALUE '7610'.
               88 SO-7620-PARA              VALUE '7620'.
      * FILE STATUS
       01 WS-FILE-STATUS.
           05 WS-FS-E4DQ0010                  PIC 99.
           05 WS-FS-E4DQ0020                  PIC 99.
           05 WS-FS-E4DQ0030                  PIC 99.
      ********************
      *   SWITCHES
      *******************
               88 SO-RUN-COMPLETED            VALUE 'C'.
               88 SO-RUN-EXTINCT              VALUE 'E'.
               88 SO-RUN-STABILIZED           VALUE 'S'.
               88 SO-RUN-SUSPENDED            VALUE 'H'.
               88 SO-RUN-WATCH-STOPPED        VALUE 'W'.
           05 SW-IF-RESOURCES-LOCKED          PIC X.
               88 SO-OTHERS-CAN-PLAY          VALUE 'N'.
               88 SO-RESOURCES-ARE-LOCKED     VALUE 'Y'.
           05 SW-IF-RESTART-FOUND             PIC X.
               88 SO-RESTART-FOUND            VALUE 'Y'.
               88 SO-NO-RESTART-POINT         VALUE 'N'.
           05 SW-IF-RULE-SET-FOUND            PIC X.
               88 SO-RULE-SET-FOUND           VALUE 'Y'.
               88 SO-RULE-SET-UNKNOWN         VALUE 'N'.
      * THE BOARD'S BOARD_TABLE STATUS - BLANK WHEN IT IS NOT
      * REGISTERED, WHICH PLAYS AS IF IT WERE ACTIVE
           05 SW-BOARD-REGISTRY-STATUS        PIC X.
               88 SO-BOARD-ACTIVE             VALUE 'A'.
               88 SO-BOARD-FROZEN             VALUE 'F'.
               88 SO-BOARD-RETIRED            VALUE 'R'.
               88 SO-BOARD-UNREGISTERED       VALUE ' '.
      * WHICH ENDS OF THE BATCH WINDOW THE E4DQ0030 CARD SET
           05 SW-IF-CUTOFF-SET                PIC X VALUE 'N'.
               88 SO-CUTOFF-SET               VALUE 'Y'.
               88 SO-NO-CUTOFF                VALUE 'N'.
           05 SW-IF-HARD-END-SET              PIC X VALUE 'N'.
               88 SO-HARD-END-SET             VALUE 'Y'.
               88 SO-NO-HARD-END              VALUE 'N'.
      * WHETHER A REQUEST MAY START IN WHAT IS LEFT OF THE WINDOW
           05 SW-WINDOW-VERDICT               PIC X.
               88 SO-WINDOW-FITS              VALUE 'F'.
               88 SO-DEFER-PAST-CUTOFF        VALUE 'C'.
               88 SO-DEFER-NO-ROOM            VALUE 'R'.
           05 SW-END-OF-DATA-WATCH            PIC X.
               88 SO-END-OF-DATA-WATCH        VALUE 'Y'.
               88 SO-NOT-END-OF-DATA-WATCH    VALUE 'N'.
           05 SW-IF-WATCH-FIRED               PIC X.
               88 SO-WATCH-FIRED              VALUE 'Y'.
               88 SO-WATCH-NOT-FIRED          VALUE 'N'.
      * WHETHER THE CURRENT GENERATION'S IMAGE IS ALREADY IN
      * GAME_HIST_TABLE - TWO CONDITIONS FIRING TOGETHER SHARE ONE
           05 SW-IF-IMAGE-SAVED               PIC X.
               88 SO-IMAGE-SAVED              VALUE 'Y'.
               88 SO-IMAGE-NOT-SAVED          VALUE 'N'.
      * THE SHARED GAME ENGINE'S INTERFACE - BOARD MODE, RULE SET AND
      * THE LIVE AREA IT CARRIES FROM ONE GENERATION TO THE NEXT
           COPY ZZEC0320.
      * PROGRAM VARIABLES
       01 PROGRAM-VARIABLES.
           05 WS-MAP.
               10 WS-MAP-LINE PIC X(200) OCCURS 100 TIMES.
      * THE BOARDS OF ONE AND TWO GENERATIONS AGO - A GENERATION THAT
      * REPRODUCES EITHER ONE MEANS THE BOARD HAS SETTLED INTO A STILL
      * LIFE OR A PERIOD-2 OSCILLATOR AND THE RUN CAN END EARLY
               10 WS-PREV2-MAP-LINE PIC X(200) OCCURS 100 TIMES.
           05 WS-ITER             PIC S9(4) COMP.
           05 WS-ITER2            PIC S9(4) COMP.
           05 WS-RUN-MAP-ID       PIC S9(9) COMP VALUE 0.
           05 WS-RUN-GENERATIONS  PIC S9(9) COMP VALUE 0.
           05 WS-GENERATIONS-RUN  PIC S9(9) COMP VALUE 0.
           05 WS-POPULATION-COUNT PIC S9(9) COMP VALUE 0.
           05 WS-RUN-TIME         PIC X(26).
           05 WS-GEN-EDIT         PIC ZZZZ9.
      * THE REQUEST AND BOARD NUMBERS AS A NOTIFICATION'S TEXT SHOWS
           05 WS-NOTE-ID-EDIT     PIC Z(8)9.
           05 WS-NOTE-MAP-EDIT    PIC ZZZZ9.
      * WHICH REQUEST THE CURRENT RUN BELONGS TO, FOR THE RESTART
      * POINT'S KEY - THE QUEUE ROW'S ID, OR ZERO FOR A CARD RUN
           05 WS-RST-REQUEST-ID   PIC S9(9) COMP VALUE 0.
           05 WS-RST-QUOTIENT     PIC S9(9) COMP VALUE 0.
           05 WS-RST-REMAINDER    PIC S9(9) COMP VALUE 0.
      * THE RULE SET OF THE RUN BEING PLAYED - THE ENGINE INDEXES
      * THE FLAGS BY NEIGHBOR COUNT + 1
           05 WS-RULE-NAME        PIC X(8).
           05 WS-RULE-BIRTH       PIC X(9).
           05 WS-RULE-SURVIVE     PIC X(9).
      * THE WATCH CONDITIONS OF THE RUN BEING PLAYED - NONE FOR A CARD
      * RUN.  WS-PREV-POPULATION IS THE POPULATION BEFORE THE
      * GENERATION JUST PLAYED, FOR THE GROWTH TEST
       01 WS-WATCHES.
           05 WS-WATCH-COUNT          PIC S9(4) COMP VALUE 0.
           05 WS-WATCH-CELLS          PIC S9(9) COMP VALUE 0.
           05 WS-WATCH-WIDTH          PIC S9(4) COMP VALUE 0.
           05 WS-PREV-POPULATION      PIC S9(9) COMP VALUE 0.
           05 WS-GROWTH               PIC S9(18) COMP VALUE 0.
           05 WS-GROWTH-LIMIT         PIC S9(18) COMP VALUE 0.
           05 WS-STOP-WATCH-SEQ       PIC 9 VALUE 0.
           05 WS-WATCH-VALUE-EDIT     PIC ZZZZ9.
           05 WS-FIRED-COUNT          PIC S9(9) COMP VALUE 0.
           05 WS-WATCH OCCURS 3 TIMES.
               10 WS-WCH-SEQ          PIC S9(4) COMP.
               10 WS-WCH-TYPE         PIC X.
                   88 SO-WCH-POP-ABOVE       VALUE 'A'.
                   88 SO-WCH-POP-BELOW       VALUE 'B'.
                   88 SO-WCH-GROWTH          VALUE 'G'.
                   88 SO-WCH-RECTANGLE       VALUE 'R'.
                   88 SO-WCH-EDGE            VALUE 'E'.
               10 WS-WCH-ACTION       PIC X.
                   88 SO-WCH-STOP            VALUE 'S'.
                   88 SO-WCH-LOG             VALUE 'L'.
               10 WS-WCH-THRESHOLD    PIC S9(9) COMP.
               10 WS-WCH-AREA-NAME    PIC X(8).
               10 WS-WCH-TOP          PIC S9(4) COMP.
               10 WS-WCH-LEFT         PIC S9(4) COMP.
               10 WS-WCH-BOTTOM       PIC S9(4) COMP.
               10 WS-WCH-RIGHT        PIC S9(4) COMP.
               10 WS-WCH-FIRED        PIC X.
      * THE EVENTS FIRED IN THIS EXECUTION OF THE RUN, FOR THE
      * E4DQ0020 LINES THAT FOLLOW ITS RESULT LINE
           05 WS-EVENT-COUNT          PIC S9(4) COMP VALUE 0.
           05 WS-EVENT OCCURS 3 TIMES.
               10 WS-EVT-SEQ          PIC 9.
               10 WS-EVT-GENERATION   PIC S9(9) COMP.
               10 WS-EVT-POPULATION   PIC S9(9) COMP.
               10 WS-EVT-ACTION       PIC X.
               10 WS-EVT-SHORT-TEXT   PIC X(12).
               10 WS-EVT-IMAGE-SAVED  PIC X.
      * THE BATCH WINDOW - EVERY CLOCK READING IS IN SECONDS PAST THE
      * MIDNIGHT BEFORE THE JOB STARTED, SO A WINDOW THAT RUNS ON PAST
      * MIDNIGHT STILL COMPARES IN ORDER
       01 WS-BATCH-WINDOW.
           05 WS-JOB-START-SECONDS    PIC S9(9) COMP VALUE 0.
           05 WS-CLOCK-SECONDS        PIC S9(9) COMP VALUE 0.
           05 WS-CUTOFF-SECONDS       PIC S9(9) COMP VALUE 0.
           05 WS-HARD-END-SECONDS     PIC S9(9) COMP VALUE 0.
           05 WS-CUTOFF-TOD           PIC S9(9) COMP VALUE 0.
           05 WS-HARD-END-TOD         PIC S9(9) COMP VALUE 0.
           05 WS-WINDOW-LEFT-SECONDS  PIC S9(9) COMP VALUE 0.
           05 WS-CELL-GEN-RATE        PIC S9(9) COMP VALUE 0.
           05 WS-GENS-TO-PLAY         PIC S9(9) COMP VALUE 0.
           05 WS-RUN-COST             PIC S9(18) COMP VALUE 0.
           05 WS-RUN-COST-SECONDS     PIC S9(18) COMP VALUE 0.
           05 WS-CLOCK-QUOTIENT       PIC S9(9) COMP VALUE 0.
           05 WS-CLOCK-REMAINDER      PIC S9(9) COMP VALUE 0.
      *******************
      *  CONTROL TOTALS
      *******************
       01 WS-RUNS-PLAYED            PIC S9(9) COMP VALUE 0.
       01 WS-RUNS-REJECTED          PIC S9(9) COMP VALUE 0.
       01 WS-RUNS-SKIPPED           PIC S9(9) COMP VALUE 0.
       01 WS-RUNS-DEFERRED          PIC S9(9) COMP VALUE 0.
       01 WS-RUNS-SUSPENDED         PIC S9(9) COMP VALUE 0.
      ******************************************************************
      * PROCEDURE DIVISION
      ******************************************************************
       1000-INIT.
           PERFORM 1010-OPEN-FILE
           PERFORM 1020-SET-STARTING-FLAGS
           PERFORM 1030-READ-WINDOW-CARD
           .
      ******************************************************************
      *                       1010-OPEN-FILE
           SET SO-FILE-OPERATION-OPEN     TO TRUE
           SET SO-FILE-E4DQ0020           TO TRUE
           PERFORM 4000-CHECK-FOR-FILE-ERROR

           OPEN INPUT E4DQ0030
           MOVE WS-FS-E4DQ0030            TO SW-FS-CURRENT
           SET SO-FILE-OPERATION-OPEN     TO TRUE
           SET SO-FILE-E4DQ0030           TO TRUE
           PERFORM 4000-CHECK-FOR-FILE-ERROR
           .
      ******************************************************************
      *                1020-SET-STARTING-FLAGS
           SET SO-E4DQ0010-NOT-END-OF-FILE TO TRUE
           .
      ******************************************************************
      *                 1030-READ-WINDOW-CARD
      * EACH E4DQ0030 TIME IS A TIME OF DAY TAKEN AS ITS NEXT
      * OCCURRENCE AFTER THE JOB STARTS, SO THE SAME CARD SERVES EVERY
      * NIGHT - AND A CUTOFF LATER IN THE DAY THAN THE HARD END
      * BELONGS TO THE EVENING BEFORE IT.  A HARD END WITH NO CUTOFF
      * IS ALSO THE CUTOFF.  AN EMPTY FILE MEANS NO WINDOW AT ALL, THE
      * QUEUE DRAINS TO THE END AS IT ALWAYS DID
      ******************************************************************
       1030-READ-WINDOW-CARD.
           SET SO-NO-CUTOFF   TO TRUE
           SET SO-NO-HARD-END TO TRUE
           MOVE CT-DEFAULT-CELL-GEN-RATE TO WS-CELL-GEN-RATE
           PERFORM 7260-GET-CLOCK-SECONDS
           MOVE WS-CLOCK-SECONDS TO WS-JOB-START-SECONDS

           READ E4DQ0030
           AT END
              MOVE SPACE TO WS-E4DQ0030-REC
           END-READ

           MOVE WS-FS-E4DQ0030            TO SW-FS-CURRENT
           SET SO-FILE-OPERATION-READ     TO TRUE
           SET SO-FILE-E4DQ0030           TO TRUE
           PERFORM 4000-CHECK-FOR-FILE-ERROR

           PERFORM 1035-CHECK-WINDOW-CARD

           IF SO-HARD-END-SET THEN
              MOVE WS-HARD-END-TOD TO WS-HARD-END-SECONDS
              IF WS-HARD-END-SECONDS NOT > WS-JOB-START-SECONDS THEN
                 ADD CT-SECONDS-PER-DAY TO WS-HARD-END-SECONDS
              END-IF
              IF SO-CUTOFF-SET THEN
                 COMPUTE WS-CUTOFF-SECONDS = WS-HARD-END-SECONDS
                                           - WS-HARD-END-TOD
                                           + WS-CUTOFF-TOD
                 IF WS-CUTOFF-TOD > WS-HARD-END-TOD THEN
                    SUBTRACT CT-SECONDS-PER-DAY FROM WS-CUTOFF-SECONDS
                 END-IF
              ELSE
                 SET SO-CUTOFF-SET TO TRUE
                 MOVE WS-HARD-END-SECONDS TO WS-CUTOFF-SECONDS
              END-IF
           ELSE
              IF SO-CUTOFF-SET THEN
                 MOVE WS-CUTOFF-TOD TO WS-CUTOFF-SECONDS
                 IF WS-CUTOFF-SECONDS NOT > WS-JOB-START-SECONDS THEN
                    ADD CT-SECONDS-PER-DAY TO WS-CUTOFF-SECONDS
                 END-IF
              END-IF
           END-IF

           DISPLAY 'WINDOW CUTOFF:  ' WIN-CUTOFF-TEXT
           DISPLAY 'WINDOW HARD END:' WIN-HARD-END-TEXT
           DISPLAY 'CELL-GEN RATE:  ' WS-CELL-GEN-RATE
           .
      ******************************************************************
      *                 1035-CHECK-WINDOW-CARD
      * A TIME MUST BE HHMM (00-23, 00-59) OR BLANK, THE RATE NUMERIC
      * AND NOT ZERO OR BLANK - A CARD THAT SAYS SOMETHING ELSE STOPS
      * THE JOB RATHER THAN LET IT RUN UNBOUNDED INTO THE MORNING
      ******************************************************************
       1035-CHECK-WINDOW-CARD.
           IF WIN-CUTOFF-TEXT NOT = SPACE THEN
              IF WIN-CUTOFF-TEXT IS NUMERIC AND
                 WIN-CUTOFF-HH < 24 AND WIN-CUTOFF-MM < 60 THEN
                 SET SO-CUTOFF-SET TO TRUE
                 COMPUTE WS-CUTOFF-TOD = WIN-CUTOFF-HH * 3600
                                       + WIN-CUTOFF-MM * 60
              ELSE
                 DISPLAY 'INVALID CUTOFF TIME (HHMM): ' WIN-CUTOFF-TEXT
                 MOVE 8 TO RETURN-CODE
                 PERFORM 3600-FILE-ERROR-EXIT
              END-IF
           END-IF

           IF WIN-HARD-END-TEXT NOT = SPACE THEN
              IF WIN-HARD-END-TEXT IS NUMERIC AND
                 WIN-HARD-END-HH < 24 AND WIN-HARD-END-MM < 60 THEN
                 SET SO-HARD-END-SET TO TRUE
                 COMPUTE WS-HARD-END-TOD = WIN-HARD-END-HH * 3600
                                         + WIN-HARD-END-MM * 60
              ELSE
                 DISPLAY 'INVALID HARD END TIME (HHMM): '
                         WIN-HARD-END-TEXT
                 MOVE 8 TO RETURN-CODE
                 PERFORM 3600-FILE-ERROR-EXIT
              END-IF
           END-IF

           EVALUATE TRUE
             WHEN WIN-RATE-TEXT = SPACE
                CONTINUE
             WHEN WIN-RATE-TEXT IS NUMERIC AND
                  WIN-RATE-TEXT NOT = ZERO
                MOVE WIN-RATE-TEXT TO WS-CELL-GEN-RATE
             WHEN OTHER
                DISPLAY 'INVALID CELL-GEN RATE: ' WIN-RATE-TEXT
                MOVE 8 TO RETURN-CODE
                PERFORM 3600-FILE-ERROR-EXIT
           END-EVALUATE
           .
      ******************************************************************
      *                       2000-PROCESS
      ******************************************************************
       2000-PROCESS.
               PERFORM 2020-CHECK-IF-REQUEST-VALID

               IF SO-VALID-REQUEST THEN
                  MOVE 0 TO WS-RST-REQUEST-ID
                  PERFORM 2330-CHECK-THE-WINDOW
                  IF SO-WINDOW-FITS THEN
                     PERFORM 2030-PLAY-CARD-REQUEST
                  ELSE
                     ADD 1 TO WS-RUNS-DEFERRED
                     PERFORM 2097-WRITE-DEFERRED-RESULT
                  END-IF
               ELSE
                  ADD 1 TO WS-RUNS-REJECTED
      ******************************************************************
      *                2020-CHECK-IF-REQUEST-VALID
      * MAP ID AND GENERATION COUNT MUST BE NUMERIC AND NOT ZERO,
      * BOARD MODE MUST BE 'B' (BOUNDED) OR 'T' (TOROIDAL), THE
      * RULE SET (IF ONE IS NAMED) MUST BE IN RULE_TABLE, AND THE
      * BOARD MUST NOT BE RETIRED
      ******************************************************************
       2020-CHECK-IF-REQUEST-VALID.
           SET SO-INVALID-REQUEST TO TRUE
           SET SO-RULE-SET-FOUND TO TRUE
           SET SO-BOARD-UNREGISTERED TO TRUE

           IF RUN-MAP-ID-TEXT IS NUMERIC AND
              RUN-GENERATIONS-TEXT IS NUMERIC THEN
                 MOVE RUN-BOARD-MODE       TO SW-BOARD-MODE
              END-IF
           END-IF

           IF SO-VALID-REQUEST THEN
              MOVE RUN-RULE-NAME TO WS-RULE-NAME
              PERFORM 2025-RESOLVE-RULE-SET
              IF SO-RULE-SET-UNKNOWN THEN
                 SET SO-INVALID-REQUEST TO TRUE
              END-IF
           END-IF

           IF SO-VALID-REQUEST THEN
              PERFORM 7160-SELECT-BOARD-REGISTRY
              IF SO-BOARD-RETIRED THEN
                 SET SO-INVALID-REQUEST TO TRUE
              END-IF
           END-IF
           .
      ******************************************************************
      *                2030-PLAY-CARD-REQUEST
      * THE ONLINE GAME SERIALIZES EVERY BOARD THROUGH ITS
      * CONCURRENCY_TABLE ROW - THE BATCH ENGINE HAS TO TAKE THE SAME
      * LOCK OR AN OVERNIGHT RUN CAN OVERWRITE A BOARD SOMEONE IS
      * PLAYING ON 0206.  A LOCKED BOARD'S REQUEST IS SKIPPED AND
      * REPORTED, NOT PLAYED THROUGH - AND SO IS A FROZEN BOARD'S,
      * WHICH IS TREATED AS LOCKED FOR AS LONG AS IT STAYS FROZEN
      ******************************************************************
       2030-PLAY-CARD-REQUEST.
           IF SO-BOARD-FROZEN THEN
              SET SO-RESOURCES-ARE-LOCKED TO TRUE
           ELSE
              PERFORM 7700-CHECK-CONCURRENCY
           END-IF
           IF SO-OTHERS-CAN-PLAY THEN
              PERFORM 7800-LOCK-THE-RESOURCES
              PERFORM 2100-PLAY-ONE-RUN
           ELSE
              ADD 1 TO WS-RUNS-SKIPPED
              PERFORM 2095-WRITE-SKIPPED-RESULT
           END-IF
           .
      ******************************************************************
      *                2025-RESOLVE-RULE-SET
      * LOOKS UP THE RULE SET NAMED IN WS-RULE-NAME - SAME RULES AS
      * Z02112T'S 2148-RESOLVE-RULE-SET: BLANK MEANS 'CONWAY', WHICH
      * IS BUILT IN AND ONLY READ FROM RULE_TABLE IF CATALOGUED, ANY
      * OTHER NAME HAS TO BE IN RULE_TABLE
      ******************************************************************
       2025-RESOLVE-RULE-SET.
           IF WS-RULE-NAME = SPACE OR LOW-VALUES THEN
              MOVE CT-DEFAULT-RULE-NAME TO WS-RULE-NAME
           END-IF

           PERFORM 7170-SELECT-RULE-SET

           IF SO-RULE-SET-UNKNOWN AND
              WS-RULE-NAME = CT-DEFAULT-RULE-NAME THEN
              SET SO-RULE-SET-FOUND TO TRUE
              MOVE CT-DEFAULT-RULE-BIRTH   TO WS-RULE-BIRTH
              MOVE CT-DEFAULT-RULE-SURVIVE TO WS-RULE-SURVIVE
           END-IF
           .
      ******************************************************************
      *                2090-WRITE-REJECT-RESULT
              MOVE RUN-MAP-ID-TEXT TO RES-MAP-ID
           END-IF
           MOVE RUN-BOARD-MODE          TO RES-BOARD-MODE
           MOVE RUN-RULE-NAME           TO RES-RULE-NAME
           EVALUATE TRUE
             WHEN SO-BOARD-RETIRED
                MOVE 'REJECTED - RETIRED'  TO RES-OUTCOME
             WHEN SO-RULE-SET-UNKNOWN
                MOVE 'REJECTED - BAD RULE' TO RES-OUTCOME
             WHEN OTHER
                MOVE 'REJECTED - BAD INPUT' TO RES-OUTCOME
           END-EVALUATE
           PERFORM 2890-WRITE-RESULT-RECORD
           .
      ******************************************************************
      *                2095-WRITE-SKIPPED-RESULT
      * THE BOARD'S LOCK IS HELD BY SOMEONE ELSE (AND NOT STALE), OR
      * THE BOARD IS FROZEN - THE REQUEST CAN BE RESUBMITTED ON THE
      * NEXT NIGHT'S E4DQ0010
      ******************************************************************
       2095-WRITE-SKIPPED-RESULT.
           MOVE SPACE TO WS-E4DQ0020-REC
           MOVE WS-RUN-MAP-ID           TO RES-MAP-ID
           MOVE SW-BOARD-MODE           TO RES-BOARD-MODE
           MOVE WS-RUN-GENERATIONS      TO RES-GENERATIONS-ASKED
           MOVE WS-RULE-NAME            TO RES-RULE-NAME
           IF SO-BOARD-FROZEN THEN
              MOVE 'SKIPPED - FROZEN'   TO RES-OUTCOME
           ELSE
              MOVE 'SKIPPED - LOCKED'   TO RES-OUTCOME
           END-IF
           PERFORM 2890-WRITE-RESULT-RECORD
           .
      ******************************************************************
      *                2097-WRITE-DEFERRED-RESULT
      * THE REQUEST WAS NOT STARTED BECAUSE THE WINDOW'S CUTOFF HAD
      * PASSED OR ITS ESTIMATED COST WOULD NOT FIT IN WHAT IS LEFT
      ******************************************************************
       2097-WRITE-DEFERRED-RESULT.
           MOVE SPACE TO WS-E4DQ0020-REC
           INITIALIZE WS-E4DQ0020-REC
           MOVE WS-RUN-MAP-ID           TO RES-MAP-ID
           MOVE SW-BOARD-MODE           TO RES-BOARD-MODE
           MOVE WS-RUN-GENERATIONS      TO RES-GENERATIONS-ASKED
           MOVE WS-RULE-NAME            TO RES-RULE-NAME
           IF SO-DEFER-PAST-CUTOFF THEN
              MOVE 'DEFERRED - CUTOFF'  TO RES-OUTCOME
           ELSE
              MOVE 'DEFERRED - NO ROOM' TO RES-OUTCOME
           END-IF
           PERFORM 2890-WRITE-RESULT-RECORD
           .
      ******************************************************************
              PERFORM 7200-SELECT-MAP-FROM-DB
              PERFORM 7250-GET-RUN-TIMESTAMP
              MOVE 0 TO WS-GENERATIONS-RUN
              PERFORM 2160-COUNT-POPULATION
           END-IF

           MOVE 0 TO WS-EVENT-COUNT
           IF SO-QUEUE-REQUEST THEN
              PERFORM 2400-LOAD-WATCHES
           ELSE
              MOVE 0 TO WS-WATCH-COUNT
           END-IF

           SET SO-RUN-COMPLETED TO TRUE
           MOVE LOW-VALUES TO WS-PREV-MAP
           MOVE LOW-VALUES TO WS-PREV2-MAP
      * A BOARD FRESH FROM MAP_TABLE OR A RESTART POINT - THE ENGINE
      * FINDS ITS LIVE AREA ON THE FIRST GENERATION
           SET ZZEC0320-A-UNKNOWN TO TRUE

           PERFORM UNTIL WS-GENERATIONS-RUN NOT < WS-RUN-GENERATIONS
           OR SO-RUN-EXTINCT OR SO-RUN-STABILIZED OR SO-RUN-SUSPENDED
           OR SO-RUN-WATCH-STOPPED

               MOVE WS-PREV-MAP TO WS-PREV2-MAP
               MOVE WS-MAP      TO WS-PREV-MAP
               MOVE WS-POPULATION-COUNT TO WS-PREV-POPULATION
               PERFORM 2141-ITERATE-THE-GAME
               ADD 1 TO WS-GENERATIONS-RUN
               PERFORM 7180-WRITE-GAME-STATS

      * THE WATCH CONDITIONS ARE TESTED BEFORE A RESTART POINT CAN
      * COMMIT THIS GENERATION, SO AN EVENT IS NEVER LOST BEHIND ONE.
      * A STOP CONDITION ENDS THE RUN HERE - UNLESS THE BOARD ALSO
      * DIED OR SETTLED THIS GENERATION, WHICH THE OUTCOME SAYS
      * INSTEAD
               IF WS-WATCH-COUNT > 0 THEN
                  PERFORM 2410-CHECK-WATCHES
               END-IF

      * EVERY CT-RESTART-INTERVAL GENERATIONS THE BOARD AND POSITION
      * ARE HARDENED AS A RESTART POINT AND COMMITTED, SO AN
      * INTERRUPTION NEVER COSTS MORE THAN THAT MANY GENERATIONS
                      WS-MAP = WS-PREV2-MAP
                    SET SO-RUN-STABILIZED TO TRUE
               END-EVALUATE

      * THE WINDOW'S HARD END IS LOOKED FOR EVERY
      * CT-CLOCK-CHECK-INTERVAL GENERATIONS OF A RUN STILL GOING
               IF SO-HARD-END-SET AND SO-RUN-COMPLETED AND
                  WS-GENERATIONS-RUN < WS-RUN-GENERATIONS THEN
                  DIVIDE WS-GENERATIONS-RUN BY CT-CLOCK-CHECK-INTERVAL
                     GIVING WS-CLOCK-QUOTIENT
                     REMAINDER WS-CLOCK-REMAINDER
                  IF WS-CLOCK-REMAINDER = 0 THEN
                     PERFORM 7260-GET-CLOCK-SECONDS
                     IF WS-CLOCK-SECONDS NOT < WS-HARD-END-SECONDS THEN
                        SET SO-RUN-SUSPENDED TO TRUE
                     END-IF
                  END-IF
               END-IF
           END-PERFORM

           IF SO-RUN-SUSPENDED THEN
              PERFORM 2180-SUSPEND-THE-RUN
           ELSE
              PERFORM 2170-FINISH-THE-RUN
           END-IF
           .
      ******************************************************************
      *                  2170-FINISH-THE-RUN
      ******************************************************************
       2170-FINISH-THE-RUN.
           MOVE WS-MAP TO MAP-DATA-TEXT
           PERFORM 7100-SAVE-THE-MAP
      * THE RUN IS OVER - ITS RESTART POINT GOES AWAY IN THE SAME
           PERFORM 2190-WRITE-RUN-RESULT
           .
      ******************************************************************
      *                  2180-SUSPEND-THE-RUN
      * THE WINDOW'S HARD END ARRIVED MID-RUN.  THE BOARD AND POSITION
      * ARE CHECKPOINTED JUST AS AT A RESTART INTERVAL AND THE BOARD'S
      * LOCK IS GIVEN BACK - MAP_TABLE KEEPS THE IMAGE THE RUN STARTED
      * FROM, AND THE NEXT EXECUTION RESUMES FROM THE CHECKPOINT (A
      * CARD RUN WHEN THE SAME CARD IS PRESENTED AGAIN)
      ******************************************************************
       2180-SUSPEND-THE-RUN.
           PERFORM 7550-SAVE-RESTART-POINT
           IF SO-QUEUE-REQUEST THEN
              PERFORM 2375-MARK-REQUEST-SUSPENDED
           END-IF
           PERFORM 7900-UNLOCK-RESOURCES
           PERFORM 7300-COMMIT-THE-RUN

           MOVE WS-GENERATIONS-RUN TO WS-GEN-EDIT
           DISPLAY 'RUN SUSPENDED AT GENERATION ' WS-GEN-EDIT
           ADD 1 TO WS-RUNS-SUSPENDED
           PERFORM 2190-WRITE-RUN-RESULT
           .
      ******************************************************************
      *                2160-COUNT-POPULATION
      * RECOUNTS THE LIVE CELLS OF A BOARD RESTORED FROM A RESTART
      * POINT - A RESUMED RUN THAT TURNS OUT TO BE ALREADY FINISHED
           .
      ******************************************************************
      *                2141-ITERATE-THE-GAME
      * PLAYS EXACTLY ONE GENERATION OF WS-MAP THROUGH THE SHARED
      * ENGINE Z02215 (THE SAME MODULE Z02112T PLAYS THE ONLINE GAME
      * WITH), UNDER THE RUN'S BOARD MODE AND RULE SET.
      * WS-POPULATION-COUNT IS LEFT HOLDING THE LIVE CELL COUNT OF THE
      * GENERATION JUST PLAYED
      ******************************************************************
       2141-ITERATE-THE-GAME.
           MOVE SW-BOARD-MODE   TO ZZEC0320-I-BOARD-MODE
           MOVE WS-RULE-BIRTH   TO ZZEC0320-I-RULE-BIRTH
           MOVE WS-RULE-SURVIVE TO ZZEC0320-I-RULE-SURVIVE
           CALL 'Z02215' USING WS-ZZEC0320 WS-MAP
           MOVE ZZEC0320-O-POPULATION TO WS-POPULATION-COUNT
           .
      ******************************************************************
      *                2190-WRITE-RUN-RESULT
           MOVE WS-RUN-GENERATIONS      TO RES-GENERATIONS-ASKED
           MOVE WS-GENERATIONS-RUN      TO RES-GENERATIONS-PLAYED
           MOVE WS-POPULATION-COUNT     TO RES-FINAL-POPULATION
           MOVE WS-RULE-NAME            TO RES-RULE-NAME

           EVALUATE TRUE
             WHEN SO-RUN-EXTINCT
                       DELIMITED BY SIZE
                       INTO RES-OUTCOME
                END-STRING
             WHEN SO-RUN-SUSPENDED
                MOVE 'SUSPENDED - WINDOW' TO RES-OUTCOME
             WHEN SO-RUN-WATCH-STOPPED
                STRING 'STOPPED - WATCH '
                       WS-STOP-WATCH-SEQ
                       DELIMITED BY SIZE
                       INTO RES-OUTCOME
                END-STRING
             WHEN OTHER
                MOVE 'COMPLETED'         TO RES-OUTCOME
           END-EVALUATE

           PERFORM 2890-WRITE-RESULT-RECORD

           PERFORM VARYING WS-ITER FROM 1 BY 1
           UNTIL WS-ITER > WS-EVENT-COUNT
              PERFORM 2195-WRITE-EVENT-RESULT
           END-PERFORM
           .
      ******************************************************************
      *                2195-WRITE-EVENT-RESULT
      * ONE LINE PER WATCH EVENT UNDER ITS RUN'S RESULT LINE - THE
      * GENERATION AND POPULATION COLUMNS HOLD THE FIRING GENERATION'S
      ******************************************************************
       2195-WRITE-EVENT-RESULT.
           MOVE SPACE TO WS-E4DQ0020-REC
           INITIALIZE WS-E4DQ0020-REC
           MOVE WS-RUN-MAP-ID                TO RES-MAP-ID
           MOVE SW-BOARD-MODE                TO RES-BOARD-MODE
           MOVE WS-RUN-GENERATIONS           TO RES-GENERATIONS-ASKED
           MOVE WS-EVT-GENERATION(WS-ITER)   TO RES-GENERATIONS-PLAYED
           MOVE WS-EVT-POPULATION(WS-ITER)   TO RES-FINAL-POPULATION
           MOVE WS-RULE-NAME                 TO RES-RULE-NAME
           STRING 'WATCH '                   DELIMITED BY SIZE
                  WS-EVT-SEQ(WS-ITER)        DELIMITED BY SIZE
                  ' '                        DELIMITED BY SIZE
                  WS-EVT-SHORT-TEXT(WS-ITER) DELIMITED BY SIZE
              INTO RES-OUTCOME
           END-STRING
           IF WS-EVT-ACTION(WS-ITER) = 'S' THEN
              MOVE 'STOP' TO RES-EVENT-ACTION
           ELSE
              MOVE 'LOG'  TO RES-EVENT-ACTION
           END-IF
           IF WS-EVT-IMAGE-SAVED(WS-ITER) = 'Y' THEN
              MOVE 'IMG'  TO RES-EVENT-IMAGE
           END-IF
           PERFORM 2890-WRITE-RESULT-RECORD
           .
      ******************************************************************
      *                2300-DRAIN-RUN-QUEUE
      * PLAYS THE RUN REQUESTS SUBMITTED FROM THE 0210 SCREEN, MOST
      * URGENT PRIORITY FIRST AND OLDEST FIRST WITHIN A PRIORITY -
      * EACH ONE GOES THROUGH EXACTLY THE SAME WINDOW CHECK, LOCKING,
      * ENGINE AND E4DQ0020 REPORTING AS A CARD REQUEST, PLUS THE
      * QUEUE ROW'S STATUS BOOKKEEPING.  ONCE THE CUTOFF HAS PASSED
      * EVERY REQUEST LEFT IS DEFERRED, SO EACH STILL GETS ITS STATUS
      * AND RESULT LINE
      ******************************************************************
       2300-DRAIN-RUN-QUEUE.
           PERFORM 2310-RECOVER-STALE-REQUESTS
           SET SO-CARD-REQUEST TO TRUE
           .
      ******************************************************************
      *                 2330-CHECK-THE-WINDOW
      * NOTHING IS STARTED ONCE THE CUTOFF HAS PASSED.  BEFORE IT, A
      * REQUEST WHOSE ESTIMATED RUNNING TIME WILL NOT FIT BETWEEN NOW
      * AND THE HARD END IS DEFERRED RATHER THAN STARTED AND SUSPENDED
      * - THE DRAIN MOVES ON TO THE SMALLER REQUESTS BEHIND IT
      ******************************************************************
       2330-CHECK-THE-WINDOW.
           SET SO-WINDOW-FITS TO TRUE

           IF SO-CUTOFF-SET THEN
              PERFORM 7260-GET-CLOCK-SECONDS
              IF WS-CLOCK-SECONDS NOT < WS-CUTOFF-SECONDS THEN
                 SET SO-DEFER-PAST-CUTOFF TO TRUE
              END-IF
           END-IF

           IF SO-WINDOW-FITS AND SO-HARD-END-SET THEN
              PERFORM 2335-ESTIMATE-RUN-COST
              COMPUTE WS-WINDOW-LEFT-SECONDS =
                      WS-HARD-END-SECONDS - WS-CLOCK-SECONDS
              IF WS-RUN-COST-SECONDS > WS-WINDOW-LEFT-SECONDS THEN
                 SET SO-DEFER-NO-ROOM TO TRUE
              END-IF
           END-IF
           .
      ******************************************************************
      *                 2335-ESTIMATE-RUN-COST
      * BOARD POPULATION TIMES THE GENERATIONS STILL TO PLAY, OVER THE
      * ENGINE'S CELL-GENERATION RATE.  A REQUEST WITH A RESTART POINT
      * IS COSTED FROM ITS CHECKPOINTED BOARD FOR ONLY THE GENERATIONS
      * IT HAS LEFT
      ******************************************************************
       2335-ESTIMATE-RUN-COST.
           PERFORM 7500-SELECT-RESTART-POINT

           IF SO-RESTART-FOUND THEN
              INITIALIZE WS-MAP
              MOVE RST-MAP-DATA-TEXT TO WS-MAP
              COMPUTE WS-GENS-TO-PLAY =
                      WS-RUN-GENERATIONS - RST-GENERATIONS-DONE
           ELSE
              PERFORM 7200-SELECT-MAP-FROM-DB
              MOVE WS-RUN-GENERATIONS TO WS-GENS-TO-PLAY
           END-IF

           PERFORM 2160-COUNT-POPULATION
           COMPUTE WS-RUN-COST = WS-POPULATION-COUNT * WS-GENS-TO-PLAY
           DIVIDE WS-RUN-COST BY WS-CELL-GEN-RATE
              GIVING WS-RUN-COST-SECONDS
           .
      ******************************************************************
      *              2310-RECOVER-STALE-REQUESTS
      * A ROW STILL MARKED RUNNING AT THIS POINT WAS LEFT BEHIND BY A
      * JOB THAT DIED MID-RUN.  ONE WITH A RESTART POINT IS STILL
              PERFORM 9000-DB2-ERROR
           END-IF

           MOVE 'FAILED - INTERRUPTED'  TO RQ-OUTCOME
           MOVE 0                       TO RQ-GENERATIONS-PLAYED
           MOVE 0                       TO RQ-FINAL-POPULATION
           PERFORM 2395-NOTIFY-SUBMITTER

           MOVE SPACE TO WS-E4DQ0020-REC
           INITIALIZE WS-E4DQ0020-REC
           MOVE RQ-MAP-ID               TO RES-MAP-ID
           MOVE RQ-BOARD-MODE           TO RES-BOARD-MODE
           MOVE RQ-GENERATIONS          TO RES-GENERATIONS-ASKED
           MOVE RQ-RULE-NAME            TO RES-RULE-NAME
           MOVE 'FAILED - INTERRUPTED'  TO RES-OUTCOME
           PERFORM 2890-WRITE-RESULT-RECORD
           .
      ******************************************************************
       2350-PLAY-QUEUE-REQUEST.
           SET SO-INVALID-REQUEST TO TRUE
           SET SO-RULE-SET-FOUND TO TRUE
           SET SO-BOARD-UNREGISTERED TO TRUE
           IF (RQ-BOARD-MODE = 'B' OR RQ-BOARD-MODE = 'T') AND
              RQ-MAP-ID > 0 AND
              RQ-GENERATIONS > 0 THEN
              MOVE RQ-BOARD-MODE   TO SW-BOARD-MODE
           END-IF

      * THE RULE SET WAS CHECKED AT SUBMIT TIME BUT MAY HAVE BEEN
      * DROPPED FROM RULE_TABLE SINCE - RESOLVE IT AGAIN NOW
           IF SO-VALID-REQUEST THEN
              MOVE RQ-RULE-NAME TO WS-RULE-NAME
              PERFORM 2025-RESOLVE-RULE-SET
              IF SO-RULE-SET-UNKNOWN THEN
                 SET SO-INVALID-REQUEST TO TRUE
              END-IF
           END-IF

      * THE BOARD MAY HAVE BEEN RETIRED OR FROZEN SINCE THE REQUEST
      * WAS QUEUED - A RETIRED ONE FAILS THE REQUEST, A FROZEN ONE
      * KEEPS IT PENDING LIKE A LOCK DOES
           IF SO-VALID-REQUEST THEN
              PERFORM 7160-SELECT-BOARD-REGISTRY
              IF SO-BOARD-RETIRED THEN
                 SET SO-INVALID-REQUEST TO TRUE
              END-IF
           END-IF

      * A REQUEST THE WINDOW HAS NO ROOM FOR IS DEFERRED TO THE NEXT
      * EXECUTION BEFORE ITS BOARD IS EVER LOCKED
           SET SO-WINDOW-FITS TO TRUE
           IF SO-VALID-REQUEST THEN
              MOVE RQ-REQUEST-ID TO WS-RST-REQUEST-ID
              PERFORM 2330-CHECK-THE-WINDOW
           END-IF

           EVALUATE TRUE
             WHEN SO-INVALID-REQUEST
                ADD 1 TO WS-RUNS-REJECTED
                PERFORM 2390-MARK-REQUEST-REJECTED
             WHEN NOT SO-WINDOW-FITS
                ADD 1 TO WS-RUNS-DEFERRED
                PERFORM 2385-MARK-REQUEST-DEFERRED
                PERFORM 2097-WRITE-DEFERRED-RESULT
             WHEN OTHER
                IF SO-BOARD-FROZEN THEN
                   SET SO-RESOURCES-ARE-LOCKED TO TRUE
                ELSE
                   PERFORM 7700-CHECK-CONCURRENCY
                END-IF
                IF SO-OTHERS-CAN-PLAY THEN
                   SET SO-QUEUE-REQUEST TO TRUE
                   PERFORM 2360-MARK-REQUEST-RUNNING
      * THE LOCK'S OWN COMMIT HARDENS THE RUNNING STATUS WITH IT
                   PERFORM 7800-LOCK-THE-RESOURCES
                   PERFORM 2100-PLAY-ONE-RUN
                   SET SO-CARD-REQUEST TO TRUE
                ELSE
                   ADD 1 TO WS-RUNS-SKIPPED
                   PERFORM 2380-REQUEUE-LOCKED-REQUEST
                   PERFORM 2095-WRITE-SKIPPED-RESULT
                END-IF
           END-EVALUATE
           .
      ******************************************************************
      *               2360-MARK-REQUEST-RUNNING
                       DELIMITED BY SIZE
                       INTO RQ-OUTCOME
                END-STRING
             WHEN SO-RUN-WATCH-STOPPED
                MOVE SPACE               TO RQ-OUTCOME
                STRING 'STOPPED - WATCH '
                       WS-STOP-WATCH-SEQ
                       DELIMITED BY SIZE
                       INTO RQ-OUTCOME
                END-STRING
             WHEN OTHER
                MOVE 'COMPLETED'         TO RQ-OUTCOME
           END-EVALUATE
              SET SO-2370-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF

           PERFORM 2395-NOTIFY-SUBMITTER
           .
      ******************************************************************
      *              2375-MARK-REQUEST-SUSPENDED
      * THE ROW KEEPS HOW FAR THE RUN GOT SO THE INQUIRY SHOWS THE
      * PROGRESS - ITS RESTART POINT CARRIES THE BOARD ITSELF
      ******************************************************************
       2375-MARK-REQUEST-SUSPENDED.
           MOVE 'SUSPENDED - WINDOW'  TO RQ-OUTCOME
           MOVE WS-GENERATIONS-RUN    TO RQ-GENERATIONS-PLAYED
           MOVE WS-POPULATION-COUNT   TO RQ-FINAL-POPULATION

           EXEC SQL
           UPDATE RUN_QUEUE_TABLE
           SET RQ_STATUS = 'S',
               RQ_GENERATIONS_PLAYED = :RQ-GENERATIONS-PLAYED,
               RQ_FINAL_POPULATION = :RQ-FINAL-POPULATION,
               RQ_OUTCOME = :RQ-OUTCOME
           WHERE RQ_REQUEST_ID = :RQ-REQUEST-ID
           END-EXEC

           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              SET SO-2375-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *              2380-REQUEUE-LOCKED-REQUEST
      * RUN YET, SO THE INQUIRY ISN'T SILENT ABOUT THE WAIT
      ******************************************************************
       2380-REQUEUE-LOCKED-REQUEST.
           IF SO-BOARD-FROZEN THEN
              MOVE 'WAITING - FROZEN' TO RQ-OUTCOME
           ELSE
              MOVE 'WAITING - LOCKED' TO RQ-OUTCOME
           END-IF

           EXEC SQL
           UPDATE RUN_QUEUE_TABLE
           SET RQ_OUTCOME = :RQ-OUTCOME
           WHERE RQ_REQUEST_ID = :RQ-REQUEST-ID
           END-EXEC

           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              SET SO-2380-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF

           MOVE 0 TO RQ-GENERATIONS-PLAYED
           MOVE 0 TO RQ-FINAL-POPULATION
           PERFORM 2395-NOTIFY-SUBMITTER
           PERFORM 7300-COMMIT-THE-RUN
           .
      ******************************************************************
      *              2385-MARK-REQUEST-DEFERRED
      * SAME OUTCOME WORDING AS 2097'S RESULT LINE - THE ROW WAITS FOR
      * THE NEXT EXECUTION, IN ITS PRIORITY ORDER
      ******************************************************************
       2385-MARK-REQUEST-DEFERRED.
           IF SO-DEFER-PAST-CUTOFF THEN
              MOVE 'DEFERRED - CUTOFF'  TO RQ-OUTCOME
           ELSE
              MOVE 'DEFERRED - NO ROOM' TO RQ-OUTCOME
           END-IF

           EXEC SQL
           UPDATE RUN_QUEUE_TABLE
           SET RQ_STATUS = 'D',
               RQ_OUTCOME = :RQ-OUTCOME
           WHERE RQ_REQUEST_ID = :RQ-REQUEST-ID
           END-EXEC

           IF SO-SQLCODE-OK THEN
              PERFORM 7300-COMMIT-THE-RUN
           ELSE
              SET SO-2385-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      * EXCEPTION REPORT SEES IT
      ******************************************************************
       2390-MARK-REQUEST-REJECTED.
           EVALUATE TRUE
             WHEN SO-BOARD-RETIRED
                MOVE 'REJECTED - RETIRED'   TO RQ-OUTCOME
             WHEN SO-RULE-SET-UNKNOWN
                MOVE 'REJECTED - BAD RULE'  TO RQ-OUTCOME
             WHEN OTHER
                MOVE 'REJECTED - BAD INPUT' TO RQ-OUTCOME
           END-EVALUATE

           EXEC SQL
           UPDATE RUN_QUEUE_TABLE
           SET RQ_STATUS = 'F',
               RQ_OUTCOME = :RQ-OUTCOME,
               RQ_COMPLETED_AT = CURRENT TIMESTAMP
           WHERE RQ_REQUEST_ID = :RQ-REQUEST-ID
           END-EXEC

           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              SET SO-2390-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF

           MOVE 0 TO RQ-GENERATIONS-PLAYED
           MOVE 0 TO RQ-FINAL-POPULATION
           PERFORM 2395-NOTIFY-SUBMITTER
           PERFORM 7300-COMMIT-THE-RUN

           MOVE SPACE TO WS-E4DQ0020-REC
           INITIALIZE WS-E4DQ0020-REC
           IF RQ-MAP-ID > 0 THEN
           IF RQ-GENERATIONS > 0 THEN
              MOVE RQ-GENERATIONS       TO RES-GENERATIONS-ASKED
           END-IF
           MOVE RQ-RULE-NAME            TO RES-RULE-NAME
           MOVE RQ-OUTCOME              TO RES-OUTCOME
           PERFORM 2890-WRITE-RESULT-RECORD
           .
      ******************************************************************
      *                2395-NOTIFY-SUBMITTER
      * ONE NOTIFICATION_TABLE MESSAGE FOR WHOEVER SUBMITTED THE QUEUE
      * ROW, CARRYING THE SAME OUTCOME WORDING AS THE ROW ITSELF.  IT
      * GOES IN UNDER THE CALLER'S UNIT OF WORK, SO THE MESSAGE AND
      * THE STATUS CHANGE IT REPORTS ARE COMMITTED TOGETHER.  A ROW
      * WITH NO SUBMITTER (LOADED BY HAND) HAS NOBODY TO TELL
      ******************************************************************
       2395-NOTIFY-SUBMITTER.
           IF RQ-SUBMITTED-BY NOT = SPACE THEN
              PERFORM 2396-GENERATE-NEW-NOTE-ID

              MOVE RQ-SUBMITTED-BY        TO NOTE-USER
              MOVE CT-NOTE-SOURCE         TO NOTE-SOURCE
              MOVE RQ-MAP-ID              TO NOTE-MAP-ID
              MOVE RQ-REQUEST-ID          TO NOTE-REQUEST-ID
              MOVE RQ-OUTCOME             TO NOTE-OUTCOME
              MOVE RQ-GENERATIONS-PLAYED  TO NOTE-GENERATIONS
              MOVE RQ-FINAL-POPULATION    TO NOTE-POPULATION
              MOVE CT-NOTE-STATUS-NEW     TO NOTE-STATUS
              MOVE RQ-REQUEST-ID          TO WS-NOTE-ID-EDIT
              MOVE RQ-MAP-ID              TO WS-NOTE-MAP-EDIT
              MOVE SPACE                  TO NOTE-TEXT
              STRING 'REQUEST '           DELIMITED BY SIZE
                     WS-NOTE-ID-EDIT      DELIMITED BY SIZE
                     ' BOARD '            DELIMITED BY SIZE
                     WS-NOTE-MAP-EDIT     DELIMITED BY SIZE
                     ' '                  DELIMITED BY SIZE
                     RQ-OUTCOME           DELIMITED BY SIZE
                INTO NOTE-TEXT
              END-STRING

              EXEC SQL
              INSERT INTO NOTIFICATION_TABLE
                (NOTE_ID, NOTE_USER, NOTE_CREATED_AT, NOTE_SOURCE,
                 NOTE_MAP_ID, NOTE_REQUEST_ID, NOTE_OUTCOME,
                 NOTE_GENERATIONS, NOTE_POPULATION, NOTE_TEXT,
                 NOTE_STATUS)
              VALUES
                (:NOTE-ID, :NOTE-USER, CURRENT TIMESTAMP,
                 :NOTE-SOURCE, :NOTE-MAP-ID, :NOTE-REQUEST-ID,
                 :NOTE-OUTCOME, :NOTE-GENERATIONS, :NOTE-POPULATION,
                 :NOTE-TEXT, :NOTE-STATUS)
              END-EXEC

              MOVE SQLCODE TO SW-SQLCODE
              IF NOT SO-SQLCODE-OK THEN
                 SET SO-2395-PARA TO TRUE
                 PERFORM 9000-DB2-ERROR
              END-IF
           END-IF
           .
      ******************************************************************
      *                2396-GENERATE-NEW-NOTE-ID
      * SAME MAX+1 SCHEME AS Z02115'S 2140-GENERATE-NEW-REQUEST-ID
      ******************************************************************
       2396-GENERATE-NEW-NOTE-ID.
           EXEC SQL
           SELECT COALESCE(MAX(NOTE_ID), 0) + 1
           INTO :NOTE-ID
           FROM NOTIFICATION_TABLE
           END-EXEC

           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              SET SO-2396-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                   2400-LOAD-WATCHES
      * READS THE QUEUE REQUEST'S WATCH CONDITIONS INTO WS-WATCH
      ******************************************************************
       2400-LOAD-WATCHES.
           MOVE 0 TO WS-WATCH-COUNT
           MOVE RQ-REQUEST-ID TO WCH-REQUEST-ID
           PERFORM 7600-OPEN-WATCH-CURSOR
           SET SO-NOT-END-OF-DATA-WATCH TO TRUE
           PERFORM 7610-FETCH-WATCH-RECORD
           PERFORM UNTIL SO-END-OF-DATA-WATCH
           OR WS-WATCH-COUNT NOT < CT-MAX-WATCHES
              ADD 1 TO WS-WATCH-COUNT
              MOVE WCH-SEQ       TO WS-WCH-SEQ(WS-WATCH-COUNT)
              MOVE WCH-TYPE      TO WS-WCH-TYPE(WS-WATCH-COUNT)
              MOVE WCH-ACTION    TO WS-WCH-ACTION(WS-WATCH-COUNT)
              MOVE WCH-THRESHOLD TO WS-WCH-THRESHOLD(WS-WATCH-COUNT)
              MOVE WCH-AREA-NAME TO WS-WCH-AREA-NAME(WS-WATCH-COUNT)
              MOVE WCH-TOP       TO WS-WCH-TOP(WS-WATCH-COUNT)
              MOVE WCH-LEFT      TO WS-WCH-LEFT(WS-WATCH-COUNT)
              MOVE WCH-BOTTOM    TO WS-WCH-BOTTOM(WS-WATCH-COUNT)
              MOVE WCH-RIGHT     TO WS-WCH-RIGHT(WS-WATCH-COUNT)
              IF WS-FIRED-COUNT > 0 THEN
                 MOVE 'Y' TO WS-WCH-FIRED(WS-WATCH-COUNT)
              ELSE
                 MOVE 'N' TO WS-WCH-FIRED(WS-WATCH-COUNT)
              END-IF
              PERFORM 7610-FETCH-WATCH-RECORD
           END-PERFORM
           PERFORM 7620-CLOSE-WATCH-CURSOR
           .
      ******************************************************************
      *                   2410-CHECK-WATCHES
      * TESTS EVERY CONDITION THAT HAS NOT FIRED YET AGAINST THE
      * GENERATION JUST PLAYED
      ******************************************************************
       2410-CHECK-WATCHES.
           SET SO-IMAGE-NOT-SAVED TO TRUE
           PERFORM VARYING WS-ITER FROM 1 BY 1
           UNTIL WS-ITER > WS-WATCH-COUNT
              IF WS-WCH-FIRED(WS-ITER) = 'N' THEN
                 PERFORM 2420-TEST-ONE-WATCH
                 IF SO-WATCH-FIRED THEN
                    PERFORM 2430-FIRE-THE-WATCH
                 END-IF
              END-IF
           END-PERFORM
           .
      ******************************************************************
      *                   2420-TEST-ONE-WATCH
      * GROWTH IS MEASURED AGAINST THE PREVIOUS GENERATION AND NEEDS A
      * LIVE PREVIOUS GENERATION TO MEASURE FROM.  THE EDGE OF A
      * TOROIDAL BOARD IS NOT AN EDGE, SO IT NEVER FIRES THERE
      ******************************************************************
       2420-TEST-ONE-WATCH.
           SET SO-WATCH-NOT-FIRED TO TRUE

           EVALUATE TRUE
           WHEN SO-WCH-POP-ABOVE(WS-ITER)
              IF WS-POPULATION-COUNT > WS-WCH-THRESHOLD(WS-ITER) THEN
                 SET SO-WATCH-FIRED TO TRUE
              END-IF
           WHEN SO-WCH-POP-BELOW(WS-ITER)
              IF WS-POPULATION-COUNT < WS-WCH-THRESHOLD(WS-ITER) THEN
                 SET SO-WATCH-FIRED TO TRUE
              END-IF
           WHEN SO-WCH-GROWTH(WS-ITER)
              IF WS-PREV-POPULATION > 0 THEN
                 COMPUTE WS-GROWTH =
                         (WS-POPULATION-COUNT - WS-PREV-POPULATION)
                         * 100
                 COMPUTE WS-GROWTH-LIMIT =
                         WS-WCH-THRESHOLD(WS-ITER) * WS-PREV-POPULATION
                 IF WS-GROWTH > WS-GROWTH-LIMIT THEN
                    SET SO-WATCH-FIRED TO TRUE
                 END-IF
              END-IF
           WHEN SO-WCH-RECTANGLE(WS-ITER)
              MOVE 0 TO WS-WATCH-CELLS
              COMPUTE WS-WATCH-WIDTH =
                      WS-WCH-RIGHT(WS-ITER) - WS-WCH-LEFT(WS-ITER) + 1
              PERFORM VARYING WS-ITER2 FROM WS-WCH-TOP(WS-ITER) BY 1
              UNTIL WS-ITER2 > WS-WCH-BOTTOM(WS-ITER)
              OR WS-WATCH-CELLS > 0
                 INSPECT WS-MAP-LINE(WS-ITER2)
                    (WS-WCH-LEFT(WS-ITER):WS-WATCH-WIDTH)
                    TALLYING WS-WATCH-CELLS FOR ALL 'X'
              END-PERFORM
              IF WS-WATCH-CELLS > 0 THEN
                 SET SO-WATCH-FIRED TO TRUE
              END-IF
           WHEN SO-WCH-EDGE(WS-ITER)
              IF SO-MODE-BOUNDED THEN
                 MOVE 0 TO WS-WATCH-CELLS
                 INSPECT WS-MAP-LINE(1)
                    TALLYING WS-WATCH-CELLS FOR ALL 'X'
                 INSPECT WS-MAP-LINE(100)
                    TALLYING WS-WATCH-CELLS FOR ALL 'X'
                 PERFORM VARYING WS-ITER2 FROM 2 BY 1
                 UNTIL WS-ITER2 > 99 OR WS-WATCH-CELLS > 0
                    IF WS-MAP-LINE(WS-ITER2)(1:1) = 'X' OR
                       WS-MAP-LINE(WS-ITER2)(200:1) = 'X' THEN
                       ADD 1 TO WS-WATCH-CELLS
                    END-IF
                 END-PERFORM
                 IF WS-WATCH-CELLS > 0 THEN
                    SET SO-WATCH-FIRED TO TRUE
                 END-IF
              END-IF
           WHEN OTHER
              CONTINUE
           END-EVALUATE
           .
      ******************************************************************
      *                   2430-FIRE-THE-WATCH
      * THE EVENT ROW GOES IN UNDER THE RUN'S OWN UNIT OF WORK, WITH
      * THE GENERATION'S STATS ROW.  THE IMAGE IS SAVED AS A KEYFRAME
      * SO IT REPLAYS ON ITS OWN, ONCE PER GENERATION HOWEVER MANY
      * CONDITIONS FIRE ON IT
      ******************************************************************
       2430-FIRE-THE-WATCH.
           MOVE 'Y' TO WS-WCH-FIRED(WS-ITER)

           MOVE 'N' TO EVT-IMAGE-SAVED
           IF RQ-RECORD-IMAGES = 'Y' AND
              WS-GENERATIONS-RUN NOT > CT-MAX-HIST-GENERATION THEN
              IF SO-IMAGE-NOT-SAVED THEN
                 PERFORM 2450-SAVE-EVENT-IMAGE
              END-IF
              MOVE 'Y' TO EVT-IMAGE-SAVED
           END-IF

           PERFORM 2440-WRITE-EVENT-ROW

           IF WS-EVENT-COUNT < CT-MAX-WATCHES THEN
              ADD 1 TO WS-EVENT-COUNT
              MOVE WS-WCH-SEQ(WS-ITER)
                TO WS-EVT-SEQ(WS-EVENT-COUNT)
              MOVE WS-GENERATIONS-RUN
                TO WS-EVT-GENERATION(WS-EVENT-COUNT)
              MOVE WS-POPULATION-COUNT
                TO WS-EVT-POPULATION(WS-EVENT-COUNT)
              MOVE WS-WCH-ACTION(WS-ITER)
                TO WS-EVT-ACTION(WS-EVENT-COUNT)
              MOVE EVT-IMAGE-SAVED
                TO WS-EVT-IMAGE-SAVED(WS-EVENT-COUNT)
              EVALUATE TRUE
              WHEN SO-WCH-POP-ABOVE(WS-ITER)
                 MOVE 'POP ABOVE'
                   TO WS-EVT-SHORT-TEXT(WS-EVENT-COUNT)
              WHEN SO-WCH-POP-BELOW(WS-ITER)
                 MOVE 'POP BELOW'
                   TO WS-EVT-SHORT-TEXT(WS-EVENT-COUNT)
              WHEN SO-WCH-GROWTH(WS-ITER)
                 MOVE 'GROWTH'
                   TO WS-EVT-SHORT-TEXT(WS-EVENT-COUNT)
              WHEN SO-WCH-RECTANGLE(WS-ITER)
                 MOVE 'CELL IN AREA'
                   TO WS-EVT-SHORT-TEXT(WS-EVENT-COUNT)
              WHEN OTHER
                 MOVE 'EDGE REACHED'
                   TO WS-EVT-SHORT-TEXT(WS-EVENT-COUNT)
              END-EVALUATE
           END-IF

           MOVE WS-GENERATIONS-RUN TO WS-GEN-EDIT
           DISPLAY 'WATCH ' WS-WCH-SEQ(WS-ITER)
                   ' FIRED AT GENERATION ' WS-GEN-EDIT

           IF SO-WCH-STOP(WS-ITER) AND SO-RUN-COMPLETED THEN
              SET SO-RUN-WATCH-STOPPED TO TRUE
              MOVE WS-WCH-SEQ(WS-ITER) TO WS-STOP-WATCH-SEQ
           END-IF
           .
      ******************************************************************
      *                   2440-WRITE-EVENT-ROW
      ******************************************************************
       2440-WRITE-EVENT-ROW.
           MOVE RQ-REQUEST-ID              TO EVT-REQUEST-ID
           MOVE WS-WCH-SEQ(WS-ITER)        TO EVT-SEQ
           MOVE WS-RUN-MAP-ID              TO EVT-MAP-ID
           MOVE WS-RUN-TIME                TO EVT-RUN-TIME
           MOVE WS-GENERATIONS-RUN         TO EVT-GENERATION
           MOVE WS-POPULATION-COUNT        TO EVT-POPULATION
           MOVE WS-WCH-TYPE(WS-ITER)       TO EVT-TYPE
           MOVE WS-WCH-ACTION(WS-ITER)     TO EVT-ACTION
           MOVE WS-WCH-THRESHOLD(WS-ITER)  TO WS-WATCH-VALUE-EDIT
           MOVE SPACE                      TO EVT-TEXT

           EVALUATE TRUE
           WHEN SO-WCH-POP-ABOVE(WS-ITER)
              STRING 'POPULATION ABOVE '   DELIMITED BY SIZE
                     WS-WATCH-VALUE-EDIT   DELIMITED BY SIZE
                 INTO EVT-TEXT
              END-STRING
           WHEN SO-WCH-POP-BELOW(WS-ITER)
              STRING 'POPULATION BELOW '   DELIMITED BY SIZE
                     WS-WATCH-VALUE-EDIT   DELIMITED BY SIZE
                 INTO EVT-TEXT
              END-STRING
           WHEN SO-WCH-GROWTH(WS-ITER)
              STRING 'GROWTH OVER '        DELIMITED BY SIZE
                     WS-WATCH-VALUE-EDIT   DELIMITED BY SIZE
                     ' PCT'                DELIMITED BY SIZE
                 INTO EVT-TEXT
              END-STRING
           WHEN SO-WCH-RECTANGLE(WS-ITER)
              STRING 'LIVE CELL IN '       DELIMITED BY SIZE
                     WS-WCH-AREA-NAME(WS-ITER) DELIMITED BY SIZE
                 INTO EVT-TEXT
              END-STRING
           WHEN OTHER
              MOVE 'LIVE CELL AT BOARD EDGE' TO EVT-TEXT
           END-EVALUATE

           EXEC SQL
           INSERT INTO RUN_EVENT_TABLE
             (EVT_REQUEST_ID, EVT_SEQ, EVT_MAP_ID, EVT_RUN_TIME,
              EVT_GENERATION, EVT_POPULATION, EVT_TYPE, EVT_ACTION,
              EVT_TEXT, EVT_IMAGE_SAVED, EVT_LOGGED_AT)
           VALUES
             (:EVT-REQUEST-ID, :EVT-SEQ, :EVT-MAP-ID, :EVT-RUN-TIME,
              :EVT-GENERATION, :EVT-POPULATION, :EVT-TYPE,
              :EVT-ACTION, :EVT-TEXT, :EVT-IMAGE-SAVED,
              CURRENT TIMESTAMP)
           END-EXEC

           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              SET SO-2440-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                   2450-SAVE-EVENT-IMAGE
      * SAME COLUMNS AS Z0211'S RECORDED GENERATIONS, SO 0206 REPLAYS
      * THE FIRING GENERATION LIKE ANY OTHER RECORDED ONE
      ******************************************************************
       2450-SAVE-EVENT-IMAGE.
           MOVE WS-RUN-MAP-ID      TO HIST-MAP-ID
           MOVE WS-RUN-TIME        TO HIST-RUN-TIME
           MOVE WS-GENERATIONS-RUN TO HIST-GENERATION-NUMBER
           MOVE WS-MAP             TO HIST-MAP-DATA-TEXT
           MOVE 20000              TO HIST-MAP-DATA-LEN
           MOVE WS-RULE-NAME       TO HIST-RULE-NAME

           EXEC SQL
           INSERT INTO GAME_HIST_TABLE
             (HIST_MAP_ID, HIST_RUN_TIME, HIST_GENERATION_NUMBER,
              HIST_MAP_DATA, HIST_RULE_NAME)
           VALUES
             (:HIST-MAP-ID, :HIST-RUN-TIME, :HIST-GENERATION-NUMBER,
              :HIST-MAP-DATA, :HIST-RULE-NAME)
           END-EXEC

           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              SET SO-2450-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           SET SO-IMAGE-SAVED TO TRUE
           .
      ******************************************************************
      *                2890-WRITE-RESULT-RECORD
      ******************************************************************
       2890-WRITE-RESULT-RECORD.
           DISPLAY 'RUNS PLAYED:    ' WS-RUNS-PLAYED
           DISPLAY 'RUNS REJECTED:  ' WS-RUNS-REJECTED
           DISPLAY 'RUNS SKIPPED:   ' WS-RUNS-SKIPPED
           DISPLAY 'RUNS DEFERRED:  ' WS-RUNS-DEFERRED
           DISPLAY 'RUNS SUSPENDED: ' WS-RUNS-SUSPENDED
           CLOSE E4DQ0010
           CLOSE E4DQ0020
           CLOSE E4DQ0030
           STOP RUN
           .
      ******************************************************************
              SET SO-7150-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF

           IF SO-BOARD-UNREGISTERED THEN
              PERFORM 7155-REGISTER-NEW-BOARD
           END-IF
           .
      ******************************************************************
      *                   7155-REGISTER-NEW-BOARD
      * A BOARD FIRST SAVED BY A BATCH RUN IS REGISTERED THE SAME WAY
      * 0206 REGISTERS ONE - TO THE QUEUE REQUEST'S SUBMITTER, OR TO
      * THIS JOB FOR A CARD RUN, IN THE MODE THE RUN PLAYED
      ******************************************************************
       7155-REGISTER-NEW-BOARD.
           MOVE WS-RUN-MAP-ID     TO BRD-MAP-ID
           IF SO-QUEUE-REQUEST THEN
              MOVE RQ-SUBMITTED-BY  TO BRD-OWNER
           ELSE
              MOVE CT-REGISTRY-USER TO BRD-OWNER
           END-IF
           MOVE SPACE             TO BRD-DESC
           MOVE BRD-OWNER         TO BRD-CREATED-BY
           MOVE SW-BOARD-MODE     TO BRD-DEFAULT-MODE
           MOVE 'A'               TO BRD-STATUS
           MOVE BRD-OWNER         TO BRD-STATUS-BY
           MOVE '9999-12-31'      TO BRD-RETAIN-UNTIL

           EXEC SQL
           INSERT INTO BOARD_TABLE
             (BRD_MAP_ID, BRD_OWNER, BRD_DESC, BRD_CREATED_BY,
              BRD_CREATED_AT, BRD_DEFAULT_MODE, BRD_STATUS,
              BRD_STATUS_BY, BRD_STATUS_AT, BRD_RETAIN_UNTIL)
           VALUES
             (:BRD-MAP-ID, :BRD-OWNER, :BRD-DESC, :BRD-CREATED-BY,
              CURRENT TIMESTAMP, :BRD-DEFAULT-MODE, :BRD-STATUS,
              :BRD-STATUS-BY, CURRENT TIMESTAMP, :BRD-RETAIN-UNTIL)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              SET SO-7155-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           SET SO-BOARD-ACTIVE TO TRUE
           .
      ******************************************************************
      *                   7160-SELECT-BOARD-REGISTRY
      ******************************************************************
       7160-SELECT-BOARD-REGISTRY.
           SET SO-BOARD-UNREGISTERED TO TRUE
           MOVE WS-RUN-MAP-ID TO BRD-MAP-ID
           EXEC SQL
           SELECT BRD_STATUS
           INTO :BRD-STATUS
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
      *                  7170-SELECT-RULE-SET
      ******************************************************************
       7170-SELECT-RULE-SET.
           MOVE WS-RULE-NAME TO RULE-NAME
           EXEC SQL
           SELECT RULE_BIRTH, RULE_SURVIVE
           INTO :RULE-BIRTH, :RULE-SURVIVE
           FROM RULE_TABLE
           WHERE RULE_NAME = :RULE-NAME
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
                SET SO-RULE-SET-FOUND TO TRUE
                MOVE RULE-BIRTH   TO WS-RULE-BIRTH
                MOVE RULE-SURVIVE TO WS-RULE-SURVIVE
           WHEN SO-SQLCODE-NOT-FOUND
                SET SO-RULE-SET-UNKNOWN TO TRUE
           WHEN OTHER
                SET SO-7170-PARA TO TRUE
                PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *                  7180-WRITE-GAME-STATS
             TO STATS-GENERATION-NUMBER OF DCLGAME-STATS-TABLE
           MOVE WS-POPULATION-COUNT
             TO STATS-POPULATION-COUNT OF DCLGAME-STATS-TABLE
           MOVE WS-RULE-NAME
             TO STATS-RULE-NAME OF DCLGAME-STATS-TABLE

           EXEC SQL
           INSERT INTO GAME_STATS_TABLE
             (STATS_MAP_ID, STATS_RUN_TIME, STATS_GENERATION_NUMBER,
              STATS_POPULATION_COUNT, STATS_RULE_NAME)
           VALUES
             (:STATS-MAP-ID OF DCLGAME-STATS-TABLE,
              :STATS-RUN-TIME OF DCLGAME-STATS-TABLE,
              :STATS-GENERATION-NUMBER OF DCLGAME-STATS-TABLE,
              :STATS-POPULATION-COUNT OF DCLGAME-STATS-TABLE,
              :STATS-RULE-NAME OF DCLGAME-STATS-TABLE)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
           END-IF
           .
      ******************************************************************
      *                 7260-GET-CLOCK-SECONDS
      * THE TIME OF DAY IN SECONDS - PAST MIDNIGHT IT KEEPS COUNTING
      * FROM THE DAY THE JOB STARTED ON
      ******************************************************************
       7260-GET-CLOCK-SECONDS.
           EXEC SQL
              VALUES MIDNIGHT_SECONDS(CURRENT TIMESTAMP)
              INTO :WS-CLOCK-SECONDS
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              SET SO-7260-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF

           IF WS-CLOCK-SECONDS < WS-JOB-START-SECONDS THEN
              ADD CT-SECONDS-PER-DAY TO WS-CLOCK-SECONDS
           END-IF
           .
      ******************************************************************
      *                 7300-COMMIT-THE-RUN
      * A COMMIT PER RUN KEEPS A LONG MULTI-RUN JOB FROM HOLDING ITS
      * LOCKS AND LOG SPACE FOR THE WHOLE NIGHT
           :RQ-REQUEST-ID,
           :RQ-MAP-ID,
           :RQ-BOARD-MODE,
           :RQ-GENERATIONS,
           :RQ-RULE-NAME,
           :RQ-SUBMITTED-BY,
           :RQ-RECORD-IMAGES
           END-EXEC

           MOVE SQLCODE TO SW-SQLCODE
           :RQ-REQUEST-ID,
           :RQ-MAP-ID,
           :RQ-BOARD-MODE,
           :RQ-GENERATIONS,
           :RQ-RULE-NAME,
           :RQ-SUBMITTED-BY
           END-EXEC

           MOVE SQLCODE TO SW-SQLCODE
           END-IF
           .
      ******************************************************************
      *                 7600-OPEN-WATCH-CURSOR
      ******************************************************************
       7600-OPEN-WATCH-CURSOR.
           EXEC SQL
           OPEN C-WATCH
           END-EXEC

           MOVE SQLCODE TO SW-SQLCODE
           IF SO-SQLCODE-OK THEN
              CONTINUE
           ELSE
              SET SO-7600-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                 7610-FETCH-WATCH-RECORD
      ******************************************************************
       7610-FETCH-WATCH-RECORD.
           EXEC SQL
           FETCH C-WATCH
           INTO
           :WCH-SEQ,
           :WCH-TYPE,
           :WCH-ACTION,
           :WCH-THRESHOLD,
           :WCH-AREA-NAME,
           :WCH-TOP,
           :WCH-LEFT,
           :WCH-BOTTOM,
           :WCH-RIGHT,
           :WS-FIRED-COUNT
           END-EXEC

           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
              WHEN SO-SQLCODE-NORMAL
                 CONTINUE
              WHEN SO-SQLCODE-NOT-FOUND
                 SET SO-END-OF-DATA-WATCH TO TRUE
              WHEN OTHER
                 SET SO-7610-PARA TO TRUE
                 PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *                 7620-CLOSE-WATCH-CURSOR
      ******************************************************************
       7620-CLOSE-WATCH-CURSOR.
           EXEC SQL
           CLOSE C-WATCH
           END-EXEC

           MOVE SQLCODE TO SW-SQLCODE
           IF SO-SQLCODE-OK THEN
              CONTINUE
           ELSE
              SET SO-7620-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                7500-SELECT-RESTART-POINT
      * LOOKS FOR A RESTART POINT LEFT BY AN INTERRUPTED RUN OF THE
      * SAME REQUEST - SAME MAP, SAME QUEUE ROW (OR BOTH CARD RUNS),
