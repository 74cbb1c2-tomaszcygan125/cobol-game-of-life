      *   A ONE-LINE "VERIFIED IDENTICAL THROUGH N GENERATIONS" ON
      *   EHDQ0020 TO FILE WITH THE CHANGE - DIVERGING RUNS GET THE
      *   FIRST GENERATION THAT DIFFERS PLUS A CELL-LEVEL DIFFERENCE
      *   MAP ('A' = ALIVE ONLY IN RUN A, 'B' = ALIVE ONLY IN RUN B).
      *   TWO RUNS PLAYED UNDER DIFFERENT RULE SETS ARE NEVER
      *   COMPARED - THE REPORT SAYS SO AND THE STEP ENDS RC 8.
      *   A CARD THAT NAMES ONLY RUN A ASKS FOR A REPLAY INSTEAD: RUN
      *   A'S FIRST RECORDED FULL IMAGE IS PLAYED FORWARD THROUGH THE
      *   SHARED ENGINE Z02215, UNDER THE RUN'S OWN RULE SET AND THE
      *   BOARD MODE ON THE CARD (BLANK = THE BOARD REGISTRY'S
      *   DEFAULT), AND EVERY LATER GENERATION RUN A RECORDED IS
      *   COMPARED WITH THE REPLAY ('B' IN THE DIFFERENCE MAP).  SO
      *   ANY RUN RECORDED BEFORE OR AFTER AN ENGINE CHANGE CAN BE
      *   PROVED AGAINST THE ENGINE AS IT STANDS TODAY
      *
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * PARAMETER CARD - THE TWO RUNS TO COMPARE, OR ONE TO REPLAY
           SELECT EHDQ0010 ASSIGN TO EHDQ0010
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
           05 PRM-RUN-TIME-A            PIC X(26).
           05 PRM-MAP-ID-B-TEXT         PIC X(9).
           05 PRM-RUN-TIME-B            PIC X(26).
      * REPLAY ONLY - T OR B, BLANK FOR THE BOARD REGISTRY'S DEFAULT
           05 PRM-BOARD-MODE            PIC X(1).
           05 FILLER                    PIC X(9).
       FD EHDQ0020
           RECORD CONTAINS 204 CHARACTERS
           RECORDING MODE F
      * GAME_HIST_TABLE'S DCLGEN
           EXEC SQL INCLUDE SQLCA  END-EXEC.
           EXEC SQL INCLUDE Z8EC0211 END-EXEC.
      * RULE_TABLE'S DCLGEN
           EXEC SQL INCLUDE ZEEC0211 END-EXEC.
      * BOARD_TABLE'S DCLGEN
           EXEC SQL INCLUDE ZFEC0211 END-EXEC.
      ***************************************************************
      *   ERROR HANDLING VARIABLES
      ***************************************************************
           10 WS-SQLCODE-FORMAT             PIC -(5).
           10 SW-ST-IDENTIFICATOR           PIC X(4).
               88 SO-7210-PARA              VALUE '7210'.
               88 SO-7211-PARA              VALUE '7211'.
               88 SO-7230-PARA              VALUE '7230'.
               88 SO-7240-PARA              VALUE '7240'.
               88 SO-7250-PARA              VALUE '7250'.
               88 SO-7260-PARA              VALUE '7260'.
               88 SO-7270-PARA              VALUE '7270'.
      * FILE STATUS
       01 WS-FILE-STATUS.
           05 WS-FS-EHDQ0010                  PIC 99.
           05 SW-IF-IMAGE-FOUND               PIC X.
               88 SO-IMAGE-FOUND              VALUE 'Y'.
               88 SO-IMAGE-MISSING            VALUE 'N'.
           05 SW-IF-SAME-RULE-SET             PIC X.
               88 SO-SAME-RULE-SET            VALUE 'Y'.
               88 SO-DIFFERENT-RULE-SETS      VALUE 'N'.
           05 SW-VERIFICATION-KIND            PIC X.
               88 SO-COMPARE-TWO-RUNS         VALUE 'C'.
               88 SO-REPLAY-RUN-A             VALUE 'R'.
           05 SW-IF-RULE-SET-FOUND            PIC X.
               88 SO-RULE-SET-FOUND           VALUE 'Y'.
               88 SO-RULE-SET-UNKNOWN         VALUE 'N'.
           05 SW-BOARD-MODE                   PIC X.
               88 SO-MODE-TOROIDAL            VALUE 'T'.
               88 SO-MODE-BOUNDED             VALUE 'B'.
      *******************
      *  THE TWO RUNS AND THEIR BOARD IMAGES
      *******************
           05 WS-MAP-ID-A           PIC S9(9) COMP VALUE 0.
           05 WS-RUN-TIME-A         PIC X(26).
           05 WS-MAX-GEN-A          PIC S9(4) COMP VALUE 0.
           05 WS-RULE-NAME-A        PIC X(8).
       01 WS-RUN-B.
           05 WS-MAP-ID-B           PIC S9(9) COMP VALUE 0.
           05 WS-RUN-TIME-B         PIC X(26).
           05 WS-MAX-GEN-B          PIC S9(4) COMP VALUE 0.
           05 WS-RULE-NAME-B        PIC X(8).
      * RUNS RECORDED BEFORE RULE SETS EXISTED CARRY NO RULE NAME -
      * THEY WERE ALL PLAYED UNDER THE CLASSIC B3/S23
       01 CT-DEFAULT-RULE-NAME      PIC X(8) VALUE 'CONWAY'.
       01 CT-DEFAULT-RULE-BIRTH     PIC X(9) VALUE '000100000'.
       01 CT-DEFAULT-RULE-SURVIVE   PIC X(9) VALUE '001100000'.
      *******************
      *  REPLAY - RUN A'S RULE FLAGS, THE GENERATION OF ITS FIRST FULL
      *  IMAGE, AND HOW MANY RECORDED GENERATIONS WERE COMPARED (A RUN
      *  RECORDED ONLY AT ITS WATCH EVENTS SKIPS GENERATIONS)
      *******************
       01 WS-RULE-BIRTH-A           PIC X(9).
       01 WS-RULE-SURVIVE-A         PIC X(9).
       01 WS-FIRST-GEN-A            PIC S9(4) COMP VALUE 0.
       01 WS-REPLAY-FROM-GEN        PIC S9(4) COMP VALUE 0.
       01 WS-GENS-COMPARED          PIC S9(4) COMP VALUE 0.
      * THE SHARED GAME ENGINE'S INTERFACE
           COPY ZZEC0320.
       01 WS-MAP-A.
           05 WS-MAP-A-LINE PIC X(200) OCCURS 100 TIMES.
       01 WS-MAP-B.
           05 WS-MAP-B-LINE PIC X(200) OCCURS 100 TIMES.
       01 WS-DIFF-LINE              PIC X(200).
      *******************
      *  GAME_HIST_TABLE KEYFRAME / CHANGE RECORD WORK FIELDS - A
      *  GENERATION IS ITS RUN'S LATEST FULL IMAGE AT OR BEFORE IT WITH
      *  THE GENERATION'S OWN CHANGE LIST LAID OVER THE TOP
      *******************
       01 CT-HIST-ENTRY-LENGTH      PIC S9(4) COMP VALUE 6.
       01 WS-HIST-IMAGE             PIC X(20000).
       01 WS-HIST-KEY-GEN           PIC S9(4) COMP VALUE 0.
       01 WS-HIST-TARGET-GEN        PIC S9(4) COMP VALUE 0.
       01 WS-HIST-CHANGES           PIC S9(9) COMP VALUE 0.
       01 WS-HIST-IX                PIC S9(9) COMP VALUE 0.
       01 WS-HIST-OFFSET            PIC S9(9) COMP VALUE 0.
       01 WS-HIST-ENTRY.
           05 WS-HIST-CELL          PIC 9(5).
           05 WS-HIST-VALUE         PIC X(1).
      *******************
      *  COMPARE WORK FIELDS
      *******************
       01 WS-COMMON-GENS            PIC S9(4) COMP VALUE 0.
           SET SO-FILE-EHDQ0010            TO TRUE
           PERFORM 4000-CHECK-FOR-FILE-ERROR

      * NO RUN B ON THE CARD MEANS REPLAY RUN A THROUGH THE ENGINE
           IF PRM-MAP-ID-B-TEXT = SPACE AND
              PRM-RUN-TIME-B = SPACE THEN
              SET SO-REPLAY-RUN-A TO TRUE
           ELSE
              SET SO-COMPARE-TWO-RUNS TO TRUE
           END-IF
           SET SO-RULE-SET-FOUND TO TRUE
           SET SO-SAME-RULE-SET  TO TRUE

           IF PRM-MAP-ID-A-TEXT IS NUMERIC AND
              PRM-RUN-TIME-A NOT = SPACE AND
              (SO-REPLAY-RUN-A OR
               (PRM-MAP-ID-B-TEXT IS NUMERIC AND
                PRM-RUN-TIME-B NOT = SPACE)) AND
              (PRM-BOARD-MODE = SPACE OR 'T' OR 'B') THEN
              MOVE PRM-MAP-ID-A-TEXT TO WS-MAP-ID-A
              MOVE PRM-RUN-TIME-A    TO WS-RUN-TIME-A
              MOVE PRM-BOARD-MODE    TO SW-BOARD-MODE
              IF SO-COMPARE-TWO-RUNS THEN
                 MOVE PRM-MAP-ID-B-TEXT TO WS-MAP-ID-B
                 MOVE PRM-RUN-TIME-B    TO WS-RUN-TIME-B
              END-IF
           ELSE
              DISPLAY 'INVALID PARAMETER CARD - NOTHING COMPARED'
              MOVE 8 TO RETURN-CODE
           END-IF

           DISPLAY 'RUN A: MAP ' WS-MAP-ID-A ' AT ' WS-RUN-TIME-A
           IF SO-COMPARE-TWO-RUNS THEN
              DISPLAY 'RUN B: MAP ' WS-MAP-ID-B ' AT ' WS-RUN-TIME-B
           ELSE
              DISPLAY 'RUN B: RUN A REPLAYED THROUGH THE ENGINE'
           END-IF
           .
      ******************************************************************
      *                       2000-PROCESS
      ******************************************************************
       2000-PROCESS.
           IF SO-REPLAY-RUN-A THEN
              PERFORM 2500-PREPARE-THE-REPLAY
           ELSE
              PERFORM 2100-GET-RUN-LENGTHS
           END-IF
           PERFORM 2150-PRINT-REPORT-HEADING

           EVALUATE TRUE
             WHEN SO-RULE-SET-UNKNOWN
                MOVE SPACE TO WS-RPT-TITLE-REC
                STRING 'RULE SET '            DELIMITED BY SIZE
                       WS-RULE-NAME-A         DELIMITED BY SPACE
                       ' IS NOT IN RULE_TABLE' DELIMITED BY SIZE
                       ' - NOT REPLAYED'      DELIMITED BY SIZE
                   INTO WS-RPT-TITLE-REC
                END-STRING
                PERFORM 2890-WRITE-TITLE-LINE
             WHEN SO-DIFFERENT-RULE-SETS
                MOVE SPACE TO WS-RPT-TITLE-REC
                STRING 'RUNS WERE PLAYED UNDER DIFFERENT RULES'
                                               DELIMITED BY SIZE
                       ' - NOT COMPARED'       DELIMITED BY SIZE
                   INTO WS-RPT-TITLE-REC
                END-STRING
                PERFORM 2890-WRITE-TITLE-LINE
             WHEN SO-REPLAY-RUN-A
                PERFORM 2600-REPLAY-THE-RUN
                PERFORM 2400-PRINT-THE-VERDICT
             WHEN OTHER
                PERFORM 2200-COMPARE-THE-RUNS
                PERFORM 2400-PRINT-THE-VERDICT
           END-EVALUATE
           .
      ******************************************************************
      *                 2100-GET-RUN-LENGTHS
           MOVE WS-RUN-TIME-A TO HIST-RUN-TIME
           PERFORM 7230-SELECT-MAX-GENERATION
           MOVE HIST-GENERATION-NUMBER TO WS-MAX-GEN-A
           PERFORM 7240-SELECT-RULE-NAME
           MOVE HIST-RULE-NAME TO WS-RULE-NAME-A

           MOVE WS-MAP-ID-B   TO HIST-MAP-ID
           MOVE WS-RUN-TIME-B TO HIST-RUN-TIME
           PERFORM 7230-SELECT-MAX-GENERATION
           MOVE HIST-GENERATION-NUMBER TO WS-MAX-GEN-B
           PERFORM 7240-SELECT-RULE-NAME
           MOVE HIST-RULE-NAME TO WS-RULE-NAME-B

           IF WS-MAX-GEN-A = 0 OR WS-MAX-GEN-B = 0 THEN
              DISPLAY 'A NAMED RUN HAS NO RECORDED GENERATIONS'
              PERFORM 3600-FILE-ERROR-EXIT
           END-IF

           IF WS-RULE-NAME-A = WS-RULE-NAME-B THEN
              SET SO-SAME-RULE-SET TO TRUE
           ELSE
              SET SO-DIFFERENT-RULE-SETS TO TRUE
           END-IF

           IF WS-MAX-GEN-A < WS-MAX-GEN-B THEN
              MOVE WS-MAX-GEN-A TO WS-COMMON-GENS
           ELSE
                  WS-EDIT-COUNT     DELIMITED BY SIZE
                  '  STARTED '      DELIMITED BY SIZE
                  WS-RUN-TIME-A     DELIMITED BY SIZE
                  '  RULE '         DELIMITED BY SIZE
                  WS-RULE-NAME-A    DELIMITED BY SIZE
              INTO WS-RPT-TITLE-REC
           PERFORM 2890-WRITE-TITLE-LINE

           MOVE SPACE TO WS-RPT-TITLE-REC
           IF SO-COMPARE-TWO-RUNS THEN
              MOVE WS-MAP-ID-B TO WS-EDIT-COUNT
              STRING 'RUN B - MAP ID ' DELIMITED BY SIZE
                     WS-EDIT-COUNT     DELIMITED BY SIZE
                     '  STARTED '      DELIMITED BY SIZE
                     WS-RUN-TIME-B     DELIMITED BY SIZE
                     '  RULE '         DELIMITED BY SIZE
                     WS-RULE-NAME-B    DELIMITED BY SIZE
                 INTO WS-RPT-TITLE-REC
           ELSE
              MOVE WS-FIRST-GEN-A TO WS-GEN-EDIT
              STRING 'RUN B - RUN A REPLAYED THROUGH THE ENGINE FROM '
                                       DELIMITED BY SIZE
                     'GENERATION '     DELIMITED BY SIZE
                     WS-GEN-EDIT       DELIMITED BY SIZE
                     '  BOARD MODE '   DELIMITED BY SIZE
                     SW-BOARD-MODE     DELIMITED BY SIZE
                 INTO WS-RPT-TITLE-REC
           END-IF
           PERFORM 2890-WRITE-TITLE-LINE

           MOVE SPACE TO WS-RPT-TITLE-REC
           IF SO-IMAGE-MISSING THEN
              PERFORM 2220-REPORT-MISSING-IMAGE
           ELSE
              MOVE WS-HIST-IMAGE TO WS-MAP-A
           END-IF

           IF SO-RUNS-AGREE-SO-FAR THEN
              IF SO-IMAGE-MISSING THEN
                 PERFORM 2220-REPORT-MISSING-IMAGE
              ELSE
                 MOVE WS-HIST-IMAGE TO WS-MAP-B
              END-IF
           END-IF
           .
      ******************************************************************
      *                 2215-APPLY-HIST-CHANGES
      * LAYS A CHANGE RECORD (IN HIST-MAP-DATA) OVER ITS KEYFRAME,
      * ALREADY IN WS-HIST-IMAGE - EACH ENTRY IS A CELL NUMBER
      * (ROW-MAJOR, 1 THRU 20000) AND THE CELL'S VALUE IN THAT
      * GENERATION
      ******************************************************************
       2215-APPLY-HIST-CHANGES.
           COMPUTE WS-HIST-CHANGES =
                   HIST-MAP-DATA-LEN / CT-HIST-ENTRY-LENGTH
           PERFORM VARYING WS-HIST-IX FROM 1 BY 1
           UNTIL WS-HIST-IX > WS-HIST-CHANGES
              COMPUTE WS-HIST-OFFSET =
                      (WS-HIST-IX - 1) * CT-HIST-ENTRY-LENGTH + 1
              MOVE HIST-MAP-DATA-TEXT(WS-HIST-OFFSET:6)
                TO WS-HIST-ENTRY
              MOVE WS-HIST-VALUE TO WS-HIST-IMAGE(WS-HIST-CELL:1)
           END-PERFORM
           .
      ******************************************************************
      *                2220-REPORT-MISSING-IMAGE
      ******************************************************************
       2220-REPORT-MISSING-IMAGE.
                 INTO WS-RPT-TITLE-REC
              PERFORM 2890-WRITE-TITLE-LINE

              IF SO-REPLAY-RUN-A THEN
                 MOVE WS-GENS-COMPARED TO WS-GEN-EDIT
                 MOVE SPACE TO WS-RPT-TITLE-REC
                 STRING 'RECORDED GENERATIONS COMPARED WITH THE '
                                      DELIMITED BY SIZE
                        'REPLAY: '    DELIMITED BY SIZE
                        WS-GEN-EDIT   DELIMITED BY SIZE
                    INTO WS-RPT-TITLE-REC
                 PERFORM 2890-WRITE-TITLE-LINE
              END-IF

              IF SO-COMPARE-TWO-RUNS AND
                 WS-MAX-GEN-A NOT = WS-MAX-GEN-B THEN
                 MOVE WS-MAX-GEN-A TO WS-GEN-EDIT
                 MOVE WS-MAX-GEN-B TO WS-GEN-EDIT2
                 MOVE SPACE TO WS-RPT-TITLE-REC
           END-IF
           .
      ******************************************************************
      *                2500-PREPARE-THE-REPLAY
      * RUN A'S LENGTH, RULE SET AND FIRST FULL IMAGE, AND THE BOARD
      * MODE TO REPLAY IT IN
      ******************************************************************
       2500-PREPARE-THE-REPLAY.
           MOVE WS-MAP-ID-A   TO HIST-MAP-ID
           MOVE WS-RUN-TIME-A TO HIST-RUN-TIME
           PERFORM 7230-SELECT-MAX-GENERATION
           MOVE HIST-GENERATION-NUMBER TO WS-MAX-GEN-A
           PERFORM 7240-SELECT-RULE-NAME
           MOVE HIST-RULE-NAME TO WS-RULE-NAME-A
           PERFORM 7250-SELECT-FIRST-KEYFRAME

           IF WS-FIRST-GEN-A = 0 THEN
              DISPLAY 'RUN A HAS NO RECORDED FULL IMAGE TO REPLAY FROM'
              MOVE 8 TO RETURN-CODE
              PERFORM 3600-FILE-ERROR-EXIT
           END-IF
           MOVE WS-MAX-GEN-A TO WS-COMMON-GENS

           IF SW-BOARD-MODE = SPACE THEN
              PERFORM 7260-SELECT-BOARD-MODE
           END-IF

      * SAME RESOLUTION AS Z02097'S 2025-RESOLVE-RULE-SET - 'CONWAY'
      * IS BUILT IN, ANY OTHER NAME HAS TO BE IN RULE_TABLE
           PERFORM 7270-SELECT-RULE-SET
           IF SO-RULE-SET-UNKNOWN AND
              WS-RULE-NAME-A = CT-DEFAULT-RULE-NAME THEN
              SET SO-RULE-SET-FOUND TO TRUE
              MOVE CT-DEFAULT-RULE-BIRTH   TO WS-RULE-BIRTH-A
              MOVE CT-DEFAULT-RULE-SURVIVE TO WS-RULE-SURVIVE-A
           END-IF
           .
      ******************************************************************
      *                2600-REPLAY-THE-RUN
      * RUN A'S FIRST FULL IMAGE GOES INTO WS-MAP-B AND IS PLAYED ONE
      * GENERATION AT A TIME THROUGH THE ENGINE.  EACH GENERATION RUN
      * A RECORDED IS LOADED INTO WS-MAP-A AND MUST MATCH THE REPLAY -
      * THE FIRST ONE THAT DOES NOT GETS THE DIFFERENCE MAP
      ******************************************************************
       2600-REPLAY-THE-RUN.
           SET SO-RUNS-AGREE-SO-FAR TO TRUE
           MOVE 0 TO WS-GENS-COMPARED

           MOVE WS-MAP-ID-A    TO HIST-MAP-ID
           MOVE WS-RUN-TIME-A  TO HIST-RUN-TIME
           MOVE WS-FIRST-GEN-A TO HIST-GENERATION-NUMBER
           PERFORM 7210-SELECT-HISTORY-IMAGE
           MOVE WS-HIST-IMAGE  TO WS-MAP-B

           MOVE SW-BOARD-MODE     TO ZZEC0320-I-BOARD-MODE
           MOVE WS-RULE-BIRTH-A   TO ZZEC0320-I-RULE-BIRTH
           MOVE WS-RULE-SURVIVE-A TO ZZEC0320-I-RULE-SURVIVE
           SET ZZEC0320-A-UNKNOWN TO TRUE

           COMPUTE WS-REPLAY-FROM-GEN = WS-FIRST-GEN-A + 1
           PERFORM VARYING WS-GENERATION FROM WS-REPLAY-FROM-GEN BY 1
           UNTIL WS-GENERATION > WS-MAX-GEN-A
           OR SO-RUNS-DIVERGED
              PERFORM 2610-PLAY-AND-COMPARE
           END-PERFORM

      * THE LOOP LEAVES THE COUNTER ONE PAST THE GENERATION THAT
      * DIVERGED (OR PAST THE LAST ONE RECORDED)
           SUBTRACT 1 FROM WS-GENERATION
           .
      ******************************************************************
      *                2610-PLAY-AND-COMPARE
      * A GENERATION RUN A DID NOT RECORD IS PLAYED BUT HAS NOTHING TO
      * BE COMPARED WITH
      ******************************************************************
       2610-PLAY-AND-COMPARE.
           CALL 'Z02215' USING WS-ZZEC0320 WS-MAP-B

           MOVE WS-GENERATION TO HIST-GENERATION-NUMBER
           PERFORM 7210-SELECT-HISTORY-IMAGE
           IF SO-IMAGE-FOUND THEN
              MOVE WS-HIST-IMAGE TO WS-MAP-A
              ADD 1 TO WS-GENS-COMPARED
              IF WS-MAP-A NOT = WS-MAP-B THEN
                 SET SO-RUNS-DIVERGED TO TRUE
                 PERFORM 2300-PRINT-THE-DIVERGENCE
              END-IF
           END-IF
           .
      ******************************************************************
      *               2890-WRITE-TITLE-LINE
      ******************************************************************
       2890-WRITE-TITLE-LINE.
      ******************************************************************
       3000-FINAL.
           DISPLAY '3000-FINAL'
           EVALUATE TRUE
           WHEN SO-RULE-SET-UNKNOWN
              DISPLAY 'RULE SET NOT IN RULE_TABLE - ' WS-RULE-NAME-A
              MOVE 8 TO RETURN-CODE
           WHEN SO-DIFFERENT-RULE-SETS
              DISPLAY 'RUNS PLAYED UNDER DIFFERENT RULES - '
                      WS-RULE-NAME-A ' / ' WS-RULE-NAME-B
              MOVE 8 TO RETURN-CODE
           WHEN SO-RUNS-DIVERGED
              DISPLAY 'RUNS DIVERGED AT GENERATION ' WS-GENERATION
              MOVE 4 TO RETURN-CODE
      * NOTHING RECORDED AFTER THE STARTING IMAGE - NOTHING PROVED
           WHEN SO-REPLAY-RUN-A AND WS-GENS-COMPARED = 0
              DISPLAY 'NO RECORDED GENERATION TO COMPARE THE '
                      'REPLAY WITH'
              MOVE 4 TO RETURN-CODE
           WHEN OTHER
              DISPLAY 'RUNS IDENTICAL THROUGH ' WS-COMMON-GENS
                      ' GENERATIONS'
           END-EVALUATE
           CLOSE EHDQ0010
           CLOSE EHDQ0020
           STOP RUN
           .
      ******************************************************************
      *                  7210-SELECT-HISTORY-IMAGE
      * THE CALLER SETS THE FULL HIST KEY BEFORE PERFORMING THIS - THE
      * GENERATION IS REBUILT INTO WS-HIST-IMAGE
      ******************************************************************
       7210-SELECT-HISTORY-IMAGE.
           SET SO-IMAGE-FOUND TO TRUE
           MOVE HIST-GENERATION-NUMBER TO WS-HIST-TARGET-GEN
           PERFORM 7211-SELECT-KEYFRAME-GEN
           IF WS-HIST-KEY-GEN = 0 THEN
              SET SO-IMAGE-MISSING TO TRUE
           ELSE
              MOVE WS-HIST-KEY-GEN TO HIST-GENERATION-NUMBER
              PERFORM 7212-SELECT-HISTORY-ROW
              IF SO-IMAGE-FOUND THEN
                 MOVE HIST-MAP-DATA-TEXT TO WS-HIST-IMAGE
              END-IF
              IF SO-IMAGE-FOUND AND
                 WS-HIST-TARGET-GEN > WS-HIST-KEY-GEN THEN
                 MOVE WS-HIST-TARGET-GEN TO HIST-GENERATION-NUMBER
                 PERFORM 7212-SELECT-HISTORY-ROW
                 IF SO-IMAGE-FOUND THEN
                    PERFORM 2215-APPLY-HIST-CHANGES
                 END-IF
              END-IF
           END-IF
           MOVE WS-HIST-TARGET-GEN TO HIST-GENERATION-NUMBER
           .
      ******************************************************************
      *                  7211-SELECT-KEYFRAME-GEN
      * THE GENERATION OF THE LATEST FULL IMAGE AT OR BEFORE THE ONE
      * WANTED - ZERO WHEN THE RUN HAS NONE
      ******************************************************************
       7211-SELECT-KEYFRAME-GEN.
           EXEC SQL
           SELECT COALESCE(MAX(HIST_GENERATION_NUMBER), 0)
           INTO :WS-HIST-KEY-GEN
           FROM GAME_HIST_TABLE
           WHERE HIST_MAP_ID = :HIST-MAP-ID
           AND   HIST_RUN_TIME = :HIST-RUN-TIME
           AND   HIST_GENERATION_NUMBER <= :WS-HIST-TARGET-GEN
           AND   LENGTH(HIST_MAP_DATA) = 20000
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              SET SO-7211-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                  7212-SELECT-HISTORY-ROW
      ******************************************************************
       7212-SELECT-HISTORY-ROW.
           INITIALIZE HIST-MAP-DATA

           EXEC SQL
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                  7240-SELECT-RULE-NAME
      * EVERY RECORDED GENERATION OF A RUN CARRIES THE SAME RULE NAME
      ******************************************************************
       7240-SELECT-RULE-NAME.
           EXEC SQL
           SELECT COALESCE(MAX(HIST_RULE_NAME), ' ')
           INTO :HIST-RULE-NAME
           FROM GAME_HIST_TABLE
           WHERE HIST_MAP_ID = :HIST-MAP-ID
           AND   HIST_RUN_TIME = :HIST-RUN-TIME
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF SO-SQLCODE-OK THEN
              IF HIST-RULE-NAME = SPACE THEN
                 MOVE CT-DEFAULT-RULE-NAME TO HIST-RULE-NAME
              END-IF
           ELSE
              SET SO-7240-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                 7250-SELECT-FIRST-KEYFRAME
      * THE GENERATION OF RUN A'S FIRST FULL IMAGE - ZERO WHEN IT HAS
      * NONE
      ******************************************************************
       7250-SELECT-FIRST-KEYFRAME.
           EXEC SQL
           SELECT COALESCE(MIN(HIST_GENERATION_NUMBER), 0)
           INTO :WS-FIRST-GEN-A
           FROM GAME_HIST_TABLE
           WHERE HIST_MAP_ID = :HIST-MAP-ID
           AND   HIST_RUN_TIME = :HIST-RUN-TIME
           AND   LENGTH(HIST_MAP_DATA) = 20000
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              SET SO-7250-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                  7260-SELECT-BOARD-MODE
      * NO MODE ON THE CARD - THE BOARD REGISTRY'S DEFAULT, OR BOUNDED
      * FOR A BOARD THAT IS NOT REGISTERED (AS Z02112T DEFAULTS A RUN)
      ******************************************************************
       7260-SELECT-BOARD-MODE.
           SET SO-MODE-BOUNDED TO TRUE
           MOVE WS-MAP-ID-A TO BRD-MAP-ID
           EXEC SQL
           SELECT BRD_DEFAULT_MODE
           INTO :BRD-DEFAULT-MODE
           FROM BOARD_TABLE
           WHERE BRD_MAP_ID = :BRD-MAP-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
                IF BRD-DEFAULT-MODE = 'T' THEN
                   SET SO-MODE-TOROIDAL TO TRUE
                END-IF
           WHEN SO-SQLCODE-NOT-FOUND
                CONTINUE
           WHEN OTHER
                SET SO-7260-PARA TO TRUE
                PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *                  7270-SELECT-RULE-SET
      ******************************************************************
       7270-SELECT-RULE-SET.
           MOVE WS-RULE-NAME-A TO RULE-NAME
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
                MOVE RULE-BIRTH   TO WS-RULE-BIRTH-A
                MOVE RULE-SURVIVE TO WS-RULE-SURVIVE-A
           WHEN SO-SQLCODE-NOT-FOUND
                SET SO-RULE-SET-UNKNOWN TO TRUE
           WHEN OTHER
                SET SO-7270-PARA TO TRUE
                PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      *****************************************************************
      *
      *                    9000-DB2-ERROR
