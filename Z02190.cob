      *   EVERY EXECUTION AND WAS THE LONGEST STEP IN THE REPORTING
      *   JOB.  ONLY THE RUN'S POPULATION CURVE, ONE LINE PER
      *   GENERATION WITH THE POPULATION DRAWN AS A BAR OF ASTERISKS,
      *   STILL READS THE GENERATION-LEVEL ROWS.  RUNS ARE GROUPED BY
      *   THE RULE SET THEY WERE PLAYED UNDER, EACH GROUP UNDER ITS
      *   OWN HEADING - POPULATIONS FROM DIFFERENT RULES ARE NOT
      *   COMPARABLE AND ARE NEVER PRINTED SIDE BY SIDE.  A QUEUE RUN
      *   WHOSE WATCH CONDITIONS FIRED LISTS ITS RUN_EVENT_TABLE EVENTS
      *   BETWEEN ITS SUMMARY AND ITS CURVE
      *
      *
      ******************************************************************
           EXEC SQL INCLUDE SQLCA  END-EXEC.
           EXEC SQL INCLUDE Z6EC0211 END-EXEC.
           EXEC SQL INCLUDE ZCEC0211 END-EXEC.
      * RUN_EVENT_TABLE DCLGEN
           EXEC SQL INCLUDE ZKEC0211 END-EXEC.
      * HOST VARIABLES THE CURSORS BELOW REFER TO - DECLARED FIRST SO
      * THE PRECOMPILER KNOWS THEM WHEN IT REACHES THE DECLARES
       01 WS-CURSOR-HOST-VARS.
           05 WS-RUN-MAP-ID         PIC S9(9) COMP.
           05 WS-RUN-TIME           PIC X(26).
      * CURSOR DECLARATIONS - ONE SUMMARY ROW PER RUN, THEN ONE ROW
      * PER GENERATION OF THE RUN BEING PRINTED.  RUNS SUMMARIZED
      * BEFORE RULE SETS EXISTED HAVE NO RULE NAME AND WERE ALL
      * PLAYED UNDER CONWAY, SO THEY SORT AND PRINT AS CONWAY
           EXEC SQL DECLARE C-RUNS CURSOR FOR
           SELECT
           SUM_MAP_ID, SUM_RUN_TIME, SUM_GENERATIONS, SUM_PEAK_POP,
           SUM_PEAK_GEN, SUM_START_POP, SUM_FINAL_POP, SUM_FINAL_GEN,
           CASE WHEN SUM_RULE_NAME = ' ' THEN 'CONWAY'
                ELSE SUM_RULE_NAME END
           FROM RUN_SUMMARY_TABLE
           ORDER BY 9, SUM_MAP_ID, SUM_RUN_TIME
           END-EXEC.

           EXEC SQL DECLARE C-CURVE CURSOR FOR
           AND   STATS_RUN_TIME = :WS-RUN-TIME
           ORDER BY STATS_GENERATION_NUMBER
           END-EXEC.

           EXEC SQL DECLARE C-EVENTS CURSOR FOR
           SELECT
           EVT_REQUEST_ID, EVT_SEQ, EVT_GENERATION, EVT_POPULATION,
           EVT_ACTION, EVT_TEXT, EVT_IMAGE_SAVED
           FROM RUN_EVENT_TABLE
           WHERE EVT_MAP_ID  = :WS-RUN-MAP-ID
           AND   EVT_RUN_TIME = :WS-RUN-TIME
           ORDER BY EVT_GENERATION, EVT_SEQ
           END-EXEC.
      ***************************************************************
      *   ERROR HANDLING VARIABLES
      ***************************************************************
               88 SO-7500-PARA              VALUE '7500'.
               88 SO-7510-PARA              VALUE '7510'.
               88 SO-7520-PARA              VALUE '7520'.
               88 SO-7600-PARA              VALUE '7600'.
               88 SO-7610-PARA              VALUE '7610'.
               88 SO-7620-PARA              VALUE '7620'.
      * FILE STATUS
       01 WS-FILE-STATUS.
           05 WS-FS-E9DQ0010                  PIC 99.
           05 SW-END-OF-DATA-CURVE            PIC X.
               88 SO-END-OF-DATA-CURVE        VALUE 'Y'.
               88 SO-NOT-END-OF-DATA-CURVE    VALUE 'N'.
           05 SW-END-OF-DATA-EVENTS           PIC X.
               88 SO-END-OF-DATA-EVENTS       VALUE 'Y'.
               88 SO-NOT-END-OF-DATA-EVENTS   VALUE 'N'.
      *******************
      *  PER-RUN WORK FIELDS
      *******************
       01 WS-START-POP              PIC S9(9) COMP VALUE 0.
       01 WS-FINAL-POP              PIC S9(9) COMP VALUE 0.
       01 WS-FINAL-GEN              PIC S9(9) COMP VALUE 0.
       01 WS-RUN-RULE-NAME          PIC X(8).
      * RULE SET OF THE GROUP BEING PRINTED - A CHANGE STARTS A NEW
      * RULE SET HEADING
       01 WS-PREV-RULE-NAME         PIC X(8) VALUE HIGH-VALUES.
       01 WS-BAR-LENGTH             PIC S9(4) COMP VALUE 0.
      * THE BAR IS CAPPED AT THE 60 COLUMNS THE CURVE LINE RESERVES -
      * THE NUMERIC POPULATION NEXT TO IT IS ALWAYS EXACT
       01 WS-EDIT-MAP-ID            PIC ZZZZZZZZ9.
       01 WS-EDIT-NUMBER            PIC ZZZZ9.
       01 WS-EDIT-NUMBER2           PIC ZZZZ9.
       01 WS-EDIT-REQUEST-ID        PIC ZZZZZZZZ9.
       01 WS-EDIT-WATCH-SEQ         PIC 9.
       01 WS-EVENT-ACTION           PIC X(4).
      *******************
      *  CONTROL TOTALS
      *******************
       01 WS-RUNS-PRINTED           PIC S9(9) COMP VALUE 0.
       01 WS-EVENTS-PRINTED         PIC S9(9) COMP VALUE 0.
      ******************************************************************
      * PROCEDURE DIVISION
      ******************************************************************
      *                 2100-PRINT-ONE-RUN
      ******************************************************************
       2100-PRINT-ONE-RUN.
           IF WS-RUN-RULE-NAME NOT = WS-PREV-RULE-NAME THEN
              PERFORM 2105-PRINT-RULE-HEADING
           END-IF
           PERFORM 2110-PRINT-RUN-HEADING
           PERFORM 2120-PRINT-RUN-SUMMARY
           PERFORM 2150-PRINT-WATCH-EVENTS
           PERFORM 2200-PRINT-POPULATION-CURVE

           ADD 1 TO WS-RUNS-PRINTED
           .
      ******************************************************************
      *               2105-PRINT-RULE-HEADING
      ******************************************************************
       2105-PRINT-RULE-HEADING.
           MOVE WS-RUN-RULE-NAME TO WS-PREV-RULE-NAME

           MOVE SPACE TO WS-RPT-TITLE-REC
           PERFORM 2890-WRITE-REPORT-LINE

           MOVE SPACE TO WS-RPT-TITLE-REC
           STRING '===== RULE SET '  DELIMITED BY SIZE
                  WS-RUN-RULE-NAME   DELIMITED BY SIZE
                  ' ====='           DELIMITED BY SIZE
              INTO WS-RPT-TITLE-REC
           PERFORM 2890-WRITE-REPORT-LINE
           .
      ******************************************************************
      *               2110-PRINT-RUN-HEADING
      ******************************************************************
       2110-PRINT-RUN-HEADING.
                  WS-EDIT-MAP-ID  DELIMITED BY SIZE
                  '  STARTED '    DELIMITED BY SIZE
                  WS-RUN-TIME     DELIMITED BY SIZE
                  '  RULE '       DELIMITED BY SIZE
                  WS-RUN-RULE-NAME DELIMITED BY SIZE
              INTO WS-RPT-TITLE-REC
           PERFORM 2890-WRITE-REPORT-LINE
           .
           PERFORM 2890-WRITE-REPORT-LINE
           .
      ******************************************************************
      *             2150-PRINT-WATCH-EVENTS
      * ONLY A QUEUE RUN WITH WATCH CONDITIONS HAS EVENTS - ANY OTHER
      * RUN PRINTS NOTHING HERE
      ******************************************************************
       2150-PRINT-WATCH-EVENTS.
           PERFORM 7600-OPEN-EVENTS-CURSOR
           SET SO-NOT-END-OF-DATA-EVENTS TO TRUE
           PERFORM 7610-FETCH-EVENTS-RECORD
           PERFORM UNTIL SO-END-OF-DATA-EVENTS
               PERFORM 2160-PRINT-ONE-EVENT
               PERFORM 7610-FETCH-EVENTS-RECORD
           END-PERFORM
           PERFORM 7620-CLOSE-EVENTS-CURSOR
           .
      ******************************************************************
      *             2160-PRINT-ONE-EVENT
      ******************************************************************
       2160-PRINT-ONE-EVENT.
           MOVE EVT-REQUEST-ID TO WS-EDIT-REQUEST-ID
           MOVE EVT-SEQ        TO WS-EDIT-WATCH-SEQ
           MOVE EVT-GENERATION TO WS-EDIT-NUMBER
           MOVE EVT-POPULATION TO WS-EDIT-NUMBER2
           IF EVT-ACTION = 'S' THEN
              MOVE 'STOP' TO WS-EVENT-ACTION
           ELSE
              MOVE 'LOG'  TO WS-EVENT-ACTION
           END-IF

           MOVE SPACE TO WS-RPT-TITLE-REC
           STRING '  REQUEST '          DELIMITED BY SIZE
                  WS-EDIT-REQUEST-ID    DELIMITED BY SIZE
                  ' WATCH '             DELIMITED BY SIZE
                  WS-EDIT-WATCH-SEQ     DELIMITED BY SIZE
                  ' AT GENERATION '     DELIMITED BY SIZE
                  WS-EDIT-NUMBER        DELIMITED BY SIZE
                  ' POPULATION '        DELIMITED BY SIZE
                  WS-EDIT-NUMBER2       DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  WS-EVENT-ACTION       DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  EVT-TEXT              DELIMITED BY SIZE
              INTO WS-RPT-TITLE-REC
           END-STRING
           IF EVT-IMAGE-SAVED = 'Y' THEN
              MOVE 'IMAGE SAVED' TO WS-RPT-TITLE-REC(110:11)
           END-IF
           PERFORM 2890-WRITE-REPORT-LINE

           ADD 1 TO WS-EVENTS-PRINTED
           .
      ******************************************************************
      *             2200-PRINT-POPULATION-CURVE
      * THE ONE PLACE THE REPORT STILL READS THE GENERATION-LEVEL
      * ROWS - THE CURVE IS THE GENERATION-LEVEL DATA
       3000-FINAL.
           DISPLAY '3000-FINAL'
           DISPLAY 'RUNS PRINTED: ' WS-RUNS-PRINTED
           DISPLAY 'WATCH EVENTS PRINTED: ' WS-EVENTS-PRINTED
           CLOSE E9DQ0010
           STOP RUN
           .
           :WS-PEAK-GEN,
           :WS-START-POP,
           :WS-FINAL-POP,
           :WS-FINAL-GEN,
           :WS-RUN-RULE-NAME
           END-EXEC

           MOVE SQLCODE TO SW-SQLCODE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                 7600-OPEN-EVENTS-CURSOR
      ******************************************************************
       7600-OPEN-EVENTS-CURSOR.
           EXEC SQL
           OPEN C-EVENTS
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
      *                 7610-FETCH-EVENTS-RECORD
      ******************************************************************
       7610-FETCH-EVENTS-RECORD.
           EXEC SQL
           FETCH C-EVENTS
           INTO
           :EVT-REQUEST-ID,
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
      *                 7620-CLOSE-EVENTS-CURSOR
      ******************************************************************
       7620-CLOSE-EVENTS-CURSOR.
           EXEC SQL
           CLOSE C-EVENTS
           END-EXEC

           MOVE SQLCODE TO SW-SQLCODE
           IF SO-SQLCODE-OK THEN
              CONTINUE
           ELSE
              SET SO-7620-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      *****************************************************************
      *
      *                    9000-DB2-ERROR
