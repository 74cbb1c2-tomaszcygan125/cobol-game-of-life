       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02122.
      ******************************************************************
      *
      * THIS PROGRAM IS A ROUTINE TO Z02111 (0217)
      * IT SERVES THE RUN HISTORY BROWSER:
      *  1. LIST RUN_SUMMARY_TABLE RUNS FILTERED BY BOARD, OUTCOME AND
      *     A FROM/TO DATE RANGE, NEWEST FIRST, ONE PAGE OF 14 LINES
      *     PER CALL, FLAGGING THE RUNS RECORDED IN GAME_HIST_TABLE
      *  2. SHOW ONE RUN - ITS START/PEAK/FINAL FIGURES AND A
      *     CHARACTER POPULATION-VS-GENERATION CHART BUILT FROM THE
      *     RUN'S GAME_STATS_TABLE ROWS.  THE CHART IS 14 ROWS BY 60
      *     COLUMNS: THE TALLEST BAR IS THE RUN'S PEAK, AND EACH
      *     COLUMN IS THE HIGHEST POPULATION OF UP TO 10 GENERATIONS -
      *     A RUN TOO LONG FOR ONE SCREEN AT THAT SCALE IS SHOWN A
      *     60-COLUMN WINDOW AT A TIME
      *
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * CONSTANTS
       01 CT-CONTSTANT.
           05 CT-PAGE-SIZE                PIC S9(4) COMP VALUE 14.
           05 CT-CHART-ROWS               PIC S9(4) COMP VALUE 14.
           05 CT-CHART-COLUMNS            PIC S9(4) COMP VALUE 60.
           05 CT-MAX-GENS-PER-COLUMN      PIC S9(4) COMP VALUE 10.
           05 CT-OPEN-FROM-TIME           PIC X(26)
              VALUE '0001-01-01-00.00.00.000000'.
           05 CT-OPEN-TO-TIME             PIC X(26)
              VALUE '9999-12-31-24.00.00.000000'.
           05 CT-DAY-START-TIME           PIC X(16)
              VALUE '-00.00.00.000000'.
           05 CT-DAY-END-TIME             PIC X(16)
              VALUE '-24.00.00.000000'.
      * SWITCHES
       01 SW-SWITCHES.
           05 SW-END-OF-DATA-RUNS                  PIC X.
               88 SO-END-OF-DATA-RUNS              VALUE 'Y'.
               88 SO-NOT-END-OF-DATA-RUNS          VALUE 'N'.
           05 SW-END-OF-DATA-CURVE                 PIC X.
               88 SO-END-OF-DATA-CURVE             VALUE 'Y'.
               88 SO-NOT-END-OF-DATA-CURVE         VALUE 'N'.
           05 SW-IF-FILTERS-VALID                  PIC X.
               88 SO-FILTERS-VALID                 VALUE 'Y'.
               88 SO-FILTERS-NOT-VALID             VALUE 'N'.
           05 SW-IF-DATE-VALID                     PIC X.
               88 SO-DATE-VALID                    VALUE 'Y'.
               88 SO-DATE-NOT-VALID                VALUE 'N'.
           05 SW-IF-RUN-FOUND                      PIC X.
               88 SO-RUN-FOUND                     VALUE 'Y'.
               88 SO-RUN-NOT-FOUND                 VALUE 'N'.
      * COMMAREA
           COPY ZZEC0310.

      **********************************
      *      DB2 ERROR HANDLING VARIABLES*
      **********************************
       01 WS-DB2-ERROR.
           10 SW-SQLCODE                    PIC S9(5).
               88 SO-SQLCODE-OK             VALUE  000   100.
               88 SO-SQLCODE-NORMAL         VALUE 000.
               88 SO-SQLCODE-NOT-FOUND      VALUE 100.
           10 WS-SQLERRMC                   PIC X(70).
           10 WS-SQLCODE-FORMAT             PIC -(5).
           10 SW-ST-IDENTIFICATOR           PIC X(4).
               88 SO-7100-PARA              VALUE '7100'.
               88 SO-7110-PARA              VALUE '7110'.
               88 SO-7400-PARA              VALUE '7400'.
               88 SO-7500-PARA              VALUE '7500'.
               88 SO-7600-PARA              VALUE '7600'.
               88 SO-7700-PARA              VALUE '7700'.
               88 SO-7710-PARA              VALUE '7710'.
               88 SO-7720-PARA              VALUE '7720'.

      * PROGRAM VARIABLES
       01 PROGRAM-VARIABLES.
           05 WS-ITER              PIC S9(4) COMP.
           05 WS-ITER2             PIC S9(4) COMP.
           05 WS-SKIP-COUNT        PIC S9(9) COMP.
           05 WS-LINES-FILLED      PIC S9(4) COMP.
           05 WS-MAP-ID-EDIT       PIC ZZZ9.
           05 WS-GENS-EDIT         PIC ZZZZZZ9.
           05 WS-POP-EDIT          PIC ZZZZ9.
           05 WS-POP-EDIT2         PIC ZZZZ9.
           05 WS-POP-EDIT3         PIC ZZZZ9.
           05 WS-GEN-EDIT          PIC ZZZZZZZZ9.
           05 WS-GEN-EDIT2         PIC ZZZZZZZZ9.
           05 WS-GEN-EDIT3         PIC ZZZZZZZZ9.
           05 WS-HIST-GEN-EDIT     PIC ZZZ9.
           05 WS-HIST-KEPT-EDIT    PIC ZZZ9.
           05 WS-WINDOW-EDIT       PIC ZZZ9.
           05 WS-WINDOW-EDIT2      PIC ZZZ9.
           05 WS-REC-FLAG          PIC X(3).
      * A KEYED DATE, YYYY-MM-DD, AND THE TIMESTAMP IT TURNS INTO
       01 WS-DATE-IN               PIC X(10).
       01 FILLER REDEFINES WS-DATE-IN.
           05 WS-DATE-YYYY         PIC 9(4).
           05 WS-DATE-SEP1         PIC X.
           05 WS-DATE-MM           PIC 9(2).
           05 WS-DATE-SEP2         PIC X.
           05 WS-DATE-DD           PIC 9(2).
       01 WS-DATE-YYYYMMDD         PIC 9(8).
      * CHART SCALING - GENERATIONS PER COLUMN, POPULATION PER ROW AND
      * THE GENERATIONS THE WINDOW ON SCREEN COVERS
       01 WS-CHART-SCALE.
           05 WS-CHART-SPAN        PIC S9(9) COMP.
           05 WS-GENS-PER-COLUMN   PIC S9(9) COMP.
           05 WS-GENS-PER-WINDOW   PIC S9(9) COMP.
           05 WS-POP-PER-ROW       PIC S9(9) COMP.
           05 WS-WINDOW-BASE-GEN   PIC S9(9) COMP.
           05 WS-WINDOW-LAST-GEN   PIC S9(9) COMP.
           05 WS-CHART-COLUMN      PIC S9(4) COMP.
           05 WS-BAR-HEIGHT        PIC S9(9) COMP.
           05 WS-ROW-LEVEL         PIC S9(4) COMP.
      * THE HIGHEST POPULATION SEEN IN EACH COLUMN OF THE WINDOW
       01 WS-CHART-COLUMNS.
           05 WS-COLUMN OCCURS 60 TIMES.
               10 WS-COLUMN-POP        PIC S9(9) COMP.
               10 SW-COLUMN-DATA       PIC X.
                   88 SO-COLUMN-HAS-DATA       VALUE 'Y'.
                   88 SO-COLUMN-NO-DATA        VALUE 'N'.
      * ONE CHART LINE - A POPULATION LABEL, THE AXIS AND 60 CELLS
       01 WS-CHART-ROW.
           05 WS-ROW-LABEL         PIC X(5).
           05 FILLER               PIC X     VALUE ' '.
           05 WS-ROW-AXIS          PIC X     VALUE '|'.
           05 WS-ROW-CELL          PIC X     OCCURS 60 TIMES.

      * SQLCA AND DCLGENS
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE ZCEC0211 END-EXEC.
           EXEC SQL INCLUDE Z6EC0211 END-EXEC.
           EXEC SQL INCLUDE Z8EC0211 END-EXEC.
      * HOST VARIABLES THE CURSORS BELOW REFER TO - DECLARED FIRST SO
      * THE PRECOMPILER KNOWS THEM WHEN IT REACHES THE DECLARE
       01 WS-RUN-FILTERS.
           05 WS-FILTER-MAP-ID     PIC S9(9) COMP.
           05 WS-FILTER-OUTCOME    PIC X(20).
           05 WS-FILTER-FROM       PIC X(26).
           05 WS-FILTER-TO         PIC X(26).
       01 WS-HIST-COUNT            PIC S9(9) COMP.
       01 WS-HIST-MAX-GEN          PIC S9(4) COMP.
       01 WS-HIST-GENS-KEPT        PIC S9(9) COMP.
       01 WS-CURVE-KEYS.
           05 WS-CURVE-MAP-ID      PIC S9(9) COMP.
           05 WS-CURVE-RUN-TIME    PIC X(26).
           05 WS-CURVE-FROM-GEN    PIC S9(9) COMP.
           05 WS-CURVE-TO-GEN      PIC S9(9) COMP.
      * CURSOR DECLARATION - A ZERO MAP ID OR A BLANK OUTCOME TURNS
      * THAT PREDICATE OFF, NEWEST RUNS COME BACK FIRST
           EXEC SQL DECLARE C-RUNS CURSOR FOR
           SELECT
           S.SUM_MAP_ID, S.SUM_RUN_TIME, S.SUM_OUTCOME,
           S.SUM_GENERATIONS, S.SUM_PEAK_POP, S.SUM_FINAL_POP,
           (SELECT COUNT(*)
            FROM GAME_HIST_TABLE H
            WHERE H.HIST_MAP_ID   = S.SUM_MAP_ID
            AND   H.HIST_RUN_TIME = S.SUM_RUN_TIME)
           FROM RUN_SUMMARY_TABLE S
           WHERE (S.SUM_MAP_ID  = :WS-FILTER-MAP-ID
                  OR :WS-FILTER-MAP-ID = 0)
           AND   (S.SUM_OUTCOME = :WS-FILTER-OUTCOME
                  OR :WS-FILTER-OUTCOME = ' ')
           AND   S.SUM_RUN_TIME >= :WS-FILTER-FROM
           AND   S.SUM_RUN_TIME <= :WS-FILTER-TO
           ORDER BY S.SUM_RUN_TIME DESC, S.SUM_MAP_ID
           END-EXEC.
      * THE GENERATION ROWS OF ONE RUN THAT FALL IN THE CHART WINDOW
           EXEC SQL DECLARE C-CURVE CURSOR FOR
           SELECT
           STATS_GENERATION_NUMBER, STATS_POPULATION_COUNT
           FROM GAME_STATS_TABLE
           WHERE STATS_MAP_ID   = :WS-CURVE-MAP-ID
           AND   STATS_RUN_TIME = :WS-CURVE-RUN-TIME
           AND   STATS_GENERATION_NUMBER >= :WS-CURVE-FROM-GEN
           AND   STATS_GENERATION_NUMBER <= :WS-CURVE-TO-GEN
           ORDER BY STATS_GENERATION_NUMBER
           END-EXEC.
       LINKAGE SECTION.
       01 DFHCOMMAREA PIC X(3106).
      *****************************************************************
      *                   PROCEDURE DIVISION
      *****************************************************************
       PROCEDURE DIVISION USING DFHCOMMAREA.
           PERFORM 1000-INIT
           PERFORM 2000-PROCESS
           PERFORM 3000-FINAL
           .
      *****************************************************************
      *                      1000-INIT
      *****************************************************************
       1000-INIT.
           MOVE DFHCOMMAREA TO WS-ZZEC0310
           SET ZZEC0310-O-RC-OTHER-ERROR TO TRUE
           MOVE 'UNKNOWN ERROR' TO ZZEC0310-O-ERROR-MESSAGE
           .
      ******************************************************************
      *                       2000-PROCESS
      ******************************************************************
       2000-PROCESS.
           EVALUATE TRUE
            WHEN ZZEC0310-M-LIST-RUNS
                 PERFORM 2100-LIST-RUN-PAGE
            WHEN ZZEC0310-M-RUN-DETAIL
                 PERFORM 2200-SHOW-RUN-DETAIL
            WHEN OTHER
                 SET ZZEC0310-O-RC-INVALID-INPUT TO TRUE
                 MOVE 'INVALID MODE' TO ZZEC0310-O-ERROR-MESSAGE
           END-EVALUATE
           .
      ******************************************************************
      *                   2100-LIST-RUN-PAGE
      * PAGING IS DONE THE 0209 WAY - RE-OPEN THE CURSOR AND SKIP PAST
      * THE PAGES ALREADY SHOWN, SO ONLY THE FILTERS AND THE PAGE
      * NUMBER HAVE TO RIDE THE COMMAREA BETWEEN CALLS
      ******************************************************************
       2100-LIST-RUN-PAGE.
           MOVE 0 TO WS-LINES-FILLED
           PERFORM VARYING WS-ITER FROM 1 BY 1
           UNTIL WS-ITER > CT-PAGE-SIZE
              MOVE SPACE TO ZZEC0310-O-LINE(WS-ITER)
              MOVE ZERO  TO ZZEC0310-O-KEY-MAP-ID(WS-ITER)
              MOVE SPACE TO ZZEC0310-O-KEY-RUN-TIME(WS-ITER)
           END-PERFORM

           PERFORM 2110-PREPARE-FILTERS

           IF SO-FILTERS-VALID THEN
              PERFORM 7400-OPEN-RUNS-CURSOR
              SET SO-NOT-END-OF-DATA-RUNS TO TRUE

              COMPUTE WS-SKIP-COUNT =
                      (ZZEC0310-I-PAGE - 1) * CT-PAGE-SIZE
              PERFORM 2120-SKIP-PRIOR-PAGES

              PERFORM 7600-FETCH-RUNS-RECORD
              PERFORM UNTIL SO-END-OF-DATA-RUNS
              OR WS-LINES-FILLED NOT < CT-PAGE-SIZE
                 ADD 1 TO WS-LINES-FILLED
                 PERFORM 2130-FORMAT-RUN-LINE
                 IF WS-LINES-FILLED < CT-PAGE-SIZE THEN
                    PERFORM 7600-FETCH-RUNS-RECORD
                 END-IF
              END-PERFORM

              PERFORM 7500-CLOSE-RUNS-CURSOR

              MOVE WS-LINES-FILLED TO ZZEC0310-O-ROWS-RETURNED
              IF WS-LINES-FILLED = 0 THEN
                 SET ZZEC0310-O-RC-NO-RECORDS TO TRUE
                 MOVE 'NO RUNS FOR THESE FILTERS'
                   TO ZZEC0310-O-ERROR-MESSAGE
              ELSE
                 SET ZZEC0310-O-RC-NORMAL TO TRUE
                 MOVE ' ' TO ZZEC0310-O-ERROR-MESSAGE
              END-IF
           ELSE
              MOVE 0 TO ZZEC0310-O-ROWS-RETURNED
              SET ZZEC0310-O-RC-INVALID-INPUT TO TRUE
              MOVE 'DATES MUST BE KEYED AS YYYY-MM-DD'
                TO ZZEC0310-O-ERROR-MESSAGE
           END-IF
           .
      ******************************************************************
      *                   2110-PREPARE-FILTERS
      * BLANK FILTERS BECOME "EVERYTHING" - A BLANK DATE TURNS INTO THE
      * WIDEST RANGE DB2 ACCEPTS, A KEYED ONE COVERS THE WHOLE DAY.
      * A ZERO PAGE BECOMES PAGE 1
      ******************************************************************
       2110-PREPARE-FILTERS.
           SET SO-FILTERS-VALID TO TRUE

           IF ZZEC0310-I-MAP-ID IS NUMERIC THEN
              MOVE ZZEC0310-I-MAP-ID TO WS-FILTER-MAP-ID
           ELSE
              MOVE 0 TO WS-FILTER-MAP-ID
           END-IF

           IF ZZEC0310-I-OUTCOME = LOW-VALUES THEN
              MOVE SPACE TO WS-FILTER-OUTCOME
           ELSE
              MOVE ZZEC0310-I-OUTCOME TO WS-FILTER-OUTCOME
           END-IF

           IF ZZEC0310-I-FROM-DATE = SPACE OR LOW-VALUES THEN
              MOVE CT-OPEN-FROM-TIME TO WS-FILTER-FROM
           ELSE
              MOVE ZZEC0310-I-FROM-DATE TO WS-DATE-IN
              PERFORM 2115-CHECK-DATE
              IF SO-DATE-VALID THEN
                 STRING WS-DATE-IN        DELIMITED BY SIZE
                        CT-DAY-START-TIME DELIMITED BY SIZE
                    INTO WS-FILTER-FROM
                 END-STRING
              ELSE
                 SET SO-FILTERS-NOT-VALID TO TRUE
              END-IF
           END-IF

           IF ZZEC0310-I-TO-DATE = SPACE OR LOW-VALUES THEN
              MOVE CT-OPEN-TO-TIME TO WS-FILTER-TO
           ELSE
              MOVE ZZEC0310-I-TO-DATE TO WS-DATE-IN
              PERFORM 2115-CHECK-DATE
              IF SO-DATE-VALID THEN
                 STRING WS-DATE-IN        DELIMITED BY SIZE
                        CT-DAY-END-TIME   DELIMITED BY SIZE
                    INTO WS-FILTER-TO
                 END-STRING
              ELSE
                 SET SO-FILTERS-NOT-VALID TO TRUE
              END-IF
           END-IF

           IF ZZEC0310-I-PAGE IS NUMERIC AND
              ZZEC0310-I-PAGE NOT = ZERO THEN
              CONTINUE
           ELSE
              MOVE 1 TO ZZEC0310-I-PAGE
           END-IF
           .
      ******************************************************************
      *                   2115-CHECK-DATE
      * WS-DATE-IN HAS TO LOOK LIKE YYYY-MM-DD, AND BE A REAL DAY OF
      * THAT MONTH, BEFORE IT IS GLUED ONTO A TIME AND HANDED TO DB2
      * AS A TIMESTAMP - DB2 WOULD FAIL THE OPEN ON 2026-02-30
      ******************************************************************
       2115-CHECK-DATE.
           SET SO-DATE-VALID TO TRUE

           IF WS-DATE-YYYY IS NOT NUMERIC OR
              WS-DATE-MM   IS NOT NUMERIC OR
              WS-DATE-DD   IS NOT NUMERIC OR
              WS-DATE-SEP1 NOT = '-'      OR
              WS-DATE-SEP2 NOT = '-'      THEN
              SET SO-DATE-NOT-VALID TO TRUE
           ELSE
              COMPUTE WS-DATE-YYYYMMDD = WS-DATE-YYYY * 10000
                                       + WS-DATE-MM   * 100
                                       + WS-DATE-DD
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-YYYYMMDD)
                 NOT = 0 THEN
                 SET SO-DATE-NOT-VALID TO TRUE
              END-IF
           END-IF
           .
      ******************************************************************
      *                   2120-SKIP-PRIOR-PAGES
      ******************************************************************
       2120-SKIP-PRIOR-PAGES.
           PERFORM UNTIL WS-SKIP-COUNT = 0
           OR SO-END-OF-DATA-RUNS
              PERFORM 7600-FETCH-RUNS-RECORD
              SUBTRACT 1 FROM WS-SKIP-COUNT
           END-PERFORM
           .
      ******************************************************************
      *                   2130-FORMAT-RUN-LINE
      ******************************************************************
       2130-FORMAT-RUN-LINE.
           MOVE SUM-MAP-ID      TO WS-MAP-ID-EDIT
           MOVE SUM-GENERATIONS TO WS-GENS-EDIT
           MOVE SUM-PEAK-POP    TO WS-POP-EDIT
           MOVE SUM-FINAL-POP   TO WS-POP-EDIT2
           IF WS-HIST-COUNT > 0 THEN
              MOVE 'REC' TO WS-REC-FLAG
           ELSE
              MOVE SPACE TO WS-REC-FLAG
           END-IF

           MOVE SPACE TO ZZEC0310-O-LINE(WS-LINES-FILLED)
           STRING WS-MAP-ID-EDIT        DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  SUM-RUN-TIME          DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  SUM-OUTCOME(1:10)     DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS-GENS-EDIT          DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS-POP-EDIT           DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS-POP-EDIT2          DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS-REC-FLAG           DELIMITED BY SIZE
              INTO ZZEC0310-O-LINE(WS-LINES-FILLED)
           END-STRING

           MOVE SUM-MAP-ID   TO ZZEC0310-O-KEY-MAP-ID(WS-LINES-FILLED)
           MOVE SUM-RUN-TIME TO ZZEC0310-O-KEY-RUN-TIME(WS-LINES-FILLED)
           .
      ******************************************************************
      *                   2200-SHOW-RUN-DETAIL
      * ONE RUN'S FIGURES FROM RUN_SUMMARY_TABLE, WHETHER IT CAN BE
      * REPLAYED (GAME_HIST_TABLE) AND ITS POPULATION CHART
      ******************************************************************
       2200-SHOW-RUN-DETAIL.
           PERFORM VARYING WS-ITER FROM 1 BY 1 UNTIL WS-ITER > 4
              MOVE SPACE TO ZZEC0310-O-DETAIL-LINE(WS-ITER)
           END-PERFORM
           PERFORM VARYING WS-ITER FROM 1 BY 1 UNTIL WS-ITER > 16
              MOVE SPACE TO ZZEC0310-O-CHART-LINE(WS-ITER)
           END-PERFORM
           MOVE 0 TO ZZEC0310-O-PEAK-GEN
           MOVE 0 TO ZZEC0310-O-HIST-MAX-GEN
           MOVE 0 TO ZZEC0310-O-CHART-WINDOWS

           PERFORM 7100-SELECT-RUN-SUMMARY

           IF SO-RUN-FOUND THEN
              PERFORM 7110-SELECT-HIST-MAX-GEN
              MOVE SUM-PEAK-GEN    TO ZZEC0310-O-PEAK-GEN
              MOVE WS-HIST-MAX-GEN TO ZZEC0310-O-HIST-MAX-GEN

              PERFORM 2210-FORMAT-DETAIL-LINES
              PERFORM 2220-SET-CHART-SCALE
              PERFORM 2230-LOAD-CHART-COLUMNS
              PERFORM 2240-DRAW-THE-CHART

              SET ZZEC0310-O-RC-NORMAL TO TRUE
              MOVE ' ' TO ZZEC0310-O-ERROR-MESSAGE
           ELSE
              SET ZZEC0310-O-RC-NOT-FOUND TO TRUE
              MOVE 'RUN NOT FOUND IN RUN SUMMARY'
                TO ZZEC0310-O-ERROR-MESSAGE
           END-IF
           .
      ******************************************************************
      *                 2210-FORMAT-DETAIL-LINES
      ******************************************************************
       2210-FORMAT-DETAIL-LINES.
           MOVE SUM-MAP-ID TO WS-MAP-ID-EDIT
           STRING 'BOARD '              DELIMITED BY SIZE
                  WS-MAP-ID-EDIT        DELIMITED BY SIZE
                  '   RUN '             DELIMITED BY SIZE
                  SUM-RUN-TIME          DELIMITED BY SIZE
                  '   RULE '            DELIMITED BY SIZE
                  SUM-RULE-NAME         DELIMITED BY SIZE
              INTO ZZEC0310-O-DETAIL-LINE(1)
           END-STRING

           MOVE SUM-START-POP   TO WS-POP-EDIT
           MOVE SUM-GENERATIONS TO WS-GEN-EDIT
           STRING 'OUTCOME '            DELIMITED BY SIZE
                  SUM-OUTCOME           DELIMITED BY SIZE
                  '  START POP '        DELIMITED BY SIZE
                  WS-POP-EDIT           DELIMITED BY SIZE
                  '  GENERATIONS '      DELIMITED BY SIZE
                  WS-GEN-EDIT           DELIMITED BY SIZE
              INTO ZZEC0310-O-DETAIL-LINE(2)
           END-STRING

           MOVE SUM-PEAK-POP    TO WS-POP-EDIT
           MOVE SUM-PEAK-GEN    TO WS-GEN-EDIT
           MOVE SUM-FINAL-POP   TO WS-POP-EDIT2
           MOVE SUM-FINAL-GEN   TO WS-GEN-EDIT2
           STRING 'PEAK POP '           DELIMITED BY SIZE
                  WS-POP-EDIT           DELIMITED BY SIZE
                  ' AT GEN '            DELIMITED BY SIZE
                  WS-GEN-EDIT           DELIMITED BY SIZE
                  '   FINAL POP '       DELIMITED BY SIZE
                  WS-POP-EDIT2          DELIMITED BY SIZE
                  ' AT GEN '            DELIMITED BY SIZE
                  WS-GEN-EDIT2          DELIMITED BY SIZE
              INTO ZZEC0310-O-DETAIL-LINE(3)
           END-STRING

           EVALUATE TRUE
           WHEN WS-HIST-MAX-GEN > 0 AND
                WS-HIST-GENS-KEPT < WS-HIST-MAX-GEN
              MOVE WS-HIST-GENS-KEPT TO WS-HIST-KEPT-EDIT
              MOVE WS-HIST-MAX-GEN   TO WS-HIST-GEN-EDIT
              STRING 'WATCH EVENTS KEPT FOR REPLAY: '  DELIMITED BY SIZE
                     WS-HIST-KEPT-EDIT                 DELIMITED BY SIZE
                     ' GENS UP TO GEN '                DELIMITED BY SIZE
                     WS-HIST-GEN-EDIT                  DELIMITED BY SIZE
                     ' - PF4 REPLAYS THEM'             DELIMITED BY SIZE
                 INTO ZZEC0310-O-DETAIL-LINE(4)
              END-STRING
           WHEN WS-HIST-MAX-GEN > 0
              MOVE WS-HIST-MAX-GEN TO WS-HIST-GEN-EDIT
              STRING 'RECORDED FOR REPLAY TO GEN ' DELIMITED BY SIZE
                     WS-HIST-GEN-EDIT              DELIMITED BY SIZE
                     ' - PF4 REPLAYS IT IN 0206'   DELIMITED BY SIZE
                 INTO ZZEC0310-O-DETAIL-LINE(4)
              END-STRING
           WHEN OTHER
              MOVE 'NOT RECORDED IN GAME_HIST_TABLE - NO REPLAY'
                TO ZZEC0310-O-DETAIL-LINE(4)
           END-EVALUATE
           .
      ******************************************************************
      *                 2220-SET-CHART-SCALE
      * A RUN OF UP TO 60 GENERATIONS GETS ONE GENERATION PER COLUMN.
      * A LONGER ONE IS SQUEEZED UNTIL IT FITS THE 60 COLUMNS, BUT NEVER
      * PAST 10 GENERATIONS A COLUMN - BEYOND THAT THE CURVE WOULD BE
      * TOO COARSE TO READ, SO THE RUN IS SPLIT INTO 600-GENERATION
      * WINDOWS AND PF10/PF11 SCROLL BETWEEN THEM.  THE TALLEST BAR
      * IS THE RUN'S PEAK POPULATION
      ******************************************************************
       2220-SET-CHART-SCALE.
           MOVE SUM-FINAL-GEN TO WS-CHART-SPAN
           IF WS-CHART-SPAN < 1 THEN
              MOVE 1 TO WS-CHART-SPAN
           END-IF

           COMPUTE WS-GENS-PER-COLUMN =
                   (WS-CHART-SPAN + CT-CHART-COLUMNS - 1)
                   / CT-CHART-COLUMNS
           IF WS-GENS-PER-COLUMN > CT-MAX-GENS-PER-COLUMN THEN
              MOVE CT-MAX-GENS-PER-COLUMN TO WS-GENS-PER-COLUMN
           END-IF
           IF WS-GENS-PER-COLUMN < 1 THEN
              MOVE 1 TO WS-GENS-PER-COLUMN
           END-IF

           COMPUTE WS-GENS-PER-WINDOW =
                   WS-GENS-PER-COLUMN * CT-CHART-COLUMNS
           COMPUTE ZZEC0310-O-CHART-WINDOWS =
                   (WS-CHART-SPAN + WS-GENS-PER-WINDOW - 1)
                   / WS-GENS-PER-WINDOW

           IF ZZEC0310-I-CHART-WINDOW IS NOT NUMERIC OR
              ZZEC0310-I-CHART-WINDOW = ZERO THEN
              MOVE 1 TO ZZEC0310-I-CHART-WINDOW
           END-IF
           IF ZZEC0310-I-CHART-WINDOW > ZZEC0310-O-CHART-WINDOWS THEN
              MOVE ZZEC0310-O-CHART-WINDOWS TO ZZEC0310-I-CHART-WINDOW
           END-IF

           COMPUTE WS-WINDOW-BASE-GEN =
                   (ZZEC0310-I-CHART-WINDOW - 1) * WS-GENS-PER-WINDOW
                   + 1
           COMPUTE WS-WINDOW-LAST-GEN =
                   WS-WINDOW-BASE-GEN + WS-GENS-PER-WINDOW - 1

           COMPUTE WS-POP-PER-ROW =
                   (SUM-PEAK-POP + CT-CHART-ROWS - 1) / CT-CHART-ROWS
           IF WS-POP-PER-ROW < 1 THEN
              MOVE 1 TO WS-POP-PER-ROW
           END-IF
           .
      ******************************************************************
      *                 2230-LOAD-CHART-COLUMNS
      * EACH COLUMN KEEPS THE HIGHEST POPULATION OF ITS GENERATIONS SO
      * A SHORT-LIVED PEAK IS NEVER AVERAGED AWAY.  THE FIRST WINDOW
      * ALSO TAKES A GENERATION-ZERO ROW INTO ITS FIRST COLUMN
      ******************************************************************
       2230-LOAD-CHART-COLUMNS.
           PERFORM VARYING WS-ITER FROM 1 BY 1
           UNTIL WS-ITER > CT-CHART-COLUMNS
              MOVE 0 TO WS-COLUMN-POP(WS-ITER)
              SET SO-COLUMN-NO-DATA(WS-ITER) TO TRUE
           END-PERFORM

           MOVE SUM-MAP-ID         TO WS-CURVE-MAP-ID
           MOVE SUM-RUN-TIME       TO WS-CURVE-RUN-TIME
           MOVE WS-WINDOW-BASE-GEN TO WS-CURVE-FROM-GEN
           MOVE WS-WINDOW-LAST-GEN TO WS-CURVE-TO-GEN
           IF ZZEC0310-I-CHART-WINDOW = 1 THEN
              MOVE 0 TO WS-CURVE-FROM-GEN
           END-IF

           PERFORM 7700-OPEN-CURVE-CURSOR
           SET SO-NOT-END-OF-DATA-CURVE TO TRUE
           PERFORM 7710-FETCH-CURVE-RECORD
           PERFORM UNTIL SO-END-OF-DATA-CURVE
              PERFORM 2235-PLACE-CURVE-ROW
              PERFORM 7710-FETCH-CURVE-RECORD
           END-PERFORM
           PERFORM 7720-CLOSE-CURVE-CURSOR
           .
      ******************************************************************
      *                 2235-PLACE-CURVE-ROW
      ******************************************************************
       2235-PLACE-CURVE-ROW.
           IF STATS-GENERATION-NUMBER < WS-WINDOW-BASE-GEN THEN
              MOVE 1 TO WS-CHART-COLUMN
           ELSE
              COMPUTE WS-CHART-COLUMN =
                      (STATS-GENERATION-NUMBER - WS-WINDOW-BASE-GEN)
                      / WS-GENS-PER-COLUMN + 1
           END-IF
           IF WS-CHART-COLUMN > CT-CHART-COLUMNS THEN
              MOVE CT-CHART-COLUMNS TO WS-CHART-COLUMN
           END-IF

           SET SO-COLUMN-HAS-DATA(WS-CHART-COLUMN) TO TRUE
           IF STATS-POPULATION-COUNT > WS-COLUMN-POP(WS-CHART-COLUMN)
           THEN
              MOVE STATS-POPULATION-COUNT
                TO WS-COLUMN-POP(WS-CHART-COLUMN)
           END-IF
           .
      ******************************************************************
      *                 2240-DRAW-THE-CHART
      * ROW 1 IS THE TOP OF THE CHART.  A COLUMN SHOWS '*' ON EVERY ROW
      * ITS POPULATION REACHES; THE AXIS UNDER IT SHOWS '-' WHERE THE
      * RUN HAS GENERATIONS, SO THE END OF THE RUN IS PLAIN TO SEE
      ******************************************************************
       2240-DRAW-THE-CHART.
           PERFORM VARYING WS-ITER FROM 1 BY 1
           UNTIL WS-ITER > CT-CHART-ROWS
              COMPUTE WS-ROW-LEVEL = CT-CHART-ROWS + 1 - WS-ITER
              PERFORM 2245-DRAW-ONE-CHART-ROW
              MOVE WS-CHART-ROW TO ZZEC0310-O-CHART-LINE(WS-ITER)
           END-PERFORM

           MOVE '    0' TO WS-ROW-LABEL
           MOVE '+'     TO WS-ROW-AXIS
           PERFORM VARYING WS-ITER2 FROM 1 BY 1
           UNTIL WS-ITER2 > CT-CHART-COLUMNS
              IF SO-COLUMN-HAS-DATA(WS-ITER2) THEN
                 MOVE '-' TO WS-ROW-CELL(WS-ITER2)
              ELSE
                 MOVE ' ' TO WS-ROW-CELL(WS-ITER2)
              END-IF
           END-PERFORM
           MOVE WS-CHART-ROW TO ZZEC0310-O-CHART-LINE(15)
           MOVE '|'     TO WS-ROW-AXIS

           PERFORM 2250-FORMAT-SCALE-LINE
           .
      ******************************************************************
      *                 2245-DRAW-ONE-CHART-ROW
      * THE POPULATION A ROW STANDS FOR IS PRINTED ON THE TOP, MIDDLE
      * AND BOTTOM ROWS ONLY
      ******************************************************************
       2245-DRAW-ONE-CHART-ROW.
           IF WS-ITER = 1 OR WS-ITER = 7 OR WS-ITER = CT-CHART-ROWS
           THEN
              COMPUTE WS-POP-EDIT3 = WS-ROW-LEVEL * WS-POP-PER-ROW
              MOVE WS-POP-EDIT3 TO WS-ROW-LABEL
           ELSE
              MOVE SPACE TO WS-ROW-LABEL
           END-IF

           PERFORM VARYING WS-ITER2 FROM 1 BY 1
           UNTIL WS-ITER2 > CT-CHART-COLUMNS
              MOVE ' ' TO WS-ROW-CELL(WS-ITER2)
              IF SO-COLUMN-HAS-DATA(WS-ITER2) THEN
                 COMPUTE WS-BAR-HEIGHT =
                         (WS-COLUMN-POP(WS-ITER2) + WS-POP-PER-ROW - 1)
                         / WS-POP-PER-ROW
                 IF WS-BAR-HEIGHT NOT < WS-ROW-LEVEL THEN
                    MOVE '*' TO WS-ROW-CELL(WS-ITER2)
                 END-IF
              END-IF
           END-PERFORM
           .
      ******************************************************************
      *                 2250-FORMAT-SCALE-LINE
      * WHICH GENERATIONS THE WINDOW COVERS AND HOW MANY PER COLUMN
      ******************************************************************
       2250-FORMAT-SCALE-LINE.
           MOVE WS-WINDOW-BASE-GEN TO WS-GEN-EDIT
           IF WS-WINDOW-LAST-GEN > WS-CHART-SPAN THEN
              MOVE WS-CHART-SPAN      TO WS-GEN-EDIT2
           ELSE
              MOVE WS-WINDOW-LAST-GEN TO WS-GEN-EDIT2
           END-IF
           MOVE WS-GENS-PER-COLUMN       TO WS-GEN-EDIT3
           MOVE ZZEC0310-I-CHART-WINDOW  TO WS-WINDOW-EDIT
           MOVE ZZEC0310-O-CHART-WINDOWS TO WS-WINDOW-EDIT2

           STRING '  GEN '              DELIMITED BY SIZE
                  WS-GEN-EDIT           DELIMITED BY SIZE
                  ' TO '                DELIMITED BY SIZE
                  WS-GEN-EDIT2          DELIMITED BY SIZE
                  '  GENS/COLUMN '      DELIMITED BY SIZE
                  WS-GEN-EDIT3          DELIMITED BY SIZE
                  '  WINDOW '           DELIMITED BY SIZE
                  WS-WINDOW-EDIT        DELIMITED BY SIZE
                  ' OF '                DELIMITED BY SIZE
                  WS-WINDOW-EDIT2       DELIMITED BY SIZE
              INTO ZZEC0310-O-CHART-LINE(16)
           END-STRING
           .
      ******************************************************************
      *                 3000-FINAL
      ******************************************************************
       3000-FINAL.
           MOVE WS-ZZEC0310 TO DFHCOMMAREA
           EXEC CICS
           RETURN
           END-EXEC
           .
      ******************************************************************
      *                 3500-DB2-ERROR-FINAL
      ******************************************************************
       3500-DB2-ERROR-FINAL.
           MOVE WS-ZZEC0310 TO DFHCOMMAREA
           EXEC CICS
           RETURN
           END-EXEC
           .
      ******************************************************************
      *                 7100-SELECT-RUN-SUMMARY
      ******************************************************************
       7100-SELECT-RUN-SUMMARY.
           MOVE ZZEC0310-I-SEL-MAP-ID   TO SUM-MAP-ID
           MOVE ZZEC0310-I-SEL-RUN-TIME TO SUM-RUN-TIME

           EXEC SQL
           SELECT
           SUM_START_POP, SUM_PEAK_POP, SUM_PEAK_GEN,
           SUM_FINAL_POP, SUM_FINAL_GEN, SUM_GENERATIONS,
           SUM_OUTCOME, SUM_RULE_NAME
           INTO
           :SUM-START-POP, :SUM-PEAK-POP, :SUM-PEAK-GEN,
           :SUM-FINAL-POP, :SUM-FINAL-GEN, :SUM-GENERATIONS,
           :SUM-OUTCOME, :SUM-RULE-NAME
           FROM RUN_SUMMARY_TABLE
           WHERE SUM_MAP_ID   = :SUM-MAP-ID
           AND   SUM_RUN_TIME = :SUM-RUN-TIME
           END-EXEC

           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
              WHEN SO-SQLCODE-NORMAL
                 SET SO-RUN-FOUND TO TRUE
              WHEN SO-SQLCODE-NOT-FOUND
                 SET SO-RUN-NOT-FOUND TO TRUE
              WHEN OTHER
                 SET SO-7100-PARA TO TRUE
                 PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *                 7110-SELECT-HIST-MAX-GEN
      * ZERO MEANS THE RUN WAS NOT RECORDED FOR REPLAY.  FEWER
      * GENERATIONS KEPT THAN THE LAST ONE MEANS A Z02097 RUN THAT
      * ONLY KEPT THE GENERATIONS WHERE A WATCH CONDITION FIRED
      ******************************************************************
       7110-SELECT-HIST-MAX-GEN.
           MOVE SUM-MAP-ID   TO HIST-MAP-ID
           MOVE SUM-RUN-TIME TO HIST-RUN-TIME

           EXEC SQL
           SELECT COALESCE(MAX(HIST_GENERATION_NUMBER), 0),
                  COUNT(*)
           INTO :WS-HIST-MAX-GEN, :WS-HIST-GENS-KEPT
           FROM GAME_HIST_TABLE
           WHERE HIST_MAP_ID   = :HIST-MAP-ID
           AND   HIST_RUN_TIME = :HIST-RUN-TIME
           END-EXEC

           MOVE SQLCODE TO SW-SQLCODE
           IF SO-SQLCODE-OK THEN
              CONTINUE
           ELSE
              SET SO-7110-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                 7400-OPEN-RUNS-CURSOR
      ******************************************************************
       7400-OPEN-RUNS-CURSOR.
           EXEC SQL
           OPEN C-RUNS
           END-EXEC

           MOVE SQLCODE TO SW-SQLCODE
           IF SO-SQLCODE-OK THEN
              CONTINUE
           ELSE
              SET SO-7400-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                 7500-CLOSE-RUNS-CURSOR
      ******************************************************************
       7500-CLOSE-RUNS-CURSOR.
           EXEC SQL
           CLOSE C-RUNS
           END-EXEC

           MOVE SQLCODE TO SW-SQLCODE
           IF SO-SQLCODE-OK THEN
              CONTINUE
           ELSE
              SET SO-7500-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                 7600-FETCH-RUNS-RECORD
      ******************************************************************
       7600-FETCH-RUNS-RECORD.
           EXEC SQL
           FETCH C-RUNS
           INTO
           :SUM-MAP-ID,
           :SUM-RUN-TIME,
           :SUM-OUTCOME,
           :SUM-GENERATIONS,
           :SUM-PEAK-POP,
           :SUM-FINAL-POP,
           :WS-HIST-COUNT
           END-EXEC

           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
              WHEN SO-SQLCODE-NORMAL
                 CONTINUE
              WHEN SO-SQLCODE-NOT-FOUND
                 SET SO-END-OF-DATA-RUNS TO TRUE
              WHEN OTHER
                 SET SO-7600-PARA TO TRUE
                 PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *                 7700-OPEN-CURVE-CURSOR
      ******************************************************************
       7700-OPEN-CURVE-CURSOR.
           EXEC SQL
           OPEN C-CURVE
           END-EXEC

           MOVE SQLCODE TO SW-SQLCODE
           IF SO-SQLCODE-OK THEN
              CONTINUE
           ELSE
              SET SO-7700-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                 7710-FETCH-CURVE-RECORD
      ******************************************************************
       7710-FETCH-CURVE-RECORD.
           EXEC SQL
           FETCH C-CURVE
           INTO
           :STATS-GENERATION-NUMBER,
           :STATS-POPULATION-COUNT
           END-EXEC

           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
              WHEN SO-SQLCODE-NORMAL
                 CONTINUE
              WHEN SO-SQLCODE-NOT-FOUND
                 SET SO-END-OF-DATA-CURVE TO TRUE
              WHEN OTHER
                 SET SO-7710-PARA TO TRUE
                 PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *                 7720-CLOSE-CURVE-CURSOR
      ******************************************************************
       7720-CLOSE-CURVE-CURSOR.
           EXEC SQL
           CLOSE C-CURVE
           END-EXEC

           MOVE SQLCODE TO SW-SQLCODE
           IF SO-SQLCODE-OK THEN
              CONTINUE
           ELSE
              SET SO-7720-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                    9000-DB2-ERROR
      ******************************************************************
       9000-DB2-ERROR.
           DISPLAY 'DB2 ERROR'
           MOVE      SW-SQLCODE TO WS-SQLCODE-FORMAT
           DISPLAY 'SQLCODE '      WS-SQLCODE-FORMAT
           DISPLAY 'SQLERRMC '     SQLERRMC
           DISPLAY 'ST. IDENTIFICATOR ' SW-ST-IDENTIFICATOR

           SET ZZEC0310-O-RC-DB2-ERROR TO TRUE

           STRING ' DB2 ERROR IN STATMENT '
           SW-ST-IDENTIFICATOR
           DELIMITED BY SIZE
           INTO ZZEC0310-O-ERROR-MESSAGE
           END-STRING

           PERFORM 9100-ROLLBACK
           PERFORM 3500-DB2-ERROR-FINAL
           .
      ******************************************************************
      *                    9100-ROLLBACK
      ******************************************************************
       9100-ROLLBACK.
           EXEC CICS
           SYNCPOINT ROLLBACK
           END-EXEC
           .
