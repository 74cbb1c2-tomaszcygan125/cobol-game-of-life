           10 SW-ST-IDENTIFICATOR           PIC X(4).
               88 SO-7200-PARA              VALUE '7200'.
               88 SO-7210-PARA              VALUE '7210'.
               88 SO-7211-PARA              VALUE '7211'.
               88 SO-7220-PARA              VALUE '7220'.
               88 SO-7230-PARA              VALUE '7230'.
               88 SO-7400-PARA              VALUE '7400'.
       01 WS-MAX-RAW-Y              PIC S9(9) COMP VALUE 0.
       01 WS-ANALYZE-MAP-ID         PIC S9(9) COMP VALUE 0.
      *******************
      *  GAME_HIST_TABLE KEYFRAME / CHANGE RECORD WORK FIELDS - A
      *  GENERATION IS ITS RUN'S LATEST FULL IMAGE AT OR BEFORE IT WITH
      *  THE GENERATION'S OWN CHANGE LIST LAID OVER THE TOP
      *******************
       01 CT-HIST-ENTRY-LENGTH      PIC S9(4) COMP VALUE 6.
       01 WS-HIST-KEY-GEN           PIC S9(4) COMP VALUE 0.
       01 WS-HIST-TARGET-GEN        PIC S9(4) COMP VALUE 0.
       01 WS-HIST-CHANGES           PIC S9(9) COMP VALUE 0.
       01 WS-HIST-IX                PIC S9(9) COMP VALUE 0.
       01 WS-HIST-OFFSET            PIC S9(9) COMP VALUE 0.
       01 WS-HIST-ENTRY.
           05 WS-HIST-CELL          PIC 9(5).
           05 WS-HIST-VALUE         PIC X(1).
      *******************
      *  REPORT EDIT FIELDS AND CONTROL TOTALS
      *******************
       01 WS-EDIT-X                 PIC ZZZ9.
           MOVE WS-MAP TO WS-WORK-MAP
           .
      ******************************************************************
      *                 2110-APPLY-HIST-CHANGES
      * LAYS A CHANGE RECORD (IN HIST-MAP-DATA) OVER ITS KEYFRAME,
      * ALREADY IN WS-MAP - EACH ENTRY IS A CELL NUMBER (ROW-MAJOR,
      * 1 THRU 20000) AND THE CELL'S VALUE IN THAT GENERATION
      ******************************************************************
       2110-APPLY-HIST-CHANGES.
           COMPUTE WS-HIST-CHANGES =
                   HIST-MAP-DATA-LEN / CT-HIST-ENTRY-LENGTH
           PERFORM VARYING WS-HIST-IX FROM 1 BY 1
           UNTIL WS-HIST-IX > WS-HIST-CHANGES
              COMPUTE WS-HIST-OFFSET =
                      (WS-HIST-IX - 1) * CT-HIST-ENTRY-LENGTH + 1
              MOVE HIST-MAP-DATA-TEXT(WS-HIST-OFFSET:6)
                TO WS-HIST-ENTRY
              MOVE WS-HIST-VALUE TO WS-MAP(WS-HIST-CELL:1)
           END-PERFORM
           .
      ******************************************************************
      *                2200-LOAD-SHAPE-CATALOG
      * PULLS EVERY CATALOG SHAPE'S CELLS INTO STORAGE ONCE, SO THE
      * GROUP-BY-GROUP COMPARES NEVER GO BACK TO DB2
           .
      ******************************************************************
      *                  7210-SELECT-HISTORY-IMAGE
      * REBUILDS GENERATION HIST-GENERATION-NUMBER INTO WS-MAP
      ******************************************************************
       7210-SELECT-HISTORY-IMAGE.
           MOVE WS-ANALYZE-MAP-ID TO HIST-MAP-ID
           MOVE HIST-GENERATION-NUMBER TO WS-HIST-TARGET-GEN
           PERFORM 7211-SELECT-KEYFRAME-GEN
           IF WS-HIST-KEY-GEN = 0 THEN
              SET SO-NO-RECORDED-RUN TO TRUE
           ELSE
              MOVE WS-HIST-KEY-GEN TO HIST-GENERATION-NUMBER
              PERFORM 7212-SELECT-HISTORY-ROW
              IF SO-RUN-FOUND THEN
                 INITIALIZE WS-MAP
                 MOVE HIST-MAP-DATA-TEXT TO WS-MAP
              END-IF
              IF SO-RUN-FOUND AND
                 WS-HIST-TARGET-GEN > WS-HIST-KEY-GEN THEN
                 MOVE WS-HIST-TARGET-GEN TO HIST-GENERATION-NUMBER
                 PERFORM 7212-SELECT-HISTORY-ROW
                 IF SO-RUN-FOUND THEN
                    PERFORM 2110-APPLY-HIST-CHANGES
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
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
                CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
                SET SO-NO-RECORDED-RUN TO TRUE
           WHEN OTHER
