           05 ARC-STATS-RUN-TIME        PIC X(26).
           05 ARC-STATS-GENERATION      PIC 9(5).
           05 ARC-STATS-POPULATION      PIC 9(5).
           05 ARC-STATS-RULE-NAME       PIC X(8).
           05 FILLER                    PIC X(27).
      * AUDIT ARCHIVE RECORD - FIELD FOR FIELD THE Z5EC0211 LAYOUT
       FD E8DQ0030
           RECORD CONTAINS 80 CHARACTERS
           EXEC SQL DECLARE C-STATS CURSOR WITH HOLD FOR
           SELECT
           STATS_MAP_ID, STATS_RUN_TIME, STATS_GENERATION_NUMBER,
           STATS_POPULATION_COUNT, STATS_RULE_NAME
           FROM GAME_STATS_TABLE
           WHERE STATS_RUN_TIME < :WS-CUTOFF-TIME
           END-EXEC.
             TO ARC-STATS-GENERATION
           MOVE STATS-POPULATION-COUNT OF DCLGAME-STATS-TABLE
             TO ARC-STATS-POPULATION
           MOVE STATS-RULE-NAME OF DCLGAME-STATS-TABLE
             TO ARC-STATS-RULE-NAME

           WRITE WS-E8DQ0020-REC

           :STATS-MAP-ID OF DCLGAME-STATS-TABLE,
           :STATS-RUN-TIME OF DCLGAME-STATS-TABLE,
           :STATS-GENERATION-NUMBER OF DCLGAME-STATS-TABLE,
           :STATS-POPULATION-COUNT OF DCLGAME-STATS-TABLE,
           :STATS-RULE-NAME OF DCLGAME-STATS-TABLE
           END-EXEC

           MOVE SQLCODE TO SW-SQLCODE
