           05 ARC-STATS-RUN-TIME        PIC X(26).
           05 ARC-STATS-GENERATION      PIC 9(5).
           05 ARC-STATS-POPULATION      PIC 9(5).
           05 ARC-STATS-RULE-NAME       PIC X(8).
           05 FILLER                    PIC X(27).
      * AUDIT ARCHIVE RECORD - FIELD FOR FIELD THE Z5EC0211 LAYOUT,
      * EXACTLY AS Z02192'S 2230-ARCHIVE-ONE-AUDIT-ROW WROTE IT
       FD EADQ0030
             OF DCLGAME-STATS-TABLE
           MOVE ARC-STATS-POPULATION TO STATS-POPULATION-COUNT
             OF DCLGAME-STATS-TABLE
           MOVE ARC-STATS-RULE-NAME  TO STATS-RULE-NAME
             OF DCLGAME-STATS-TABLE

           PERFORM 2140-CHECK-STATS-ROW-EXISTS

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
