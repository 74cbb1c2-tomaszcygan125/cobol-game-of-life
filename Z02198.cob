      *   NIGHTLY ROLLUP OF GAME_STATS_TABLE INTO RUN_SUMMARY_TABLE -
      *   ONE ROW PER RUN (MAP ID AND RUN TIMESTAMP) CARRYING THE
      *   STARTING, PEAK AND FINAL POPULATION, THE GENERATION OF THE
      *   PEAK, THE GENERATIONS PLAYED, THE RULE SET THE RUN WAS
      *   PLAYED UNDER AND THE OUTCOME.  THE Z02190
      *   REPORT USED TO RE-AGGREGATE EVERY GENERATION ROW ON EVERY
      *   EXECUTION - IT NOW READS THE RUNS FROM HERE AND ONLY DROPS
      *   TO THE GENERATION ROWS FOR THE POPULATION CURVE ITSELF.
      * ROWS ARE ONLY PARTIAL, AND A SUMMARY TAKEN NOW WOULD BLOCK
      * RE-SUMMARIZATION FOREVER ONCE THE RUN RESUMES AND FINISHES,
      * SO IT WAITS FOR THE NIGHT IT ACTUALLY COMPLETES.  WITH HOLD
      * SO THE PER-RUN COMMITS DON'T THROW AWAY THE POSITION.  EVERY
      * GENERATION ROW OF A RUN CARRIES THE SAME RULE NAME, SO MAX
      * JUST PICKS IT UP
           EXEC SQL DECLARE C-RUNS CURSOR WITH HOLD FOR
           SELECT
           STATS_MAP_ID, STATS_RUN_TIME,
           COUNT(*), MAX(STATS_POPULATION_COUNT), MAX(STATS_RULE_NAME)
           FROM GAME_STATS_TABLE A
           WHERE NOT EXISTS
             (SELECT 1 FROM RUN_SUMMARY_TABLE B
       01 WS-START-POP              PIC S9(9) COMP VALUE 0.
       01 WS-FINAL-POP              PIC S9(9) COMP VALUE 0.
       01 WS-FINAL-GEN              PIC S9(9) COMP VALUE 0.
       01 WS-RUN-RULE-NAME          PIC X(8).
      * RUNS RECORDED BEFORE RULE SETS EXISTED CARRY NO RULE NAME -
      * THEY WERE ALL PLAYED UNDER THE CLASSIC B3/S23
       01 CT-DEFAULT-RULE-NAME      PIC X(8) VALUE 'CONWAY'.
      *******************
      *  CONTROL TOTALS
      *******************
           MOVE WS-FINAL-POP       TO SUM-FINAL-POP
           MOVE WS-FINAL-GEN       TO SUM-FINAL-GEN
           MOVE WS-RUN-GENERATIONS TO SUM-GENERATIONS
           IF WS-RUN-RULE-NAME = SPACE OR LOW-VALUES THEN
              MOVE CT-DEFAULT-RULE-NAME TO SUM-RULE-NAME
           ELSE
              MOVE WS-RUN-RULE-NAME     TO SUM-RULE-NAME
           END-IF

           IF WS-FINAL-POP = 0 THEN
              MOVE 'EXTINCT'   TO SUM-OUTCOME
           INSERT INTO RUN_SUMMARY_TABLE
             (SUM_MAP_ID, SUM_RUN_TIME, SUM_START_POP, SUM_PEAK_POP,
              SUM_PEAK_GEN, SUM_FINAL_POP, SUM_FINAL_GEN,
              SUM_GENERATIONS, SUM_OUTCOME, SUM_RULE_NAME)
           VALUES
             (:SUM-MAP-ID, :SUM-RUN-TIME, :SUM-START-POP,
              :SUM-PEAK-POP, :SUM-PEAK-GEN, :SUM-FINAL-POP,
              :SUM-FINAL-GEN, :SUM-GENERATIONS, :SUM-OUTCOME,
              :SUM-RULE-NAME)
           END-EXEC

           MOVE SQLCODE TO SW-SQLCODE
           :WS-RUN-MAP-ID,
           :WS-RUN-TIME,
           :WS-RUN-GENERATIONS,
           :WS-PEAK-POP,
           :WS-RUN-RULE-NAME
           END-EXEC

           MOVE SQLCODE TO SW-SQLCODE
