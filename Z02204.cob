      *   PROGRAM SELECTS GAME_STATS_TABLE (EJDQ0020, ONE RECORD PER
      *   GENERATION) AND RUN_SUMMARY_TABLE (EJDQ0030, ONE RECORD PER
      *   RUN) BY MAP ID AND TIMESTAMP RANGE FROM THE EJDQ0010
      *   PARAMETER CARD (ZERO/BLANK MEANS "ALL"), OPTIONALLY
      *   NARROWED TO ONE RULE SET, AND WRITES
      *   SEMICOLON-DELIMITED RECORDS WITH A COLUMN-HEADER LINE IN
      *   FRONT AND A TRAILER RECORD CARRYING THE DATA ROW COUNT, SO
      *   THE RECEIVING SIDE CAN VERIFY IT GOT EVERYTHING.  EVERY
      *   RECORD CARRIES THE RULE SET ITS RUN WAS PLAYED UNDER AND THE
      *   ROWS COME GROUPED BY RULE SET, SO RUNS UNDER DIFFERENT RULES
      *   ARE NEVER CHARTED AS ONE SERIES
      *
      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * PARAMETER CARD - MAP ID, TIMESTAMP RANGE AND RULE SET
           SELECT EJDQ0010 ASSIGN TO EJDQ0010
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
           05 PRM-MAP-ID-TEXT           PIC X(9).
           05 PRM-FROM-TIME             PIC X(26).
           05 PRM-TO-TIME               PIC X(26).
           05 PRM-RULE-NAME             PIC X(8).
           05 FILLER                    PIC X(11).
       FD EJDQ0020
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE F
           05 WS-FILTER-MAP-ID     PIC S9(9) COMP.
           05 WS-FILTER-FROM       PIC X(26).
           05 WS-FILTER-TO         PIC X(26).
           05 WS-FILTER-RULE       PIC X(8).
      * CURSOR DECLARATIONS - A ZERO MAP ID OR A BLANK RULE SET TURNS
      * THAT PREDICATE OFF, SAME SCHEME AS Z02114'S AUDIT FILTERS.
      * ROWS RECORDED BEFORE RULE SETS EXISTED HAVE NO RULE NAME AND
      * WERE ALL PLAYED UNDER CONWAY, SO THEY SELECT AND SORT AS CONWAY
           EXEC SQL DECLARE C-STATS CURSOR FOR
           SELECT
           STATS_MAP_ID, STATS_RUN_TIME, STATS_GENERATION_NUMBER,
           STATS_POPULATION_COUNT,
           CASE WHEN STATS_RULE_NAME = ' ' THEN 'CONWAY'
                ELSE STATS_RULE_NAME END
           FROM GAME_STATS_TABLE
           WHERE (STATS_MAP_ID = :WS-FILTER-MAP-ID
                  OR :WS-FILTER-MAP-ID = 0)
           AND   STATS_RUN_TIME >= :WS-FILTER-FROM
           AND   STATS_RUN_TIME <= :WS-FILTER-TO
           AND  (CASE WHEN STATS_RULE_NAME = ' ' THEN 'CONWAY'
                      ELSE STATS_RULE_NAME END = :WS-FILTER-RULE
                  OR :WS-FILTER-RULE = ' ')
           ORDER BY 5, STATS_MAP_ID, STATS_RUN_TIME,
                    STATS_GENERATION_NUMBER
           END-EXEC.

           SELECT
           SUM_MAP_ID, SUM_RUN_TIME, SUM_START_POP, SUM_PEAK_POP,
           SUM_PEAK_GEN, SUM_FINAL_POP, SUM_FINAL_GEN,
           SUM_GENERATIONS, SUM_OUTCOME,
           CASE WHEN SUM_RULE_NAME = ' ' THEN 'CONWAY'
                ELSE SUM_RULE_NAME END
           FROM RUN_SUMMARY_TABLE
           WHERE (SUM_MAP_ID = :WS-FILTER-MAP-ID
                  OR :WS-FILTER-MAP-ID = 0)
           AND   SUM_RUN_TIME >= :WS-FILTER-FROM
           AND   SUM_RUN_TIME <= :WS-FILTER-TO
           AND  (CASE WHEN SUM_RULE_NAME = ' ' THEN 'CONWAY'
                      ELSE SUM_RULE_NAME END = :WS-FILTER-RULE
                  OR :WS-FILTER-RULE = ' ')
           ORDER BY 10, SUM_MAP_ID, SUM_RUN_TIME
           END-EXEC.
      ***************************************************************
      *   ERROR HANDLING VARIABLES
           MOVE 0 TO WS-FILTER-MAP-ID
           MOVE CT-OPEN-FROM-TIME TO WS-FILTER-FROM
           MOVE CT-OPEN-TO-TIME   TO WS-FILTER-TO
           MOVE SPACE             TO WS-FILTER-RULE

           OPEN INPUT EJDQ0010
           MOVE WS-FS-EJDQ0010             TO SW-FS-CURRENT
                 IF PRM-TO-TIME NOT = SPACE THEN
                    MOVE PRM-TO-TIME TO WS-FILTER-TO
                 END-IF
                 IF PRM-RULE-NAME NOT = SPACE AND
                    PRM-RULE-NAME NOT = LOW-VALUES THEN
                    MOVE PRM-RULE-NAME TO WS-FILTER-RULE
                 END-IF
              END-READ
              CLOSE EJDQ0010
           ELSE
      *                 2100-EXTRACT-GAME-STATS
      ******************************************************************
       2100-EXTRACT-GAME-STATS.
           MOVE 'RULE_SET;MAP_ID;RUN_TIME;GENERATION;POPULATION'
             TO WS-EJDQ0020-REC
           PERFORM 2890-WRITE-STATS-RECORD

             TO WS-ZONED-POPULATION

           MOVE SPACE TO WS-EJDQ0020-REC
           STRING STATS-RULE-NAME OF DCLGAME-STATS-TABLE
                                      DELIMITED BY SPACE
                  ';'                 DELIMITED BY SIZE
                  WS-ZONED-MAP-ID     DELIMITED BY SIZE
                  ';'                 DELIMITED BY SIZE
                  STATS-RUN-TIME OF DCLGAME-STATS-TABLE
                                      DELIMITED BY SIZE
      ******************************************************************
       2200-EXTRACT-RUN-SUMMARY.
           MOVE SPACE TO WS-EJDQ0030-REC
           STRING 'RULE_SET;MAP_ID;RUN_TIME;START_POP;PEAK_POP;'
                                             DELIMITED BY SIZE
                  'PEAK_GEN;FINAL_POP;FINAL_GEN;GENERATIONS;OUTCOME'
                                             DELIMITED BY SIZE
              INTO WS-EJDQ0030-REC
           END-STRING
           MOVE SUM-GENERATIONS TO WS-ZONED-GENERATIONS

           MOVE SPACE TO WS-EJDQ0030-REC
           STRING SUM-RULE-NAME        DELIMITED BY SPACE
                  ';'                  DELIMITED BY SIZE
                  WS-ZONED-MAP-ID      DELIMITED BY SIZE
                  ';'                  DELIMITED BY SIZE
                  SUM-RUN-TIME         DELIMITED BY SIZE
                  ';'                  DELIMITED BY SIZE
           :STATS-MAP-ID OF DCLGAME-STATS-TABLE,
           :STATS-RUN-TIME OF DCLGAME-STATS-TABLE,
           :STATS-GENERATION-NUMBER OF DCLGAME-STATS-TABLE,
           :STATS-POPULATION-COUNT OF DCLGAME-STATS-TABLE,
           :STATS-RULE-NAME OF DCLGAME-STATS-TABLE
           END-EXEC

           MOVE SQLCODE TO SW-SQLCODE
           :SUM-FINAL-POP,
           :SUM-FINAL-GEN,
           :SUM-GENERATIONS,
           :SUM-OUTCOME,
           :SUM-RULE-NAME
           END-EXEC

           MOVE SQLCODE TO SW-SQLCODE
