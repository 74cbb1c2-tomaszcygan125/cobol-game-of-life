      *   PROGRAM PLACES THE SHAPE ALONE AT THE CENTER OF AN EMPTY
      *   200x100 BOARD AND PLAYS UP TO THE REQUESTED GENERATION CAP
      *   WITH THE SAME ENGINE, EXTINCTION AND STABILIZATION RULES AS
      *   Z02097'S OVERNIGHT RUNS, UNDER THE RULE SET NAMED ON THE CARD
      *   (CONWAY IF NONE) - NOTHING TOUCHES MAP_TABLE OR THE
      *   STATS TABLES.  THE EKDQ0020 REPORT RANKS THE SHAPES BY
      *   GENERATIONS SURVIVED WITH PEAK AND FINAL POPULATION AND
      *   WHETHER EACH ONE DIED, STABILIZED OR WAS STILL GOING AT
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * PARAMETER CARD - GENERATION CAP, BOARD MODE, NAME FILTER AND
      * RULE SET
           SELECT EKDQ0010 ASSIGN TO EKDQ0010
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
           05 PRM-GENERATIONS-TEXT      PIC X(5).
           05 PRM-BOARD-MODE            PIC X.
           05 PRM-NAME-FILTER           PIC X(20).
      * RULE_TABLE RULE SET TO PLAY UNDER - BLANK PLAYS 'CONWAY'
           05 PRM-RULE-NAME             PIC X(8).
           05 FILLER                    PIC X(46).
       FD EKDQ0020
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE F
           EXEC SQL INCLUDE SQLCA  END-EXEC.
           EXEC SQL INCLUDE Z2EC0211 END-EXEC.
           EXEC SQL INCLUDE Z3EC0211 END-EXEC.
      * RULE_TABLE'S DCLGEN
           EXEC SQL INCLUDE ZEEC0211 END-EXEC.
      * HOST VARIABLE THE CATALOG CURSOR REFERS TO - A BLANK FILTER
      * ON THE CARD BECOMES THE MATCH-EVERYTHING PATTERN
       01 WS-NAME-PATTERN           PIC X(21).
               88 SO-7400-PARA              VALUE '7400'.
               88 SO-7410-PARA              VALUE '7410'.
               88 SO-7420-PARA              VALUE '7420'.
               88 SO-7500-PARA              VALUE '7500'.
               88 SO-7700-PARA              VALUE '7700'.
               88 SO-7800-PARA              VALUE '7800'.
               88 SO-7900-PARA              VALUE '7900'.
               88 SO-RUN-COMPLETED            VALUE 'C'.
               88 SO-RUN-EXTINCT              VALUE 'E'.
               88 SO-RUN-STABILIZED           VALUE 'S'.
      * WHETHER THE CARD'S RULE SET WAS FOUND IN RULE_TABLE
           05 SW-IF-RULE-SET-FOUND            PIC X.
               88 SO-RULE-SET-FOUND           VALUE 'Y'.
               88 SO-RULE-SET-UNKNOWN         VALUE 'N'.
      * THE RULE SET THE TOURNAMENT PLAYS UNDER - THE ENGINE INDEXES
      * THE FLAGS BY NEIGHBOR COUNT + 1.  A CARD WITH NO RULE NAMED
      * PLAYS THE CLASSIC B3/S23, BUILT IN LIKE Z02112T'S
       01 CT-DEFAULT-RULE-NAME      PIC X(8)  VALUE 'CONWAY'.
       01 CT-DEFAULT-RULE-STRING    PIC X(20) VALUE 'B3/S23'.
       01 CT-DEFAULT-RULE-BIRTH     PIC X(9)  VALUE '000100000'.
       01 CT-DEFAULT-RULE-SURVIVE   PIC X(9)  VALUE '001100000'.
       01 WS-RULE-NAME              PIC X(8).
       01 WS-RULE-STRING            PIC X(20).
       01 WS-RULE-BIRTH             PIC X(9).
       01 WS-RULE-SURVIVE           PIC X(9).
      * THE SHARED GAME ENGINE'S INTERFACE - BOARD MODE, RULE SET AND
      * THE LIVE AREA IT CARRIES FROM ONE GENERATION TO THE NEXT
           COPY ZZEC0320.
      * THE BOARDS - SAME GENERATION/HISTORY SCHEME AS Z02097
       01 PROGRAM-VARIABLES.
           05 WS-MAP.
               10 WS-MAP-LINE PIC X(200) OCCURS 100 TIMES.
           05 WS-PREV-MAP.
               10 WS-PREV-MAP-LINE PIC X(200) OCCURS 100 TIMES.
           05 WS-PREV2-MAP.
               10 WS-PREV2-MAP-LINE PIC X(200) OCCURS 100 TIMES.
           05 WS-ITER             PIC S9(4) COMP.
           05 WS-ITER2            PIC S9(4) COMP.
           05 WS-RUN-GENERATIONS  PIC S9(9) COMP VALUE 1000.
           05 WS-GENERATIONS-RUN  PIC S9(9) COMP VALUE 0.
           05 WS-POPULATION-COUNT PIC S9(9) COMP VALUE 0.
      *                 1030-READ-PARAMETER-CARD
      * THE GENERATION CAP IS MANDATORY, THE BOARD MODE DEFAULTS TO
      * TOROIDAL LIKE THE ONLINE GAME, AND A NON-BLANK NAME FILTER
      * SELECTS THE SHAPES WHOSE NAMES START WITH IT.  A NAMED RULE
      * SET MUST BE IN RULE_TABLE, A BLANK ONE PLAYS 'CONWAY'
      ******************************************************************
       1030-READ-PARAMETER-CARD.
           READ EKDQ0010
              END-STRING
           END-IF

           MOVE PRM-RULE-NAME TO WS-RULE-NAME
           IF WS-RULE-NAME = SPACE OR LOW-VALUES THEN
              MOVE CT-DEFAULT-RULE-NAME TO WS-RULE-NAME
           END-IF
           PERFORM 7500-SELECT-RULE-SET
           IF SO-RULE-SET-UNKNOWN THEN
              IF WS-RULE-NAME = CT-DEFAULT-RULE-NAME THEN
                 MOVE CT-DEFAULT-RULE-STRING  TO WS-RULE-STRING
                 MOVE CT-DEFAULT-RULE-BIRTH   TO WS-RULE-BIRTH
                 MOVE CT-DEFAULT-RULE-SURVIVE TO WS-RULE-SURVIVE
              ELSE
                 DISPLAY 'UNKNOWN RULE SET: ' WS-RULE-NAME
                 MOVE 8 TO RETURN-CODE
                 PERFORM 3600-FILE-ERROR-EXIT
              END-IF
           END-IF

           DISPLAY 'GENERATION CAP: ' WS-RUN-GENERATIONS
           DISPLAY 'BOARD MODE:     ' SW-BOARD-MODE
           DISPLAY 'NAME FILTER:    ' WS-NAME-PATTERN
           DISPLAY 'RULE SET:       ' WS-RULE-NAME ' ' WS-RULE-STRING
           .
      ******************************************************************
      *                       2000-PROCESS
           SET SO-RUN-COMPLETED TO TRUE
           MOVE LOW-VALUES TO WS-PREV-MAP
           MOVE LOW-VALUES TO WS-PREV2-MAP
      * A FRESHLY PLACED BOARD - THE ENGINE FINDS ITS LIVE AREA ON THE
      * FIRST GENERATION
           SET ZZEC0320-A-UNKNOWN TO TRUE

           PERFORM UNTIL WS-GENERATIONS-RUN NOT < WS-RUN-GENERATIONS
           OR SO-RUN-EXTINCT OR SO-RUN-STABILIZED
           .
      ******************************************************************
      *                2141-ITERATE-THE-GAME
      * PLAYS EXACTLY ONE GENERATION THROUGH THE SHARED ENGINE Z02215,
      * THE SAME MODULE Z02097'S OVERNIGHT RUNS ARE PLAYED WITH
      ******************************************************************
       2141-ITERATE-THE-GAME.
           MOVE SW-BOARD-MODE   TO ZZEC0320-I-BOARD-MODE
           MOVE WS-RULE-BIRTH   TO ZZEC0320-I-RULE-BIRTH
           MOVE WS-RULE-SURVIVE TO ZZEC0320-I-RULE-SURVIVE
           CALL 'Z02215' USING WS-ZZEC0320 WS-MAP
           MOVE ZZEC0320-O-POPULATION TO WS-POPULATION-COUNT
           .
      ******************************************************************
      *                2500-SORT-THE-STANDINGS
           MOVE 'SHAPE LONGEVITY TOURNAMENT' TO WS-RPT-TITLE-REC
           PERFORM 2890-WRITE-TITLE-LINE

           MOVE SPACE TO WS-RPT-TITLE-REC
           STRING 'RULE SET '      DELIMITED BY SIZE
                  WS-RULE-NAME     DELIMITED BY SPACE
                  ' '              DELIMITED BY SIZE
                  WS-RULE-STRING   DELIMITED BY SPACE
              INTO WS-RPT-TITLE-REC
           END-STRING
           PERFORM 2890-WRITE-TITLE-LINE

           MOVE SPACE TO WS-RPT-TITLE-REC
           PERFORM 2890-WRITE-TITLE-LINE

           END-IF
           .
      ******************************************************************
      *                  7500-SELECT-RULE-SET
      ******************************************************************
       7500-SELECT-RULE-SET.
           MOVE WS-RULE-NAME TO RULE-NAME
           EXEC SQL
           SELECT RULE_STRING, RULE_BIRTH, RULE_SURVIVE
           INTO :RULE-STRING, :RULE-BIRTH, :RULE-SURVIVE
           FROM RULE_TABLE
           WHERE RULE_NAME = :RULE-NAME
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
                SET SO-RULE-SET-FOUND TO TRUE
                MOVE RULE-STRING  TO WS-RULE-STRING
                MOVE RULE-BIRTH   TO WS-RULE-BIRTH
                MOVE RULE-SURVIVE TO WS-RULE-SURVIVE
           WHEN SO-SQLCODE-NOT-FOUND
                SET SO-RULE-SET-UNKNOWN TO TRUE
           WHEN OTHER
                SET SO-7500-PARA TO TRUE
                PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *                 7700-OPEN-CELLS-CURSOR
      ******************************************************************
       7700-OPEN-CELLS-CURSOR.
