       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02214.
      ******************************************************************
      *
      *
      *   RANDOM SOUP SEARCH - LETS THE CATALOG GROW FROM PATTERNS
      *   NOBODY HAS KEYED IN YET.  THE ETDQ0010 CARD GIVES A NUMBER
      *   OF SOUPS, A FILL DENSITY, A REGION SIZE, A SEED AND A
      *   GENERATION CAP.
      *   EACH SOUP IS A RANDOM FILL OF THE REGION IN THE MIDDLE OF A
      *   SCRATCH BOARD, PLAYED WITH THE Z02097 ENGINE AND ITS EARLY
      *   STOP RULES (EXTINCT, OR SETTLED INTO A STILL LIFE OR A
      *   PERIOD-2 OSCILLATOR) UP TO THE CAP.  NOTHING IS WRITTEN TO
      *   DB2 - MAP_TABLE AND THE STATS TABLES ARE NEVER TOUCHED, THE
      *   CATALOG IS ONLY READ.
      *
      *   WHAT EACH SOUP LEAVES BEHIND GOES THROUGH THE SAME CENSUS AS
      *   Z02199: CONNECTED GROUPS (8-WAY) MATCHED CELL FOR CELL
      *   AGAINST THE CATALOG UNDER THE SIX GAME TRANSFORMS.  A GROUP
      *   THAT MATCHES NOTHING IS KEPT AS A CANDIDATE, NORMALIZED TO
      *   ITS BOUNDING BOX - AND MATCHED UNDER THE SAME TRANSFORMS
      *   AGAINST THE CANDIDATES ALREADY FOUND, SO THE SAME OBJECT
      *   TURNING UP IN MANY SOUPS IS LISTED ONCE WITH ITS FREQUENCY.
      *
      *   THE ETDQ0020 REPORT LISTS EVERY SOUP (SEED, LIFESPAN, FINAL
      *   POPULATION), THE CATALOG SHAPES SEEN, AND EVERY CANDIDATE
      *   WITH ITS GRID.  THE CANDIDATES ARE ALSO WRITTEN TO ETDQ0030
      *   AS E1DQ0010 SHAPE BLOCKS, NUMBERED FROM THE CATALOG'S NEXT
      *   FREE SHAPE ID, SO A REVIEWER CAN KEEP THE GOOD ONES, NAME
      *   THEM AND FEED THE FILE STRAIGHT INTO THE Z02094 LOADER.
      *
      *   SOUP N OF A RUN IS SEEDED WITH THE CARD'S SEED PLUS N - 1, SO
      *   ANY SOUP ON THE REPORT IS REPLAYED BY A ONE-SOUP CARD WITH
      *   THE SEED THE REPORT SHOWS FOR IT
      *
      *
      ******************************************************************
      *                         CHANGE  LOG
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * PARAMETER CARD - SOUPS, DENSITY, REGION, SEED, CAP, MODE
           SELECT ETDQ0010 ASSIGN TO ETDQ0010
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-FS-ETDQ0010.
      * SOUP SEARCH REPORT
           SELECT ETDQ0020 ASSIGN TO ETDQ0020
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-FS-ETDQ0020.
      * CANDIDATE SHAPES IN Z02094 LOADER FORMAT
           SELECT ETDQ0030 ASSIGN TO ETDQ0030
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-FS-ETDQ0030.
       DATA DIVISION.
       FILE SECTION.
      * A BLANK FIELD TAKES THE DEFAULT NAMED IN 1030; THE SOUP COUNT
      * HAS NO DEFAULT
       FD ETDQ0010
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS WS-ETDQ0010-REC.
       01 WS-ETDQ0010-REC.
           05 PRM-SOUPS-TEXT            PIC X(5).
           05 FILLER                    PIC X(1).
      * PERCENTAGE OF THE REGION'S CELLS BORN ALIVE
           05 PRM-DENSITY-TEXT          PIC X(2).
           05 FILLER                    PIC X(1).
           05 PRM-REGION-WIDTH-TEXT     PIC X(3).
           05 PRM-REGION-HEIGHT-TEXT    PIC X(3).
           05 FILLER                    PIC X(1).
           05 PRM-SEED-TEXT             PIC X(9).
           05 FILLER                    PIC X(1).
           05 PRM-GEN-CAP-TEXT          PIC X(5).
           05 FILLER                    PIC X(1).
      * B BOUNDED OR T TOROIDAL, AS ON THE E4DQ0010 CARD
           05 PRM-BOARD-MODE            PIC X(1).
           05 FILLER                    PIC X(47).
       FD ETDQ0020
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS WS-RPT-LINE-REC.
       01 WS-RPT-LINE-REC                 PIC X(132).
      * SAME 100-BYTE RECORD AS THE Z02094 LOADER'S E1DQ0010 - A BLOCK
      * IS THE SHAPE ID, THE SHAPE NAME, WIDTH/HEIGHT/FORMAT, THEN ONE
      * X-GRID LINE PER ROW
       FD ETDQ0030
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS WS-ETDQ0030-REC.
       01 WS-ETDQ0030-REC.
           05 CAN-LINE                  PIC X(100).
           05 CAN-ID-LINE REDEFINES CAN-LINE.
               10 CAN-SHAPE-ID          PIC 9(9).
               10 FILLER                PIC X(91).
           05 CAN-SIZE-LINE REDEFINES CAN-LINE.
               10 CAN-WIDTH             PIC 9(3).
               10 CAN-HEIGHT            PIC 9(3).
               10 CAN-FORMAT            PIC X(1).
               10 FILLER                PIC X(93).

       WORKING-STORAGE SECTION.
      * SQLCA AND DCLGENS
           EXEC SQL INCLUDE SQLCA  END-EXEC.
      * SHAPE CATALOG
           EXEC SQL INCLUDE Z2EC0211 END-EXEC.
           EXEC SQL INCLUDE Z3EC0211 END-EXEC.
      * CURSOR DECLARATIONS - SAME CATALOG WALK AS Z02199
           EXEC SQL DECLARE C-CATALOG CURSOR FOR
           SELECT
           SHAPE_NAME, SHAPE_NAME_ID
           FROM SHAPE_TABLE3_NAME
           ORDER BY SHAPE_NAME_ID
           END-EXEC.

           EXEC SQL DECLARE C-CELLS CURSOR FOR
           SELECT
           POSITION_X, POSITION_Y
           FROM SHAPE_TABLE3
           WHERE SHAPE_ID = :SHAPE-ID OF DCLSHAPE-TABLE3
           END-EXEC.
      * CONSTANTS - THE SOUPS PLAY THE CLASSIC B3/S23 THE WAY Z02097
      * PLAYS A REQUEST WITH NO RULE NAMED, ONE FLAG BYTE PER NEIGHBOR
      * COUNT 0 THRU 8
       01 CT-CONTSTANT.
           05 CT-DEFAULT-RULE-BIRTH       PIC X(9) VALUE '000100000'.
           05 CT-DEFAULT-RULE-SURVIVE     PIC X(9) VALUE '001100000'.
           05 CT-DEFAULT-DENSITY          PIC S9(4) COMP VALUE 50.
           05 CT-DEFAULT-REGION-WIDTH     PIC S9(4) COMP VALUE 16.
           05 CT-DEFAULT-REGION-HEIGHT    PIC S9(4) COMP VALUE 16.
           05 CT-DEFAULT-SEED             PIC S9(9) COMP VALUE 1.
           05 CT-DEFAULT-GEN-CAP          PIC S9(9) COMP VALUE 1000.
           05 CT-DEFAULT-BOARD-MODE       PIC X VALUE 'B'.
      * THE PARK-MILLER MINIMAL STANDARD GENERATOR - ORDINARY FIXED
      * POINT ARITHMETIC, SO A SEED GIVES THE SAME SOUP ON ANY MACHINE.
      * A FRESH SEED IS STEPPED CT-RANDOM-WARM-UP TIMES BEFORE ITS
      * SOUP IS DRAWN, OTHERWISE NEIGHBORING SEEDS START ALIKE
           05 CT-RANDOM-MULTIPLIER        PIC S9(9) COMP VALUE 16807.
           05 CT-RANDOM-MODULUS           PIC S9(10) COMP
                                          VALUE 2147483647.
           05 CT-RANDOM-WARM-UP           PIC S9(4) COMP VALUE 3.
           05 CT-RANDOM-SEED-RANGE        PIC S9(10) COMP
                                          VALUE 2147483646.
      * NAME EVERY CANDIDATE BLOCK CARRIES UNTIL A REVIEWER NAMES IT
           05 CT-CANDIDATE-NAME           PIC X(15)
                                          VALUE 'SOUP CANDIDATE '.
      ***************************************************************
      *   ERROR HANDLING VARIABLES
      ***************************************************************
       01 SW-FILE-ERROR.
           10 SW-FS-CURRENT                   PIC 99.
               88 SO-FILE-STATUS-OK           VALUE  00 10.
           10 SW-FILE-NAME                    PIC X(8).
               88 SO-FILE-ETDQ0010            VALUE 'ETDQ0010'.
               88 SO-FILE-ETDQ0020            VALUE 'ETDQ0020'.
               88 SO-FILE-ETDQ0030            VALUE 'ETDQ0030'.
           10 SW-FILE-OPERATION               PIC X(5).
               88 SO-FILE-OPERATION-OPEN      VALUE 'OPEN'.
               88 SO-FILE-OPERATION-CLOSE     VALUE 'CLOSE'.
               88 SO-FILE-OPERATION-READ      VALUE 'READ'.
               88 SO-FILE-OPERATION-WRITE     VALUE 'WRITE'.
      **********************************
      *      DB2 ERROR HANDLING VARIABLES*
      **********************************
       01 WS-DB2-ERROR.
           10 SW-SQLCODE                    PIC S9(5).
               88 SO-SQLCODE-OK             VALUE  000   100.
               88 SO-SQLCODE-NORMAL         VALUE  000.
               88 SO-SQLCODE-NOT-FOUND      VALUE  100.
           10 WS-SQLERRMC                   PIC X(70).
           10 WS-SQLCODE-FORMAT             PIC -(5).
           10 SW-ST-IDENTIFICATOR           PIC X(4).
               88 SO-7250-PARA              VALUE '7250'.
               88 SO-7255-PARA              VALUE '7255'.
               88 SO-7400-PARA              VALUE '7400'.
               88 SO-7410-PARA              VALUE '7410'.
               88 SO-7420-PARA              VALUE '7420'.
               88 SO-7700-PARA              VALUE '7700'.
               88 SO-7800-PARA              VALUE '7800'.
               88 SO-7900-PARA              VALUE '7900'.
      * FILE STATUS
       01 WS-FILE-STATUS.
           05 WS-FS-ETDQ0010                  PIC 99.
           05 WS-FS-ETDQ0020                  PIC 99.
           05 WS-FS-ETDQ0030                  PIC 99.
      ********************
      *   SWITCHES
      *******************
       01 SW-SWITCHES.
           05 SW-IF-CARD-VALID                PIC X.
               88 SO-CARD-VALID               VALUE 'Y'.
               88 SO-CARD-INVALID             VALUE 'N'.
           05 SW-BOARD-MODE                   PIC X.
               88 SO-MODE-TOROIDAL            VALUE 'T'.
               88 SO-MODE-BOUNDED             VALUE 'B'.
           05 SW-RUN-OUTCOME                  PIC X.
               88 SO-RUN-COMPLETED            VALUE 'C'.
               88 SO-RUN-EXTINCT              VALUE 'E'.
               88 SO-RUN-STABILIZED           VALUE 'S'.
           05 SW-END-OF-DATA-CATALOG          PIC X.
               88 SO-END-OF-DATA-CATALOG      VALUE 'Y'.
               88 SO-NOT-END-OF-DATA-CATALOG  VALUE 'N'.
           05 SW-END-OF-DATA-CELLS            PIC X.
               88 SO-END-OF-DATA-CELLS        VALUE 'Y'.
               88 SO-NOT-END-OF-DATA-CELLS    VALUE 'N'.
           05 SW-IF-GROUP-MATCHED             PIC X.
               88 SO-GROUP-MATCHED            VALUE 'Y'.
               88 SO-GROUP-NOT-MATCHED        VALUE 'N'.
           05 SW-IF-CELLS-AGREE               PIC X.
               88 SO-CELLS-AGREE              VALUE 'Y'.
               88 SO-CELLS-DISAGREE           VALUE 'N'.
      *******************
      *  THE SEARCH AS THE CARD SETS IT UP
      *******************
       01 WS-SEARCH.
           05 WS-SOUP-COUNT         PIC S9(9) COMP VALUE 0.
           05 WS-DENSITY            PIC S9(4) COMP VALUE 0.
           05 WS-REGION-WIDTH       PIC S9(4) COMP VALUE 0.
           05 WS-REGION-HEIGHT      PIC S9(4) COMP VALUE 0.
           05 WS-REGION-LEFT        PIC S9(4) COMP VALUE 0.
           05 WS-REGION-TOP         PIC S9(4) COMP VALUE 0.
           05 WS-BASE-SEED          PIC S9(9) COMP VALUE 0.
           05 WS-GEN-CAP            PIC S9(9) COMP VALUE 0.
      *******************
      *  THE SOUP BEING PLAYED AND THE RANDOM GENERATOR FILLING IT
      *******************
       01 WS-SOUP-NUMBER            PIC S9(9) COMP VALUE 0.
       01 WS-SOUP-SEED              PIC S9(10) COMP VALUE 0.
       01 WS-RANDOM-STATE           PIC S9(10) COMP VALUE 0.
       01 WS-RANDOM-PRODUCT         PIC S9(18) COMP VALUE 0.
       01 WS-RANDOM-QUOTIENT        PIC S9(18) COMP VALUE 0.
       01 WS-RANDOM-PERCENT         PIC S9(4) COMP VALUE 0.
      * THE SHARED GAME ENGINE'S INTERFACE - BOARD MODE, RULE SET AND
      * THE LIVE AREA IT CARRIES FROM ONE GENERATION TO THE NEXT
           COPY ZZEC0320.
      * PROGRAM VARIABLES
       01 PROGRAM-VARIABLES.
           05 WS-MAP.
               10 WS-MAP-LINE PIC X(200) OCCURS 100 TIMES.
      * THE BOARDS OF ONE AND TWO GENERATIONS AGO, FOR THE SAME EARLY
      * STOP AS Z02097 - A STILL LIFE OR A PERIOD-2 OSCILLATOR
           05 WS-PREV-MAP.
               10 WS-PREV-MAP-LINE PIC X(200) OCCURS 100 TIMES.
           05 WS-PREV2-MAP.
               10 WS-PREV2-MAP-LINE PIC X(200) OCCURS 100 TIMES.
           05 WS-ITER             PIC S9(4) COMP.
           05 WS-ITER2            PIC S9(4) COMP.
           05 WS-GENERATIONS-RUN  PIC S9(9) COMP VALUE 0.
           05 WS-POPULATION-COUNT PIC S9(9) COMP VALUE 0.
           05 WS-RULE-BIRTH       PIC X(9).
           05 WS-RULE-SURVIVE     PIC X(9).
      *******************
      *  THE CENSUS'S WORKING COPY OF THE FINAL BOARD - TRACED CELLS
      *  ARE BLANKED OUT OF IT SO EVERY GROUP IS COLLECTED ONCE
      *******************
       01 WS-WORK-MAP.
           05 WS-WORK-LINE PIC X(200) OCCURS 100 TIMES.
      *******************
      *  THE SHAPES GROUPS ARE MATCHED AGAINST - THE CATALOG FIRST,
      *  THEN EVERY CANDIDATE THE SEARCH HAS FOUND, ALL SHARING ONE
      *  POOL OF NORMALIZED CELLS.  A CATALOG MATCH ALWAYS WINS, AS
      *  CATALOG ENTRIES ARE TRIED FIRST
      *******************
       01 CT-MAX-SHAPES             PIC S9(4) COMP VALUE 1500.
       01 CT-MAX-POOL-CELLS         PIC S9(9) COMP VALUE 100000.
       01 WS-SHAPE-CATALOG.
           05 WS-SHP-COUNT          PIC S9(4) COMP VALUE 0.
           05 WS-SHP-ENTRY OCCURS 1500 TIMES.
               10 WS-SHP-NAME       PIC X(20).
               10 WS-SHP-KIND       PIC X(1).
                   88 SO-SHP-CATALOG          VALUE 'C'.
                   88 SO-SHP-CANDIDATE        VALUE 'N'.
               10 WS-SHP-WIDTH      PIC S9(4) COMP.
               10 WS-SHP-HEIGHT     PIC S9(4) COMP.
               10 WS-SHP-CELLS      PIC S9(4) COMP.
               10 WS-SHP-POOL-START PIC S9(9) COMP.
               10 WS-SHP-MATCHES    PIC S9(9) COMP.
      *  A CANDIDATE'S FIRST SIGHTING, SO IT CAN BE REPRODUCED
               10 WS-SHP-FIRST-SEED PIC S9(10) COMP.
       01 WS-CELL-POOL.
           05 WS-POOL-USED          PIC S9(9) COMP VALUE 0.
           05 WS-POOL-CELL OCCURS 100000 TIMES.
               10 WS-POOL-X         PIC S9(4) COMP.
               10 WS-POOL-Y         PIC S9(4) COMP.
      *  RAW CELLS OF THE SHAPE BEING LOADED, BEFORE NORMALIZATION
       01 WS-RAW-CELLS.
           05 WS-RAW-COUNT          PIC S9(4) COMP VALUE 0.
           05 WS-RAW-CELL OCCURS 10000 TIMES.
               10 WS-RAW-X          PIC S9(9) COMP.
               10 WS-RAW-Y          PIC S9(9) COMP.
      *******************
      *  GROUP TRACING WORK AREAS - AS Z02199
      *******************
       01 WS-TRACE-STACK.
           05 WS-STACK-DEPTH        PIC S9(9) COMP VALUE 0.
           05 WS-STACK-CELL OCCURS 20000 TIMES.
               10 WS-STACK-X        PIC S9(4) COMP.
               10 WS-STACK-Y        PIC S9(4) COMP.
       01 WS-GROUP-CELLS.
           05 WS-GROUP-CELL-COUNT   PIC S9(9) COMP VALUE 0.
           05 WS-GROUP-CELL OCCURS 20000 TIMES.
               10 WS-GROUP-X        PIC S9(4) COMP.
               10 WS-GROUP-Y        PIC S9(4) COMP.
       01 WS-GROUP-BOX.
           05 WS-GROUP-MIN-X        PIC S9(4) COMP.
           05 WS-GROUP-MAX-X        PIC S9(4) COMP.
           05 WS-GROUP-MIN-Y        PIC S9(4) COMP.
           05 WS-GROUP-MAX-Y        PIC S9(4) COMP.
           05 WS-GROUP-WIDTH        PIC S9(4) COMP.
           05 WS-GROUP-HEIGHT       PIC S9(4) COMP.
      *  THE GROUP PLOTTED NORMALIZED TO ITS OWN BOUNDING BOX - SAME
      *  100x100 CEILING AS THE Z02094 LOADER'S BIGGEST SHAPE
       01 WS-GRID.
           05 WS-GRID-ROW PIC X(100) OCCURS 100 TIMES.
      *******************
      *  SCAN AND COMPARE WORK FIELDS
      *******************
       01 WS-SCAN-X                 PIC S9(4) COMP VALUE 0.
       01 WS-SCAN-Y                 PIC S9(4) COMP VALUE 0.
       01 WS-CELL-X                 PIC S9(4) COMP VALUE 0.
       01 WS-CELL-Y                 PIC S9(4) COMP VALUE 0.
       01 WS-TRANSFORM-IX           PIC S9(4) COMP VALUE 0.
       01 WS-EFF-WIDTH              PIC S9(4) COMP VALUE 0.
       01 WS-EFF-HEIGHT             PIC S9(4) COMP VALUE 0.
       01 WS-TRANSFORM-X            PIC S9(4) COMP VALUE 0.
       01 WS-TRANSFORM-Y            PIC S9(4) COMP VALUE 0.
       01 WS-NEIGHBOR-X             PIC S9(4) COMP VALUE 0.
       01 WS-NEIGHBOR-Y             PIC S9(4) COMP VALUE 0.
       01 WS-DELTA-X                PIC S9(4) COMP VALUE 0.
       01 WS-DELTA-Y                PIC S9(4) COMP VALUE 0.
       01 WS-CELL-IX                PIC S9(9) COMP VALUE 0.
       01 WS-SHP-IX                 PIC S9(4) COMP VALUE 0.
       01 WS-POOL-IX                PIC S9(9) COMP VALUE 0.
       01 WS-MATCHED-SHP-IX         PIC S9(4) COMP VALUE 0.
       01 WS-MIN-RAW-X              PIC S9(9) COMP VALUE 0.
       01 WS-MIN-RAW-Y              PIC S9(9) COMP VALUE 0.
       01 WS-MAX-RAW-X              PIC S9(9) COMP VALUE 0.
       01 WS-MAX-RAW-Y              PIC S9(9) COMP VALUE 0.
      *******************
      *  CANDIDATE NUMBERING - THE FIRST CANDIDATE TAKES THE SHAPE ID
      *  AFTER THE HIGHEST ONE THE LOADER OR THE CATALOG HAS USED
      *******************
       01 WS-MAX-LOADED-ID          PIC S9(9) COMP VALUE 0.
       01 WS-MAX-CATALOG-ID         PIC S9(9) COMP VALUE 0.
       01 WS-NEXT-SHAPE-ID          PIC S9(9) COMP VALUE 0.
       01 WS-CANDIDATE-NUMBER       PIC 9(5) VALUE 0.
      *******************
      *  REPORT EDIT FIELDS AND CONTROL TOTALS
      *******************
       01 WS-EDIT-COUNT             PIC ZZZZZZZZ9.
       01 WS-EDIT-SEED              PIC ZZZZZZZZZ9.
       01 WS-EDIT-SOUP              PIC ZZZZ9.
       01 WS-EDIT-GEN               PIC ZZZZ9.
       01 WS-EDIT-POP               PIC ZZZZ9.
       01 WS-EDIT-WIDTH             PIC ZZ9.
       01 WS-EDIT-HEIGHT            PIC ZZ9.
       01 WS-EDIT-OUTCOME           PIC X(8).
       01 WS-SOUP-GROUPS            PIC S9(9) COMP VALUE 0.
       01 WS-SOUP-UNMATCHED         PIC S9(9) COMP VALUE 0.
       01 WS-EDIT-GROUPS            PIC ZZZZ9.
       01 WS-EDIT-UNMATCHED         PIC ZZZZ9.
       01 WS-GROUPS-FOUND           PIC S9(9) COMP VALUE 0.
       01 WS-GROUPS-MATCHED         PIC S9(9) COMP VALUE 0.
       01 WS-GROUPS-UNMATCHED       PIC S9(9) COMP VALUE 0.
       01 WS-GROUPS-OVERSIZED       PIC S9(9) COMP VALUE 0.
       01 WS-GROUPS-NOT-KEPT        PIC S9(9) COMP VALUE 0.
       01 WS-CANDIDATES-FOUND       PIC S9(9) COMP VALUE 0.
       01 WS-SOUPS-EXTINCT          PIC S9(9) COMP VALUE 0.
       01 WS-SOUPS-STABILIZED       PIC S9(9) COMP VALUE 0.
       01 WS-SOUPS-AT-CAP           PIC S9(9) COMP VALUE 0.
      ******************************************************************
      * PROCEDURE DIVISION
      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM 1000-INIT
           PERFORM 2000-PROCESS
           PERFORM 3000-FINAL
           .
      ******************************************************************
      *                          1000-INIT
      ******************************************************************
       1000-INIT.
           PERFORM 1010-OPEN-FILES
           PERFORM 1030-READ-PARAMETER-CARD
           MOVE CT-DEFAULT-RULE-BIRTH   TO WS-RULE-BIRTH
           MOVE CT-DEFAULT-RULE-SURVIVE TO WS-RULE-SURVIVE
           .
      ******************************************************************
      *                       1010-OPEN-FILES
      ******************************************************************
       1010-OPEN-FILES.
           OPEN INPUT ETDQ0010
           MOVE WS-FS-ETDQ0010             TO SW-FS-CURRENT
           SET SO-FILE-OPERATION-OPEN      TO TRUE
           SET SO-FILE-ETDQ0010            TO TRUE
           PERFORM 4000-CHECK-FOR-FILE-ERROR

           OPEN OUTPUT ETDQ0020
           MOVE WS-FS-ETDQ0020             TO SW-FS-CURRENT
           SET SO-FILE-OPERATION-OPEN      TO TRUE
           SET SO-FILE-ETDQ0020            TO TRUE
           PERFORM 4000-CHECK-FOR-FILE-ERROR

           OPEN OUTPUT ETDQ0030
           MOVE WS-FS-ETDQ0030             TO SW-FS-CURRENT
           SET SO-FILE-OPERATION-OPEN      TO TRUE
           SET SO-FILE-ETDQ0030            TO TRUE
           PERFORM 4000-CHECK-FOR-FILE-ERROR
           .
      ******************************************************************
      *                 1030-READ-PARAMETER-CARD
      * THE SOUP COUNT IS REQUIRED.  BLANK FIELDS TAKE THE DEFAULTS:
      * DENSITY 50 PERCENT, A 16x16 REGION, SEED 1, A 1000 GENERATION
      * CAP AND A BOUNDED BOARD (A GLIDER RUNNING OFF A BOUNDED BOARD
      * DIES AT THE EDGE INSTEAD OF KEEPING THE SOUP ALIVE TO THE CAP)
      ******************************************************************
       1030-READ-PARAMETER-CARD.
           READ ETDQ0010
           AT END
              DISPLAY 'PARAMETER CARD MISSING - NO SOUPS PLAYED'
              MOVE 8 TO RETURN-CODE
              PERFORM 3600-FILE-ERROR-EXIT
           END-READ

           MOVE WS-FS-ETDQ0010             TO SW-FS-CURRENT
           SET SO-FILE-OPERATION-READ      TO TRUE
           SET SO-FILE-ETDQ0010            TO TRUE
           PERFORM 4000-CHECK-FOR-FILE-ERROR

           SET SO-CARD-VALID TO TRUE

           IF PRM-SOUPS-TEXT IS NUMERIC AND
              PRM-SOUPS-TEXT NOT = ZERO THEN
              MOVE PRM-SOUPS-TEXT TO WS-SOUP-COUNT
           ELSE
              DISPLAY 'INVALID SOUP COUNT: ' PRM-SOUPS-TEXT
              SET SO-CARD-INVALID TO TRUE
           END-IF

           EVALUATE TRUE
             WHEN PRM-DENSITY-TEXT = SPACE
                MOVE CT-DEFAULT-DENSITY TO WS-DENSITY
             WHEN PRM-DENSITY-TEXT IS NUMERIC AND
                  PRM-DENSITY-TEXT NOT = ZERO
                MOVE PRM-DENSITY-TEXT TO WS-DENSITY
             WHEN OTHER
                DISPLAY 'INVALID DENSITY: ' PRM-DENSITY-TEXT
                SET SO-CARD-INVALID TO TRUE
           END-EVALUATE

           EVALUATE TRUE
             WHEN PRM-REGION-WIDTH-TEXT = SPACE
                MOVE CT-DEFAULT-REGION-WIDTH TO WS-REGION-WIDTH
             WHEN PRM-REGION-WIDTH-TEXT IS NUMERIC
                MOVE PRM-REGION-WIDTH-TEXT TO WS-REGION-WIDTH
             WHEN OTHER
                MOVE 0 TO WS-REGION-WIDTH
           END-EVALUATE
           EVALUATE TRUE
             WHEN PRM-REGION-HEIGHT-TEXT = SPACE
                MOVE CT-DEFAULT-REGION-HEIGHT TO WS-REGION-HEIGHT
             WHEN PRM-REGION-HEIGHT-TEXT IS NUMERIC
                MOVE PRM-REGION-HEIGHT-TEXT TO WS-REGION-HEIGHT
             WHEN OTHER
                MOVE 0 TO WS-REGION-HEIGHT
           END-EVALUATE
           IF WS-REGION-WIDTH  < 1 OR WS-REGION-WIDTH  > 200 OR
              WS-REGION-HEIGHT < 1 OR WS-REGION-HEIGHT > 100 THEN
              DISPLAY 'INVALID REGION - UP TO 200 WIDE, 100 HIGH: '
                      PRM-REGION-WIDTH-TEXT PRM-REGION-HEIGHT-TEXT
              SET SO-CARD-INVALID TO TRUE
           END-IF

           EVALUATE TRUE
             WHEN PRM-SEED-TEXT = SPACE
                MOVE CT-DEFAULT-SEED TO WS-BASE-SEED
             WHEN PRM-SEED-TEXT IS NUMERIC
                MOVE PRM-SEED-TEXT TO WS-BASE-SEED
             WHEN OTHER
                DISPLAY 'INVALID SEED: ' PRM-SEED-TEXT
                SET SO-CARD-INVALID TO TRUE
           END-EVALUATE

           EVALUATE TRUE
             WHEN PRM-GEN-CAP-TEXT = SPACE
                MOVE CT-DEFAULT-GEN-CAP TO WS-GEN-CAP
             WHEN PRM-GEN-CAP-TEXT IS NUMERIC AND
                  PRM-GEN-CAP-TEXT NOT = ZERO
                MOVE PRM-GEN-CAP-TEXT TO WS-GEN-CAP
             WHEN OTHER
                DISPLAY 'INVALID GENERATION CAP: ' PRM-GEN-CAP-TEXT
                SET SO-CARD-INVALID TO TRUE
           END-EVALUATE

           IF PRM-BOARD-MODE = SPACE THEN
              MOVE CT-DEFAULT-BOARD-MODE TO SW-BOARD-MODE
           ELSE
              MOVE PRM-BOARD-MODE TO SW-BOARD-MODE
           END-IF
           IF NOT SO-MODE-BOUNDED AND NOT SO-MODE-TOROIDAL THEN
              DISPLAY 'BOARD MODE MUST BE B OR T: ' PRM-BOARD-MODE
              SET SO-CARD-INVALID TO TRUE
           END-IF

           IF SO-CARD-INVALID THEN
              MOVE 8 TO RETURN-CODE
              PERFORM 3600-FILE-ERROR-EXIT
           END-IF

      * THE REGION SITS IN THE MIDDLE OF THE BOARD, SO A SOUP HAS ROOM
      * TO SPREAD BEFORE IT MEETS AN EDGE
           COMPUTE WS-REGION-LEFT = (200 - WS-REGION-WIDTH) / 2 + 1
           COMPUTE WS-REGION-TOP  = (100 - WS-REGION-HEIGHT) / 2 + 1

           DISPLAY 'SOUPS:            ' WS-SOUP-COUNT
           DISPLAY 'DENSITY PERCENT:  ' WS-DENSITY
           DISPLAY 'REGION WIDTH:     ' WS-REGION-WIDTH
           DISPLAY 'REGION HEIGHT:    ' WS-REGION-HEIGHT
           DISPLAY 'FIRST SEED:       ' WS-BASE-SEED
           DISPLAY 'GENERATION CAP:   ' WS-GEN-CAP
           DISPLAY 'BOARD MODE:       ' SW-BOARD-MODE
           .
      ******************************************************************
      *                       2000-PROCESS
      ******************************************************************
       2000-PROCESS.
           PERFORM 2200-LOAD-SHAPE-CATALOG
           PERFORM 2250-PRINT-REPORT-HEADING

           PERFORM VARYING WS-SOUP-NUMBER FROM 1 BY 1
           UNTIL WS-SOUP-NUMBER > WS-SOUP-COUNT
              PERFORM 2100-PLAY-ONE-SOUP
              PERFORM 2300-SCAN-THE-BOARD
              PERFORM 2190-REPORT-ONE-SOUP
           END-PERFORM

           PERFORM 2400-PRINT-CATALOG-SUMMARY
           PERFORM 2500-REPORT-THE-CANDIDATES
           PERFORM 2600-PRINT-SEARCH-TOTALS
           .
      ******************************************************************
      *                  2100-PLAY-ONE-SOUP
      * THE SAME GENERATION LOOP AND EARLY STOPS AS Z02097'S
      * 2100-PLAY-ONE-RUN, ON A SCRATCH BOARD THAT NEVER LEAVES
      * STORAGE - NO STATS, NO RESTART POINTS, NO MAP SAVE
      ******************************************************************
       2100-PLAY-ONE-SOUP.
           COMPUTE WS-SOUP-SEED = WS-BASE-SEED + WS-SOUP-NUMBER - 1
           PERFORM 2110-FILL-THE-REGION

           MOVE 0 TO WS-GENERATIONS-RUN
           SET SO-RUN-COMPLETED TO TRUE
           MOVE LOW-VALUES TO WS-PREV-MAP
           MOVE LOW-VALUES TO WS-PREV2-MAP
      * A FRESHLY PLACED BOARD - THE ENGINE FINDS ITS LIVE AREA ON THE
      * FIRST GENERATION
           SET ZZEC0320-A-UNKNOWN TO TRUE
           IF WS-POPULATION-COUNT = 0 THEN
              SET SO-RUN-EXTINCT TO TRUE
           END-IF

           PERFORM UNTIL WS-GENERATIONS-RUN NOT < WS-GEN-CAP
           OR SO-RUN-EXTINCT OR SO-RUN-STABILIZED

               MOVE WS-PREV-MAP TO WS-PREV2-MAP
               MOVE WS-MAP      TO WS-PREV-MAP
               PERFORM 2141-ITERATE-THE-GAME
               ADD 1 TO WS-GENERATIONS-RUN

               EVALUATE TRUE
                 WHEN WS-POPULATION-COUNT = 0
                    SET SO-RUN-EXTINCT TO TRUE
                 WHEN WS-MAP = WS-PREV-MAP
                    SET SO-RUN-STABILIZED TO TRUE
                 WHEN WS-GENERATIONS-RUN > 1 AND
                      WS-MAP = WS-PREV2-MAP
                    SET SO-RUN-STABILIZED TO TRUE
               END-EVALUATE
           END-PERFORM

           EVALUATE TRUE
             WHEN SO-RUN-EXTINCT
                ADD 1 TO WS-SOUPS-EXTINCT
             WHEN SO-RUN-STABILIZED
                ADD 1 TO WS-SOUPS-STABILIZED
             WHEN OTHER
                ADD 1 TO WS-SOUPS-AT-CAP
           END-EVALUATE
           .
      ******************************************************************
      *                  2110-FILL-THE-REGION
      * ONE RANDOM DRAW PER REGION CELL, ROW BY ROW - THE CELL IS BORN
      * WHEN THE DRAW, SCALED TO 0 THRU 99, IS UNDER THE DENSITY
      ******************************************************************
       2110-FILL-THE-REGION.
           MOVE SPACE TO WS-MAP
           MOVE 0 TO WS-POPULATION-COUNT

      * A ZERO STATE WOULD STICK AT ZERO, SO THE SEED IS FOLDED INTO
      * 1 THRU MODULUS - 1
           DIVIDE WS-SOUP-SEED BY CT-RANDOM-SEED-RANGE
              GIVING WS-RANDOM-QUOTIENT
              REMAINDER WS-RANDOM-STATE
           ADD 1 TO WS-RANDOM-STATE
           PERFORM 2115-NEXT-RANDOM CT-RANDOM-WARM-UP TIMES

           PERFORM VARYING WS-ITER FROM WS-REGION-TOP BY 1
           UNTIL WS-ITER > WS-REGION-TOP + WS-REGION-HEIGHT - 1
              PERFORM VARYING WS-ITER2 FROM WS-REGION-LEFT BY 1
              UNTIL WS-ITER2 > WS-REGION-LEFT + WS-REGION-WIDTH - 1
                 PERFORM 2115-NEXT-RANDOM
                 COMPUTE WS-RANDOM-PERCENT =
                         WS-RANDOM-STATE * 100 / CT-RANDOM-MODULUS
                 IF WS-RANDOM-PERCENT < WS-DENSITY THEN
                    MOVE 'X' TO WS-MAP-LINE(WS-ITER)(WS-ITER2:1)
                    ADD 1 TO WS-POPULATION-COUNT
                 END-IF
              END-PERFORM
           END-PERFORM
           .
      ******************************************************************
      *                  2115-NEXT-RANDOM
      ******************************************************************
       2115-NEXT-RANDOM.
           COMPUTE WS-RANDOM-PRODUCT =
                   WS-RANDOM-STATE * CT-RANDOM-MULTIPLIER
           DIVIDE WS-RANDOM-PRODUCT BY CT-RANDOM-MODULUS
              GIVING WS-RANDOM-QUOTIENT
              REMAINDER WS-RANDOM-STATE
           .
      ******************************************************************
      *                2141-ITERATE-THE-GAME
      * PLAYS EXACTLY ONE GENERATION THROUGH THE SHARED ENGINE Z02215,
      * THE SAME MODULE Z02097'S OVERNIGHT RUNS ARE PLAYED WITH.
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
      *                 2190-REPORT-ONE-SOUP
      * LIFESPAN IS THE GENERATIONS PLAYED BEFORE THE SOUP DIED OUT,
      * SETTLED OR REACHED THE CAP
      ******************************************************************
       2190-REPORT-ONE-SOUP.
           MOVE WS-SOUP-NUMBER      TO WS-EDIT-SOUP
           MOVE WS-SOUP-SEED        TO WS-EDIT-SEED
           MOVE WS-GENERATIONS-RUN  TO WS-EDIT-GEN
           MOVE WS-POPULATION-COUNT TO WS-EDIT-POP
           MOVE WS-SOUP-GROUPS      TO WS-EDIT-GROUPS
           MOVE WS-SOUP-UNMATCHED   TO WS-EDIT-UNMATCHED
           EVALUATE TRUE
             WHEN SO-RUN-EXTINCT
                MOVE 'EXTINCT'       TO WS-EDIT-OUTCOME
             WHEN SO-RUN-STABILIZED
                MOVE 'STABLE'        TO WS-EDIT-OUTCOME
             WHEN OTHER
                MOVE 'AT CAP'        TO WS-EDIT-OUTCOME
           END-EVALUATE

           MOVE SPACE TO WS-RPT-LINE-REC
           STRING 'SOUP '           DELIMITED BY SIZE
                  WS-EDIT-SOUP      DELIMITED BY SIZE
                  '  SEED '         DELIMITED BY SIZE
                  WS-EDIT-SEED      DELIMITED BY SIZE
                  '  LIFESPAN '     DELIMITED BY SIZE
                  WS-EDIT-GEN       DELIMITED BY SIZE
                  '  '              DELIMITED BY SIZE
                  WS-EDIT-OUTCOME   DELIMITED BY SIZE
                  '  FINAL POP '    DELIMITED BY SIZE
                  WS-EDIT-POP       DELIMITED BY SIZE
                  '  GROUPS '       DELIMITED BY SIZE
                  WS-EDIT-GROUPS    DELIMITED BY SIZE
                  '  UNMATCHED '    DELIMITED BY SIZE
                  WS-EDIT-UNMATCHED DELIMITED BY SIZE
              INTO WS-RPT-LINE-REC
           END-STRING
           PERFORM 2890-WRITE-REPORT-LINE
           .
      ******************************************************************
      *                2200-LOAD-SHAPE-CATALOG
      * PULLS EVERY CATALOG SHAPE'S CELLS INTO STORAGE ONCE, AS Z02199,
      * AND WORKS OUT THE FIRST SHAPE ID FREE FOR THE CANDIDATES
      ******************************************************************
       2200-LOAD-SHAPE-CATALOG.
           PERFORM 7400-OPEN-CATALOG-CURSOR
           SET SO-NOT-END-OF-DATA-CATALOG TO TRUE
           PERFORM 7410-FETCH-CATALOG-RECORD
           PERFORM UNTIL SO-END-OF-DATA-CATALOG
               PERFORM 2210-LOAD-ONE-SHAPE
               PERFORM 7410-FETCH-CATALOG-RECORD
           END-PERFORM
           PERFORM 7420-CLOSE-CATALOG-CURSOR

           PERFORM 7250-SELECT-MAX-LOADED-ID
           PERFORM 7255-SELECT-MAX-CATALOG-ID
           IF WS-MAX-LOADED-ID > WS-MAX-CATALOG-ID THEN
              COMPUTE WS-NEXT-SHAPE-ID = WS-MAX-LOADED-ID + 1
           ELSE
              COMPUTE WS-NEXT-SHAPE-ID = WS-MAX-CATALOG-ID + 1
           END-IF

           DISPLAY 'CATALOG SHAPES LOADED: ' WS-SHP-COUNT
           DISPLAY 'FIRST CANDIDATE ID:    ' WS-NEXT-SHAPE-ID
           .
      ******************************************************************
      *                2210-LOAD-ONE-SHAPE
      ******************************************************************
       2210-LOAD-ONE-SHAPE.
           MOVE SHAPE-NAME-ID TO SHAPE-ID OF DCLSHAPE-TABLE3
           PERFORM 2220-FETCH-RAW-CELLS

           EVALUATE TRUE
             WHEN WS-RAW-COUNT = 0
                CONTINUE
             WHEN WS-SHP-COUNT NOT < CT-MAX-SHAPES
                DISPLAY 'SHAPE TABLE FULL - SKIPPED: '
                        SHAPE-NAME OF DCLSHAPE-TABLE3-NAME
             WHEN WS-POOL-USED + WS-RAW-COUNT > CT-MAX-POOL-CELLS
                DISPLAY 'CELL POOL FULL - SKIPPED: '
                        SHAPE-NAME OF DCLSHAPE-TABLE3-NAME
             WHEN OTHER
                ADD 1 TO WS-SHP-COUNT
                MOVE WS-SHP-COUNT TO WS-SHP-IX
                MOVE SHAPE-NAME OF DCLSHAPE-TABLE3-NAME
                  TO WS-SHP-NAME(WS-SHP-IX)
                SET SO-SHP-CATALOG(WS-SHP-IX) TO TRUE
                COMPUTE WS-SHP-WIDTH(WS-SHP-IX) =
                        WS-MAX-RAW-X - WS-MIN-RAW-X + 1
                COMPUTE WS-SHP-HEIGHT(WS-SHP-IX) =
                        WS-MAX-RAW-Y - WS-MIN-RAW-Y + 1
                MOVE WS-RAW-COUNT TO WS-SHP-CELLS(WS-SHP-IX)
                COMPUTE WS-SHP-POOL-START(WS-SHP-IX) =
                        WS-POOL-USED + 1
                MOVE 0 TO WS-SHP-MATCHES(WS-SHP-IX)
                MOVE 0 TO WS-SHP-FIRST-SEED(WS-SHP-IX)

                PERFORM VARYING WS-CELL-IX FROM 1 BY 1
                UNTIL WS-CELL-IX > WS-RAW-COUNT
                   ADD 1 TO WS-POOL-USED
                   COMPUTE WS-POOL-X(WS-POOL-USED) =
                           WS-RAW-X(WS-CELL-IX) - WS-MIN-RAW-X + 1
                   COMPUTE WS-POOL-Y(WS-POOL-USED) =
                           WS-RAW-Y(WS-CELL-IX) - WS-MIN-RAW-Y + 1
                END-PERFORM
           END-EVALUATE
           .
      ******************************************************************
      *                2220-FETCH-RAW-CELLS
      ******************************************************************
       2220-FETCH-RAW-CELLS.
           MOVE 0 TO WS-RAW-COUNT
           MOVE +999999 TO WS-MIN-RAW-X
           MOVE +999999 TO WS-MIN-RAW-Y
           MOVE 0 TO WS-MAX-RAW-X
           MOVE 0 TO WS-MAX-RAW-Y

           PERFORM 7700-OPEN-CELLS-CURSOR
           SET SO-NOT-END-OF-DATA-CELLS TO TRUE
           PERFORM 7800-FETCH-CELLS-RECORD
           PERFORM UNTIL SO-END-OF-DATA-CELLS
               IF WS-RAW-COUNT < 10000 THEN
                  ADD 1 TO WS-RAW-COUNT
                  MOVE POSITION-X TO WS-RAW-X(WS-RAW-COUNT)
                  MOVE POSITION-Y TO WS-RAW-Y(WS-RAW-COUNT)
                  IF POSITION-X < WS-MIN-RAW-X THEN
                     MOVE POSITION-X TO WS-MIN-RAW-X
                  END-IF
                  IF POSITION-X > WS-MAX-RAW-X THEN
                     MOVE POSITION-X TO WS-MAX-RAW-X
                  END-IF
                  IF POSITION-Y < WS-MIN-RAW-Y THEN
                     MOVE POSITION-Y TO WS-MIN-RAW-Y
                  END-IF
                  IF POSITION-Y > WS-MAX-RAW-Y THEN
                     MOVE POSITION-Y TO WS-MAX-RAW-Y
                  END-IF
               END-IF
               PERFORM 7800-FETCH-CELLS-RECORD
           END-PERFORM
           PERFORM 7900-CLOSE-CELLS-CURSOR
           .
      ******************************************************************
      *                2250-PRINT-REPORT-HEADING
      ******************************************************************
       2250-PRINT-REPORT-HEADING.
           MOVE 'SOUP SEARCH REPORT' TO WS-RPT-LINE-REC
           PERFORM 2890-WRITE-REPORT-LINE

           MOVE WS-SOUP-COUNT    TO WS-EDIT-COUNT
           MOVE WS-BASE-SEED     TO WS-EDIT-SEED
           MOVE WS-REGION-WIDTH  TO WS-EDIT-WIDTH
           MOVE WS-REGION-HEIGHT TO WS-EDIT-HEIGHT
           MOVE WS-DENSITY       TO WS-EDIT-POP
           MOVE WS-GEN-CAP       TO WS-EDIT-GEN
           MOVE SPACE TO WS-RPT-LINE-REC
           STRING 'SOUPS '           DELIMITED BY SIZE
                  WS-EDIT-COUNT      DELIMITED BY SIZE
                  '  FIRST SEED '    DELIMITED BY SIZE
                  WS-EDIT-SEED       DELIMITED BY SIZE
                  '  REGION '        DELIMITED BY SIZE
                  WS-EDIT-WIDTH      DELIMITED BY SIZE
                  ' x '              DELIMITED BY SIZE
                  WS-EDIT-HEIGHT     DELIMITED BY SIZE
                  '  DENSITY '       DELIMITED BY SIZE
                  WS-EDIT-POP        DELIMITED BY SIZE
                  '%  CAP '          DELIMITED BY SIZE
                  WS-EDIT-GEN        DELIMITED BY SIZE
                  '  MODE '          DELIMITED BY SIZE
                  SW-BOARD-MODE      DELIMITED BY SIZE
              INTO WS-RPT-LINE-REC
           END-STRING
           PERFORM 2890-WRITE-REPORT-LINE

           MOVE SPACE TO WS-RPT-LINE-REC
           PERFORM 2890-WRITE-REPORT-LINE
           .
      ******************************************************************
      *                2300-SCAN-THE-BOARD
      * Z02199'S SCAN OVER THE SOUP'S FINAL BOARD
      ******************************************************************
       2300-SCAN-THE-BOARD.
           MOVE WS-MAP TO WS-WORK-MAP
           MOVE 0 TO WS-SOUP-GROUPS
           MOVE 0 TO WS-SOUP-UNMATCHED

           PERFORM VARYING WS-SCAN-Y FROM 1 BY 1
           UNTIL WS-SCAN-Y > 100
              PERFORM VARYING WS-SCAN-X FROM 1 BY 1
              UNTIL WS-SCAN-X > 200
                 IF WS-WORK-LINE(WS-SCAN-Y)(WS-SCAN-X:1) = 'X' THEN
                    ADD 1 TO WS-GROUPS-FOUND
                    ADD 1 TO WS-SOUP-GROUPS
                    PERFORM 2310-TRACE-ONE-GROUP
                    PERFORM 2320-CLASSIFY-GROUP
                    PERFORM 2340-TALLY-ONE-GROUP
                 END-IF
              END-PERFORM
           END-PERFORM
           .
      ******************************************************************
      *                2310-TRACE-ONE-GROUP
      * ITERATIVE FLOOD FILL OVER THE 8-WAY NEIGHBORHOOD, AS Z02199
      ******************************************************************
       2310-TRACE-ONE-GROUP.
           MOVE 0 TO WS-GROUP-CELL-COUNT
           MOVE WS-SCAN-X TO WS-GROUP-MIN-X
           MOVE WS-SCAN-X TO WS-GROUP-MAX-X
           MOVE WS-SCAN-Y TO WS-GROUP-MIN-Y
           MOVE WS-SCAN-Y TO WS-GROUP-MAX-Y

           MOVE 1 TO WS-STACK-DEPTH
           MOVE WS-SCAN-X TO WS-STACK-X(1)
           MOVE WS-SCAN-Y TO WS-STACK-Y(1)
           MOVE ' ' TO WS-WORK-LINE(WS-SCAN-Y)(WS-SCAN-X:1)

           PERFORM 2315-POP-AND-EXPAND
             UNTIL WS-STACK-DEPTH = 0
           .
      ******************************************************************
      *                2315-POP-AND-EXPAND
      ******************************************************************
       2315-POP-AND-EXPAND.
           MOVE WS-STACK-X(WS-STACK-DEPTH) TO WS-CELL-X
           MOVE WS-STACK-Y(WS-STACK-DEPTH) TO WS-CELL-Y
           SUBTRACT 1 FROM WS-STACK-DEPTH

           ADD 1 TO WS-GROUP-CELL-COUNT
           MOVE WS-CELL-X TO WS-GROUP-X(WS-GROUP-CELL-COUNT)
           MOVE WS-CELL-Y TO WS-GROUP-Y(WS-GROUP-CELL-COUNT)

           IF WS-CELL-X < WS-GROUP-MIN-X THEN
              MOVE WS-CELL-X TO WS-GROUP-MIN-X
           END-IF
           IF WS-CELL-X > WS-GROUP-MAX-X THEN
              MOVE WS-CELL-X TO WS-GROUP-MAX-X
           END-IF
           IF WS-CELL-Y < WS-GROUP-MIN-Y THEN
              MOVE WS-CELL-Y TO WS-GROUP-MIN-Y
           END-IF
           IF WS-CELL-Y > WS-GROUP-MAX-Y THEN
              MOVE WS-CELL-Y TO WS-GROUP-MAX-Y
           END-IF

           PERFORM VARYING WS-DELTA-Y FROM -1 BY 1
           UNTIL WS-DELTA-Y > 1
              PERFORM VARYING WS-DELTA-X FROM -1 BY 1
              UNTIL WS-DELTA-X > 1
                 COMPUTE WS-NEIGHBOR-X = WS-CELL-X + WS-DELTA-X
                 COMPUTE WS-NEIGHBOR-Y = WS-CELL-Y + WS-DELTA-Y
                 IF WS-NEIGHBOR-X > 0 AND WS-NEIGHBOR-X < 201 AND
                    WS-NEIGHBOR-Y > 0 AND WS-NEIGHBOR-Y < 101 THEN
                    IF WS-WORK-LINE(WS-NEIGHBOR-Y)
                       (WS-NEIGHBOR-X:1) = 'X' THEN
                       MOVE ' ' TO WS-WORK-LINE(WS-NEIGHBOR-Y)
                                   (WS-NEIGHBOR-X:1)
                       ADD 1 TO WS-STACK-DEPTH
                       MOVE WS-NEIGHBOR-X
                         TO WS-STACK-X(WS-STACK-DEPTH)
                       MOVE WS-NEIGHBOR-Y
                         TO WS-STACK-Y(WS-STACK-DEPTH)
                    END-IF
                 END-IF
              END-PERFORM
           END-PERFORM
           .
      ******************************************************************
      *                2320-CLASSIFY-GROUP
      * Z02199'S MATCH - THE GROUP PLOTTED TO ITS BOUNDING BOX AND
      * EVERY SHAPE OF THE SAME CELL COUNT TRIED UNDER THE SIX GAME
      * TRANSFORMS.  HERE THE SHAPES INCLUDE THE CANDIDATES FOUND SO
      * FAR, WHICH IS WHAT DE-DUPLICATES THEM ACROSS SOUPS
      ******************************************************************
       2320-CLASSIFY-GROUP.
           SET SO-GROUP-NOT-MATCHED TO TRUE
           MOVE 0 TO WS-MATCHED-SHP-IX

           COMPUTE WS-GROUP-WIDTH =
                   WS-GROUP-MAX-X - WS-GROUP-MIN-X + 1
           COMPUTE WS-GROUP-HEIGHT =
                   WS-GROUP-MAX-Y - WS-GROUP-MIN-Y + 1

           IF WS-GROUP-WIDTH > 100 OR WS-GROUP-HEIGHT > 100 THEN
      * BIGGER THAN ANY SHAPE THE CATALOG CAN HOLD - UNMATCHED
              CONTINUE
           ELSE
              PERFORM VARYING WS-CELL-IX FROM 1 BY 1
              UNTIL WS-CELL-IX > WS-GROUP-HEIGHT
                 MOVE SPACE TO WS-GRID-ROW(WS-CELL-IX)
              END-PERFORM

              PERFORM VARYING WS-CELL-IX FROM 1 BY 1
              UNTIL WS-CELL-IX > WS-GROUP-CELL-COUNT
                 COMPUTE WS-CELL-X =
                         WS-GROUP-X(WS-CELL-IX) - WS-GROUP-MIN-X + 1
                 COMPUTE WS-CELL-Y =
                         WS-GROUP-Y(WS-CELL-IX) - WS-GROUP-MIN-Y + 1
                 MOVE 'X' TO WS-GRID-ROW(WS-CELL-Y)(WS-CELL-X:1)
              END-PERFORM

              PERFORM VARYING WS-SHP-IX FROM 1 BY 1
              UNTIL WS-SHP-IX > WS-SHP-COUNT
              OR SO-GROUP-MATCHED
                 IF WS-SHP-CELLS(WS-SHP-IX) = WS-GROUP-CELL-COUNT
                 THEN
                    PERFORM 2325-TRY-EVERY-TRANSFORM
                    IF SO-GROUP-MATCHED THEN
                       MOVE WS-SHP-IX TO WS-MATCHED-SHP-IX
                       ADD 1 TO WS-SHP-MATCHES(WS-SHP-IX)
                    END-IF
                 END-IF
              END-PERFORM
           END-IF
           .
      ******************************************************************
      *                2325-TRY-EVERY-TRANSFORM
      ******************************************************************
       2325-TRY-EVERY-TRANSFORM.
           PERFORM VARYING WS-TRANSFORM-IX FROM 1 BY 1
           UNTIL WS-TRANSFORM-IX > 6
           OR SO-GROUP-MATCHED
              IF WS-TRANSFORM-IX = 2 OR WS-TRANSFORM-IX = 4 THEN
                 MOVE WS-SHP-HEIGHT(WS-SHP-IX) TO WS-EFF-WIDTH
                 MOVE WS-SHP-WIDTH(WS-SHP-IX)  TO WS-EFF-HEIGHT
              ELSE
                 MOVE WS-SHP-WIDTH(WS-SHP-IX)  TO WS-EFF-WIDTH
                 MOVE WS-SHP-HEIGHT(WS-SHP-IX) TO WS-EFF-HEIGHT
              END-IF

              IF WS-EFF-WIDTH = WS-GROUP-WIDTH AND
                 WS-EFF-HEIGHT = WS-GROUP-HEIGHT THEN
                 PERFORM 2330-COMPARE-WITH-SHAPE
                 IF SO-CELLS-AGREE THEN
                    SET SO-GROUP-MATCHED TO TRUE
                 END-IF
              END-IF
           END-PERFORM
           .
      ******************************************************************
      *                2330-COMPARE-WITH-SHAPE
      ******************************************************************
       2330-COMPARE-WITH-SHAPE.
           SET SO-CELLS-AGREE TO TRUE

           PERFORM VARYING WS-POOL-IX
             FROM WS-SHP-POOL-START(WS-SHP-IX) BY 1
           UNTIL WS-POOL-IX NOT <
                 WS-SHP-POOL-START(WS-SHP-IX)
                 + WS-SHP-CELLS(WS-SHP-IX)
           OR SO-CELLS-DISAGREE
              MOVE WS-POOL-X(WS-POOL-IX) TO WS-CELL-X
              MOVE WS-POOL-Y(WS-POOL-IX) TO WS-CELL-Y
              PERFORM 2335-TRANSFORM-ONE-CELL
              IF WS-GRID-ROW(WS-TRANSFORM-Y)
                 (WS-TRANSFORM-X:1) NOT = 'X' THEN
                 SET SO-CELLS-DISAGREE TO TRUE
              END-IF
           END-PERFORM
           .
      ******************************************************************
      *                2335-TRANSFORM-ONE-CELL
      * SAME ARITHMETIC AS Z02199'S 2335-TRANSFORM-ONE-CELL
      ******************************************************************
       2335-TRANSFORM-ONE-CELL.
           EVALUATE WS-TRANSFORM-IX
             WHEN 2
                COMPUTE WS-TRANSFORM-X =
                   WS-SHP-HEIGHT(WS-SHP-IX) - WS-CELL-Y + 1
                MOVE WS-CELL-X TO WS-TRANSFORM-Y
             WHEN 3
                COMPUTE WS-TRANSFORM-X =
                   WS-SHP-WIDTH(WS-SHP-IX) - WS-CELL-X + 1
                COMPUTE WS-TRANSFORM-Y =
                   WS-SHP-HEIGHT(WS-SHP-IX) - WS-CELL-Y + 1
             WHEN 4
                MOVE WS-CELL-Y TO WS-TRANSFORM-X
                COMPUTE WS-TRANSFORM-Y =
                   WS-SHP-WIDTH(WS-SHP-IX) - WS-CELL-X + 1
             WHEN 5
                COMPUTE WS-TRANSFORM-X =
                   WS-SHP-WIDTH(WS-SHP-IX) - WS-CELL-X + 1
                MOVE WS-CELL-Y TO WS-TRANSFORM-Y
             WHEN 6
                MOVE WS-CELL-X TO WS-TRANSFORM-X
                COMPUTE WS-TRANSFORM-Y =
                   WS-SHP-HEIGHT(WS-SHP-IX) - WS-CELL-Y + 1
             WHEN OTHER
                MOVE WS-CELL-X TO WS-TRANSFORM-X
                MOVE WS-CELL-Y TO WS-TRANSFORM-Y
           END-EVALUATE
           .
      ******************************************************************
      *                2340-TALLY-ONE-GROUP
      * A GROUP MATCHING A CANDIDATE ALREADY FOUND ONLY ADDS TO ITS
      * FREQUENCY; ONE MATCHING NOTHING BECOMES A NEW CANDIDATE
      ******************************************************************
       2340-TALLY-ONE-GROUP.
           EVALUATE TRUE
             WHEN SO-GROUP-NOT-MATCHED
                ADD 1 TO WS-GROUPS-UNMATCHED
                ADD 1 TO WS-SOUP-UNMATCHED
                PERFORM 2350-ADD-NEW-CANDIDATE
             WHEN SO-SHP-CANDIDATE(WS-MATCHED-SHP-IX)
                ADD 1 TO WS-GROUPS-UNMATCHED
                ADD 1 TO WS-SOUP-UNMATCHED
             WHEN OTHER
                ADD 1 TO WS-GROUPS-MATCHED
           END-EVALUATE
           .
      ******************************************************************
      *                2350-ADD-NEW-CANDIDATE
      * THE GROUP'S NORMALIZED CELLS GO INTO THE POOL AS THEY ARE,
      * SO LATER SIGHTINGS IN ANY ORIENTATION MATCH IT
      ******************************************************************
       2350-ADD-NEW-CANDIDATE.
           EVALUATE TRUE
             WHEN WS-GROUP-WIDTH > 100 OR WS-GROUP-HEIGHT > 100
                ADD 1 TO WS-GROUPS-OVERSIZED
             WHEN WS-SHP-COUNT NOT < CT-MAX-SHAPES
                ADD 1 TO WS-GROUPS-NOT-KEPT
             WHEN WS-POOL-USED + WS-GROUP-CELL-COUNT
                  > CT-MAX-POOL-CELLS
                ADD 1 TO WS-GROUPS-NOT-KEPT
             WHEN OTHER
                ADD 1 TO WS-SHP-COUNT
                MOVE WS-SHP-COUNT TO WS-SHP-IX
                ADD 1 TO WS-CANDIDATES-FOUND
                MOVE WS-CANDIDATES-FOUND TO WS-CANDIDATE-NUMBER
                MOVE SPACE TO WS-SHP-NAME(WS-SHP-IX)
                STRING CT-CANDIDATE-NAME   DELIMITED BY SIZE
                       WS-CANDIDATE-NUMBER DELIMITED BY SIZE
                   INTO WS-SHP-NAME(WS-SHP-IX)
                END-STRING
                SET SO-SHP-CANDIDATE(WS-SHP-IX) TO TRUE
                MOVE WS-GROUP-WIDTH  TO WS-SHP-WIDTH(WS-SHP-IX)
                MOVE WS-GROUP-HEIGHT TO WS-SHP-HEIGHT(WS-SHP-IX)
                MOVE WS-GROUP-CELL-COUNT TO WS-SHP-CELLS(WS-SHP-IX)
                COMPUTE WS-SHP-POOL-START(WS-SHP-IX) =
                        WS-POOL-USED + 1
                MOVE 1 TO WS-SHP-MATCHES(WS-SHP-IX)
                MOVE WS-SOUP-SEED TO WS-SHP-FIRST-SEED(WS-SHP-IX)

                PERFORM VARYING WS-CELL-IX FROM 1 BY 1
                UNTIL WS-CELL-IX > WS-GROUP-CELL-COUNT
                   ADD 1 TO WS-POOL-USED
                   COMPUTE WS-POOL-X(WS-POOL-USED) =
                           WS-GROUP-X(WS-CELL-IX) - WS-GROUP-MIN-X + 1
                   COMPUTE WS-POOL-Y(WS-POOL-USED) =
                           WS-GROUP-Y(WS-CELL-IX) - WS-GROUP-MIN-Y + 1
                END-PERFORM
           END-EVALUATE
           .
      ******************************************************************
      *                2400-PRINT-CATALOG-SUMMARY
      ******************************************************************
       2400-PRINT-CATALOG-SUMMARY.
           MOVE SPACE TO WS-RPT-LINE-REC
           PERFORM 2890-WRITE-REPORT-LINE

           MOVE 'CATALOG SHAPES LEFT BY THE SOUPS - OCCURRENCES'
             TO WS-RPT-LINE-REC
           PERFORM 2890-WRITE-REPORT-LINE

           PERFORM VARYING WS-SHP-IX FROM 1 BY 1
           UNTIL WS-SHP-IX > WS-SHP-COUNT
              IF SO-SHP-CATALOG(WS-SHP-IX) AND
                 WS-SHP-MATCHES(WS-SHP-IX) > 0 THEN
                 MOVE WS-SHP-MATCHES(WS-SHP-IX) TO WS-EDIT-COUNT
                 MOVE SPACE TO WS-RPT-LINE-REC
                 STRING '  '                    DELIMITED BY SIZE
                        WS-SHP-NAME(WS-SHP-IX)  DELIMITED BY SIZE
                        '  '                    DELIMITED BY SIZE
                        WS-EDIT-COUNT           DELIMITED BY SIZE
                    INTO WS-RPT-LINE-REC
                 END-STRING
                 PERFORM 2890-WRITE-REPORT-LINE
              END-IF
           END-PERFORM
           .
      ******************************************************************
      *                2500-REPORT-THE-CANDIDATES
      * EVERY CANDIDATE GETS A REPORT ENTRY WITH ITS GRID AND A SHAPE
      * BLOCK ON ETDQ0030 UNDER THE SHAPE ID IT WOULD LOAD AS
      ******************************************************************
       2500-REPORT-THE-CANDIDATES.
           MOVE SPACE TO WS-RPT-LINE-REC
           PERFORM 2890-WRITE-REPORT-LINE

           MOVE 'UNMATCHED GROUPS - CANDIDATES FOR THE CATALOG'
             TO WS-RPT-LINE-REC
           PERFORM 2890-WRITE-REPORT-LINE

           PERFORM VARYING WS-SHP-IX FROM 1 BY 1
           UNTIL WS-SHP-IX > WS-SHP-COUNT
              IF SO-SHP-CANDIDATE(WS-SHP-IX) THEN
                 PERFORM 2510-PLOT-THE-CANDIDATE
                 PERFORM 2520-PRINT-ONE-CANDIDATE
                 PERFORM 2530-WRITE-CANDIDATE-BLOCK
                 ADD 1 TO WS-NEXT-SHAPE-ID
              END-IF
           END-PERFORM
           .
      ******************************************************************
      *                2510-PLOT-THE-CANDIDATE
      ******************************************************************
       2510-PLOT-THE-CANDIDATE.
           PERFORM VARYING WS-CELL-IX FROM 1 BY 1
           UNTIL WS-CELL-IX > WS-SHP-HEIGHT(WS-SHP-IX)
              MOVE SPACE TO WS-GRID-ROW(WS-CELL-IX)
           END-PERFORM

           PERFORM VARYING WS-POOL-IX
             FROM WS-SHP-POOL-START(WS-SHP-IX) BY 1
           UNTIL WS-POOL-IX NOT <
                 WS-SHP-POOL-START(WS-SHP-IX)
                 + WS-SHP-CELLS(WS-SHP-IX)
              MOVE 'X' TO WS-GRID-ROW(WS-POOL-Y(WS-POOL-IX))
                                     (WS-POOL-X(WS-POOL-IX):1)
           END-PERFORM
           .
      ******************************************************************
      *                2520-PRINT-ONE-CANDIDATE
      ******************************************************************
       2520-PRINT-ONE-CANDIDATE.
           MOVE SPACE TO WS-RPT-LINE-REC
           PERFORM 2890-WRITE-REPORT-LINE

           MOVE WS-NEXT-SHAPE-ID            TO WS-EDIT-COUNT
           MOVE WS-SHP-WIDTH(WS-SHP-IX)     TO WS-EDIT-WIDTH
           MOVE WS-SHP-HEIGHT(WS-SHP-IX)    TO WS-EDIT-HEIGHT
           MOVE WS-SHP-CELLS(WS-SHP-IX)     TO WS-EDIT-POP
           MOVE WS-SHP-MATCHES(WS-SHP-IX)   TO WS-EDIT-GROUPS
           MOVE WS-SHP-FIRST-SEED(WS-SHP-IX) TO WS-EDIT-SEED
           MOVE SPACE TO WS-RPT-LINE-REC
           STRING WS-SHP-NAME(WS-SHP-IX)    DELIMITED BY SIZE
                  '  SHAPE ID '             DELIMITED BY SIZE
                  WS-EDIT-COUNT             DELIMITED BY SIZE
                  '  '                      DELIMITED BY SIZE
                  WS-EDIT-WIDTH             DELIMITED BY SIZE
                  ' x '                     DELIMITED BY SIZE
                  WS-EDIT-HEIGHT            DELIMITED BY SIZE
                  '  CELLS '                DELIMITED BY SIZE
                  WS-EDIT-POP               DELIMITED BY SIZE
                  '  SEEN '                 DELIMITED BY SIZE
                  WS-EDIT-GROUPS            DELIMITED BY SIZE
                  ' TIMES  FIRST IN SEED '  DELIMITED BY SIZE
                  WS-EDIT-SEED              DELIMITED BY SIZE
              INTO WS-RPT-LINE-REC
           END-STRING
           PERFORM 2890-WRITE-REPORT-LINE

           PERFORM VARYING WS-CELL-IX FROM 1 BY 1
           UNTIL WS-CELL-IX > WS-SHP-HEIGHT(WS-SHP-IX)
              MOVE SPACE TO WS-RPT-LINE-REC
              MOVE WS-GRID-ROW(WS-CELL-IX)
                   (1:WS-SHP-WIDTH(WS-SHP-IX))
                TO WS-RPT-LINE-REC(5:WS-SHP-WIDTH(WS-SHP-IX))
              PERFORM 2890-WRITE-REPORT-LINE
           END-PERFORM
           .
      ******************************************************************
      *                2530-WRITE-CANDIDATE-BLOCK
      * AN X-GRID BLOCK AS Z02094'S 2100-READ-SHAPE-BLOCK READS IT -
      * SHAPE ID, SHAPE NAME, WIDTH/HEIGHT WITH FORMAT 'G', THEN THE
      * ROWS
      ******************************************************************
       2530-WRITE-CANDIDATE-BLOCK.
           MOVE SPACE TO WS-ETDQ0030-REC
           MOVE WS-NEXT-SHAPE-ID TO CAN-SHAPE-ID
           PERFORM 2895-WRITE-CANDIDATE-LINE

           MOVE SPACE TO WS-ETDQ0030-REC
           MOVE WS-SHP-NAME(WS-SHP-IX) TO CAN-LINE
           PERFORM 2895-WRITE-CANDIDATE-LINE

           MOVE SPACE TO WS-ETDQ0030-REC
           MOVE WS-SHP-WIDTH(WS-SHP-IX)  TO CAN-WIDTH
           MOVE WS-SHP-HEIGHT(WS-SHP-IX) TO CAN-HEIGHT
           MOVE 'G'                      TO CAN-FORMAT
           PERFORM 2895-WRITE-CANDIDATE-LINE

           PERFORM VARYING WS-CELL-IX FROM 1 BY 1
           UNTIL WS-CELL-IX > WS-SHP-HEIGHT(WS-SHP-IX)
              MOVE WS-GRID-ROW(WS-CELL-IX) TO CAN-LINE
              PERFORM 2895-WRITE-CANDIDATE-LINE
           END-PERFORM
           .
      ******************************************************************
      *                2600-PRINT-SEARCH-TOTALS
      ******************************************************************
       2600-PRINT-SEARCH-TOTALS.
           MOVE SPACE TO WS-RPT-LINE-REC
           PERFORM 2890-WRITE-REPORT-LINE

           MOVE WS-SOUPS-EXTINCT TO WS-EDIT-COUNT
           MOVE SPACE TO WS-RPT-LINE-REC
           STRING 'SOUPS DIED OUT:          ' DELIMITED BY SIZE
                  WS-EDIT-COUNT               DELIMITED BY SIZE
              INTO WS-RPT-LINE-REC
           END-STRING
           PERFORM 2890-WRITE-REPORT-LINE

           MOVE WS-SOUPS-STABILIZED TO WS-EDIT-COUNT
           MOVE SPACE TO WS-RPT-LINE-REC
           STRING 'SOUPS SETTLED:           ' DELIMITED BY SIZE
                  WS-EDIT-COUNT               DELIMITED BY SIZE
              INTO WS-RPT-LINE-REC
           END-STRING
           PERFORM 2890-WRITE-REPORT-LINE

           MOVE WS-SOUPS-AT-CAP TO WS-EDIT-COUNT
           MOVE SPACE TO WS-RPT-LINE-REC
           STRING 'SOUPS STILL ACTIVE AT CAP:' DELIMITED BY SIZE
                  WS-EDIT-COUNT                DELIMITED BY SIZE
              INTO WS-RPT-LINE-REC
           END-STRING
           PERFORM 2890-WRITE-REPORT-LINE

           MOVE WS-GROUPS-FOUND TO WS-EDIT-COUNT
           MOVE SPACE TO WS-RPT-LINE-REC
           STRING 'GROUPS FOUND:            ' DELIMITED BY SIZE
                  WS-EDIT-COUNT               DELIMITED BY SIZE
              INTO WS-RPT-LINE-REC
           END-STRING
           PERFORM 2890-WRITE-REPORT-LINE

           MOVE WS-GROUPS-MATCHED TO WS-EDIT-COUNT
           MOVE SPACE TO WS-RPT-LINE-REC
           STRING 'GROUPS MATCHED:          ' DELIMITED BY SIZE
                  WS-EDIT-COUNT               DELIMITED BY SIZE
              INTO WS-RPT-LINE-REC
           END-STRING
           PERFORM 2890-WRITE-REPORT-LINE

           MOVE WS-GROUPS-UNMATCHED TO WS-EDIT-COUNT
           MOVE SPACE TO WS-RPT-LINE-REC
           STRING 'GROUPS UNMATCHED:        ' DELIMITED BY SIZE
                  WS-EDIT-COUNT               DELIMITED BY SIZE
              INTO WS-RPT-LINE-REC
           END-STRING
           PERFORM 2890-WRITE-REPORT-LINE

           MOVE WS-CANDIDATES-FOUND TO WS-EDIT-COUNT
           MOVE SPACE TO WS-RPT-LINE-REC
           STRING 'DISTINCT CANDIDATES:     ' DELIMITED BY SIZE
                  WS-EDIT-COUNT               DELIMITED BY SIZE
              INTO WS-RPT-LINE-REC
           END-STRING
           PERFORM 2890-WRITE-REPORT-LINE

           IF WS-GROUPS-OVERSIZED > 0 THEN
              MOVE WS-GROUPS-OVERSIZED TO WS-EDIT-COUNT
              MOVE SPACE TO WS-RPT-LINE-REC
              STRING 'OVER 100x100, NOT KEPT:  ' DELIMITED BY SIZE
                     WS-EDIT-COUNT               DELIMITED BY SIZE
                 INTO WS-RPT-LINE-REC
              END-STRING
              PERFORM 2890-WRITE-REPORT-LINE
           END-IF

           IF WS-GROUPS-NOT-KEPT > 0 THEN
              MOVE WS-GROUPS-NOT-KEPT TO WS-EDIT-COUNT
              MOVE SPACE TO WS-RPT-LINE-REC
              STRING 'TABLE FULL, NOT KEPT:    ' DELIMITED BY SIZE
                     WS-EDIT-COUNT               DELIMITED BY SIZE
                 INTO WS-RPT-LINE-REC
              END-STRING
              PERFORM 2890-WRITE-REPORT-LINE
              MOVE 4 TO RETURN-CODE
           END-IF
           .
      ******************************************************************
      *                 2890-WRITE-REPORT-LINE
      ******************************************************************
       2890-WRITE-REPORT-LINE.
           WRITE WS-RPT-LINE-REC

           MOVE WS-FS-ETDQ0020             TO SW-FS-CURRENT
           SET SO-FILE-OPERATION-WRITE     TO TRUE
           SET SO-FILE-ETDQ0020            TO TRUE
           PERFORM 4000-CHECK-FOR-FILE-ERROR
           .
      ******************************************************************
      *                 2895-WRITE-CANDIDATE-LINE
      ******************************************************************
       2895-WRITE-CANDIDATE-LINE.
           WRITE WS-ETDQ0030-REC

           MOVE WS-FS-ETDQ0030             TO SW-FS-CURRENT
           SET SO-FILE-OPERATION-WRITE     TO TRUE
           SET SO-FILE-ETDQ0030            TO TRUE
           PERFORM 4000-CHECK-FOR-FILE-ERROR
           .
      ******************************************************************
      *                      3000-FINAL
      ******************************************************************
       3000-FINAL.
           DISPLAY '3000-FINAL'
           DISPLAY 'SOUPS PLAYED:        ' WS-SOUP-COUNT
           DISPLAY 'GROUPS FOUND:        ' WS-GROUPS-FOUND
           DISPLAY 'GROUPS UNMATCHED:    ' WS-GROUPS-UNMATCHED
           DISPLAY 'DISTINCT CANDIDATES: ' WS-CANDIDATES-FOUND
           CLOSE ETDQ0010
           CLOSE ETDQ0020
           CLOSE ETDQ0030
           STOP RUN
           .
      ******************************************************************
      *                 3500-DB2-ERROR-FINAL
      ******************************************************************
       3500-DB2-ERROR-FINAL.
           DISPLAY ' END DUE TO DB2 ERROR'
           STOP RUN
           .
      ******************************************************************
      *                 3600-FILE-ERROR-EXIT
      ******************************************************************
       3600-FILE-ERROR-EXIT.
           DISPLAY '3600 FILE ERROR FINAL'
           STOP RUN
           .
      *****************************************************
      *                4000-CHECK-FOR-FILE-ERROR          *
      *****************************************************
       4000-CHECK-FOR-FILE-ERROR.
           IF SO-FILE-STATUS-OK
               CONTINUE
           ELSE
               DISPLAY 'FILE ERROR'
               DISPLAY 'IN FILE: '     SW-FILE-NAME
               DISPLAY 'OPERATION: '   SW-FILE-OPERATION
               DISPLAY 'FILE STATUS: ' SW-FS-CURRENT
               MOVE 8  TO RETURN-CODE
               PERFORM 3600-FILE-ERROR-EXIT
           END-IF
           .
      ******************************************************************
      *                 7250-SELECT-MAX-LOADED-ID
      * THE HIGHEST SHAPE ID THE Z02094 LOADER HAS WRITTEN
      ******************************************************************
       7250-SELECT-MAX-LOADED-ID.
           EXEC SQL
           SELECT COALESCE(MAX(SHAPE_ID), 0)
           INTO :WS-MAX-LOADED-ID
           FROM SHAPE_TABLE2
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              SET SO-7250-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                 7255-SELECT-MAX-CATALOG-ID
      * AND THE HIGHEST ONE THE PLACEABLE CATALOG HOLDS
      ******************************************************************
       7255-SELECT-MAX-CATALOG-ID.
           EXEC SQL
           SELECT COALESCE(MAX(SHAPE_NAME_ID), 0)
           INTO :WS-MAX-CATALOG-ID
           FROM SHAPE_TABLE3_NAME
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              SET SO-7255-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                 7400-OPEN-CATALOG-CURSOR
      ******************************************************************
       7400-OPEN-CATALOG-CURSOR.
           EXEC SQL
           OPEN C-CATALOG
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
      *                 7410-FETCH-CATALOG-RECORD
      ******************************************************************
       7410-FETCH-CATALOG-RECORD.
           EXEC SQL
           FETCH C-CATALOG
           INTO
           :SHAPE-NAME OF DCLSHAPE-TABLE3-NAME,
           :SHAPE-NAME-ID
           END-EXEC

           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
              WHEN SO-SQLCODE-NORMAL
                 CONTINUE
              WHEN SO-SQLCODE-NOT-FOUND
                 SET SO-END-OF-DATA-CATALOG TO TRUE
              WHEN OTHER
                 SET SO-7410-PARA TO TRUE
                 PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *                 7420-CLOSE-CATALOG-CURSOR
      ******************************************************************
       7420-CLOSE-CATALOG-CURSOR.
           EXEC SQL
           CLOSE C-CATALOG
           END-EXEC

           MOVE SQLCODE TO SW-SQLCODE
           IF SO-SQLCODE-OK THEN
              CONTINUE
           ELSE
              SET SO-7420-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                 7700-OPEN-CELLS-CURSOR
      ******************************************************************
       7700-OPEN-CELLS-CURSOR.
           EXEC SQL
           OPEN C-CELLS
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
      *                 7800-FETCH-CELLS-RECORD
      ******************************************************************
       7800-FETCH-CELLS-RECORD.
           EXEC SQL
           FETCH C-CELLS
           INTO
           :POSITION-X,
           :POSITION-Y
           END-EXEC

           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
              WHEN SO-SQLCODE-NORMAL
                 CONTINUE
              WHEN SO-SQLCODE-NOT-FOUND
                 SET SO-END-OF-DATA-CELLS TO TRUE
              WHEN OTHER
                 SET SO-7800-PARA TO TRUE
                 PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *                 7900-CLOSE-CELLS-CURSOR
      ******************************************************************
       7900-CLOSE-CELLS-CURSOR.
           EXEC SQL
           CLOSE C-CELLS
           END-EXEC

           MOVE SQLCODE TO SW-SQLCODE
           IF SO-SQLCODE-OK THEN
              CONTINUE
           ELSE
              SET SO-7900-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      *****************************************************************
      *
      *                    9000-DB2-ERROR
      *
      *****************************************************************
      *
       9000-DB2-ERROR.
           DISPLAY 'DB2 ERROR'
           MOVE      SW-SQLCODE TO WS-SQLCODE-FORMAT
           DISPLAY 'SQLCODE '      WS-SQLCODE-FORMAT
           DISPLAY 'SQLERRMC '     SQLERRMC
           DISPLAY 'ST. IDENTIFICATOR ' SW-ST-IDENTIFICATOR
           PERFORM 9100-ROLLBACK
           MOVE 12 TO RETURN-CODE
           PERFORM 3500-DB2-ERROR-FINAL
           .
      *****************************************************************
      *
      *                    9100-ROLLBACK
      *
      *****************************************************************
       9100-ROLLBACK.
           EXEC SQL
           ROLLBACK
           END-EXEC
           .
