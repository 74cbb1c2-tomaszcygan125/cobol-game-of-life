       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02208.
      ******************************************************************
      *
      *
      *   SHAPE BEHAVIOUR CLASSIFIER.  EVERY CATALOG SHAPE IS PLAYED
      *   ALONE AT THE CENTER OF AN EMPTY, BOUNDED 200x100 SCRATCH
      *   BOARD UNDER THE CLASSIC CONWAY RULES (B3/S23) UNTIL ITS
      *   BEHAVIOUR IS KNOWN, AND THE RESULT IS STORED ON ITS
      *   SHAPE_TABLE3_NAME ROW:
      *     S STILL LIFE  - THE PATTERN REPEATS EVERY GENERATION
      *     O OSCILLATOR  - IT REPEATS IN PLACE EVERY N GENERATIONS
      *     P SPACESHIP   - IT REPEATS EVERY N GENERATIONS, MOVED BY
      *                     THE SAME DX/DY EACH TIME
      *     D DIES        - THE POPULATION REACHES ZERO
      *     G GROWS       - IT REACHES THE EDGE OF THE SCRATCH BOARD
      *                     BEFORE ANY REPEAT IS SEEN
      *     U UNDETERMINED - NONE OF THE ABOVE WITHIN THE CAP
      *
      *   Z02097'S STABILIZATION CHECK ONLY COMPARES WHOLE BOARDS ONE
      *   AND TWO GENERATIONS BACK, SO IT CAN NEITHER SEE A LONGER
      *   PERIOD NOR A PATTERN THAT MOVES.  HERE THE LAST CT-MAX-PERIOD
      *   GENERATIONS ARE KEPT TOGETHER WITH THEIR BOUNDING BOXES AND
      *   THE CURRENT GENERATION IS COMPARED BOX AGAINST BOX, SO THE
      *   SAME IMAGE FOUND AT A DIFFERENT PLACE IS STILL A REPEAT - THE
      *   DIFFERENCE BETWEEN THE TWO BOXES' CORNERS IS THE
      *   DISPLACEMENT PER PERIOD.
      *
      *   Z02113 (0208) AND Z02094 BLANK A SHAPE'S CLASS WHENEVER
      *   THEY ADD OR CHANGE ITS CELLS, AND Z02098 PROMOTES NEW SHAPES
      *   WITH A BLANK CLASS, SO THE NORMAL ('C') RUN ONLY PLAYS THE
      *   SHAPES THAT ARE NEW OR CHANGED SINCE THE LAST RUN.  THE
      *   ENDQ0010 CARD CAN ASK FOR EVERY SHAPE ('A') INSTEAD.  EACH
      *   SHAPE IS COMMITTED ON ITS OWN AND LISTED ON ENDQ0020
      *
      *
      ******************************************************************
      *                         CHANGE  LOG
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * PARAMETER CARD - WHICH SHAPES AND THE GENERATION CAP
           SELECT ENDQ0010 ASSIGN TO ENDQ0010
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-FS-ENDQ0010.
      * CLASSIFICATION REPORT - ONE LINE PER SHAPE PLUS TOTALS
           SELECT ENDQ0020 ASSIGN TO ENDQ0020
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-FS-ENDQ0020.
       DATA DIVISION.
       FILE SECTION.
       FD ENDQ0010
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS WS-ENDQ0010-REC.
       01 WS-ENDQ0010-REC.
      * 'A' RECLASSIFIES EVERY SHAPE, 'C' OR BLANK ONLY THE SHAPES
      * WITH NO CLASS YET
           05 PRM-SCOPE                 PIC X.
      * GENERATION CAP PER SHAPE - BLANK TAKES CT-DEFAULT-CAP
           05 PRM-GENERATIONS-TEXT      PIC X(5).
           05 FILLER                    PIC X(74).
       FD ENDQ0020
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE F
           DATA RECORDS ARE WS-RPT-TITLE-REC, WS-RPT-DETAIL-REC.
       01 WS-RPT-TITLE-REC                PIC X(132).
       01 WS-RPT-DETAIL-REC.
           05 RPT-SHAPE-NAME              PIC X(20).
           05 FILLER                      PIC X(2).
           05 RPT-SHAPE-ID                PIC ZZZZZZZZ9.
           05 FILLER                      PIC X(2).
           05 RPT-CELLS                   PIC ZZZZ9.
           05 FILLER                      PIC X(2).
           05 RPT-CLASS                   PIC X(14).
           05 FILLER                      PIC X(2).
           05 RPT-PERIOD                  PIC ZZZZ9.
           05 FILLER                      PIC X(2).
           05 RPT-DX                      PIC ----9.
           05 FILLER                      PIC X(2).
           05 RPT-DY                      PIC ----9.
           05 FILLER                      PIC X(2).
           05 RPT-SETTLE-GEN              PIC ZZZZ9.
           05 FILLER                      PIC X(2).
           05 RPT-GENERATIONS             PIC ZZZZ9.
           05 FILLER                      PIC X(43).

       WORKING-STORAGE SECTION.
      * SHAPE CATALOG DCLGENS
           EXEC SQL INCLUDE SQLCA  END-EXEC.
           EXEC SQL INCLUDE Z2EC0211 END-EXEC.
           EXEC SQL INCLUDE Z3EC0211 END-EXEC.
      * HOST VARIABLE THE CATALOG CURSOR REFERS TO - 'Y' TAKES EVERY
      * SHAPE, 'N' ONLY THE ONES STILL WAITING FOR A CLASS
       01 WS-CLASSIFY-ALL           PIC X VALUE 'N'.
      * CURSOR DECLARATIONS - WITH HOLD SO THE PER-SHAPE COMMITS DON'T
      * THROW AWAY THE POSITION
           EXEC SQL DECLARE C-CATALOG CURSOR WITH HOLD FOR
           SELECT
           SHAPE_NAME, SHAPE_NAME_ID
           FROM SHAPE_TABLE3_NAME
           WHERE SHAPE_CLASS = ' '
           OR    :WS-CLASSIFY-ALL = 'Y'
           ORDER BY SHAPE_NAME_ID
           END-EXEC.

           EXEC SQL DECLARE C-CELLS CURSOR FOR
           SELECT
           POSITION_X, POSITION_Y
           FROM SHAPE_TABLE3
           WHERE SHAPE_ID = :SHAPE-ID OF DCLSHAPE-TABLE3
           END-EXEC.
      ***************************************************************
      *   ERROR HANDLING VARIABLES
      ***************************************************************
       01 SW-FILE-ERROR.
           10 SW-FS-CURRENT                   PIC 99.
               88 SO-FILE-STATUS-OK           VALUE  00 10.
           10 SW-FILE-NAME                    PIC X(8).
               88 SO-FILE-ENDQ0010            VALUE 'ENDQ0010'.
               88 SO-FILE-ENDQ0020            VALUE 'ENDQ0020'.
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
               88 SO-7300-PARA              VALUE '7300'.
               88 SO-7400-PARA              VALUE '7400'.
               88 SO-7410-PARA              VALUE '7410'.
               88 SO-7420-PARA              VALUE '7420'.
               88 SO-7600-PARA              VALUE '7600'.
               88 SO-7700-PARA              VALUE '7700'.
               88 SO-7800-PARA              VALUE '7800'.
               88 SO-7900-PARA              VALUE '7900'.
      * FILE STATUS
       01 WS-FILE-STATUS.
           05 WS-FS-ENDQ0010                  PIC 99.
           05 WS-FS-ENDQ0020                  PIC 99.
      ********************
      *   SWITCHES
      *******************
       01 SW-SWITCHES.
           05 SW-END-OF-DATA-CATALOG          PIC X.
               88 SO-END-OF-DATA-CATALOG      VALUE 'Y'.
               88 SO-NOT-END-OF-DATA-CATALOG  VALUE 'N'.
           05 SW-END-OF-DATA-CELLS            PIC X.
               88 SO-END-OF-DATA-CELLS        VALUE 'Y'.
               88 SO-NOT-END-OF-DATA-CELLS    VALUE 'N'.
           05 SW-IMAGES-COMPARED              PIC X.
               88 SO-IMAGES-MATCH             VALUE 'Y'.
               88 SO-IMAGES-DIFFER            VALUE 'N'.
      * THE CLASS BEING WORKED OUT FOR THE CURRENT SHAPE - SAME CODES
      * AS SHAPE_TABLE3_NAME.SHAPE_CLASS
           05 SW-SHAPE-CLASS                  PIC X.
               88 SO-CLASS-PENDING            VALUE ' '.
               88 SO-CLASS-STILL-LIFE         VALUE 'S'.
               88 SO-CLASS-OSCILLATOR         VALUE 'O'.
               88 SO-CLASS-SPACESHIP          VALUE 'P'.
               88 SO-CLASS-DIES               VALUE 'D'.
               88 SO-CLASS-GROWS              VALUE 'G'.
               88 SO-CLASS-UNDETERMINED       VALUE 'U'.
      * CONSTANTS
       01 CT-CONSTANTS.
           05 CT-DEFAULT-CAP            PIC S9(9) COMP VALUE 1000.
      * LONGEST PERIOD THE HISTORY RING CAN RECOGNIZE - A SHAPE WITH A
      * LONGER ONE ENDS UP 'G' OR 'U'
           05 CT-MAX-PERIOD             PIC S9(4) COMP VALUE 30.
      * THE CATALOG IS CLASSIFIED UNDER THE CLASSIC B3/S23 RULES,
      * BUILT IN LIKE Z02112T'S - THE ENGINE INDEXES THE FLAGS BY
      * NEIGHBOR COUNT + 1
           05 CT-RULE-BIRTH             PIC X(9)  VALUE '000100000'.
           05 CT-RULE-SURVIVE           PIC X(9)  VALUE '001100000'.
      * THE SHARED GAME ENGINE'S INTERFACE - BOARD MODE, RULE SET AND
      * THE LIVE AREA IT CARRIES FROM ONE GENERATION TO THE NEXT
           COPY ZZEC0320.
       01 PROGRAM-VARIABLES.
           05 WS-MAP.
               10 WS-MAP-LINE PIC X(200) OCCURS 100 TIMES.
           05 WS-ITER             PIC S9(4) COMP.
           05 WS-ITER2            PIC S9(4) COMP.
           05 WS-RUN-GENERATIONS  PIC S9(9) COMP VALUE 0.
           05 WS-GENERATIONS-RUN  PIC S9(9) COMP VALUE 0.
           05 WS-POPULATION-COUNT PIC S9(9) COMP VALUE 0.
      *  BOUNDING BOX OF THE LIVE CELLS ON THE CURRENT GENERATION
       01 WS-BOX.
           05 WS-BOX-MIN-X              PIC S9(4) COMP VALUE 0.
           05 WS-BOX-MAX-X              PIC S9(4) COMP VALUE 0.
           05 WS-BOX-MIN-Y              PIC S9(4) COMP VALUE 0.
           05 WS-BOX-MAX-Y              PIC S9(4) COMP VALUE 0.
           05 WS-BOX-WIDTH              PIC S9(4) COMP VALUE 0.
           05 WS-BOX-HEIGHT             PIC S9(4) COMP VALUE 0.
      *  THE LAST CT-MAX-PERIOD GENERATIONS - GENERATION G LIVES IN
      *  SLOT (G MOD CT-MAX-PERIOD) + 1, AND A SLOT'S GENERATION
      *  NUMBER SAYS WHETHER IT REALLY HOLDS THE ONE BEING LOOKED FOR
       01 WS-HISTORY.
           05 WS-HIST-ENTRY OCCURS 30 TIMES.
               10 WS-HIST-GEN           PIC S9(9) COMP.
               10 WS-HIST-POP           PIC S9(9) COMP.
               10 WS-HIST-MIN-X         PIC S9(4) COMP.
               10 WS-HIST-MIN-Y         PIC S9(4) COMP.
               10 WS-HIST-WIDTH         PIC S9(4) COMP.
               10 WS-HIST-HEIGHT        PIC S9(4) COMP.
               10 WS-HIST-MAP.
                   15 WS-HIST-MAP-LINE  PIC X(200) OCCURS 100 TIMES.
       01 WS-SLOT                   PIC S9(4) COMP VALUE 0.
       01 WS-SLOT-QUOTIENT          PIC S9(9) COMP VALUE 0.
       01 WS-WANTED-GEN             PIC S9(9) COMP VALUE 0.
       01 WS-PERIOD-TRY             PIC S9(4) COMP VALUE 0.
       01 WS-ROW-OFFSET             PIC S9(4) COMP VALUE 0.
       01 WS-CUR-ROW                PIC S9(4) COMP VALUE 0.
       01 WS-OLD-ROW                PIC S9(4) COMP VALUE 0.
      *  THE RESULT FOR THE CURRENT SHAPE
       01 WS-RESULT.
           05 WS-RESULT-PERIOD          PIC S9(4) COMP VALUE 0.
           05 WS-RESULT-DX              PIC S9(4) COMP VALUE 0.
           05 WS-RESULT-DY              PIC S9(4) COMP VALUE 0.
           05 WS-RESULT-SETTLE-GEN      PIC S9(9) COMP VALUE 0.
       01 WS-CLASS-TEXT             PIC X(14).
      *  PLACEMENT WORK FIELDS - THE SHAPE'S CELLS AND WHERE THE
      *  CENTER OF AN EMPTY BOARD PUTS ITS TOP-LEFT CORNER
       01 WS-RAW-CELLS.
           05 WS-RAW-COUNT          PIC S9(4) COMP VALUE 0.
           05 WS-RAW-CELL OCCURS 10000 TIMES.
               10 WS-RAW-X          PIC S9(9) COMP.
               10 WS-RAW-Y          PIC S9(9) COMP.
       01 WS-MIN-RAW-X              PIC S9(9) COMP VALUE 0.
       01 WS-MIN-RAW-Y              PIC S9(9) COMP VALUE 0.
       01 WS-MAX-RAW-X              PIC S9(9) COMP VALUE 0.
       01 WS-MAX-RAW-Y              PIC S9(9) COMP VALUE 0.
       01 WS-SHAPE-WIDTH            PIC S9(9) COMP VALUE 0.
       01 WS-SHAPE-HEIGHT           PIC S9(9) COMP VALUE 0.
       01 WS-ORIGIN-X               PIC S9(9) COMP VALUE 0.
       01 WS-ORIGIN-Y               PIC S9(9) COMP VALUE 0.
       01 WS-CELL-X                 PIC S9(9) COMP VALUE 0.
       01 WS-CELL-Y                 PIC S9(9) COMP VALUE 0.
      *******************
      *  CONTROL TOTALS
      *******************
       01 WS-TOTALS.
           05 WS-SHAPES-CLASSIFIED      PIC S9(9) COMP VALUE 0.
           05 WS-COUNT-STILL-LIFE       PIC S9(9) COMP VALUE 0.
           05 WS-COUNT-OSCILLATOR       PIC S9(9) COMP VALUE 0.
           05 WS-COUNT-SPACESHIP        PIC S9(9) COMP VALUE 0.
           05 WS-COUNT-DIES             PIC S9(9) COMP VALUE 0.
           05 WS-COUNT-GROWS            PIC S9(9) COMP VALUE 0.
           05 WS-COUNT-UNDETERMINED     PIC S9(9) COMP VALUE 0.
       01 WS-TOTAL-EDIT                 PIC ZZZZZZZZ9.
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
           .
      ******************************************************************
      *                       1010-OPEN-FILES
      ******************************************************************
       1010-OPEN-FILES.
           OPEN INPUT ENDQ0010
           MOVE WS-FS-ENDQ0010             TO SW-FS-CURRENT
           SET SO-FILE-OPERATION-OPEN      TO TRUE
           SET SO-FILE-ENDQ0010            TO TRUE
           PERFORM 4000-CHECK-FOR-FILE-ERROR

           OPEN OUTPUT ENDQ0020
           MOVE WS-FS-ENDQ0020             TO SW-FS-CURRENT
           SET SO-FILE-OPERATION-OPEN      TO TRUE
           SET SO-FILE-ENDQ0020            TO TRUE
           PERFORM 4000-CHECK-FOR-FILE-ERROR
           .
      ******************************************************************
      *                 1030-READ-PARAMETER-CARD
      * THE SCOPE DEFAULTS TO THE CHANGED SHAPES ONLY AND THE CAP TO
      * CT-DEFAULT-CAP - ANYTHING ELSE ON THE CARD IS AN ERROR
      ******************************************************************
       1030-READ-PARAMETER-CARD.
           READ ENDQ0010
           AT END
              DISPLAY 'PARAMETER CARD MISSING - NOTHING CLASSIFIED'
              MOVE 8 TO RETURN-CODE
              PERFORM 3600-FILE-ERROR-EXIT
           END-READ

           MOVE WS-FS-ENDQ0010             TO SW-FS-CURRENT
           SET SO-FILE-OPERATION-READ      TO TRUE
           SET SO-FILE-ENDQ0010            TO TRUE
           PERFORM 4000-CHECK-FOR-FILE-ERROR

           EVALUATE PRM-SCOPE
             WHEN 'A'
                MOVE 'Y' TO WS-CLASSIFY-ALL
             WHEN 'C'
             WHEN SPACE
                MOVE 'N' TO WS-CLASSIFY-ALL
             WHEN OTHER
                DISPLAY 'INVALID SCOPE (A OR C): ' PRM-SCOPE
                MOVE 8 TO RETURN-CODE
                PERFORM 3600-FILE-ERROR-EXIT
           END-EVALUATE

           EVALUATE TRUE
             WHEN PRM-GENERATIONS-TEXT = SPACE
                MOVE CT-DEFAULT-CAP TO WS-RUN-GENERATIONS
             WHEN PRM-GENERATIONS-TEXT IS NUMERIC AND
                  PRM-GENERATIONS-TEXT NOT = ZERO
                MOVE PRM-GENERATIONS-TEXT TO WS-RUN-GENERATIONS
             WHEN OTHER
                DISPLAY 'INVALID GENERATION CAP: ' PRM-GENERATIONS-TEXT
                MOVE 8 TO RETURN-CODE
                PERFORM 3600-FILE-ERROR-EXIT
           END-EVALUATE

           DISPLAY 'CLASSIFY ALL:   ' WS-CLASSIFY-ALL
           DISPLAY 'GENERATION CAP: ' WS-RUN-GENERATIONS
           .
      ******************************************************************
      *                       2000-PROCESS
      ******************************************************************
       2000-PROCESS.
           PERFORM 2050-PRINT-REPORT-HEADING

           PERFORM 7400-OPEN-CATALOG-CURSOR
           SET SO-NOT-END-OF-DATA-CATALOG TO TRUE
           PERFORM 7410-FETCH-CATALOG-RECORD
           PERFORM UNTIL SO-END-OF-DATA-CATALOG
               PERFORM 2100-CLASSIFY-ONE-SHAPE
               PERFORM 7410-FETCH-CATALOG-RECORD
           END-PERFORM
           PERFORM 7420-CLOSE-CATALOG-CURSOR

           PERFORM 2400-PRINT-TOTALS
           .
      ******************************************************************
      *                 2050-PRINT-REPORT-HEADING
      ******************************************************************
       2050-PRINT-REPORT-HEADING.
           MOVE 'SHAPE BEHAVIOUR CLASSIFICATION' TO WS-RPT-TITLE-REC
           PERFORM 2890-WRITE-TITLE-LINE

           MOVE SPACE TO WS-RPT-TITLE-REC
           IF WS-CLASSIFY-ALL = 'Y' THEN
              MOVE 'ALL CATALOG SHAPES' TO WS-RPT-TITLE-REC
           ELSE
              MOVE 'NEW AND CHANGED SHAPES ONLY' TO WS-RPT-TITLE-REC
           END-IF
           PERFORM 2890-WRITE-TITLE-LINE

           MOVE SPACE TO WS-RPT-TITLE-REC
           PERFORM 2890-WRITE-TITLE-LINE

           MOVE SPACE TO WS-RPT-TITLE-REC
           STRING 'SHAPE NAME             SHAPE ID  CELLS  CLASS'
                                            DELIMITED BY SIZE
                  '          PERIOD     DX     DY SETTLE   GENS'
                                            DELIMITED BY SIZE
              INTO WS-RPT-TITLE-REC
           END-STRING
           PERFORM 2890-WRITE-TITLE-LINE
           .
      ******************************************************************
      *                 2100-CLASSIFY-ONE-SHAPE
      * A SHAPE WITH NO CELLS IS DEAD FROM THE START, ONE TOO BIG TO
      * LEAVE ROOM AROUND IT ON THE SCRATCH BOARD CANNOT BE JUDGED -
      * EVERY OTHER SHAPE IS PLAYED UNTIL ITS CLASS IS KNOWN
      ******************************************************************
       2100-CLASSIFY-ONE-SHAPE.
           MOVE SHAPE-NAME-ID TO SHAPE-ID OF DCLSHAPE-TABLE3
           PERFORM 2220-FETCH-RAW-CELLS

           SET SO-CLASS-PENDING TO TRUE
           MOVE 0 TO WS-GENERATIONS-RUN
           MOVE 0 TO WS-RESULT-PERIOD
           MOVE 0 TO WS-RESULT-DX
           MOVE 0 TO WS-RESULT-DY
           MOVE 0 TO WS-RESULT-SETTLE-GEN

           EVALUATE TRUE
             WHEN WS-RAW-COUNT = 0
                SET SO-CLASS-DIES TO TRUE
             WHEN WS-SHAPE-WIDTH > 196 OR WS-SHAPE-HEIGHT > 96
                SET SO-CLASS-UNDETERMINED TO TRUE
             WHEN OTHER
                PERFORM 2110-PLACE-SHAPE-AT-CENTER
                PERFORM 2120-PLAY-UNTIL-CLASSIFIED
           END-EVALUATE

           PERFORM 7600-UPDATE-CLASSIFICATION
           PERFORM 2300-REPORT-ONE-SHAPE
           PERFORM 7300-COMMIT-WORK
           .
      ******************************************************************
      *                2110-PLACE-SHAPE-AT-CENTER
      ******************************************************************
       2110-PLACE-SHAPE-AT-CENTER.
           MOVE SPACE TO WS-MAP
           COMPUTE WS-ORIGIN-X = (200 - WS-SHAPE-WIDTH) / 2 + 1
           COMPUTE WS-ORIGIN-Y = (100 - WS-SHAPE-HEIGHT) / 2 + 1

           PERFORM VARYING WS-ITER FROM 1 BY 1
           UNTIL WS-ITER > WS-RAW-COUNT
              COMPUTE WS-CELL-X = WS-RAW-X(WS-ITER) - WS-MIN-RAW-X
                                  + WS-ORIGIN-X
              COMPUTE WS-CELL-Y = WS-RAW-Y(WS-ITER) - WS-MIN-RAW-Y
                                  + WS-ORIGIN-Y
              MOVE 'X' TO WS-MAP-LINE(WS-CELL-Y)(WS-CELL-X:1)
           END-PERFORM
           .
      ******************************************************************
      *                2120-PLAY-UNTIL-CLASSIFIED
      * GENERATION 0 GOES INTO THE HISTORY, THEN EACH NEW GENERATION
      * IS CHECKED FOR EXTINCTION, FOR A REPEAT OF ANY REMEMBERED
      * GENERATION (SHORTEST PERIOD FIRST), FOR THE BOARD EDGE AND
      * FINALLY FOR THE CAP BEFORE IT IS REMEMBERED IN ITS TURN
      ******************************************************************
       2120-PLAY-UNTIL-CLASSIFIED.
           PERFORM VARYING WS-SLOT FROM 1 BY 1
           UNTIL WS-SLOT > CT-MAX-PERIOD
              MOVE -1 TO WS-HIST-GEN(WS-SLOT)
           END-PERFORM

           MOVE WS-RAW-COUNT TO WS-POPULATION-COUNT
           PERFORM 2130-MEASURE-THE-BOARD
           PERFORM 2140-REMEMBER-GENERATION
      * A FRESHLY PLACED BOARD - THE ENGINE FINDS ITS LIVE AREA ON THE
      * FIRST GENERATION
           SET ZZEC0320-A-UNKNOWN TO TRUE

           PERFORM UNTIL NOT SO-CLASS-PENDING
               PERFORM 2141-ITERATE-THE-GAME
               ADD 1 TO WS-GENERATIONS-RUN

               IF WS-POPULATION-COUNT = 0 THEN
                  SET SO-CLASS-DIES TO TRUE
                  MOVE WS-GENERATIONS-RUN TO WS-RESULT-SETTLE-GEN
               ELSE
                  PERFORM 2130-MEASURE-THE-BOARD
                  PERFORM 2135-LOOK-FOR-REPEAT
               END-IF

               IF SO-CLASS-PENDING THEN
                  EVALUATE TRUE
                    WHEN WS-BOX-MIN-X = 1 OR WS-BOX-MAX-X = 200 OR
                         WS-BOX-MIN-Y = 1 OR WS-BOX-MAX-Y = 100
                       SET SO-CLASS-GROWS TO TRUE
                       MOVE WS-GENERATIONS-RUN TO WS-RESULT-SETTLE-GEN
                    WHEN WS-GENERATIONS-RUN NOT < WS-RUN-GENERATIONS
                       SET SO-CLASS-UNDETERMINED TO TRUE
                    WHEN OTHER
                       PERFORM 2140-REMEMBER-GENERATION
                  END-EVALUATE
               END-IF
           END-PERFORM
           .
      ******************************************************************
      *                2130-MEASURE-THE-BOARD
      * BOUNDING BOX OF THE LIVE CELLS - EMPTY ROWS ARE SKIPPED WHOLE
      ******************************************************************
       2130-MEASURE-THE-BOARD.
           MOVE 201 TO WS-BOX-MIN-X
           MOVE 0   TO WS-BOX-MAX-X
           MOVE 101 TO WS-BOX-MIN-Y
           MOVE 0   TO WS-BOX-MAX-Y

           PERFORM VARYING WS-ITER FROM 1 BY 1 UNTIL WS-ITER > 100
              IF WS-MAP-LINE(WS-ITER) NOT = SPACE THEN
                 IF WS-ITER < WS-BOX-MIN-Y THEN
                    MOVE WS-ITER TO WS-BOX-MIN-Y
                 END-IF
                 MOVE WS-ITER TO WS-BOX-MAX-Y
                 PERFORM VARYING WS-ITER2 FROM 1 BY 1
                 UNTIL WS-ITER2 > 200
                    IF WS-MAP-LINE(WS-ITER)(WS-ITER2:1) = 'X' THEN
                       IF WS-ITER2 < WS-BOX-MIN-X THEN
                          MOVE WS-ITER2 TO WS-BOX-MIN-X
                       END-IF
                       IF WS-ITER2 > WS-BOX-MAX-X THEN
                          MOVE WS-ITER2 TO WS-BOX-MAX-X
                       END-IF
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM

           COMPUTE WS-BOX-WIDTH  = WS-BOX-MAX-X - WS-BOX-MIN-X + 1
           COMPUTE WS-BOX-HEIGHT = WS-BOX-MAX-Y - WS-BOX-MIN-Y + 1
           .
      ******************************************************************
      *                2135-LOOK-FOR-REPEAT
      * THE FIRST REMEMBERED GENERATION WHOSE BOX HOLDS THE SAME IMAGE
      * GIVES THE PERIOD - WHERE THAT BOX SAT GIVES THE DISPLACEMENT.
      * A REPEAT IN PLACE AFTER ONE GENERATION IS A STILL LIFE
      ******************************************************************
       2135-LOOK-FOR-REPEAT.
           PERFORM VARYING WS-PERIOD-TRY FROM 1 BY 1
           UNTIL WS-PERIOD-TRY > CT-MAX-PERIOD
           OR WS-PERIOD-TRY > WS-GENERATIONS-RUN
           OR NOT SO-CLASS-PENDING
              COMPUTE WS-WANTED-GEN = WS-GENERATIONS-RUN - WS-PERIOD-TRY
              PERFORM 2136-LOCATE-HISTORY-SLOT
              PERFORM 2137-COMPARE-WITH-HISTORY

              IF SO-IMAGES-MATCH THEN
                 MOVE WS-PERIOD-TRY TO WS-RESULT-PERIOD
                 MOVE WS-WANTED-GEN TO WS-RESULT-SETTLE-GEN
                 COMPUTE WS-RESULT-DX =
                         WS-BOX-MIN-X - WS-HIST-MIN-X(WS-SLOT)
                 COMPUTE WS-RESULT-DY =
                         WS-BOX-MIN-Y - WS-HIST-MIN-Y(WS-SLOT)
                 EVALUATE TRUE
                   WHEN WS-RESULT-DX NOT = 0 OR WS-RESULT-DY NOT = 0
                      SET SO-CLASS-SPACESHIP  TO TRUE
                   WHEN WS-PERIOD-TRY = 1
                      SET SO-CLASS-STILL-LIFE TO TRUE
                   WHEN OTHER
                      SET SO-CLASS-OSCILLATOR TO TRUE
                 END-EVALUATE
              END-IF
           END-PERFORM
           .
      ******************************************************************
      *                2136-LOCATE-HISTORY-SLOT
      ******************************************************************
       2136-LOCATE-HISTORY-SLOT.
           DIVIDE WS-WANTED-GEN BY CT-MAX-PERIOD
              GIVING WS-SLOT-QUOTIENT REMAINDER WS-SLOT
           ADD 1 TO WS-SLOT
           .
      ******************************************************************
      *                2137-COMPARE-WITH-HISTORY
      * SAME POPULATION AND BOX SIZE FIRST, THEN ROW BY ROW INSIDE THE
      * TWO BOXES - WHERE EACH BOX SITS ON THE BOARD DOES NOT MATTER
      ******************************************************************
       2137-COMPARE-WITH-HISTORY.
           SET SO-IMAGES-DIFFER TO TRUE

           IF WS-HIST-GEN(WS-SLOT)    = WS-WANTED-GEN       AND
              WS-HIST-POP(WS-SLOT)    = WS-POPULATION-COUNT AND
              WS-HIST-WIDTH(WS-SLOT)  = WS-BOX-WIDTH        AND
              WS-HIST-HEIGHT(WS-SLOT) = WS-BOX-HEIGHT THEN

              SET SO-IMAGES-MATCH TO TRUE
              PERFORM VARYING WS-ROW-OFFSET FROM 0 BY 1
              UNTIL WS-ROW-OFFSET NOT < WS-BOX-HEIGHT
              OR SO-IMAGES-DIFFER
                 COMPUTE WS-CUR-ROW = WS-BOX-MIN-Y + WS-ROW-OFFSET
                 COMPUTE WS-OLD-ROW =
                         WS-HIST-MIN-Y(WS-SLOT) + WS-ROW-OFFSET
                 IF WS-MAP-LINE(WS-CUR-ROW)
                       (WS-BOX-MIN-X:WS-BOX-WIDTH) NOT =
                    WS-HIST-MAP-LINE(WS-SLOT WS-OLD-ROW)
                       (WS-HIST-MIN-X(WS-SLOT):WS-BOX-WIDTH) THEN
                    SET SO-IMAGES-DIFFER TO TRUE
                 END-IF
              END-PERFORM
           END-IF
           .
      ******************************************************************
      *                2140-REMEMBER-GENERATION
      ******************************************************************
       2140-REMEMBER-GENERATION.
           MOVE WS-GENERATIONS-RUN TO WS-WANTED-GEN
           PERFORM 2136-LOCATE-HISTORY-SLOT

           MOVE WS-GENERATIONS-RUN  TO WS-HIST-GEN(WS-SLOT)
           MOVE WS-POPULATION-COUNT TO WS-HIST-POP(WS-SLOT)
           MOVE WS-BOX-MIN-X        TO WS-HIST-MIN-X(WS-SLOT)
           MOVE WS-BOX-MIN-Y        TO WS-HIST-MIN-Y(WS-SLOT)
           MOVE WS-BOX-WIDTH        TO WS-HIST-WIDTH(WS-SLOT)
           MOVE WS-BOX-HEIGHT       TO WS-HIST-HEIGHT(WS-SLOT)
           MOVE WS-MAP              TO WS-HIST-MAP(WS-SLOT)
           .
      ******************************************************************
      *                2141-ITERATE-THE-GAME
      * PLAYS EXACTLY ONE GENERATION THROUGH THE SHARED ENGINE Z02215 -
      * THE CATALOG IS ALWAYS CLASSIFIED ON A BOUNDED BOARD
      ******************************************************************
       2141-ITERATE-THE-GAME.
           SET ZZEC0320-I-MODE-BOUNDED TO TRUE
           MOVE CT-RULE-BIRTH   TO ZZEC0320-I-RULE-BIRTH
           MOVE CT-RULE-SURVIVE TO ZZEC0320-I-RULE-SURVIVE
           CALL 'Z02215' USING WS-ZZEC0320 WS-MAP
           MOVE ZZEC0320-O-POPULATION TO WS-POPULATION-COUNT
           .
      ******************************************************************
      *                2220-FETCH-RAW-CELLS
      * SAME CELL WALK AND BOUNDING BOX AS Z02205'S
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

           IF WS-RAW-COUNT > 0 THEN
              COMPUTE WS-SHAPE-WIDTH =
                      WS-MAX-RAW-X - WS-MIN-RAW-X + 1
              COMPUTE WS-SHAPE-HEIGHT =
                      WS-MAX-RAW-Y - WS-MIN-RAW-Y + 1
           ELSE
              MOVE 0 TO WS-SHAPE-WIDTH
              MOVE 0 TO WS-SHAPE-HEIGHT
           END-IF
           .
      ******************************************************************
      *                2300-REPORT-ONE-SHAPE
      ******************************************************************
       2300-REPORT-ONE-SHAPE.
           ADD 1 TO WS-SHAPES-CLASSIFIED
           EVALUATE TRUE
             WHEN SO-CLASS-STILL-LIFE
                MOVE 'STILL LIFE'     TO WS-CLASS-TEXT
                ADD 1 TO WS-COUNT-STILL-LIFE
             WHEN SO-CLASS-OSCILLATOR
                MOVE 'OSCILLATOR'     TO WS-CLASS-TEXT
                ADD 1 TO WS-COUNT-OSCILLATOR
             WHEN SO-CLASS-SPACESHIP
                MOVE 'SPACESHIP'      TO WS-CLASS-TEXT
                ADD 1 TO WS-COUNT-SPACESHIP
             WHEN SO-CLASS-DIES
                MOVE 'DIES'           TO WS-CLASS-TEXT
                ADD 1 TO WS-COUNT-DIES
             WHEN SO-CLASS-GROWS
                MOVE 'GROWS'          TO WS-CLASS-TEXT
                ADD 1 TO WS-COUNT-GROWS
             WHEN OTHER
                MOVE 'UNDETERMINED'   TO WS-CLASS-TEXT
                ADD 1 TO WS-COUNT-UNDETERMINED
           END-EVALUATE

           MOVE SPACE TO WS-RPT-DETAIL-REC
           MOVE SHAPE-NAME OF DCLSHAPE-TABLE3-NAME TO RPT-SHAPE-NAME
           MOVE SHAPE-NAME-ID         TO RPT-SHAPE-ID
           MOVE WS-RAW-COUNT          TO RPT-CELLS
           MOVE WS-CLASS-TEXT         TO RPT-CLASS
           MOVE WS-RESULT-PERIOD      TO RPT-PERIOD
           MOVE WS-RESULT-DX          TO RPT-DX
           MOVE WS-RESULT-DY          TO RPT-DY
           MOVE WS-RESULT-SETTLE-GEN  TO RPT-SETTLE-GEN
           MOVE WS-GENERATIONS-RUN    TO RPT-GENERATIONS

           WRITE WS-RPT-DETAIL-REC

           MOVE WS-FS-ENDQ0020             TO SW-FS-CURRENT
           SET SO-FILE-OPERATION-WRITE     TO TRUE
           SET SO-FILE-ENDQ0020            TO TRUE
           PERFORM 4000-CHECK-FOR-FILE-ERROR
           .
      ******************************************************************
      *                   2400-PRINT-TOTALS
      ******************************************************************
       2400-PRINT-TOTALS.
           MOVE SPACE TO WS-RPT-TITLE-REC
           PERFORM 2890-WRITE-TITLE-LINE

           IF WS-SHAPES-CLASSIFIED = 0 THEN
              MOVE 'NO SHAPES WAITING FOR CLASSIFICATION' TO
                 WS-RPT-TITLE-REC
              PERFORM 2890-WRITE-TITLE-LINE
           END-IF

           MOVE WS-SHAPES-CLASSIFIED TO WS-TOTAL-EDIT
           MOVE SPACE TO WS-RPT-TITLE-REC
           STRING 'SHAPES CLASSIFIED  ' DELIMITED BY SIZE
                  WS-TOTAL-EDIT        DELIMITED BY SIZE
              INTO WS-RPT-TITLE-REC
           END-STRING
           PERFORM 2890-WRITE-TITLE-LINE

           MOVE WS-COUNT-STILL-LIFE TO WS-TOTAL-EDIT
           MOVE SPACE TO WS-RPT-TITLE-REC
           STRING '  STILL LIFE       ' DELIMITED BY SIZE
                  WS-TOTAL-EDIT        DELIMITED BY SIZE
              INTO WS-RPT-TITLE-REC
           END-STRING
           PERFORM 2890-WRITE-TITLE-LINE

           MOVE WS-COUNT-OSCILLATOR TO WS-TOTAL-EDIT
           MOVE SPACE TO WS-RPT-TITLE-REC
           STRING '  OSCILLATOR       ' DELIMITED BY SIZE
                  WS-TOTAL-EDIT        DELIMITED BY SIZE
              INTO WS-RPT-TITLE-REC
           END-STRING
           PERFORM 2890-WRITE-TITLE-LINE

           MOVE WS-COUNT-SPACESHIP TO WS-TOTAL-EDIT
           MOVE SPACE TO WS-RPT-TITLE-REC
           STRING '  SPACESHIP        ' DELIMITED BY SIZE
                  WS-TOTAL-EDIT        DELIMITED BY SIZE
              INTO WS-RPT-TITLE-REC
           END-STRING
           PERFORM 2890-WRITE-TITLE-LINE

           MOVE WS-COUNT-DIES TO WS-TOTAL-EDIT
           MOVE SPACE TO WS-RPT-TITLE-REC
           STRING '  DIES             ' DELIMITED BY SIZE
                  WS-TOTAL-EDIT        DELIMITED BY SIZE
              INTO WS-RPT-TITLE-REC
           END-STRING
           PERFORM 2890-WRITE-TITLE-LINE

           MOVE WS-COUNT-GROWS TO WS-TOTAL-EDIT
           MOVE SPACE TO WS-RPT-TITLE-REC
           STRING '  GROWS            ' DELIMITED BY SIZE
                  WS-TOTAL-EDIT        DELIMITED BY SIZE
              INTO WS-RPT-TITLE-REC
           END-STRING
           PERFORM 2890-WRITE-TITLE-LINE

           MOVE WS-COUNT-UNDETERMINED TO WS-TOTAL-EDIT
           MOVE SPACE TO WS-RPT-TITLE-REC
           STRING '  UNDETERMINED     ' DELIMITED BY SIZE
                  WS-TOTAL-EDIT        DELIMITED BY SIZE
              INTO WS-RPT-TITLE-REC
           END-STRING
           PERFORM 2890-WRITE-TITLE-LINE
           .
      ******************************************************************
      *               2890-WRITE-TITLE-LINE
      ******************************************************************
       2890-WRITE-TITLE-LINE.
           WRITE WS-RPT-TITLE-REC

           MOVE WS-FS-ENDQ0020             TO SW-FS-CURRENT
           SET SO-FILE-OPERATION-WRITE     TO TRUE
           SET SO-FILE-ENDQ0020            TO TRUE
           PERFORM 4000-CHECK-FOR-FILE-ERROR
           .
      ******************************************************************
      *                      3000-FINAL
      ******************************************************************
       3000-FINAL.
           DISPLAY '3000-FINAL'
           DISPLAY 'SHAPES CLASSIFIED: ' WS-SHAPES-CLASSIFIED
           CLOSE ENDQ0010
           CLOSE ENDQ0020
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
      *                     7300-COMMIT-WORK
      ******************************************************************
       7300-COMMIT-WORK.
           EXEC SQL
           COMMIT
           END-EXEC

           MOVE SQLCODE TO SW-SQLCODE
           IF SO-SQLCODE-OK THEN
              CONTINUE
           ELSE
              SET SO-7300-PARA TO TRUE
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
      *               7600-UPDATE-CLASSIFICATION
      ******************************************************************
       7600-UPDATE-CLASSIFICATION.
           MOVE SW-SHAPE-CLASS       TO SHAPE-CLASS
           MOVE WS-RESULT-PERIOD     TO SHAPE-PERIOD
           MOVE WS-RESULT-DX         TO SHAPE-DX
           MOVE WS-RESULT-DY         TO SHAPE-DY
           MOVE WS-RESULT-SETTLE-GEN TO SHAPE-SETTLE-GEN

           EXEC SQL
           UPDATE SHAPE_TABLE3_NAME
           SET SHAPE_CLASS         = :SHAPE-CLASS,
               SHAPE_PERIOD        = :SHAPE-PERIOD,
               SHAPE_DX            = :SHAPE-DX,
               SHAPE_DY            = :SHAPE-DY,
               SHAPE_SETTLE_GEN    = :SHAPE-SETTLE-GEN,
               SHAPE_CLASSIFIED_AT = CURRENT TIMESTAMP
           WHERE SHAPE_NAME_ID = :SHAPE-NAME-ID
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
