       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02215.
      ******************************************************************
      *
      *
      *   THE GAME ENGINE - PLAYS EXACTLY ONE GENERATION OF THE
      *   CALLER'S 200x100 BOARD IN PLACE.  EVERY PROGRAM THAT PLAYS
      *   THE GAME (Z02112T ONLINE, Z02097 OVERNIGHT, Z02205 AND
      *   Z02214 TOURNAMENTS, Z02208 SHAPE CLASSIFICATION, Z02202
      *   REGRESSION REPLAY) CALLS THIS ONE MODULE, SO THEY CANNOT
      *   DRIFT APART.  THE CALLER PASSES THE ZZEC0320 AREA (BOARD
      *   MODE, RULE SET, LIVE AREA) AND ITS BOARD:
      *
      *        CALL 'Z02215' USING WS-ZZEC0320 WS-MAP
      *
      *   ONLY THE LIVE AREA PLUS A ONE-CELL BORDER IS PLAYED - NO
      *   CELL OUTSIDE IT HAS A LIVE NEIGHBOR, SO NONE OF THEM CAN
      *   CHANGE (A RULE SET THAT GIVES BIRTH ON ZERO NEIGHBORS PLAYS
      *   THE WHOLE BOARD).  IN TOROIDAL MODE A LIVE AREA WHOSE BORDER
      *   CROSSES AN EDGE IS PLAYED ACROSS THE WHOLE OF THAT AXIS, SO
      *   CELLS WRAPPING ROUND TO THE FAR SIDE ARE NOT MISSED.  THE
      *   LIVE AREA OF THE NEW GENERATION IS HANDED BACK FOR THE NEXT
      *   CALL, WITH ITS POPULATION.  NO CICS, NO SQL AND NO FILES -
      *   IT IS CALLED FROM ONLINE AND BATCH ALIKE
      *
      *
      ******************************************************************
      *                         CHANGE  LOG
      ******************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 CT-CONSTANTS.
           05 CT-BOARD-WIDTH              PIC S9(4) COMP VALUE 200.
           05 CT-BOARD-HEIGHT             PIC S9(4) COMP VALUE 100.
      ********************
      *   SWITCHES
      *******************
       01 SW-SWITCHES.
           05 SW-NEIGHBOR-IN-RANGE            PIC X.
               88 SO-NEIGHBOR-IN-RANGE        VALUE 'Y'.
               88 SO-NEIGHBOR-OUT-OF-RANGE    VALUE 'N'.
           05 SW-WHAT-TO-DO-WITH-CELL         PIC X.
               88 SO-KILL-THE-CELL            VALUE 'A'.
               88 SO-CREATE-NEW-CELL          VALUE 'B'.
               88 SO-DO-NOTHING               VALUE 'C'.
           05 SW-IF-REGION-EMPTY              PIC X.
               88 SO-REGION-EMPTY             VALUE 'Y'.
               88 SO-REGION-TO-PLAY           VALUE 'N'.
           05 SW-IF-NEW-AREA-FOUND            PIC X.
               88 SO-NEW-AREA-FOUND           VALUE 'Y'.
               88 SO-NEW-AREA-EMPTY           VALUE 'N'.
      * PROGRAM VARIABLES
       01 PROGRAM-VARIABLES.
           05 WS-NEW-MAP.
               10 WS-NEW-MAP-LINE PIC X(200) OCCURS 100 TIMES.
           05 WS-ITER             PIC S9(4) COMP.
           05 WS-ITER2            PIC S9(4) COMP.
           05 WS-Y-VALUE          PIC S9(4) COMP.
           05 WS-X-VALUE          PIC S9(4) COMP.
           05 WS-COUNT-NEIGHBORS  PIC S9(4) COMP VALUE 0.
      * THE RECTANGLE PLAYED THIS GENERATION
           05 WS-FROM-ROW         PIC S9(4) COMP.
           05 WS-TO-ROW           PIC S9(4) COMP.
           05 WS-FROM-COL         PIC S9(4) COMP.
           05 WS-TO-COL           PIC S9(4) COMP.
      * FIRST AND LAST OCCUPIED COLUMN OF A ROW, WHILE SCANNING
           05 WS-FIRST-COL        PIC S9(4) COMP.
           05 WS-LAST-COL         PIC S9(4) COMP.

       LINKAGE SECTION.
           COPY ZZEC0320.
       01 GAME-MAP.
           05 GAME-MAP-LINE PIC X(200) OCCURS 100 TIMES.
      ******************************************************************
      * PROCEDURE DIVISION
      ******************************************************************
       PROCEDURE DIVISION USING WS-ZZEC0320 GAME-MAP.
           PERFORM 1000-INIT
           PERFORM 2000-PROCESS
           PERFORM 3000-FINAL
           .
      ******************************************************************
      *                          1000-INIT
      * ANYTHING BUT 'T' PLAYS BOUNDED, AS THE CALLERS' OWN DEFAULTS DO
      ******************************************************************
       1000-INIT.
           IF NOT ZZEC0320-I-MODE-TOROIDAL THEN
              SET ZZEC0320-I-MODE-BOUNDED TO TRUE
           END-IF
           MOVE 0 TO ZZEC0320-O-POPULATION
           .
      ******************************************************************
      *                        2000-PROCESS
      ******************************************************************
       2000-PROCESS.
           IF NOT ZZEC0320-A-KNOWN AND NOT ZZEC0320-A-EMPTY THEN
              PERFORM 2100-FIND-LIVE-AREA
           END-IF

           PERFORM 2200-SET-THE-REGION

           IF SO-REGION-TO-PLAY THEN
              PERFORM 2300-PLAY-THE-REGION
           END-IF
           .
      ******************************************************************
      *                    2100-FIND-LIVE-AREA
      * ANY CELL THAT IS NOT A SPACE COUNTS - 2145 TREATS EVERY SUCH
      * CELL AS ALIVE, WHATEVER CHARACTER THE BOARD WAS LOADED WITH
      ******************************************************************
       2100-FIND-LIVE-AREA.
           SET ZZEC0320-A-EMPTY TO TRUE

           PERFORM VARYING WS-ITER FROM 1 BY 1
           UNTIL WS-ITER > CT-BOARD-HEIGHT
              IF GAME-MAP-LINE(WS-ITER) NOT = SPACE THEN
                 PERFORM 2110-TAKE-IN-THE-ROW
              END-IF
           END-PERFORM
           .
      ******************************************************************
      *                    2110-TAKE-IN-THE-ROW
      * WIDENS THE LIVE AREA TO TAKE IN ROW WS-ITER, WHICH HOLDS AT
      * LEAST ONE LIVE CELL.  ROWS ARRIVE TOP TO BOTTOM
      ******************************************************************
       2110-TAKE-IN-THE-ROW.
           PERFORM VARYING WS-FIRST-COL FROM 1 BY 1
           UNTIL GAME-MAP-LINE(WS-ITER)(WS-FIRST-COL:1) NOT = SPACE
              CONTINUE
           END-PERFORM

           PERFORM VARYING WS-LAST-COL FROM CT-BOARD-WIDTH BY -1
           UNTIL GAME-MAP-LINE(WS-ITER)(WS-LAST-COL:1) NOT = SPACE
              CONTINUE
           END-PERFORM

           IF ZZEC0320-A-EMPTY THEN
              SET ZZEC0320-A-KNOWN TO TRUE
              MOVE WS-ITER      TO ZZEC0320-A-TOP
              MOVE WS-FIRST-COL TO ZZEC0320-A-LEFT
              MOVE WS-LAST-COL  TO ZZEC0320-A-RIGHT
           END-IF

           MOVE WS-ITER TO ZZEC0320-A-BOTTOM
           IF WS-FIRST-COL < ZZEC0320-A-LEFT THEN
              MOVE WS-FIRST-COL TO ZZEC0320-A-LEFT
           END-IF
           IF WS-LAST-COL > ZZEC0320-A-RIGHT THEN
              MOVE WS-LAST-COL TO ZZEC0320-A-RIGHT
           END-IF
           .
      ******************************************************************
      *                    2200-SET-THE-REGION
      * THE LIVE AREA PLUS ONE CELL ALL ROUND, KEPT ON THE BOARD
      ******************************************************************
       2200-SET-THE-REGION.
           SET SO-REGION-TO-PLAY TO TRUE

           EVALUATE TRUE
             WHEN ZZEC0320-I-RULE-BIRTH(1:1) = '1'
                MOVE 1               TO WS-FROM-ROW
                MOVE CT-BOARD-HEIGHT TO WS-TO-ROW
                MOVE 1               TO WS-FROM-COL
                MOVE CT-BOARD-WIDTH  TO WS-TO-COL
             WHEN ZZEC0320-A-EMPTY
                SET SO-REGION-EMPTY TO TRUE
             WHEN OTHER
                COMPUTE WS-FROM-ROW = ZZEC0320-A-TOP    - 1
                COMPUTE WS-TO-ROW   = ZZEC0320-A-BOTTOM + 1
                COMPUTE WS-FROM-COL = ZZEC0320-A-LEFT   - 1
                COMPUTE WS-TO-COL   = ZZEC0320-A-RIGHT  + 1
                PERFORM 2210-KEEP-REGION-ON-BOARD
           END-EVALUATE
           .
      ******************************************************************
      *                 2210-KEEP-REGION-ON-BOARD
      * BOUNDED - THE BORDER IS CUT OFF AT THE EDGE.  TOROIDAL - A
      * BORDER OVER THE EDGE IS REALLY THE FAR SIDE OF THE BOARD, SO
      * THAT AXIS IS PLAYED END TO END
      ******************************************************************
       2210-KEEP-REGION-ON-BOARD.
           IF ZZEC0320-I-MODE-TOROIDAL THEN
              IF WS-FROM-ROW < 1 OR WS-TO-ROW > CT-BOARD-HEIGHT THEN
                 MOVE 1               TO WS-FROM-ROW
                 MOVE CT-BOARD-HEIGHT TO WS-TO-ROW
              END-IF
              IF WS-FROM-COL < 1 OR WS-TO-COL > CT-BOARD-WIDTH THEN
                 MOVE 1               TO WS-FROM-COL
                 MOVE CT-BOARD-WIDTH  TO WS-TO-COL
              END-IF
           ELSE
              IF WS-FROM-ROW < 1 THEN
                 MOVE 1               TO WS-FROM-ROW
              END-IF
              IF WS-TO-ROW > CT-BOARD-HEIGHT THEN
                 MOVE CT-BOARD-HEIGHT TO WS-TO-ROW
              END-IF
              IF WS-FROM-COL < 1 THEN
                 MOVE 1               TO WS-FROM-COL
              END-IF
              IF WS-TO-COL > CT-BOARD-WIDTH THEN
                 MOVE CT-BOARD-WIDTH  TO WS-TO-COL
              END-IF
           END-IF
           .
      ******************************************************************
      *                   2300-PLAY-THE-REGION
      * THE NEW ROWS ARE BUILT IN WS-NEW-MAP FROM THE OLD BOARD, WHICH
      * STAYS UNTOUCHED UNTIL EVERY CELL OF THE REGION IS DECIDED, AND
      * ARE THEN COPIED BACK OVER IT.  THE NEW LIVE AREA IS GATHERED
      * AS THE CELLS ARE DECIDED
      ******************************************************************
       2300-PLAY-THE-REGION.
           SET SO-NEW-AREA-EMPTY TO TRUE

           PERFORM VARYING WS-ITER FROM WS-FROM-ROW BY 1
           UNTIL WS-ITER > WS-TO-ROW
              MOVE GAME-MAP-LINE(WS-ITER) TO WS-NEW-MAP-LINE(WS-ITER)
              PERFORM VARYING WS-ITER2 FROM WS-FROM-COL BY 1
              UNTIL WS-ITER2 > WS-TO-COL
                 PERFORM 2142-COUNT-NEIGHBORS

                 SET SO-DO-NOTHING TO TRUE
                 PERFORM 2145-MAKE-DECISION-LIVE-DEAD

                 EVALUATE TRUE
                   WHEN SO-KILL-THE-CELL
                      MOVE ' ' TO WS-NEW-MAP-LINE(WS-ITER)(WS-ITER2:1)
                   WHEN SO-CREATE-NEW-CELL
                      MOVE 'X' TO WS-NEW-MAP-LINE(WS-ITER)(WS-ITER2:1)
                   WHEN SO-DO-NOTHING
                      CONTINUE
                 END-EVALUATE

                 IF WS-NEW-MAP-LINE(WS-ITER)(WS-ITER2:1) = 'X' THEN
                    ADD 1 TO ZZEC0320-O-POPULATION
                 END-IF
                 IF WS-NEW-MAP-LINE(WS-ITER)(WS-ITER2:1) NOT = ' ' THEN
                    PERFORM 2310-WIDEN-NEW-AREA
                 END-IF
              END-PERFORM
           END-PERFORM

           PERFORM VARYING WS-ITER FROM WS-FROM-ROW BY 1
           UNTIL WS-ITER > WS-TO-ROW
              MOVE WS-NEW-MAP-LINE(WS-ITER) TO GAME-MAP-LINE(WS-ITER)
           END-PERFORM

           IF SO-NEW-AREA-FOUND THEN
              SET ZZEC0320-A-KNOWN TO TRUE
           ELSE
              SET ZZEC0320-A-EMPTY TO TRUE
           END-IF
           .
      ******************************************************************
      *                   2310-WIDEN-NEW-AREA
      * TAKES CELL WS-ITER / WS-ITER2 OF THE NEW GENERATION INTO ITS
      * LIVE AREA.  CELLS ARRIVE ROW BY ROW, TOP TO BOTTOM
      ******************************************************************
       2310-WIDEN-NEW-AREA.
           IF SO-NEW-AREA-EMPTY THEN
              SET SO-NEW-AREA-FOUND TO TRUE
              MOVE WS-ITER  TO ZZEC0320-A-TOP
              MOVE WS-ITER2 TO ZZEC0320-A-LEFT
              MOVE WS-ITER2 TO ZZEC0320-A-RIGHT
           END-IF

           MOVE WS-ITER TO ZZEC0320-A-BOTTOM
           IF WS-ITER2 < ZZEC0320-A-LEFT THEN
              MOVE WS-ITER2 TO ZZEC0320-A-LEFT
           END-IF
           IF WS-ITER2 > ZZEC0320-A-RIGHT THEN
              MOVE WS-ITER2 TO ZZEC0320-A-RIGHT
           END-IF
           .
      ******************************************************************
      *                   2142-COUNT-NEIGHBORS
      * ALL EIGHT NEIGHBORS ARE TRIED FOR EVERY CELL - 2158 DECIDES
      * WHETHER AN OFF-BOARD NEIGHBOR WRAPS AROUND (TOROIDAL MODE) OR
      * SIMPLY DOES NOT EXIST (BOUNDED MODE)
      ******************************************************************
       2142-COUNT-NEIGHBORS.
           MOVE 0 TO WS-COUNT-NEIGHBORS

           PERFORM 2150-CHECK-LEFT-TOP
           PERFORM 2151-CHECK-LEFT-MEDIUM
           PERFORM 2152-CHECK-LEFT-BOTTOM
           PERFORM 2153-CHECK-MEDIUM-BOTTOM
           PERFORM 2154-CHECK-RIGHT-BOTTOM
           PERFORM 2155-CHECK-MEDIUM-RIGHT
           PERFORM 2156-CHECK-RIGHT-TOP
           PERFORM 2157-CHECK-MEDIUM-TOP
           .
      ******************************************************************
      *                   2143-CHECK-IF-ALIVE
      ******************************************************************
       2143-CHECK-IF-ALIVE.
           IF GAME-MAP-LINE(WS-Y-VALUE)(WS-X-VALUE: 1)  = 'X'
           THEN
              ADD 1 TO WS-COUNT-NEIGHBORS
           END-IF
           .
      ******************************************************************
      *             2145-MAKE-DECISION-LIVE-DEAD
      * THE RULE SET DECIDES: A DEAD CELL IS BORN WHEN ITS NEIGHBOR
      * COUNT'S BIRTH FLAG IS ON, A LIVE CELL SURVIVES WHEN ITS
      * SURVIVE FLAG IS ON, ANY OTHER LIVE CELL DIES
      ******************************************************************
       2145-MAKE-DECISION-LIVE-DEAD.
           IF GAME-MAP-LINE(WS-ITER)(WS-ITER2:1) = ' ' THEN
              IF ZZEC0320-I-RULE-BIRTH(WS-COUNT-NEIGHBORS + 1:1) = '1'
              THEN
                 SET SO-CREATE-NEW-CELL TO TRUE
              ELSE
                 SET SO-DO-NOTHING      TO TRUE
              END-IF
           ELSE
              IF ZZEC0320-I-RULE-SURVIVE(WS-COUNT-NEIGHBORS + 1:1)
                 = '1' THEN
                 SET SO-DO-NOTHING TO TRUE
              ELSE
                 SET SO-KILL-THE-CELL TO TRUE
              END-IF
           END-IF
           .
      ******************************************************************
      *                 2150-CHECK-LEFT-TOP
      ******************************************************************
       2150-CHECK-LEFT-TOP.
           COMPUTE WS-Y-VALUE = WS-ITER  - 1
           COMPUTE WS-X-VALUE = WS-ITER2 - 1
           PERFORM 2158-RESOLVE-AND-CHECK
           .
      ******************************************************************
      *             2151-CHECK-LEFT-MEDIUM
      ******************************************************************
       2151-CHECK-LEFT-MEDIUM.
           COMPUTE WS-Y-VALUE = WS-ITER
           COMPUTE WS-X-VALUE = WS-ITER2 - 1
           PERFORM 2158-RESOLVE-AND-CHECK
           .
      ******************************************************************
      *             2152-CHECK-LEFT-BOTTOM
      ******************************************************************
       2152-CHECK-LEFT-BOTTOM.
           COMPUTE WS-Y-VALUE = WS-ITER  + 1
           COMPUTE WS-X-VALUE = WS-ITER2 - 1
           PERFORM 2158-RESOLVE-AND-CHECK
           .
      ******************************************************************
      *             2153-CHECK-MEDIUM-BOTTOM
      ******************************************************************
       2153-CHECK-MEDIUM-BOTTOM.
           COMPUTE WS-Y-VALUE = WS-ITER  + 1
           COMPUTE WS-X-VALUE = WS-ITER2
           PERFORM 2158-RESOLVE-AND-CHECK
           .
      ******************************************************************
      *             2154-CHECK-RIGHT-BOTTOM
      ******************************************************************
       2154-CHECK-RIGHT-BOTTOM.
           COMPUTE WS-Y-VALUE = WS-ITER  + 1
           COMPUTE WS-X-VALUE = WS-ITER2 + 1
           PERFORM 2158-RESOLVE-AND-CHECK
           .
      ******************************************************************
      *              2155-CHECK-MEDIUM-RIGHT
      ******************************************************************
       2155-CHECK-MEDIUM-RIGHT.
           COMPUTE WS-Y-VALUE = WS-ITER
           COMPUTE WS-X-VALUE = WS-ITER2 + 1
           PERFORM 2158-RESOLVE-AND-CHECK
           .
      ******************************************************************
      *               2156-CHECK-RIGHT-TOP
      ******************************************************************
       2156-CHECK-RIGHT-TOP.
           COMPUTE WS-Y-VALUE = WS-ITER  - 1
           COMPUTE WS-X-VALUE = WS-ITER2 + 1
           PERFORM 2158-RESOLVE-AND-CHECK
           .
      ******************************************************************
      *                 2157-CHECK-MEDIUM-TOP
      ******************************************************************
       2157-CHECK-MEDIUM-TOP.
           COMPUTE WS-Y-VALUE = WS-ITER  - 1
           COMPUTE WS-X-VALUE = WS-ITER2
           PERFORM 2158-RESOLVE-AND-CHECK
           .
      ******************************************************************
      *                2158-RESOLVE-AND-CHECK
      * IN TOROIDAL MODE A NEIGHBOR THAT FELL OFF AN EDGE WRAPS AROUND
      * TO THE OPPOSITE SIDE - IN BOUNDED MODE IT SIMPLY DOES NOT
      * EXIST AND IS NOT COUNTED
      ******************************************************************
       2158-RESOLVE-AND-CHECK.
           SET SO-NEIGHBOR-IN-RANGE TO TRUE

           IF ZZEC0320-I-MODE-TOROIDAL THEN
              IF WS-Y-VALUE = 0 THEN
                 MOVE CT-BOARD-HEIGHT TO WS-Y-VALUE
              END-IF
              IF WS-Y-VALUE > CT-BOARD-HEIGHT THEN
                 MOVE 1 TO WS-Y-VALUE
              END-IF
              IF WS-X-VALUE = 0 THEN
                 MOVE CT-BOARD-WIDTH TO WS-X-VALUE
              END-IF
              IF WS-X-VALUE > CT-BOARD-WIDTH THEN
                 MOVE 1 TO WS-X-VALUE
              END-IF
           ELSE
              IF WS-Y-VALUE < 1 OR WS-Y-VALUE > CT-BOARD-HEIGHT OR
                 WS-X-VALUE < 1 OR WS-X-VALUE > CT-BOARD-WIDTH THEN
                 SET SO-NEIGHBOR-OUT-OF-RANGE TO TRUE
              END-IF
           END-IF

           IF SO-NEIGHBOR-IN-RANGE THEN
              PERFORM 2143-CHECK-IF-ALIVE
           END-IF
           .
      ******************************************************************
      *                         3000-FINAL
      ******************************************************************
       3000-FINAL.
           GOBACK
           .
