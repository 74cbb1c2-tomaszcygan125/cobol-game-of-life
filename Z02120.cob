       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02120.
      ******************************************************************
      *
      * THIS PROGRAM IS A ROUTINE TO Z02109 (0215)
      * IT SERVES THE SHAPE_VERSION_TABLE HISTORY OF A CATALOG SHAPE -
      * THE DEFINITIONS Z02113 (0208 REPLACE/DELETE), Z02094 (RELOAD)
      * AND THIS PROGRAM'S OWN ROLLBACKS KEPT BEFORE CHANGING IT:
      * 1. LIST THE SHAPE'S VERSIONS, NEWEST FIRST, ONE PAGE OF 14
      *    PER CALL
      * 2. VIEW ONE VERSION'S GRID - OR, FOR VERSION ZERO, THE SHAPE'S
      *    CURRENT CELLS - 14 ROWS BY 62 COLUMNS FROM THE TOP-LEFT
      *    CELL THE CALLER ASKS FOR
      * 3. ROLL THE SHAPE BACK TO ONE VERSION.  NEEDS SHAPE-MAINTAIN,
      *    THE SAME CAPABILITY AS A 0208 REPLACE, SINCE IT IS ONE.  THE
      *    CELLS THE SHAPE HAS NOW ARE KEPT AS A NEW VERSION FIRST, SO
      *    A ROLLBACK CAN ITSELF BE ROLLED BACK, THEN THE CHOSEN
      *    VERSION'S CELLS ARE WRITTEN TO SHAPE_TABLE2/SHAPE_TABLE3,
      *    THE CLASS IS BLANKED FOR Z02208 AND A 'SHAPE ROLLBACK'
      *    AUDIT ROW IS WRITTEN.  A SHAPE DELETED ON 0208 IS PUT BACK
      *    INTO THE CATALOG UNDER A NEW ID
      *
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * CONSTANTS
       01 CT-CONTSTANT.
           05 CT-PAGE-SIZE                PIC S9(4) COMP VALUE 14.
           05 CT-VIEW-COLS                PIC S9(4) COMP VALUE 62.
           05 CT-MAX-VERSION-SIZE         PIC S9(4) COMP VALUE 100.
           05 CT-SOURCE-ROLLBACK          PIC X(8) VALUE 'ROLLBACK'.
           05 CT-AUDIT-ROLLBACK           PIC X(20)
                                          VALUE 'SHAPE ROLLBACK'.
      * SWITCHES
       01 SW-SWITCHES.
           05 SW-SHAPE-FOUND                       PIC X.
               88 SO-SHAPE-EXISTS                  VALUE 'Y'.
               88 SO-SHAPE-DONT-EXISTS             VALUE 'N'.
           05 SW-VERSION-FOUND                     PIC X.
               88 SO-VERSION-FOUND                 VALUE 'Y'.
               88 SO-VERSION-NOT-FOUND             VALUE 'N'.
           05 SW-END-OF-DATA-VERSIONS              PIC X.
               88 SO-END-OF-DATA-VERSIONS          VALUE 'Y'.
               88 SO-NOT-END-OF-DATA-VERSIONS      VALUE 'N'.
           05 SW-END-OF-DATA-CELLS                 PIC X.
               88 SO-END-OF-DATA-CELLS             VALUE 'Y'.
               88 SO-NOT-END-OF-DATA-CELLS         VALUE 'N'.
           05 SW-IF-USER-AUTHORIZED                PIC X.
               88 SO-USER-AUTHORIZED               VALUE 'Y'.
               88 SO-USER-NOT-AUTHORIZED           VALUE 'N'.
      * COMMAREA
           COPY ZZEC0290.

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
               88 SO-7120-PARA              VALUE '7120'.
               88 SO-7130-PARA              VALUE '7130'.
               88 SO-7140-PARA              VALUE '7140'.
               88 SO-7145-PARA              VALUE '7145'.
               88 SO-7150-PARA              VALUE '7150'.
               88 SO-7160-PARA              VALUE '7160'.
               88 SO-7165-PARA              VALUE '7165'.
               88 SO-7170-PARA              VALUE '7170'.
               88 SO-7172-PARA              VALUE '7172'.
               88 SO-7175-PARA              VALUE '7175'.
               88 SO-7190-PARA              VALUE '7190'.
               88 SO-7200-PARA              VALUE '7200'.
               88 SO-7400-PARA              VALUE '7400'.
               88 SO-7410-PARA              VALUE '7410'.
               88 SO-7420-PARA              VALUE '7420'.
               88 SO-7500-PARA              VALUE '7500'.
               88 SO-7510-PARA              VALUE '7510'.
               88 SO-7520-PARA              VALUE '7520'.

      * PROGRAM VARIABLES
       01 PROGRAM-VARIABLES.
           05 WS-SHAPE-ID          PIC S9(9) COMP.
           05 WS-ITER              PIC S9(4) COMP.
           05 WS-ITER2             PIC S9(4) COMP.
           05 WS-SKIP-COUNT        PIC S9(9) COMP.
           05 WS-LINES-FILLED      PIC S9(4) COMP.
           05 WS-AUDIT-ACTION      PIC X(20).
           05 WS-AUTH-CAPABILITY   PIC X(20).
           05 WS-AUTH-COUNT        PIC S9(9) COMP VALUE 0.
           05 WS-VER-MAX-X         PIC S9(4) COMP.
           05 WS-VER-MAX-Y         PIC S9(4) COMP.
           05 WS-VER-CELLS         PIC S9(9) COMP.
           05 WS-VER-GRID-POS      PIC S9(9) COMP.
           05 WS-GRID-ROW          PIC S9(4) COMP.
           05 WS-COL-COUNT         PIC S9(4) COMP.
           05 WS-VER-EDIT          PIC Z(6)9.
           05 WS-WIDTH-EDIT        PIC ZZ9.
           05 WS-HEIGHT-EDIT       PIC ZZ9.
           05 WS-CELLS-EDIT        PIC ZZZZ9.
           05 WS-ROW-EDIT          PIC ZZ9.
      * THE SHAPE'S CURRENT CELLS LAID OUT AS A GRID BEFORE THEY ARE
      * PACKED INTO A VERSION ROW OR SHOWN
       01 WS-VER-WORK-GRID.
           05 WS-VER-WORK-ROW      PIC X(100) OCCURS 100 TIMES.
      * THE VERSION BEING ROLLED BACK TO - HELD APART FROM THE DCLGEN,
      * WHICH THE VERSION KEPT OF THE CURRENT CELLS REUSES
       01 WS-RESTORE-VERSION.
           05 WS-RESTORE-NUMBER    PIC S9(9) COMP.
           05 WS-RESTORE-WIDTH     PIC S9(4) COMP.
           05 WS-RESTORE-HEIGHT    PIC S9(4) COMP.
           05 WS-RESTORE-GRID      PIC X(10000).

      * SQLCA AND DCLGENS
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE SHAPER   END-EXEC.
           EXEC SQL INCLUDE Z2EC0211 END-EXEC.
           EXEC SQL INCLUDE Z3EC0211 END-EXEC.
           EXEC SQL INCLUDE Z5EC0211 END-EXEC.
           EXEC SQL INCLUDE Z7EC0211 END-EXEC.
           EXEC SQL INCLUDE ZHEC0211 END-EXEC.
      * CURSOR DECLARATIONS - THE SHAPE'S VERSIONS, NEWEST FIRST, AND
      * THE CELLS THE SHAPE HAS NOW
           EXEC SQL DECLARE C-VERSIONS CURSOR FOR
           SELECT
           VER_NUMBER, VER_CHANGED_BY, VER_CHANGED_AT, VER_SOURCE,
           VER_WIDTH, VER_HEIGHT, VER_CELL_COUNT
           FROM SHAPE_VERSION_TABLE
           WHERE VER_SHAPE_NAME = :VER-SHAPE-NAME
           ORDER BY VER_NUMBER DESC
           END-EXEC.

           EXEC SQL DECLARE C-VER-CELLS CURSOR FOR
           SELECT
           POSITION_X, POSITION_Y
           FROM SHAPE_TABLE2
           WHERE SHAPE_ID = :SHAPE-ID OF DCLSHAPE-TABLE2
           END-EXEC.
       LINKAGE SECTION.
       01 DFHCOMMAREA PIC X(1117).
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
           MOVE DFHCOMMAREA TO WS-ZZEC0290
           SET ZZEC0290-O-RC-OTHER-ERROR TO TRUE
           MOVE 'UNKNOWN ERROR' TO ZZEC0290-O-ERROR-MESSAGE
           PERFORM 2100-CLEAR-LINES
           .
      ******************************************************************
      *                       2000-PROCESS
      ******************************************************************
       2000-PROCESS.
           EVALUATE TRUE
            WHEN ZZEC0290-I-SHAPE-NAME = SPACE OR LOW-VALUES
                 SET ZZEC0290-O-RC-INVALID-INPUT TO TRUE
                 MOVE 'SHAPE NAME REQUIRED' TO ZZEC0290-O-ERROR-MESSAGE
            WHEN ZZEC0290-M-LIST-VERSIONS
                 PERFORM 2200-LIST-VERSIONS
            WHEN ZZEC0290-M-VIEW-VERSION
                 PERFORM 2300-VIEW-VERSION
      * A ROLLBACK REPLACES THE SHAPE'S CELLS JUST AS A 0208 REPLACE
      * DOES, SO IT NEEDS THE SAME CAPABILITY
            WHEN ZZEC0290-M-ROLLBACK-VERSION
                 MOVE 'SHAPE-MAINTAIN' TO WS-AUTH-CAPABILITY
                 PERFORM 7190-CHECK-AUTHORIZATION
                 IF SO-USER-AUTHORIZED THEN
                    PERFORM 2400-ROLLBACK-SHAPE
                 ELSE
                    PERFORM 2180-REJECT-UNAUTHORIZED
                 END-IF
            WHEN OTHER
                 SET ZZEC0290-O-RC-INVALID-INPUT TO TRUE
                 MOVE 'INVALID MODE' TO ZZEC0290-O-ERROR-MESSAGE
           END-EVALUATE
           .
      ******************************************************************
      *                   2100-CLEAR-LINES
      ******************************************************************
       2100-CLEAR-LINES.
           PERFORM VARYING WS-ITER FROM 1 BY 1
           UNTIL WS-ITER > CT-PAGE-SIZE
              MOVE SPACE TO ZZEC0290-O-LINE(WS-ITER)
           END-PERFORM
           MOVE SPACE TO ZZEC0290-O-HEADER
           MOVE 0 TO ZZEC0290-O-ROWS-RETURNED
           MOVE 0 TO ZZEC0290-O-WIDTH
           MOVE 0 TO ZZEC0290-O-HEIGHT
           .
      ******************************************************************
      *                2180-REJECT-UNAUTHORIZED
      * THE USER DOES NOT HOLD THE CAPABILITY THE ACTION NEEDS - TELL
      * THEM SO AND LEAVE A DENIED AUDIT ROW
      ******************************************************************
       2180-REJECT-UNAUTHORIZED.
           SET ZZEC0290-O-RC-NOT-AUTHORIZED TO TRUE
           MOVE SPACE TO ZZEC0290-O-ERROR-MESSAGE
           STRING 'NOT AUTHORIZED FOR ' DELIMITED BY SIZE
                  WS-AUTH-CAPABILITY    DELIMITED BY SPACE
                  INTO ZZEC0290-O-ERROR-MESSAGE
           END-STRING

           MOVE SPACE TO WS-AUDIT-ACTION
           STRING 'DENY ' DELIMITED BY SIZE
                  WS-AUTH-CAPABILITY DELIMITED BY SPACE
                  INTO WS-AUDIT-ACTION
           END-STRING
           PERFORM 7175-WRITE-AUDIT-RECORD
           .
      ******************************************************************
      *                   2200-LIST-VERSIONS
      * PAGING BY RE-OPENING THE CURSOR AND SKIPPING PAST THE PAGES
      * ALREADY SHOWN, SAME SCHEME AS Z02114 AND Z02118.  THE VERSIONS
      * OF A DELETED SHAPE ARE STILL LISTED - THAT IS HOW IT IS FOUND
      * AGAIN
      ******************************************************************
       2200-LIST-VERSIONS.
           IF ZZEC0290-I-PAGE IS NUMERIC AND
              ZZEC0290-I-PAGE NOT = ZERO THEN
              CONTINUE
           ELSE
              MOVE 1 TO ZZEC0290-I-PAGE
           END-IF

           STRING 'VERSION REPLACED AT      '  DELIMITED BY SIZE
                  'BY       SOURCE      SIZE ' DELIMITED BY SIZE
                  'CELLS'                      DELIMITED BY SIZE
              INTO ZZEC0290-O-HEADER
           END-STRING

           MOVE ZZEC0290-I-SHAPE-NAME TO VER-SHAPE-NAME
           PERFORM 7400-OPEN-VERSIONS-CURSOR
           SET SO-NOT-END-OF-DATA-VERSIONS TO TRUE

           COMPUTE WS-SKIP-COUNT =
                   (ZZEC0290-I-PAGE - 1) * CT-PAGE-SIZE
           PERFORM 2220-SKIP-PRIOR-PAGES

           MOVE 0 TO WS-LINES-FILLED

           PERFORM 7410-FETCH-VERSIONS-RECORD
           PERFORM UNTIL SO-END-OF-DATA-VERSIONS
           OR WS-LINES-FILLED NOT < CT-PAGE-SIZE
              ADD 1 TO WS-LINES-FILLED
              PERFORM 2230-FORMAT-VERSION-LINE
              IF WS-LINES-FILLED < CT-PAGE-SIZE THEN
                 PERFORM 7410-FETCH-VERSIONS-RECORD
              END-IF
           END-PERFORM

           PERFORM 7420-CLOSE-VERSIONS-CURSOR

           MOVE WS-LINES-FILLED TO ZZEC0290-O-ROWS-RETURNED
           EVALUATE TRUE
              WHEN WS-LINES-FILLED > 0
                 SET ZZEC0290-O-RC-NORMAL TO TRUE
                 MOVE ' ' TO ZZEC0290-O-ERROR-MESSAGE
              WHEN ZZEC0290-I-PAGE = 1
                 SET ZZEC0290-O-RC-NO-RECORDS TO TRUE
                 MOVE 'NO VERSIONS KEPT FOR THIS SHAPE'
                   TO ZZEC0290-O-ERROR-MESSAGE
              WHEN OTHER
                 SET ZZEC0290-O-RC-NO-RECORDS TO TRUE
                 MOVE 'NO VERSIONS ON THIS PAGE'
                   TO ZZEC0290-O-ERROR-MESSAGE
           END-EVALUATE
           .
      ******************************************************************
      *                   2220-SKIP-PRIOR-PAGES
      ******************************************************************
       2220-SKIP-PRIOR-PAGES.
           PERFORM UNTIL WS-SKIP-COUNT = 0
           OR SO-END-OF-DATA-VERSIONS
              PERFORM 7410-FETCH-VERSIONS-RECORD
              SUBTRACT 1 FROM WS-SKIP-COUNT
           END-PERFORM
           .
      ******************************************************************
      *                 2230-FORMAT-VERSION-LINE
      * THE TIMESTAMP IS WHEN THE VERSION STOPPED BEING THE SHAPE'S
      * DEFINITION, AND THE USER IS WHO REPLACED IT
      ******************************************************************
       2230-FORMAT-VERSION-LINE.
           MOVE VER-NUMBER     TO WS-VER-EDIT
           MOVE VER-WIDTH      TO WS-WIDTH-EDIT
           MOVE VER-HEIGHT     TO WS-HEIGHT-EDIT
           MOVE VER-CELL-COUNT TO WS-CELLS-EDIT

           MOVE SPACE TO ZZEC0290-O-LINE(WS-LINES-FILLED)
           STRING WS-VER-EDIT           DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  VER-CHANGED-AT(1:16)  DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  VER-CHANGED-BY        DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  VER-SOURCE            DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS-WIDTH-EDIT         DELIMITED BY SIZE
                  'X'                   DELIMITED BY SIZE
                  WS-HEIGHT-EDIT        DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS-CELLS-EDIT         DELIMITED BY SIZE
              INTO ZZEC0290-O-LINE(WS-LINES-FILLED)
           END-STRING
           .
      ******************************************************************
      *                   2300-VIEW-VERSION
      * VERSION ZERO IS THE SHAPE AS IT STANDS NOW, BUILT FROM ITS
      * SHAPE_TABLE2 CELLS THE SAME WAY A VERSION ROW IS - SO THE TWO
      * CAN BE COMPARED ON THE SAME SCREEN LAYOUT
      ******************************************************************
       2300-VIEW-VERSION.
           IF ZZEC0290-I-VERSION = ZERO THEN
              PERFORM 7100-LOOKUP-SHAPE-BY-NAME
              IF SO-SHAPE-EXISTS THEN
                 PERFORM 7110-BUILD-CURRENT-GRID
                 PERFORM 2310-FORMAT-CURRENT-HEADER
                 PERFORM 2350-FORMAT-GRID-LINES
                 SET ZZEC0290-O-RC-NORMAL TO TRUE
                 MOVE ' ' TO ZZEC0290-O-ERROR-MESSAGE
              ELSE
                 SET ZZEC0290-O-RC-SHAPE-NOT-FOUND TO TRUE
                 MOVE 'NO SUCH SHAPE IN THE CATALOG'
                   TO ZZEC0290-O-ERROR-MESSAGE
              END-IF
           ELSE
              PERFORM 7200-SELECT-VERSION
              IF SO-VERSION-FOUND THEN
                 PERFORM 2320-FORMAT-VERSION-HEADER
                 PERFORM 2350-FORMAT-GRID-LINES
                 SET ZZEC0290-O-RC-NORMAL TO TRUE
                 MOVE ' ' TO ZZEC0290-O-ERROR-MESSAGE
              ELSE
                 SET ZZEC0290-O-RC-VERSION-NOT-FOUND TO TRUE
                 MOVE 'NO SUCH VERSION' TO ZZEC0290-O-ERROR-MESSAGE
              END-IF
           END-IF
           .
      ******************************************************************
      *                2310-FORMAT-CURRENT-HEADER
      ******************************************************************
       2310-FORMAT-CURRENT-HEADER.
           MOVE VER-WIDTH      TO WS-WIDTH-EDIT
           MOVE VER-HEIGHT     TO WS-HEIGHT-EDIT
           MOVE VER-CELL-COUNT TO WS-CELLS-EDIT

           STRING 'CURRENT DEFINITION  ' DELIMITED BY SIZE
                  WS-WIDTH-EDIT          DELIMITED BY SIZE
                  'X'                    DELIMITED BY SIZE
                  WS-HEIGHT-EDIT         DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  WS-CELLS-EDIT          DELIMITED BY SIZE
                  ' CELLS'               DELIMITED BY SIZE
              INTO ZZEC0290-O-HEADER
           END-STRING
           .
      ******************************************************************
      *                2320-FORMAT-VERSION-HEADER
      ******************************************************************
       2320-FORMAT-VERSION-HEADER.
           MOVE VER-NUMBER     TO WS-VER-EDIT
           MOVE VER-WIDTH      TO WS-WIDTH-EDIT
           MOVE VER-HEIGHT     TO WS-HEIGHT-EDIT
           MOVE VER-CELL-COUNT TO WS-CELLS-EDIT

           STRING 'VERSION'              DELIMITED BY SIZE
                  WS-VER-EDIT            DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  WS-WIDTH-EDIT          DELIMITED BY SIZE
                  'X'                    DELIMITED BY SIZE
                  WS-HEIGHT-EDIT         DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  WS-CELLS-EDIT          DELIMITED BY SIZE
                  ' CELLS  '             DELIMITED BY SIZE
                  VER-CHANGED-BY         DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  VER-CHANGED-AT(1:16)   DELIMITED BY SIZE
              INTO ZZEC0290-O-HEADER
           END-STRING
           .
      ******************************************************************
      *                 2350-FORMAT-GRID-LINES
      * ONE GRID ROW PER LINE, PREFIXED WITH ITS ROW NUMBER, STARTING
      * AT THE ROW AND COLUMN THE CALLER ASKED FOR - PULLED BACK INSIDE
      * THE GRID WHEN THE CALLER HAS SCROLLED PAST ITS EDGE
      ******************************************************************
       2350-FORMAT-GRID-LINES.
           MOVE VER-WIDTH  TO ZZEC0290-O-WIDTH
           MOVE VER-HEIGHT TO ZZEC0290-O-HEIGHT

           IF ZZEC0290-I-FIRST-ROW IS NOT NUMERIC OR
              ZZEC0290-I-FIRST-ROW = ZERO THEN
              MOVE 1 TO ZZEC0290-I-FIRST-ROW
           END-IF
           IF ZZEC0290-I-FIRST-ROW > VER-HEIGHT THEN
              IF VER-HEIGHT > CT-PAGE-SIZE THEN
                 COMPUTE ZZEC0290-I-FIRST-ROW =
                         VER-HEIGHT - CT-PAGE-SIZE + 1
              ELSE
                 MOVE 1 TO ZZEC0290-I-FIRST-ROW
              END-IF
           END-IF

           IF ZZEC0290-I-FIRST-COL IS NOT NUMERIC OR
              ZZEC0290-I-FIRST-COL = ZERO THEN
              MOVE 1 TO ZZEC0290-I-FIRST-COL
           END-IF
           IF ZZEC0290-I-FIRST-COL > VER-WIDTH THEN
              IF VER-WIDTH > CT-VIEW-COLS THEN
                 COMPUTE ZZEC0290-I-FIRST-COL =
                         VER-WIDTH - CT-VIEW-COLS + 1
              ELSE
                 MOVE 1 TO ZZEC0290-I-FIRST-COL
              END-IF
           END-IF

           COMPUTE WS-COL-COUNT = VER-WIDTH - ZZEC0290-I-FIRST-COL + 1
           IF WS-COL-COUNT > CT-VIEW-COLS THEN
              MOVE CT-VIEW-COLS TO WS-COL-COUNT
           END-IF

           MOVE 0 TO WS-LINES-FILLED
           MOVE ZZEC0290-I-FIRST-ROW TO WS-GRID-ROW
           PERFORM UNTIL WS-GRID-ROW > VER-HEIGHT
           OR WS-LINES-FILLED NOT < CT-PAGE-SIZE
              ADD 1 TO WS-LINES-FILLED
              MOVE WS-GRID-ROW TO WS-ROW-EDIT
              COMPUTE WS-VER-GRID-POS =
                      (WS-GRID-ROW - 1) * VER-WIDTH
                      + ZZEC0290-I-FIRST-COL
              STRING WS-ROW-EDIT DELIMITED BY SIZE
                     ' '         DELIMITED BY SIZE
                     VER-GRID-TEXT(WS-VER-GRID-POS:WS-COL-COUNT)
                                 DELIMITED BY SIZE
                 INTO ZZEC0290-O-LINE(WS-LINES-FILLED)
              END-STRING
              ADD 1 TO WS-GRID-ROW
           END-PERFORM
           MOVE WS-LINES-FILLED TO ZZEC0290-O-ROWS-RETURNED
           .
      ******************************************************************
      *                   2400-ROLLBACK-SHAPE
      * THE CURRENT CELLS ARE KEPT AS A NEW VERSION, REMOVED, AND THE
      * CHOSEN VERSION'S CELLS WRITTEN IN THEIR PLACE - ALL IN ONE UNIT
      * OF WORK, SO A FAILURE PART WAY LEAVES THE SHAPE AS IT WAS
      ******************************************************************
       2400-ROLLBACK-SHAPE.
           IF ZZEC0290-I-VERSION = ZERO THEN
              SET ZZEC0290-O-RC-INVALID-INPUT TO TRUE
              MOVE 'VERSION NUMBER REQUIRED' TO ZZEC0290-O-ERROR-MESSAGE
           ELSE
              PERFORM 7200-SELECT-VERSION
              IF SO-VERSION-FOUND THEN
                 MOVE VER-NUMBER    TO WS-RESTORE-NUMBER
                 MOVE VER-WIDTH     TO WS-RESTORE-WIDTH
                 MOVE VER-HEIGHT    TO WS-RESTORE-HEIGHT
                 MOVE VER-GRID-TEXT TO WS-RESTORE-GRID

                 PERFORM 7100-LOOKUP-SHAPE-BY-NAME
                 IF SO-SHAPE-EXISTS THEN
                    PERFORM 2410-SAVE-CURRENT-VERSION
                    PERFORM 7140-DELETE-SHAPE-TABLE2-CELLS
                    PERFORM 7145-DELETE-SHAPE-TABLE3-CELLS
                    PERFORM 7150-RESET-CLASSIFICATION
                 ELSE
                    PERFORM 7160-GENERATE-NEW-SHAPE-ID
                    PERFORM 7165-INSERT-SHAPE-NAME-ROW
                 END-IF

                 PERFORM 2420-RESTORE-VERSION-CELLS

                 MOVE CT-AUDIT-ROLLBACK TO WS-AUDIT-ACTION
                 PERFORM 7175-WRITE-AUDIT-RECORD

                 SET ZZEC0290-O-RC-SUCCESS-ROLLBACK TO TRUE
                 MOVE WS-RESTORE-NUMBER TO WS-VER-EDIT
                 MOVE SPACE TO ZZEC0290-O-ERROR-MESSAGE
                 STRING 'ROLLED BACK TO VERSION' DELIMITED BY SIZE
                        WS-VER-EDIT              DELIMITED BY SIZE
                    INTO ZZEC0290-O-ERROR-MESSAGE
                 END-STRING
              ELSE
                 SET ZZEC0290-O-RC-VERSION-NOT-FOUND TO TRUE
                 MOVE 'NO SUCH VERSION' TO ZZEC0290-O-ERROR-MESSAGE
              END-IF
           END-IF
           .
      ******************************************************************
      *               2410-SAVE-CURRENT-VERSION
      ******************************************************************
       2410-SAVE-CURRENT-VERSION.
           PERFORM 7110-BUILD-CURRENT-GRID
           PERFORM 7120-GENERATE-VERSION-NUMBER
           PERFORM 7130-INSERT-VERSION-ROW
           .
      ******************************************************************
      *               2420-RESTORE-VERSION-CELLS
      * OUTSIDE LOOP GOES THRU THE ROWS (Y), INSIDE LOOP GOES THRU THE
      * COLUMNS (X) OF THE SAVED GRID - SAME LAYOUT Z02113'S
      * 2160-DIGITIZE-SHAPE-CELLS USES FOR A GRID KEYED ON 0208
      ******************************************************************
       2420-RESTORE-VERSION-CELLS.
           PERFORM VARYING WS-ITER FROM 1 BY 1
           UNTIL WS-ITER > WS-RESTORE-HEIGHT

              PERFORM VARYING WS-ITER2 FROM 1 BY 1
              UNTIL WS-ITER2 > WS-RESTORE-WIDTH

                 COMPUTE WS-VER-GRID-POS =
                         (WS-ITER - 1) * WS-RESTORE-WIDTH + WS-ITER2
                 IF WS-RESTORE-GRID(WS-VER-GRID-POS:1) = 'X' THEN
                    MOVE WS-ITER2 TO POSITION-X OF DCLSHAPE-TABLE2
                    MOVE WS-ITER  TO POSITION-Y OF DCLSHAPE-TABLE2
                    PERFORM 7170-WRITE-SHAPE-TABLE2-CELL
                    PERFORM 7172-WRITE-SHAPE-TABLE3-CELL
                 END-IF
              END-PERFORM
           END-PERFORM
           .
      ******************************************************************
      *                 3000-FINAL
      ******************************************************************
       3000-FINAL.
           MOVE WS-ZZEC0290 TO DFHCOMMAREA
           EXEC CICS
           RETURN
           END-EXEC
           .
      ******************************************************************
      *                 3500-DB2-ERROR-FINAL
      ******************************************************************
       3500-DB2-ERROR-FINAL.
           MOVE WS-ZZEC0290 TO DFHCOMMAREA
           EXEC CICS
           RETURN
           END-EXEC
           .
      ******************************************************************
      *                7100-LOOKUP-SHAPE-BY-NAME
      * SAME SHAPE_TABLE3_NAME LOOKUP AS Z02113 - THE NAME ROW'S ID IS
      * ALSO THE SHAPE'S SHAPE_TABLE2/SHAPE_TABLE3 ID
      ******************************************************************
       7100-LOOKUP-SHAPE-BY-NAME.
           MOVE ZZEC0290-I-SHAPE-NAME TO
              SHAPE-NAME OF DCLSHAPE-TABLE3-NAME

           EXEC SQL
           SELECT SHAPE_NAME_ID
           INTO :SHAPE-NAME-ID OF DCLSHAPE-TABLE3-NAME
           FROM SHAPE_TABLE3_NAME
           WHERE SHAPE_NAME = :SHAPE-NAME OF DCLSHAPE-TABLE3-NAME
           FETCH FIRST ROW ONLY
           END-EXEC

           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
              WHEN SO-SQLCODE-NORMAL
                 SET SO-SHAPE-EXISTS TO TRUE
                 MOVE SHAPE-NAME-ID OF DCLSHAPE-TABLE3-NAME
                    TO WS-SHAPE-ID
              WHEN SO-SQLCODE-NOT-FOUND
                 SET SO-SHAPE-DONT-EXISTS TO TRUE
              WHEN OTHER
                 SET SO-7100-PARA TO TRUE
                 PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *                7110-BUILD-CURRENT-GRID
      * READS THE SHAPE'S SHAPE_TABLE2 CELLS ONTO A WORK GRID, THEN
      * PACKS ROWS 1 THRU THE HIGHEST Y, EACH CUT TO THE HIGHEST X,
      * INTO VER-GRID ONE ROW AFTER ANOTHER - THE SAME PACKING Z02113
      * AND Z02094 USE FOR THE VERSIONS THEY KEEP
      ******************************************************************
       7110-BUILD-CURRENT-GRID.
           MOVE ALL '.' TO WS-VER-WORK-GRID
           MOVE 0 TO WS-VER-MAX-X
           MOVE 0 TO WS-VER-MAX-Y
           MOVE 0 TO WS-VER-CELLS
           MOVE WS-SHAPE-ID TO SHAPE-ID OF DCLSHAPE-TABLE2

           PERFORM 7500-OPEN-VER-CELLS-CURSOR
           SET SO-NOT-END-OF-DATA-CELLS TO TRUE
           PERFORM 7510-FETCH-VER-CELLS-RECORD
           PERFORM UNTIL SO-END-OF-DATA-CELLS
              IF POSITION-X OF DCLSHAPE-TABLE2 > 0 AND
                 POSITION-X OF DCLSHAPE-TABLE2 <= CT-MAX-VERSION-SIZE
                 AND POSITION-Y OF DCLSHAPE-TABLE2 > 0 AND
                 POSITION-Y OF DCLSHAPE-TABLE2 <= CT-MAX-VERSION-SIZE
              THEN
                 MOVE 'X' TO WS-VER-WORK-ROW
                    (POSITION-Y OF DCLSHAPE-TABLE2)
                    (POSITION-X OF DCLSHAPE-TABLE2:1)
                 ADD 1 TO WS-VER-CELLS
                 IF POSITION-X OF DCLSHAPE-TABLE2 > WS-VER-MAX-X THEN
                    MOVE POSITION-X OF DCLSHAPE-TABLE2 TO WS-VER-MAX-X
                 END-IF
                 IF POSITION-Y OF DCLSHAPE-TABLE2 > WS-VER-MAX-Y THEN
                    MOVE POSITION-Y OF DCLSHAPE-TABLE2 TO WS-VER-MAX-Y
                 END-IF
              END-IF
              PERFORM 7510-FETCH-VER-CELLS-RECORD
           END-PERFORM
           PERFORM 7520-CLOSE-VER-CELLS-CURSOR

           MOVE SPACE TO VER-GRID-TEXT
           MOVE 0 TO WS-VER-GRID-POS
           PERFORM VARYING WS-ITER FROM 1 BY 1
           UNTIL WS-ITER > WS-VER-MAX-Y
              MOVE WS-VER-WORK-ROW(WS-ITER)(1:WS-VER-MAX-X)
                TO VER-GRID-TEXT(WS-VER-GRID-POS + 1:WS-VER-MAX-X)
              ADD WS-VER-MAX-X TO WS-VER-GRID-POS
           END-PERFORM

           MOVE WS-VER-GRID-POS TO VER-GRID-LEN
           MOVE WS-VER-MAX-X    TO VER-WIDTH
           MOVE WS-VER-MAX-Y    TO VER-HEIGHT
           MOVE WS-VER-CELLS    TO VER-CELL-COUNT
           .
      ******************************************************************
      *                7120-GENERATE-VERSION-NUMBER
      ******************************************************************
       7120-GENERATE-VERSION-NUMBER.
           MOVE ZZEC0290-I-SHAPE-NAME TO VER-SHAPE-NAME

           EXEC SQL
           SELECT COALESCE(MAX(VER_NUMBER), 0) + 1
           INTO :VER-NUMBER
           FROM SHAPE_VERSION_TABLE
           WHERE VER_SHAPE_NAME = :VER-SHAPE-NAME
           END-EXEC

           MOVE SQLCODE TO SW-SQLCODE
           IF SO-SQLCODE-OK THEN
              CONTINUE
           ELSE
              SET SO-7120-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                7130-INSERT-VERSION-ROW
      ******************************************************************
       7130-INSERT-VERSION-ROW.
           MOVE WS-SHAPE-ID        TO VER-SHAPE-ID
           MOVE EIBUSERID          TO VER-CHANGED-BY
           MOVE CT-SOURCE-ROLLBACK TO VER-SOURCE

           EXEC SQL
           INSERT INTO SHAPE_VERSION_TABLE
             (VER_SHAPE_NAME, VER_NUMBER, VER_SHAPE_ID, VER_CHANGED_BY,
              VER_CHANGED_AT, VER_SOURCE, VER_WIDTH, VER_HEIGHT,
              VER_CELL_COUNT, VER_GRID)
           VALUES
             (:VER-SHAPE-NAME, :VER-NUMBER, :VER-SHAPE-ID,
              :VER-CHANGED-BY, CURRENT TIMESTAMP, :VER-SOURCE,
              :VER-WIDTH, :VER-HEIGHT, :VER-CELL-COUNT, :VER-GRID)
           END-EXEC

           MOVE SQLCODE TO SW-SQLCODE
           IF SO-SQLCODE-OK THEN
              CONTINUE
           ELSE
              SET SO-7130-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                7140-DELETE-SHAPE-TABLE2-CELLS
      ******************************************************************
       7140-DELETE-SHAPE-TABLE2-CELLS.
           MOVE WS-SHAPE-ID TO SHAPE-ID OF DCLSHAPE-TABLE2
           EXEC SQL
           DELETE FROM SHAPE_TABLE2
           WHERE SHAPE_ID = :SHAPE-ID OF DCLSHAPE-TABLE2
           END-EXEC

           MOVE SQLCODE TO SW-SQLCODE
           IF SO-SQLCODE-OK THEN
              CONTINUE
           ELSE
              SET SO-7140-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                7145-DELETE-SHAPE-TABLE3-CELLS
      ******************************************************************
       7145-DELETE-SHAPE-TABLE3-CELLS.
           MOVE WS-SHAPE-ID TO SHAPE-ID OF DCLSHAPE-TABLE3
           EXEC SQL
           DELETE FROM SHAPE_TABLE3
           WHERE SHAPE_ID = :SHAPE-ID OF DCLSHAPE-TABLE3
           END-EXEC

           MOVE SQLCODE TO SW-SQLCODE
           IF SO-SQLCODE-OK THEN
              CONTINUE
           ELSE
              SET SO-7145-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                7150-RESET-CLASSIFICATION
      * THE OLD CLASS DESCRIBED THE CELLS BEING REPLACED - BLANK IT SO
      * Z02208 CLASSIFIES THE SHAPE AGAIN ON ITS NEXT RUN
      ******************************************************************
       7150-RESET-CLASSIFICATION.
           MOVE WS-SHAPE-ID TO SHAPE-NAME-ID OF DCLSHAPE-TABLE3-NAME
           EXEC SQL
           UPDATE SHAPE_TABLE3_NAME
           SET SHAPE_CLASS         = ' ',
               SHAPE_PERIOD        = 0,
               SHAPE_DX            = 0,
               SHAPE_DY            = 0,
               SHAPE_SETTLE_GEN    = 0
           WHERE SHAPE_NAME_ID = :SHAPE-NAME-ID OF DCLSHAPE-TABLE3-NAME
           END-EXEC

           MOVE SQLCODE TO SW-SQLCODE
           IF SO-SQLCODE-OK THEN
              CONTINUE
           ELSE
              SET SO-7150-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                7160-GENERATE-NEW-SHAPE-ID
      * A SHAPE DELETED SINCE THE VERSION WAS KEPT COMES BACK UNDER A
      * NEW ID - SAME MAX+1 SCHEME AS Z02113'S 2140
      ******************************************************************
       7160-GENERATE-NEW-SHAPE-ID.
           EXEC SQL
           SELECT COALESCE(MAX(SHAPE_NAME_ID), 0) + 1
           INTO :WS-SHAPE-ID
           FROM SHAPE_TABLE3_NAME
           END-EXEC

           MOVE SQLCODE TO SW-SQLCODE
           IF SO-SQLCODE-OK THEN
              CONTINUE
           ELSE
              SET SO-7160-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                7165-INSERT-SHAPE-NAME-ROW
      ******************************************************************
       7165-INSERT-SHAPE-NAME-ROW.
           MOVE ZZEC0290-I-SHAPE-NAME TO
              SHAPE-NAME OF DCLSHAPE-TABLE3-NAME
           MOVE WS-SHAPE-ID TO SHAPE-NAME-ID OF DCLSHAPE-TABLE3-NAME

           EXEC SQL
           INSERT INTO SHAPE_TABLE3_NAME (SHAPE_NAME, SHAPE_NAME_ID)
           VALUES
             (:SHAPE-NAME OF DCLSHAPE-TABLE3-NAME,
              :SHAPE-NAME-ID OF DCLSHAPE-TABLE3-NAME)
           END-EXEC

           MOVE SQLCODE TO SW-SQLCODE
           IF SO-SQLCODE-OK THEN
              CONTINUE
           ELSE
              SET SO-7165-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                7170-WRITE-SHAPE-TABLE2-CELL
      ******************************************************************
       7170-WRITE-SHAPE-TABLE2-CELL.
           MOVE WS-SHAPE-ID TO SHAPE-ID OF DCLSHAPE-TABLE2
           MOVE ZZEC0290-I-SHAPE-NAME TO SHAPE-NAME OF DCLSHAPE-TABLE2

           EXEC SQL
           INSERT INTO
           SHAPE_TABLE2(SHAPE_ID, SHAPE_NAME, POSITION_X, POSITION_Y)
           VALUES(
           :SHAPE-ID OF DCLSHAPE-TABLE2,
           :SHAPE-NAME OF DCLSHAPE-TABLE2,
           :POSITION-X OF DCLSHAPE-TABLE2,
           :POSITION-Y OF DCLSHAPE-TABLE2)
           END-EXEC

           MOVE SQLCODE TO SW-SQLCODE
           IF SO-SQLCODE-OK THEN
              CONTINUE
           ELSE
              SET SO-7170-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                7172-WRITE-SHAPE-TABLE3-CELL
      ******************************************************************
       7172-WRITE-SHAPE-TABLE3-CELL.
           MOVE WS-SHAPE-ID TO SHAPE-ID OF DCLSHAPE-TABLE3
           MOVE POSITION-X OF DCLSHAPE-TABLE2 TO
              POSITION-X OF DCLSHAPE-TABLE3
           MOVE POSITION-Y OF DCLSHAPE-TABLE2 TO
              POSITION-Y OF DCLSHAPE-TABLE3

           EXEC SQL
           INSERT INTO
           SHAPE_TABLE3(SHAPE_ID, POSITION_X, POSITION_Y)
           VALUES(
           :SHAPE-ID OF DCLSHAPE-TABLE3,
           :POSITION-X OF DCLSHAPE-TABLE3,
           :POSITION-Y OF DCLSHAPE-TABLE3)
           END-EXEC

           MOVE SQLCODE TO SW-SQLCODE
           IF SO-SQLCODE-OK THEN
              CONTINUE
           ELSE
              SET SO-7172-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                  7175-WRITE-AUDIT-RECORD
      * SHAPE MAINTENANCE IS NOT TIED TO A BOARD, SO THE MAP ID ON
      * ITS AUDIT ROWS IS ZERO - SAME ROW SHAPE AS Z02113 WRITES
      ******************************************************************
       7175-WRITE-AUDIT-RECORD.
           MOVE 0                 TO AUDIT-MAP-ID OF DCLAUDIT-TABLE
           MOVE WS-AUDIT-ACTION   TO AUDIT-ACTION OF DCLAUDIT-TABLE
           MOVE EIBUSERID         TO AUDIT-USER   OF DCLAUDIT-TABLE

           EXEC SQL
           INSERT INTO AUDIT_TABLE
             (AUDIT_MAP_ID, AUDIT_ACTION, AUDIT_USER, AUDIT_TIME)
           VALUES
             (:AUDIT-MAP-ID OF DCLAUDIT-TABLE,
              :AUDIT-ACTION OF DCLAUDIT-TABLE,
              :AUDIT-USER OF DCLAUDIT-TABLE,
              CURRENT TIMESTAMP)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              SET SO-7175-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                  7190-CHECK-AUTHORIZATION
      * A ROW FOR THIS USER AND CAPABILITY IN AUTH_TABLE IS THE ONLY
      * THING THAT ALLOWS THE ACTION - NO ROW MEANS NO
      ******************************************************************
       7190-CHECK-AUTHORIZATION.
           SET SO-USER-NOT-AUTHORIZED TO TRUE
           MOVE EIBUSERID TO AUTH-USER

           EXEC SQL
           SELECT COUNT(*)
           INTO :WS-AUTH-COUNT
           FROM AUTH_TABLE
           WHERE AUTH_USER = :AUTH-USER
           AND   AUTH_CAPABILITY = :WS-AUTH-CAPABILITY
           END-EXEC

           MOVE SQLCODE TO SW-SQLCODE
           IF SO-SQLCODE-OK THEN
              IF WS-AUTH-COUNT > 0 THEN
                 SET SO-USER-AUTHORIZED TO TRUE
              END-IF
           ELSE
              SET SO-7190-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                   7200-SELECT-VERSION
      ******************************************************************
       7200-SELECT-VERSION.
           SET SO-VERSION-NOT-FOUND TO TRUE
           MOVE ZZEC0290-I-SHAPE-NAME TO VER-SHAPE-NAME
           MOVE ZZEC0290-I-VERSION    TO VER-NUMBER

           EXEC SQL
           SELECT VER_SHAPE_ID, VER_CHANGED_BY, VER_CHANGED_AT,
                  VER_SOURCE, VER_WIDTH, VER_HEIGHT, VER_CELL_COUNT,
                  VER_GRID
           INTO  :VER-SHAPE-ID, :VER-CHANGED-BY, :VER-CHANGED-AT,
                 :VER-SOURCE, :VER-WIDTH, :VER-HEIGHT, :VER-CELL-COUNT,
                 :VER-GRID
           FROM  SHAPE_VERSION_TABLE
           WHERE VER_SHAPE_NAME = :VER-SHAPE-NAME
           AND   VER_NUMBER     = :VER-NUMBER
           END-EXEC

           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
              WHEN SO-SQLCODE-NORMAL
                 SET SO-VERSION-FOUND TO TRUE
              WHEN SO-SQLCODE-NOT-FOUND
                 SET SO-VERSION-NOT-FOUND TO TRUE
              WHEN OTHER
                 SET SO-7200-PARA TO TRUE
                 PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *                 7400-OPEN-VERSIONS-CURSOR
      ******************************************************************
       7400-OPEN-VERSIONS-CURSOR.
           EXEC SQL
           OPEN C-VERSIONS
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
      *                 7410-FETCH-VERSIONS-RECORD
      ******************************************************************
       7410-FETCH-VERSIONS-RECORD.
           EXEC SQL
           FETCH C-VERSIONS
           INTO
           :VER-NUMBER,
           :VER-CHANGED-BY,
           :VER-CHANGED-AT,
           :VER-SOURCE,
           :VER-WIDTH,
           :VER-HEIGHT,
           :VER-CELL-COUNT
           END-EXEC

           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
              WHEN SO-SQLCODE-NORMAL
                 CONTINUE
              WHEN SO-SQLCODE-NOT-FOUND
                 SET SO-END-OF-DATA-VERSIONS TO TRUE
              WHEN OTHER
                 SET SO-7410-PARA TO TRUE
                 PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *                 7420-CLOSE-VERSIONS-CURSOR
      ******************************************************************
       7420-CLOSE-VERSIONS-CURSOR.
           EXEC SQL
           CLOSE C-VERSIONS
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
      *                 7500-OPEN-VER-CELLS-CURSOR
      ******************************************************************
       7500-OPEN-VER-CELLS-CURSOR.
           EXEC SQL
           OPEN C-VER-CELLS
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
      *                 7510-FETCH-VER-CELLS-RECORD
      ******************************************************************
       7510-FETCH-VER-CELLS-RECORD.
           EXEC SQL
           FETCH C-VER-CELLS
           INTO
           :POSITION-X OF DCLSHAPE-TABLE2,
           :POSITION-Y OF DCLSHAPE-TABLE2
           END-EXEC

           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
              WHEN SO-SQLCODE-NORMAL
                 CONTINUE
              WHEN SO-SQLCODE-NOT-FOUND
                 SET SO-END-OF-DATA-CELLS TO TRUE
              WHEN OTHER
                 SET SO-7510-PARA TO TRUE
                 PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *                 7520-CLOSE-VER-CELLS-CURSOR
      ******************************************************************
       7520-CLOSE-VER-CELLS-CURSOR.
           EXEC SQL
           CLOSE C-VER-CELLS
           END-EXEC

           MOVE SQLCODE TO SW-SQLCODE
           IF SO-SQLCODE-OK THEN
              CONTINUE
           ELSE
              SET SO-7520-PARA TO TRUE
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

           SET ZZEC0290-O-RC-DB2-ERROR TO TRUE

           STRING ' DB2 ERROR IN STATMENT '
           SW-ST-IDENTIFICATOR
           DELIMITED BY SIZE
           INTO ZZEC0290-O-ERROR-MESSAGE
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
