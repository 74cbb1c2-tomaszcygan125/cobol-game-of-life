      * CHANGED SHAPE IS IMMEDIATELY AVAILABLE TO THE LIVE GAME (Z0211)
      * WITHOUT HAVING TO EDIT E1DQ0010 AND RERUN THE Z02094 BATCH LOAD
      * 1. ADD A NEW SHAPE, OR REPLACE AN EXISTING ONE OF THE SAME NAME
      * 2. REQUEST THE DELETE OF A SHAPE - THE DELETE IS ONLY LEFT
      *    PENDING IN APPROVAL_TABLE, AND IS CARRIED OUT BY Z02121 ONCE
      *    A SECOND USER HOLDING APPROVE ACCEPTS IT ON 0216
      * 3. SHOW A SHAPE'S BEHAVIOUR CLASS (STILL LIFE, OSCILLATOR ...)
      *    AS LAST RECORDED BY THE Z02208 CLASSIFIER BATCH
      *
      * REPLACING A SHAPE'S CELLS BLANKS ITS CLASS, SO THE NEXT Z02208
      * RUN PICKS IT UP AGAIN - A NEW SHAPE STARTS OUT BLANK ANYWAY
      *
      * REPLACING A SHAPE ALSO KEEPS THE CELLS IT HAD UNTIL NOW AS ITS
      * NEXT SHAPE_VERSION_TABLE VERSION, WITH THE USER AND TIME OF THE
      * CHANGE (AN APPROVED DELETE DOES THE SAME IN Z02121) - THE 0215
      * SCREEN (Z02109/Z02120) LISTS, SHOWS AND ROLLS BACK TO THOSE
      * VERSIONS
      *
      * THE ONLINE GRID IS CAPPED AT 20x20 (CT-MAX-GRID-SIZE) - A
      * SCREEN ONLY HAS SO MANY LINES TO KEY PATTERN ROWS INTO. SHAPES
      * CONSTANTS
       01 CT-CONTSTANT.
           05 CT-MAX-GRID-SIZE            PIC S9(4) COMP VALUE 20.
      * A SAVED VERSION HOLDS UP TO THE Z02094 100x100 LIMIT, SINCE A
      * BATCH-LOADED SHAPE CAN BE REPLACED FROM HERE TOO
           05 CT-MAX-VERSION-SIZE         PIC S9(4) COMP VALUE 100.
           05 CT-SOURCE-MAINTAIN          PIC X(8) VALUE 'MAINTAIN'.
           05 CT-APPROVAL-SHAPE-DELETE    PIC X(8) VALUE 'SHAPEDEL'.
      * SWITCHES
       01 SW-SWITCHES.
           05 SW-SHAPE-FOUND                       PIC X.
           05 SW-IF-INPUT-DATA-IS-VALID            PIC X.
               88 SO-VALID-INPUT-DATA              VALUE 'Y'.
               88 SO-INVALID-INPUT-DATA            VALUE 'N'.
           05 SW-END-OF-DATA-CELLS                 PIC X.
               88 SO-END-OF-DATA-CELLS             VALUE 'Y'.
               88 SO-NOT-END-OF-DATA-CELLS         VALUE 'N'.
           05 SW-IF-APPROVAL-PENDING               PIC X.
               88 SO-APPROVAL-ALREADY-PENDING      VALUE 'Y'.
               88 SO-NO-APPROVAL-PENDING           VALUE 'N'.
      * COMMAREA
           COPY ZZEC0220.

           10 WS-SQLCODE-FORMAT             PIC -(5).
           10 SW-ST-IDENTIFICATOR           PIC X(4).
               88 SO-2120-PARA              VALUE '2120'.
               88 SO-2127-PARA              VALUE '2127'.
               88 SO-2128-PARA              VALUE '2128'.
               88 SO-2131-PARA              VALUE '2131'.
               88 SO-2132-PARA              VALUE '2132'.
               88 SO-2140-PARA              VALUE '2140'.
               88 SO-2150-PARA              VALUE '2150'.
               88 SO-2161-PARA              VALUE '2161'.
               88 SO-2162-PARA              VALUE '2162'.
               88 SO-2170-PARA              VALUE '2170'.
               88 SO-2210-PARA              VALUE '2210'.
               88 SO-2220-PARA              VALUE '2220'.
               88 SO-2230-PARA              VALUE '2230'.
               88 SO-2310-PARA              VALUE '2310'.
               88 SO-7175-PARA              VALUE '7175'.
               88 SO-7190-PARA              VALUE '7190'.
               88 SO-7400-PARA              VALUE '7400'.
               88 SO-7410-PARA              VALUE '7410'.
               88 SO-7420-PARA              VALUE '7420'.

      * PROGRAM VARIABLES
       01 PROGRAM-VARIABLES.
           05 WS-AUDIT-ACTION      PIC X(20).
           05 WS-AUTH-CAPABILITY   PIC X(20).
           05 WS-AUTH-COUNT        PIC S9(9) COMP VALUE 0.
           05 WS-PERIOD-EDIT       PIC ZZZ9.
           05 WS-DX-EDIT           PIC ---9.
           05 WS-DY-EDIT           PIC ---9.
           05 WS-GEN-EDIT          PIC ZZZZZZZZ9.
           05 WS-APR-EDIT          PIC ZZZZZ9.
           05 SW-IF-USER-AUTHORIZED PIC X.
               88 SO-USER-AUTHORIZED       VALUE 'Y'.
               88 SO-USER-NOT-AUTHORIZED   VALUE 'N'.
           05 WS-VERSION-SOURCE    PIC X(8).
           05 WS-VER-MAX-X         PIC S9(4) COMP.
           05 WS-VER-MAX-Y         PIC S9(4) COMP.
           05 WS-VER-CELLS         PIC S9(9) COMP.
           05 WS-VER-GRID-POS      PIC S9(9) COMP.
      * THE SHAPE'S CURRENT CELLS LAID OUT AS A GRID BEFORE THEY ARE
      * PACKED INTO THE VERSION ROW
       01 WS-VER-WORK-GRID.
           05 WS-VER-WORK-ROW      PIC X(100) OCCURS 100 TIMES.

      * SQLCA AND DCLGENS
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE Z3EC0211 END-EXEC.
           EXEC SQL INCLUDE Z5EC0211 END-EXEC.
           EXEC SQL INCLUDE Z7EC0211 END-EXEC.
           EXEC SQL INCLUDE ZHEC0211 END-EXEC.
           EXEC SQL INCLUDE ZIEC0211 END-EXEC.
      * CURSOR DECLARATION - THE CELLS A SHAPE HAS BEFORE IT IS REPLACED
           EXEC SQL DECLARE C-VER-CELLS CURSOR FOR
           SELECT
           POSITION_X, POSITION_Y
           FROM SHAPE_TABLE2
           WHERE SHAPE_ID = :SHAPE-ID OF DCLSHAPE-TABLE2
           END-EXEC.

       LINKAGE SECTION.
       01 DFHCOMMAREA PIC X(546).
      *****************************************************************
      *                   PROCEDURE DIVISION
      *****************************************************************
                 ELSE
                    PERFORM 2180-REJECT-UNAUTHORIZED
                 END-IF
      * LOOKING AT A SHAPE CHANGES NOTHING - NO CAPABILITY NEEDED
            WHEN ZZEC0220-M-SHOW-SHAPE
                 PERFORM 2300-SHOW-SHAPE
            WHEN OTHER
                 SET ZZEC0220-O-RC-INVALID-INPUT TO TRUE
                 MOVE 'INVALID MODE' TO ZZEC0220-O-ERROR-MESSAGE
           IF SO-VALID-INPUT-DATA THEN
              PERFORM 2120-LOOKUP-SHAPE-BY-NAME
              IF SO-SHAPE-EXISTS THEN
                 MOVE CT-SOURCE-MAINTAIN TO WS-VERSION-SOURCE
                 PERFORM 2125-SAVE-SHAPE-VERSION
                 PERFORM 2130-DELETE-OLD-SHAPE-CELLS
                 PERFORM 2170-RESET-CLASSIFICATION
                 SET ZZEC0220-O-RC-SUCCESS-UPDATED TO TRUE
              ELSE
                 PERFORM 2140-GENERATE-NEW-SHAPE-ID
              END-IF
              PERFORM 2160-DIGITIZE-SHAPE-CELLS
              MOVE ' ' TO ZZEC0220-O-ERROR-MESSAGE
              MOVE 'NOT YET CLASSIFIED' TO ZZEC0220-O-CLASS-TEXT
           ELSE
              SET ZZEC0220-O-RC-INVALID-INPUT TO TRUE
              MOVE 'SHAPE NAME REQUIRED, WIDTH/HEIGHT 1 THRU 20' TO
           END-EVALUATE
           .
      ******************************************************************
      *                2125-SAVE-SHAPE-VERSION
      * THE CELLS ABOUT TO BE REPLACED BECOME THE SHAPE'S NEXT
      * VERSION, IN THE SAME UNIT OF WORK AS THE CHANGE - EITHER BOTH
      * HAPPEN OR NEITHER DOES
      ******************************************************************
       2125-SAVE-SHAPE-VERSION.
           PERFORM 2126-BUILD-VERSION-GRID
           PERFORM 2127-GENERATE-VERSION-NUMBER
           PERFORM 2128-INSERT-VERSION-ROW
           .
      ******************************************************************
      *                2126-BUILD-VERSION-GRID
      * READS THE SHAPE'S SHAPE_TABLE2 CELLS ONTO A WORK GRID, THEN
      * PACKS ROWS 1 THRU THE HIGHEST Y, EACH CUT TO THE HIGHEST X,
      * INTO VER-GRID ONE ROW AFTER ANOTHER
      ******************************************************************
       2126-BUILD-VERSION-GRID.
           MOVE ALL '.' TO WS-VER-WORK-GRID
           MOVE 0 TO WS-VER-MAX-X
           MOVE 0 TO WS-VER-MAX-Y
           MOVE 0 TO WS-VER-CELLS
           MOVE WS-SHAPE-ID TO SHAPE-ID OF DCLSHAPE-TABLE2

           PERFORM 7400-OPEN-VER-CELLS-CURSOR
           SET SO-NOT-END-OF-DATA-CELLS TO TRUE
           PERFORM 7410-FETCH-VER-CELLS-RECORD
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
              PERFORM 7410-FETCH-VER-CELLS-RECORD
           END-PERFORM
           PERFORM 7420-CLOSE-VER-CELLS-CURSOR

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
      *                2127-GENERATE-VERSION-NUMBER
      ******************************************************************
       2127-GENERATE-VERSION-NUMBER.
           MOVE ZZEC0220-I-SHAPE-NAME TO VER-SHAPE-NAME

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
              SET SO-2127-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                2128-INSERT-VERSION-ROW
      ******************************************************************
       2128-INSERT-VERSION-ROW.
           MOVE WS-SHAPE-ID       TO VER-SHAPE-ID
           MOVE EIBUSERID         TO VER-CHANGED-BY
           MOVE WS-VERSION-SOURCE TO VER-SOURCE

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
              SET SO-2128-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                2130-DELETE-OLD-SHAPE-CELLS
      * THE SHAPE_TABLE3_NAME ROW (AND SO ITS ID) IS LEFT IN PLACE -
      * ONLY THE CATALOG/CELL ROWS ARE REPLACED
           END-IF
           .
      ******************************************************************
      *                2170-RESET-CLASSIFICATION
      * THE OLD CLASS DESCRIBED THE OLD CELLS - BLANK IT SO Z02208
      * CLASSIFIES THE SHAPE AGAIN ON ITS NEXT RUN
      ******************************************************************
       2170-RESET-CLASSIFICATION.
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
              SET SO-2170-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                   2200-DELETE-SHAPE
      * A SHAPE IS NEVER DELETED STRAIGHT FROM HERE - THE DELETE IS
      * LEFT PENDING IN APPROVAL_TABLE FOR A SECOND USER HOLDING
      * APPROVE TO ACCEPT OR REJECT ON 0216.  A DELETE OF THE SAME
      * SHAPE ALREADY WAITING IS REPORTED RATHER THAN RAISED TWICE
      ******************************************************************
       2200-DELETE-SHAPE.
           IF ZZEC0220-I-SHAPE-NAME = SPACE OR LOW-VALUES THEN
           ELSE
              PERFORM 2120-LOOKUP-SHAPE-BY-NAME
              IF SO-SHAPE-EXISTS THEN
                 PERFORM 2210-SELECT-PENDING-APPROVAL
                 IF SO-APPROVAL-ALREADY-PENDING THEN
                    MOVE APR-ID TO WS-APR-EDIT
                    MOVE SPACE TO ZZEC0220-O-ERROR-MESSAGE
                    STRING 'PENDING ALREADY REQ' DELIMITED BY SIZE
                           WS-APR-EDIT           DELIMITED BY SIZE
                       INTO ZZEC0220-O-ERROR-MESSAGE
                    END-STRING
                 ELSE
                    PERFORM 2220-GENERATE-APPROVAL-ID
                    PERFORM 2230-INSERT-APPROVAL-ROW
                    MOVE SPACE TO WS-AUDIT-ACTION
                    STRING 'REQUESTED '             DELIMITED BY SIZE
                           CT-APPROVAL-SHAPE-DELETE DELIMITED BY SPACE
                       INTO WS-AUDIT-ACTION
                    END-STRING
                    PERFORM 7175-WRITE-AUDIT-RECORD

                    MOVE APR-ID TO WS-APR-EDIT
                    MOVE SPACE TO ZZEC0220-O-ERROR-MESSAGE
                    STRING 'FOR APPROVAL - REQ'  DELIMITED BY SIZE
                           WS-APR-EDIT           DELIMITED BY SIZE
                       INTO ZZEC0220-O-ERROR-MESSAGE
                    END-STRING
                 END-IF
                 SET ZZEC0220-O-RC-PENDING-APPROVAL TO TRUE
              ELSE
                 SET ZZEC0220-O-RC-SHAPE-NOT-FOUND TO TRUE
                 MOVE 'NO SUCH SHAPE' TO ZZEC0220-O-ERROR-MESSAGE
              END-IF
           END-IF
           .
      ******************************************************************
      *                2210-SELECT-PENDING-APPROVAL
      ******************************************************************
       2210-SELECT-PENDING-APPROVAL.
           SET SO-NO-APPROVAL-PENDING TO TRUE
           MOVE CT-APPROVAL-SHAPE-DELETE TO APR-ACTION
           MOVE ZZEC0220-I-SHAPE-NAME    TO APR-OBJECT-NAME

           EXEC SQL
           SELECT APR_ID
           INTO :APR-ID
           FROM APPROVAL_TABLE
           WHERE APR_ACTION      = :APR-ACTION
           AND   APR_OBJECT_NAME = :APR-OBJECT-NAME
           AND   APR_STATUS      = 'P'
           FETCH FIRST ROW ONLY
           END-EXEC

           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
              WHEN SO-SQLCODE-NORMAL
                 SET SO-APPROVAL-ALREADY-PENDING TO TRUE
              WHEN SO-SQLCODE-NOT-FOUND
                 CONTINUE
              WHEN OTHER
                 SET SO-2210-PARA TO TRUE
                 PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *                2220-GENERATE-APPROVAL-ID
      ******************************************************************
       2220-GENERATE-APPROVAL-ID.
           EXEC SQL
           SELECT COALESCE(MAX(APR_ID), 0) + 1
           INTO :APR-ID
           FROM APPROVAL_TABLE
           END-EXEC

           MOVE SQLCODE TO SW-SQLCODE
           IF SO-SQLCODE-OK THEN
              CONTINUE
           ELSE
              SET SO-2220-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                2230-INSERT-APPROVAL-ROW
      * A SHAPE DELETE IS NOT TIED TO A BOARD - ITS MAP ID IS ZERO
      ******************************************************************
       2230-INSERT-APPROVAL-ROW.
           MOVE CT-APPROVAL-SHAPE-DELETE TO APR-ACTION
           MOVE 0                        TO APR-MAP-ID
           MOVE ZZEC0220-I-SHAPE-NAME    TO APR-OBJECT-NAME
           MOVE 'P'                      TO APR-STATUS
           MOVE EIBUSERID                TO APR-REQUESTED-BY
           MOVE SPACE                    TO APR-DECIDED-BY
           MOVE SPACE                    TO APR-DECIDED-AT

           EXEC SQL
           INSERT INTO APPROVAL_TABLE
             (APR_ID, APR_ACTION, APR_MAP_ID, APR_OBJECT_NAME,
              APR_STATUS, APR_REQUESTED_BY, APR_REQUESTED_AT,
              APR_DECIDED_BY, APR_DECIDED_AT)
           VALUES
             (:APR-ID, :APR-ACTION, :APR-MAP-ID, :APR-OBJECT-NAME,
              :APR-STATUS, :APR-REQUESTED-BY, CURRENT TIMESTAMP,
              :APR-DECIDED-BY, :APR-DECIDED-AT)
           END-EXEC

           MOVE SQLCODE TO SW-SQLCODE
           IF SO-SQLCODE-OK THEN
              CONTINUE
           ELSE
              SET SO-2230-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                   2300-SHOW-SHAPE
      ******************************************************************
       2300-SHOW-SHAPE.
           IF ZZEC0220-I-SHAPE-NAME = SPACE OR LOW-VALUES THEN
              SET ZZEC0220-O-RC-INVALID-INPUT TO TRUE
              MOVE 'SHAPE NAME REQUIRED' TO ZZEC0220-O-ERROR-MESSAGE
           ELSE
              PERFORM 2120-LOOKUP-SHAPE-BY-NAME
              IF SO-SHAPE-EXISTS THEN
                 PERFORM 2310-SELECT-CLASSIFICATION
                 PERFORM 2320-FORMAT-CLASS-TEXT
                 SET ZZEC0220-O-RC-NORMAL TO TRUE
                 MOVE ' ' TO ZZEC0220-O-ERROR-MESSAGE
              ELSE
                 SET ZZEC0220-O-RC-SHAPE-NOT-FOUND TO TRUE
           END-IF
           .
      ******************************************************************
      *                2310-SELECT-CLASSIFICATION
      ******************************************************************
       2310-SELECT-CLASSIFICATION.
           EXEC SQL
           SELECT SHAPE_CLASS, SHAPE_PERIOD, SHAPE_DX, SHAPE_DY,
                  SHAPE_SETTLE_GEN
           INTO :SHAPE-CLASS, :SHAPE-PERIOD, :SHAPE-DX, :SHAPE-DY,
                :SHAPE-SETTLE-GEN
           FROM SHAPE_TABLE3_NAME
           WHERE SHAPE_NAME_ID = :SHAPE-NAME-ID OF DCLSHAPE-TABLE3-NAME
           END-EXEC

           MOVE SQLCODE TO SW-SQLCODE
           IF SO-SQLCODE-NORMAL THEN
              CONTINUE
           ELSE
              SET SO-2310-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                2320-FORMAT-CLASS-TEXT
      * ONE LINE FOR THE SCREEN - THE CLASS, PLUS THE PERIOD FOR AN
      * OSCILLATOR, PERIOD AND DISPLACEMENT FOR A SPACESHIP, AND THE
      * GENERATION IT DIED AT FOR A SHAPE THAT DIES
      ******************************************************************
       2320-FORMAT-CLASS-TEXT.
           MOVE SHAPE-PERIOD     TO WS-PERIOD-EDIT
           MOVE SHAPE-DX         TO WS-DX-EDIT
           MOVE SHAPE-DY         TO WS-DY-EDIT
           MOVE SHAPE-SETTLE-GEN TO WS-GEN-EDIT
           MOVE SPACE            TO ZZEC0220-O-CLASS-TEXT

           EVALUATE SHAPE-CLASS
             WHEN 'S'
                MOVE 'STILL LIFE' TO ZZEC0220-O-CLASS-TEXT
             WHEN 'O'
                STRING 'OSCILLATOR  PERIOD ' DELIMITED BY SIZE
                       WS-PERIOD-EDIT        DELIMITED BY SIZE
                   INTO ZZEC0220-O-CLASS-TEXT
                END-STRING
             WHEN 'P'
                STRING 'SPACESHIP  PERIOD ' DELIMITED BY SIZE
                       WS-PERIOD-EDIT       DELIMITED BY SIZE
                       ' DX '               DELIMITED BY SIZE
                       WS-DX-EDIT           DELIMITED BY SIZE
                       ' DY '               DELIMITED BY SIZE
                       WS-DY-EDIT           DELIMITED BY SIZE
                   INTO ZZEC0220-O-CLASS-TEXT
                END-STRING
             WHEN 'D'
                STRING 'DIES AT GENERATION ' DELIMITED BY SIZE
                       WS-GEN-EDIT           DELIMITED BY SIZE
                   INTO ZZEC0220-O-CLASS-TEXT
                END-STRING
             WHEN 'G'
                MOVE 'GROWS' TO ZZEC0220-O-CLASS-TEXT
             WHEN 'U'
                MOVE 'UNDETERMINED' TO ZZEC0220-O-CLASS-TEXT
             WHEN OTHER
                MOVE 'NOT YET CLASSIFIED' TO ZZEC0220-O-CLASS-TEXT
           END-EVALUATE
           .
      ******************************************************************
      *                2180-REJECT-UNAUTHORIZED
      * THE USER DOES NOT HOLD THE CAPABILITY THE ACTION NEEDS - TELL
      * THEM SO AND LEAVE A DENIED AUDIT ROW
           END-IF
           .
      ******************************************************************
      *                 7400-OPEN-VER-CELLS-CURSOR
      ******************************************************************
       7400-OPEN-VER-CELLS-CURSOR.
           EXEC SQL
           OPEN C-VER-CELLS
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
      *                 7410-FETCH-VER-CELLS-RECORD
      ******************************************************************
       7410-FETCH-VER-CELLS-RECORD.
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
                 SET SO-7410-PARA TO TRUE
                 PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *                 7420-CLOSE-VER-CELLS-CURSOR
      ******************************************************************
       7420-CLOSE-VER-CELLS-CURSOR.
           EXEC SQL
           CLOSE C-VER-CELLS
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
      *                    9000-DB2-ERROR
      ******************************************************************
       9000-DB2-ERROR.
