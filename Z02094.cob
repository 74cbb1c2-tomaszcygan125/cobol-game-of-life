           EXEC SQL INCLUDE SQLCA  END-EXEC.                            
      * SHAPER_TABLE'S DCLGEN                                           
           EXEC SQL INCLUDE SHAPER END-EXEC.                            
      * SHAPE_VERSION_TABLE'S DCLGEN
           EXEC SQL INCLUDE ZHEC0211 END-EXEC.
      * CURSOR DECLARATION - THE CELLS A SHAPE ID ALREADY HAS WHEN THE
      * FILE LOADS IT AGAIN
           EXEC SQL DECLARE C-VER-CELLS CURSOR FOR
           SELECT
           POSITION_X, POSITION_Y
           FROM SHAPE_TABLE2
           WHERE SHAPE_ID = :SHAPE-ID
           END-EXEC.
      ***************************************************************   
      *   ERROR HANDLING VARIABLES                                      
      ***************************************************************   
       01 WS-DB2-ERROR.                                                 
           10 SW-SQLCODE                    PIC S9(5).                  
               88 SO-SQLCODE-OK             VALUE  000   100.           
               88 SO-SQLCODE-NORMAL         VALUE  000.
               88 SO-SQLCODE-NOT-FOUND      VALUE  100.
           10 WS-SQLERRMC                   PIC X(70).                  
           10 WS-SQLCODE-FORMAT             PIC -(5).                   
           10 SW-ST-IDENTIFICATOR           PIC X(4).                   
               88 SO-7100-PARA              VALUE '7100'.               
               88 SO-7250-PARA              VALUE '7250'.
               88 SO-7320-PARA              VALUE '7320'.
               88 SO-7330-PARA              VALUE '7330'.
               88 SO-7340-PARA              VALUE '7340'.
               88 SO-7400-PARA              VALUE '7400'.
               88 SO-7410-PARA              VALUE '7410'.
               88 SO-7420-PARA              VALUE '7420'.
      * FILE STATUS
       01 WS-FILE-STATUS.
           05 WS-FS-E1DQ0010                  PIC 99.
       01 WS-RLE-X                  PIC S9(9) COMP VALUE 0.
       01 WS-RLE-Y                  PIC S9(9) COMP VALUE 0.
       01 WS-RLE-CHAR               PIC X VALUE SPACE.
      *******************
      *  SHAPE VERSION HISTORY - LOADING A SHAPE ID THAT ALREADY HAS
      *  CELLS REPLACES THEM, AND THE CELLS IT HAD ARE KEPT FIRST AS
      *  THE SHAPE'S NEXT SHAPE_VERSION_TABLE VERSION.  BATCH HAS NO
      *  TERMINAL USER, SO THE VERSION CARRIES THE JOB'S OWN NAME
      *******************
       01 WS-VERSION-USER           PIC X(8) VALUE 'Z02094'.
       01 WS-VERSION-SOURCE         PIC X(8) VALUE 'LOAD'.
       01 WS-VER-MAX-X              PIC S9(4) COMP VALUE 0.
       01 WS-VER-MAX-Y              PIC S9(4) COMP VALUE 0.
       01 WS-VER-CELLS              PIC S9(9) COMP VALUE 0.
       01 WS-VER-GRID-POS           PIC S9(9) COMP VALUE 0.
       01 WS-TOTAL-VERSIONS-SAVED   PIC S9(9) COMP VALUE 0.
       01 SW-END-OF-DATA-CELLS      PIC X VALUE 'N'.
           88 SO-END-OF-DATA-CELLS      VALUE 'Y'.
           88 SO-NOT-END-OF-DATA-CELLS  VALUE 'N'.
       01 WS-VER-WORK-GRID.
           05 WS-VER-WORK-ROW       PIC X(100) OCCURS 100 TIMES.
      ******************************************************************
      * PROCEDURE DIVISION                                              
      ******************************************************************
           DISPLAY '300-FINAL'
           DISPLAY 'SHAPE BLOCKS REJECTED: ' WS-REJECT-COUNT
           DISPLAY 'SHAPES LOADED: ' WS-TOTAL-SHAPES-LOADED
           DISPLAY 'SHAPE VERSIONS SAVED: ' WS-TOTAL-VERSIONS-SAVED
           PERFORM 7160-WRITE-CHECKPOINT-RECORD
           CLOSE E1DQ0010
           CLOSE E1DQ0020
                                                                        
           DISPLAY 'PRZYGOTOWANO ZACZNAM 2300 GET AND WRITE'

           PERFORM 7300-SAVE-SHAPE-VERSION

           PERFORM 2300-GET-DATA-AND-WRITE
           PERFORM 7250-RESET-CLASSIFICATION

           ADD 1 TO WS-TOTAL-SHAPES-LOADED
           IF FUNCTION MOD(WS-TOTAL-SHAPES-LOADED
             PERFORM 9000-DB2-ERROR                                     
           END-IF   
           .                                                            
      *****************************************************************
      *                  7250-RESET-CLASSIFICATION
      * A SHAPE RELOADED UNDER A NAME SHAPE_TABLE3_NAME ALREADY KNOWS
      * HAS HAD ITS CELLS CHANGED - BLANKING ITS CLASS MAKES THE NEXT
      * Z02208 RUN CLASSIFY IT AGAIN.  THE MATCH IS BY NAME, BECAUSE
      * THE E1DQ0010/SHAPE_TABLE2 ID IS NOT THE CATALOG'S
      * SHAPE_NAME_ID.  A NEW NAME IS NOT THERE YET (Z02098 PROMOTES
      * IT WITH A BLANK CLASS), SO NOT FOUND IS FINE
      *****************************************************************
       7250-RESET-CLASSIFICATION.
           EXEC SQL
           UPDATE SHAPE_TABLE3_NAME
           SET SHAPE_CLASS         = ' ',
               SHAPE_PERIOD        = 0,
               SHAPE_DX            = 0,
               SHAPE_DY            = 0,
               SHAPE_SETTLE_GEN    = 0
           WHERE SHAPE_NAME = :SHAPE-NAME
           END-EXEC

           MOVE SQLCODE TO SW-SQLCODE
           IF SO-SQLCODE-OK THEN
             CONTINUE
           ELSE
             SET SO-7250-PARA TO TRUE
             PERFORM 9000-DB2-ERROR
           END-IF
           .
      *****************************************************************
      *                  7300-SAVE-SHAPE-VERSION
      * A SHAPE ID THAT ALREADY HAS CELLS IS BEING RELOADED - ITS OLD
      * CELLS ARE KEPT AS A VERSION AND THEN REMOVED, SO THE RELOAD
      * REPLACES THE SHAPE INSTEAD OF PILING NEW CELLS ON TOP OF THE
      * OLD ONES.  A NEW SHAPE ID HAS NOTHING TO KEEP
      *****************************************************************
       7300-SAVE-SHAPE-VERSION.
           PERFORM 7310-BUILD-VERSION-GRID

           IF WS-VER-CELLS > 0 THEN
              PERFORM 7320-GENERATE-VERSION-NUMBER
              PERFORM 7330-INSERT-VERSION-ROW
              PERFORM 7340-DELETE-OLD-SHAPE-CELLS
              ADD 1 TO WS-TOTAL-VERSIONS-SAVED
              DISPLAY 'PREVIOUS CELLS SAVED AS VERSION ' VER-NUMBER
           END-IF
           .
      *****************************************************************
      *                  7310-BUILD-VERSION-GRID
      * READS THE SHAPE ID'S CURRENT SHAPE_TABLE2 CELLS ONTO A WORK
      * GRID, THEN PACKS ROWS 1 THRU THE HIGHEST Y, EACH CUT TO THE
      * HIGHEST X, INTO VER-GRID ONE ROW AFTER ANOTHER
      *****************************************************************
       7310-BUILD-VERSION-GRID.
           MOVE ALL '.' TO WS-VER-WORK-GRID
           MOVE 0 TO WS-VER-MAX-X
           MOVE 0 TO WS-VER-MAX-Y
           MOVE 0 TO WS-VER-CELLS

           PERFORM 7400-OPEN-VER-CELLS-CURSOR
           SET SO-NOT-END-OF-DATA-CELLS TO TRUE
           PERFORM 7410-FETCH-VER-CELLS-RECORD
           PERFORM UNTIL SO-END-OF-DATA-CELLS
              IF POSITION-X > 0 AND
                 POSITION-X <= WS-MAX-SHAPE-WIDTH AND
                 POSITION-Y > 0 AND
                 POSITION-Y <= WS-MAX-SHAPE-HEIGHT THEN
                 MOVE 'X' TO WS-VER-WORK-ROW(POSITION-Y)(POSITION-X:1)
                 ADD 1 TO WS-VER-CELLS
                 IF POSITION-X > WS-VER-MAX-X THEN
                    MOVE POSITION-X TO WS-VER-MAX-X
                 END-IF
                 IF POSITION-Y > WS-VER-MAX-Y THEN
                    MOVE POSITION-Y TO WS-VER-MAX-Y
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
      *****************************************************************
      *                7320-GENERATE-VERSION-NUMBER
      *****************************************************************
       7320-GENERATE-VERSION-NUMBER.
           MOVE SHAPE-NAME TO VER-SHAPE-NAME

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
             SET SO-7320-PARA TO TRUE
             PERFORM 9000-DB2-ERROR
           END-IF
           .
      *****************************************************************
      *                  7330-INSERT-VERSION-ROW
      *****************************************************************
       7330-INSERT-VERSION-ROW.
           MOVE SHAPE-ID          TO VER-SHAPE-ID
           MOVE WS-VERSION-USER   TO VER-CHANGED-BY
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
             SET SO-7330-PARA TO TRUE
             PERFORM 9000-DB2-ERROR
           END-IF
           .
      *****************************************************************
      *                7340-DELETE-OLD-SHAPE-CELLS
      *****************************************************************
       7340-DELETE-OLD-SHAPE-CELLS.
           EXEC SQL
           DELETE FROM SHAPE_TABLE2
           WHERE SHAPE_ID = :SHAPE-ID
           END-EXEC

           MOVE SQLCODE TO SW-SQLCODE
           IF SO-SQLCODE-OK THEN
             CONTINUE
           ELSE
             SET SO-7340-PARA TO TRUE
             PERFORM 9000-DB2-ERROR
           END-IF
           .
      *****************************************************************
      *                7400-OPEN-VER-CELLS-CURSOR
      *****************************************************************
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
      *****************************************************************
      *                7410-FETCH-VER-CELLS-RECORD
      *****************************************************************
       7410-FETCH-VER-CELLS-RECORD.
           EXEC SQL
           FETCH C-VER-CELLS
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
                SET SO-7410-PARA TO TRUE
                PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      *****************************************************************
      *                7420-CLOSE-VER-CELLS-CURSOR
      *****************************************************************
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
      ***************************************************************** 
      *                                                                 
      *                    9000-DB2-ERROR                               
