       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02211.
      ******************************************************************
      *
      *
      *   SHAPE CHANGE REPORT.  LISTS EVERY CATALOG SHAPE CHANGE KEPT
      *   IN SHAPE_VERSION_TABLE (BY Z02113 ON 0208, Z02094 ON A
      *   RELOAD AND Z02120 ON A 0215 ROLLBACK) WHOSE CHANGE TIME FALLS
      *   INSIDE THE RANGE ON THE EQDQ0010 CARD, SHAPE BY SHAPE, OLDEST
      *   CHANGE FIRST.  FOR EACH CHANGE THE EQDQ0020 REPORT SHOWS WHO
      *   MADE IT, WHEN AND HOW, THEN THE GRID BEFORE THE CHANGE AND
      *   THE GRID AFTER IT SIDE BY SIDE.
      *
      *   THE "BEFORE" GRID IS THE VERSION ROW ITSELF.  THE "AFTER"
      *   GRID IS THE SHAPE'S NEXT VERSION IF A LATER CHANGE HAS BEEN
      *   KEPT, OTHERWISE THE SHAPE'S CELLS AS THEY ARE NOW IN
      *   SHAPE_TABLE2.  A 0208 DELETE HAS NO AFTER GRID.
      *
      *   EACH GRID IS PRINTED 60 COLUMNS WIDE - A WIDER SHAPE IS CUT
      *   AT COLUMN 60 AND THE HEADING SAYS SO.  READ ONLY - NOTHING IN
      *   DB2 IS CHANGED
      *
      *
      ******************************************************************
      *                         CHANGE  LOG
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * PARAMETER CARD - THE CHANGE TIME RANGE
           SELECT EQDQ0010 ASSIGN TO EQDQ0010
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-FS-EQDQ0010.
      * SHAPE CHANGE REPORT - BEFORE AND AFTER GRIDS PLUS TOTALS
           SELECT EQDQ0020 ASSIGN TO EQDQ0020
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-FS-EQDQ0020.
       DATA DIVISION.
       FILE SECTION.
      * BOTH TIMES ARE DB2 TIMESTAMPS (YYYY-MM-DD-HH.MM.SS.NNNNNN) AS
      * ON THE Z02194 CARD.  A BARE DATE IS TAKEN AS THE WHOLE DAY AND
      * A BLANK TIME LEAVES THAT END OF THE RANGE OPEN
       FD EQDQ0010
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS WS-EQDQ0010-REC.
       01 WS-EQDQ0010-REC.
           05 PRM-FROM-TIME             PIC X(26).
           05 PRM-TO-TIME               PIC X(26).
           05 FILLER                    PIC X(28).
       FD EQDQ0020
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS WS-RPT-LINE-REC.
       01 WS-RPT-LINE-REC                 PIC X(132).

       WORKING-STORAGE SECTION.
      * SHAPE_TABLE2 AND SHAPE_VERSION_TABLE DCLGENS
           EXEC SQL INCLUDE SQLCA  END-EXEC.
           EXEC SQL INCLUDE SHAPER   END-EXEC.
           EXEC SQL INCLUDE ZHEC0211 END-EXEC.
      * RANGE FROM THE CARD - HOST VARIABLES THE CURSOR BELOW REFERS
      * TO, DECLARED FIRST SO THE PRECOMPILER KNOWS THEM WHEN IT
      * REACHES THE DECLARE
       01 WS-FILTER-FROM            PIC X(26).
       01 WS-FILTER-TO              PIC X(26).
      * CURSOR DECLARATIONS - THE VERSIONS KEPT INSIDE THE RANGE, AND
      * THE CELLS A SHAPE HAS NOW
           EXEC SQL DECLARE C-VERSIONS CURSOR FOR
           SELECT
           VER_SHAPE_NAME, VER_NUMBER, VER_SHAPE_ID, VER_CHANGED_BY,
           VER_CHANGED_AT, VER_SOURCE, VER_WIDTH, VER_HEIGHT,
           VER_CELL_COUNT, VER_GRID
           FROM SHAPE_VERSION_TABLE
           WHERE VER_CHANGED_AT BETWEEN :WS-FILTER-FROM
                                    AND :WS-FILTER-TO
           ORDER BY VER_SHAPE_NAME, VER_NUMBER
           END-EXEC.

           EXEC SQL DECLARE C-VER-CELLS CURSOR FOR
           SELECT
           POSITION_X, POSITION_Y
           FROM SHAPE_TABLE2
           WHERE SHAPE_ID = :SHAPE-ID OF DCLSHAPE-TABLE2
           END-EXEC.
      * CONSTANTS
       01 CT-CONTSTANT.
           05 CT-PRINT-COLS               PIC S9(4) COMP VALUE 60.
           05 CT-AFTER-COLUMN             PIC S9(4) COMP VALUE 67.
           05 CT-MAX-VERSION-SIZE         PIC S9(4) COMP VALUE 100.
           05 CT-SOURCE-DELETE            PIC X(8) VALUE 'DELETE'.
       01 CT-OPEN-FROM-TIME         PIC X(26)
              VALUE '0001-01-01-00.00.00.000000'.
       01 CT-OPEN-TO-TIME           PIC X(26)
              VALUE '9999-12-31-24.00.00.000000'.
       01 CT-START-OF-DAY           PIC X(16)
              VALUE '-00.00.00.000000'.
       01 CT-END-OF-DAY             PIC X(16)
              VALUE '-24.00.00.000000'.
      ***************************************************************
      *   ERROR HANDLING VARIABLES
      ***************************************************************
       01 SW-FILE-ERROR.
           10 SW-FS-CURRENT                   PIC 99.
               88 SO-FILE-STATUS-OK           VALUE  00 10.
           10 SW-FILE-NAME                    PIC X(8).
               88 SO-FILE-EQDQ0010            VALUE 'EQDQ0010'.
               88 SO-FILE-EQDQ0020            VALUE 'EQDQ0020'.
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
               88 SO-2210-PARA              VALUE '2210'.
               88 SO-7400-PARA              VALUE '7400'.
               88 SO-7410-PARA              VALUE '7410'.
               88 SO-7420-PARA              VALUE '7420'.
               88 SO-7500-PARA              VALUE '7500'.
               88 SO-7510-PARA              VALUE '7510'.
               88 SO-7520-PARA              VALUE '7520'.
      * FILE STATUS
       01 WS-FILE-STATUS.
           05 WS-FS-EQDQ0010                  PIC 99.
           05 WS-FS-EQDQ0020                  PIC 99.
      ********************
      *   SWITCHES
      *******************
       01 SW-SWITCHES.
           05 SW-END-OF-DATA-VERSIONS         PIC X.
               88 SO-END-OF-DATA-VERSIONS     VALUE 'Y'.
               88 SO-NOT-END-OF-DATA-VERSIONS VALUE 'N'.
           05 SW-END-OF-DATA-CELLS            PIC X.
               88 SO-END-OF-DATA-CELLS        VALUE 'Y'.
               88 SO-NOT-END-OF-DATA-CELLS    VALUE 'N'.
           05 SW-AFTER-KIND                   PIC X.
               88 SO-AFTER-NEXT-VERSION       VALUE 'V'.
               88 SO-AFTER-CURRENT-CELLS      VALUE 'C'.
               88 SO-AFTER-NO-CELLS           VALUE 'N'.
               88 SO-AFTER-SHAPE-DELETED      VALUE 'D'.
      *******************
      *  THE CHANGE BEING PRINTED - THE VERSION ROW IS COPIED HERE
      *  BEFORE THE DCLGEN IS REUSED TO FETCH THE NEXT VERSION
      *******************
       01 WS-BEFORE-VERSION.
           05 WS-BEFORE-SHAPE-NAME      PIC X(20).
           05 WS-BEFORE-NUMBER          PIC S9(9) COMP.
           05 WS-BEFORE-SHAPE-ID        PIC S9(9) COMP.
           05 WS-BEFORE-CHANGED-BY      PIC X(8).
           05 WS-BEFORE-CHANGED-AT      PIC X(26).
           05 WS-BEFORE-SOURCE          PIC X(8).
           05 WS-BEFORE-WIDTH           PIC S9(4) COMP.
           05 WS-BEFORE-HEIGHT          PIC S9(4) COMP.
           05 WS-BEFORE-CELL-COUNT      PIC S9(9) COMP.
           05 WS-BEFORE-GRID            PIC X(10000).
       01 WS-AFTER-VERSION.
           05 WS-AFTER-NUMBER           PIC S9(9) COMP.
           05 WS-AFTER-WIDTH            PIC S9(4) COMP.
           05 WS-AFTER-HEIGHT           PIC S9(4) COMP.
           05 WS-AFTER-CELL-COUNT       PIC S9(9) COMP.
           05 WS-AFTER-GRID             PIC X(10000).
      * THE SHAPE'S CURRENT CELLS LAID OUT AS A GRID BEFORE PACKING -
      * SAME PACKING THE VERSION ROWS USE
       01 WS-VER-WORK-GRID.
           05 WS-VER-WORK-ROW           PIC X(100) OCCURS 100 TIMES.
      *******************
      *  WORK FIELDS
      *******************
       01 WS-ITER                   PIC S9(4) COMP.
       01 WS-PRINT-ROWS             PIC S9(4) COMP.
       01 WS-BEFORE-COLS            PIC S9(4) COMP.
       01 WS-AFTER-COLS             PIC S9(4) COMP.
       01 WS-GRID-POS               PIC S9(9) COMP.
       01 WS-PREV-SHAPE-NAME        PIC X(20) VALUE SPACE.
      *******************
      *  CONTROL TOTALS
      *******************
       01 WS-CHANGES-REPORTED       PIC S9(9) COMP VALUE 0.
       01 WS-SHAPES-REPORTED        PIC S9(9) COMP VALUE 0.
       01 WS-DELETES-REPORTED       PIC S9(9) COMP VALUE 0.
      *******************
      *  REPORT WORK FIELDS
      *******************
       01 WS-EDIT-VERSION           PIC ZZZZZZZZ9.
       01 WS-EDIT-WIDTH             PIC ZZ9.
       01 WS-EDIT-HEIGHT            PIC ZZ9.
       01 WS-EDIT-CELLS             PIC ZZZZ9.
       01 WS-EDIT-COUNT             PIC ZZZZZZZZ9.
       01 WS-BEFORE-TITLE           PIC X(60).
       01 WS-AFTER-TITLE            PIC X(60).
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
           PERFORM 1020-INIT-FILTERS
           PERFORM 1030-READ-PARAMETER-CARD
           PERFORM 1040-WRITE-REPORT-HEADING
           .
      ******************************************************************
      *                       1010-OPEN-FILES
      ******************************************************************
       1010-OPEN-FILES.
           OPEN INPUT EQDQ0010
           MOVE WS-FS-EQDQ0010             TO SW-FS-CURRENT
           SET SO-FILE-OPERATION-OPEN      TO TRUE
           SET SO-FILE-EQDQ0010            TO TRUE
           PERFORM 4000-CHECK-FOR-FILE-ERROR

           OPEN OUTPUT EQDQ0020
           MOVE WS-FS-EQDQ0020             TO SW-FS-CURRENT
           SET SO-FILE-OPERATION-OPEN      TO TRUE
           SET SO-FILE-EQDQ0020            TO TRUE
           PERFORM 4000-CHECK-FOR-FILE-ERROR
           .
      ******************************************************************
      *                       1020-INIT-FILTERS
      ******************************************************************
       1020-INIT-FILTERS.
           MOVE CT-OPEN-FROM-TIME TO WS-FILTER-FROM
           MOVE CT-OPEN-TO-TIME   TO WS-FILTER-TO
           .
      ******************************************************************
      *                 1030-READ-PARAMETER-CARD
      * A DATE WITHOUT A TIME MEANS THE START OF THAT DAY ON THE FROM
      * SIDE AND THE END OF IT ON THE TO SIDE, SO '2026-10-01' TO
      * '2026-10-31' IS THE WHOLE OF OCTOBER
      ******************************************************************
       1030-READ-PARAMETER-CARD.
           READ EQDQ0010
           AT END
              DISPLAY 'PARAMETER CARD MISSING - NO REPORT'
              MOVE 8 TO RETURN-CODE
              PERFORM 3600-FILE-ERROR-EXIT
           END-READ

           MOVE WS-FS-EQDQ0010             TO SW-FS-CURRENT
           SET SO-FILE-OPERATION-READ      TO TRUE
           SET SO-FILE-EQDQ0010            TO TRUE
           PERFORM 4000-CHECK-FOR-FILE-ERROR

           IF PRM-FROM-TIME NOT = SPACE THEN
              MOVE PRM-FROM-TIME TO WS-FILTER-FROM
              IF PRM-FROM-TIME(11:16) = SPACE THEN
                 MOVE CT-START-OF-DAY TO WS-FILTER-FROM(11:16)
              END-IF
           END-IF
           IF PRM-TO-TIME NOT = SPACE THEN
              MOVE PRM-TO-TIME TO WS-FILTER-TO
              IF PRM-TO-TIME(11:16) = SPACE THEN
                 MOVE CT-END-OF-DAY TO WS-FILTER-TO(11:16)
              END-IF
           END-IF

           IF WS-FILTER-FROM > WS-FILTER-TO THEN
              DISPLAY 'FROM TIME IS AFTER TO TIME - NO REPORT'
              MOVE 8 TO RETURN-CODE
              PERFORM 3600-FILE-ERROR-EXIT
           END-IF

           DISPLAY 'CHANGES FROM:    ' WS-FILTER-FROM
           DISPLAY 'CHANGES TO:      ' WS-FILTER-TO
           .
      ******************************************************************
      *                 1040-WRITE-REPORT-HEADING
      ******************************************************************
       1040-WRITE-REPORT-HEADING.
           MOVE SPACE TO WS-RPT-LINE-REC
           STRING 'SHAPE CHANGES FROM ' DELIMITED BY SIZE
                  WS-FILTER-FROM        DELIMITED BY SIZE
                  ' TO '                DELIMITED BY SIZE
                  WS-FILTER-TO          DELIMITED BY SIZE
              INTO WS-RPT-LINE-REC
           END-STRING
           PERFORM 2890-WRITE-REPORT-LINE

           MOVE SPACE TO WS-RPT-LINE-REC
           PERFORM 2890-WRITE-REPORT-LINE
           .
      ******************************************************************
      *                       2000-PROCESS
      ******************************************************************
       2000-PROCESS.
           PERFORM 7400-OPEN-VERSIONS-CURSOR
           SET SO-NOT-END-OF-DATA-VERSIONS TO TRUE
           PERFORM 7410-FETCH-VERSIONS-RECORD
           PERFORM UNTIL SO-END-OF-DATA-VERSIONS
               ADD 1 TO WS-CHANGES-REPORTED
               IF VER-SHAPE-NAME NOT = WS-PREV-SHAPE-NAME THEN
                  ADD 1 TO WS-SHAPES-REPORTED
                  MOVE VER-SHAPE-NAME TO WS-PREV-SHAPE-NAME
               END-IF
               PERFORM 2100-SAVE-BEFORE-GRID
               PERFORM 2200-FIND-AFTER-GRID
               PERFORM 2300-WRITE-CHANGE-HEADING
               PERFORM 2400-WRITE-GRIDS-SIDE-BY-SIDE
               PERFORM 7410-FETCH-VERSIONS-RECORD
           END-PERFORM
           PERFORM 7420-CLOSE-VERSIONS-CURSOR

           PERFORM 2500-PRINT-CONTROL-TOTALS
           .
      ******************************************************************
      *                 2100-SAVE-BEFORE-GRID
      ******************************************************************
       2100-SAVE-BEFORE-GRID.
           MOVE VER-SHAPE-NAME TO WS-BEFORE-SHAPE-NAME
           MOVE VER-NUMBER     TO WS-BEFORE-NUMBER
           MOVE VER-SHAPE-ID   TO WS-BEFORE-SHAPE-ID
           MOVE VER-CHANGED-BY TO WS-BEFORE-CHANGED-BY
           MOVE VER-CHANGED-AT TO WS-BEFORE-CHANGED-AT
           MOVE VER-SOURCE     TO WS-BEFORE-SOURCE
           MOVE VER-WIDTH      TO WS-BEFORE-WIDTH
           MOVE VER-HEIGHT     TO WS-BEFORE-HEIGHT
           MOVE VER-CELL-COUNT TO WS-BEFORE-CELL-COUNT
           MOVE VER-GRID-TEXT  TO WS-BEFORE-GRID
           .
      ******************************************************************
      *                 2200-FIND-AFTER-GRID
      * WHAT THE CHANGE PUT IN PLACE: NOTHING FOR A DELETE, ELSE THE
      * GRID THE NEXT CHANGE REPLACED, ELSE WHAT THE SHAPE HAS NOW
      ******************************************************************
       2200-FIND-AFTER-GRID.
           MOVE 0     TO WS-AFTER-WIDTH
           MOVE 0     TO WS-AFTER-HEIGHT
           MOVE 0     TO WS-AFTER-CELL-COUNT
           MOVE SPACE TO WS-AFTER-GRID

           IF WS-BEFORE-SOURCE = CT-SOURCE-DELETE THEN
              SET SO-AFTER-SHAPE-DELETED TO TRUE
              ADD 1 TO WS-DELETES-REPORTED
           ELSE
              PERFORM 2210-SELECT-NEXT-VERSION
              IF SO-AFTER-NEXT-VERSION THEN
                 CONTINUE
              ELSE
                 PERFORM 2220-BUILD-CURRENT-GRID
              END-IF
           END-IF
           .
      ******************************************************************
      *                 2210-SELECT-NEXT-VERSION
      ******************************************************************
       2210-SELECT-NEXT-VERSION.
           MOVE WS-BEFORE-SHAPE-NAME TO VER-SHAPE-NAME
           COMPUTE VER-NUMBER = WS-BEFORE-NUMBER + 1

           EXEC SQL
           SELECT VER_WIDTH, VER_HEIGHT, VER_CELL_COUNT, VER_GRID
           INTO  :VER-WIDTH, :VER-HEIGHT, :VER-CELL-COUNT, :VER-GRID
           FROM  SHAPE_VERSION_TABLE
           WHERE VER_SHAPE_NAME = :VER-SHAPE-NAME
           AND   VER_NUMBER     = :VER-NUMBER
           END-EXEC

           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
              WHEN SO-SQLCODE-NORMAL
                 SET SO-AFTER-NEXT-VERSION TO TRUE
                 MOVE VER-NUMBER     TO WS-AFTER-NUMBER
                 MOVE VER-WIDTH      TO WS-AFTER-WIDTH
                 MOVE VER-HEIGHT     TO WS-AFTER-HEIGHT
                 MOVE VER-CELL-COUNT TO WS-AFTER-CELL-COUNT
                 MOVE VER-GRID-TEXT  TO WS-AFTER-GRID
              WHEN SO-SQLCODE-NOT-FOUND
                 SET SO-AFTER-CURRENT-CELLS TO TRUE
              WHEN OTHER
                 SET SO-2210-PARA TO TRUE
                 PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *                 2220-BUILD-CURRENT-GRID
      * THE SHAPE_TABLE2 CELLS STILL HELD UNDER THE ID THE VERSION
      * CAME FROM, PACKED THE WAY Z02113 PACKS A VERSION ROW
      ******************************************************************
       2220-BUILD-CURRENT-GRID.
           MOVE ALL '.' TO WS-VER-WORK-GRID
           MOVE WS-BEFORE-SHAPE-ID TO SHAPE-ID OF DCLSHAPE-TABLE2

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
                 ADD 1 TO WS-AFTER-CELL-COUNT
                 IF POSITION-X OF DCLSHAPE-TABLE2 > WS-AFTER-WIDTH
                 THEN
                    MOVE POSITION-X OF DCLSHAPE-TABLE2
                      TO WS-AFTER-WIDTH
                 END-IF
                 IF POSITION-Y OF DCLSHAPE-TABLE2 > WS-AFTER-HEIGHT
                 THEN
                    MOVE POSITION-Y OF DCLSHAPE-TABLE2
                      TO WS-AFTER-HEIGHT
                 END-IF
              END-IF
              PERFORM 7510-FETCH-VER-CELLS-RECORD
           END-PERFORM
           PERFORM 7520-CLOSE-VER-CELLS-CURSOR

           MOVE 0 TO WS-GRID-POS
           PERFORM VARYING WS-ITER FROM 1 BY 1
           UNTIL WS-ITER > WS-AFTER-HEIGHT
              MOVE WS-VER-WORK-ROW(WS-ITER)(1:WS-AFTER-WIDTH)
                TO WS-AFTER-GRID(WS-GRID-POS + 1:WS-AFTER-WIDTH)
              ADD WS-AFTER-WIDTH TO WS-GRID-POS
           END-PERFORM

           IF WS-AFTER-CELL-COUNT = 0 THEN
              SET SO-AFTER-NO-CELLS TO TRUE
           END-IF
           .
      ******************************************************************
      *                 2300-WRITE-CHANGE-HEADING
      ******************************************************************
       2300-WRITE-CHANGE-HEADING.
           MOVE WS-BEFORE-NUMBER TO WS-EDIT-VERSION
           MOVE SPACE TO WS-RPT-LINE-REC
           STRING 'SHAPE '                   DELIMITED BY SIZE
                  WS-BEFORE-SHAPE-NAME       DELIMITED BY SIZE
                  '  VERSION'                DELIMITED BY SIZE
                  WS-EDIT-VERSION            DELIMITED BY SIZE
                  '  CHANGED BY '            DELIMITED BY SIZE
                  WS-BEFORE-CHANGED-BY       DELIMITED BY SIZE
                  ' AT '                     DELIMITED BY SIZE
                  WS-BEFORE-CHANGED-AT       DELIMITED BY SIZE
                  '  SOURCE '                DELIMITED BY SIZE
                  WS-BEFORE-SOURCE           DELIMITED BY SIZE
              INTO WS-RPT-LINE-REC
           END-STRING
           PERFORM 2890-WRITE-REPORT-LINE

           MOVE WS-BEFORE-WIDTH      TO WS-EDIT-WIDTH
           MOVE WS-BEFORE-HEIGHT     TO WS-EDIT-HEIGHT
           MOVE WS-BEFORE-CELL-COUNT TO WS-EDIT-CELLS
           MOVE SPACE TO WS-BEFORE-TITLE
           STRING 'BEFORE  '     DELIMITED BY SIZE
                  WS-EDIT-WIDTH  DELIMITED BY SIZE
                  'X'            DELIMITED BY SIZE
                  WS-EDIT-HEIGHT DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  WS-EDIT-CELLS  DELIMITED BY SIZE
                  ' CELLS'       DELIMITED BY SIZE
              INTO WS-BEFORE-TITLE
           END-STRING
           IF WS-BEFORE-WIDTH > CT-PRINT-COLS THEN
              MOVE '(CUT AT COLUMN 60)' TO WS-BEFORE-TITLE(31:18)
           END-IF

           MOVE WS-AFTER-WIDTH      TO WS-EDIT-WIDTH
           MOVE WS-AFTER-HEIGHT     TO WS-EDIT-HEIGHT
           MOVE WS-AFTER-CELL-COUNT TO WS-EDIT-CELLS
           MOVE SPACE TO WS-AFTER-TITLE
           EVALUATE TRUE
              WHEN SO-AFTER-SHAPE-DELETED
                 MOVE 'AFTER   (SHAPE DELETED)' TO WS-AFTER-TITLE
              WHEN SO-AFTER-NO-CELLS
                 MOVE 'AFTER   (NO CELLS NOW)'  TO WS-AFTER-TITLE
              WHEN OTHER
                 STRING 'AFTER   '     DELIMITED BY SIZE
                        WS-EDIT-WIDTH  DELIMITED BY SIZE
                        'X'            DELIMITED BY SIZE
                        WS-EDIT-HEIGHT DELIMITED BY SIZE
                        ' '            DELIMITED BY SIZE
                        WS-EDIT-CELLS  DELIMITED BY SIZE
                        ' CELLS'       DELIMITED BY SIZE
                    INTO WS-AFTER-TITLE
                 END-STRING
                 IF WS-AFTER-WIDTH > CT-PRINT-COLS THEN
                    MOVE '(CUT AT COLUMN 60)' TO WS-AFTER-TITLE(31:18)
                 END-IF
           END-EVALUATE

           MOVE SPACE TO WS-RPT-LINE-REC
           MOVE WS-BEFORE-TITLE TO WS-RPT-LINE-REC(1:60)
           MOVE WS-AFTER-TITLE  TO WS-RPT-LINE-REC(CT-AFTER-COLUMN:60)
           PERFORM 2890-WRITE-REPORT-LINE
           .
      ******************************************************************
      *                 2400-WRITE-GRIDS-SIDE-BY-SIDE
      * AS MANY LINES AS THE TALLER OF THE TWO GRIDS - THE SHORTER ONE
      * IS LEFT BLANK BELOW ITS LAST ROW
      ******************************************************************
       2400-WRITE-GRIDS-SIDE-BY-SIDE.
           MOVE WS-BEFORE-WIDTH TO WS-BEFORE-COLS
           IF WS-BEFORE-COLS > CT-PRINT-COLS THEN
              MOVE CT-PRINT-COLS TO WS-BEFORE-COLS
           END-IF
           MOVE WS-AFTER-WIDTH TO WS-AFTER-COLS
           IF WS-AFTER-COLS > CT-PRINT-COLS THEN
              MOVE CT-PRINT-COLS TO WS-AFTER-COLS
           END-IF

           MOVE WS-BEFORE-HEIGHT TO WS-PRINT-ROWS
           IF WS-AFTER-HEIGHT > WS-PRINT-ROWS THEN
              MOVE WS-AFTER-HEIGHT TO WS-PRINT-ROWS
           END-IF

           PERFORM VARYING WS-ITER FROM 1 BY 1
           UNTIL WS-ITER > WS-PRINT-ROWS
              MOVE SPACE TO WS-RPT-LINE-REC
              IF WS-ITER <= WS-BEFORE-HEIGHT THEN
                 COMPUTE WS-GRID-POS =
                         (WS-ITER - 1) * WS-BEFORE-WIDTH + 1
                 MOVE WS-BEFORE-GRID(WS-GRID-POS:WS-BEFORE-COLS)
                   TO WS-RPT-LINE-REC(1:WS-BEFORE-COLS)
              END-IF
              IF WS-ITER <= WS-AFTER-HEIGHT THEN
                 COMPUTE WS-GRID-POS =
                         (WS-ITER - 1) * WS-AFTER-WIDTH + 1
                 MOVE WS-AFTER-GRID(WS-GRID-POS:WS-AFTER-COLS)
                   TO WS-RPT-LINE-REC(CT-AFTER-COLUMN:WS-AFTER-COLS)
              END-IF
              PERFORM 2890-WRITE-REPORT-LINE
           END-PERFORM

           MOVE SPACE TO WS-RPT-LINE-REC
           PERFORM 2890-WRITE-REPORT-LINE
           .
      ******************************************************************
      *                 2500-PRINT-CONTROL-TOTALS
      ******************************************************************
       2500-PRINT-CONTROL-TOTALS.
           MOVE WS-CHANGES-REPORTED TO WS-EDIT-COUNT
           MOVE SPACE TO WS-RPT-LINE-REC
           STRING 'SHAPE CHANGES REPORTED:  ' DELIMITED BY SIZE
                  WS-EDIT-COUNT               DELIMITED BY SIZE
              INTO WS-RPT-LINE-REC
           END-STRING
           PERFORM 2890-WRITE-REPORT-LINE

           MOVE WS-SHAPES-REPORTED TO WS-EDIT-COUNT
           MOVE SPACE TO WS-RPT-LINE-REC
           STRING 'SHAPES CHANGED:          ' DELIMITED BY SIZE
                  WS-EDIT-COUNT               DELIMITED BY SIZE
              INTO WS-RPT-LINE-REC
           END-STRING
           PERFORM 2890-WRITE-REPORT-LINE

           MOVE WS-DELETES-REPORTED TO WS-EDIT-COUNT
           MOVE SPACE TO WS-RPT-LINE-REC
           STRING 'SHAPES DELETED:          ' DELIMITED BY SIZE
                  WS-EDIT-COUNT               DELIMITED BY SIZE
              INTO WS-RPT-LINE-REC
           END-STRING
           PERFORM 2890-WRITE-REPORT-LINE
           .
      ******************************************************************
      *                 2890-WRITE-REPORT-LINE
      ******************************************************************
       2890-WRITE-REPORT-LINE.
           WRITE WS-RPT-LINE-REC

           MOVE WS-FS-EQDQ0020             TO SW-FS-CURRENT
           SET SO-FILE-OPERATION-WRITE     TO TRUE
           SET SO-FILE-EQDQ0020            TO TRUE
           PERFORM 4000-CHECK-FOR-FILE-ERROR
           .
      ******************************************************************
      *                      3000-FINAL
      ******************************************************************
       3000-FINAL.
           DISPLAY '3000-FINAL'
           DISPLAY 'SHAPE CHANGES REPORTED: ' WS-CHANGES-REPORTED
           DISPLAY 'SHAPES CHANGED:         ' WS-SHAPES-REPORTED
           DISPLAY 'SHAPES DELETED:         ' WS-DELETES-REPORTED
           CLOSE EQDQ0010
           CLOSE EQDQ0020
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
           :VER-SHAPE-NAME,
           :VER-NUMBER,
           :VER-SHAPE-ID,
           :VER-CHANGED-BY,
           :VER-CHANGED-AT,
           :VER-SOURCE,
           :VER-WIDTH,
           :VER-HEIGHT,
           :VER-CELL-COUNT,
           :VER-GRID
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
           DISPLAY 'SHAPE BEING REPORTED ' WS-BEFORE-SHAPE-NAME
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
