       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02210.
      ******************************************************************
      *
      *
      *   GAME_HIST_TABLE COMPACTION.  RECORDED RUNS ARE NOW STORED AS
      *   PERIODIC FULL-BOARD KEYFRAMES PLUS, FOR THE GENERATIONS IN
      *   BETWEEN, A CHANGE RECORD HOLDING ONLY THE CELLS THAT DIFFER
      *   FROM THE LATEST KEYFRAME (LAYOUT IN Z8EC0211).  RUNS RECORDED
      *   BEFORE THAT STORE THE FULL 20000-BYTE BOARD FOR EVERY
      *   GENERATION - THIS JOB REWRITES THEM INTO THE NEW FORM, USING
      *   THE SAME KEYFRAME SPACING AND CHANGE LIMIT Z02112T WRITES
      *   WITH, SO EVERY GENERATION STILL REBUILDS EXACTLY.
      *
      *   A RUN THAT ALREADY HOLDS A CHANGE RECORD WAS RECORDED (OR
      *   CONVERTED) IN THE NEW FORM AND IS LEFT ALONE, SO THE JOB CAN
      *   SIMPLY BE RUN AGAIN AFTER A FAILURE.  EACH CONVERTED RUN IS
      *   ONE UNIT OF WORK WITH A 'COMPACT HISTORY' AUDIT_TABLE ROW.
      *
      *   THE EPDQ0020 REPORT SHOWS EVERY RUN'S ROWS AND BYTES BEFORE
      *   AND AFTER, AND THE SPACE SAVED IN TOTAL.  THE EPDQ0010 CARD
      *   SAYS WHETHER TO CONVERT ('C') OR ONLY REPORT WHAT CONVERTING
      *   WOULD SAVE ('R')
      *
      *
      ******************************************************************
      *                         CHANGE  LOG
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * PARAMETER CARD - CONVERT OR REPORT ONLY
           SELECT EPDQ0010 ASSIGN TO EPDQ0010
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-FS-EPDQ0010.
      * COMPACTION REPORT - ONE LINE PER RECORDED RUN PLUS TOTALS
           SELECT EPDQ0020 ASSIGN TO EPDQ0020
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-FS-EPDQ0020.
       DATA DIVISION.
       FILE SECTION.
       FD EPDQ0010
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS WS-EPDQ0010-REC.
       01 WS-EPDQ0010-REC.
           05 PRM-CONVERT-MODE          PIC X(1).
               88 PRM-CONVERT-THE-RUNS  VALUE 'C'.
               88 PRM-REPORT-ONLY       VALUE 'R'.
           05 FILLER                    PIC X(79).
       FD EPDQ0020
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS WS-RPT-LINE-REC.
       01 WS-RPT-LINE-REC                 PIC X(132).

       WORKING-STORAGE SECTION.
      * AUDIT_TABLE AND GAME_HIST_TABLE DCLGENS
           EXEC SQL INCLUDE SQLCA  END-EXEC.
           EXEC SQL INCLUDE Z5EC0211 END-EXEC.
           EXEC SQL INCLUDE Z8EC0211 END-EXEC.
      * CURSOR DECLARATION - EVERY RECORDED GENERATION, A RUN AT A
      * TIME IN GENERATION ORDER.  WITH HOLD SO THE PER-RUN COMMITS
      * DON'T THROW AWAY THE POSITION
           EXEC SQL DECLARE C-HIST CURSOR WITH HOLD FOR
           SELECT
           HIST_MAP_ID, HIST_RUN_TIME, HIST_GENERATION_NUMBER,
           HIST_MAP_DATA
           FROM GAME_HIST_TABLE
           ORDER BY HIST_MAP_ID, HIST_RUN_TIME, HIST_GENERATION_NUMBER
           END-EXEC.
      * CONSTANTS
       01 CT-CONTSTANT.
      * THE "USER" THE CONVERSION'S AUDIT ROWS CARRY - BATCH HAS NO
      * TERMINAL USER, SO THE JOB SIGNS ITS OWN NAME
           05 CT-AUDIT-USER               PIC X(8) VALUE 'Z02210'.
           05 CT-AUDIT-ACTION             PIC X(20)
                                          VALUE 'COMPACT HISTORY'.
      * MUST MATCH THE SPACING AND LIMIT Z02112T RECORDS WITH
           05 CT-HIST-KEYFRAME-INTERVAL   PIC S9(4) COMP VALUE 100.
           05 CT-HIST-MAX-CHANGES         PIC S9(9) COMP VALUE 2000.
           05 CT-HIST-ENTRY-LENGTH        PIC S9(4) COMP VALUE 6.
           05 CT-BOARD-WIDTH              PIC S9(4) COMP VALUE 200.
           05 CT-BOARD-HEIGHT             PIC S9(4) COMP VALUE 100.
           05 CT-FULL-IMAGE-LENGTH        PIC S9(4) COMP VALUE 20000.
      ***************************************************************
      *   ERROR HANDLING VARIABLES
      ***************************************************************
       01 SW-FILE-ERROR.
           10 SW-FS-CURRENT                   PIC 99.
               88 SO-FILE-STATUS-OK           VALUE  00 10.
           10 SW-FILE-NAME                    PIC X(8).
               88 SO-FILE-EPDQ0010            VALUE 'EPDQ0010'.
               88 SO-FILE-EPDQ0020            VALUE 'EPDQ0020'.
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
               88 SO-2110-PARA              VALUE '2110'.
               88 SO-2230-PARA              VALUE '2230'.
               88 SO-7175-PARA              VALUE '7175'.
               88 SO-7300-PARA              VALUE '7300'.
               88 SO-7400-PARA              VALUE '7400'.
               88 SO-7410-PARA              VALUE '7410'.
               88 SO-7420-PARA              VALUE '7420'.
      * FILE STATUS
       01 WS-FILE-STATUS.
           05 WS-FS-EPDQ0010                  PIC 99.
           05 WS-FS-EPDQ0020                  PIC 99.
      ********************
      *   SWITCHES
      *******************
       01 SW-SWITCHES.
           05 SW-END-OF-DATA-HIST             PIC X.
               88 SO-END-OF-DATA-HIST         VALUE 'Y'.
               88 SO-NOT-END-OF-DATA-HIST     VALUE 'N'.
           05 SW-IF-RUN-COMPACT               PIC X.
               88 SO-RUN-ALREADY-COMPACT      VALUE 'Y'.
               88 SO-RUN-FULL-IMAGES          VALUE 'N'.
           05 SW-IF-ROW-KEYFRAME              PIC X.
               88 SO-ROW-KEYFRAME             VALUE 'Y'.
               88 SO-ROW-CHANGE-RECORD        VALUE 'N'.
      *******************
      *  THE RUN BEING CONVERTED, ITS LATEST KEYFRAME AND THE ROW IN
      *  HAND
      *******************
       01 WS-CUR-MAP-ID             PIC S9(9) COMP VALUE 0.
       01 WS-CUR-RUN-TIME           PIC X(26) VALUE SPACE.
       01 WS-KEY-GEN                PIC S9(4) COMP VALUE 0.
       01 WS-KEY-MAP.
           05 WS-KEY-LINE PIC X(200) OCCURS 100 TIMES.
       01 WS-ROW-MAP.
           05 WS-ROW-LINE PIC X(200) OCCURS 100 TIMES.
       01 WS-SHORT-ROWS             PIC S9(9) COMP VALUE 0.
       01 WS-CHANGES                PIC S9(9) COMP VALUE 0.
       01 WS-OFFSET                 PIC S9(9) COMP VALUE 0.
       01 WS-LINE-IX                PIC S9(4) COMP VALUE 0.
       01 WS-COL-IX                 PIC S9(4) COMP VALUE 0.
       01 WS-CHANGE-ENTRY.
           05 WS-CHANGE-CELL        PIC 9(5).
           05 WS-CHANGE-VALUE       PIC X(1).
      *******************
      *  PER-RUN COUNTS
      *******************
       01 WS-RUN-COUNTS.
           05 WS-RUN-ROWS               PIC S9(9) COMP VALUE 0.
           05 WS-RUN-KEYFRAMES          PIC S9(9) COMP VALUE 0.
           05 WS-RUN-REWRITTEN          PIC S9(9) COMP VALUE 0.
           05 WS-RUN-BYTES-BEFORE       PIC S9(15) COMP-3 VALUE 0.
           05 WS-RUN-BYTES-AFTER        PIC S9(15) COMP-3 VALUE 0.
      *******************
      *  CONTROL TOTALS
      *******************
       01 WS-RUNS-FOUND             PIC S9(9) COMP VALUE 0.
       01 WS-RUNS-CONVERTED         PIC S9(9) COMP VALUE 0.
       01 WS-RUNS-COMPACT           PIC S9(9) COMP VALUE 0.
       01 WS-TOTAL-ROWS             PIC S9(9) COMP VALUE 0.
       01 WS-TOTAL-KEYFRAMES        PIC S9(9) COMP VALUE 0.
       01 WS-TOTAL-REWRITTEN        PIC S9(9) COMP VALUE 0.
       01 WS-TOTAL-BYTES-BEFORE     PIC S9(15) COMP-3 VALUE 0.
       01 WS-TOTAL-BYTES-AFTER      PIC S9(15) COMP-3 VALUE 0.
       01 WS-TOTAL-BYTES-SAVED      PIC S9(15) COMP-3 VALUE 0.
       01 WS-PERCENT-SAVED          PIC S9(3)V9 COMP-3 VALUE 0.
      *******************
      *  REPORT WORK FIELDS
      *******************
       01 WS-MAP-ID-EDIT            PIC ZZZZ9.
       01 WS-EDIT-ROWS              PIC ZZZZZZ9.
       01 WS-EDIT-KEYFRAMES         PIC ZZZZZZ9.
       01 WS-EDIT-BYTES-BEFORE      PIC ZZZ,ZZZ,ZZZ,ZZ9.
       01 WS-EDIT-BYTES-AFTER       PIC ZZZ,ZZZ,ZZZ,ZZ9.
       01 WS-EDIT-COUNT             PIC ZZZZZZZZ9.
       01 WS-EDIT-BYTES             PIC ZZZ,ZZZ,ZZZ,ZZ9.
       01 WS-EDIT-PERCENT           PIC ZZ9.9.
       01 WS-ACTION-TEXT            PIC X(15).
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
           PERFORM 1040-WRITE-REPORT-HEADING
           .
      ******************************************************************
      *                       1010-OPEN-FILES
      ******************************************************************
       1010-OPEN-FILES.
           OPEN INPUT EPDQ0010
           MOVE WS-FS-EPDQ0010             TO SW-FS-CURRENT
           SET SO-FILE-OPERATION-OPEN      TO TRUE
           SET SO-FILE-EPDQ0010            TO TRUE
           PERFORM 4000-CHECK-FOR-FILE-ERROR

           OPEN OUTPUT EPDQ0020
           MOVE WS-FS-EPDQ0020             TO SW-FS-CURRENT
           SET SO-FILE-OPERATION-OPEN      TO TRUE
           SET SO-FILE-EPDQ0020            TO TRUE
           PERFORM 4000-CHECK-FOR-FILE-ERROR
           .
      ******************************************************************
      *                 1030-READ-PARAMETER-CARD
      * THE MODE IS MANDATORY - REWRITING EVERY RECORDED RUN IS NOT
      * SOMETHING TO DO BY DEFAULT
      ******************************************************************
       1030-READ-PARAMETER-CARD.
           READ EPDQ0010
           AT END
              DISPLAY 'PARAMETER CARD MISSING - NOTHING CONVERTED'
              MOVE 8 TO RETURN-CODE
              PERFORM 3600-FILE-ERROR-EXIT
           END-READ

           MOVE WS-FS-EPDQ0010             TO SW-FS-CURRENT
           SET SO-FILE-OPERATION-READ      TO TRUE
           SET SO-FILE-EPDQ0010            TO TRUE
           PERFORM 4000-CHECK-FOR-FILE-ERROR

           IF PRM-CONVERT-THE-RUNS OR PRM-REPORT-ONLY THEN
              CONTINUE
           ELSE
              DISPLAY 'INVALID CONVERT MODE: ' PRM-CONVERT-MODE
              MOVE 8 TO RETURN-CODE
              PERFORM 3600-FILE-ERROR-EXIT
           END-IF

           DISPLAY 'CONVERT MODE: ' PRM-CONVERT-MODE
           .
      ******************************************************************
      *                 1040-WRITE-REPORT-HEADING
      ******************************************************************
       1040-WRITE-REPORT-HEADING.
           IF PRM-CONVERT-THE-RUNS THEN
              MOVE 'GAME HISTORY COMPACTION' TO WS-RPT-LINE-REC
           ELSE
              MOVE SPACE TO WS-RPT-LINE-REC
              STRING 'GAME HISTORY COMPACTION - REPORT ONLY, '
                                          DELIMITED BY SIZE
                     'NOTHING REWRITTEN'  DELIMITED BY SIZE
                 INTO WS-RPT-LINE-REC
              END-STRING
           END-IF
           PERFORM 2890-WRITE-REPORT-LINE

           MOVE SPACE TO WS-RPT-LINE-REC
           PERFORM 2890-WRITE-REPORT-LINE

           MOVE SPACE TO WS-RPT-LINE-REC
           STRING 'MAP   RUN TIME                      ROWS  '
                                          DELIMITED BY SIZE
                  'KEYFRM     BYTES BEFORE      BYTES AFTER  '
                                          DELIMITED BY SIZE
                  'ACTION'                DELIMITED BY SIZE
              INTO WS-RPT-LINE-REC
           END-STRING
           PERFORM 2890-WRITE-REPORT-LINE
           .
      ******************************************************************
      *                       2000-PROCESS
      ******************************************************************
       2000-PROCESS.
           PERFORM 7400-OPEN-HIST-CURSOR
           SET SO-NOT-END-OF-DATA-HIST TO TRUE
           PERFORM 7410-FETCH-HIST-RECORD
           PERFORM UNTIL SO-END-OF-DATA-HIST
               IF WS-RUNS-FOUND = 0 OR
                  HIST-MAP-ID NOT = WS-CUR-MAP-ID OR
                  HIST-RUN-TIME NOT = WS-CUR-RUN-TIME THEN
                  IF WS-RUNS-FOUND > 0 THEN
                     PERFORM 2300-FINISH-ONE-RUN
                  END-IF
                  PERFORM 2100-START-ONE-RUN
               END-IF
               PERFORM 2200-PROCESS-ONE-ROW
               PERFORM 7410-FETCH-HIST-RECORD
           END-PERFORM
           IF WS-RUNS-FOUND > 0 THEN
              PERFORM 2300-FINISH-ONE-RUN
           END-IF
           PERFORM 7420-CLOSE-HIST-CURSOR

           PERFORM 2400-PRINT-CONTROL-TOTALS
           .
      ******************************************************************
      *                 2100-START-ONE-RUN
      * A RUN WITH EVEN ONE CHANGE RECORD IS ALREADY IN THE NEW FORM -
      * ITS FULL ROWS ARE KEYFRAMES OTHER ROWS DEPEND ON, SO NOTHING
      * IN IT MAY BE TOUCHED
      ******************************************************************
       2100-START-ONE-RUN.
           ADD 1 TO WS-RUNS-FOUND
           MOVE HIST-MAP-ID   TO WS-CUR-MAP-ID
           MOVE HIST-RUN-TIME TO WS-CUR-RUN-TIME
           INITIALIZE WS-RUN-COUNTS
           MOVE 0 TO WS-KEY-GEN

           EXEC SQL
           SELECT COUNT(*)
           INTO :WS-SHORT-ROWS
           FROM GAME_HIST_TABLE
           WHERE HIST_MAP_ID = :WS-CUR-MAP-ID
           AND   HIST_RUN_TIME = :WS-CUR-RUN-TIME
           AND   LENGTH(HIST_MAP_DATA) < 20000
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              SET SO-2110-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF

           IF WS-SHORT-ROWS > 0 THEN
              SET SO-RUN-ALREADY-COMPACT TO TRUE
           ELSE
              SET SO-RUN-FULL-IMAGES TO TRUE
           END-IF
           .
      ******************************************************************
      *                 2200-PROCESS-ONE-ROW
      * A RUN'S FIRST ROW, AND ANY ROW CT-HIST-KEYFRAME-INTERVAL OR
      * MORE GENERATIONS AFTER THE LAST KEYFRAME, STAYS A FULL IMAGE.
      * EVERY OTHER ROW BECOMES ITS CHANGES AGAINST THAT KEYFRAME
      ******************************************************************
       2200-PROCESS-ONE-ROW.
           ADD 1 TO WS-RUN-ROWS
           ADD HIST-MAP-DATA-LEN TO WS-RUN-BYTES-BEFORE

           IF SO-RUN-ALREADY-COMPACT THEN
              ADD HIST-MAP-DATA-LEN TO WS-RUN-BYTES-AFTER
              IF HIST-MAP-DATA-LEN = CT-FULL-IMAGE-LENGTH THEN
                 ADD 1 TO WS-RUN-KEYFRAMES
              END-IF
           ELSE
              MOVE HIST-MAP-DATA-TEXT TO WS-ROW-MAP
              SET SO-ROW-CHANGE-RECORD TO TRUE
              IF WS-KEY-GEN = 0 OR
                 HIST-GENERATION-NUMBER - WS-KEY-GEN
                    NOT < CT-HIST-KEYFRAME-INTERVAL THEN
                 SET SO-ROW-KEYFRAME TO TRUE
              ELSE
                 PERFORM 2210-BUILD-CHANGES
              END-IF

              IF SO-ROW-KEYFRAME THEN
                 MOVE WS-ROW-MAP TO WS-KEY-MAP
                 MOVE HIST-GENERATION-NUMBER TO WS-KEY-GEN
                 ADD 1 TO WS-RUN-KEYFRAMES
                 ADD CT-FULL-IMAGE-LENGTH TO WS-RUN-BYTES-AFTER
              ELSE
                 ADD HIST-MAP-DATA-LEN TO WS-RUN-BYTES-AFTER
                 ADD 1 TO WS-RUN-REWRITTEN
                 IF PRM-CONVERT-THE-RUNS THEN
                    PERFORM 2230-REWRITE-THE-ROW
                 END-IF
              END-IF
           END-IF
           .
      ******************************************************************
      *                 2210-BUILD-CHANGES
      * LISTS EVERY CELL OF WS-ROW-MAP THAT DIFFERS FROM THE KEYFRAME
      * INTO HIST-MAP-DATA, EXACTLY AS Z02112T DOES WHEN IT RECORDS -
      * ONLY LINES THAT DIFFER ARE WALKED CELL BY CELL
      ******************************************************************
       2210-BUILD-CHANGES.
           MOVE 0 TO WS-CHANGES
           PERFORM VARYING WS-LINE-IX FROM 1 BY 1
           UNTIL WS-LINE-IX > CT-BOARD-HEIGHT
           OR SO-ROW-KEYFRAME
              IF WS-ROW-LINE(WS-LINE-IX) NOT =
                 WS-KEY-LINE(WS-LINE-IX) THEN
                 PERFORM VARYING WS-COL-IX FROM 1 BY 1
                 UNTIL WS-COL-IX > CT-BOARD-WIDTH
                 OR SO-ROW-KEYFRAME
                    IF WS-ROW-LINE(WS-LINE-IX)(WS-COL-IX:1) NOT =
                       WS-KEY-LINE(WS-LINE-IX)(WS-COL-IX:1) THEN
                       PERFORM 2220-ADD-ONE-CHANGE
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM
           COMPUTE HIST-MAP-DATA-LEN =
                   WS-CHANGES * CT-HIST-ENTRY-LENGTH
           .
      ******************************************************************
      *                 2220-ADD-ONE-CHANGE
      * ONE CELL TOO MANY AND THE ROW STAYS A KEYFRAME
      ******************************************************************
       2220-ADD-ONE-CHANGE.
           IF WS-CHANGES NOT < CT-HIST-MAX-CHANGES THEN
              SET SO-ROW-KEYFRAME TO TRUE
           ELSE
              ADD 1 TO WS-CHANGES
              COMPUTE WS-CHANGE-CELL =
                      (WS-LINE-IX - 1) * CT-BOARD-WIDTH + WS-COL-IX
              MOVE WS-ROW-LINE(WS-LINE-IX)(WS-COL-IX:1)
                TO WS-CHANGE-VALUE
              COMPUTE WS-OFFSET =
                      (WS-CHANGES - 1) * CT-HIST-ENTRY-LENGTH + 1
              MOVE WS-CHANGE-ENTRY
                TO HIST-MAP-DATA-TEXT(WS-OFFSET:6)
           END-IF
           .
      ******************************************************************
      *                 2230-REWRITE-THE-ROW
      ******************************************************************
       2230-REWRITE-THE-ROW.
           EXEC SQL
           UPDATE GAME_HIST_TABLE
           SET HIST_MAP_DATA = :HIST-MAP-DATA
           WHERE HIST_MAP_ID = :HIST-MAP-ID
           AND   HIST_RUN_TIME = :HIST-RUN-TIME
           AND   HIST_GENERATION_NUMBER = :HIST-GENERATION-NUMBER
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-2230-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                 2300-FINISH-ONE-RUN
      * THE WHOLE RUN IS ONE UNIT OF WORK - A FAILURE PART WAY THROUGH
      * ROLLS IT BACK TO FULL IMAGES, AND THE NEXT RUN OF THE JOB
      * CONVERTS IT FROM THE START
      ******************************************************************
       2300-FINISH-ONE-RUN.
           EVALUATE TRUE
           WHEN SO-RUN-ALREADY-COMPACT
                ADD 1 TO WS-RUNS-COMPACT
                MOVE 'ALREADY COMPACT' TO WS-ACTION-TEXT
           WHEN WS-RUN-REWRITTEN = 0
                MOVE 'NO CHANGE' TO WS-ACTION-TEXT
           WHEN PRM-CONVERT-THE-RUNS
                PERFORM 7175-WRITE-AUDIT-RECORD
                PERFORM 7300-COMMIT-WORK
                ADD 1 TO WS-RUNS-CONVERTED
                MOVE 'CONVERTED' TO WS-ACTION-TEXT
           WHEN OTHER
                MOVE 'WOULD CONVERT' TO WS-ACTION-TEXT
           END-EVALUATE

           ADD WS-RUN-ROWS          TO WS-TOTAL-ROWS
           ADD WS-RUN-KEYFRAMES     TO WS-TOTAL-KEYFRAMES
           ADD WS-RUN-REWRITTEN     TO WS-TOTAL-REWRITTEN
           ADD WS-RUN-BYTES-BEFORE  TO WS-TOTAL-BYTES-BEFORE
           ADD WS-RUN-BYTES-AFTER   TO WS-TOTAL-BYTES-AFTER

           MOVE WS-CUR-MAP-ID       TO WS-MAP-ID-EDIT
           MOVE WS-RUN-ROWS         TO WS-EDIT-ROWS
           MOVE WS-RUN-KEYFRAMES    TO WS-EDIT-KEYFRAMES
           MOVE WS-RUN-BYTES-BEFORE TO WS-EDIT-BYTES-BEFORE
           MOVE WS-RUN-BYTES-AFTER  TO WS-EDIT-BYTES-AFTER

           MOVE SPACE TO WS-RPT-LINE-REC
           STRING WS-MAP-ID-EDIT       DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-CUR-RUN-TIME      DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-EDIT-ROWS         DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-EDIT-KEYFRAMES    DELIMITED BY SIZE
                  '  '                 DELIMITED BY SIZE
                  WS-EDIT-BYTES-BEFORE DELIMITED BY SIZE
                  '  '                 DELIMITED BY SIZE
                  WS-EDIT-BYTES-AFTER  DELIMITED BY SIZE
                  '  '                 DELIMITED BY SIZE
                  WS-ACTION-TEXT       DELIMITED BY SIZE
              INTO WS-RPT-LINE-REC
           END-STRING
           PERFORM 2890-WRITE-REPORT-LINE
           .
      ******************************************************************
      *                 2400-PRINT-CONTROL-TOTALS
      * BYTES ARE THE STORED LENGTH OF HIST_MAP_DATA - WHAT THE TABLE
      * HOLDS FOR THE BOARDS, BEFORE ANY DB2 ROW OVERHEAD
      ******************************************************************
       2400-PRINT-CONTROL-TOTALS.
           COMPUTE WS-TOTAL-BYTES-SAVED =
                   WS-TOTAL-BYTES-BEFORE - WS-TOTAL-BYTES-AFTER
           IF WS-TOTAL-BYTES-BEFORE > 0 THEN
              COMPUTE WS-PERCENT-SAVED ROUNDED =
                      WS-TOTAL-BYTES-SAVED * 100 / WS-TOTAL-BYTES-BEFORE
           ELSE
              MOVE 0 TO WS-PERCENT-SAVED
           END-IF

           MOVE SPACE TO WS-RPT-LINE-REC
           PERFORM 2890-WRITE-REPORT-LINE

           MOVE WS-RUNS-FOUND TO WS-EDIT-COUNT
           MOVE SPACE TO WS-RPT-LINE-REC
           STRING 'RECORDED RUNS:           ' DELIMITED BY SIZE
                  WS-EDIT-COUNT               DELIMITED BY SIZE
              INTO WS-RPT-LINE-REC
           END-STRING
           PERFORM 2890-WRITE-REPORT-LINE

           MOVE WS-RUNS-CONVERTED TO WS-EDIT-COUNT
           MOVE SPACE TO WS-RPT-LINE-REC
           STRING 'RUNS CONVERTED:          ' DELIMITED BY SIZE
                  WS-EDIT-COUNT               DELIMITED BY SIZE
              INTO WS-RPT-LINE-REC
           END-STRING
           PERFORM 2890-WRITE-REPORT-LINE

           MOVE WS-RUNS-COMPACT TO WS-EDIT-COUNT
           MOVE SPACE TO WS-RPT-LINE-REC
           STRING 'RUNS ALREADY COMPACT:    ' DELIMITED BY SIZE
                  WS-EDIT-COUNT               DELIMITED BY SIZE
              INTO WS-RPT-LINE-REC
           END-STRING
           PERFORM 2890-WRITE-REPORT-LINE

           MOVE WS-TOTAL-ROWS TO WS-EDIT-COUNT
           MOVE SPACE TO WS-RPT-LINE-REC
           STRING 'GAME_HIST_TABLE ROWS:    ' DELIMITED BY SIZE
                  WS-EDIT-COUNT               DELIMITED BY SIZE
              INTO WS-RPT-LINE-REC
           END-STRING
           PERFORM 2890-WRITE-REPORT-LINE

           MOVE WS-TOTAL-KEYFRAMES TO WS-EDIT-COUNT
           MOVE SPACE TO WS-RPT-LINE-REC
           STRING 'KEYFRAME ROWS:           ' DELIMITED BY SIZE
                  WS-EDIT-COUNT               DELIMITED BY SIZE
              INTO WS-RPT-LINE-REC
           END-STRING
           PERFORM 2890-WRITE-REPORT-LINE

           MOVE WS-TOTAL-REWRITTEN TO WS-EDIT-COUNT
           MOVE SPACE TO WS-RPT-LINE-REC
           STRING 'CHANGE RECORD ROWS:      ' DELIMITED BY SIZE
                  WS-EDIT-COUNT               DELIMITED BY SIZE
              INTO WS-RPT-LINE-REC
           END-STRING
           PERFORM 2890-WRITE-REPORT-LINE

           MOVE WS-TOTAL-BYTES-BEFORE TO WS-EDIT-BYTES
           MOVE SPACE TO WS-RPT-LINE-REC
           STRING 'IMAGE BYTES BEFORE:      ' DELIMITED BY SIZE
                  WS-EDIT-BYTES               DELIMITED BY SIZE
              INTO WS-RPT-LINE-REC
           END-STRING
           PERFORM 2890-WRITE-REPORT-LINE

           MOVE WS-TOTAL-BYTES-AFTER TO WS-EDIT-BYTES
           MOVE SPACE TO WS-RPT-LINE-REC
           STRING 'IMAGE BYTES AFTER:       ' DELIMITED BY SIZE
                  WS-EDIT-BYTES               DELIMITED BY SIZE
              INTO WS-RPT-LINE-REC
           END-STRING
           PERFORM 2890-WRITE-REPORT-LINE

           MOVE WS-TOTAL-BYTES-SAVED TO WS-EDIT-BYTES
           MOVE WS-PERCENT-SAVED     TO WS-EDIT-PERCENT
           MOVE SPACE TO WS-RPT-LINE-REC
           STRING 'SPACE SAVED:             ' DELIMITED BY SIZE
                  WS-EDIT-BYTES               DELIMITED BY SIZE
                  '  ('                       DELIMITED BY SIZE
                  WS-EDIT-PERCENT             DELIMITED BY SIZE
                  '%)'                        DELIMITED BY SIZE
              INTO WS-RPT-LINE-REC
           END-STRING
           PERFORM 2890-WRITE-REPORT-LINE
           .
      ******************************************************************
      *                 2890-WRITE-REPORT-LINE
      ******************************************************************
       2890-WRITE-REPORT-LINE.
           WRITE WS-RPT-LINE-REC

           MOVE WS-FS-EPDQ0020             TO SW-FS-CURRENT
           SET SO-FILE-OPERATION-WRITE     TO TRUE
           SET SO-FILE-EPDQ0020            TO TRUE
           PERFORM 4000-CHECK-FOR-FILE-ERROR
           .
      ******************************************************************
      *                      3000-FINAL
      ******************************************************************
       3000-FINAL.
           DISPLAY '3000-FINAL'
           DISPLAY 'RECORDED RUNS:         ' WS-RUNS-FOUND
           DISPLAY 'RUNS CONVERTED:        ' WS-RUNS-CONVERTED
           DISPLAY 'RUNS ALREADY COMPACT:  ' WS-RUNS-COMPACT
           DISPLAY 'GAME_HIST ROWS:        ' WS-TOTAL-ROWS
           DISPLAY 'ROWS AS CHANGES:       ' WS-TOTAL-REWRITTEN
           DISPLAY 'IMAGE BYTES BEFORE:    ' WS-TOTAL-BYTES-BEFORE
           DISPLAY 'IMAGE BYTES AFTER:     ' WS-TOTAL-BYTES-AFTER
           DISPLAY 'SPACE SAVED:           ' WS-TOTAL-BYTES-SAVED
           CLOSE EPDQ0010
           CLOSE EPDQ0020
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
      *                  7175-WRITE-AUDIT-RECORD
      * SAME ROW SHAPE AS THE ONLINE ROUTINES WRITE, AGAINST THE BOARD
      * WHOSE RUN WAS JUST CONVERTED
      ******************************************************************
       7175-WRITE-AUDIT-RECORD.
           MOVE WS-CUR-MAP-ID   TO AUDIT-MAP-ID OF DCLAUDIT-TABLE
           MOVE CT-AUDIT-ACTION TO AUDIT-ACTION OF DCLAUDIT-TABLE
           MOVE CT-AUDIT-USER   TO AUDIT-USER   OF DCLAUDIT-TABLE

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
      *                 7300-COMMIT-WORK
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
      *                 7400-OPEN-HIST-CURSOR
      ******************************************************************
       7400-OPEN-HIST-CURSOR.
           EXEC SQL
           OPEN C-HIST
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
      *                 7410-FETCH-HIST-RECORD
      ******************************************************************
       7410-FETCH-HIST-RECORD.
           INITIALIZE HIST-MAP-DATA

           EXEC SQL
           FETCH C-HIST
           INTO
           :HIST-MAP-ID,
           :HIST-RUN-TIME,
           :HIST-GENERATION-NUMBER,
           :HIST-MAP-DATA
           END-EXEC

           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
              WHEN SO-SQLCODE-NORMAL
                 CONTINUE
              WHEN SO-SQLCODE-NOT-FOUND
                 SET SO-END-OF-DATA-HIST TO TRUE
              WHEN OTHER
                 SET SO-7410-PARA TO TRUE
                 PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *                 7420-CLOSE-HIST-CURSOR
      ******************************************************************
       7420-CLOSE-HIST-CURSOR.
           EXEC SQL
           CLOSE C-HIST
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
      *
      *****************************************************************
      *
       9000-DB2-ERROR.
           DISPLAY 'DB2 ERROR'
           MOVE      SW-SQLCODE TO WS-SQLCODE-FORMAT
           DISPLAY 'SQLCODE '      WS-SQLCODE-FORMAT
           DISPLAY 'SQLERRMC '     SQLERRMC
           DISPLAY 'ST. IDENTIFICATOR ' SW-ST-IDENTIFICATOR
           DISPLAY 'RUN BEING CONVERTED ' WS-CUR-MAP-ID ' '
                                          WS-CUR-RUN-TIME
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
