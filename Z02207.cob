       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02207.
      ******************************************************************
      *
      *
      *   RETIRED BOARD PURGE.  A BOARD RETIRED ON THE 0213 REGISTRY
      *   SCREEN (Z02107/Z02118) IS KEPT UNTIL ITS BRD_RETAIN_UNTIL
      *   DATE IN CASE SOMEONE CHANGES THEIR MIND - ONCE THAT DATE HAS
      *   PASSED THIS JOB REMOVES EVERYTHING THAT STILL HANGS OFF THE
      *   BOARD: ITS CONCURRENCY_TABLE LOCK ROW, ITS GAME_HIST_TABLE
      *   IMAGES, ANY RUN_RESTART_TABLE POINT, THE MAP_TABLE BOARD
      *   ITSELF AND FINALLY ITS BOARD_TABLE ROW.  RUN_QUEUE_TABLE
      *   REQUESTS STILL WAITING FOR THE BOARD ARE FAILED, SO Z02097
      *   DOES NOT BRING THE BOARD BACK BY PLAYING THEM, AND RESET OR
      *   RESTORE REQUESTS STILL PENDING ON 0216 ARE REJECTED, SO AN
      *   APPROVAL CANNOT BRING IT BACK EITHER.
      *
      *   GAME_STATS_TABLE AND RUN_SUMMARY_TABLE ROWS ARE HISTORY, NOT
      *   PART OF THE BOARD, AND ARE LEFT FOR Z02192'S RETENTION PURGE.
      *
      *   EACH PURGED BOARD GETS A 'PURGE BOARD' AUDIT_TABLE ROW (AND
      *   A 'PURGE APPROVALS' ROW WHEN REQUESTS WERE REJECTED) AND
      *   ITS OWN COMMIT, AND A LINE ON THE EMDQ0020 REPORT WITH THE
      *   ROWS REMOVED FROM EACH TABLE.  THE EMDQ0010 CARD SAYS WHETHER
      *   TO PURGE ('U') OR ONLY REPORT WHAT WOULD GO ('R')
      *
      *
      ******************************************************************
      *                         CHANGE  LOG
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * PARAMETER CARD - PURGE OR REPORT ONLY
           SELECT EMDQ0010 ASSIGN TO EMDQ0010
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-FS-EMDQ0010.
      * PURGE REPORT - ONE LINE PER BOARD PLUS TOTALS
           SELECT EMDQ0020 ASSIGN TO EMDQ0020
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-FS-EMDQ0020.
       DATA DIVISION.
       FILE SECTION.
       FD EMDQ0010
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS WS-EMDQ0010-REC.
       01 WS-EMDQ0010-REC.
           05 PRM-PURGE-MODE            PIC X(1).
               88 PRM-PURGE-THE-BOARDS  VALUE 'U'.
               88 PRM-REPORT-ONLY       VALUE 'R'.
           05 FILLER                    PIC X(79).
       FD EMDQ0020
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS WS-RPT-LINE-REC.
       01 WS-RPT-LINE-REC                 PIC X(132).

       WORKING-STORAGE SECTION.
      * AUDIT_TABLE AND BOARD_TABLE DCLGENS
           EXEC SQL INCLUDE SQLCA  END-EXEC.
           EXEC SQL INCLUDE Z5EC0211 END-EXEC.
           EXEC SQL INCLUDE ZFEC0211 END-EXEC.
      * CURSOR DECLARATION - EVERY RETIRED BOARD PAST ITS RETENTION
      * DATE.  WITH HOLD SO THE PER-BOARD COMMITS DON'T THROW AWAY
      * THE POSITION
           EXEC SQL DECLARE C-RETIRED CURSOR WITH HOLD FOR
           SELECT
           BRD_MAP_ID, BRD_OWNER, BRD_STATUS_BY, BRD_RETAIN_UNTIL
           FROM BOARD_TABLE
           WHERE BRD_STATUS = 'R'
           AND   BRD_RETAIN_UNTIL < CURRENT DATE
           ORDER BY BRD_MAP_ID
           END-EXEC.
      * CONSTANTS
       01 CT-CONTSTANT.
      * THE "USER" THE PURGE'S AUDIT ROWS CARRY - BATCH HAS NO
      * TERMINAL USER, SO THE JOB SIGNS ITS OWN NAME
           05 CT-AUDIT-USER               PIC X(8) VALUE 'Z02207'.
           05 CT-AUDIT-ACTION             PIC X(20) VALUE 'PURGE BOARD'.
           05 CT-AUDIT-APPROVALS          PIC X(20)
                                          VALUE 'PURGE APPROVALS'.
           05 CT-PURGED-OUTCOME           PIC X(20)
                                          VALUE 'REJECTED - PURGED'.
      ***************************************************************
      *   ERROR HANDLING VARIABLES
      ***************************************************************
       01 SW-FILE-ERROR.
           10 SW-FS-CURRENT                   PIC 99.
               88 SO-FILE-STATUS-OK           VALUE  00 10.
           10 SW-FILE-NAME                    PIC X(8).
               88 SO-FILE-EMDQ0010            VALUE 'EMDQ0010'.
               88 SO-FILE-EMDQ0020            VALUE 'EMDQ0020'.
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
               88 SO-2120-PARA              VALUE '2120'.
               88 SO-2130-PARA              VALUE '2130'.
               88 SO-2140-PARA              VALUE '2140'.
               88 SO-2150-PARA              VALUE '2150'.
               88 SO-2160-PARA              VALUE '2160'.
               88 SO-2210-PARA              VALUE '2210'.
               88 SO-2220-PARA              VALUE '2220'.
               88 SO-2230-PARA              VALUE '2230'.
               88 SO-2240-PARA              VALUE '2240'.
               88 SO-2250-PARA              VALUE '2250'.
               88 SO-2260-PARA              VALUE '2260'.
               88 SO-2270-PARA              VALUE '2270'.
               88 SO-7175-PARA              VALUE '7175'.
               88 SO-7300-PARA              VALUE '7300'.
               88 SO-7400-PARA              VALUE '7400'.
               88 SO-7410-PARA              VALUE '7410'.
               88 SO-7420-PARA              VALUE '7420'.
      * FILE STATUS
       01 WS-FILE-STATUS.
           05 WS-FS-EMDQ0010                  PIC 99.
           05 WS-FS-EMDQ0020                  PIC 99.
      ********************
      *   SWITCHES
      *******************
       01 SW-SWITCHES.
           05 SW-END-OF-DATA-RETIRED          PIC X.
               88 SO-END-OF-DATA-RETIRED      VALUE 'Y'.
               88 SO-NOT-END-OF-DATA-RETIRED  VALUE 'N'.
      *******************
      *  PER-BOARD ROW COUNTS - COUNTED BEFORE THE DELETES SO THE
      *  REPORT-ONLY RUN SHOWS EXACTLY WHAT A PURGE WOULD REMOVE
      *******************
       01 WS-BOARD-COUNTS.
           05 WS-CONCUR-ROWS            PIC S9(9) COMP VALUE 0.
           05 WS-HIST-ROWS              PIC S9(9) COMP VALUE 0.
           05 WS-RESTART-ROWS           PIC S9(9) COMP VALUE 0.
           05 WS-QUEUE-ROWS             PIC S9(9) COMP VALUE 0.
           05 WS-MAP-ROWS               PIC S9(9) COMP VALUE 0.
           05 WS-APPROVAL-ROWS          PIC S9(9) COMP VALUE 0.
      *******************
      *  CONTROL TOTALS
      *******************
       01 WS-BOARDS-FOUND           PIC S9(9) COMP VALUE 0.
       01 WS-BOARDS-PURGED          PIC S9(9) COMP VALUE 0.
       01 WS-TOTAL-CONCUR-ROWS      PIC S9(9) COMP VALUE 0.
       01 WS-TOTAL-HIST-ROWS        PIC S9(9) COMP VALUE 0.
       01 WS-TOTAL-RESTART-ROWS     PIC S9(9) COMP VALUE 0.
       01 WS-TOTAL-QUEUE-ROWS       PIC S9(9) COMP VALUE 0.
       01 WS-TOTAL-MAP-ROWS         PIC S9(9) COMP VALUE 0.
      *******************
      *  REPORT WORK FIELDS
      *******************
       01 WS-MAP-ID-EDIT            PIC ZZZZ9.
       01 WS-EDIT-CONCUR            PIC ZZZZ9.
       01 WS-EDIT-HIST              PIC ZZZZZZZZ9.
       01 WS-EDIT-RESTART           PIC ZZZZ9.
       01 WS-EDIT-QUEUE             PIC ZZZZ9.
       01 WS-EDIT-MAP               PIC ZZZZ9.
       01 WS-EDIT-COUNT             PIC ZZZZZZZZ9.
       01 WS-ACTION-TEXT            PIC X(12).
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
           OPEN INPUT EMDQ0010
           MOVE WS-FS-EMDQ0010             TO SW-FS-CURRENT
           SET SO-FILE-OPERATION-OPEN      TO TRUE
           SET SO-FILE-EMDQ0010            TO TRUE
           PERFORM 4000-CHECK-FOR-FILE-ERROR

           OPEN OUTPUT EMDQ0020
           MOVE WS-FS-EMDQ0020             TO SW-FS-CURRENT
           SET SO-FILE-OPERATION-OPEN      TO TRUE
           SET SO-FILE-EMDQ0020            TO TRUE
           PERFORM 4000-CHECK-FOR-FILE-ERROR
           .
      ******************************************************************
      *                 1030-READ-PARAMETER-CARD
      * THE MODE IS DELIBERATELY MANDATORY - A PURGE NOBODY ASKED FOR
      * IN SO MANY WORDS IS HOW BOARDS GET LOST
      ******************************************************************
       1030-READ-PARAMETER-CARD.
           READ EMDQ0010
           AT END
              DISPLAY 'PARAMETER CARD MISSING - NOTHING PURGED'
              MOVE 8 TO RETURN-CODE
              PERFORM 3600-FILE-ERROR-EXIT
           END-READ

           MOVE WS-FS-EMDQ0010             TO SW-FS-CURRENT
           SET SO-FILE-OPERATION-READ      TO TRUE
           SET SO-FILE-EMDQ0010            TO TRUE
           PERFORM 4000-CHECK-FOR-FILE-ERROR

           IF PRM-PURGE-THE-BOARDS OR PRM-REPORT-ONLY THEN
              CONTINUE
           ELSE
              DISPLAY 'INVALID PURGE MODE: ' PRM-PURGE-MODE
              MOVE 8 TO RETURN-CODE
              PERFORM 3600-FILE-ERROR-EXIT
           END-IF

           DISPLAY 'PURGE MODE: ' PRM-PURGE-MODE
           .
      ******************************************************************
      *                 1040-WRITE-REPORT-HEADING
      ******************************************************************
       1040-WRITE-REPORT-HEADING.
           IF PRM-PURGE-THE-BOARDS THEN
              MOVE 'RETIRED BOARD PURGE' TO WS-RPT-LINE-REC
           ELSE
              MOVE 'RETIRED BOARD PURGE - REPORT ONLY, NOTHING DELETED'
                TO WS-RPT-LINE-REC
           END-IF
           PERFORM 2890-WRITE-REPORT-LINE

           MOVE SPACE TO WS-RPT-LINE-REC
           PERFORM 2890-WRITE-REPORT-LINE

           MOVE SPACE TO WS-RPT-LINE-REC
           STRING 'MAP   OWNER    RETIRED  RETAINED   '
                                          DELIMITED BY SIZE
                  'CONCUR      HIST RESTART QUEUE   MAP'
                                          DELIMITED BY SIZE
              INTO WS-RPT-LINE-REC
           END-STRING
           PERFORM 2890-WRITE-REPORT-LINE
           .
      ******************************************************************
      *                       2000-PROCESS
      ******************************************************************
       2000-PROCESS.
           PERFORM 7400-OPEN-RETIRED-CURSOR
           SET SO-NOT-END-OF-DATA-RETIRED TO TRUE
           PERFORM 7410-FETCH-RETIRED-RECORD
           PERFORM UNTIL SO-END-OF-DATA-RETIRED
               ADD 1 TO WS-BOARDS-FOUND
               PERFORM 2100-COUNT-BOARD-ROWS
               IF PRM-PURGE-THE-BOARDS THEN
                  PERFORM 2200-PURGE-ONE-BOARD
               END-IF
               PERFORM 2300-WRITE-BOARD-LINE
               PERFORM 7410-FETCH-RETIRED-RECORD
           END-PERFORM
           PERFORM 7420-CLOSE-RETIRED-CURSOR

           PERFORM 2400-PRINT-CONTROL-TOTALS
           .
      ******************************************************************
      *                 2100-COUNT-BOARD-ROWS
      ******************************************************************
       2100-COUNT-BOARD-ROWS.
           INITIALIZE WS-BOARD-COUNTS

           EXEC SQL
           SELECT COUNT(*)
           INTO :WS-CONCUR-ROWS
           FROM CONCURRENCY_TABLE
           WHERE CONCURRENCY_ID = :BRD-MAP-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              SET SO-2110-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF

           EXEC SQL
           SELECT COUNT(*)
           INTO :WS-HIST-ROWS
           FROM GAME_HIST_TABLE
           WHERE HIST_MAP_ID = :BRD-MAP-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              SET SO-2120-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF

           EXEC SQL
           SELECT COUNT(*)
           INTO :WS-RESTART-ROWS
           FROM RUN_RESTART_TABLE
           WHERE RST_MAP_ID = :BRD-MAP-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              SET SO-2130-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF

           EXEC SQL
           SELECT COUNT(*)
           INTO :WS-QUEUE-ROWS
           FROM RUN_QUEUE_TABLE
           WHERE RQ_MAP_ID = :BRD-MAP-ID
           AND   RQ_STATUS IN ('P', 'R', 'D', 'S')
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              SET SO-2140-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF

           EXEC SQL
           SELECT COUNT(*)
           INTO :WS-MAP-ROWS
           FROM MAP_TABLE
           WHERE MAP_ID = :BRD-MAP-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              SET SO-2150-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF

           EXEC SQL
           SELECT COUNT(*)
           INTO :WS-APPROVAL-ROWS
           FROM APPROVAL_TABLE
           WHERE APR_MAP_ID = :BRD-MAP-ID
           AND   APR_STATUS = 'P'
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              SET SO-2160-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF

           ADD WS-CONCUR-ROWS  TO WS-TOTAL-CONCUR-ROWS
           ADD WS-HIST-ROWS    TO WS-TOTAL-HIST-ROWS
           ADD WS-RESTART-ROWS TO WS-TOTAL-RESTART-ROWS
           ADD WS-QUEUE-ROWS   TO WS-TOTAL-QUEUE-ROWS
           ADD WS-MAP-ROWS     TO WS-TOTAL-MAP-ROWS
           .
      ******************************************************************
      *                 2200-PURGE-ONE-BOARD
      * THE CHILD ROWS GO FIRST AND THE REGISTRY ROW LAST, AND THE
      * WHOLE BOARD IS ONE UNIT OF WORK - A FAILURE PART WAY THROUGH
      * ROLLS THE BOARD BACK TO RETIRED, AND THE NEXT RUN PICKS IT UP
      ******************************************************************
       2200-PURGE-ONE-BOARD.
           EXEC SQL
           DELETE FROM CONCURRENCY_TABLE
           WHERE CONCURRENCY_ID = :BRD-MAP-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              SET SO-2210-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF

           EXEC SQL
           DELETE FROM GAME_HIST_TABLE
           WHERE HIST_MAP_ID = :BRD-MAP-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              SET SO-2220-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF

           EXEC SQL
           DELETE FROM RUN_RESTART_TABLE
           WHERE RST_MAP_ID = :BRD-MAP-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              SET SO-2230-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF

      * A REQUEST LEFT IN THE QUEUE WOULD RE-CREATE THE BOARD THE NEXT
      * TIME Z02097 RUNS - IT IS FAILED WITH THE REASON INSTEAD
           EXEC SQL
           UPDATE RUN_QUEUE_TABLE
           SET RQ_STATUS = 'F',
               RQ_OUTCOME = :CT-PURGED-OUTCOME,
               RQ_COMPLETED_AT = CURRENT TIMESTAMP
           WHERE RQ_MAP_ID = :BRD-MAP-ID
           AND   RQ_STATUS IN ('P', 'R', 'D', 'S')
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              SET SO-2240-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF

      * THE SAME GOES FOR A RESET OR RESTORE WAITING ON 0216 - ONCE
      * THE REGISTRY ROW IS GONE AN APPROVAL WOULD SAVE THE BOARD BACK
      * INTO MAP_TABLE, SO THE PENDING REQUESTS ARE REJECTED HERE
           EXEC SQL
           UPDATE APPROVAL_TABLE
           SET APR_STATUS     = 'R',
               APR_DECIDED_BY = :CT-AUDIT-USER,
               APR_DECIDED_AT = CURRENT TIMESTAMP
           WHERE APR_MAP_ID = :BRD-MAP-ID
           AND   APR_STATUS = 'P'
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              SET SO-2270-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           IF WS-APPROVAL-ROWS > 0 THEN
              MOVE CT-AUDIT-APPROVALS TO AUDIT-ACTION OF DCLAUDIT-TABLE
              PERFORM 7175-WRITE-AUDIT-RECORD
           END-IF

           EXEC SQL
           DELETE FROM MAP_TABLE
           WHERE MAP_ID = :BRD-MAP-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              SET SO-2250-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF

           EXEC SQL
           DELETE FROM BOARD_TABLE
           WHERE BRD_MAP_ID = :BRD-MAP-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              SET SO-2260-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF

           MOVE CT-AUDIT-ACTION TO AUDIT-ACTION OF DCLAUDIT-TABLE
           PERFORM 7175-WRITE-AUDIT-RECORD
           PERFORM 7300-COMMIT-WORK
           ADD 1 TO WS-BOARDS-PURGED
           .
      ******************************************************************
      *                 2300-WRITE-BOARD-LINE
      ******************************************************************
       2300-WRITE-BOARD-LINE.
           MOVE BRD-MAP-ID      TO WS-MAP-ID-EDIT
           MOVE WS-CONCUR-ROWS  TO WS-EDIT-CONCUR
           MOVE WS-HIST-ROWS    TO WS-EDIT-HIST
           MOVE WS-RESTART-ROWS TO WS-EDIT-RESTART
           MOVE WS-QUEUE-ROWS   TO WS-EDIT-QUEUE
           MOVE WS-MAP-ROWS     TO WS-EDIT-MAP
           IF PRM-PURGE-THE-BOARDS THEN
              MOVE 'PURGED'       TO WS-ACTION-TEXT
           ELSE
              MOVE 'WOULD PURGE'  TO WS-ACTION-TEXT
           END-IF

           MOVE SPACE TO WS-RPT-LINE-REC
           STRING WS-MAP-ID-EDIT   DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  BRD-OWNER        DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  BRD-STATUS-BY    DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  BRD-RETAIN-UNTIL DELIMITED BY SIZE
                  '  '             DELIMITED BY SIZE
                  WS-EDIT-CONCUR   DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  WS-EDIT-HIST     DELIMITED BY SIZE
                  '   '            DELIMITED BY SIZE
                  WS-EDIT-RESTART  DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  WS-EDIT-QUEUE    DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  WS-EDIT-MAP      DELIMITED BY SIZE
                  '  '             DELIMITED BY SIZE
                  WS-ACTION-TEXT   DELIMITED BY SIZE
              INTO WS-RPT-LINE-REC
           END-STRING
           PERFORM 2890-WRITE-REPORT-LINE
           .
      ******************************************************************
      *                 2400-PRINT-CONTROL-TOTALS
      ******************************************************************
       2400-PRINT-CONTROL-TOTALS.
           MOVE SPACE TO WS-RPT-LINE-REC
           PERFORM 2890-WRITE-REPORT-LINE

           MOVE WS-BOARDS-FOUND TO WS-EDIT-COUNT
           MOVE SPACE TO WS-RPT-LINE-REC
           STRING 'BOARDS PAST RETENTION:   ' DELIMITED BY SIZE
                  WS-EDIT-COUNT               DELIMITED BY SIZE
              INTO WS-RPT-LINE-REC
           END-STRING
           PERFORM 2890-WRITE-REPORT-LINE

           MOVE WS-BOARDS-PURGED TO WS-EDIT-COUNT
           MOVE SPACE TO WS-RPT-LINE-REC
           STRING 'BOARDS PURGED:           ' DELIMITED BY SIZE
                  WS-EDIT-COUNT               DELIMITED BY SIZE
              INTO WS-RPT-LINE-REC
           END-STRING
           PERFORM 2890-WRITE-REPORT-LINE

           MOVE WS-TOTAL-CONCUR-ROWS TO WS-EDIT-COUNT
           MOVE SPACE TO WS-RPT-LINE-REC
           STRING 'CONCURRENCY_TABLE ROWS:  ' DELIMITED BY SIZE
                  WS-EDIT-COUNT               DELIMITED BY SIZE
              INTO WS-RPT-LINE-REC
           END-STRING
           PERFORM 2890-WRITE-REPORT-LINE

           MOVE WS-TOTAL-HIST-ROWS TO WS-EDIT-COUNT
           MOVE SPACE TO WS-RPT-LINE-REC
           STRING 'GAME_HIST_TABLE ROWS:    ' DELIMITED BY SIZE
                  WS-EDIT-COUNT               DELIMITED BY SIZE
              INTO WS-RPT-LINE-REC
           END-STRING
           PERFORM 2890-WRITE-REPORT-LINE

           MOVE WS-TOTAL-RESTART-ROWS TO WS-EDIT-COUNT
           MOVE SPACE TO WS-RPT-LINE-REC
           STRING 'RUN_RESTART_TABLE ROWS:  ' DELIMITED BY SIZE
                  WS-EDIT-COUNT               DELIMITED BY SIZE
              INTO WS-RPT-LINE-REC
           END-STRING
           PERFORM 2890-WRITE-REPORT-LINE

           MOVE WS-TOTAL-QUEUE-ROWS TO WS-EDIT-COUNT
           MOVE SPACE TO WS-RPT-LINE-REC
           STRING 'QUEUE REQUESTS FAILED:   ' DELIMITED BY SIZE
                  WS-EDIT-COUNT               DELIMITED BY SIZE
              INTO WS-RPT-LINE-REC
           END-STRING
           PERFORM 2890-WRITE-REPORT-LINE

           MOVE WS-TOTAL-MAP-ROWS TO WS-EDIT-COUNT
           MOVE SPACE TO WS-RPT-LINE-REC
           STRING 'MAP_TABLE ROWS:          ' DELIMITED BY SIZE
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

           MOVE WS-FS-EMDQ0020             TO SW-FS-CURRENT
           SET SO-FILE-OPERATION-WRITE     TO TRUE
           SET SO-FILE-EMDQ0020            TO TRUE
           PERFORM 4000-CHECK-FOR-FILE-ERROR
           .
      ******************************************************************
      *                      3000-FINAL
      ******************************************************************
       3000-FINAL.
           DISPLAY '3000-FINAL'
           DISPLAY 'BOARDS PAST RETENTION: ' WS-BOARDS-FOUND
           DISPLAY 'BOARDS PURGED:         ' WS-BOARDS-PURGED
           DISPLAY 'CONCURRENCY ROWS:      ' WS-TOTAL-CONCUR-ROWS
           DISPLAY 'GAME_HIST ROWS:        ' WS-TOTAL-HIST-ROWS
           DISPLAY 'RUN_RESTART ROWS:      ' WS-TOTAL-RESTART-ROWS
           DISPLAY 'QUEUE REQUESTS FAILED: ' WS-TOTAL-QUEUE-ROWS
           DISPLAY 'MAP_TABLE ROWS:        ' WS-TOTAL-MAP-ROWS
           CLOSE EMDQ0010
           CLOSE EMDQ0020
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
      * JUST PURGED - THE AUDIT TRAIL OUTLIVES THE BOARD.  THE CALLER
      * MOVES THE ACTION
      ******************************************************************
       7175-WRITE-AUDIT-RECORD.
           MOVE BRD-MAP-ID      TO AUDIT-MAP-ID OF DCLAUDIT-TABLE
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
      *                 7400-OPEN-RETIRED-CURSOR
      ******************************************************************
       7400-OPEN-RETIRED-CURSOR.
           EXEC SQL
           OPEN C-RETIRED
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
      *                 7410-FETCH-RETIRED-RECORD
      ******************************************************************
       7410-FETCH-RETIRED-RECORD.
           EXEC SQL
           FETCH C-RETIRED
           INTO
           :BRD-MAP-ID,
           :BRD-OWNER,
           :BRD-STATUS-BY,
           :BRD-RETAIN-UNTIL
           END-EXEC

           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
              WHEN SO-SQLCODE-NORMAL
                 CONTINUE
              WHEN SO-SQLCODE-NOT-FOUND
                 SET SO-END-OF-DATA-RETIRED TO TRUE
              WHEN OTHER
                 SET SO-7410-PARA TO TRUE
                 PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *                 7420-CLOSE-RETIRED-CURSOR
      ******************************************************************
       7420-CLOSE-RETIRED-CURSOR.
           EXEC SQL
           CLOSE C-RETIRED
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
           DISPLAY 'BOARD BEING PURGED ' BRD-MAP-ID
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
