       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02209.
      ******************************************************************
      *
      *
      *   NIGHTLY CROSS-TABLE REFERENTIAL INTEGRITY SWEEP.  Z02095
      *   ONLY RECONCILES THE THREE SHAPE TABLES - NOTHING CHECKED
      *   THAT THE REST OF THE TABLES STILL AGREE WITH EACH OTHER.
      *   THIS JOB LOOKS FOR:
      *
      *    LOCK     CONCURRENCY_TABLE ROWS FOR BOARDS NO LONGER IN
      *             MAP_TABLE
      *    RESTART  RUN_RESTART_TABLE POINTS FOR REQUESTS THE
      *             RUN_QUEUE_TABLE SHOWS AS COMPLETE OR FAILED
      *    HISTORY  GAME_HIST_TABLE RUNS WITH NO GAME_STATS_TABLE ROWS
      *             (A RUN Z02198 ALREADY ROLLED UP IS NOT COUNTED -
      *             ITS STATS WENT TO Z02192'S RETENTION PURGE ON
      *             PURPOSE)
      *    SUMMARY  RUN_SUMMARY_TABLE ROWS WHOSE GENERATION COUNT NO
      *             LONGER MATCHES THE GAME_STATS_TABLE ROWS STILL HELD
      *             FOR THE RUN
      *    USAGE    SHAPE_USAGE_TABLE ROWS NAMING A SHAPE THAT IS NO
      *             LONGER IN SHAPE_TABLE3_NAME
      *    MAP IMG  MAP_TABLE BOARDS AND SCENARIO_TABLE IMAGES WHOSE
      *    SCN IMG  DATA IS NOT 20000 BYTES OR HOLDS ANYTHING OTHER
      *             THAN LIVE ('X') AND DEAD (' ') CELLS
      *
      *   EVERY FINDING IS ONE LINE ON THE EODQ0020 PRINT, GROUPED BY
      *   CATEGORY, AND ONE RECORD ON EODQ0030 FOR Z02203'S
      *   CONSOLIDATED EXCEPTION REPORT.  THE EODQ0010 CARD MAY ASK
      *   FOR FIX MODE ('F') - THE LEFTOVERS THAT ARE SAFE TO REMOVE
      *   (ORPHAN LOCKS, FINISHED RESTART POINTS, USAGE ROWS FOR
      *   DELETED SHAPES) ARE THEN DELETED, EACH WITH ITS OWN
      *   AUDIT_TABLE ROW AND COMMIT.  THE OTHER CATEGORIES ARE
      *   DAMAGE NOBODY CAN REPAIR BY DELETING A ROW AND ARE ALWAYS
      *   ONLY REPORTED.  NO CARD, OR A BLANK MODE, IS A REPORT-ONLY
      *   RUN
      *
      *
      ******************************************************************
      *                         CHANGE  LOG
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * PARAMETER CARD - FIX OR REPORT ONLY
           SELECT EODQ0010 ASSIGN TO EODQ0010
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-FS-EODQ0010.
      * INTEGRITY PRINT - ONE LINE PER FINDING BY CATEGORY PLUS TOTALS
           SELECT EODQ0020 ASSIGN TO EODQ0020
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-FS-EODQ0020.
      * FINDINGS FILE FOR Z02203
           SELECT EODQ0030 ASSIGN TO EODQ0030
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-FS-EODQ0030.
       DATA DIVISION.
       FILE SECTION.
       FD EODQ0010
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS WS-EODQ0010-REC.
       01 WS-EODQ0010-REC.
           05 PRM-FIX-MODE              PIC X(1).
               88 PRM-FIX-THE-LEFTOVERS VALUE 'F'.
               88 PRM-REPORT-ONLY       VALUE 'R' ' '.
           05 FILLER                    PIC X(79).
       FD EODQ0020
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS WS-RPT-LINE-REC.
       01 WS-RPT-LINE-REC                 PIC X(132).
      * ONE RECORD PER FINDING - THE SEVERITY IS DECIDED HERE SO Z02203
      * DOES NOT HAVE TO KNOW THE CATEGORIES
       FD EODQ0030
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS WS-EODQ0030-REC.
       01 WS-EODQ0030-REC.
           05 FND-SEVERITY              PIC X(1).
               88 FND-SEVERITY-ERROR    VALUE 'E'.
               88 FND-SEVERITY-WARNING  VALUE 'W'.
           05 FILLER                    PIC X(1).
           05 FND-CATEGORY              PIC X(12).
           05 FILLER                    PIC X(1).
           05 FND-KEY                   PIC X(40).
           05 FILLER                    PIC X(1).
           05 FND-DETAIL                PIC X(32).
           05 FILLER                    PIC X(1).
           05 FND-ACTION                PIC X(10).
           05 FILLER                    PIC X(1).

       WORKING-STORAGE SECTION.
      * DCLGENS OF EVERY TABLE THE SWEEP READS
           EXEC SQL INCLUDE SQLCA  END-EXEC.
           EXEC SQL INCLUDE Z1EC0211 END-EXEC.
           EXEC SQL INCLUDE Z4EC0211 END-EXEC.
           EXEC SQL INCLUDE Z5EC0211 END-EXEC.
           EXEC SQL INCLUDE Z8EC0211 END-EXEC.
           EXEC SQL INCLUDE Z9EC0211 END-EXEC.
           EXEC SQL INCLUDE ZAEC0211 END-EXEC.
           EXEC SQL INCLUDE ZBEC0211 END-EXEC.
           EXEC SQL INCLUDE ZCEC0211 END-EXEC.
           EXEC SQL INCLUDE ZDEC0211 END-EXEC.
      * CURSOR DECLARATIONS - ONE PER CATEGORY.  THE THREE THAT FIX
      * MODE DELETES UNDER ARE WITH HOLD SO THE PER-ROW COMMITS DON'T
      * THROW AWAY THE POSITION
           EXEC SQL DECLARE C-LOCK CURSOR WITH HOLD FOR
           SELECT
           A.CONCURRENCY_ID, A.CONCURRENCY_VALUE,
           A.CONCURRENCY_LOCK_TIME
           FROM CONCURRENCY_TABLE A
           WHERE NOT EXISTS
             (SELECT 1 FROM MAP_TABLE B
              WHERE B.MAP_ID = A.CONCURRENCY_ID)
           ORDER BY A.CONCURRENCY_ID
           END-EXEC.

           EXEC SQL DECLARE C-RESTART CURSOR WITH HOLD FOR
           SELECT
           A.RST_MAP_ID, A.RST_REQUEST_ID, A.RST_RUN_TIME,
           A.RST_GENERATIONS_DONE, B.RQ_STATUS
           FROM RUN_RESTART_TABLE A, RUN_QUEUE_TABLE B
           WHERE B.RQ_REQUEST_ID = A.RST_REQUEST_ID
           AND   B.RQ_STATUS IN ('C', 'F')
           ORDER BY A.RST_MAP_ID, A.RST_REQUEST_ID
           END-EXEC.

           EXEC SQL DECLARE C-HIST CURSOR FOR
           SELECT
           A.HIST_MAP_ID, A.HIST_RUN_TIME, COUNT(*)
           FROM GAME_HIST_TABLE A
           WHERE NOT EXISTS
             (SELECT 1 FROM GAME_STATS_TABLE B
              WHERE B.STATS_MAP_ID   = A.HIST_MAP_ID
              AND   B.STATS_RUN_TIME = A.HIST_RUN_TIME)
           AND   NOT EXISTS
             (SELECT 1 FROM RUN_SUMMARY_TABLE C
              WHERE C.SUM_MAP_ID   = A.HIST_MAP_ID
              AND   C.SUM_RUN_TIME = A.HIST_RUN_TIME)
           GROUP BY A.HIST_MAP_ID, A.HIST_RUN_TIME
           ORDER BY A.HIST_MAP_ID, A.HIST_RUN_TIME
           END-EXEC.

      * THE INNER JOIN LEAVES OUT RUNS WHOSE STATS THE RETENTION PURGE
      * HAS ALREADY TAKEN - THE SUMMARY IS ALL THAT IS LEFT OF THOSE
           EXEC SQL DECLARE C-SUMMARY CURSOR FOR
           SELECT
           A.SUM_MAP_ID, A.SUM_RUN_TIME, A.SUM_GENERATIONS, COUNT(*)
           FROM RUN_SUMMARY_TABLE A, GAME_STATS_TABLE B
           WHERE B.STATS_MAP_ID   = A.SUM_MAP_ID
           AND   B.STATS_RUN_TIME = A.SUM_RUN_TIME
           GROUP BY A.SUM_MAP_ID, A.SUM_RUN_TIME, A.SUM_GENERATIONS
           HAVING COUNT(*) <> A.SUM_GENERATIONS
           ORDER BY A.SUM_MAP_ID, A.SUM_RUN_TIME
           END-EXEC.

           EXEC SQL DECLARE C-USAGE CURSOR WITH HOLD FOR
           SELECT
           A.USAGE_SHAPE_NAME, A.USAGE_MAP_ID, A.USAGE_USER,
           A.USAGE_TIME
           FROM SHAPE_USAGE_TABLE A
           WHERE NOT EXISTS
             (SELECT 1 FROM SHAPE_TABLE3_NAME B
              WHERE B.SHAPE_NAME = A.USAGE_SHAPE_NAME)
           ORDER BY A.USAGE_SHAPE_NAME, A.USAGE_TIME
           END-EXEC.

           EXEC SQL DECLARE C-MAP CURSOR FOR
           SELECT
           MAP_ID, MAP_DATA
           FROM MAP_TABLE
           ORDER BY MAP_ID
           END-EXEC.

           EXEC SQL DECLARE C-SCENARIO CURSOR FOR
           SELECT
           SCENARIO_NAME, SCENARIO_DATA
           FROM SCENARIO_TABLE
           ORDER BY SCENARIO_NAME
           END-EXEC.
      * CONSTANTS
       01 CT-CONTSTANT.
      * THE "USER" THE FIXES' AUDIT ROWS CARRY - BATCH HAS NO
      * TERMINAL USER, SO THE JOB SIGNS ITS OWN NAME
           05 CT-AUDIT-USER               PIC X(8) VALUE 'Z02209'.
           05 CT-AUDIT-LOCK               PIC X(20)
                                          VALUE 'FIX ORPHAN LOCK'.
           05 CT-AUDIT-RESTART            PIC X(20)
                                          VALUE 'FIX FINISHED RESTART'.
           05 CT-AUDIT-USAGE              PIC X(20)
                                          VALUE 'FIX ORPHAN USAGE'.
      * A BOARD IMAGE IS 100 LINES OF 200 CELLS
           05 CT-IMAGE-LENGTH             PIC S9(9) COMP VALUE 20000.
      ***************************************************************
      *   ERROR HANDLING VARIABLES
      ***************************************************************
       01 SW-FILE-ERROR.
           10 SW-FS-CURRENT                   PIC 99.
               88 SO-FILE-STATUS-OK           VALUE  00 10.
               88 SO-FILE-NOT-FOUND           VALUE  35.
           10 SW-FILE-NAME                    PIC X(8).
               88 SO-FILE-EODQ0010            VALUE 'EODQ0010'.
               88 SO-FILE-EODQ0020            VALUE 'EODQ0020'.
               88 SO-FILE-EODQ0030            VALUE 'EODQ0030'.
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
               88 SO-2120-PARA              VALUE '2120'.
               88 SO-2220-PARA              VALUE '2220'.
               88 SO-2520-PARA              VALUE '2520'.
               88 SO-7175-PARA              VALUE '7175'.
               88 SO-7300-PARA              VALUE '7300'.
               88 SO-7410-PARA              VALUE '7410'.
               88 SO-7411-PARA              VALUE '7411'.
               88 SO-7412-PARA              VALUE '7412'.
               88 SO-7420-PARA              VALUE '7420'.
               88 SO-7421-PARA              VALUE '7421'.
               88 SO-7422-PARA              VALUE '7422'.
               88 SO-7430-PARA              VALUE '7430'.
               88 SO-7431-PARA              VALUE '7431'.
               88 SO-7432-PARA              VALUE '7432'.
               88 SO-7440-PARA              VALUE '7440'.
               88 SO-7441-PARA              VALUE '7441'.
               88 SO-7442-PARA              VALUE '7442'.
               88 SO-7450-PARA              VALUE '7450'.
               88 SO-7451-PARA              VALUE '7451'.
               88 SO-7452-PARA              VALUE '7452'.
               88 SO-7460-PARA              VALUE '7460'.
               88 SO-7461-PARA              VALUE '7461'.
               88 SO-7462-PARA              VALUE '7462'.
               88 SO-7470-PARA              VALUE '7470'.
               88 SO-7471-PARA              VALUE '7471'.
               88 SO-7472-PARA              VALUE '7472'.
      * FILE STATUS
       01 WS-FILE-STATUS.
           05 WS-FS-EODQ0010                  PIC 99.
           05 WS-FS-EODQ0020                  PIC 99.
           05 WS-FS-EODQ0030                  PIC 99.
      ********************
      *   SWITCHES
      *******************
       01 SW-SWITCHES.
           05 SW-END-OF-DATA                  PIC X.
               88 SO-END-OF-DATA              VALUE 'Y'.
               88 SO-NOT-END-OF-DATA          VALUE 'N'.
      * THE CARD'S FIX MODE, KEPT HERE BECAUSE THE CARD FILE IS CLOSED
      * AS SOON AS IT IS READ - NO CARD MEANS REPORT ONLY
           05 SW-FIX-MODE                     PIC X VALUE 'R'.
               88 SO-FIX-THE-LEFTOVERS        VALUE 'F'.
               88 SO-REPORT-ONLY              VALUE 'R' ' '.
           05 SW-IF-LOCK-DELETED              PIC X.
               88 SO-LOCK-DELETED             VALUE 'Y'.
               88 SO-LOCK-NOT-DELETED         VALUE 'N'.
      *******************
      *  FETCH TARGETS THE DCLGENS HAVE NO PLACE FOR
      *******************
       01 WS-RQ-STATUS              PIC X(1).
       01 WS-HIST-IMAGES            PIC S9(9) COMP VALUE 0.
       01 WS-STATS-ROWS             PIC S9(9) COMP VALUE 0.
      *******************
      *  IMAGE SCAN
      *******************
       01 WS-LIVE-CELLS             PIC S9(9) COMP VALUE 0.
       01 WS-DEAD-CELLS             PIC S9(9) COMP VALUE 0.
       01 WS-BAD-CELLS              PIC S9(9) COMP VALUE 0.
       01 WS-IMAGE-LENGTH           PIC S9(9) COMP VALUE 0.
      *******************
      *  CONTROL TOTALS - FOUND AND FIXED PER CATEGORY
      *******************
       01 WS-CATEGORY-COUNTS.
           05 WS-LOCK-FOUND             PIC S9(9) COMP VALUE 0.
           05 WS-LOCK-FIXED             PIC S9(9) COMP VALUE 0.
           05 WS-RESTART-FOUND          PIC S9(9) COMP VALUE 0.
           05 WS-RESTART-FIXED          PIC S9(9) COMP VALUE 0.
           05 WS-HIST-FOUND             PIC S9(9) COMP VALUE 0.
           05 WS-SUMMARY-FOUND          PIC S9(9) COMP VALUE 0.
           05 WS-USAGE-FOUND            PIC S9(9) COMP VALUE 0.
           05 WS-USAGE-FIXED            PIC S9(9) COMP VALUE 0.
           05 WS-MAP-FOUND              PIC S9(9) COMP VALUE 0.
           05 WS-SCENARIO-FOUND         PIC S9(9) COMP VALUE 0.
       01 WS-MAPS-SCANNED           PIC S9(9) COMP VALUE 0.
       01 WS-SCENARIOS-SCANNED      PIC S9(9) COMP VALUE 0.
       01 WS-TOTAL-FINDINGS         PIC S9(9) COMP VALUE 0.
      *******************
      *  REPORT WORK FIELDS
      *******************
       01 WS-CATEGORY-TITLE         PIC X(60) VALUE SPACE.
       01 WS-TOTAL-LABEL            PIC X(25) VALUE SPACE.
       01 WS-MAP-ID-EDIT            PIC ZZZZ9.
       01 WS-REQUEST-ID-EDIT        PIC ZZZZZZZZ9.
       01 WS-EDIT-COUNT             PIC ZZZZZZZZ9.
       01 WS-EDIT-COUNT2            PIC ZZZZZZZZ9.
       01 WS-EDIT-LENGTH            PIC ZZZZ9.
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
           OPEN OUTPUT EODQ0020
           MOVE WS-FS-EODQ0020             TO SW-FS-CURRENT
           SET SO-FILE-OPERATION-OPEN      TO TRUE
           SET SO-FILE-EODQ0020            TO TRUE
           PERFORM 4000-CHECK-FOR-FILE-ERROR

           OPEN OUTPUT EODQ0030
           MOVE WS-FS-EODQ0030             TO SW-FS-CURRENT
           SET SO-FILE-OPERATION-OPEN      TO TRUE
           SET SO-FILE-EODQ0030            TO TRUE
           PERFORM 4000-CHECK-FOR-FILE-ERROR
           .
      ******************************************************************
      *                 1030-READ-PARAMETER-CARD
      * UNLIKE A PURGE THE SWEEP IS WORTH RUNNING WITH NO CARD AT ALL -
      * A MISSING OR EMPTY CARD IS A REPORT-ONLY RUN.  ONLY AN 'F'
      * DELETES ANYTHING
      ******************************************************************
       1030-READ-PARAMETER-CARD.
           OPEN INPUT EODQ0010
           MOVE WS-FS-EODQ0010             TO SW-FS-CURRENT
           IF SO-FILE-NOT-FOUND THEN
              SET SO-REPORT-ONLY TO TRUE
           ELSE
              SET SO-FILE-OPERATION-OPEN   TO TRUE
              SET SO-FILE-EODQ0010         TO TRUE
              PERFORM 4000-CHECK-FOR-FILE-ERROR

              READ EODQ0010
              AT END
                 MOVE SPACE TO WS-EODQ0010-REC
              END-READ

              MOVE WS-FS-EODQ0010          TO SW-FS-CURRENT
              SET SO-FILE-OPERATION-READ   TO TRUE
              SET SO-FILE-EODQ0010         TO TRUE
              PERFORM 4000-CHECK-FOR-FILE-ERROR
              MOVE PRM-FIX-MODE TO SW-FIX-MODE
              CLOSE EODQ0010
           END-IF

           IF SO-FIX-THE-LEFTOVERS OR SO-REPORT-ONLY THEN
              CONTINUE
           ELSE
              DISPLAY 'INVALID FIX MODE: ' SW-FIX-MODE
              MOVE 8 TO RETURN-CODE
              PERFORM 3600-FILE-ERROR-EXIT
           END-IF

           DISPLAY 'FIX MODE: ' SW-FIX-MODE
           .
      ******************************************************************
      *                 1040-WRITE-REPORT-HEADING
      ******************************************************************
       1040-WRITE-REPORT-HEADING.
           IF SO-FIX-THE-LEFTOVERS THEN
              MOVE 'REFERENTIAL INTEGRITY SWEEP - FIX MODE'
                TO WS-RPT-LINE-REC
           ELSE
              MOVE 'REFERENTIAL INTEGRITY SWEEP - REPORT ONLY'
                TO WS-RPT-LINE-REC
           END-IF
           PERFORM 2890-WRITE-REPORT-LINE

           MOVE SPACE TO WS-RPT-LINE-REC
           PERFORM 2890-WRITE-REPORT-LINE

           MOVE SPACE TO WS-RPT-LINE-REC
           STRING 'S CATEGORY     KEY'     DELIMITED BY SIZE
                  '                                     '
                                            DELIMITED BY SIZE
                  'DETAIL                           ACTION'
                                            DELIMITED BY SIZE
              INTO WS-RPT-LINE-REC
           END-STRING
           PERFORM 2890-WRITE-REPORT-LINE
           .
      ******************************************************************
      *                       2000-PROCESS
      ******************************************************************
       2000-PROCESS.
           PERFORM 2100-CHECK-ORPHAN-LOCKS
           PERFORM 2200-CHECK-FINISHED-RESTARTS
           PERFORM 2300-CHECK-HIST-WITHOUT-STATS
           PERFORM 2400-CHECK-SUMMARY-GENERATIONS
           PERFORM 2500-CHECK-ORPHAN-USAGE
           PERFORM 2600-CHECK-MAP-IMAGES
           PERFORM 2700-CHECK-SCENARIO-IMAGES

           PERFORM 2900-PRINT-CONTROL-TOTALS
           .
      ******************************************************************
      *                 2100-CHECK-ORPHAN-LOCKS
      * A LOCK ROW WITH NO MAP_TABLE ROW IS USUALLY LEFT OVER FROM A
      * BOARD THAT IS GONE, BUT NOT ALWAYS - Z02097 TAKES THE LOCK FOR
      * A BRAND-NEW BOARD BEFORE ITS MAP_TABLE ROW IS INSERTED AT THE
      * END OF THE RUN.  SO ONLY A RELEASED LOCK (VALUE 'N') IS
      * DELETED; A HELD ONE MAY BELONG TO A RUNNING JOB AND IS ONLY
      * REPORTED
      ******************************************************************
       2100-CHECK-ORPHAN-LOCKS.
           MOVE 'CONCURRENCY_TABLE LOCKS FOR BOARDS NOT IN MAP_TABLE'
             TO WS-CATEGORY-TITLE
           PERFORM 2850-WRITE-CATEGORY-HEADING

           PERFORM 7410-OPEN-LOCK-CURSOR
           SET SO-NOT-END-OF-DATA TO TRUE
           PERFORM 7411-FETCH-LOCK-RECORD
           PERFORM UNTIL SO-END-OF-DATA
               ADD 1 TO WS-LOCK-FOUND
               MOVE SPACE TO WS-EODQ0030-REC
               SET FND-SEVERITY-WARNING TO TRUE
               MOVE 'LOCK'          TO FND-CATEGORY
               MOVE CONCURRENCY-ID  TO WS-MAP-ID-EDIT
               STRING 'BOARD '       DELIMITED BY SIZE
                      WS-MAP-ID-EDIT DELIMITED BY SIZE
                 INTO FND-KEY
               END-STRING
               STRING 'VALUE '              DELIMITED BY SIZE
                      CONCURRENCY-VALUE     DELIMITED BY SIZE
                      ' SET '               DELIMITED BY SIZE
                      CONCURRENCY-LOCK-TIME(1:19) DELIMITED BY SIZE
                 INTO FND-DETAIL
               END-STRING
               EVALUATE TRUE
               WHEN CONCURRENCY-VALUE NOT = 'N'
                  MOVE 'REPORTED'   TO FND-ACTION
               WHEN SO-FIX-THE-LEFTOVERS
                  PERFORM 2120-DELETE-ORPHAN-LOCK
                  IF SO-LOCK-DELETED THEN
                     ADD 1 TO WS-LOCK-FIXED
                     MOVE 'FIXED'      TO FND-ACTION
                  ELSE
                     MOVE 'REPORTED'   TO FND-ACTION
                  END-IF
               WHEN OTHER
                  MOVE 'WOULD FIX'  TO FND-ACTION
               END-EVALUATE
               PERFORM 2800-WRITE-FINDING
               PERFORM 7411-FETCH-LOCK-RECORD
           END-PERFORM
           PERFORM 7412-CLOSE-LOCK-CURSOR
           .
      ******************************************************************
      *                 2120-DELETE-ORPHAN-LOCK
      * THE DELETE ASKS FOR THE LOCK TO BE STILL RELEASED - ONE TAKEN
      * SINCE THE FETCH IS LEFT ALONE (NOT FOUND) AND ONLY REPORTED
      ******************************************************************
       2120-DELETE-ORPHAN-LOCK.
           SET SO-LOCK-NOT-DELETED TO TRUE
           EXEC SQL
           DELETE FROM CONCURRENCY_TABLE
           WHERE CONCURRENCY_ID = :CONCURRENCY-ID
           AND   CONCURRENCY_VALUE = 'N'
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              SET SO-2120-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF

           IF SO-SQLCODE-NORMAL THEN
              SET SO-LOCK-DELETED TO TRUE
              MOVE CONCURRENCY-ID TO AUDIT-MAP-ID OF DCLAUDIT-TABLE
              MOVE CT-AUDIT-LOCK  TO AUDIT-ACTION OF DCLAUDIT-TABLE
              PERFORM 7175-WRITE-AUDIT-RECORD
              PERFORM 7300-COMMIT-WORK
           END-IF
           .
      ******************************************************************
      *                 2200-CHECK-FINISHED-RESTARTS
      * Z02097 DROPS THE RESTART POINT WHEN A RUN ENDS - ONE STILL
      * THERE FOR A COMPLETE OR FAILED REQUEST WILL NEVER BE RESUMED
      ******************************************************************
       2200-CHECK-FINISHED-RESTARTS.
           MOVE 'RUN_RESTART_TABLE POINTS FOR FINISHED REQUESTS'
             TO WS-CATEGORY-TITLE
           PERFORM 2850-WRITE-CATEGORY-HEADING

           PERFORM 7420-OPEN-RESTART-CURSOR
           SET SO-NOT-END-OF-DATA TO TRUE
           PERFORM 7421-FETCH-RESTART-RECORD
           PERFORM UNTIL SO-END-OF-DATA
               ADD 1 TO WS-RESTART-FOUND
               MOVE SPACE TO WS-EODQ0030-REC
               SET FND-SEVERITY-WARNING TO TRUE
               MOVE 'RESTART'       TO FND-CATEGORY
               MOVE RST-MAP-ID      TO WS-MAP-ID-EDIT
               MOVE RST-REQUEST-ID  TO WS-REQUEST-ID-EDIT
               STRING 'BOARD '           DELIMITED BY SIZE
                      WS-MAP-ID-EDIT     DELIMITED BY SIZE
                      ' REQUEST '        DELIMITED BY SIZE
                      WS-REQUEST-ID-EDIT DELIMITED BY SIZE
                 INTO FND-KEY
               END-STRING
               MOVE RST-GENERATIONS-DONE TO WS-EDIT-COUNT
               STRING 'STATUS '          DELIMITED BY SIZE
                      WS-RQ-STATUS       DELIMITED BY SIZE
                      ' GENS DONE '      DELIMITED BY SIZE
                      WS-EDIT-COUNT      DELIMITED BY SIZE
                 INTO FND-DETAIL
               END-STRING
               IF SO-FIX-THE-LEFTOVERS THEN
                  PERFORM 2220-DELETE-FINISHED-RESTART
                  ADD 1 TO WS-RESTART-FIXED
                  MOVE 'FIXED'      TO FND-ACTION
               ELSE
                  MOVE 'WOULD FIX'  TO FND-ACTION
               END-IF
               PERFORM 2800-WRITE-FINDING
               PERFORM 7421-FETCH-RESTART-RECORD
           END-PERFORM
           PERFORM 7422-CLOSE-RESTART-CURSOR
           .
      ******************************************************************
      *                 2220-DELETE-FINISHED-RESTART
      ******************************************************************
       2220-DELETE-FINISHED-RESTART.
           EXEC SQL
           DELETE FROM RUN_RESTART_TABLE
           WHERE RST_MAP_ID     = :RST-MAP-ID
           AND   RST_REQUEST_ID = :RST-REQUEST-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              SET SO-2220-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF

           MOVE RST-MAP-ID       TO AUDIT-MAP-ID OF DCLAUDIT-TABLE
           MOVE CT-AUDIT-RESTART TO AUDIT-ACTION OF DCLAUDIT-TABLE
           PERFORM 7175-WRITE-AUDIT-RECORD
           PERFORM 7300-COMMIT-WORK
           .
      ******************************************************************
      *                 2300-CHECK-HIST-WITHOUT-STATS
      * THE ONLINE GAME WRITES A STATS ROW AND A HISTORY IMAGE FOR
      * EVERY GENERATION - IMAGES WITH NO STATS AND NO SUMMARY LOST
      * THEIR RUN.  REPORTED ONLY, THE IMAGES MAY STILL BE WANTED
      ******************************************************************
       2300-CHECK-HIST-WITHOUT-STATS.
           MOVE 'GAME_HIST_TABLE RUNS WITH NO GAME_STATS_TABLE ROWS'
             TO WS-CATEGORY-TITLE
           PERFORM 2850-WRITE-CATEGORY-HEADING

           PERFORM 7430-OPEN-HIST-CURSOR
           SET SO-NOT-END-OF-DATA TO TRUE
           PERFORM 7431-FETCH-HIST-RECORD
           PERFORM UNTIL SO-END-OF-DATA
               ADD 1 TO WS-HIST-FOUND
               MOVE SPACE TO WS-EODQ0030-REC
               SET FND-SEVERITY-ERROR TO TRUE
               MOVE 'HISTORY'       TO FND-CATEGORY
               MOVE HIST-MAP-ID     TO WS-MAP-ID-EDIT
               STRING 'BOARD '       DELIMITED BY SIZE
                      WS-MAP-ID-EDIT DELIMITED BY SIZE
                      ' RUN '        DELIMITED BY SIZE
                      HIST-RUN-TIME(1:19) DELIMITED BY SIZE
                 INTO FND-KEY
               END-STRING
               MOVE WS-HIST-IMAGES TO WS-EDIT-COUNT
               STRING WS-EDIT-COUNT  DELIMITED BY SIZE
                      ' IMAGES, NO STATS' DELIMITED BY SIZE
                 INTO FND-DETAIL
               END-STRING
               MOVE 'REPORTED'      TO FND-ACTION
               PERFORM 2800-WRITE-FINDING
               PERFORM 7431-FETCH-HIST-RECORD
           END-PERFORM
           PERFORM 7432-CLOSE-HIST-CURSOR
           .
      ******************************************************************
      *                 2400-CHECK-SUMMARY-GENERATIONS
      * Z02198 SETS SUM_GENERATIONS TO THE RUN'S GAME_STATS_TABLE ROW
      * COUNT - A DIFFERENCE MEANS ONE SIDE CHANGED AFTER THE ROLLUP.
      * WHICH SIDE IS RIGHT NEEDS A PERSON, SO IT IS ONLY REPORTED
      ******************************************************************
       2400-CHECK-SUMMARY-GENERATIONS.
           MOVE 'RUN_SUMMARY_TABLE GENERATIONS DISAGREEING WITH STATS'
             TO WS-CATEGORY-TITLE
           PERFORM 2850-WRITE-CATEGORY-HEADING

           PERFORM 7440-OPEN-SUMMARY-CURSOR
           SET SO-NOT-END-OF-DATA TO TRUE
           PERFORM 7441-FETCH-SUMMARY-RECORD
           PERFORM UNTIL SO-END-OF-DATA
               ADD 1 TO WS-SUMMARY-FOUND
               MOVE SPACE TO WS-EODQ0030-REC
               SET FND-SEVERITY-ERROR TO TRUE
               MOVE 'SUMMARY'       TO FND-CATEGORY
               MOVE SUM-MAP-ID      TO WS-MAP-ID-EDIT
               STRING 'BOARD '       DELIMITED BY SIZE
                      WS-MAP-ID-EDIT DELIMITED BY SIZE
                      ' RUN '        DELIMITED BY SIZE
                      SUM-RUN-TIME(1:19) DELIMITED BY SIZE
                 INTO FND-KEY
               END-STRING
               MOVE SUM-GENERATIONS TO WS-EDIT-COUNT
               MOVE WS-STATS-ROWS   TO WS-EDIT-COUNT2
               STRING 'SUM '         DELIMITED BY SIZE
                      WS-EDIT-COUNT  DELIMITED BY SIZE
                      ' STATS '      DELIMITED BY SIZE
                      WS-EDIT-COUNT2 DELIMITED BY SIZE
                 INTO FND-DETAIL
               END-STRING
               MOVE 'REPORTED'      TO FND-ACTION
               PERFORM 2800-WRITE-FINDING
               PERFORM 7441-FETCH-SUMMARY-RECORD
           END-PERFORM
           PERFORM 7442-CLOSE-SUMMARY-CURSOR
           .
      ******************************************************************
      *                 2500-CHECK-ORPHAN-USAGE
      * A USAGE ROW FOR A SHAPE THAT WAS DELETED FROM THE CATALOG
      * CAN NO LONGER BE JOINED TO ANYTHING - SAFE TO DELETE
      ******************************************************************
       2500-CHECK-ORPHAN-USAGE.
           MOVE 'SHAPE_USAGE_TABLE ROWS FOR DELETED SHAPES'
             TO WS-CATEGORY-TITLE
           PERFORM 2850-WRITE-CATEGORY-HEADING

           PERFORM 7450-OPEN-USAGE-CURSOR
           SET SO-NOT-END-OF-DATA TO TRUE
           PERFORM 7451-FETCH-USAGE-RECORD
           PERFORM UNTIL SO-END-OF-DATA
               ADD 1 TO WS-USAGE-FOUND
               MOVE SPACE TO WS-EODQ0030-REC
               SET FND-SEVERITY-WARNING TO TRUE
               MOVE 'USAGE'         TO FND-CATEGORY
               MOVE USAGE-MAP-ID    TO WS-MAP-ID-EDIT
               STRING USAGE-SHAPE-NAME DELIMITED BY SIZE
                      ' BOARD '        DELIMITED BY SIZE
                      WS-MAP-ID-EDIT   DELIMITED BY SIZE
                 INTO FND-KEY
               END-STRING
               STRING 'BY '             DELIMITED BY SIZE
                      USAGE-USER        DELIMITED BY SIZE
                      ' '               DELIMITED BY SIZE
                      USAGE-TIME(1:19)  DELIMITED BY SIZE
                 INTO FND-DETAIL
               END-STRING
               IF SO-FIX-THE-LEFTOVERS THEN
                  PERFORM 2520-DELETE-ORPHAN-USAGE
                  ADD 1 TO WS-USAGE-FIXED
                  MOVE 'FIXED'      TO FND-ACTION
               ELSE
                  MOVE 'WOULD FIX'  TO FND-ACTION
               END-IF
               PERFORM 2800-WRITE-FINDING
               PERFORM 7451-FETCH-USAGE-RECORD
           END-PERFORM
           PERFORM 7452-CLOSE-USAGE-CURSOR
           .
      ******************************************************************
      *                 2520-DELETE-ORPHAN-USAGE
      ******************************************************************
       2520-DELETE-ORPHAN-USAGE.
           EXEC SQL
           DELETE FROM SHAPE_USAGE_TABLE
           WHERE USAGE_SHAPE_NAME = :USAGE-SHAPE-NAME
           AND   USAGE_MAP_ID     = :USAGE-MAP-ID
           AND   USAGE_USER       = :USAGE-USER
           AND   USAGE_TIME       = :USAGE-TIME
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              SET SO-2520-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF

           MOVE USAGE-MAP-ID   TO AUDIT-MAP-ID OF DCLAUDIT-TABLE
           MOVE CT-AUDIT-USAGE TO AUDIT-ACTION OF DCLAUDIT-TABLE
           PERFORM 7175-WRITE-AUDIT-RECORD
           PERFORM 7300-COMMIT-WORK
           .
      ******************************************************************
      *                 2600-CHECK-MAP-IMAGES
      ******************************************************************
       2600-CHECK-MAP-IMAGES.
           MOVE 'MAP_TABLE BOARDS WITH A DAMAGED IMAGE'
             TO WS-CATEGORY-TITLE
           PERFORM 2850-WRITE-CATEGORY-HEADING

           PERFORM 7460-OPEN-MAP-CURSOR
           SET SO-NOT-END-OF-DATA TO TRUE
           PERFORM 7461-FETCH-MAP-RECORD
           PERFORM UNTIL SO-END-OF-DATA
               ADD 1 TO WS-MAPS-SCANNED
               MOVE MAP-DATA-LEN TO WS-IMAGE-LENGTH
               MOVE 0 TO WS-LIVE-CELLS
               MOVE 0 TO WS-DEAD-CELLS
               INSPECT MAP-DATA-TEXT
                 TALLYING WS-LIVE-CELLS FOR ALL 'X'
                          WS-DEAD-CELLS FOR ALL ' '
               PERFORM 2650-CHECK-ONE-IMAGE
               IF FND-DETAIL NOT = SPACE THEN
                  ADD 1 TO WS-MAP-FOUND
                  MOVE 'MAP IMG'       TO FND-CATEGORY
                  MOVE MAP-ID          TO WS-MAP-ID-EDIT
                  STRING 'BOARD '       DELIMITED BY SIZE
                         WS-MAP-ID-EDIT DELIMITED BY SIZE
                    INTO FND-KEY
                  END-STRING
                  PERFORM 2800-WRITE-FINDING
               END-IF
               PERFORM 7461-FETCH-MAP-RECORD
           END-PERFORM
           PERFORM 7462-CLOSE-MAP-CURSOR
           .
      ******************************************************************
      *                 2650-CHECK-ONE-IMAGE
      * SHARED BY THE MAP AND SCENARIO SCANS - THE CALLER HAS COUNTED
      * THE LIVE AND DEAD CELLS OVER THE WHOLE 20000 BYTE HOST FIELD.
      * A WRONG LENGTH IS REPORTED ON ITS OWN, OTHERWISE ANY BYTE THAT
      * IS NEITHER CELL VALUE IS.  LEAVES FND-DETAIL BLANK FOR A GOOD
      * IMAGE.  NEITHER IS FIXABLE BY A DELETE - ONLY REPORTED
      ******************************************************************
       2650-CHECK-ONE-IMAGE.
           MOVE SPACE TO WS-EODQ0030-REC
           SET FND-SEVERITY-ERROR TO TRUE
           MOVE 'REPORTED'         TO FND-ACTION
           IF WS-IMAGE-LENGTH NOT = CT-IMAGE-LENGTH THEN
              MOVE WS-IMAGE-LENGTH TO WS-EDIT-LENGTH
              STRING 'LENGTH '      DELIMITED BY SIZE
                     WS-EDIT-LENGTH DELIMITED BY SIZE
                     ' NOT 20000'   DELIMITED BY SIZE
                INTO FND-DETAIL
              END-STRING
           ELSE
              COMPUTE WS-BAD-CELLS =
                      CT-IMAGE-LENGTH - WS-LIVE-CELLS - WS-DEAD-CELLS
              IF WS-BAD-CELLS > 0 THEN
                 MOVE WS-BAD-CELLS TO WS-EDIT-LENGTH
                 STRING WS-EDIT-LENGTH DELIMITED BY SIZE
                        ' CELLS NOT X OR BLANK' DELIMITED BY SIZE
                   INTO FND-DETAIL
                 END-STRING
              END-IF
           END-IF
           .
      ******************************************************************
      *                 2700-CHECK-SCENARIO-IMAGES
      ******************************************************************
       2700-CHECK-SCENARIO-IMAGES.
           MOVE 'SCENARIO_TABLE IMAGES THAT ARE DAMAGED'
             TO WS-CATEGORY-TITLE
           PERFORM 2850-WRITE-CATEGORY-HEADING

           PERFORM 7470-OPEN-SCENARIO-CURSOR
           SET SO-NOT-END-OF-DATA TO TRUE
           PERFORM 7471-FETCH-SCENARIO-RECORD
           PERFORM UNTIL SO-END-OF-DATA
               ADD 1 TO WS-SCENARIOS-SCANNED
               MOVE SCENARIO-DATA-LEN TO WS-IMAGE-LENGTH
               MOVE 0 TO WS-LIVE-CELLS
               MOVE 0 TO WS-DEAD-CELLS
               INSPECT SCENARIO-DATA-TEXT
                 TALLYING WS-LIVE-CELLS FOR ALL 'X'
                          WS-DEAD-CELLS FOR ALL ' '
               PERFORM 2650-CHECK-ONE-IMAGE
               IF FND-DETAIL NOT = SPACE THEN
                  ADD 1 TO WS-SCENARIO-FOUND
                  MOVE 'SCN IMG'       TO FND-CATEGORY
                  MOVE SCENARIO-NAME   TO FND-KEY
                  PERFORM 2800-WRITE-FINDING
               END-IF
               PERFORM 7471-FETCH-SCENARIO-RECORD
           END-PERFORM
           PERFORM 7472-CLOSE-SCENARIO-CURSOR
           .
      ******************************************************************
      *                 2800-WRITE-FINDING
      * THE SAME LINE GOES TO THE PRINT AND TO Z02203'S FINDINGS FILE
      ******************************************************************
       2800-WRITE-FINDING.
           ADD 1 TO WS-TOTAL-FINDINGS
           WRITE WS-EODQ0030-REC

           MOVE WS-FS-EODQ0030             TO SW-FS-CURRENT
           SET SO-FILE-OPERATION-WRITE     TO TRUE
           SET SO-FILE-EODQ0030            TO TRUE
           PERFORM 4000-CHECK-FOR-FILE-ERROR

           MOVE WS-EODQ0030-REC TO WS-RPT-LINE-REC
           PERFORM 2890-WRITE-REPORT-LINE
           .
      ******************************************************************
      *                 2850-WRITE-CATEGORY-HEADING
      ******************************************************************
       2850-WRITE-CATEGORY-HEADING.
           MOVE SPACE TO WS-RPT-LINE-REC
           PERFORM 2890-WRITE-REPORT-LINE

           MOVE WS-CATEGORY-TITLE TO WS-RPT-LINE-REC
           PERFORM 2890-WRITE-REPORT-LINE
           .
      ******************************************************************
      *                 2890-WRITE-REPORT-LINE
      ******************************************************************
       2890-WRITE-REPORT-LINE.
           WRITE WS-RPT-LINE-REC

           MOVE WS-FS-EODQ0020             TO SW-FS-CURRENT
           SET SO-FILE-OPERATION-WRITE     TO TRUE
           SET SO-FILE-EODQ0020            TO TRUE
           PERFORM 4000-CHECK-FOR-FILE-ERROR
           .
      ******************************************************************
      *                 2900-PRINT-CONTROL-TOTALS
      ******************************************************************
       2900-PRINT-CONTROL-TOTALS.
           MOVE SPACE TO WS-RPT-LINE-REC
           PERFORM 2890-WRITE-REPORT-LINE

           MOVE 'CATEGORY                     FOUND     FIXED'
             TO WS-RPT-LINE-REC
           PERFORM 2890-WRITE-REPORT-LINE

           MOVE 'ORPHAN LOCKS'         TO WS-TOTAL-LABEL
           MOVE WS-LOCK-FOUND          TO WS-EDIT-COUNT
           MOVE WS-LOCK-FIXED          TO WS-EDIT-COUNT2
           PERFORM 2910-WRITE-TOTAL-LINE

           MOVE 'FINISHED RESTART POINTS' TO WS-TOTAL-LABEL
           MOVE WS-RESTART-FOUND       TO WS-EDIT-COUNT
           MOVE WS-RESTART-FIXED       TO WS-EDIT-COUNT2
           PERFORM 2910-WRITE-TOTAL-LINE

           MOVE 'HISTORY WITHOUT STATS'  TO WS-TOTAL-LABEL
           MOVE WS-HIST-FOUND          TO WS-EDIT-COUNT
           MOVE 0                      TO WS-EDIT-COUNT2
           PERFORM 2910-WRITE-TOTAL-LINE

           MOVE 'SUMMARY MISMATCHES'   TO WS-TOTAL-LABEL
           MOVE WS-SUMMARY-FOUND       TO WS-EDIT-COUNT
           MOVE 0                      TO WS-EDIT-COUNT2
           PERFORM 2910-WRITE-TOTAL-LINE

           MOVE 'ORPHAN USAGE ROWS'    TO WS-TOTAL-LABEL
           MOVE WS-USAGE-FOUND         TO WS-EDIT-COUNT
           MOVE WS-USAGE-FIXED         TO WS-EDIT-COUNT2
           PERFORM 2910-WRITE-TOTAL-LINE

           MOVE 'DAMAGED MAP IMAGES'   TO WS-TOTAL-LABEL
           MOVE WS-MAP-FOUND           TO WS-EDIT-COUNT
           MOVE 0                      TO WS-EDIT-COUNT2
           PERFORM 2910-WRITE-TOTAL-LINE

           MOVE 'DAMAGED SCENARIO IMAGES' TO WS-TOTAL-LABEL
           MOVE WS-SCENARIO-FOUND      TO WS-EDIT-COUNT
           MOVE 0                      TO WS-EDIT-COUNT2
           PERFORM 2910-WRITE-TOTAL-LINE

           MOVE SPACE TO WS-RPT-LINE-REC
           PERFORM 2890-WRITE-REPORT-LINE

           MOVE WS-MAPS-SCANNED TO WS-EDIT-COUNT
           MOVE SPACE TO WS-RPT-LINE-REC
           STRING 'BOARD IMAGES SCANNED:    ' DELIMITED BY SIZE
                  WS-EDIT-COUNT               DELIMITED BY SIZE
              INTO WS-RPT-LINE-REC
           END-STRING
           PERFORM 2890-WRITE-REPORT-LINE

           MOVE WS-SCENARIOS-SCANNED TO WS-EDIT-COUNT
           MOVE SPACE TO WS-RPT-LINE-REC
           STRING 'SCENARIO IMAGES SCANNED: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT               DELIMITED BY SIZE
              INTO WS-RPT-LINE-REC
           END-STRING
           PERFORM 2890-WRITE-REPORT-LINE

           MOVE WS-TOTAL-FINDINGS TO WS-EDIT-COUNT
           MOVE SPACE TO WS-RPT-LINE-REC
           STRING 'TOTAL FINDINGS:          ' DELIMITED BY SIZE
                  WS-EDIT-COUNT               DELIMITED BY SIZE
              INTO WS-RPT-LINE-REC
           END-STRING
           PERFORM 2890-WRITE-REPORT-LINE
           .
      ******************************************************************
      *                 2910-WRITE-TOTAL-LINE
      ******************************************************************
       2910-WRITE-TOTAL-LINE.
           MOVE SPACE TO WS-RPT-LINE-REC
           STRING WS-TOTAL-LABEL  DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  WS-EDIT-COUNT   DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  WS-EDIT-COUNT2  DELIMITED BY SIZE
              INTO WS-RPT-LINE-REC
           END-STRING
           PERFORM 2890-WRITE-REPORT-LINE
           .
      ******************************************************************
      *                      3000-FINAL
      ******************************************************************
       3000-FINAL.
           DISPLAY '3000-FINAL'
           DISPLAY 'ORPHAN LOCKS:        ' WS-LOCK-FOUND
           DISPLAY '  FIXED:             ' WS-LOCK-FIXED
           DISPLAY 'FINISHED RESTARTS:   ' WS-RESTART-FOUND
           DISPLAY '  FIXED:             ' WS-RESTART-FIXED
           DISPLAY 'HIST WITHOUT STATS:  ' WS-HIST-FOUND
           DISPLAY 'SUMMARY MISMATCHES:  ' WS-SUMMARY-FOUND
           DISPLAY 'ORPHAN USAGE ROWS:   ' WS-USAGE-FOUND
           DISPLAY '  FIXED:             ' WS-USAGE-FIXED
           DISPLAY 'DAMAGED MAP IMAGES:  ' WS-MAP-FOUND
           DISPLAY 'DAMAGED SCENARIOS:   ' WS-SCENARIO-FOUND
           DISPLAY 'TOTAL FINDINGS:      ' WS-TOTAL-FINDINGS
           IF WS-TOTAL-FINDINGS > 0 THEN
              MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE EODQ0020
           CLOSE EODQ0030
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
      * THE CALLER HAS SET THE BOARD AND THE ACTION - SAME ROW SHAPE
      * AS THE ONLINE ROUTINES WRITE
      ******************************************************************
       7175-WRITE-AUDIT-RECORD.
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
      *                 7410-OPEN-LOCK-CURSOR
      ******************************************************************
       7410-OPEN-LOCK-CURSOR.
           EXEC SQL
           OPEN C-LOCK
           END-EXEC

           MOVE SQLCODE TO SW-SQLCODE
           IF SO-SQLCODE-OK THEN
              CONTINUE
           ELSE
              SET SO-7410-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                 7411-FETCH-LOCK-RECORD
      ******************************************************************
       7411-FETCH-LOCK-RECORD.
           EXEC SQL
           FETCH C-LOCK
           INTO
           :CONCURRENCY-ID,
           :CONCURRENCY-VALUE,
           :CONCURRENCY-LOCK-TIME
           END-EXEC

           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
              WHEN SO-SQLCODE-NORMAL
                 CONTINUE
              WHEN SO-SQLCODE-NOT-FOUND
                 SET SO-END-OF-DATA TO TRUE
              WHEN OTHER
                 SET SO-7411-PARA TO TRUE
                 PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *                 7412-CLOSE-LOCK-CURSOR
      ******************************************************************
       7412-CLOSE-LOCK-CURSOR.
           EXEC SQL
           CLOSE C-LOCK
           END-EXEC

           MOVE SQLCODE TO SW-SQLCODE
           IF SO-SQLCODE-OK THEN
              CONTINUE
           ELSE
              SET SO-7412-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                 7420-OPEN-RESTART-CURSOR
      ******************************************************************
       7420-OPEN-RESTART-CURSOR.
           EXEC SQL
           OPEN C-RESTART
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
      *                 7421-FETCH-RESTART-RECORD
      ******************************************************************
       7421-FETCH-RESTART-RECORD.
           EXEC SQL
           FETCH C-RESTART
           INTO
           :RST-MAP-ID,
           :RST-REQUEST-ID,
           :RST-RUN-TIME,
           :RST-GENERATIONS-DONE,
           :WS-RQ-STATUS
           END-EXEC

           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
              WHEN SO-SQLCODE-NORMAL
                 CONTINUE
              WHEN SO-SQLCODE-NOT-FOUND
                 SET SO-END-OF-DATA TO TRUE
              WHEN OTHER
                 SET SO-7421-PARA TO TRUE
                 PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *                 7422-CLOSE-RESTART-CURSOR
      ******************************************************************
       7422-CLOSE-RESTART-CURSOR.
           EXEC SQL
           CLOSE C-RESTART
           END-EXEC

           MOVE SQLCODE TO SW-SQLCODE
           IF SO-SQLCODE-OK THEN
              CONTINUE
           ELSE
              SET SO-7422-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                 7430-OPEN-HIST-CURSOR
      ******************************************************************
       7430-OPEN-HIST-CURSOR.
           EXEC SQL
           OPEN C-HIST
           END-EXEC

           MOVE SQLCODE TO SW-SQLCODE
           IF SO-SQLCODE-OK THEN
              CONTINUE
           ELSE
              SET SO-7430-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                 7431-FETCH-HIST-RECORD
      ******************************************************************
       7431-FETCH-HIST-RECORD.
           EXEC SQL
           FETCH C-HIST
           INTO
           :HIST-MAP-ID,
           :HIST-RUN-TIME,
           :WS-HIST-IMAGES
           END-EXEC

           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
              WHEN SO-SQLCODE-NORMAL
                 CONTINUE
              WHEN SO-SQLCODE-NOT-FOUND
                 SET SO-END-OF-DATA TO TRUE
              WHEN OTHER
                 SET SO-7431-PARA TO TRUE
                 PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *                 7432-CLOSE-HIST-CURSOR
      ******************************************************************
       7432-CLOSE-HIST-CURSOR.
           EXEC SQL
           CLOSE C-HIST
           END-EXEC

           MOVE SQLCODE TO SW-SQLCODE
           IF SO-SQLCODE-OK THEN
              CONTINUE
           ELSE
              SET SO-7432-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                 7440-OPEN-SUMMARY-CURSOR
      ******************************************************************
       7440-OPEN-SUMMARY-CURSOR.
           EXEC SQL
           OPEN C-SUMMARY
           END-EXEC

           MOVE SQLCODE TO SW-SQLCODE
           IF SO-SQLCODE-OK THEN
              CONTINUE
           ELSE
              SET SO-7440-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                 7441-FETCH-SUMMARY-RECORD
      ******************************************************************
       7441-FETCH-SUMMARY-RECORD.
           EXEC SQL
           FETCH C-SUMMARY
           INTO
           :SUM-MAP-ID,
           :SUM-RUN-TIME,
           :SUM-GENERATIONS,
           :WS-STATS-ROWS
           END-EXEC

           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
              WHEN SO-SQLCODE-NORMAL
                 CONTINUE
              WHEN SO-SQLCODE-NOT-FOUND
                 SET SO-END-OF-DATA TO TRUE
              WHEN OTHER
                 SET SO-7441-PARA TO TRUE
                 PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *                 7442-CLOSE-SUMMARY-CURSOR
      ******************************************************************
       7442-CLOSE-SUMMARY-CURSOR.
           EXEC SQL
           CLOSE C-SUMMARY
           END-EXEC

           MOVE SQLCODE TO SW-SQLCODE
           IF SO-SQLCODE-OK THEN
              CONTINUE
           ELSE
              SET SO-7442-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                 7450-OPEN-USAGE-CURSOR
      ******************************************************************
       7450-OPEN-USAGE-CURSOR.
           EXEC SQL
           OPEN C-USAGE
           END-EXEC

           MOVE SQLCODE TO SW-SQLCODE
           IF SO-SQLCODE-OK THEN
              CONTINUE
           ELSE
              SET SO-7450-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                 7451-FETCH-USAGE-RECORD
      ******************************************************************
       7451-FETCH-USAGE-RECORD.
           EXEC SQL
           FETCH C-USAGE
           INTO
           :USAGE-SHAPE-NAME,
           :USAGE-MAP-ID,
           :USAGE-USER,
           :USAGE-TIME
           END-EXEC

           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
              WHEN SO-SQLCODE-NORMAL
                 CONTINUE
              WHEN SO-SQLCODE-NOT-FOUND
                 SET SO-END-OF-DATA TO TRUE
              WHEN OTHER
                 SET SO-7451-PARA TO TRUE
                 PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *                 7452-CLOSE-USAGE-CURSOR
      ******************************************************************
       7452-CLOSE-USAGE-CURSOR.
           EXEC SQL
           CLOSE C-USAGE
           END-EXEC

           MOVE SQLCODE TO SW-SQLCODE
           IF SO-SQLCODE-OK THEN
              CONTINUE
           ELSE
              SET SO-7452-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                 7460-OPEN-MAP-CURSOR
      ******************************************************************
       7460-OPEN-MAP-CURSOR.
           EXEC SQL
           OPEN C-MAP
           END-EXEC

           MOVE SQLCODE TO SW-SQLCODE
           IF SO-SQLCODE-OK THEN
              CONTINUE
           ELSE
              SET SO-7460-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                 7461-FETCH-MAP-RECORD
      ******************************************************************
       7461-FETCH-MAP-RECORD.
           EXEC SQL
           FETCH C-MAP
           INTO
           :MAP-ID,
           :MAP-DATA
           END-EXEC

           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
              WHEN SO-SQLCODE-NORMAL
                 CONTINUE
              WHEN SO-SQLCODE-NOT-FOUND
                 SET SO-END-OF-DATA TO TRUE
              WHEN OTHER
                 SET SO-7461-PARA TO TRUE
                 PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *                 7462-CLOSE-MAP-CURSOR
      ******************************************************************
       7462-CLOSE-MAP-CURSOR.
           EXEC SQL
           CLOSE C-MAP
           END-EXEC

           MOVE SQLCODE TO SW-SQLCODE
           IF SO-SQLCODE-OK THEN
              CONTINUE
           ELSE
              SET SO-7462-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                 7470-OPEN-SCENARIO-CURSOR
      ******************************************************************
       7470-OPEN-SCENARIO-CURSOR.
           EXEC SQL
           OPEN C-SCENARIO
           END-EXEC

           MOVE SQLCODE TO SW-SQLCODE
           IF SO-SQLCODE-OK THEN
              CONTINUE
           ELSE
              SET SO-7470-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                 7471-FETCH-SCENARIO-RECORD
      ******************************************************************
       7471-FETCH-SCENARIO-RECORD.
           EXEC SQL
           FETCH C-SCENARIO
           INTO
           :SCENARIO-NAME,
           :SCENARIO-DATA
           END-EXEC

           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
              WHEN SO-SQLCODE-NORMAL
                 CONTINUE
              WHEN SO-SQLCODE-NOT-FOUND
                 SET SO-END-OF-DATA TO TRUE
              WHEN OTHER
                 SET SO-7471-PARA TO TRUE
                 PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *                 7472-CLOSE-SCENARIO-CURSOR
      ******************************************************************
       7472-CLOSE-SCENARIO-CURSOR.
           EXEC SQL
           CLOSE C-SCENARIO
           END-EXEC

           MOVE SQLCODE TO SW-SQLCODE
           IF SO-SQLCODE-OK THEN
              CONTINUE
           ELSE
              SET SO-7472-PARA TO TRUE
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
           DISPLAY 'LAST FINDING ' FND-CATEGORY ' ' FND-KEY
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
