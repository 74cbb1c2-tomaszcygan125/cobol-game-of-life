      *
      *   CONSOLIDATED OVERNIGHT EXCEPTION REPORT - THE LAST JOB IN
      *   THE STREAM.  THE SUITE'S PROBLEM EVIDENCE IS SPREAD OVER
      *   SIX PRINTS (Z02094 REJECTS ON E1DQ0020, Z02095 MISMATCHES
      *   ON E2DQ0010, Z02097 RUN RESULTS ON E4DQ0020, Z02098
      *   PROMOTIONS ON E6DQ0010, Z02192 CONTROL TOTALS ON E8DQ0040
      *   AND Z02209 INTEGRITY FINDINGS ON EODQ0030) AND CHECKING
      *   ALL SIX EVERY MORNING IS EXACTLY THE KIND OF TASK THAT
      *   GETS SKIPPED.  THIS PROGRAM READS THEM ALL, CLASSIFIES
      *   EVERY LINE (REJECTS, MISMATCHES AND FAILED RUNS ARE
      *   ERRORS, LOCKED-SKIPPED RUNS AND RUNS THE BATCH WINDOW
      *   DEFERRED OR SUSPENDED ARE WARNINGS, INTEGRITY FINDINGS
      *   CARRY THEIR OWN SEVERITY, EVERYTHING ELSE IS
      *   INFORMATIONAL), AND PRINTS ONE COMBINED
      *   SUMMARY TO EIDQ0010 - COUNTS PER JOB, THE INDIVIDUAL
      *   EXCEPTION LINES, AND AN EXPLICIT ALL-CLEAN PAGE WHEN THERE
      *   WAS NOTHING TO SEE.  A MISSING INPUT FILE IS REPORTED AS
      *   "JOB DID NOT RUN" RATHER THAN TREATED AS AN ERROR
      *
      *   A RUN RESULT EXCEPTION OR INTEGRITY FINDING THAT NAMES A
      *   REGISTERED BOARD ALSO LEAVES THE BOARD'S OWNER (BOARD_TABLE
      *   BRD_OWNER) A NOTIFICATION_TABLE MESSAGE FOR THE 0214 INBOX,
      *   SO NOBODY HAS TO READ THIS PRINT TO LEARN THEIR BOARD HAS A
      *   PROBLEM
      *
      *
      ******************************************************************
      *                         CHANGE  LOG
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-FS-E8DQ0040.
      * Z02209'S INTEGRITY FINDINGS
           SELECT EODQ0030 ASSIGN TO EODQ0030
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-FS-EODQ0030.
      * THE COMBINED EXCEPTION SUMMARY
           SELECT EIDQ0010 ASSIGN TO EIDQ0010
            ORGANIZATION IS SEQUENTIAL
           RECORDING MODE F
           DATA RECORD IS WS-E8DQ0040-REC.
       01 WS-E8DQ0040-REC                 PIC X(132).
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
       FD EIDQ0010
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE F
       01 WS-RPT-LINE-REC                 PIC X(132).

       WORKING-STORAGE SECTION.
      * SQLCA AND DCLGENS
           EXEC SQL INCLUDE SQLCA  END-EXEC.
      * BOARD_TABLE'S DCLGEN
           EXEC SQL INCLUDE ZFEC0211 END-EXEC.
      * NOTIFICATION_TABLE'S DCLGEN
           EXEC SQL INCLUDE ZGEC0211 END-EXEC.
      * CONSTANTS - WHO THE OWNERS' MESSAGES ARE SIGNED WITH AND THE
      * STATUS OF A MESSAGE NOBODY HAS OPENED YET
       01 CT-CONTSTANT.
           05 CT-NOTE-SOURCE              PIC X(8) VALUE 'Z02203'.
           05 CT-NOTE-STATUS-NEW          PIC X(1) VALUE 'N'.
      ***************************************************************
      *   ERROR HANDLING VARIABLES
      ***************************************************************
               88 SO-FILE-E4DQ0020            VALUE 'E4DQ0020'.
               88 SO-FILE-E6DQ0010            VALUE 'E6DQ0010'.
               88 SO-FILE-E8DQ0040            VALUE 'E8DQ0040'.
               88 SO-FILE-EODQ0030            VALUE 'EODQ0030'.
               88 SO-FILE-EIDQ0010            VALUE 'EIDQ0010'.
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
               88 SO-7100-PARA              VALUE '7100'.
               88 SO-7200-PARA              VALUE '7200'.
               88 SO-7250-PARA              VALUE '7250'.
      * FILE STATUS
       01 WS-FILE-STATUS.
           05 WS-FS-E1DQ0020                  PIC 99.
           05 WS-FS-E4DQ0020                  PIC 99.
           05 WS-FS-E6DQ0010                  PIC 99.
           05 WS-FS-E8DQ0040                  PIC 99.
           05 WS-FS-EODQ0030                  PIC 99.
           05 WS-FS-EIDQ0010                  PIC 99.
      ********************
      *   SWITCHES
           05 SW-IF-FILE-PRESENT              PIC X.
               88 SO-FILE-IS-PRESENT          VALUE 'Y'.
               88 SO-FILE-IS-ABSENT           VALUE 'N'.
           05 SW-IF-OWNER-FOUND               PIC X.
               88 SO-OWNER-FOUND              VALUE 'Y'.
               88 SO-NO-OWNER                 VALUE 'N'.
      *******************
      *  PER-JOB AND GRAND COUNTERS
      *******************
       01 WS-EDIT-COUNT2            PIC ZZZZZZZZ9.
       01 WS-EDIT-COUNT3            PIC ZZZZZZZZ9.
       01 WS-DETAIL-TEXT            PIC X(100) VALUE SPACE.
       01 WS-NOTES-WRITTEN          PIC S9(9) COMP VALUE 0.
      * THE BOARD A FINDING OR RESULT LINE NAMES, AND WHAT ITS OWNER'S
      * MESSAGE WILL SAY - 2900 WRITES IT
       01 WS-NOTE-MAP-ID            PIC S9(9) COMP VALUE 0.
       01 WS-NOTE-OUTCOME           PIC X(20).
       01 WS-NOTE-TEXT              PIC X(60).
       01 WS-NOTE-GENERATIONS       PIC S9(9) COMP VALUE 0.
       01 WS-NOTE-POPULATION        PIC S9(9) COMP VALUE 0.
       01 WS-NOTE-MAP-EDIT          PIC ZZZZ9.
      * Z02209 PRINTS THE BOARD NUMBER IN THE FINDING KEY AS 'BOARD '
      * FOLLOWED BY A ZZZZ9 EDIT
       01 WS-KEY-OFFSET             PIC S9(4) COMP VALUE 0.
       01 WS-KEY-MAP-TEXT           PIC X(5).
       01 WS-KEY-MAP-NUMBER REDEFINES WS-KEY-MAP-TEXT PIC 9(5).
      ******************************************************************
      * PROCEDURE DIVISION
      ******************************************************************
           PERFORM 2300-CHECK-Z02097-RESULTS
           PERFORM 2400-CHECK-Z02098-PROMOTIONS
           PERFORM 2500-CHECK-Z02192-TOTALS
           PERFORM 2600-CHECK-Z02209-INTEGRITY

           PERFORM 2700-PRINT-THE-VERDICT
           .
      ******************************************************************
      *                2300-CHECK-Z02097-RESULTS
      * THE OUTCOME COLUMN DECIDES - REJECTED AND FAILED RUNS ARE
      * ERRORS, SKIPPED (LOCKED) AND WAITING RUNS ARE WARNINGS, AND SO
      * ARE RUNS THE BATCH WINDOW DEFERRED OR SUSPENDED (THEY RUN ON
      * THE NEXT NIGHT), COMPLETED/EXTINCT/STABLE RUNS ARE THE NORMAL
      * CASE
      ******************************************************************
       2300-CHECK-Z02097-RESULTS.
           MOVE 0 TO WS-JOB-LINES-READ
                      ADD 1 TO WS-JOB-ERRORS
                      MOVE WS-E4DQ0020-REC TO WS-DETAIL-TEXT
                      PERFORM 2810-WRITE-ERROR-DETAIL
                      PERFORM 2330-NOTIFY-RESULT-OWNER
                   WHEN RES-OUTCOME(1:7) = 'SKIPPED'
                   WHEN RES-OUTCOME(1:7) = 'WAITING'
                   WHEN RES-OUTCOME(1:8) = 'DEFERRED'
                   WHEN RES-OUTCOME(1:9) = 'SUSPENDED'
                      ADD 1 TO WS-JOB-WARNINGS
                      MOVE WS-E4DQ0020-REC TO WS-DETAIL-TEXT
                      PERFORM 2820-WRITE-WARNING-DETAIL
                      PERFORM 2330-NOTIFY-RESULT-OWNER
                   WHEN OTHER
                      CONTINUE
                 END-EVALUATE
           PERFORM 4000-CHECK-FOR-FILE-ERROR
           .
      ******************************************************************
      *                2330-NOTIFY-RESULT-OWNER
      * A CARD REJECTED BEFORE ITS BOARD NUMBER WAS READ CARRIES ZERO
      * AND HAS NO OWNER TO TELL
      ******************************************************************
       2330-NOTIFY-RESULT-OWNER.
           IF RES-MAP-ID IS NUMERIC THEN
              MOVE RES-MAP-ID TO WS-NOTE-MAP-ID
              IF WS-NOTE-MAP-ID > 0 THEN
                 MOVE RES-OUTCOME     TO WS-NOTE-OUTCOME
                 MOVE 0               TO WS-NOTE-GENERATIONS
                 MOVE 0               TO WS-NOTE-POPULATION
                 IF RES-GENERATIONS-PLAYED IS NUMERIC THEN
                    MOVE RES-GENERATIONS-PLAYED TO WS-NOTE-GENERATIONS
                 END-IF
                 IF RES-FINAL-POPULATION IS NUMERIC THEN
                    MOVE RES-FINAL-POPULATION   TO WS-NOTE-POPULATION
                 END-IF
                 MOVE WS-NOTE-MAP-ID  TO WS-NOTE-MAP-EDIT
                 MOVE SPACE           TO WS-NOTE-TEXT
                 STRING 'OVERNIGHT RUN ON BOARD ' DELIMITED BY SIZE
                        WS-NOTE-MAP-EDIT          DELIMITED BY SIZE
                        ' '                       DELIMITED BY SIZE
                        RES-OUTCOME               DELIMITED BY SIZE
                   INTO WS-NOTE-TEXT
                 END-STRING
                 PERFORM 2900-NOTIFY-BOARD-OWNER
              END-IF
           END-IF
           .
      ******************************************************************
      *                2400-CHECK-Z02098-PROMOTIONS
      * PROMOTIONS ARE GOOD NEWS - COUNTED FOR THE SUMMARY, NEVER AN
      * EXCEPTION
           PERFORM 4000-CHECK-FOR-FILE-ERROR
           .
      ******************************************************************
      *                2600-CHECK-Z02209-INTEGRITY
      * EVERY RECORD IS A FINDING AND Z02209 HAS ALREADY GRADED IT -
      * DAMAGE IS AN ERROR, A HARMLESS LEFTOVER (REMOVED OR NOT) IS A
      * WARNING
      ******************************************************************
       2600-CHECK-Z02209-INTEGRITY.
           MOVE 0 TO WS-JOB-LINES-READ
           MOVE 0 TO WS-JOB-ERRORS
           MOVE 0 TO WS-JOB-WARNINGS

           PERFORM 2610-OPEN-EODQ0030
           IF SO-FILE-IS-PRESENT THEN
              SET SO-INPUT-NOT-END-OF-FILE TO TRUE
              PERFORM 2620-READ-EODQ0030
              PERFORM UNTIL SO-INPUT-END-OF-FILE
                 ADD 1 TO WS-JOB-LINES-READ
                 MOVE WS-EODQ0030-REC TO WS-DETAIL-TEXT
                 IF FND-SEVERITY-ERROR THEN
                    ADD 1 TO WS-JOB-ERRORS
                    PERFORM 2810-WRITE-ERROR-DETAIL
                 ELSE
                    ADD 1 TO WS-JOB-WARNINGS
                    PERFORM 2820-WRITE-WARNING-DETAIL
                 END-IF
                 PERFORM 2630-NOTIFY-FINDING-OWNER
                 PERFORM 2620-READ-EODQ0030
              END-PERFORM
              CLOSE EODQ0030
              PERFORM 2830-WRITE-JOB-COUNTS
           END-IF
           PERFORM 2850-WRITE-JOB-HEADING
           .
      ******************************************************************
      *                2610-OPEN-EODQ0030
      ******************************************************************
       2610-OPEN-EODQ0030.
           SET SO-FILE-IS-PRESENT TO TRUE
           OPEN INPUT EODQ0030
           MOVE WS-FS-EODQ0030             TO SW-FS-CURRENT
           IF SO-FILE-STATUS-OK THEN
              MOVE 'Z02209 INTEGRITY FINDINGS (EODQ0030)'
                TO WS-RPT-LINE-REC
              PERFORM 2890-WRITE-REPORT-LINE
           ELSE
              IF SO-FILE-NOT-FOUND THEN
                 SET SO-FILE-IS-ABSENT TO TRUE
                 MOVE 'Z02209 INTEGRITY SWEEP - JOB DID NOT RUN'
                   TO WS-RPT-LINE-REC
                 PERFORM 2890-WRITE-REPORT-LINE
              ELSE
                 SET SO-FILE-OPERATION-OPEN  TO TRUE
                 SET SO-FILE-EODQ0030        TO TRUE
                 PERFORM 4000-CHECK-FOR-FILE-ERROR
              END-IF
           END-IF
           .
      ******************************************************************
      *                2620-READ-EODQ0030
      ******************************************************************
       2620-READ-EODQ0030.
           READ EODQ0030
           AT END
              SET SO-INPUT-END-OF-FILE TO TRUE
           END-READ

           MOVE WS-FS-EODQ0030             TO SW-FS-CURRENT
           SET SO-FILE-OPERATION-READ      TO TRUE
           SET SO-FILE-EODQ0030            TO TRUE
           PERFORM 4000-CHECK-FOR-FILE-ERROR
           .
      ******************************************************************
      *                2630-NOTIFY-FINDING-OWNER
      * ONLY A FINDING WHOSE KEY NAMES A BOARD HAS AN OWNER - A
      * SCENARIO IMAGE FINDING DOES NOT
      ******************************************************************
       2630-NOTIFY-FINDING-OWNER.
           MOVE 0 TO WS-KEY-OFFSET
           INSPECT FND-KEY TALLYING WS-KEY-OFFSET
              FOR CHARACTERS BEFORE INITIAL 'BOARD '
           MOVE 0 TO WS-NOTE-MAP-ID
           IF WS-KEY-OFFSET < 30 THEN
              MOVE FND-KEY(WS-KEY-OFFSET + 7:5) TO WS-KEY-MAP-TEXT
              INSPECT WS-KEY-MAP-TEXT REPLACING LEADING SPACE BY ZERO
              IF WS-KEY-MAP-TEXT IS NUMERIC THEN
                 MOVE WS-KEY-MAP-NUMBER TO WS-NOTE-MAP-ID
              END-IF
           END-IF

           IF WS-NOTE-MAP-ID > 0 THEN
              IF FND-SEVERITY-ERROR THEN
                 MOVE 'INTEGRITY ERROR'   TO WS-NOTE-OUTCOME
              ELSE
                 MOVE 'INTEGRITY WARNING' TO WS-NOTE-OUTCOME
              END-IF
              MOVE 0 TO WS-NOTE-GENERATIONS
              MOVE 0 TO WS-NOTE-POPULATION
              MOVE SPACE TO WS-NOTE-TEXT
              STRING FND-CATEGORY        DELIMITED BY SIZE
                     ' '                 DELIMITED BY SIZE
                     FND-DETAIL          DELIMITED BY SIZE
                     ' '                 DELIMITED BY SIZE
                     FND-ACTION          DELIMITED BY SIZE
                INTO WS-NOTE-TEXT
              END-STRING
              PERFORM 2900-NOTIFY-BOARD-OWNER
           END-IF
           .
      ******************************************************************
      *                2700-PRINT-THE-VERDICT
      ******************************************************************
       2700-PRINT-THE-VERDICT.
           PERFORM 4000-CHECK-FOR-FILE-ERROR
           .
      ******************************************************************
      *                 2900-NOTIFY-BOARD-OWNER
      * A BOARD WITH NO REGISTRY ROW (OR NO OWNER ON IT) PREDATES THE
      * REGISTRY - NOBODY TO TELL
      ******************************************************************
       2900-NOTIFY-BOARD-OWNER.
           PERFORM 7100-SELECT-BOARD-OWNER
           IF SO-OWNER-FOUND THEN
              PERFORM 7200-GENERATE-NEW-NOTE-ID
              PERFORM 7250-INSERT-NOTIFICATION
              ADD 1 TO WS-NOTES-WRITTEN
           END-IF
           .
      ******************************************************************
      *                      3000-FINAL
      ******************************************************************
       3000-FINAL.
           PERFORM 7300-COMMIT-WORK
           DISPLAY '3000-FINAL'
           DISPLAY 'TOTAL ERRORS:   ' WS-TOTAL-ERRORS
           DISPLAY 'TOTAL WARNINGS: ' WS-TOTAL-WARNINGS
           DISPLAY 'OWNERS NOTIFIED:' WS-NOTES-WRITTEN
           IF WS-TOTAL-ERRORS > 0 THEN
              MOVE 4 TO RETURN-CODE
           END-IF
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
               PERFORM 3600-FILE-ERROR-EXIT
           END-IF
           .
      ******************************************************************
      *                 7100-SELECT-BOARD-OWNER
      ******************************************************************
       7100-SELECT-BOARD-OWNER.
           SET SO-NO-OWNER TO TRUE
           MOVE WS-NOTE-MAP-ID TO BRD-MAP-ID

           EXEC SQL
           SELECT BRD_OWNER
           INTO :BRD-OWNER
           FROM BOARD_TABLE
           WHERE BRD_MAP_ID = :BRD-MAP-ID
           END-EXEC

           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
              WHEN SO-SQLCODE-NORMAL
                 IF BRD-OWNER NOT = SPACE THEN
                    SET SO-OWNER-FOUND TO TRUE
                 END-IF
              WHEN SO-SQLCODE-NOT-FOUND
                 CONTINUE
              WHEN OTHER
                 SET SO-7100-PARA TO TRUE
                 PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *                7200-GENERATE-NEW-NOTE-ID
      * SAME MAX+1 SCHEME AS Z02115'S 2140-GENERATE-NEW-REQUEST-ID
      ******************************************************************
       7200-GENERATE-NEW-NOTE-ID.
           EXEC SQL
           SELECT COALESCE(MAX(NOTE_ID), 0) + 1
           INTO :NOTE-ID
           FROM NOTIFICATION_TABLE
           END-EXEC

           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              SET SO-7200-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                7250-INSERT-NOTIFICATION
      ******************************************************************
       7250-INSERT-NOTIFICATION.
           MOVE BRD-OWNER            TO NOTE-USER
           MOVE CT-NOTE-SOURCE       TO NOTE-SOURCE
           MOVE WS-NOTE-MAP-ID       TO NOTE-MAP-ID
           MOVE 0                    TO NOTE-REQUEST-ID
           MOVE WS-NOTE-OUTCOME      TO NOTE-OUTCOME
           MOVE WS-NOTE-GENERATIONS  TO NOTE-GENERATIONS
           MOVE WS-NOTE-POPULATION   TO NOTE-POPULATION
           MOVE WS-NOTE-TEXT         TO NOTE-TEXT
           MOVE CT-NOTE-STATUS-NEW   TO NOTE-STATUS

           EXEC SQL
           INSERT INTO NOTIFICATION_TABLE
             (NOTE_ID, NOTE_USER, NOTE_CREATED_AT, NOTE_SOURCE,
              NOTE_MAP_ID, NOTE_REQUEST_ID, NOTE_OUTCOME,
              NOTE_GENERATIONS, NOTE_POPULATION, NOTE_TEXT,
              NOTE_STATUS)
           VALUES
             (:NOTE-ID, :NOTE-USER, CURRENT TIMESTAMP,
              :NOTE-SOURCE, :NOTE-MAP-ID, :NOTE-REQUEST-ID,
              :NOTE-OUTCOME, :NOTE-GENERATIONS, :NOTE-POPULATION,
              :NOTE-TEXT, :NOTE-STATUS)
           END-EXEC

           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              SET SO-7250-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                    7300-COMMIT-WORK
      ******************************************************************
       7300-COMMIT-WORK.
           EXEC SQL
           COMMIT
           END-EXEC
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
           DISPLAY 'BOARD BEING NOTIFIED ' WS-NOTE-MAP-ID
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
