       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02212.
      ******************************************************************
      *
      *
      *   APPROVAL EXPIRY.  A RESET OR SCENARIO RESTORE OF A PROTECTED
      *   BOARD AND THE DELETE OF A CATALOG SHAPE WAIT IN
      *   APPROVAL_TABLE FOR A SECOND USER TO DECIDE THEM ON 0216
      *   (Z02110/Z02121).  A REQUEST NOBODY HAS DECIDED WITHIN THE
      *   NUMBER OF HOURS ON THE ERDQ0010 CARD IS EXPIRED BY THIS JOB -
      *   IT CAN THEN NO LONGER BE APPROVED, AND THE REQUESTER HAS TO
      *   ASK AGAIN IF THEY STILL WANT IT DONE.
      *
      *   EACH EXPIRED REQUEST GETS AN 'EXPIRED <ACTION>' AUDIT_TABLE
      *   ROW AGAINST ITS BOARD (MAP ID ZERO FOR A SHAPE), ITS OWN
      *   COMMIT AND A LINE ON THE ERDQ0020 REPORT.  THE JOB CHANGES
      *   NOTHING BUT THE REQUEST ITSELF, SO IT CAN BE RUN AS OFTEN AS
      *   THE EXPIRY PERIOD NEEDS
      *
      *
      ******************************************************************
      *                         CHANGE  LOG
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * PARAMETER CARD - HOURS A REQUEST MAY STAY PENDING
           SELECT ERDQ0010 ASSIGN TO ERDQ0010
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-FS-ERDQ0010.
      * EXPIRY REPORT - ONE LINE PER REQUEST PLUS TOTALS
           SELECT ERDQ0020 ASSIGN TO ERDQ0020
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-FS-ERDQ0020.
       DATA DIVISION.
       FILE SECTION.
       FD ERDQ0010
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS WS-ERDQ0010-REC.
       01 WS-ERDQ0010-REC.
           05 PRM-EXPIRY-HOURS          PIC X(4).
           05 FILLER                    PIC X(76).
       FD ERDQ0020
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS WS-RPT-LINE-REC.
       01 WS-RPT-LINE-REC                 PIC X(132).

       WORKING-STORAGE SECTION.
      * AUDIT_TABLE AND APPROVAL_TABLE DCLGENS
           EXEC SQL INCLUDE SQLCA  END-EXEC.
           EXEC SQL INCLUDE Z5EC0211 END-EXEC.
           EXEC SQL INCLUDE ZIEC0211 END-EXEC.
      * CONSTANTS
       01 CT-CONTSTANT.
      * THE "USER" THE EXPIRY'S AUDIT ROWS CARRY - BATCH HAS NO
      * TERMINAL USER, SO THE JOB SIGNS ITS OWN NAME
           05 CT-AUDIT-USER               PIC X(8) VALUE 'Z02212'.
           05 CT-DEFAULT-HOURS            PIC S9(9) COMP VALUE 24.
           05 CT-STATUS-EXPIRED           PIC X VALUE 'E'.
      ***************************************************************
      *   ERROR HANDLING VARIABLES
      ***************************************************************
       01 SW-FILE-ERROR.
           10 SW-FS-CURRENT                   PIC 99.
               88 SO-FILE-STATUS-OK           VALUE  00 10.
           10 SW-FILE-NAME                    PIC X(8).
               88 SO-FILE-ERDQ0010            VALUE 'ERDQ0010'.
               88 SO-FILE-ERDQ0020            VALUE 'ERDQ0020'.
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
               88 SO-7175-PARA              VALUE '7175'.
               88 SO-7300-PARA              VALUE '7300'.
               88 SO-7400-PARA              VALUE '7400'.
               88 SO-7410-PARA              VALUE '7410'.
               88 SO-7420-PARA              VALUE '7420'.
      * FILE STATUS
       01 WS-FILE-STATUS.
           05 WS-FS-ERDQ0010                  PIC 99.
           05 WS-FS-ERDQ0020                  PIC 99.
      ********************
      *   SWITCHES
      *******************
       01 SW-SWITCHES.
           05 SW-END-OF-DATA-OVERDUE          PIC X.
               88 SO-END-OF-DATA-OVERDUE      VALUE 'Y'.
               88 SO-NOT-END-OF-DATA-OVERDUE  VALUE 'N'.
      *******************
      *  EXPIRY PERIOD AND CONTROL TOTALS
      *******************
       01 WS-EXPIRY-HOURS           PIC S9(9) COMP VALUE 0.
       01 WS-CARD-HOURS             PIC 9(4).
       01 WS-REQUESTS-EXPIRED       PIC S9(9) COMP VALUE 0.
      *******************
      *  REPORT WORK FIELDS
      *******************
       01 WS-AUDIT-ACTION           PIC X(20).
       01 WS-APR-ID-EDIT            PIC ZZZZZZZZ9.
       01 WS-MAP-ID-EDIT            PIC ZZZZ9 BLANK WHEN ZERO.
       01 WS-EDIT-COUNT             PIC ZZZZZZZZ9.
       01 WS-EDIT-HOURS             PIC ZZZ9.
      * CURSOR DECLARATION - EVERY REQUEST STILL PENDING AFTER THE
      * EXPIRY PERIOD.  WITH HOLD SO THE PER-REQUEST COMMITS DON'T
      * THROW AWAY THE POSITION
           EXEC SQL DECLARE C-OVERDUE CURSOR WITH HOLD FOR
           SELECT
           APR_ID, APR_ACTION, APR_MAP_ID, APR_OBJECT_NAME,
           APR_REQUESTED_BY, APR_REQUESTED_AT
           FROM APPROVAL_TABLE
           WHERE APR_STATUS = 'P'
           AND   APR_REQUESTED_AT <
                 CURRENT TIMESTAMP - :WS-EXPIRY-HOURS HOURS
           ORDER BY APR_ID
           END-EXEC.
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
           OPEN INPUT ERDQ0010
           MOVE WS-FS-ERDQ0010             TO SW-FS-CURRENT
           SET SO-FILE-OPERATION-OPEN      TO TRUE
           SET SO-FILE-ERDQ0010            TO TRUE
           PERFORM 4000-CHECK-FOR-FILE-ERROR

           OPEN OUTPUT ERDQ0020
           MOVE WS-FS-ERDQ0020             TO SW-FS-CURRENT
           SET SO-FILE-OPERATION-OPEN      TO TRUE
           SET SO-FILE-ERDQ0020            TO TRUE
           PERFORM 4000-CHECK-FOR-FILE-ERROR
           .
      ******************************************************************
      *                 1030-READ-PARAMETER-CARD
      * NO CARD, OR A BLANK OR ZERO PERIOD, MEANS A DAY - EXPIRING
      * EVERYTHING AT ONCE IS NEVER WHAT A MISSING CARD MEANT
      ******************************************************************
       1030-READ-PARAMETER-CARD.
           MOVE CT-DEFAULT-HOURS TO WS-EXPIRY-HOURS

           READ ERDQ0010
           AT END
              DISPLAY 'NO PARAMETER CARD - DEFAULT PERIOD USED'
              MOVE SPACE TO WS-ERDQ0010-REC
           END-READ

           MOVE WS-FS-ERDQ0010             TO SW-FS-CURRENT
           SET SO-FILE-OPERATION-READ      TO TRUE
           SET SO-FILE-ERDQ0010            TO TRUE
           PERFORM 4000-CHECK-FOR-FILE-ERROR

           INSPECT PRM-EXPIRY-HOURS REPLACING LEADING ' ' BY '0'
           IF PRM-EXPIRY-HOURS IS NUMERIC THEN
              MOVE PRM-EXPIRY-HOURS TO WS-CARD-HOURS
              IF WS-CARD-HOURS > 0 THEN
                 MOVE WS-CARD-HOURS TO WS-EXPIRY-HOURS
              END-IF
           ELSE
              DISPLAY 'INVALID EXPIRY HOURS: ' PRM-EXPIRY-HOURS
              MOVE 8 TO RETURN-CODE
              PERFORM 3600-FILE-ERROR-EXIT
           END-IF

           DISPLAY 'EXPIRY PERIOD IN HOURS: ' WS-EXPIRY-HOURS
           .
      ******************************************************************
      *                 1040-WRITE-REPORT-HEADING
      ******************************************************************
       1040-WRITE-REPORT-HEADING.
           MOVE WS-EXPIRY-HOURS TO WS-EDIT-HOURS
           MOVE SPACE TO WS-RPT-LINE-REC
           STRING 'APPROVAL EXPIRY - REQUESTS PENDING OVER '
                                          DELIMITED BY SIZE
                  WS-EDIT-HOURS           DELIMITED BY SIZE
                  ' HOURS'                DELIMITED BY SIZE
              INTO WS-RPT-LINE-REC
           END-STRING
           PERFORM 2890-WRITE-REPORT-LINE

           MOVE SPACE TO WS-RPT-LINE-REC
           PERFORM 2890-WRITE-REPORT-LINE

           MOVE SPACE TO WS-RPT-LINE-REC
           STRING '  REQUEST ACTION     MAP OBJECT               '
                                          DELIMITED BY SIZE
                  'REQUESTER REQUESTED AT'
                                          DELIMITED BY SIZE
              INTO WS-RPT-LINE-REC
           END-STRING
           PERFORM 2890-WRITE-REPORT-LINE
           .
      ******************************************************************
      *                       2000-PROCESS
      ******************************************************************
       2000-PROCESS.
           PERFORM 7400-OPEN-OVERDUE-CURSOR
           SET SO-NOT-END-OF-DATA-OVERDUE TO TRUE
           PERFORM 7410-FETCH-OVERDUE-RECORD
           PERFORM UNTIL SO-END-OF-DATA-OVERDUE
               PERFORM 2100-EXPIRE-ONE-REQUEST
               PERFORM 2300-WRITE-REQUEST-LINE
               PERFORM 7410-FETCH-OVERDUE-RECORD
           END-PERFORM
           PERFORM 7420-CLOSE-OVERDUE-CURSOR

           PERFORM 2400-PRINT-CONTROL-TOTALS
           .
      ******************************************************************
      *                 2100-EXPIRE-ONE-REQUEST
      * STILL PENDING IS PART OF THE KEY - A REQUEST DECIDED ON 0216
      * SINCE THE CURSOR READ IT IS LEFT ALONE AND NOT COUNTED
      ******************************************************************
       2100-EXPIRE-ONE-REQUEST.
           MOVE CT-STATUS-EXPIRED TO APR-STATUS
           MOVE CT-AUDIT-USER     TO APR-DECIDED-BY

           EXEC SQL
           UPDATE APPROVAL_TABLE
           SET APR_STATUS     = :APR-STATUS,
               APR_DECIDED_BY = :APR-DECIDED-BY,
               APR_DECIDED_AT = CURRENT TIMESTAMP
           WHERE APR_ID     = :APR-ID
           AND   APR_STATUS = 'P'
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
              WHEN SO-SQLCODE-NORMAL
                 PERFORM 7175-WRITE-AUDIT-RECORD
                 PERFORM 7300-COMMIT-WORK
                 ADD 1 TO WS-REQUESTS-EXPIRED
              WHEN SO-SQLCODE-NOT-FOUND
                 MOVE 'P' TO APR-STATUS
              WHEN OTHER
                 SET SO-2110-PARA TO TRUE
                 PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *                 2300-WRITE-REQUEST-LINE
      ******************************************************************
       2300-WRITE-REQUEST-LINE.
           MOVE APR-ID     TO WS-APR-ID-EDIT
           MOVE APR-MAP-ID TO WS-MAP-ID-EDIT

           MOVE SPACE TO WS-RPT-LINE-REC
           STRING WS-APR-ID-EDIT       DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  APR-ACTION           DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-MAP-ID-EDIT       DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  APR-OBJECT-NAME      DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  APR-REQUESTED-BY     DELIMITED BY SIZE
                  '  '                 DELIMITED BY SIZE
                  APR-REQUESTED-AT     DELIMITED BY SIZE
                  '  '                 DELIMITED BY SIZE
              INTO WS-RPT-LINE-REC
           END-STRING
           IF APR-STATUS = CT-STATUS-EXPIRED THEN
              MOVE 'EXPIRED'          TO WS-RPT-LINE-REC(85:7)
           ELSE
              MOVE 'DECIDED MEANWHILE' TO WS-RPT-LINE-REC(85:17)
           END-IF
           PERFORM 2890-WRITE-REPORT-LINE
           .
      ******************************************************************
      *                 2400-PRINT-CONTROL-TOTALS
      ******************************************************************
       2400-PRINT-CONTROL-TOTALS.
           MOVE SPACE TO WS-RPT-LINE-REC
           PERFORM 2890-WRITE-REPORT-LINE

           MOVE WS-REQUESTS-EXPIRED TO WS-EDIT-COUNT
           MOVE SPACE TO WS-RPT-LINE-REC
           STRING 'REQUESTS EXPIRED:        ' DELIMITED BY SIZE
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

           MOVE WS-FS-ERDQ0020             TO SW-FS-CURRENT
           SET SO-FILE-OPERATION-WRITE     TO TRUE
           SET SO-FILE-ERDQ0020            TO TRUE
           PERFORM 4000-CHECK-FOR-FILE-ERROR
           .
      ******************************************************************
      *                      3000-FINAL
      ******************************************************************
       3000-FINAL.
           DISPLAY '3000-FINAL'
           DISPLAY 'REQUESTS EXPIRED:      ' WS-REQUESTS-EXPIRED
           CLOSE ERDQ0010
           CLOSE ERDQ0020
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
      * OF THE REQUEST, SO THE 0206 AUDIT VIEW SHOWS THE EXPIRY NEXT
      * TO THE REQUEST
      ******************************************************************
       7175-WRITE-AUDIT-RECORD.
           MOVE SPACE TO WS-AUDIT-ACTION
           STRING 'EXPIRED '    DELIMITED BY SIZE
                  APR-ACTION    DELIMITED BY SPACE
              INTO WS-AUDIT-ACTION
           END-STRING

           MOVE APR-MAP-ID      TO AUDIT-MAP-ID OF DCLAUDIT-TABLE
           MOVE WS-AUDIT-ACTION TO AUDIT-ACTION OF DCLAUDIT-TABLE
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
      *                 7400-OPEN-OVERDUE-CURSOR
      ******************************************************************
       7400-OPEN-OVERDUE-CURSOR.
           EXEC SQL
           OPEN C-OVERDUE
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
      *                 7410-FETCH-OVERDUE-RECORD
      ******************************************************************
       7410-FETCH-OVERDUE-RECORD.
           EXEC SQL
           FETCH C-OVERDUE
           INTO
           :APR-ID,
           :APR-ACTION,
           :APR-MAP-ID,
           :APR-OBJECT-NAME,
           :APR-REQUESTED-BY,
           :APR-REQUESTED-AT
           END-EXEC

           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
              WHEN SO-SQLCODE-NORMAL
                 CONTINUE
              WHEN SO-SQLCODE-NOT-FOUND
                 SET SO-END-OF-DATA-OVERDUE TO TRUE
              WHEN OTHER
                 SET SO-7410-PARA TO TRUE
                 PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *                 7420-CLOSE-OVERDUE-CURSOR
      ******************************************************************
       7420-CLOSE-OVERDUE-CURSOR.
           EXEC SQL
           CLOSE C-OVERDUE
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
           DISPLAY 'REQUEST BEING EXPIRED ' APR-ID
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
