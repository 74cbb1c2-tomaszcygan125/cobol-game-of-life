       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02213.
      ******************************************************************
      *
      *
      *   MONTHLY ACTIVITY AND CHARGEBACK REPORT.  THE OVERNIGHT
      *   Z02097 DRAIN IS CHARGED TO US BY THE CPU IT USES, AND THIS
      *   JOB SAYS WHO USED IT.  FOR ONE CALENDAR MONTH IT TAKES PER
      *   USER:
      *    - RUN_QUEUE_TABLE REQUESTS SUBMITTED IN THE MONTH, AND THOSE
      *      COMPLETED IN THE MONTH WITH THE GENERATIONS THEY PLAYED
      *    - CELL-GENERATIONS PROCESSED - EACH COMPLETED REQUEST'S
      *      GENERATIONS TIMES ITS AVERAGE POPULATION, TAKEN FROM THE
      *      RUN'S RUN_SUMMARY_TABLE ROW (MEAN OF START, PEAK AND FINAL)
      *      OR, WHEN Z02198 HAS NOT SUMMARIZED THE RUN, ITS FINAL
      *      POPULATION.  IT IS AN ESTIMATE OF WORK, NOT A MEASURE
      *    - ONLINE GAME STARTS, RESETS AND EDITS (CELL TOGGLES AND
      *      SCENARIO RESTORES) FROM AUDIT_TABLE, AND SHAPE PLACEMENTS
      *      FROM SHAPE_USAGE_TABLE
      *
      *   USERS ARE GROUPED BY THE COST CENTRE THE ESDQ0020 REFERENCE
      *   FILE GIVES THEM, WITH A SUBTOTAL PER COST CENTRE AND A GRAND
      *   TOTAL ON THE ESDQ0030 REPORT.  A USER MISSING FROM THE FILE
      *   IS REPORTED UNDER 'UNASSIGNED' SO NOTHING GOES UNCHARGED.
      *   THE ESDQ0040 CHARGE FILE CARRIES THE SAME FIGURES IN FIXED
      *   FORMAT FOR FINANCE - A HEADER, ONE DETAIL PER USER AND A
      *   TRAILER WITH THE RECORD COUNT AND HASH TOTALS.
      *
      *   THE OPTIONAL ESDQ0010 CARD GIVES THE MONTH (YYYYMM, BLANK
      *   MEANS LAST MONTH) AND THE CHARGE PER MILLION CELL-GENERATIONS
      *   (BLANK MEANS NO AMOUNTS, COUNTS ONLY)
      *
      *
      ******************************************************************
      *                         CHANGE  LOG
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * PARAMETER CARD - OPTIONAL, AN EMPTY FILE MEANS LAST MONTH
           SELECT ESDQ0010 ASSIGN TO ESDQ0010
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-FS-ESDQ0010.
      * USER TO COST CENTRE REFERENCE FILE
           SELECT ESDQ0020 ASSIGN TO ESDQ0020
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-FS-ESDQ0020.
      * ACTIVITY REPORT
           SELECT ESDQ0030 ASSIGN TO ESDQ0030
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-FS-ESDQ0030.
      * CHARGE FILE FOR FINANCE
           SELECT ESDQ0040 ASSIGN TO ESDQ0040
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-FS-ESDQ0040.
       DATA DIVISION.
       FILE SECTION.
       FD ESDQ0010
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS WS-ESDQ0010-REC.
       01 WS-ESDQ0010-REC.
           05 PRM-PERIOD                PIC X(6).
           05 FILLER                    PIC X(1).
           05 PRM-RATE-X                PIC X(10).
           05 PRM-RATE REDEFINES PRM-RATE-X
                                        PIC 9(6)V9(4).
           05 FILLER                    PIC X(63).
       FD ESDQ0020
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS WS-ESDQ0020-REC.
       01 WS-ESDQ0020-REC.
           05 CCF-USER                  PIC X(8).
           05 CCF-COST-CENTRE           PIC X(8).
           05 CCF-CENTRE-NAME           PIC X(30).
           05 FILLER                    PIC X(34).
       FD ESDQ0030
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE F
           DATA RECORDS ARE WS-RPT-TITLE-REC, WS-RPT-DETAIL-REC.
       01 WS-RPT-TITLE-REC                PIC X(132).
       01 WS-RPT-DETAIL-REC.
           05 RPT-USER                    PIC X(8).
           05 FILLER                      PIC X(2).
           05 RPT-REQUESTED               PIC ZZZZZZ9.
           05 FILLER                      PIC X(1).
           05 RPT-COMPLETED               PIC ZZZZZZ9.
           05 FILLER                      PIC X(1).
           05 RPT-GENERATIONS             PIC ZZZZZZZZZZ9.
           05 FILLER                      PIC X(1).
           05 RPT-CELL-GENS               PIC ZZZZZZZZZZZZZZ9.
           05 FILLER                      PIC X(1).
           05 RPT-STARTS                  PIC ZZZZZZ9.
           05 FILLER                      PIC X(1).
           05 RPT-RESETS                  PIC ZZZZZZ9.
           05 FILLER                      PIC X(1).
           05 RPT-EDITS                   PIC ZZZZZZ9.
           05 FILLER                      PIC X(1).
           05 RPT-PLACED                  PIC ZZZZZZ9.
           05 FILLER                      PIC X(1).
           05 RPT-AMOUNT                  PIC ZZZZZZZZ9.99.
           05 FILLER                      PIC X(34).
      * CHARGE FILE - RECORD TYPE IN BYTE 1: H HEADER, D ONE PER USER,
      * T TRAILER.  NUMBERS ARE UNSIGNED ZONED, AMOUNTS WITH TWO
      * IMPLIED DECIMALS, SO FINANCE'S LOADER NEEDS NO EDITING
       FD ESDQ0040
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE F
           DATA RECORDS ARE WS-CHG-DETAIL-REC, WS-CHG-HEADER-REC,
                            WS-CHG-TRAILER-REC.
       01 WS-CHG-DETAIL-REC.
           05 CHG-RECORD-TYPE             PIC X(1).
           05 CHG-PERIOD                  PIC X(6).
           05 CHG-COST-CENTRE             PIC X(8).
           05 CHG-USER                    PIC X(8).
           05 CHG-RUNS-REQUESTED          PIC 9(7).
           05 CHG-RUNS-COMPLETED          PIC 9(7).
           05 CHG-GENERATIONS             PIC 9(11).
           05 CHG-CELL-GENERATIONS        PIC 9(15).
           05 CHG-GAME-STARTS             PIC 9(7).
           05 CHG-RESETS                  PIC 9(7).
           05 CHG-EDITS                   PIC 9(7).
           05 CHG-PLACEMENTS              PIC 9(7).
           05 CHG-AMOUNT                  PIC 9(9)V99.
           05 FILLER                      PIC X(18).
       01 WS-CHG-HEADER-REC.
           05 CHH-RECORD-TYPE             PIC X(1).
           05 CHH-PERIOD                  PIC X(6).
           05 CHH-CREATED-DATE            PIC X(10).
           05 CHH-RATE                    PIC 9(6)V9(4).
           05 FILLER                      PIC X(93).
       01 WS-CHG-TRAILER-REC.
           05 CHT-RECORD-TYPE             PIC X(1).
           05 CHT-PERIOD                  PIC X(6).
           05 CHT-DETAIL-COUNT            PIC 9(7).
           05 CHT-CELL-GENERATIONS        PIC 9(15).
           05 CHT-AMOUNT                  PIC 9(11)V99.
           05 FILLER                      PIC X(78).

       WORKING-STORAGE SECTION.
      * RUN QUEUE, RUN SUMMARY, AUDIT AND SHAPE USAGE DCLGENS
           EXEC SQL INCLUDE SQLCA  END-EXEC.
           EXEC SQL INCLUDE Z5EC0211 END-EXEC.
           EXEC SQL INCLUDE ZAEC0211 END-EXEC.
           EXEC SQL INCLUDE ZCEC0211 END-EXEC.
           EXEC SQL INCLUDE ZDEC0211 END-EXEC.
      * HOST VARIABLES THE CURSORS BELOW REFER TO - DECLARED FIRST SO
      * THE PRECOMPILER KNOWS THEM WHEN IT REACHES THE DECLARES
       01 WS-MONTH-BOUNDS.
           05 WS-MONTH-START       PIC X(26).
           05 WS-MONTH-END         PIC X(26).
       01 WS-USER-ID               PIC X(8).
      * CURSOR DECLARATIONS - EVERY USER WITH ANY COUNTED ACTIVITY IN
      * THE MONTH, AND ONE USER'S REQUESTS COMPLETED IN THE MONTH
           EXEC SQL DECLARE C-USERS CURSOR FOR
           SELECT RQ_SUBMITTED_BY
           FROM RUN_QUEUE_TABLE
           WHERE (RQ_SUBMITTED_AT >= :WS-MONTH-START
           AND    RQ_SUBMITTED_AT <  :WS-MONTH-END)
           OR    (RQ_COMPLETED_AT >= :WS-MONTH-START
           AND    RQ_COMPLETED_AT <  :WS-MONTH-END)
           UNION
           SELECT AUDIT_USER
           FROM AUDIT_TABLE
           WHERE AUDIT_TIME >= :WS-MONTH-START
           AND   AUDIT_TIME <  :WS-MONTH-END
           AND   AUDIT_ACTION IN ('START', 'RESET', 'TOGGLE CELL',
                                  'RESTORE SCENARIO')
           UNION
           SELECT USAGE_USER
           FROM SHAPE_USAGE_TABLE
           WHERE USAGE_TIME >= :WS-MONTH-START
           AND   USAGE_TIME <  :WS-MONTH-END
           ORDER BY 1
           END-EXEC.

           EXEC SQL DECLARE C-DONE CURSOR FOR
           SELECT
           RQ_MAP_ID, RQ_SUBMITTED_AT, RQ_COMPLETED_AT,
           RQ_GENERATIONS_PLAYED, RQ_FINAL_POPULATION
           FROM RUN_QUEUE_TABLE
           WHERE RQ_SUBMITTED_BY = :WS-USER-ID
           AND   RQ_STATUS = 'C'
           AND   RQ_COMPLETED_AT >= :WS-MONTH-START
           AND   RQ_COMPLETED_AT <  :WS-MONTH-END
           ORDER BY RQ_REQUEST_ID
           END-EXEC.
      ***************************************************************
      *   ERROR HANDLING VARIABLES
      ***************************************************************
       01 SW-FILE-ERROR.
           10 SW-FS-CURRENT                   PIC 99.
               88 SO-FILE-STATUS-OK           VALUE  00 10.
               88 SO-FILE-NOT-FOUND           VALUE  35.
           10 SW-FILE-NAME                    PIC X(8).
               88 SO-FILE-ESDQ0010            VALUE 'ESDQ0010'.
               88 SO-FILE-ESDQ0020            VALUE 'ESDQ0020'.
               88 SO-FILE-ESDQ0030            VALUE 'ESDQ0030'.
               88 SO-FILE-ESDQ0040            VALUE 'ESDQ0040'.
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
               88 SO-1036-PARA              VALUE '1036'.
               88 SO-2110-PARA              VALUE '2110'.
               88 SO-2120-PARA              VALUE '2120'.
               88 SO-2135-PARA              VALUE '2135'.
               88 SO-2140-PARA              VALUE '2140'.
               88 SO-2150-PARA              VALUE '2150'.
               88 SO-7400-PARA              VALUE '7400'.
               88 SO-7410-PARA              VALUE '7410'.
               88 SO-7420-PARA              VALUE '7420'.
               88 SO-7500-PARA              VALUE '7500'.
               88 SO-7510-PARA              VALUE '7510'.
               88 SO-7520-PARA              VALUE '7520'.
      * FILE STATUS
       01 WS-FILE-STATUS.
           05 WS-FS-ESDQ0010                  PIC 99.
           05 WS-FS-ESDQ0020                  PIC 99.
           05 WS-FS-ESDQ0030                  PIC 99.
           05 WS-FS-ESDQ0040                  PIC 99.
      ********************
      *   SWITCHES
      *******************
       01 SW-SWITCHES.
           05 SW-END-OF-DATA-USERS            PIC X.
               88 SO-END-OF-DATA-USERS        VALUE 'Y'.
               88 SO-NOT-END-OF-DATA-USERS    VALUE 'N'.
           05 SW-END-OF-DATA-DONE             PIC X.
               88 SO-END-OF-DATA-DONE         VALUE 'Y'.
               88 SO-NOT-END-OF-DATA-DONE     VALUE 'N'.
           05 SW-END-OF-CENTRE-FILE           PIC X.
               88 SO-END-OF-CENTRE-FILE       VALUE 'Y'.
               88 SO-NOT-END-OF-CENTRE-FILE   VALUE 'N'.
           05 SW-IF-SUMMARY-FOUND             PIC X.
               88 SO-SUMMARY-FOUND            VALUE 'Y'.
               88 SO-SUMMARY-NOT-FOUND        VALUE 'N'.
      *******************
      *  THE REPORTING MONTH
      *******************
       01 CT-DEFAULT-RATE           PIC 9(6)V9(4) VALUE 0.
       01 WS-PERIOD                 PIC X(6).
       01 WS-PERIOD-PARTS REDEFINES WS-PERIOD.
           05 WS-PERIOD-YYYY        PIC 9(4).
           05 WS-PERIOD-MM          PIC 9(2).
       01 WS-NEXT-YYYY              PIC 9(4).
       01 WS-NEXT-MM                PIC 9(2).
       01 WS-ISO-DATE               PIC X(10).
       01 WS-TODAY-ISO              PIC X(10).
       01 WS-RATE                   PIC 9(6)V9(4) VALUE 0.
      *******************
      *  COST CENTRES AND THE USERS IN THEM, AS THE REFERENCE FILE
      *  GIVES THEM.  THE ENTRY AFTER THE LAST CENTRE LOADED IS
      *  'UNASSIGNED', FOR USERS THE FILE DOES NOT NAME
      *******************
       01 CT-MAX-CENTRES            PIC S9(4) COMP VALUE 199.
       01 CT-MAX-REF-USERS          PIC S9(4) COMP VALUE 2000.
       01 CT-MAX-USERS              PIC S9(4) COMP VALUE 2000.
       01 CT-UNASSIGNED-CENTRE      PIC X(8) VALUE 'UNASSIGN'.
       01 CT-UNASSIGNED-NAME        PIC X(30)
              VALUE 'USERS NOT IN REFERENCE FILE'.
       01 WS-CENTRE-TABLE.
           05 WS-CC-COUNT           PIC S9(4) COMP VALUE 0.
           05 WS-CC-ENTRY OCCURS 200 TIMES.
               10 WS-CC-CODE        PIC X(8).
               10 WS-CC-NAME        PIC X(30).
       01 WS-REF-TABLE.
           05 WS-REF-COUNT          PIC S9(4) COMP VALUE 0.
           05 WS-REF-ENTRY OCCURS 2000 TIMES.
               10 WS-REF-USER       PIC X(8).
               10 WS-REF-CC-IX      PIC S9(4) COMP.
      *******************
      *  ONE ENTRY PER ACTIVE USER, IN USER ORDER
      *******************
       01 WS-USER-TABLE.
           05 WS-USR-COUNT          PIC S9(4) COMP VALUE 0.
           05 WS-USR-ENTRY OCCURS 2000 TIMES.
               10 WS-USR-ID         PIC X(8).
               10 WS-USR-CC-IX      PIC S9(4) COMP.
               10 WS-USR-REQUESTED  PIC S9(9) COMP.
               10 WS-USR-COMPLETED  PIC S9(9) COMP.
               10 WS-USR-GENS       PIC S9(15) COMP-3.
               10 WS-USR-CELL-GENS  PIC S9(15) COMP-3.
               10 WS-USR-STARTS     PIC S9(9) COMP.
               10 WS-USR-RESETS     PIC S9(9) COMP.
               10 WS-USR-EDITS      PIC S9(9) COMP.
               10 WS-USR-PLACED     PIC S9(9) COMP.
      *******************
      *  ONE USER'S FIGURES WHILE THEY ARE GATHERED, AND THE TOTALS
      *  THE REPORT AND THE TRAILER ADD THEM INTO
      *******************
       01 WS-ONE-USER.
           05 WS-ONE-REQUESTED      PIC S9(9) COMP.
           05 WS-ONE-COMPLETED      PIC S9(9) COMP.
           05 WS-ONE-GENS           PIC S9(15) COMP-3.
           05 WS-ONE-CELL-GENS      PIC S9(15) COMP-3.
           05 WS-ONE-STARTS         PIC S9(9) COMP.
           05 WS-ONE-RESETS         PIC S9(9) COMP.
           05 WS-ONE-EDITS          PIC S9(9) COMP.
           05 WS-ONE-PLACED         PIC S9(9) COMP.
       01 WS-RUN-POPULATION         PIC S9(9) COMP.
       01 WS-AMOUNT                 PIC S9(11)V99 COMP-3.
       01 WS-SUB-TOTALS.
           05 WS-SUB-USERS          PIC S9(9) COMP.
           05 WS-SUB-REQUESTED      PIC S9(9) COMP.
           05 WS-SUB-COMPLETED      PIC S9(9) COMP.
           05 WS-SUB-GENS           PIC S9(15) COMP-3.
           05 WS-SUB-CELL-GENS      PIC S9(15) COMP-3.
           05 WS-SUB-STARTS         PIC S9(9) COMP.
           05 WS-SUB-RESETS         PIC S9(9) COMP.
           05 WS-SUB-EDITS          PIC S9(9) COMP.
           05 WS-SUB-PLACED         PIC S9(9) COMP.
           05 WS-SUB-AMOUNT         PIC S9(11)V99 COMP-3.
       01 WS-GRAND-TOTALS.
           05 WS-TOT-USERS          PIC S9(9) COMP.
           05 WS-TOT-REQUESTED      PIC S9(9) COMP.
           05 WS-TOT-COMPLETED      PIC S9(9) COMP.
           05 WS-TOT-GENS           PIC S9(15) COMP-3.
           05 WS-TOT-CELL-GENS      PIC S9(15) COMP-3.
           05 WS-TOT-STARTS         PIC S9(9) COMP.
           05 WS-TOT-RESETS         PIC S9(9) COMP.
           05 WS-TOT-EDITS          PIC S9(9) COMP.
           05 WS-TOT-PLACED         PIC S9(9) COMP.
           05 WS-TOT-AMOUNT         PIC S9(11)V99 COMP-3.
       01 WS-USERS-SKIPPED          PIC S9(9) COMP VALUE 0.
      *******************
      *  SUBSCRIPTS AND REPORT WORK FIELDS
      *******************
       01 WS-CC-IX                  PIC S9(4) COMP VALUE 0.
       01 WS-REF-IX                 PIC S9(4) COMP VALUE 0.
       01 WS-USR-IX                 PIC S9(4) COMP VALUE 0.
       01 WS-FOUND-IX               PIC S9(4) COMP VALUE 0.
       01 WS-EDIT-COUNT             PIC ZZZZZZZZ9.
       01 WS-EDIT-RATE              PIC ZZZZZ9.9999.
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
           INITIALIZE WS-GRAND-TOTALS
           PERFORM 1010-OPEN-FILES
           PERFORM 1030-READ-PARAMETER-CARD
           PERFORM 1035-SET-MONTH-BOUNDS
           PERFORM 1040-LOAD-COST-CENTRES
           .
      ******************************************************************
      *                       1010-OPEN-FILES
      ******************************************************************
       1010-OPEN-FILES.
           OPEN INPUT ESDQ0020
           MOVE WS-FS-ESDQ0020             TO SW-FS-CURRENT
           SET SO-FILE-OPERATION-OPEN      TO TRUE
           SET SO-FILE-ESDQ0020            TO TRUE
           PERFORM 4000-CHECK-FOR-FILE-ERROR

           OPEN OUTPUT ESDQ0030
           MOVE WS-FS-ESDQ0030             TO SW-FS-CURRENT
           SET SO-FILE-OPERATION-OPEN      TO TRUE
           SET SO-FILE-ESDQ0030            TO TRUE
           PERFORM 4000-CHECK-FOR-FILE-ERROR

           OPEN OUTPUT ESDQ0040
           MOVE WS-FS-ESDQ0040             TO SW-FS-CURRENT
           SET SO-FILE-OPERATION-OPEN      TO TRUE
           SET SO-FILE-ESDQ0040            TO TRUE
           PERFORM 4000-CHECK-FOR-FILE-ERROR
           .
      ******************************************************************
      *                 1030-READ-PARAMETER-CARD
      * A MISSING OR EMPTY CARD FILE MEANS LAST MONTH WITH NO RATE -
      * SAME DEFAULTING AS Z02201'S FILTER CARD
      ******************************************************************
       1030-READ-PARAMETER-CARD.
           MOVE SPACE           TO WS-PERIOD
           MOVE CT-DEFAULT-RATE TO WS-RATE

           OPEN INPUT ESDQ0010
           MOVE WS-FS-ESDQ0010             TO SW-FS-CURRENT
           IF SO-FILE-STATUS-OK THEN
              READ ESDQ0010
              AT END
                 DISPLAY 'NO PARAMETER CARD - REPORTING LAST MONTH'
              NOT AT END
                 MOVE PRM-PERIOD TO WS-PERIOD
                 IF PRM-RATE-X NOT = SPACE THEN
                    IF PRM-RATE IS NUMERIC THEN
                       MOVE PRM-RATE TO WS-RATE
                    ELSE
                       DISPLAY 'INVALID CHARGE RATE: ' PRM-RATE-X
                       MOVE 8 TO RETURN-CODE
                       PERFORM 3600-FILE-ERROR-EXIT
                    END-IF
                 END-IF
              END-READ
              CLOSE ESDQ0010
           ELSE
              IF SO-FILE-NOT-FOUND THEN
                 DISPLAY 'NO PARAMETER FILE - REPORTING LAST MONTH'
              ELSE
                 SET SO-FILE-OPERATION-OPEN  TO TRUE
                 SET SO-FILE-ESDQ0010        TO TRUE
                 PERFORM 4000-CHECK-FOR-FILE-ERROR
              END-IF
           END-IF
           .
      ******************************************************************
      *                 1035-SET-MONTH-BOUNDS
      * THE MONTH RUNS FROM MIDNIGHT ON THE 1ST UP TO, NOT INCLUDING,
      * MIDNIGHT ON THE 1ST OF THE NEXT MONTH
      ******************************************************************
       1035-SET-MONTH-BOUNDS.
           PERFORM 1036-GET-DB2-DATES
           IF WS-PERIOD = SPACE THEN
              MOVE WS-ISO-DATE(1:4) TO WS-PERIOD(1:4)
              MOVE WS-ISO-DATE(6:2) TO WS-PERIOD(5:2)
           END-IF

           IF WS-PERIOD IS NOT NUMERIC OR
              WS-PERIOD-MM < 1 OR WS-PERIOD-MM > 12 THEN
              DISPLAY 'INVALID REPORTING MONTH: ' WS-PERIOD
              MOVE 8 TO RETURN-CODE
              PERFORM 3600-FILE-ERROR-EXIT
           END-IF

           MOVE WS-PERIOD-YYYY TO WS-NEXT-YYYY
           MOVE WS-PERIOD-MM   TO WS-NEXT-MM
           IF WS-NEXT-MM = 12 THEN
              MOVE 1 TO WS-NEXT-MM
              ADD 1 TO WS-NEXT-YYYY
           ELSE
              ADD 1 TO WS-NEXT-MM
           END-IF

           MOVE SPACE TO WS-MONTH-START
           STRING WS-PERIOD-YYYY            DELIMITED BY SIZE
                  '-'                       DELIMITED BY SIZE
                  WS-PERIOD-MM              DELIMITED BY SIZE
                  '-01-00.00.00.000000'     DELIMITED BY SIZE
              INTO WS-MONTH-START
           END-STRING
           MOVE SPACE TO WS-MONTH-END
           STRING WS-NEXT-YYYY              DELIMITED BY SIZE
                  '-'                       DELIMITED BY SIZE
                  WS-NEXT-MM                DELIMITED BY SIZE
                  '-01-00.00.00.000000'     DELIMITED BY SIZE
              INTO WS-MONTH-END
           END-STRING

           MOVE WS-RATE TO WS-EDIT-RATE
           DISPLAY 'REPORTING MONTH: ' WS-PERIOD
           DISPLAY 'FROM:            ' WS-MONTH-START
           DISPLAY 'UP TO:           ' WS-MONTH-END
           DISPLAY 'RATE PER MILLION CELL-GENERATIONS: ' WS-EDIT-RATE
           .
      ******************************************************************
      *                 1036-GET-DB2-DATES
      * TODAY FOR THE CHARGE FILE HEADER, AND A DATE IN LAST MONTH
      * FOR THE DEFAULT PERIOD - DB2 DOES THE CALENDAR ARITHMETIC
      ******************************************************************
       1036-GET-DB2-DATES.
           EXEC SQL
              VALUES (CHAR(CURRENT DATE, ISO),
                      CHAR(CURRENT DATE - 1 MONTH, ISO))
              INTO :WS-TODAY-ISO, :WS-ISO-DATE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              SET SO-1036-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                 1040-LOAD-COST-CENTRES
      * EACH RECORD NAMES A USER AND THEIR COST CENTRE.  A CENTRE'S
      * NAME IS TAKEN FROM THE FIRST RECORD THAT MENTIONS IT; A USER
      * LISTED TWICE STAYS WITH THE FIRST CENTRE GIVEN
      ******************************************************************
       1040-LOAD-COST-CENTRES.
           SET SO-NOT-END-OF-CENTRE-FILE TO TRUE
           PERFORM 1045-READ-CENTRE-RECORD
           PERFORM UNTIL SO-END-OF-CENTRE-FILE
              IF CCF-USER NOT = SPACE THEN
                 PERFORM 1050-ADD-REFERENCE-ENTRY
              END-IF
              PERFORM 1045-READ-CENTRE-RECORD
           END-PERFORM
           CLOSE ESDQ0020

           ADD 1 TO WS-CC-COUNT
           MOVE CT-UNASSIGNED-CENTRE TO WS-CC-CODE(WS-CC-COUNT)
           MOVE CT-UNASSIGNED-NAME   TO WS-CC-NAME(WS-CC-COUNT)

           DISPLAY 'COST CENTRES LOADED: ' WS-CC-COUNT
           DISPLAY 'USERS ASSIGNED:      ' WS-REF-COUNT
           .
      ******************************************************************
      *                 1045-READ-CENTRE-RECORD
      ******************************************************************
       1045-READ-CENTRE-RECORD.
           READ ESDQ0020
           AT END
              SET SO-END-OF-CENTRE-FILE TO TRUE
           END-READ

           MOVE WS-FS-ESDQ0020             TO SW-FS-CURRENT
           SET SO-FILE-OPERATION-READ      TO TRUE
           SET SO-FILE-ESDQ0020            TO TRUE
           PERFORM 4000-CHECK-FOR-FILE-ERROR
           .
      ******************************************************************
      *                 1050-ADD-REFERENCE-ENTRY
      ******************************************************************
       1050-ADD-REFERENCE-ENTRY.
           MOVE 0 TO WS-FOUND-IX
           PERFORM VARYING WS-REF-IX FROM 1 BY 1
           UNTIL WS-REF-IX > WS-REF-COUNT OR WS-FOUND-IX > 0
              IF WS-REF-USER(WS-REF-IX) = CCF-USER THEN
                 MOVE WS-REF-IX TO WS-FOUND-IX
              END-IF
           END-PERFORM

           EVALUATE TRUE
             WHEN WS-FOUND-IX > 0
                DISPLAY 'USER LISTED TWICE, FIRST CENTRE KEPT: '
                        CCF-USER
             WHEN WS-REF-COUNT NOT < CT-MAX-REF-USERS
                DISPLAY 'TOO MANY USERS IN REFERENCE FILE, SKIPPED: '
                        CCF-USER
                MOVE 4 TO RETURN-CODE
             WHEN OTHER
                PERFORM 1055-FIND-OR-ADD-CENTRE
                IF WS-CC-IX > 0 THEN
                   ADD 1 TO WS-REF-COUNT
                   MOVE CCF-USER TO WS-REF-USER(WS-REF-COUNT)
                   MOVE WS-CC-IX TO WS-REF-CC-IX(WS-REF-COUNT)
                END-IF
           END-EVALUATE
           .
      ******************************************************************
      *                 1055-FIND-OR-ADD-CENTRE
      * LEAVES THE CENTRE'S SUBSCRIPT IN WS-CC-IX, OR ZERO WHEN THE
      * TABLE IS FULL - ONE SLOT IS ALWAYS KEPT FOR 'UNASSIGNED'
      ******************************************************************
       1055-FIND-OR-ADD-CENTRE.
           MOVE 0 TO WS-FOUND-IX
           PERFORM VARYING WS-CC-IX FROM 1 BY 1
           UNTIL WS-CC-IX > WS-CC-COUNT OR WS-FOUND-IX > 0
              IF WS-CC-CODE(WS-CC-IX) = CCF-COST-CENTRE THEN
                 MOVE WS-CC-IX TO WS-FOUND-IX
              END-IF
           END-PERFORM

           EVALUATE TRUE
             WHEN WS-FOUND-IX > 0
                MOVE WS-FOUND-IX TO WS-CC-IX
             WHEN WS-CC-COUNT NOT < CT-MAX-CENTRES
                DISPLAY 'TOO MANY COST CENTRES, USER UNASSIGNED: '
                        CCF-USER
                MOVE 4 TO RETURN-CODE
                MOVE 0 TO WS-CC-IX
             WHEN OTHER
                ADD 1 TO WS-CC-COUNT
                MOVE CCF-COST-CENTRE TO WS-CC-CODE(WS-CC-COUNT)
                MOVE CCF-CENTRE-NAME TO WS-CC-NAME(WS-CC-COUNT)
                MOVE WS-CC-COUNT     TO WS-CC-IX
           END-EVALUATE
           .
      ******************************************************************
      *                       2000-PROCESS
      ******************************************************************
       2000-PROCESS.
           PERFORM 7400-OPEN-USERS-CURSOR
           SET SO-NOT-END-OF-DATA-USERS TO TRUE
           PERFORM 7410-FETCH-USERS-RECORD
           PERFORM UNTIL SO-END-OF-DATA-USERS
               IF WS-USR-COUNT < CT-MAX-USERS THEN
                  PERFORM 2100-GATHER-ONE-USER
               ELSE
                  DISPLAY 'TOO MANY ACTIVE USERS, SKIPPED: '
                          WS-USER-ID
                  ADD 1 TO WS-USERS-SKIPPED
                  MOVE 4 TO RETURN-CODE
               END-IF
               PERFORM 7410-FETCH-USERS-RECORD
           END-PERFORM
           PERFORM 7420-CLOSE-USERS-CURSOR

           PERFORM 2400-WRITE-CHARGE-HEADER
           PERFORM 2500-PRINT-THE-REPORT
           PERFORM 2700-WRITE-CHARGE-TRAILER
           .
      ******************************************************************
      *                 2100-GATHER-ONE-USER
      ******************************************************************
       2100-GATHER-ONE-USER.
           INITIALIZE WS-ONE-USER
           PERFORM 2110-COUNT-REQUESTED
           PERFORM 2120-SUM-COMPLETED
           PERFORM 2130-ESTIMATE-CELL-GENS
           PERFORM 2140-COUNT-ONLINE-ACTIONS
           PERFORM 2150-COUNT-PLACEMENTS
           PERFORM 2160-FIND-USER-CENTRE

           ADD 1 TO WS-USR-COUNT
           MOVE WS-USER-ID       TO WS-USR-ID(WS-USR-COUNT)
           MOVE WS-CC-IX         TO WS-USR-CC-IX(WS-USR-COUNT)
           MOVE WS-ONE-REQUESTED TO WS-USR-REQUESTED(WS-USR-COUNT)
           MOVE WS-ONE-COMPLETED TO WS-USR-COMPLETED(WS-USR-COUNT)
           MOVE WS-ONE-GENS      TO WS-USR-GENS(WS-USR-COUNT)
           MOVE WS-ONE-CELL-GENS TO WS-USR-CELL-GENS(WS-USR-COUNT)
           MOVE WS-ONE-STARTS    TO WS-USR-STARTS(WS-USR-COUNT)
           MOVE WS-ONE-RESETS    TO WS-USR-RESETS(WS-USR-COUNT)
           MOVE WS-ONE-EDITS     TO WS-USR-EDITS(WS-USR-COUNT)
           MOVE WS-ONE-PLACED    TO WS-USR-PLACED(WS-USR-COUNT)
           .
      ******************************************************************
      *                 2110-COUNT-REQUESTED
      ******************************************************************
       2110-COUNT-REQUESTED.
           EXEC SQL
           SELECT COUNT(*)
           INTO :WS-ONE-REQUESTED
           FROM RUN_QUEUE_TABLE
           WHERE RQ_SUBMITTED_BY = :WS-USER-ID
           AND   RQ_SUBMITTED_AT >= :WS-MONTH-START
           AND   RQ_SUBMITTED_AT <  :WS-MONTH-END
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              SET SO-2110-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                 2120-SUM-COMPLETED
      * A REQUEST IS CHARGED TO THE MONTH IT COMPLETED IN, WHICHEVER
      * MONTH IT WAS SUBMITTED IN
      ******************************************************************
       2120-SUM-COMPLETED.
           EXEC SQL
           SELECT COUNT(*),
                  COALESCE(SUM(DECIMAL(RQ_GENERATIONS_PLAYED, 15, 0)),
                           0)
           INTO :WS-ONE-COMPLETED, :WS-ONE-GENS
           FROM RUN_QUEUE_TABLE
           WHERE RQ_SUBMITTED_BY = :WS-USER-ID
           AND   RQ_STATUS = 'C'
           AND   RQ_COMPLETED_AT >= :WS-MONTH-START
           AND   RQ_COMPLETED_AT <  :WS-MONTH-END
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              SET SO-2120-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                 2130-ESTIMATE-CELL-GENS
      * GENERATIONS PLAYED TIMES THE RUN'S AVERAGE POPULATION, ONE
      * COMPLETED REQUEST AT A TIME
      ******************************************************************
       2130-ESTIMATE-CELL-GENS.
           PERFORM 7500-OPEN-DONE-CURSOR
           SET SO-NOT-END-OF-DATA-DONE TO TRUE
           PERFORM 7510-FETCH-DONE-RECORD
           PERFORM UNTIL SO-END-OF-DATA-DONE
              PERFORM 2135-SELECT-RUN-SUMMARY
              IF SO-SUMMARY-FOUND THEN
                 COMPUTE WS-RUN-POPULATION =
                    (SUM-START-POP + SUM-PEAK-POP + SUM-FINAL-POP) / 3
              ELSE
                 MOVE RQ-FINAL-POPULATION TO WS-RUN-POPULATION
              END-IF
              COMPUTE WS-ONE-CELL-GENS = WS-ONE-CELL-GENS +
                      WS-RUN-POPULATION * RQ-GENERATIONS-PLAYED
              PERFORM 7510-FETCH-DONE-RECORD
           END-PERFORM
           PERFORM 7520-CLOSE-DONE-CURSOR
           .
      ******************************************************************
      *                 2135-SELECT-RUN-SUMMARY
      * THE REQUEST'S RUN IS THE BOARD'S RUN THAT STARTED BETWEEN ITS
      * SUBMISSION AND ITS COMPLETION - THE LATEST ONE IF SOMEONE ALSO
      * PLAYED THE BOARD ONLINE IN BETWEEN
      ******************************************************************
       2135-SELECT-RUN-SUMMARY.
           SET SO-SUMMARY-NOT-FOUND TO TRUE

           EXEC SQL
           SELECT SUM_START_POP, SUM_PEAK_POP, SUM_FINAL_POP
           INTO :SUM-START-POP, :SUM-PEAK-POP, :SUM-FINAL-POP
           FROM RUN_SUMMARY_TABLE
           WHERE SUM_MAP_ID   =  :RQ-MAP-ID
           AND   SUM_RUN_TIME >= :RQ-SUBMITTED-AT
           AND   SUM_RUN_TIME <= :RQ-COMPLETED-AT
           ORDER BY SUM_RUN_TIME DESC
           FETCH FIRST ROW ONLY
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
              WHEN SO-SQLCODE-NORMAL
                 SET SO-SUMMARY-FOUND TO TRUE
              WHEN SO-SQLCODE-NOT-FOUND
                 CONTINUE
              WHEN OTHER
                 SET SO-2135-PARA TO TRUE
                 PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *                 2140-COUNT-ONLINE-ACTIONS
      * THE ACTION TEXTS Z02112T AND Z02121 WRITE - EDITS ARE CELL
      * TOGGLES AND SCENARIO RESTORES, PLACEMENTS COME FROM
      * SHAPE_USAGE_TABLE INSTEAD SO SCRIPTED ONES COUNT TOO
      ******************************************************************
       2140-COUNT-ONLINE-ACTIONS.
           EXEC SQL
           SELECT
             COALESCE(SUM(CASE WHEN AUDIT_ACTION = 'START'
                               THEN 1 ELSE 0 END), 0),
             COALESCE(SUM(CASE WHEN AUDIT_ACTION = 'RESET'
                               THEN 1 ELSE 0 END), 0),
             COALESCE(SUM(CASE WHEN AUDIT_ACTION IN ('TOGGLE CELL',
                                         'RESTORE SCENARIO')
                               THEN 1 ELSE 0 END), 0)
           INTO :WS-ONE-STARTS, :WS-ONE-RESETS, :WS-ONE-EDITS
           FROM AUDIT_TABLE
           WHERE AUDIT_USER = :WS-USER-ID
           AND   AUDIT_TIME >= :WS-MONTH-START
           AND   AUDIT_TIME <  :WS-MONTH-END
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              SET SO-2140-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                 2150-COUNT-PLACEMENTS
      ******************************************************************
       2150-COUNT-PLACEMENTS.
           EXEC SQL
           SELECT COUNT(*)
           INTO :WS-ONE-PLACED
           FROM SHAPE_USAGE_TABLE
           WHERE USAGE_USER = :WS-USER-ID
           AND   USAGE_TIME >= :WS-MONTH-START
           AND   USAGE_TIME <  :WS-MONTH-END
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              SET SO-2150-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                 2160-FIND-USER-CENTRE
      * A USER THE REFERENCE FILE DOES NOT NAME GOES TO THE LAST
      * ENTRY, 'UNASSIGNED'
      ******************************************************************
       2160-FIND-USER-CENTRE.
           MOVE WS-CC-COUNT TO WS-CC-IX
           MOVE 0 TO WS-FOUND-IX
           PERFORM VARYING WS-REF-IX FROM 1 BY 1
           UNTIL WS-REF-IX > WS-REF-COUNT OR WS-FOUND-IX > 0
              IF WS-REF-USER(WS-REF-IX) = WS-USER-ID THEN
                 MOVE WS-REF-IX TO WS-FOUND-IX
                 MOVE WS-REF-CC-IX(WS-REF-IX) TO WS-CC-IX
              END-IF
           END-PERFORM
           .
      ******************************************************************
      *                 2400-WRITE-CHARGE-HEADER
      ******************************************************************
       2400-WRITE-CHARGE-HEADER.
           MOVE SPACE       TO WS-CHG-HEADER-REC
           MOVE 'H'         TO CHH-RECORD-TYPE
           MOVE WS-PERIOD   TO CHH-PERIOD
           MOVE WS-TODAY-ISO TO CHH-CREATED-DATE
           MOVE WS-RATE     TO CHH-RATE
           WRITE WS-CHG-HEADER-REC
           PERFORM 2895-CHECK-CHARGE-WRITE
           .
      ******************************************************************
      *                 2500-PRINT-THE-REPORT
      * ONE BLOCK PER COST CENTRE IN REFERENCE FILE ORDER, 'UNASSIGNED'
      * LAST; A CENTRE WITH NO ACTIVE USERS IS LEFT OUT
      ******************************************************************
       2500-PRINT-THE-REPORT.
           MOVE SPACE TO WS-RPT-TITLE-REC
           STRING 'MONTHLY ACTIVITY AND CHARGEBACK REPORT - MONTH '
                                          DELIMITED BY SIZE
                  WS-PERIOD               DELIMITED BY SIZE
              INTO WS-RPT-TITLE-REC
           END-STRING
           PERFORM 2890-WRITE-TITLE-LINE

           MOVE SPACE TO WS-RPT-TITLE-REC
           STRING 'CHARGE PER MILLION CELL-GENERATIONS: '
                                          DELIMITED BY SIZE
                  WS-EDIT-RATE            DELIMITED BY SIZE
              INTO WS-RPT-TITLE-REC
           END-STRING
           PERFORM 2890-WRITE-TITLE-LINE

           PERFORM VARYING WS-CC-IX FROM 1 BY 1
           UNTIL WS-CC-IX > WS-CC-COUNT
              INITIALIZE WS-SUB-TOTALS
              PERFORM VARYING WS-USR-IX FROM 1 BY 1
              UNTIL WS-USR-IX > WS-USR-COUNT
                 IF WS-USR-CC-IX(WS-USR-IX) = WS-CC-IX THEN
                    IF WS-SUB-USERS = 0 THEN
                       PERFORM 2510-PRINT-CENTRE-HEADING
                    END-IF
                    PERFORM 2520-PRINT-ONE-USER
                 END-IF
              END-PERFORM
              IF WS-SUB-USERS > 0 THEN
                 PERFORM 2530-PRINT-CENTRE-SUBTOTAL
              END-IF
           END-PERFORM

           PERFORM 2600-PRINT-GRAND-TOTAL
           .
      ******************************************************************
      *                 2510-PRINT-CENTRE-HEADING
      ******************************************************************
       2510-PRINT-CENTRE-HEADING.
           MOVE SPACE TO WS-RPT-TITLE-REC
           PERFORM 2890-WRITE-TITLE-LINE

           MOVE SPACE TO WS-RPT-TITLE-REC
           STRING 'COST CENTRE '          DELIMITED BY SIZE
                  WS-CC-CODE(WS-CC-IX)    DELIMITED BY SIZE
                  '  '                    DELIMITED BY SIZE
                  WS-CC-NAME(WS-CC-IX)    DELIMITED BY SIZE
              INTO WS-RPT-TITLE-REC
           END-STRING
           PERFORM 2890-WRITE-TITLE-LINE

           PERFORM 2515-PRINT-COLUMN-HEADING
           .
      ******************************************************************
      *                 2515-PRINT-COLUMN-HEADING
      * EACH TITLE SITS RIGHT-ALIGNED OVER ITS RPT- COLUMN
      ******************************************************************
       2515-PRINT-COLUMN-HEADING.
           MOVE SPACE         TO WS-RPT-TITLE-REC
           MOVE 'USER'        TO WS-RPT-TITLE-REC(1:4)
           MOVE 'REQSTD'      TO WS-RPT-TITLE-REC(12:6)
           MOVE 'DONE'        TO WS-RPT-TITLE-REC(22:4)
           MOVE 'GENERATIONS' TO WS-RPT-TITLE-REC(27:11)
           MOVE 'CELL-GENS'   TO WS-RPT-TITLE-REC(45:9)
           MOVE 'STARTS'      TO WS-RPT-TITLE-REC(56:6)
           MOVE 'RESETS'      TO WS-RPT-TITLE-REC(64:6)
           MOVE 'EDITS'       TO WS-RPT-TITLE-REC(73:5)
           MOVE 'PLACED'      TO WS-RPT-TITLE-REC(80:6)
           MOVE 'CHARGE'      TO WS-RPT-TITLE-REC(93:6)
           PERFORM 2890-WRITE-TITLE-LINE
           .
      ******************************************************************
      *                 2520-PRINT-ONE-USER
      * THE AMOUNT IS WORKED OUT PER USER AND ROUNDED THERE, SO THE
      * SUBTOTALS AND THE TRAILER ADD UP TO THE DETAIL LINES EXACTLY
      ******************************************************************
       2520-PRINT-ONE-USER.
           COMPUTE WS-AMOUNT ROUNDED =
                   WS-USR-CELL-GENS(WS-USR-IX) * WS-RATE / 1000000

           MOVE SPACE TO WS-RPT-DETAIL-REC
           MOVE WS-USR-ID(WS-USR-IX)        TO RPT-USER
           MOVE WS-USR-REQUESTED(WS-USR-IX) TO RPT-REQUESTED
           MOVE WS-USR-COMPLETED(WS-USR-IX) TO RPT-COMPLETED
           MOVE WS-USR-GENS(WS-USR-IX)      TO RPT-GENERATIONS
           MOVE WS-USR-CELL-GENS(WS-USR-IX) TO RPT-CELL-GENS
           MOVE WS-USR-STARTS(WS-USR-IX)    TO RPT-STARTS
           MOVE WS-USR-RESETS(WS-USR-IX)    TO RPT-RESETS
           MOVE WS-USR-EDITS(WS-USR-IX)     TO RPT-EDITS
           MOVE WS-USR-PLACED(WS-USR-IX)    TO RPT-PLACED
           MOVE WS-AMOUNT                   TO RPT-AMOUNT
           PERFORM 2891-WRITE-DETAIL-LINE

           MOVE SPACE TO WS-CHG-DETAIL-REC
           MOVE 'D'                         TO CHG-RECORD-TYPE
           MOVE WS-PERIOD                   TO CHG-PERIOD
           MOVE WS-CC-CODE(WS-CC-IX)        TO CHG-COST-CENTRE
           MOVE WS-USR-ID(WS-USR-IX)        TO CHG-USER
           MOVE WS-USR-REQUESTED(WS-USR-IX) TO CHG-RUNS-REQUESTED
           MOVE WS-USR-COMPLETED(WS-USR-IX) TO CHG-RUNS-COMPLETED
           MOVE WS-USR-GENS(WS-USR-IX)      TO CHG-GENERATIONS
           MOVE WS-USR-CELL-GENS(WS-USR-IX) TO CHG-CELL-GENERATIONS
           MOVE WS-USR-STARTS(WS-USR-IX)    TO CHG-GAME-STARTS
           MOVE WS-USR-RESETS(WS-USR-IX)    TO CHG-RESETS
           MOVE WS-USR-EDITS(WS-USR-IX)     TO CHG-EDITS
           MOVE WS-USR-PLACED(WS-USR-IX)    TO CHG-PLACEMENTS
           MOVE WS-AMOUNT                   TO CHG-AMOUNT
           WRITE WS-CHG-DETAIL-REC
           PERFORM 2895-CHECK-CHARGE-WRITE

           ADD 1                            TO WS-SUB-USERS
           ADD WS-USR-REQUESTED(WS-USR-IX)  TO WS-SUB-REQUESTED
           ADD WS-USR-COMPLETED(WS-USR-IX)  TO WS-SUB-COMPLETED
           ADD WS-USR-GENS(WS-USR-IX)       TO WS-SUB-GENS
           ADD WS-USR-CELL-GENS(WS-USR-IX)  TO WS-SUB-CELL-GENS
           ADD WS-USR-STARTS(WS-USR-IX)     TO WS-SUB-STARTS
           ADD WS-USR-RESETS(WS-USR-IX)     TO WS-SUB-RESETS
           ADD WS-USR-EDITS(WS-USR-IX)      TO WS-SUB-EDITS
           ADD WS-USR-PLACED(WS-USR-IX)     TO WS-SUB-PLACED
           ADD WS-AMOUNT                    TO WS-SUB-AMOUNT
           .
      ******************************************************************
      *                 2530-PRINT-CENTRE-SUBTOTAL
      ******************************************************************
       2530-PRINT-CENTRE-SUBTOTAL.
           MOVE SPACE TO WS-RPT-DETAIL-REC
           MOVE 'SUBTOTAL'                  TO RPT-USER
           MOVE WS-SUB-REQUESTED            TO RPT-REQUESTED
           MOVE WS-SUB-COMPLETED            TO RPT-COMPLETED
           MOVE WS-SUB-GENS                 TO RPT-GENERATIONS
           MOVE WS-SUB-CELL-GENS            TO RPT-CELL-GENS
           MOVE WS-SUB-STARTS               TO RPT-STARTS
           MOVE WS-SUB-RESETS               TO RPT-RESETS
           MOVE WS-SUB-EDITS                TO RPT-EDITS
           MOVE WS-SUB-PLACED               TO RPT-PLACED
           MOVE WS-SUB-AMOUNT               TO RPT-AMOUNT
           PERFORM 2891-WRITE-DETAIL-LINE

           ADD WS-SUB-USERS                 TO WS-TOT-USERS
           ADD WS-SUB-REQUESTED             TO WS-TOT-REQUESTED
           ADD WS-SUB-COMPLETED             TO WS-TOT-COMPLETED
           ADD WS-SUB-GENS                  TO WS-TOT-GENS
           ADD WS-SUB-CELL-GENS             TO WS-TOT-CELL-GENS
           ADD WS-SUB-STARTS                TO WS-TOT-STARTS
           ADD WS-SUB-RESETS                TO WS-TOT-RESETS
           ADD WS-SUB-EDITS                 TO WS-TOT-EDITS
           ADD WS-SUB-PLACED                TO WS-TOT-PLACED
           ADD WS-SUB-AMOUNT                TO WS-TOT-AMOUNT
           .
      ******************************************************************
      *                 2600-PRINT-GRAND-TOTAL
      ******************************************************************
       2600-PRINT-GRAND-TOTAL.
           MOVE SPACE TO WS-RPT-TITLE-REC
           PERFORM 2890-WRITE-TITLE-LINE

           IF WS-TOT-USERS = 0 THEN
              MOVE 'NO ACTIVITY IN THIS MONTH' TO WS-RPT-TITLE-REC
              PERFORM 2890-WRITE-TITLE-LINE
           ELSE
              PERFORM 2515-PRINT-COLUMN-HEADING
              MOVE SPACE TO WS-RPT-DETAIL-REC
              MOVE 'TOTAL'                  TO RPT-USER
              MOVE WS-TOT-REQUESTED         TO RPT-REQUESTED
              MOVE WS-TOT-COMPLETED         TO RPT-COMPLETED
              MOVE WS-TOT-GENS              TO RPT-GENERATIONS
              MOVE WS-TOT-CELL-GENS         TO RPT-CELL-GENS
              MOVE WS-TOT-STARTS            TO RPT-STARTS
              MOVE WS-TOT-RESETS            TO RPT-RESETS
              MOVE WS-TOT-EDITS             TO RPT-EDITS
              MOVE WS-TOT-PLACED            TO RPT-PLACED
              MOVE WS-TOT-AMOUNT            TO RPT-AMOUNT
              PERFORM 2891-WRITE-DETAIL-LINE
           END-IF

           MOVE WS-TOT-USERS TO WS-EDIT-COUNT
           MOVE SPACE TO WS-RPT-TITLE-REC
           STRING 'ACTIVE USERS:            ' DELIMITED BY SIZE
                  WS-EDIT-COUNT               DELIMITED BY SIZE
              INTO WS-RPT-TITLE-REC
           END-STRING
           PERFORM 2890-WRITE-TITLE-LINE

           IF WS-USERS-SKIPPED > 0 THEN
              MOVE WS-USERS-SKIPPED TO WS-EDIT-COUNT
              MOVE SPACE TO WS-RPT-TITLE-REC
              STRING 'USERS LEFT OUT - TABLE FULL: '
                                              DELIMITED BY SIZE
                     WS-EDIT-COUNT            DELIMITED BY SIZE
                 INTO WS-RPT-TITLE-REC
              END-STRING
              PERFORM 2890-WRITE-TITLE-LINE
           END-IF
           .
      ******************************************************************
      *                 2700-WRITE-CHARGE-TRAILER
      * RECORD COUNT AND HASH TOTALS SO FINANCE CAN PROVE THE LOAD
      ******************************************************************
       2700-WRITE-CHARGE-TRAILER.
           MOVE SPACE            TO WS-CHG-TRAILER-REC
           MOVE 'T'              TO CHT-RECORD-TYPE
           MOVE WS-PERIOD        TO CHT-PERIOD
           MOVE WS-TOT-USERS     TO CHT-DETAIL-COUNT
           MOVE WS-TOT-CELL-GENS TO CHT-CELL-GENERATIONS
           MOVE WS-TOT-AMOUNT    TO CHT-AMOUNT
           WRITE WS-CHG-TRAILER-REC
           PERFORM 2895-CHECK-CHARGE-WRITE
           .
      ******************************************************************
      *                 2890-WRITE-TITLE-LINE
      ******************************************************************
       2890-WRITE-TITLE-LINE.
           WRITE WS-RPT-TITLE-REC

           MOVE WS-FS-ESDQ0030             TO SW-FS-CURRENT
           SET SO-FILE-OPERATION-WRITE     TO TRUE
           SET SO-FILE-ESDQ0030            TO TRUE
           PERFORM 4000-CHECK-FOR-FILE-ERROR
           .
      ******************************************************************
      *                 2891-WRITE-DETAIL-LINE
      ******************************************************************
       2891-WRITE-DETAIL-LINE.
           WRITE WS-RPT-DETAIL-REC

           MOVE WS-FS-ESDQ0030             TO SW-FS-CURRENT
           SET SO-FILE-OPERATION-WRITE     TO TRUE
           SET SO-FILE-ESDQ0030            TO TRUE
           PERFORM 4000-CHECK-FOR-FILE-ERROR
           .
      ******************************************************************
      *                 2895-CHECK-CHARGE-WRITE
      ******************************************************************
       2895-CHECK-CHARGE-WRITE.
           MOVE WS-FS-ESDQ0040             TO SW-FS-CURRENT
           SET SO-FILE-OPERATION-WRITE     TO TRUE
           SET SO-FILE-ESDQ0040            TO TRUE
           PERFORM 4000-CHECK-FOR-FILE-ERROR
           .
      ******************************************************************
      *                      3000-FINAL
      ******************************************************************
       3000-FINAL.
           DISPLAY '3000-FINAL'
           DISPLAY 'ACTIVE USERS:          ' WS-TOT-USERS
           DISPLAY 'USERS SKIPPED:         ' WS-USERS-SKIPPED
           DISPLAY 'CELL-GENERATIONS:      ' WS-TOT-CELL-GENS
           CLOSE ESDQ0030
           CLOSE ESDQ0040
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
      *                 7400-OPEN-USERS-CURSOR
      ******************************************************************
       7400-OPEN-USERS-CURSOR.
           EXEC SQL
           OPEN C-USERS
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
      *                 7410-FETCH-USERS-RECORD
      ******************************************************************
       7410-FETCH-USERS-RECORD.
           EXEC SQL
           FETCH C-USERS
           INTO
           :WS-USER-ID
           END-EXEC

           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
              WHEN SO-SQLCODE-NORMAL
                 CONTINUE
              WHEN SO-SQLCODE-NOT-FOUND
                 SET SO-END-OF-DATA-USERS TO TRUE
              WHEN OTHER
                 SET SO-7410-PARA TO TRUE
                 PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *                 7420-CLOSE-USERS-CURSOR
      ******************************************************************
       7420-CLOSE-USERS-CURSOR.
           EXEC SQL
           CLOSE C-USERS
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
      *                 7500-OPEN-DONE-CURSOR
      ******************************************************************
       7500-OPEN-DONE-CURSOR.
           EXEC SQL
           OPEN C-DONE
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
      *                 7510-FETCH-DONE-RECORD
      ******************************************************************
       7510-FETCH-DONE-RECORD.
           EXEC SQL
           FETCH C-DONE
           INTO
           :RQ-MAP-ID,
           :RQ-SUBMITTED-AT,
           :RQ-COMPLETED-AT,
           :RQ-GENERATIONS-PLAYED,
           :RQ-FINAL-POPULATION
           END-EXEC

           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
              WHEN SO-SQLCODE-NORMAL
                 CONTINUE
              WHEN SO-SQLCODE-NOT-FOUND
                 SET SO-END-OF-DATA-DONE TO TRUE
              WHEN OTHER
                 SET SO-7510-PARA TO TRUE
                 PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *                 7520-CLOSE-DONE-CURSOR
      ******************************************************************
       7520-CLOSE-DONE-CURSOR.
           EXEC SQL
           CLOSE C-DONE
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
           DISPLAY 'USER BEING GATHERED ' WS-USER-ID
           MOVE 12 TO RETURN-CODE
           PERFORM 3500-DB2-ERROR-FINAL
           .
