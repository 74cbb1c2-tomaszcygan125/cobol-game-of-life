       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02121.
      ******************************************************************
      *
      * THIS PROGRAM IS A ROUTINE TO Z02110 (0216)
      * IT IS THE SECOND PAIR OF HANDS ON A DESTRUCTIVE ACTION.  A
      * RESET OR SCENARIO RESTORE OF A PROTECTED BOARD (Z02112T) AND
      * THE DELETE OF A CATALOG SHAPE (Z02113) ARE NOT CARRIED OUT
      * WHEN THEY ARE KEYED - THEY ARE LEFT PENDING IN APPROVAL_TABLE,
      * AND THIS ROUTINE:
      * 1. LISTS THE PENDING REQUESTS, OLDEST FIRST, ONE PAGE OF 14
      *    PER CALL
      * 2. APPROVES ONE REQUEST, WHICH CARRIES OUT THE ACTION THERE
      *    AND THEN
      * 3. REJECTS ONE REQUEST, WHICH LEAVES EVERYTHING AS IT IS
      *
      * THE LIST IS OPEN TO EVERYONE.  A DECISION NEEDS THE APPROVE
      * CAPABILITY IN AUTH_TABLE, AND NOBODY MAY DECIDE A REQUEST
      * THEY RAISED THEMSELVES.  A REQUEST THAT CANNOT BE CARRIED OUT
      * RIGHT NOW (BOARD IN USE, FROZEN OR RETIRED, SCENARIO OR SHAPE
      * GONE) STAYS PENDING SO IT CAN BE APPROVED LATER OR REJECTED.
      * REQUESTS LEFT UNDECIDED ARE EXPIRED BY THE Z02212 BATCH.
      * EVERY DECISION AND EVERY REFUSED ONE LEAVES AN AUDIT_TABLE ROW
      * AGAINST THE BOARD (MAP ID ZERO FOR A SHAPE)
      *
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * CONSTANTS
       01 CT-CONTSTANT.
           05 CT-PAGE-SIZE                PIC S9(4) COMP VALUE 14.
           05 CT-APPROVE-CAPABILITY       PIC X(20) VALUE 'APPROVE'.
           05 CT-STATUS-PENDING           PIC X VALUE 'P'.
           05 CT-STATUS-APPROVED          PIC X VALUE 'A'.
           05 CT-STATUS-REJECTED          PIC X VALUE 'R'.
           05 CT-STATUS-EXPIRED           PIC X VALUE 'E'.
           05 CT-ACTION-RESET             PIC X(8) VALUE 'RESET'.
           05 CT-ACTION-RESTORE           PIC X(8) VALUE 'RESTORE'.
           05 CT-ACTION-SHAPE-DELETE      PIC X(8) VALUE 'SHAPEDEL'.
           05 CT-SOURCE-DELETE            PIC X(8) VALUE 'DELETE'.
           05 CT-MAX-VERSION-SIZE         PIC S9(4) COMP VALUE 100.
      * SAME LIMIT AS Z02112T'S CT-LOCK-STALE-SECONDS - A LOCK HELD
      * LONGER THAN THIS BELONGS TO A TRANSACTION THAT DIED
           05 CT-LOCK-STALE-SECONDS       PIC S9(9) COMP VALUE 300.
           05 CT-LOCK-INDICATOR           PIC X VALUE 'Y'.
      * SWITCHES
       01 SW-SWITCHES.
           05 SW-END-OF-DATA-REQUESTS              PIC X.
               88 SO-END-OF-DATA-REQUESTS          VALUE 'Y'.
               88 SO-NOT-END-OF-DATA-REQUESTS      VALUE 'N'.
           05 SW-END-OF-DATA-CELLS                 PIC X.
               88 SO-END-OF-DATA-CELLS             VALUE 'Y'.
               88 SO-NOT-END-OF-DATA-CELLS         VALUE 'N'.
           05 SW-IF-REQUEST-FOUND                  PIC X.
               88 SO-REQUEST-FOUND                 VALUE 'Y'.
               88 SO-REQUEST-NOT-FOUND             VALUE 'N'.
           05 SW-IF-USER-AUTHORIZED                PIC X.
               88 SO-USER-AUTHORIZED               VALUE 'Y'.
               88 SO-USER-NOT-AUTHORIZED           VALUE 'N'.
           05 SW-IF-ACTION-DONE                    PIC X.
               88 SO-ACTION-DONE                   VALUE 'Y'.
               88 SO-ACTION-BLOCKED                VALUE 'N'.
           05 SW-IF-SCENARIO-FOUND                 PIC X.
               88 SO-SCENARIO-FOUND                VALUE 'Y'.
               88 SO-SCENARIO-NOT-FOUND            VALUE 'N'.
           05 SW-SHAPE-FOUND                       PIC X.
               88 SO-SHAPE-EXISTS                  VALUE 'Y'.
               88 SO-SHAPE-DONT-EXISTS             VALUE 'N'.
      * COMMAREA
           COPY ZZEC0300.

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
               88 SO-2441-PARA              VALUE '2441'.
               88 SO-2442-PARA              VALUE '2442'.
               88 SO-2443-PARA              VALUE '2443'.
               88 SO-2462-PARA              VALUE '2462'.
               88 SO-2463-PARA              VALUE '2463'.
               88 SO-2465-PARA              VALUE '2465'.
               88 SO-2466-PARA              VALUE '2466'.
               88 SO-2467-PARA              VALUE '2467'.
               88 SO-7100-PARA              VALUE '7100'.
               88 SO-7150-PARA              VALUE '7150'.
               88 SO-7175-PARA              VALUE '7175'.
               88 SO-7190-PARA              VALUE '7190'.
               88 SO-7300-PARA              VALUE '7300'.
               88 SO-7310-PARA              VALUE '7310'.
               88 SO-7400-PARA              VALUE '7400'.
               88 SO-7410-PARA              VALUE '7410'.
               88 SO-7420-PARA              VALUE '7420'.
               88 SO-7500-PARA              VALUE '7500'.
               88 SO-7600-PARA              VALUE '7600'.
               88 SO-7610-PARA              VALUE '7610'.
               88 SO-7620-PARA              VALUE '7620'.

      * PROGRAM VARIABLES
       01 PROGRAM-VARIABLES.
           05 WS-ITER              PIC S9(4) COMP.
           05 WS-SKIP-COUNT        PIC S9(9) COMP.
           05 WS-LINES-FILLED      PIC S9(4) COMP.
           05 WS-AUTH-COUNT        PIC S9(9) COMP VALUE 0.
           05 WS-LOCK-COUNT        PIC S9(9) COMP VALUE 0.
           05 WS-MAP-COUNT         PIC S9(9) COMP VALUE 0.
           05 WS-AUDIT-ACTION      PIC X(20).
           05 WS-AUDIT-MAP-ID      PIC S9(9) COMP.
           05 WS-NEW-STATUS        PIC X.
           05 WS-SHAPE-ID          PIC S9(9) COMP.
           05 WS-APR-ID-EDIT       PIC ZZZZZZ9.
           05 WS-MAP-ID-EDIT       PIC ZZZZ9 BLANK WHEN ZERO.
           05 WS-STATUS-TEXT       PIC X(8).
           05 WS-VER-MAX-X         PIC S9(4) COMP.
           05 WS-VER-MAX-Y         PIC S9(4) COMP.
           05 WS-VER-CELLS         PIC S9(9) COMP.
           05 WS-VER-GRID-POS      PIC S9(9) COMP.
      * THE SHAPE'S CELLS LAID OUT AS A GRID BEFORE THEY ARE PACKED
      * INTO THE VERSION ROW AN APPROVED DELETE LEAVES BEHIND
       01 WS-VER-WORK-GRID.
           05 WS-VER-WORK-ROW      PIC X(100) OCCURS 100 TIMES.

      * SQLCA AND DCLGENS
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE SHAPER   END-EXEC.
           EXEC SQL INCLUDE Z1EC0211 END-EXEC.
           EXEC SQL INCLUDE Z2EC0211 END-EXEC.
           EXEC SQL INCLUDE Z3EC0211 END-EXEC.
           EXEC SQL INCLUDE Z4EC0211 END-EXEC.
           EXEC SQL INCLUDE Z5EC0211 END-EXEC.
           EXEC SQL INCLUDE Z7EC0211 END-EXEC.
           EXEC SQL INCLUDE Z9EC0211 END-EXEC.
           EXEC SQL INCLUDE ZFEC0211 END-EXEC.
           EXEC SQL INCLUDE ZHEC0211 END-EXEC.
           EXEC SQL INCLUDE ZIEC0211 END-EXEC.
      * CURSOR DECLARATION - THE PENDING REQUESTS, OLDEST FIRST
           EXEC SQL DECLARE C-REQUESTS CURSOR FOR
           SELECT
           APR_ID, APR_ACTION, APR_MAP_ID, APR_OBJECT_NAME,
           APR_REQUESTED_BY, APR_REQUESTED_AT
           FROM APPROVAL_TABLE
           WHERE APR_STATUS = :APR-STATUS
           ORDER BY APR_ID
           END-EXEC.
      * CURSOR DECLARATION - THE CELLS OF A SHAPE ABOUT TO BE DELETED
           EXEC SQL DECLARE C-VER-CELLS CURSOR FOR
           SELECT
           POSITION_X, POSITION_Y
           FROM SHAPE_TABLE2
           WHERE SHAPE_ID = :SHAPE-ID OF DCLSHAPE-TABLE2
           END-EXEC.
       LINKAGE SECTION.
       01 DFHCOMMAREA PIC X(1019).
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
           MOVE DFHCOMMAREA TO WS-ZZEC0300
           SET ZZEC0300-O-RC-OTHER-ERROR TO TRUE
           MOVE 'UNKNOWN ERROR' TO ZZEC0300-O-ERROR-MESSAGE
           MOVE 0 TO WS-AUDIT-MAP-ID
           .
      ******************************************************************
      *                       2000-PROCESS
      ******************************************************************
       2000-PROCESS.
           EVALUATE TRUE
            WHEN ZZEC0300-M-LIST-REQUESTS
                 PERFORM 2200-LIST-REQUESTS
            WHEN ZZEC0300-M-APPROVE-REQUEST
                 MOVE CT-STATUS-APPROVED TO WS-NEW-STATUS
                 PERFORM 2300-DECIDE-REQUEST
            WHEN ZZEC0300-M-REJECT-REQUEST
                 MOVE CT-STATUS-REJECTED TO WS-NEW-STATUS
                 PERFORM 2300-DECIDE-REQUEST
            WHEN OTHER
                 SET ZZEC0300-O-RC-INVALID-INPUT TO TRUE
                 MOVE 'INVALID MODE' TO ZZEC0300-O-ERROR-MESSAGE
           END-EVALUATE
           .
      ******************************************************************
      *                   2100-CLEAR-LINES
      ******************************************************************
       2100-CLEAR-LINES.
           PERFORM VARYING WS-ITER FROM 1 BY 1
           UNTIL WS-ITER > CT-PAGE-SIZE
              MOVE SPACE TO ZZEC0300-O-LINE(WS-ITER)
           END-PERFORM
           MOVE 0 TO ZZEC0300-O-ROWS-RETURNED
           .
      ******************************************************************
      *                   2200-LIST-REQUESTS
      * PAGING BY RE-OPENING THE CURSOR AND SKIPPING PAST THE PAGES
      * ALREADY SHOWN, SAME SCHEME AS Z02118 AND Z02119
      ******************************************************************
       2200-LIST-REQUESTS.
           IF ZZEC0300-I-PAGE IS NUMERIC AND
              ZZEC0300-I-PAGE NOT = ZERO THEN
              CONTINUE
           ELSE
              MOVE 1 TO ZZEC0300-I-PAGE
           END-IF

           MOVE CT-STATUS-PENDING TO APR-STATUS
           PERFORM 7400-OPEN-REQUESTS-CURSOR
           SET SO-NOT-END-OF-DATA-REQUESTS TO TRUE

           COMPUTE WS-SKIP-COUNT =
                   (ZZEC0300-I-PAGE - 1) * CT-PAGE-SIZE
           PERFORM 2220-SKIP-PRIOR-PAGES

           MOVE 0 TO WS-LINES-FILLED
           PERFORM 2100-CLEAR-LINES

           PERFORM 7410-FETCH-REQUESTS-RECORD
           PERFORM UNTIL SO-END-OF-DATA-REQUESTS
           OR WS-LINES-FILLED NOT < CT-PAGE-SIZE
              ADD 1 TO WS-LINES-FILLED
              PERFORM 2230-FORMAT-REQUEST-LINE
              IF WS-LINES-FILLED < CT-PAGE-SIZE THEN
                 PERFORM 7410-FETCH-REQUESTS-RECORD
              END-IF
           END-PERFORM

           PERFORM 7420-CLOSE-REQUESTS-CURSOR

           MOVE WS-LINES-FILLED TO ZZEC0300-O-ROWS-RETURNED
           IF WS-LINES-FILLED = 0 THEN
              SET ZZEC0300-O-RC-NO-RECORDS TO TRUE
              MOVE 'NO PENDING REQUESTS ON THIS PAGE'
                TO ZZEC0300-O-ERROR-MESSAGE
           ELSE
              SET ZZEC0300-O-RC-NORMAL TO TRUE
              MOVE ' ' TO ZZEC0300-O-ERROR-MESSAGE
           END-IF
           .
      ******************************************************************
      *                   2220-SKIP-PRIOR-PAGES
      ******************************************************************
       2220-SKIP-PRIOR-PAGES.
           PERFORM UNTIL WS-SKIP-COUNT = 0
           OR SO-END-OF-DATA-REQUESTS
              PERFORM 7410-FETCH-REQUESTS-RECORD
              SUBTRACT 1 FROM WS-SKIP-COUNT
           END-PERFORM
           .
      ******************************************************************
      *                 2230-FORMAT-REQUEST-LINE
      * A SHAPE DELETE HAS NO BOARD - ITS MAP COLUMN IS LEFT BLANK.
      * THE REQUEST TIME IS CUT TO MONTH, DAY, HOUR AND MINUTE
      ******************************************************************
       2230-FORMAT-REQUEST-LINE.
           MOVE APR-ID TO WS-APR-ID-EDIT
           MOVE APR-MAP-ID TO WS-MAP-ID-EDIT

           MOVE SPACE TO ZZEC0300-O-LINE(WS-LINES-FILLED)
           STRING WS-APR-ID-EDIT        DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  APR-ACTION            DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS-MAP-ID-EDIT        DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  APR-OBJECT-NAME       DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  APR-REQUESTED-BY      DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  APR-REQUESTED-AT(6:11) DELIMITED BY SIZE
              INTO ZZEC0300-O-LINE(WS-LINES-FILLED)
           END-STRING
           .
      ******************************************************************
      *                   2300-DECIDE-REQUEST
      * APPROVE OR REJECT (WS-NEW-STATUS) THE REQUEST KEYED - ONLY A
      * PENDING ONE, ONLY BY A HOLDER OF APPROVE, AND NEVER BY THE
      * USER WHO RAISED IT
      ******************************************************************
       2300-DECIDE-REQUEST.
           PERFORM 2100-CLEAR-LINES

           IF ZZEC0300-I-REQUEST-ID = ZERO THEN
              SET ZZEC0300-O-RC-INVALID-INPUT TO TRUE
              MOVE 'REQUEST NUMBER REQUIRED'
                TO ZZEC0300-O-ERROR-MESSAGE
           ELSE
              PERFORM 7100-SELECT-REQUEST
              IF SO-REQUEST-NOT-FOUND THEN
                 SET ZZEC0300-O-RC-NOT-FOUND TO TRUE
                 MOVE 'NO SUCH REQUEST' TO ZZEC0300-O-ERROR-MESSAGE
              ELSE
                 MOVE APR-MAP-ID TO WS-AUDIT-MAP-ID
                 PERFORM 7190-CHECK-AUTHORIZATION
                 EVALUATE TRUE
                   WHEN SO-USER-NOT-AUTHORIZED
                      PERFORM 2180-REJECT-UNAUTHORIZED
                   WHEN APR-STATUS NOT = CT-STATUS-PENDING
                      PERFORM 2310-REPORT-NOT-PENDING
                   WHEN APR-REQUESTED-BY = EIBUSERID
                      PERFORM 2185-REJECT-OWN-REQUEST
                   WHEN WS-NEW-STATUS = CT-STATUS-APPROVED
                      PERFORM 2400-APPROVE-REQUEST
                   WHEN OTHER
                      PERFORM 2500-REJECT-REQUEST
                 END-EVALUATE
              END-IF
           END-IF
           .
      ******************************************************************
      *                 2310-REPORT-NOT-PENDING
      ******************************************************************
       2310-REPORT-NOT-PENDING.
           EVALUATE APR-STATUS
             WHEN CT-STATUS-APPROVED
                MOVE 'APPROVED' TO WS-STATUS-TEXT
             WHEN CT-STATUS-REJECTED
                MOVE 'REJECTED' TO WS-STATUS-TEXT
             WHEN CT-STATUS-EXPIRED
                MOVE 'EXPIRED'  TO WS-STATUS-TEXT
             WHEN OTHER
                MOVE APR-STATUS TO WS-STATUS-TEXT
           END-EVALUATE

           SET ZZEC0300-O-RC-NOT-PENDING TO TRUE
           MOVE SPACE TO ZZEC0300-O-ERROR-MESSAGE
           STRING 'REQUEST ALREADY '  DELIMITED BY SIZE
                  WS-STATUS-TEXT      DELIMITED BY SPACE
              INTO ZZEC0300-O-ERROR-MESSAGE
           END-STRING
           .
      ******************************************************************
      *                   2400-APPROVE-REQUEST
      * THE APPROVAL IS THE ACTION - IT IS CARRIED OUT HERE, IN THE
      * SAME UNIT OF WORK AS THE STATUS CHANGE AND THE AUDIT ROWS.
      * AN ACTION THAT CANNOT BE CARRIED OUT LEAVES THE REQUEST
      * PENDING WITH THE REASON IN THE MESSAGE
      ******************************************************************
       2400-APPROVE-REQUEST.
           SET SO-ACTION-BLOCKED TO TRUE

           EVALUATE APR-ACTION
             WHEN CT-ACTION-RESET
                PERFORM 2410-CARRY-OUT-RESET
             WHEN CT-ACTION-RESTORE
                PERFORM 2420-CARRY-OUT-RESTORE
             WHEN CT-ACTION-SHAPE-DELETE
                PERFORM 2430-CARRY-OUT-SHAPE-DELETE
             WHEN OTHER
                SET ZZEC0300-O-RC-ACTION-BLOCKED TO TRUE
                MOVE 'UNKNOWN ACTION - REJECT IT'
                  TO ZZEC0300-O-ERROR-MESSAGE
           END-EVALUATE

           IF SO-ACTION-DONE THEN
              PERFORM 7150-UPDATE-REQUEST-STATUS

              MOVE SPACE TO WS-AUDIT-ACTION
              STRING 'APPROVED '    DELIMITED BY SIZE
                     APR-ACTION     DELIMITED BY SPACE
                 INTO WS-AUDIT-ACTION
              END-STRING
              PERFORM 7175-WRITE-AUDIT-RECORD

              MOVE APR-ID TO WS-APR-ID-EDIT
              SET ZZEC0300-O-RC-SUCCESS-UPDATE TO TRUE
              MOVE SPACE TO ZZEC0300-O-ERROR-MESSAGE
              STRING 'REQUEST'           DELIMITED BY SIZE
                     WS-APR-ID-EDIT      DELIMITED BY SIZE
                     ' APPROVED AND DONE' DELIMITED BY SIZE
                 INTO ZZEC0300-O-ERROR-MESSAGE
              END-STRING
           END-IF
           .
      ******************************************************************
      *                   2410-CARRY-OUT-RESET
      * THE SAME WIPE Z02112T'S 2130-RESET-THE-GAME DOES
      ******************************************************************
       2410-CARRY-OUT-RESET.
           PERFORM 2440-CHECK-BOARD-USABLE
           IF SO-ACTION-DONE THEN
              MOVE SPACE TO MAP-DATA-TEXT
              PERFORM 7300-SAVE-THE-MAP
              MOVE 'RESET' TO WS-AUDIT-ACTION
              PERFORM 7175-WRITE-AUDIT-RECORD
           END-IF
           .
      ******************************************************************
      *                   2420-CARRY-OUT-RESTORE
      * THE SAME OVERWRITE Z02112T'S 2186-RESTORE-SCENARIO DOES - THE
      * SCENARIO IS READ NOW, SO A SCENARIO RESAVED SINCE THE REQUEST
      * IS RESTORED AS IT NOW STANDS
      ******************************************************************
       2420-CARRY-OUT-RESTORE.
           PERFORM 2440-CHECK-BOARD-USABLE
           IF SO-ACTION-DONE THEN
              PERFORM 7310-SELECT-SCENARIO
              IF SO-SCENARIO-FOUND THEN
                 MOVE SPACE TO MAP-DATA-TEXT
                 MOVE SCENARIO-DATA-TEXT TO MAP-DATA-TEXT
                 PERFORM 7300-SAVE-THE-MAP
                 MOVE 'RESTORE SCENARIO' TO WS-AUDIT-ACTION
                 PERFORM 7175-WRITE-AUDIT-RECORD
              ELSE
                 SET SO-ACTION-BLOCKED TO TRUE
                 SET ZZEC0300-O-RC-ACTION-BLOCKED TO TRUE
                 MOVE 'SCENARIO NO LONGER EXISTS - REJECT IT'
                   TO ZZEC0300-O-ERROR-MESSAGE
              END-IF
           END-IF
           .
      ******************************************************************
      *                 2430-CARRY-OUT-SHAPE-DELETE
      * THE DELETE Z02113 USED TO DO STRAIGHT AWAY - THE CELLS ARE
      * KEPT AS THE SHAPE'S NEXT VERSION FIRST, UNDER THE NAME OF THE
      * USER WHO ASKED FOR THE DELETE, SO 0215 CAN STILL ROLL IT BACK
      ******************************************************************
       2430-CARRY-OUT-SHAPE-DELETE.
           PERFORM 7500-LOOKUP-SHAPE-BY-NAME
           IF SO-SHAPE-EXISTS THEN
              PERFORM 2460-SAVE-SHAPE-VERSION
              PERFORM 2465-DELETE-SHAPE-TABLE2-CELLS
              PERFORM 2466-DELETE-SHAPE-TABLE3-CELLS
              PERFORM 2467-DELETE-SHAPE-NAME-ROW
              SET SO-ACTION-DONE TO TRUE
           ELSE
              SET ZZEC0300-O-RC-ACTION-BLOCKED TO TRUE
              MOVE 'SHAPE NO LONGER EXISTS - REJECT IT'
                TO ZZEC0300-O-ERROR-MESSAGE
           END-IF
           .
      ******************************************************************
      *                 2440-CHECK-BOARD-USABLE
      * A BOARD ACTION WAITS WHILE THE BOARD IS FROZEN, RETIRED OR
      * BEING PLAYED - THE SAME THINGS THAT WOULD STOP IT ON 0206.  A
      * BOARD WITH NO MAP_TABLE ROW HAS BEEN PURGED (Z02207) - THE
      * REQUEST IS REFUSED SO 7300 NEVER CREATES THE BOARD AGAIN
      ******************************************************************
       2440-CHECK-BOARD-USABLE.
           SET SO-ACTION-DONE TO TRUE
           PERFORM 2441-SELECT-BOARD-STATUS
           PERFORM 2442-COUNT-LIVE-LOCKS
           PERFORM 2443-COUNT-MAP-ROWS

           EVALUATE TRUE
             WHEN WS-MAP-COUNT = 0
                SET SO-ACTION-BLOCKED TO TRUE
                SET ZZEC0300-O-RC-ACTION-BLOCKED TO TRUE
                MOVE 'BOARD NO LONGER EXISTS - REJECT IT'
                  TO ZZEC0300-O-ERROR-MESSAGE
             WHEN BRD-STATUS = 'R'
                SET SO-ACTION-BLOCKED TO TRUE
                SET ZZEC0300-O-RC-ACTION-BLOCKED TO TRUE
                MOVE 'BOARD IS RETIRED - REJECT IT'
                  TO ZZEC0300-O-ERROR-MESSAGE
             WHEN BRD-STATUS = 'F'
                SET SO-ACTION-BLOCKED TO TRUE
                SET ZZEC0300-O-RC-ACTION-BLOCKED TO TRUE
                MOVE 'BOARD IS FROZEN' TO ZZEC0300-O-ERROR-MESSAGE
             WHEN WS-LOCK-COUNT > 0
                SET SO-ACTION-BLOCKED TO TRUE
                SET ZZEC0300-O-RC-ACTION-BLOCKED TO TRUE
                MOVE 'BOARD IN USE - TRY AGAIN LATER'
                  TO ZZEC0300-O-ERROR-MESSAGE
             WHEN OTHER
                CONTINUE
           END-EVALUATE
           .
      ******************************************************************
      *                 2441-SELECT-BOARD-STATUS
      * NO REGISTRY ROW PLAYS AS ACTIVE, AS IT DOES ON 0206
      ******************************************************************
       2441-SELECT-BOARD-STATUS.
           MOVE APR-MAP-ID TO BRD-MAP-ID
           MOVE 'A'        TO BRD-STATUS

           EXEC SQL
           SELECT BRD_STATUS
           INTO :BRD-STATUS
           FROM BOARD_TABLE
           WHERE BRD_MAP_ID = :BRD-MAP-ID
           END-EXEC

           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
              WHEN SO-SQLCODE-NORMAL
                 CONTINUE
              WHEN SO-SQLCODE-NOT-FOUND
                 MOVE 'A' TO BRD-STATUS
              WHEN OTHER
                 SET SO-2441-PARA TO TRUE
                 PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *                 2442-COUNT-LIVE-LOCKS
      * A LOCK OLDER THAN CT-LOCK-STALE-SECONDS IS IGNORED, AS
      * Z02112T RECLAIMS IT TOO
      ******************************************************************
       2442-COUNT-LIVE-LOCKS.
           MOVE APR-MAP-ID        TO CONCURRENCY-ID
           MOVE CT-LOCK-INDICATOR TO CONCURRENCY-VALUE

           EXEC SQL
           SELECT COUNT(*)
           INTO :WS-LOCK-COUNT
           FROM CONCURRENCY_TABLE
           WHERE CONCURRENCY_ID    = :CONCURRENCY-ID
           AND   CONCURRENCY_VALUE = :CONCURRENCY-VALUE
           AND   CONCURRENCY_LOCK_TIME >=
                 CURRENT TIMESTAMP - :CT-LOCK-STALE-SECONDS SECONDS
           END-EXEC

           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              SET SO-2442-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                 2443-COUNT-MAP-ROWS
      ******************************************************************
       2443-COUNT-MAP-ROWS.
           MOVE APR-MAP-ID TO MAP-ID

           EXEC SQL
           SELECT COUNT(*)
           INTO :WS-MAP-COUNT
           FROM MAP_TABLE
           WHERE MAP_ID = :MAP-ID
           END-EXEC

           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              SET SO-2443-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                2460-SAVE-SHAPE-VERSION
      * SAME VERSION ROW Z02113'S 2125-SAVE-SHAPE-VERSION WRITES,
      * SOURCE DELETE
      ******************************************************************
       2460-SAVE-SHAPE-VERSION.
           PERFORM 2461-BUILD-VERSION-GRID
           PERFORM 2462-GENERATE-VERSION-NUMBER
           PERFORM 2463-INSERT-VERSION-ROW
           .
      ******************************************************************
      *                2461-BUILD-VERSION-GRID
      ******************************************************************
       2461-BUILD-VERSION-GRID.
           MOVE ALL '.' TO WS-VER-WORK-GRID
           MOVE 0 TO WS-VER-MAX-X
           MOVE 0 TO WS-VER-MAX-Y
           MOVE 0 TO WS-VER-CELLS
           MOVE WS-SHAPE-ID TO SHAPE-ID OF DCLSHAPE-TABLE2

           PERFORM 7600-OPEN-VER-CELLS-CURSOR
           SET SO-NOT-END-OF-DATA-CELLS TO TRUE
           PERFORM 7610-FETCH-VER-CELLS-RECORD
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
              PERFORM 7610-FETCH-VER-CELLS-RECORD
           END-PERFORM
           PERFORM 7620-CLOSE-VER-CELLS-CURSOR

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
      *                2462-GENERATE-VERSION-NUMBER
      ******************************************************************
       2462-GENERATE-VERSION-NUMBER.
           MOVE APR-OBJECT-NAME TO VER-SHAPE-NAME

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
              SET SO-2462-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                2463-INSERT-VERSION-ROW
      ******************************************************************
       2463-INSERT-VERSION-ROW.
           MOVE WS-SHAPE-ID       TO VER-SHAPE-ID
           MOVE APR-REQUESTED-BY  TO VER-CHANGED-BY
           MOVE CT-SOURCE-DELETE  TO VER-SOURCE

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
              SET SO-2463-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                2465-DELETE-SHAPE-TABLE2-CELLS
      ******************************************************************
       2465-DELETE-SHAPE-TABLE2-CELLS.
           MOVE WS-SHAPE-ID TO SHAPE-ID OF DCLSHAPE-TABLE2
           EXEC SQL
           DELETE FROM SHAPE_TABLE2
           WHERE SHAPE_ID = :SHAPE-ID OF DCLSHAPE-TABLE2
           END-EXEC

           MOVE SQLCODE TO SW-SQLCODE
           IF SO-SQLCODE-OK THEN
              CONTINUE
           ELSE
              SET SO-2465-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                2466-DELETE-SHAPE-TABLE3-CELLS
      ******************************************************************
       2466-DELETE-SHAPE-TABLE3-CELLS.
           MOVE WS-SHAPE-ID TO SHAPE-ID OF DCLSHAPE-TABLE3
           EXEC SQL
           DELETE FROM SHAPE_TABLE3
           WHERE SHAPE_ID = :SHAPE-ID OF DCLSHAPE-TABLE3
           END-EXEC

           MOVE SQLCODE TO SW-SQLCODE
           IF SO-SQLCODE-OK THEN
              CONTINUE
           ELSE
              SET SO-2466-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                2467-DELETE-SHAPE-NAME-ROW
      ******************************************************************
       2467-DELETE-SHAPE-NAME-ROW.
           MOVE WS-SHAPE-ID TO SHAPE-NAME-ID OF DCLSHAPE-TABLE3-NAME
           EXEC SQL
           DELETE FROM SHAPE_TABLE3_NAME
           WHERE SHAPE_NAME_ID = :SHAPE-NAME-ID OF DCLSHAPE-TABLE3-NAME
           END-EXEC

           MOVE SQLCODE TO SW-SQLCODE
           IF SO-SQLCODE-OK THEN
              CONTINUE
           ELSE
              SET SO-2467-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                   2500-REJECT-REQUEST
      * NOTHING IS CHANGED BUT THE REQUEST ITSELF
      ******************************************************************
       2500-REJECT-REQUEST.
           PERFORM 7150-UPDATE-REQUEST-STATUS

           MOVE SPACE TO WS-AUDIT-ACTION
           STRING 'REJECTED '    DELIMITED BY SIZE
                  APR-ACTION     DELIMITED BY SPACE
              INTO WS-AUDIT-ACTION
           END-STRING
           PERFORM 7175-WRITE-AUDIT-RECORD

           MOVE APR-ID TO WS-APR-ID-EDIT
           SET ZZEC0300-O-RC-SUCCESS-UPDATE TO TRUE
           MOVE SPACE TO ZZEC0300-O-ERROR-MESSAGE
           STRING 'REQUEST'           DELIMITED BY SIZE
                  WS-APR-ID-EDIT      DELIMITED BY SIZE
                  ' REJECTED'         DELIMITED BY SIZE
              INTO ZZEC0300-O-ERROR-MESSAGE
           END-STRING
           .
      ******************************************************************
      *                2180-REJECT-UNAUTHORIZED
      * THE CALLER DOES NOT HOLD APPROVE - TELL THEM SO AND LEAVE A
      * DENIED AUDIT ROW, SAME AS THE OTHER GATES
      ******************************************************************
       2180-REJECT-UNAUTHORIZED.
           SET ZZEC0300-O-RC-NOT-AUTHORIZED TO TRUE
           MOVE SPACE TO ZZEC0300-O-ERROR-MESSAGE
           STRING 'NOT AUTHORIZED FOR ' DELIMITED BY SIZE
                  CT-APPROVE-CAPABILITY DELIMITED BY SPACE
              INTO ZZEC0300-O-ERROR-MESSAGE
           END-STRING

           MOVE SPACE TO WS-AUDIT-ACTION
           STRING 'DENY ' DELIMITED BY SIZE
                  CT-APPROVE-CAPABILITY DELIMITED BY SPACE
              INTO WS-AUDIT-ACTION
           END-STRING
           PERFORM 7175-WRITE-AUDIT-RECORD
           .
      ******************************************************************
      *                2185-REJECT-OWN-REQUEST
      * THE WHOLE POINT IS A SECOND PAIR OF HANDS - THE REQUESTER MAY
      * NOT DECIDE THEIR OWN REQUEST, EVEN HOLDING APPROVE
      ******************************************************************
       2185-REJECT-OWN-REQUEST.
           SET ZZEC0300-O-RC-OWN-REQUEST TO TRUE
           MOVE 'ANOTHER USER MUST DECIDE YOUR REQUEST'
             TO ZZEC0300-O-ERROR-MESSAGE

           MOVE 'DENY OWN APPROVAL' TO WS-AUDIT-ACTION
           PERFORM 7175-WRITE-AUDIT-RECORD
           .
      ******************************************************************
      *                 3000-FINAL
      ******************************************************************
       3000-FINAL.
           MOVE WS-ZZEC0300 TO DFHCOMMAREA
           EXEC CICS
           RETURN
           END-EXEC
           .
      ******************************************************************
      *                 3500-DB2-ERROR-FINAL
      ******************************************************************
       3500-DB2-ERROR-FINAL.
           MOVE WS-ZZEC0300 TO DFHCOMMAREA
           EXEC CICS
           RETURN
           END-EXEC
           .
      ******************************************************************
      *                   7100-SELECT-REQUEST
      ******************************************************************
       7100-SELECT-REQUEST.
           SET SO-REQUEST-NOT-FOUND TO TRUE
           MOVE ZZEC0300-I-REQUEST-ID TO APR-ID

           EXEC SQL
           SELECT APR_ACTION, APR_MAP_ID, APR_OBJECT_NAME, APR_STATUS,
                  APR_REQUESTED_BY, APR_REQUESTED_AT
           INTO  :APR-ACTION, :APR-MAP-ID, :APR-OBJECT-NAME,
                 :APR-STATUS, :APR-REQUESTED-BY, :APR-REQUESTED-AT
           FROM  APPROVAL_TABLE
           WHERE APR_ID = :APR-ID
           END-EXEC

           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
              WHEN SO-SQLCODE-NORMAL
                 SET SO-REQUEST-FOUND TO TRUE
              WHEN SO-SQLCODE-NOT-FOUND
                 SET SO-REQUEST-NOT-FOUND TO TRUE
              WHEN OTHER
                 SET SO-7100-PARA TO TRUE
                 PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *               7150-UPDATE-REQUEST-STATUS
      * STILL PENDING IS PART OF THE KEY, SO TWO APPROVERS RACING FOR
      * THE SAME REQUEST CANNOT BOTH DECIDE IT - THE LOSER GETS NO ROW
      * AND ITS WHOLE UNIT OF WORK IS ROLLED BACK
      ******************************************************************
       7150-UPDATE-REQUEST-STATUS.
           MOVE WS-NEW-STATUS     TO APR-STATUS
           MOVE EIBUSERID         TO APR-DECIDED-BY

           EXEC SQL
           UPDATE APPROVAL_TABLE
           SET APR_STATUS     = :APR-STATUS,
               APR_DECIDED_BY = :APR-DECIDED-BY,
               APR_DECIDED_AT = CURRENT TIMESTAMP
           WHERE APR_ID     = :APR-ID
           AND   APR_STATUS = :CT-STATUS-PENDING
           END-EXEC

           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7150-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                  7175-WRITE-AUDIT-RECORD
      * SAME ROW SHAPE AS THE OTHER ROUTINES WRITE, AGAINST THE BOARD
      * OF THE REQUEST (ZERO FOR A SHAPE).  THE CALLER SETS
      * WS-AUDIT-ACTION
      ******************************************************************
       7175-WRITE-AUDIT-RECORD.
           MOVE WS-AUDIT-MAP-ID   TO AUDIT-MAP-ID OF DCLAUDIT-TABLE
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
      * A ROW FOR THIS USER AND APPROVE IN AUTH_TABLE IS THE ONLY
      * THING THAT ALLOWS A DECISION - NO ROW MEANS NO
      ******************************************************************
       7190-CHECK-AUTHORIZATION.
           SET SO-USER-NOT-AUTHORIZED TO TRUE
           MOVE EIBUSERID TO AUTH-USER
           MOVE CT-APPROVE-CAPABILITY TO AUTH-CAPABILITY

           EXEC SQL
           SELECT COUNT(*)
           INTO :WS-AUTH-COUNT
           FROM AUTH_TABLE
           WHERE AUTH_USER = :AUTH-USER
           AND   AUTH_CAPABILITY = :AUTH-CAPABILITY
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
      *                   7300-SAVE-THE-MAP
      * SAME UPDATE-ELSE-INSERT AS Z02112T'S 7100-SAVE-THE-MAP
      ******************************************************************
       7300-SAVE-THE-MAP.
           MOVE APR-MAP-ID TO MAP-ID
           MOVE 20000 TO MAP-DATA-LEN
           EXEC SQL
           UPDATE  MAP_TABLE
           SET MAP_DATA = :MAP-DATA
           WHERE MAP_ID = :MAP-ID
           END-EXEC

           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
                CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
                EXEC SQL
                INSERT INTO MAP_TABLE
                  (MAP_ID, MAP_DATA)
                VALUES
                  (:MAP-ID, :MAP-DATA)
                END-EXEC
                MOVE SQLCODE TO SW-SQLCODE
                IF NOT SO-SQLCODE-OK THEN
                   SET SO-7300-PARA TO TRUE
                   PERFORM 9000-DB2-ERROR
                END-IF
           WHEN OTHER
                SET SO-7300-PARA TO TRUE
                PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *                   7310-SELECT-SCENARIO
      ******************************************************************
       7310-SELECT-SCENARIO.
           SET SO-SCENARIO-NOT-FOUND TO TRUE
           MOVE APR-OBJECT-NAME TO SCENARIO-NAME
           INITIALIZE SCENARIO-DATA

           EXEC SQL
           SELECT SCENARIO_DATA
           INTO :SCENARIO-DATA
           FROM SCENARIO_TABLE
           WHERE SCENARIO_NAME = :SCENARIO-NAME
           FETCH FIRST ROW ONLY
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
             WHEN SO-SQLCODE-NORMAL
                SET SO-SCENARIO-FOUND TO TRUE
             WHEN SO-SQLCODE-NOT-FOUND
                CONTINUE
             WHEN OTHER
                SET SO-7310-PARA TO TRUE
                PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *                 7400-OPEN-REQUESTS-CURSOR
      ******************************************************************
       7400-OPEN-REQUESTS-CURSOR.
           EXEC SQL
           OPEN C-REQUESTS
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
      *                 7410-FETCH-REQUESTS-RECORD
      ******************************************************************
       7410-FETCH-REQUESTS-RECORD.
           EXEC SQL
           FETCH C-REQUESTS
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
                 SET SO-END-OF-DATA-REQUESTS TO TRUE
              WHEN OTHER
                 SET SO-7410-PARA TO TRUE
                 PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *                 7420-CLOSE-REQUESTS-CURSOR
      ******************************************************************
       7420-CLOSE-REQUESTS-CURSOR.
           EXEC SQL
           CLOSE C-REQUESTS
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
      *                7500-LOOKUP-SHAPE-BY-NAME
      * SAME LOOKUP AS Z02113'S 2120-LOOKUP-SHAPE-BY-NAME
      ******************************************************************
       7500-LOOKUP-SHAPE-BY-NAME.
           MOVE APR-OBJECT-NAME TO SHAPE-NAME OF DCLSHAPE-TABLE3-NAME

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
                 SET SO-7500-PARA TO TRUE
                 PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *                7600-OPEN-VER-CELLS-CURSOR
      ******************************************************************
       7600-OPEN-VER-CELLS-CURSOR.
           EXEC SQL
           OPEN C-VER-CELLS
           END-EXEC

           MOVE SQLCODE TO SW-SQLCODE
           IF SO-SQLCODE-OK THEN
              CONTINUE
           ELSE
              SET SO-7600-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                7610-FETCH-VER-CELLS-RECORD
      ******************************************************************
       7610-FETCH-VER-CELLS-RECORD.
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
                 SET SO-7610-PARA TO TRUE
                 PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *                7620-CLOSE-VER-CELLS-CURSOR
      ******************************************************************
       7620-CLOSE-VER-CELLS-CURSOR.
           EXEC SQL
           CLOSE C-VER-CELLS
           END-EXEC

           MOVE SQLCODE TO SW-SQLCODE
           IF SO-SQLCODE-OK THEN
              CONTINUE
           ELSE
              SET SO-7620-PARA TO TRUE
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

           SET ZZEC0300-O-RC-DB2-ERROR TO TRUE

           STRING ' DB2 ERROR IN STATMENT '
           SW-ST-IDENTIFICATOR
           DELIMITED BY SIZE
           INTO ZZEC0300-O-ERROR-MESSAGE
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
