       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02118.
      ******************************************************************
      *
      * THIS PROGRAM IS A ROUTINE TO Z02107 (0213)
      * IT MAINTAINS THE BOARD REGISTRY (BOARD_TABLE) SO EVERY BOARD
      * ON THE 0212 STATUS SCREEN HAS A NAMED OWNER AND A PURPOSE,
      * AND SO A BOARD CAN BE GOT RID OF WITHOUT A TICKET TO THE DBA
      * TEAM:
      * 1. SHOW ONE BOARD'S REGISTRY ROW
      * 2. LIST THE REGISTERED BOARDS, ONE PAGE OF 14 PER CALL
      * 3. REGISTER A BOARD, OR CHANGE ITS OWNER, DESCRIPTION OR
      *    DEFAULT BOARD MODE
      * 4. FREEZE, REACTIVATE OR RETIRE A BOARD.  A FROZEN BOARD CAN
      *    BE LOOKED AT BUT NOT CHANGED, A RETIRED ONE IS BLOCKED ON
      *    0206, IN Z02193 SCRIPTS AND FOR NEW RUN_QUEUE_TABLE
      *    REQUESTS, AND Z02207 PURGES IT ONCE ITS RETENTION DATE HAS
      *    PASSED
      * 5. PROTECT OR UNPROTECT A BOARD.  A RESET OR SCENARIO RESTORE
      *    OF A PROTECTED BOARD ON 0206 ONLY RAISES A REQUEST THAT A
      *    SECOND USER HAS TO APPROVE ON 0216
      *
      * SHOW AND LIST ARE OPEN TO EVERYONE.  A CHANGE NEEDS THE
      * CALLER TO OWN THE BOARD OR HOLD THE ADMIN CAPABILITY - EXCEPT
      * THAT ANYONE MAY REGISTER AN UNREGISTERED BOARD TO THEMSELVES,
      * AND THAT ONLY AN ADMIN MAY TAKE A BOARD'S PROTECTION OFF, SO
      * AN OWNER CANNOT SIDESTEP THE SECOND USER ALONE.
      * EVERY CHANGE, AND EVERY REFUSED ONE, LEAVES AN AUDIT_TABLE ROW
      * AGAINST THE BOARD
      *
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * CONSTANTS
       01 CT-CONTSTANT.
           05 CT-PAGE-SIZE                PIC S9(4) COMP VALUE 14.
           05 CT-ADMIN-CAPABILITY         PIC X(20) VALUE 'ADMIN'.
      * HOW LONG A RETIRED BOARD IS KEPT WHEN THE RETIRE DID NOT SAY
           05 CT-DEFAULT-RETAIN-DAYS      PIC S9(4) COMP VALUE 30.
      * THE RETENTION DATE OF A BOARD THAT IS NOT RETIRED
           05 CT-NO-RETAIN-DATE           PIC X(10) VALUE '9999-12-31'.
           05 CT-STATUS-ACTIVE            PIC X VALUE 'A'.
           05 CT-STATUS-FROZEN            PIC X VALUE 'F'.
           05 CT-STATUS-RETIRED           PIC X VALUE 'R'.
           05 CT-DEFAULT-BOARD-MODE       PIC X VALUE 'B'.
           05 CT-PROTECTED                PIC X VALUE 'Y'.
           05 CT-NOT-PROTECTED            PIC X VALUE 'N'.
      * SWITCHES
       01 SW-SWITCHES.
           05 SW-END-OF-DATA-BOARDS                PIC X.
               88 SO-END-OF-DATA-BOARDS            VALUE 'Y'.
               88 SO-NOT-END-OF-DATA-BOARDS        VALUE 'N'.
           05 SW-IF-INPUT-DATA-IS-VALID            PIC X.
               88 SO-VALID-INPUT-DATA              VALUE 'Y'.
               88 SO-INVALID-INPUT-DATA            VALUE 'N'.
           05 SW-IF-USER-AUTHORIZED                PIC X.
               88 SO-USER-AUTHORIZED               VALUE 'Y'.
               88 SO-USER-NOT-AUTHORIZED           VALUE 'N'.
           05 SW-IF-BOARD-REGISTERED               PIC X.
               88 SO-BOARD-REGISTERED              VALUE 'Y'.
               88 SO-BOARD-NOT-REGISTERED          VALUE 'N'.
      * COMMAREA
           COPY ZZEC0270.

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
               88 SO-2350-PARA              VALUE '2350'.
               88 SO-2360-PARA              VALUE '2360'.
               88 SO-2450-PARA              VALUE '2450'.
               88 SO-2550-PARA              VALUE '2550'.
               88 SO-7100-PARA              VALUE '7100'.
               88 SO-7175-PARA              VALUE '7175'.
               88 SO-7190-PARA              VALUE '7190'.
               88 SO-7400-PARA              VALUE '7400'.
               88 SO-7500-PARA              VALUE '7500'.
               88 SO-7600-PARA              VALUE '7600'.

      * PROGRAM VARIABLES
       01 PROGRAM-VARIABLES.
           05 WS-ITER              PIC S9(4) COMP.
           05 WS-SKIP-COUNT        PIC S9(9) COMP.
           05 WS-LINES-FILLED      PIC S9(4) COMP.
           05 WS-AUTH-COUNT        PIC S9(9) COMP VALUE 0.
           05 WS-RETAIN-DAYS       PIC S9(4) COMP VALUE 0.
           05 WS-AUDIT-ACTION      PIC X(20).
           05 WS-OLD-OWNER         PIC X(8).
           05 WS-NEW-STATUS        PIC X.
           05 WS-NEW-PROTECTED     PIC X.
           05 WS-MAP-ID-EDIT       PIC ZZZZ9.
           05 WS-STATUS-TEXT       PIC X(8).

      * SQLCA AND DCLGENS
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE Z5EC0211 END-EXEC.
           EXEC SQL INCLUDE Z7EC0211 END-EXEC.
           EXEC SQL INCLUDE ZFEC0211 END-EXEC.
      * CURSOR DECLARATION - THE REGISTRY IN BOARD ORDER
           EXEC SQL DECLARE C-BOARDS CURSOR FOR
           SELECT
           BRD_MAP_ID, BRD_OWNER, BRD_DESC, BRD_DEFAULT_MODE,
           BRD_STATUS
           FROM BOARD_TABLE
           ORDER BY BRD_MAP_ID
           END-EXEC.
       LINKAGE SECTION.
       01 DFHCOMMAREA PIC X(1160).
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
           MOVE DFHCOMMAREA TO WS-ZZEC0270
           SET ZZEC0270-O-RC-OTHER-ERROR TO TRUE
           MOVE 'UNKNOWN ERROR' TO ZZEC0270-O-ERROR-MESSAGE
           .
      ******************************************************************
      *                       2000-PROCESS
      ******************************************************************
       2000-PROCESS.
           EVALUATE TRUE
            WHEN ZZEC0270-M-SHOW-BOARD
                 PERFORM 2100-SHOW-BOARD
            WHEN ZZEC0270-M-LIST-BOARDS
                 PERFORM 2200-LIST-BOARDS
            WHEN ZZEC0270-M-REGISTER-BOARD
                 PERFORM 2300-REGISTER-BOARD
            WHEN ZZEC0270-M-FREEZE-BOARD
                 MOVE CT-STATUS-FROZEN TO WS-NEW-STATUS
                 PERFORM 2400-CHANGE-BOARD-STATUS
            WHEN ZZEC0270-M-ACTIVATE-BOARD
                 MOVE CT-STATUS-ACTIVE TO WS-NEW-STATUS
                 PERFORM 2400-CHANGE-BOARD-STATUS
            WHEN ZZEC0270-M-RETIRE-BOARD
                 MOVE CT-STATUS-RETIRED TO WS-NEW-STATUS
                 PERFORM 2400-CHANGE-BOARD-STATUS
            WHEN ZZEC0270-M-PROTECT-BOARD
                 MOVE CT-PROTECTED TO WS-NEW-PROTECTED
                 PERFORM 2500-CHANGE-PROTECTION
            WHEN ZZEC0270-M-UNPROTECT-BOARD
                 MOVE CT-NOT-PROTECTED TO WS-NEW-PROTECTED
                 PERFORM 2500-CHANGE-PROTECTION
            WHEN OTHER
                 SET ZZEC0270-O-RC-INVALID-INPUT TO TRUE
                 MOVE 'INVALID MODE' TO ZZEC0270-O-ERROR-MESSAGE
           END-EVALUATE
           .
      ******************************************************************
      *                      2100-SHOW-BOARD
      ******************************************************************
       2100-SHOW-BOARD.
           PERFORM VARYING WS-ITER FROM 1 BY 1
           UNTIL WS-ITER > CT-PAGE-SIZE
              MOVE SPACE TO ZZEC0270-O-LINE(WS-ITER)
           END-PERFORM
           MOVE 0 TO ZZEC0270-O-ROWS-RETURNED

           IF ZZEC0270-I-MAP-ID = ZERO THEN
              SET ZZEC0270-O-RC-INVALID-INPUT TO TRUE
              MOVE 'MAP ID REQUIRED' TO ZZEC0270-O-ERROR-MESSAGE
           ELSE
              PERFORM 7100-SELECT-BOARD
              IF SO-BOARD-REGISTERED THEN
                 PERFORM 2110-FORMAT-BOARD-DETAIL
                 SET ZZEC0270-O-RC-NORMAL TO TRUE
                 MOVE ' ' TO ZZEC0270-O-ERROR-MESSAGE
              ELSE
                 SET ZZEC0270-O-RC-NOT-REGISTERED TO TRUE
                 MOVE 'BOARD NOT REGISTERED'
                   TO ZZEC0270-O-ERROR-MESSAGE
              END-IF
           END-IF
           .
      ******************************************************************
      *                 2110-FORMAT-BOARD-DETAIL
      ******************************************************************
       2110-FORMAT-BOARD-DETAIL.
           MOVE BRD-OWNER        TO ZZEC0270-O-OWNER
           MOVE BRD-DESC         TO ZZEC0270-O-DESC
           MOVE BRD-DEFAULT-MODE TO ZZEC0270-O-DEFAULT-MODE
           MOVE BRD-STATUS       TO ZZEC0270-O-STATUS
           MOVE BRD-CREATED-BY   TO ZZEC0270-O-CREATED-BY
           MOVE BRD-CREATED-AT   TO ZZEC0270-O-CREATED-AT
           MOVE BRD-RETAIN-UNTIL TO ZZEC0270-O-RETAIN-UNTIL

           PERFORM 2120-SET-STATUS-TEXT
           MOVE BRD-MAP-ID TO WS-MAP-ID-EDIT

           STRING 'MAP '           DELIMITED BY SIZE
                  WS-MAP-ID-EDIT   DELIMITED BY SIZE
                  '  STATUS '      DELIMITED BY SIZE
                  WS-STATUS-TEXT   DELIMITED BY SIZE
                  '  DEFAULT MODE ' DELIMITED BY SIZE
                  BRD-DEFAULT-MODE DELIMITED BY SIZE
              INTO ZZEC0270-O-LINE(1)
           END-STRING
           IF BRD-PROTECTED = CT-PROTECTED THEN
              MOVE 'PROTECTED' TO ZZEC0270-O-LINE(1)(45:9)
           END-IF

           STRING 'CREATED BY '    DELIMITED BY SIZE
                  BRD-CREATED-BY   DELIMITED BY SIZE
                  ' AT '           DELIMITED BY SIZE
                  BRD-CREATED-AT   DELIMITED BY SIZE
              INTO ZZEC0270-O-LINE(2)
           END-STRING

           STRING 'STATUS SET BY ' DELIMITED BY SIZE
                  BRD-STATUS-BY    DELIMITED BY SIZE
                  ' AT '           DELIMITED BY SIZE
                  BRD-STATUS-AT    DELIMITED BY SIZE
              INTO ZZEC0270-O-LINE(3)
           END-STRING

           MOVE 3 TO ZZEC0270-O-ROWS-RETURNED
           IF BRD-STATUS = CT-STATUS-RETIRED THEN
              STRING 'PURGED BY Z02207 AFTER ' DELIMITED BY SIZE
                     BRD-RETAIN-UNTIL          DELIMITED BY SIZE
                 INTO ZZEC0270-O-LINE(4)
              END-STRING
              MOVE 4 TO ZZEC0270-O-ROWS-RETURNED
           END-IF
           .
      ******************************************************************
      *                 2120-SET-STATUS-TEXT
      ******************************************************************
       2120-SET-STATUS-TEXT.
           EVALUATE BRD-STATUS
             WHEN CT-STATUS-ACTIVE
                MOVE 'ACTIVE'   TO WS-STATUS-TEXT
             WHEN CT-STATUS-FROZEN
                MOVE 'FROZEN'   TO WS-STATUS-TEXT
             WHEN CT-STATUS-RETIRED
                MOVE 'RETIRED'  TO WS-STATUS-TEXT
             WHEN OTHER
                MOVE BRD-STATUS TO WS-STATUS-TEXT
           END-EVALUATE
           .
      ******************************************************************
      *                   2200-LIST-BOARDS
      * PAGING BY RE-OPENING THE CURSOR AND SKIPPING PAST THE PAGES
      * ALREADY SHOWN, SAME SCHEME AS Z02114 AND Z02117
      ******************************************************************
       2200-LIST-BOARDS.
           IF ZZEC0270-I-PAGE IS NUMERIC AND
              ZZEC0270-I-PAGE NOT = ZERO THEN
              CONTINUE
           ELSE
              MOVE 1 TO ZZEC0270-I-PAGE
           END-IF

           PERFORM 7400-OPEN-BOARDS-CURSOR
           SET SO-NOT-END-OF-DATA-BOARDS TO TRUE

           COMPUTE WS-SKIP-COUNT =
                   (ZZEC0270-I-PAGE - 1) * CT-PAGE-SIZE
           PERFORM 2220-SKIP-PRIOR-PAGES

           MOVE 0 TO WS-LINES-FILLED
           PERFORM VARYING WS-ITER FROM 1 BY 1
           UNTIL WS-ITER > CT-PAGE-SIZE
              MOVE SPACE TO ZZEC0270-O-LINE(WS-ITER)
           END-PERFORM

           PERFORM 7600-FETCH-BOARDS-RECORD
           PERFORM UNTIL SO-END-OF-DATA-BOARDS
           OR WS-LINES-FILLED NOT < CT-PAGE-SIZE
              ADD 1 TO WS-LINES-FILLED
              PERFORM 2230-FORMAT-BOARD-LINE
              IF WS-LINES-FILLED < CT-PAGE-SIZE THEN
                 PERFORM 7600-FETCH-BOARDS-RECORD
              END-IF
           END-PERFORM

           PERFORM 7500-CLOSE-BOARDS-CURSOR

           MOVE WS-LINES-FILLED TO ZZEC0270-O-ROWS-RETURNED
           IF WS-LINES-FILLED = 0 THEN
              SET ZZEC0270-O-RC-NO-RECORDS TO TRUE
              MOVE 'NO BOARDS ON THIS PAGE'
                TO ZZEC0270-O-ERROR-MESSAGE
           ELSE
              SET ZZEC0270-O-RC-NORMAL TO TRUE
              MOVE ' ' TO ZZEC0270-O-ERROR-MESSAGE
           END-IF
           .
      ******************************************************************
      *                   2220-SKIP-PRIOR-PAGES
      ******************************************************************
       2220-SKIP-PRIOR-PAGES.
           PERFORM UNTIL WS-SKIP-COUNT = 0
           OR SO-END-OF-DATA-BOARDS
              PERFORM 7600-FETCH-BOARDS-RECORD
              SUBTRACT 1 FROM WS-SKIP-COUNT
           END-PERFORM
           .
      ******************************************************************
      *                   2230-FORMAT-BOARD-LINE
      ******************************************************************
       2230-FORMAT-BOARD-LINE.
           MOVE BRD-MAP-ID TO WS-MAP-ID-EDIT

           MOVE SPACE TO ZZEC0270-O-LINE(WS-LINES-FILLED)
           STRING WS-MAP-ID-EDIT   DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  BRD-STATUS       DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  BRD-DEFAULT-MODE DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  BRD-OWNER        DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  BRD-DESC         DELIMITED BY SIZE
              INTO ZZEC0270-O-LINE(WS-LINES-FILLED)
           END-STRING
           .
      ******************************************************************
      *                   2300-REGISTER-BOARD
      * A NEW ROW IS OWNED BY THE OWNER KEYED (THE CALLER WHEN BLANK)
      * AND STARTS ACTIVE.  ON AN EXISTING ROW ONLY THE FIELDS KEYED
      * ARE CHANGED - A BLANK OWNER, DESCRIPTION OR MODE KEEPS WHAT
      * IS THERE
      ******************************************************************
       2300-REGISTER-BOARD.
           PERFORM 2310-VALIDATE-REGISTER-INPUT

           IF SO-VALID-INPUT-DATA THEN
              PERFORM 7100-SELECT-BOARD
              IF SO-BOARD-REGISTERED THEN
                 PERFORM 2190-CHECK-OWNER-OR-ADMIN
                 IF SO-USER-AUTHORIZED THEN
                    PERFORM 2340-UPDATE-BOARD
                 ELSE
                    PERFORM 2180-REJECT-UNAUTHORIZED
                 END-IF
              ELSE
                 PERFORM 2320-CHECK-NEW-REGISTRATION
                 IF SO-USER-AUTHORIZED THEN
                    PERFORM 2330-ADD-BOARD
                 ELSE
                    PERFORM 2180-REJECT-UNAUTHORIZED
                 END-IF
              END-IF
           ELSE
              SET ZZEC0270-O-RC-INVALID-INPUT TO TRUE
              MOVE 'MAP ID REQUIRED, MODE B OR T'
                TO ZZEC0270-O-ERROR-MESSAGE
           END-IF
           .
      ******************************************************************
      *              2310-VALIDATE-REGISTER-INPUT
      ******************************************************************
       2310-VALIDATE-REGISTER-INPUT.
           SET SO-VALID-INPUT-DATA TO TRUE

           IF ZZEC0270-I-MAP-ID = ZERO THEN
              SET SO-INVALID-INPUT-DATA TO TRUE
           END-IF
           IF ZZEC0270-I-DEFAULT-MODE = LOW-VALUES THEN
              MOVE SPACE TO ZZEC0270-I-DEFAULT-MODE
           END-IF
           IF ZZEC0270-I-DEFAULT-MODE NOT = SPACE AND
              NOT ZZEC0270-I-MODE-TOROIDAL AND
              NOT ZZEC0270-I-MODE-BOUNDED THEN
              SET SO-INVALID-INPUT-DATA TO TRUE
           END-IF
           IF ZZEC0270-I-OWNER = LOW-VALUES THEN
              MOVE SPACE TO ZZEC0270-I-OWNER
           END-IF
           IF ZZEC0270-I-DESC = LOW-VALUES THEN
              MOVE SPACE TO ZZEC0270-I-DESC
           END-IF
           .
      ******************************************************************
      *              2320-CHECK-NEW-REGISTRATION
      * ANYONE MAY CLAIM AN UNREGISTERED BOARD FOR THEMSELVES - ONLY
      * AN ADMIN MAY REGISTER ONE IN SOMEONE ELSE'S NAME
      ******************************************************************
       2320-CHECK-NEW-REGISTRATION.
           IF ZZEC0270-I-OWNER = SPACE THEN
              MOVE EIBUSERID TO ZZEC0270-I-OWNER
           END-IF

           IF ZZEC0270-I-OWNER = EIBUSERID THEN
              SET SO-USER-AUTHORIZED TO TRUE
           ELSE
              PERFORM 7190-CHECK-ADMIN-AUTHORITY
           END-IF
           .
      ******************************************************************
      *                   2330-ADD-BOARD
      ******************************************************************
       2330-ADD-BOARD.
           MOVE ZZEC0270-I-MAP-ID  TO BRD-MAP-ID
           MOVE ZZEC0270-I-OWNER   TO BRD-OWNER
           MOVE ZZEC0270-I-DESC    TO BRD-DESC
           MOVE EIBUSERID          TO BRD-CREATED-BY
           IF ZZEC0270-I-DEFAULT-MODE = SPACE THEN
              MOVE CT-DEFAULT-BOARD-MODE TO BRD-DEFAULT-MODE
           ELSE
              MOVE ZZEC0270-I-DEFAULT-MODE TO BRD-DEFAULT-MODE
           END-IF
           MOVE CT-STATUS-ACTIVE   TO BRD-STATUS
           MOVE EIBUSERID          TO BRD-STATUS-BY
           MOVE CT-NO-RETAIN-DATE  TO BRD-RETAIN-UNTIL

           PERFORM 2350-INSERT-BOARD-ROW

           MOVE 'BOARD REGISTER' TO WS-AUDIT-ACTION
           PERFORM 7175-WRITE-AUDIT-RECORD

           SET ZZEC0270-O-RC-SUCCESS-UPDATE TO TRUE
           MOVE 'BOARD REGISTERED' TO ZZEC0270-O-ERROR-MESSAGE
           .
      ******************************************************************
      *                   2340-UPDATE-BOARD
      * AN OWNERSHIP CHANGE GETS ITS OWN AUDIT ROW NAMING THE NEW
      * OWNER, SO "WHO GAVE THIS BOARD AWAY" IS ANSWERABLE ON 0209
      ******************************************************************
       2340-UPDATE-BOARD.
           MOVE BRD-OWNER TO WS-OLD-OWNER
           IF ZZEC0270-I-OWNER NOT = SPACE THEN
              MOVE ZZEC0270-I-OWNER TO BRD-OWNER
           END-IF
           IF ZZEC0270-I-DESC NOT = SPACE THEN
              MOVE ZZEC0270-I-DESC TO BRD-DESC
           END-IF
           IF ZZEC0270-I-DEFAULT-MODE NOT = SPACE THEN
              MOVE ZZEC0270-I-DEFAULT-MODE TO BRD-DEFAULT-MODE
           END-IF

           PERFORM 2360-UPDATE-BOARD-ROW

           MOVE 'BOARD UPDATE' TO WS-AUDIT-ACTION
           PERFORM 7175-WRITE-AUDIT-RECORD

           IF BRD-OWNER NOT = WS-OLD-OWNER THEN
              MOVE SPACE TO WS-AUDIT-ACTION
              STRING 'BOARD OWNER ' DELIMITED BY SIZE
                     BRD-OWNER      DELIMITED BY SPACE
                 INTO WS-AUDIT-ACTION
              END-STRING
              PERFORM 7175-WRITE-AUDIT-RECORD
           END-IF

           SET ZZEC0270-O-RC-SUCCESS-UPDATE TO TRUE
           MOVE 'BOARD UPDATED' TO ZZEC0270-O-ERROR-MESSAGE
           .
      ******************************************************************
      *                2350-INSERT-BOARD-ROW
      ******************************************************************
       2350-INSERT-BOARD-ROW.
           EXEC SQL
           INSERT INTO BOARD_TABLE
             (BRD_MAP_ID, BRD_OWNER, BRD_DESC, BRD_CREATED_BY,
              BRD_CREATED_AT, BRD_DEFAULT_MODE, BRD_STATUS,
              BRD_STATUS_BY, BRD_STATUS_AT, BRD_RETAIN_UNTIL)
           VALUES
             (:BRD-MAP-ID, :BRD-OWNER, :BRD-DESC, :BRD-CREATED-BY,
              CURRENT TIMESTAMP, :BRD-DEFAULT-MODE, :BRD-STATUS,
              :BRD-STATUS-BY, CURRENT TIMESTAMP, :BRD-RETAIN-UNTIL)
           END-EXEC

           MOVE SQLCODE TO SW-SQLCODE
           IF SO-SQLCODE-OK THEN
              CONTINUE
           ELSE
              SET SO-2350-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                2360-UPDATE-BOARD-ROW
      ******************************************************************
       2360-UPDATE-BOARD-ROW.
           EXEC SQL
           UPDATE BOARD_TABLE
           SET BRD_OWNER        = :BRD-OWNER,
               BRD_DESC         = :BRD-DESC,
               BRD_DEFAULT_MODE = :BRD-DEFAULT-MODE
           WHERE BRD_MAP_ID = :BRD-MAP-ID
           END-EXEC

           MOVE SQLCODE TO SW-SQLCODE
           IF SO-SQLCODE-OK THEN
              CONTINUE
           ELSE
              SET SO-2360-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                2400-CHANGE-BOARD-STATUS
      * FREEZE, REACTIVATE OR RETIRE - ONLY A REGISTERED BOARD HAS A
      * STATUS TO CHANGE.  A RETIRE STARTS THE RETENTION CLOCK, ANY
      * OTHER STATUS STOPS IT, SO REACTIVATING A RETIRED BOARD SAVES
      * IT FROM THE PURGE
      ******************************************************************
       2400-CHANGE-BOARD-STATUS.
           IF ZZEC0270-I-MAP-ID = ZERO THEN
              SET ZZEC0270-O-RC-INVALID-INPUT TO TRUE
              MOVE 'MAP ID REQUIRED' TO ZZEC0270-O-ERROR-MESSAGE
           ELSE
              PERFORM 7100-SELECT-BOARD
              IF SO-BOARD-NOT-REGISTERED THEN
                 SET ZZEC0270-O-RC-NOT-REGISTERED TO TRUE
                 MOVE 'BOARD NOT REGISTERED'
                   TO ZZEC0270-O-ERROR-MESSAGE
              ELSE
                 PERFORM 2190-CHECK-OWNER-OR-ADMIN
                 IF SO-USER-AUTHORIZED THEN
                    PERFORM 2410-APPLY-NEW-STATUS
                 ELSE
                    PERFORM 2180-REJECT-UNAUTHORIZED
                 END-IF
              END-IF
           END-IF
           .
      ******************************************************************
      *                2410-APPLY-NEW-STATUS
      ******************************************************************
       2410-APPLY-NEW-STATUS.
           MOVE WS-NEW-STATUS TO BRD-STATUS
           MOVE EIBUSERID     TO BRD-STATUS-BY

           IF ZZEC0270-I-RETAIN-DAYS = ZERO THEN
              MOVE CT-DEFAULT-RETAIN-DAYS TO WS-RETAIN-DAYS
           ELSE
              MOVE ZZEC0270-I-RETAIN-DAYS TO WS-RETAIN-DAYS
           END-IF

           PERFORM 2450-UPDATE-BOARD-STATUS

           EVALUATE WS-NEW-STATUS
             WHEN CT-STATUS-FROZEN
                MOVE 'BOARD FREEZE'   TO WS-AUDIT-ACTION
                MOVE 'BOARD FROZEN'   TO ZZEC0270-O-ERROR-MESSAGE
             WHEN CT-STATUS-RETIRED
                MOVE 'BOARD RETIRE'   TO WS-AUDIT-ACTION
                MOVE 'BOARD RETIRED'  TO ZZEC0270-O-ERROR-MESSAGE
             WHEN OTHER
                MOVE 'BOARD ACTIVATE' TO WS-AUDIT-ACTION
                MOVE 'BOARD ACTIVE'   TO ZZEC0270-O-ERROR-MESSAGE
           END-EVALUATE
           PERFORM 7175-WRITE-AUDIT-RECORD

           SET ZZEC0270-O-RC-SUCCESS-UPDATE TO TRUE
           .
      ******************************************************************
      *                2450-UPDATE-BOARD-STATUS
      ******************************************************************
       2450-UPDATE-BOARD-STATUS.
           IF WS-NEW-STATUS = CT-STATUS-RETIRED THEN
              EXEC SQL
              UPDATE BOARD_TABLE
              SET BRD_STATUS       = :BRD-STATUS,
                  BRD_STATUS_BY    = :BRD-STATUS-BY,
                  BRD_STATUS_AT    = CURRENT TIMESTAMP,
                  BRD_RETAIN_UNTIL = CURRENT DATE + :WS-RETAIN-DAYS DAYS
              WHERE BRD_MAP_ID = :BRD-MAP-ID
              END-EXEC
           ELSE
              MOVE CT-NO-RETAIN-DATE TO BRD-RETAIN-UNTIL
              EXEC SQL
              UPDATE BOARD_TABLE
              SET BRD_STATUS       = :BRD-STATUS,
                  BRD_STATUS_BY    = :BRD-STATUS-BY,
                  BRD_STATUS_AT    = CURRENT TIMESTAMP,
                  BRD_RETAIN_UNTIL = :BRD-RETAIN-UNTIL
              WHERE BRD_MAP_ID = :BRD-MAP-ID
              END-EXEC
           END-IF

           MOVE SQLCODE TO SW-SQLCODE
           IF SO-SQLCODE-OK THEN
              CONTINUE
           ELSE
              SET SO-2450-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                2500-CHANGE-PROTECTION
      * THE OWNER OR AN ADMIN MAY PROTECT A BOARD, BUT ONLY AN ADMIN
      * MAY UNPROTECT ONE
      ******************************************************************
       2500-CHANGE-PROTECTION.
           IF ZZEC0270-I-MAP-ID = ZERO THEN
              SET ZZEC0270-O-RC-INVALID-INPUT TO TRUE
              MOVE 'MAP ID REQUIRED' TO ZZEC0270-O-ERROR-MESSAGE
           ELSE
              PERFORM 7100-SELECT-BOARD
              IF SO-BOARD-NOT-REGISTERED THEN
                 SET ZZEC0270-O-RC-NOT-REGISTERED TO TRUE
                 MOVE 'BOARD NOT REGISTERED'
                   TO ZZEC0270-O-ERROR-MESSAGE
              ELSE
                 IF WS-NEW-PROTECTED = CT-PROTECTED THEN
                    PERFORM 2190-CHECK-OWNER-OR-ADMIN
                 ELSE
                    PERFORM 7190-CHECK-ADMIN-AUTHORITY
                 END-IF
                 IF SO-USER-AUTHORIZED THEN
                    PERFORM 2510-APPLY-NEW-PROTECTION
                 ELSE
                    PERFORM 2180-REJECT-UNAUTHORIZED
                    IF WS-NEW-PROTECTED = CT-NOT-PROTECTED THEN
                       MOVE 'ONLY AN ADMIN MAY UNPROTECT'
                         TO ZZEC0270-O-ERROR-MESSAGE
                    END-IF
                 END-IF
              END-IF
           END-IF
           .
      ******************************************************************
      *                2510-APPLY-NEW-PROTECTION
      ******************************************************************
       2510-APPLY-NEW-PROTECTION.
           MOVE WS-NEW-PROTECTED TO BRD-PROTECTED
           PERFORM 2550-UPDATE-BOARD-PROTECTION

           IF WS-NEW-PROTECTED = CT-PROTECTED THEN
              MOVE 'BOARD PROTECT'     TO WS-AUDIT-ACTION
              MOVE 'BOARD PROTECTED'   TO ZZEC0270-O-ERROR-MESSAGE
           ELSE
              MOVE 'BOARD UNPROTECT'   TO WS-AUDIT-ACTION
              MOVE 'BOARD UNPROTECTED' TO ZZEC0270-O-ERROR-MESSAGE
           END-IF
           PERFORM 7175-WRITE-AUDIT-RECORD

           SET ZZEC0270-O-RC-SUCCESS-UPDATE TO TRUE
           .
      ******************************************************************
      *              2550-UPDATE-BOARD-PROTECTION
      ******************************************************************
       2550-UPDATE-BOARD-PROTECTION.
           EXEC SQL
           UPDATE BOARD_TABLE
           SET BRD_PROTECTED = :BRD-PROTECTED
           WHERE BRD_MAP_ID = :BRD-MAP-ID
           END-EXEC

           MOVE SQLCODE TO SW-SQLCODE
           IF SO-SQLCODE-OK THEN
              CONTINUE
           ELSE
              SET SO-2550-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                2180-REJECT-UNAUTHORIZED
      * THE CALLER NEITHER OWNS THE BOARD NOR HOLDS ADMIN - TELL THEM
      * SO AND LEAVE A DENIED AUDIT ROW, SAME AS THE OTHER GATES
      ******************************************************************
       2180-REJECT-UNAUTHORIZED.
           SET ZZEC0270-O-RC-NOT-AUTHORIZED TO TRUE
           MOVE 'NOT OWNER OF BOARD OR ADMIN' TO
              ZZEC0270-O-ERROR-MESSAGE

           MOVE 'DENY BOARD' TO WS-AUDIT-ACTION
           PERFORM 7175-WRITE-AUDIT-RECORD
           .
      ******************************************************************
      *                2190-CHECK-OWNER-OR-ADMIN
      * THE REGISTRY ROW HAS JUST BEEN READ BY 7100 - ITS OWNER MAY
      * CHANGE IT, ANYONE ELSE NEEDS ADMIN
      ******************************************************************
       2190-CHECK-OWNER-OR-ADMIN.
           IF BRD-OWNER = EIBUSERID THEN
              SET SO-USER-AUTHORIZED TO TRUE
           ELSE
              PERFORM 7190-CHECK-ADMIN-AUTHORITY
           END-IF
           .
      ******************************************************************
      *                 3000-FINAL
      ******************************************************************
       3000-FINAL.
           MOVE WS-ZZEC0270 TO DFHCOMMAREA
           EXEC CICS
           RETURN
           END-EXEC
           .
      ******************************************************************
      *                 3500-DB2-ERROR-FINAL
      ******************************************************************
       3500-DB2-ERROR-FINAL.
           MOVE WS-ZZEC0270 TO DFHCOMMAREA
           EXEC CICS
           RETURN
           END-EXEC
           .
      ******************************************************************
      *                    7100-SELECT-BOARD
      ******************************************************************
       7100-SELECT-BOARD.
           SET SO-BOARD-NOT-REGISTERED TO TRUE
           MOVE ZZEC0270-I-MAP-ID TO BRD-MAP-ID

           EXEC SQL
           SELECT BRD_OWNER, BRD_DESC, BRD_CREATED_BY, BRD_CREATED_AT,
                  BRD_DEFAULT_MODE, BRD_STATUS, BRD_STATUS_BY,
                  BRD_STATUS_AT, BRD_RETAIN_UNTIL, BRD_PROTECTED
           INTO  :BRD-OWNER, :BRD-DESC, :BRD-CREATED-BY,
                 :BRD-CREATED-AT, :BRD-DEFAULT-MODE, :BRD-STATUS,
                 :BRD-STATUS-BY, :BRD-STATUS-AT, :BRD-RETAIN-UNTIL,
                 :BRD-PROTECTED
           FROM  BOARD_TABLE
           WHERE BRD_MAP_ID = :BRD-MAP-ID
           END-EXEC

           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
              WHEN SO-SQLCODE-NORMAL
                 SET SO-BOARD-REGISTERED TO TRUE
              WHEN SO-SQLCODE-NOT-FOUND
                 SET SO-BOARD-NOT-REGISTERED TO TRUE
              WHEN OTHER
                 SET SO-7100-PARA TO TRUE
                 PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *                  7175-WRITE-AUDIT-RECORD
      * SAME ROW SHAPE AS THE OTHER ROUTINES WRITE, AGAINST THE BOARD
      * BEING MAINTAINED.  THE CALLER SETS WS-AUDIT-ACTION
      ******************************************************************
       7175-WRITE-AUDIT-RECORD.
           MOVE ZZEC0270-I-MAP-ID TO AUDIT-MAP-ID OF DCLAUDIT-TABLE
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
      *                  7190-CHECK-ADMIN-AUTHORITY
      * SAME NO-ROW-MEANS-NO RULE AS Z02116'S ADMIN GATE
      ******************************************************************
       7190-CHECK-ADMIN-AUTHORITY.
           SET SO-USER-NOT-AUTHORIZED TO TRUE
           MOVE EIBUSERID TO AUTH-USER
           MOVE CT-ADMIN-CAPABILITY TO AUTH-CAPABILITY

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
      *                 7400-OPEN-BOARDS-CURSOR
      ******************************************************************
       7400-OPEN-BOARDS-CURSOR.
           EXEC SQL
           OPEN C-BOARDS
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
      *                 7500-CLOSE-BOARDS-CURSOR
      ******************************************************************
       7500-CLOSE-BOARDS-CURSOR.
           EXEC SQL
           CLOSE C-BOARDS
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
      *                 7600-FETCH-BOARDS-RECORD
      ******************************************************************
       7600-FETCH-BOARDS-RECORD.
           EXEC SQL
           FETCH C-BOARDS
           INTO
           :BRD-MAP-ID,
           :BRD-OWNER,
           :BRD-DESC,
           :BRD-DEFAULT-MODE,
           :BRD-STATUS
           END-EXEC

           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
              WHEN SO-SQLCODE-NORMAL
                 CONTINUE
              WHEN SO-SQLCODE-NOT-FOUND
                 SET SO-END-OF-DATA-BOARDS TO TRUE
              WHEN OTHER
                 SET SO-7600-PARA TO TRUE
                 PERFORM 9000-DB2-ERROR
           END-EVALUATE
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

           SET ZZEC0270-O-RC-DB2-ERROR TO TRUE

           STRING ' DB2 ERROR IN STATMENT '
           SW-ST-IDENTIFICATOR
           DELIMITED BY SIZE
           INTO ZZEC0270-O-ERROR-MESSAGE
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
