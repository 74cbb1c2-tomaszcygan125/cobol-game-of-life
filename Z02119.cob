       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02119.
      ******************************************************************
      *
      * THIS PROGRAM IS A ROUTINE TO Z02108 (0214) AND TO THE 0206
      * MENU (Z02101), WHICH ONLY ASKS IT FOR THE UNOPENED COUNT.
      * IT SERVES THE SIGNED-ON USER'S NOTIFICATION_TABLE MESSAGES -
      * THE ONES Z02097 LEAVES FOR THE SUBMITTER OF A QUEUED RUN
      * REQUEST AND Z02203 LEAVES FOR THE OWNER OF A BOARD WITH AN
      * OVERNIGHT FINDING:
      * 1. COUNT THE USER'S UNOPENED MESSAGES
      * 2. LIST THE USER'S MESSAGES, NEWEST FIRST, ONE PAGE OF 14
      *    PER CALL
      * 3. OPEN ONE MESSAGE, WHICH MARKS IT READ
      * 4. CLEAR (DELETE) ONE MESSAGE, OR EVERY MESSAGE ALREADY READ
      *
      * EVERY MODE IS KEYED BY EIBUSERID - NOBODY CAN SEE OR CLEAR
      * ANOTHER USER'S MESSAGES, AND A MESSAGE NUMBER THAT BELONGS TO
      * SOMEONE ELSE IS ANSWERED THE SAME AS ONE THAT DOES NOT EXIST.
      * EVERY MODE ALSO RETURNS THE UNOPENED COUNT AS IT STANDS AFTER
      * THE CALL
      *
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * CONSTANTS
       01 CT-CONTSTANT.
           05 CT-PAGE-SIZE                PIC S9(4) COMP VALUE 14.
           05 CT-STATUS-NEW               PIC X VALUE 'N'.
           05 CT-STATUS-READ              PIC X VALUE 'R'.
      * SWITCHES
       01 SW-SWITCHES.
           05 SW-END-OF-DATA-NOTES                 PIC X.
               88 SO-END-OF-DATA-NOTES             VALUE 'Y'.
               88 SO-NOT-END-OF-DATA-NOTES         VALUE 'N'.
           05 SW-IF-NOTE-FOUND                     PIC X.
               88 SO-NOTE-FOUND                    VALUE 'Y'.
               88 SO-NOTE-NOT-FOUND                VALUE 'N'.
      * COMMAREA
           COPY ZZEC0280.

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
               88 SO-2310-PARA              VALUE '2310'.
               88 SO-2410-PARA              VALUE '2410'.
               88 SO-2510-PARA              VALUE '2510'.
               88 SO-2520-PARA              VALUE '2520'.
               88 SO-7100-PARA              VALUE '7100'.
               88 SO-7150-PARA              VALUE '7150'.
               88 SO-7400-PARA              VALUE '7400'.
               88 SO-7500-PARA              VALUE '7500'.
               88 SO-7600-PARA              VALUE '7600'.

      * PROGRAM VARIABLES
       01 PROGRAM-VARIABLES.
           05 WS-ITER              PIC S9(4) COMP.
           05 WS-SKIP-COUNT        PIC S9(9) COMP.
           05 WS-LINES-FILLED      PIC S9(4) COMP.
           05 WS-NEW-COUNT         PIC S9(9) COMP VALUE 0.
           05 WS-READ-COUNT        PIC S9(9) COMP VALUE 0.
           05 WS-NOTE-ID-EDIT      PIC Z(8)9.
           05 WS-MAP-ID-EDIT       PIC ZZZZ9.
           05 WS-COUNT-EDIT        PIC Z(8)9.
           05 WS-COUNT-EDIT2       PIC Z(8)9.
           05 WS-NEW-FLAG          PIC X.

      * SQLCA AND DCLGENS
           EXEC SQL INCLUDE SQLCA END-EXEC.
           EXEC SQL INCLUDE ZGEC0211 END-EXEC.
      * CURSOR DECLARATION - THE USER'S MESSAGES, NEWEST FIRST
           EXEC SQL DECLARE C-NOTES CURSOR FOR
           SELECT
           NOTE_ID, NOTE_CREATED_AT, NOTE_TEXT, NOTE_STATUS
           FROM NOTIFICATION_TABLE
           WHERE NOTE_USER = :NOTE-USER
           ORDER BY NOTE_ID DESC
           END-EXEC.
       LINKAGE SECTION.
       01 DFHCOMMAREA PIC X(1024).
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
           MOVE DFHCOMMAREA TO WS-ZZEC0280
           SET ZZEC0280-O-RC-OTHER-ERROR TO TRUE
           MOVE 'UNKNOWN ERROR' TO ZZEC0280-O-ERROR-MESSAGE
           MOVE EIBUSERID TO NOTE-USER
           .
      ******************************************************************
      *                       2000-PROCESS
      ******************************************************************
       2000-PROCESS.
           EVALUATE TRUE
            WHEN ZZEC0280-M-COUNT-NEW
                 SET ZZEC0280-O-RC-NORMAL TO TRUE
                 MOVE ' ' TO ZZEC0280-O-ERROR-MESSAGE
            WHEN ZZEC0280-M-LIST-MESSAGES
                 PERFORM 2200-LIST-MESSAGES
            WHEN ZZEC0280-M-OPEN-MESSAGE
                 PERFORM 2300-OPEN-MESSAGE
            WHEN ZZEC0280-M-CLEAR-MESSAGE
                 PERFORM 2400-CLEAR-MESSAGE
            WHEN ZZEC0280-M-CLEAR-READ
                 PERFORM 2500-CLEAR-READ-MESSAGES
            WHEN OTHER
                 SET ZZEC0280-O-RC-INVALID-INPUT TO TRUE
                 MOVE 'INVALID MODE' TO ZZEC0280-O-ERROR-MESSAGE
           END-EVALUATE

           PERFORM 7150-COUNT-NEW-MESSAGES
           .
      ******************************************************************
      *                   2100-CLEAR-LINES
      ******************************************************************
       2100-CLEAR-LINES.
           PERFORM VARYING WS-ITER FROM 1 BY 1
           UNTIL WS-ITER > CT-PAGE-SIZE
              MOVE SPACE TO ZZEC0280-O-LINE(WS-ITER)
           END-PERFORM
           MOVE 0 TO ZZEC0280-O-ROWS-RETURNED
           .
      ******************************************************************
      *                   2200-LIST-MESSAGES
      * PAGING BY RE-OPENING THE CURSOR AND SKIPPING PAST THE PAGES
      * ALREADY SHOWN, SAME SCHEME AS Z02114 AND Z02118
      ******************************************************************
       2200-LIST-MESSAGES.
           IF ZZEC0280-I-PAGE IS NUMERIC AND
              ZZEC0280-I-PAGE NOT = ZERO THEN
              CONTINUE
           ELSE
              MOVE 1 TO ZZEC0280-I-PAGE
           END-IF

           PERFORM 7400-OPEN-NOTES-CURSOR
           SET SO-NOT-END-OF-DATA-NOTES TO TRUE

           COMPUTE WS-SKIP-COUNT =
                   (ZZEC0280-I-PAGE - 1) * CT-PAGE-SIZE
           PERFORM 2220-SKIP-PRIOR-PAGES

           MOVE 0 TO WS-LINES-FILLED
           PERFORM 2100-CLEAR-LINES

           PERFORM 7600-FETCH-NOTES-RECORD
           PERFORM UNTIL SO-END-OF-DATA-NOTES
           OR WS-LINES-FILLED NOT < CT-PAGE-SIZE
              ADD 1 TO WS-LINES-FILLED
              PERFORM 2230-FORMAT-MESSAGE-LINE
              IF WS-LINES-FILLED < CT-PAGE-SIZE THEN
                 PERFORM 7600-FETCH-NOTES-RECORD
              END-IF
           END-PERFORM

           PERFORM 7500-CLOSE-NOTES-CURSOR

           MOVE WS-LINES-FILLED TO ZZEC0280-O-ROWS-RETURNED
           IF WS-LINES-FILLED = 0 THEN
              SET ZZEC0280-O-RC-NO-RECORDS TO TRUE
              MOVE 'NO MESSAGES ON THIS PAGE'
                TO ZZEC0280-O-ERROR-MESSAGE
           ELSE
              SET ZZEC0280-O-RC-NORMAL TO TRUE
              MOVE ' ' TO ZZEC0280-O-ERROR-MESSAGE
           END-IF
           .
      ******************************************************************
      *                   2220-SKIP-PRIOR-PAGES
      ******************************************************************
       2220-SKIP-PRIOR-PAGES.
           PERFORM UNTIL WS-SKIP-COUNT = 0
           OR SO-END-OF-DATA-NOTES
              PERFORM 7600-FETCH-NOTES-RECORD
              SUBTRACT 1 FROM WS-SKIP-COUNT
           END-PERFORM
           .
      ******************************************************************
      *                 2230-FORMAT-MESSAGE-LINE
      * '*' MARKS A MESSAGE NOT YET OPENED.  THE TEXT IS CUT TO WHAT
      * FITS THE LINE - OPENING THE MESSAGE SHOWS ALL OF IT
      ******************************************************************
       2230-FORMAT-MESSAGE-LINE.
           IF NOTE-STATUS = CT-STATUS-NEW THEN
              MOVE '*' TO WS-NEW-FLAG
           ELSE
              MOVE ' ' TO WS-NEW-FLAG
           END-IF
           MOVE NOTE-ID TO WS-NOTE-ID-EDIT

           MOVE SPACE TO ZZEC0280-O-LINE(WS-LINES-FILLED)
           STRING WS-NEW-FLAG           DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WS-NOTE-ID-EDIT       DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  NOTE-CREATED-AT(1:16) DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  NOTE-TEXT             DELIMITED BY SIZE
              INTO ZZEC0280-O-LINE(WS-LINES-FILLED)
           END-STRING
           .
      ******************************************************************
      *                   2300-OPEN-MESSAGE
      * AN UNOPENED MESSAGE IS MARKED READ AS IT IS SHOWN
      ******************************************************************
       2300-OPEN-MESSAGE.
           PERFORM 2100-CLEAR-LINES

           IF ZZEC0280-I-NOTE-ID = ZERO THEN
              SET ZZEC0280-O-RC-INVALID-INPUT TO TRUE
              MOVE 'MESSAGE NUMBER REQUIRED'
                TO ZZEC0280-O-ERROR-MESSAGE
           ELSE
              PERFORM 7100-SELECT-MESSAGE
              IF SO-NOTE-FOUND THEN
                 IF NOTE-STATUS = CT-STATUS-NEW THEN
                    PERFORM 2310-MARK-MESSAGE-READ
                 END-IF
                 PERFORM 2320-FORMAT-MESSAGE-DETAIL
                 SET ZZEC0280-O-RC-NORMAL TO TRUE
                 MOVE ' ' TO ZZEC0280-O-ERROR-MESSAGE
              ELSE
                 SET ZZEC0280-O-RC-NOT-FOUND TO TRUE
                 MOVE 'NO SUCH MESSAGE' TO ZZEC0280-O-ERROR-MESSAGE
              END-IF
           END-IF
           .
      ******************************************************************
      *                 2310-MARK-MESSAGE-READ
      ******************************************************************
       2310-MARK-MESSAGE-READ.
           MOVE CT-STATUS-READ TO NOTE-STATUS

           EXEC SQL
           UPDATE NOTIFICATION_TABLE
           SET NOTE_STATUS = :NOTE-STATUS
           WHERE NOTE_ID   = :NOTE-ID
           AND   NOTE_USER = :NOTE-USER
           END-EXEC

           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              SET SO-2310-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *               2320-FORMAT-MESSAGE-DETAIL
      * A FINDING FROM Z02203 HAS NO REQUEST BEHIND IT - ITS REQUEST
      * NUMBER AND RUN FIGURES ARE LEFT OFF
      ******************************************************************
       2320-FORMAT-MESSAGE-DETAIL.
           MOVE NOTE-ID     TO WS-NOTE-ID-EDIT
           STRING 'MESSAGE '       DELIMITED BY SIZE
                  WS-NOTE-ID-EDIT  DELIMITED BY SIZE
                  ' FROM '         DELIMITED BY SIZE
                  NOTE-SOURCE      DELIMITED BY SIZE
                  ' AT '           DELIMITED BY SIZE
                  NOTE-CREATED-AT  DELIMITED BY SIZE
              INTO ZZEC0280-O-LINE(1)
           END-STRING

           MOVE NOTE-MAP-ID TO WS-MAP-ID-EDIT
           IF NOTE-REQUEST-ID > 0 THEN
              MOVE NOTE-REQUEST-ID TO WS-NOTE-ID-EDIT
              STRING 'BOARD '          DELIMITED BY SIZE
                     WS-MAP-ID-EDIT    DELIMITED BY SIZE
                     '   RUN REQUEST ' DELIMITED BY SIZE
                     WS-NOTE-ID-EDIT   DELIMITED BY SIZE
                 INTO ZZEC0280-O-LINE(2)
              END-STRING
           ELSE
              STRING 'BOARD '          DELIMITED BY SIZE
                     WS-MAP-ID-EDIT    DELIMITED BY SIZE
                 INTO ZZEC0280-O-LINE(2)
              END-STRING
           END-IF

           STRING 'OUTCOME '       DELIMITED BY SIZE
                  NOTE-OUTCOME     DELIMITED BY SIZE
              INTO ZZEC0280-O-LINE(3)
           END-STRING

           MOVE 5 TO ZZEC0280-O-ROWS-RETURNED
           IF NOTE-REQUEST-ID > 0 THEN
              MOVE NOTE-GENERATIONS TO WS-COUNT-EDIT
              MOVE NOTE-POPULATION  TO WS-COUNT-EDIT2
              STRING 'GENERATIONS PLAYED ' DELIMITED BY SIZE
                     WS-COUNT-EDIT         DELIMITED BY SIZE
                     '   FINAL POPULATION ' DELIMITED BY SIZE
                     WS-COUNT-EDIT2        DELIMITED BY SIZE
                 INTO ZZEC0280-O-LINE(4)
              END-STRING
              MOVE NOTE-TEXT TO ZZEC0280-O-LINE(6)
              MOVE 6 TO ZZEC0280-O-ROWS-RETURNED
           ELSE
              MOVE NOTE-TEXT TO ZZEC0280-O-LINE(5)
           END-IF
           .
      ******************************************************************
      *                   2400-CLEAR-MESSAGE
      ******************************************************************
       2400-CLEAR-MESSAGE.
           PERFORM 2100-CLEAR-LINES

           IF ZZEC0280-I-NOTE-ID = ZERO THEN
              SET ZZEC0280-O-RC-INVALID-INPUT TO TRUE
              MOVE 'MESSAGE NUMBER REQUIRED'
                TO ZZEC0280-O-ERROR-MESSAGE
           ELSE
              PERFORM 2410-DELETE-ONE-MESSAGE
              IF SO-NOTE-FOUND THEN
                 SET ZZEC0280-O-RC-SUCCESS-UPDATE TO TRUE
                 MOVE 'MESSAGE CLEARED' TO ZZEC0280-O-ERROR-MESSAGE
              ELSE
                 SET ZZEC0280-O-RC-NOT-FOUND TO TRUE
                 MOVE 'NO SUCH MESSAGE' TO ZZEC0280-O-ERROR-MESSAGE
              END-IF
           END-IF
           .
      ******************************************************************
      *                2410-DELETE-ONE-MESSAGE
      ******************************************************************
       2410-DELETE-ONE-MESSAGE.
           SET SO-NOTE-FOUND TO TRUE
           MOVE ZZEC0280-I-NOTE-ID TO NOTE-ID

           EXEC SQL
           DELETE FROM NOTIFICATION_TABLE
           WHERE NOTE_ID   = :NOTE-ID
           AND   NOTE_USER = :NOTE-USER
           END-EXEC

           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
              WHEN SO-SQLCODE-NORMAL
                 CONTINUE
              WHEN SO-SQLCODE-NOT-FOUND
                 SET SO-NOTE-NOT-FOUND TO TRUE
              WHEN OTHER
                 SET SO-2410-PARA TO TRUE
                 PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *               2500-CLEAR-READ-MESSAGES
      * UNOPENED MESSAGES ARE NEVER CLEARED IN BULK - THE USER HAS TO
      * HAVE SEEN A MESSAGE, OR CLEAR IT BY ITS NUMBER
      ******************************************************************
       2500-CLEAR-READ-MESSAGES.
           PERFORM 2100-CLEAR-LINES
           PERFORM 2510-COUNT-READ-MESSAGES

           IF WS-READ-COUNT = 0 THEN
              SET ZZEC0280-O-RC-NO-RECORDS TO TRUE
              MOVE 'NO READ MESSAGES TO CLEAR'
                TO ZZEC0280-O-ERROR-MESSAGE
           ELSE
              PERFORM 2520-DELETE-READ-MESSAGES
              MOVE WS-READ-COUNT TO WS-COUNT-EDIT
              SET ZZEC0280-O-RC-SUCCESS-UPDATE TO TRUE
              MOVE SPACE TO ZZEC0280-O-ERROR-MESSAGE
              STRING WS-COUNT-EDIT          DELIMITED BY SIZE
                     ' READ MESSAGES CLEARED' DELIMITED BY SIZE
                 INTO ZZEC0280-O-ERROR-MESSAGE
              END-STRING
           END-IF
           .
      ******************************************************************
      *               2510-COUNT-READ-MESSAGES
      ******************************************************************
       2510-COUNT-READ-MESSAGES.
           MOVE CT-STATUS-READ TO NOTE-STATUS

           EXEC SQL
           SELECT COUNT(*)
           INTO :WS-READ-COUNT
           FROM NOTIFICATION_TABLE
           WHERE NOTE_USER   = :NOTE-USER
           AND   NOTE_STATUS = :NOTE-STATUS
           END-EXEC

           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              SET SO-2510-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *               2520-DELETE-READ-MESSAGES
      ******************************************************************
       2520-DELETE-READ-MESSAGES.
           MOVE CT-STATUS-READ TO NOTE-STATUS

           EXEC SQL
           DELETE FROM NOTIFICATION_TABLE
           WHERE NOTE_USER   = :NOTE-USER
           AND   NOTE_STATUS = :NOTE-STATUS
           END-EXEC

           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              SET SO-2520-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                 3000-FINAL
      ******************************************************************
       3000-FINAL.
           MOVE WS-ZZEC0280 TO DFHCOMMAREA
           EXEC CICS
           RETURN
           END-EXEC
           .
      ******************************************************************
      *                 3500-DB2-ERROR-FINAL
      ******************************************************************
       3500-DB2-ERROR-FINAL.
           MOVE WS-ZZEC0280 TO DFHCOMMAREA
           EXEC CICS
           RETURN
           END-EXEC
           .
      ******************************************************************
      *                   7100-SELECT-MESSAGE
      ******************************************************************
       7100-SELECT-MESSAGE.
           SET SO-NOTE-NOT-FOUND TO TRUE
           MOVE ZZEC0280-I-NOTE-ID TO NOTE-ID

           EXEC SQL
           SELECT NOTE_CREATED_AT, NOTE_SOURCE, NOTE_MAP_ID,
                  NOTE_REQUEST_ID, NOTE_OUTCOME, NOTE_GENERATIONS,
                  NOTE_POPULATION, NOTE_TEXT, NOTE_STATUS
           INTO  :NOTE-CREATED-AT, :NOTE-SOURCE, :NOTE-MAP-ID,
                 :NOTE-REQUEST-ID, :NOTE-OUTCOME, :NOTE-GENERATIONS,
                 :NOTE-POPULATION, :NOTE-TEXT, :NOTE-STATUS
           FROM  NOTIFICATION_TABLE
           WHERE NOTE_ID   = :NOTE-ID
           AND   NOTE_USER = :NOTE-USER
           END-EXEC

           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
              WHEN SO-SQLCODE-NORMAL
                 SET SO-NOTE-FOUND TO TRUE
              WHEN SO-SQLCODE-NOT-FOUND
                 SET SO-NOTE-NOT-FOUND TO TRUE
              WHEN OTHER
                 SET SO-7100-PARA TO TRUE
                 PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *                 7150-COUNT-NEW-MESSAGES
      ******************************************************************
       7150-COUNT-NEW-MESSAGES.
           MOVE CT-STATUS-NEW TO NOTE-STATUS

           EXEC SQL
           SELECT COUNT(*)
           INTO :WS-NEW-COUNT
           FROM NOTIFICATION_TABLE
           WHERE NOTE_USER   = :NOTE-USER
           AND   NOTE_STATUS = :NOTE-STATUS
           END-EXEC

           MOVE SQLCODE TO SW-SQLCODE
           IF SO-SQLCODE-OK THEN
              MOVE WS-NEW-COUNT TO ZZEC0280-O-NEW-COUNT
           ELSE
              SET SO-7150-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                 7400-OPEN-NOTES-CURSOR
      ******************************************************************
       7400-OPEN-NOTES-CURSOR.
           EXEC SQL
           OPEN C-NOTES
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
      *                 7500-CLOSE-NOTES-CURSOR
      ******************************************************************
       7500-CLOSE-NOTES-CURSOR.
           EXEC SQL
           CLOSE C-NOTES
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
      *                 7600-FETCH-NOTES-RECORD
      ******************************************************************
       7600-FETCH-NOTES-RECORD.
           EXEC SQL
           FETCH C-NOTES
           INTO
           :NOTE-ID,
           :NOTE-CREATED-AT,
           :NOTE-TEXT,
           :NOTE-STATUS
           END-EXEC

           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
              WHEN SO-SQLCODE-NORMAL
                 CONTINUE
              WHEN SO-SQLCODE-NOT-FOUND
                 SET SO-END-OF-DATA-NOTES TO TRUE
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

           SET ZZEC0280-O-RC-DB2-ERROR TO TRUE

           STRING ' DB2 ERROR IN STATMENT '
           SW-ST-IDENTIFICATOR
           DELIMITED BY SIZE
           INTO ZZEC0280-O-ERROR-MESSAGE
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
