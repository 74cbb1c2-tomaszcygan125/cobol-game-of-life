       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02108.
      ******************************************************************
      *
      *       PROGRAM IS THE USER'S MESSAGE INBOX - THE NOTIFICATIONS
      *       Z02097 LEAVES WHEN A QUEUED RUN REQUEST FINISHES, IS
      *       REJECTED, FAILS OR IS REQUEUED, AND THOSE Z02203 LEAVES
      *       ABOUT FINDINGS ON THE USER'S OWN BOARDS
      * PROGRAM PERFORM THE TASKS BELOW:
      *  1. LIST THE USER'S MESSAGES, NEWEST FIRST, PF7/PF8 TO PAGE
      *     (ACTION L) - AN UNOPENED MESSAGE IS FLAGGED '*'
      *  2. OPEN ONE MESSAGE BY ITS NUMBER, WHICH MARKS IT READ
      *     (ACTION O)
      *  3. CLEAR ONE MESSAGE BY ITS NUMBER, OR WITH NO NUMBER KEYED
      *     EVERY MESSAGE ALREADY READ (ACTION C)
      *
      *  TO ALLOW ALL OF THAT PROGRAM WILL CALL ROUTINE NAMED
      *   Z02119 - WHICH ONLY EVER SHOWS OR CLEARS THE SIGNED-ON
      *   USER'S OWN MESSAGES
      *
      *
      *                      CHANGE LOG
      ******************************************************************
      *
      *
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY DFHAID.
           COPY ZZMP0280.
      * SWITCHES
       01 SW-SWITCHES.
           05 SW-WHAT-SEND-TYPE        PIC X.
                88 SO-SEND-WHOLE-MAP   VALUE 'M'.
                88 SO-SEND-ONLY-DATA   VALUE 'D'.
       01 CT-MAPFAIL-MESSAGE   PIC X(25)
                                      VALUE 'YOU NEED TO MAKE A CHOICE'.
       01 CT-3100-ERROR-MESSAGE   PIC X(16) VALUE '3100-FINAL-ERROR'.
       01 CT-END-FINAL-MESSAGE  PIC X(16) VALUE ' END OF PROGRAM '.
       01 WS-ITER4                 PIC S9(4) COMP.
      * A CLEAR'S CONFIRMATION HAS TO SURVIVE THE LIST CALL THAT
      * FOLLOWS IT, WHICH OVERWRITES THE COMMAREA MESSAGE
       01 WS-HOLD-MESSAGE          PIC X(40) VALUE SPACE.
       01 WS-NEW-COUNT-EDIT        PIC ZZZZ9.
      * COMMAREA
           COPY ZZEC0280.
       LINKAGE SECTION.
       01 DFHCOMMAREA PIC X(1024).
      ***************************************************************
      *                 PROCEDURE DIVISION
      ***************************************************************

       PROCEDURE DIVISION USING DFHCOMMAREA.
           PERFORM 2000-PROCESS
           PERFORM 3000-FINAL
           .
      ***************************************************************
      *                    1010-FIRST-TIME-RUN
      *  THE INBOX OPENS ON THE FIRST PAGE OF THE USER'S MESSAGES
      ***************************************************************
       1010-FIRST-TIME-RUN.
           MOVE LOW-VALUES TO MP0280O
           SET ZZEC0280-M-LIST-MESSAGES TO TRUE
           MOVE 1 TO ZZEC0280-I-PAGE
           PERFORM 2323-CALL-ROUTINE
           PERFORM 2325-MOVE-LINES-TO-MAP
           IF NOT ZZEC0280-O-RC-NORMAL THEN
              MOVE ZZEC0280-O-ERROR-MESSAGE TO MSGO
           END-IF
           SET SO-SEND-WHOLE-MAP TO TRUE
           PERFORM 2100-SEND-THE-MAP
           .
      ***************************************************************
      *                      1015-IGNORE
      ***************************************************************
       1015-IGNORE.
           EXEC CICS
           IGNORE CONDITION ERROR
           END-EXEC
           .
       2000-PROCESS.
           IF EIBCALEN = 0 THEN
                INITIALIZE WS-ZZEC0280
                PERFORM 1010-FIRST-TIME-RUN
                PERFORM 1015-IGNORE
                EXEC CICS
                RETURN TRANSID('0214') COMMAREA(WS-ZZEC0280)
                END-EXEC
           ELSE
             MOVE DFHCOMMAREA TO WS-ZZEC0280

             EVALUATE EIBAID

      * ENTER CARRIES OUT THE ACTION KEYED ON THE SCREEN - L LISTS,
      * O OPENS ONE MESSAGE AND C CLEARS, AND A CLEAR IS FOLLOWED BY
      * A FRESH LIST OF THE PAGE THE USER WAS ON
               WHEN DFHENTER

                  PERFORM 2300-DATA-FROM-USER
                  MOVE SPACE TO WS-HOLD-MESSAGE
                  EVALUATE ACTIONI
                    WHEN 'L'
                       MOVE 1 TO ZZEC0280-I-PAGE
                       PERFORM 2330-LIST-THE-MESSAGES
                    WHEN 'O'
                       PERFORM 2320-OPEN-THE-MESSAGE
                    WHEN 'C'
                       PERFORM 2310-CLEAR-MESSAGES
                    WHEN OTHER
                       MOVE 'ACTION MUST BE L, O OR C' TO MSGO
                       SET SO-SEND-ONLY-DATA TO TRUE
                       PERFORM 2100-SEND-THE-MAP
                  END-EVALUATE

      * PF7/PF8 PAGE THROUGH THE MESSAGE LIST - A PAGE BACK FROM PAGE
      * 1 JUST REDISPLAYS PAGE 1
               WHEN DFHPF7

                  IF ZZEC0280-I-PAGE > 1 THEN
                     SUBTRACT 1 FROM ZZEC0280-I-PAGE
                  END-IF
                  PERFORM 2330-LIST-THE-MESSAGES

               WHEN DFHPF8

                  ADD 1 TO ZZEC0280-I-PAGE
                  PERFORM 2330-LIST-THE-MESSAGES

               WHEN DFHPF1

                  PERFORM 2050-CLEAR-THE-SCREEN

               WHEN DFHPF3
      * END OF TRANSACTION
                  PERFORM 3000-FINAL
               WHEN OTHER

      * USER PRESSED KEY THAT DON'T HAVE ANY ACTION
                  MOVE 'NO-ACITON KEY' TO MSGO
                  SET SO-SEND-ONLY-DATA  TO TRUE
                  PERFORM 2100-SEND-THE-MAP

             END-EVALUATE
           END-IF

           MOVE WS-ZZEC0280 TO DFHCOMMAREA

           EXEC CICS
           RETURN TRANSID('0214') COMMAREA(DFHCOMMAREA)
           END-EXEC
           .
      ***************************************************************
      *                2050-CLEAR-THE-SCREEN
      ***************************************************************
       2050-CLEAR-THE-SCREEN.
           MOVE    LOW-VALUES              TO MP0280O
           SET     SO-SEND-WHOLE-MAP       TO TRUE
           PERFORM 2100-SEND-THE-MAP
           .
      ***************************************************************
      *                2100-SEND-THE-MAP
      ***************************************************************
       2100-SEND-THE-MAP.
           EVALUATE TRUE
           WHEN SO-SEND-WHOLE-MAP
              EXEC CICS
              SEND MAP('MP0280') MAPSET('MP0280')
              FROM(MP0280O)
              ERASE
              END-EXEC
           WHEN SO-SEND-ONLY-DATA
              EXEC CICS
              SEND MAP('MP0280') MAPSET('MP0280')
              FROM(MP0280O)
              DATAONLY
              FREEKB
              ERASEAUP
              END-EXEC
           WHEN OTHER
              MOVE 'ERROR IN MAP SEND' TO MSGO
              SET SO-SEND-ONLY-DATA TO TRUE
              PERFORM 2100-SEND-THE-MAP
           END-EVALUATE
           PERFORM 2200-CHECK-EIBRESP
           .
      ***************************************************************
      *                  2200-CHECK-EIBRESP
      ***************************************************************
       2200-CHECK-EIBRESP.
           EVALUATE EIBRESP
             WHEN DFHRESP(NORMAL)
             WHEN DFHRESP(EOC)
                  CONTINUE
             WHEN DFHRESP(MAPFAIL)
                  MOVE CT-MAPFAIL-MESSAGE TO MSGO
                  SET SO-SEND-ONLY-DATA   TO TRUE
                  PERFORM 2100-SEND-THE-MAP
             WHEN OTHER
                  DISPLAY 'TSOUS02 OTHER ERROR'
                  PERFORM 3100-FINAL-WITH-ERROR
           END-EVALUATE
           .
      ***************************************************************
      *                   2300-DATA-FROM-USER
      ***************************************************************
       2300-DATA-FROM-USER.
           MOVE LOW-VALUES TO MP0280I
           EXEC CICS
           RECEIVE MAP('MP0280') MAPSET('MP0280')
           INTO(MP0280I)
           NOHANDLE
           END-EXEC
           PERFORM 2200-CHECK-EIBRESP

           INSPECT NOTEIDI REPLACING ALL '_' BY ' '
           INSPECT NOTEIDI REPLACING ALL LOW-VALUES BY ' '
           INSPECT NOTEIDI REPLACING LEADING ' ' BY '0'
           IF NOTEIDI IS NUMERIC THEN
              MOVE NOTEIDI TO ZZEC0280-I-NOTE-ID
           ELSE
              MOVE ZERO TO ZZEC0280-I-NOTE-ID
           END-IF
           .
      ***************************************************************
      *                2310-CLEAR-MESSAGES
      *  A NUMBER KEYED CLEARS THAT ONE MESSAGE, NO NUMBER CLEARS
      *  EVERY MESSAGE THE USER HAS ALREADY READ - EITHER WAY THE
      *  PAGE IS LISTED AGAIN SO THE SCREEN SHOWS WHAT IS LEFT
      ***************************************************************
       2310-CLEAR-MESSAGES.
           IF ZZEC0280-I-NOTE-ID = ZERO THEN
              SET ZZEC0280-M-CLEAR-READ TO TRUE
           ELSE
              SET ZZEC0280-M-CLEAR-MESSAGE TO TRUE
           END-IF
           PERFORM 2323-CALL-ROUTINE
           MOVE ZZEC0280-O-ERROR-MESSAGE TO WS-HOLD-MESSAGE

           IF ZZEC0280-O-RC-SUCCESS-UPDATE THEN
              PERFORM 2330-LIST-THE-MESSAGES
           ELSE
              MOVE WS-HOLD-MESSAGE TO MSGO
              SET SO-SEND-ONLY-DATA TO TRUE
              PERFORM 2100-SEND-THE-MAP
           END-IF
           .
      ***************************************************************
      *                2320-OPEN-THE-MESSAGE
      ***************************************************************
       2320-OPEN-THE-MESSAGE.
           SET ZZEC0280-M-OPEN-MESSAGE TO TRUE
           PERFORM 2323-CALL-ROUTINE
           PERFORM 2325-MOVE-LINES-TO-MAP

           IF ZZEC0280-O-RC-NORMAL THEN
              MOVE ' ' TO MSGO
           ELSE
              MOVE ZZEC0280-O-ERROR-MESSAGE TO MSGO
           END-IF
           SET SO-SEND-ONLY-DATA TO TRUE
           PERFORM 2100-SEND-THE-MAP
           .
      ***************************************************************
      *                  2323-CALL-ROUTINE
      ***************************************************************
       2323-CALL-ROUTINE.
           EXEC CICS
           LINK PROGRAM('Z02119') COMMAREA(WS-ZZEC0280)
           END-EXEC
           .
      ***************************************************************
      *                2325-MOVE-LINES-TO-MAP
      *  THE UNOPENED COUNT RIDES ON EVERY REPLY, SO IT IS REFRESHED
      *  WITH THE LINES
      ***************************************************************
       2325-MOVE-LINES-TO-MAP.
           PERFORM VARYING WS-ITER4 FROM 1 BY 1 UNTIL WS-ITER4 > 14
              MOVE ZZEC0280-O-LINE(WS-ITER4) TO NLINEO(WS-ITER4)
           END-PERFORM

           MOVE ZZEC0280-O-NEW-COUNT TO WS-NEW-COUNT-EDIT
           MOVE SPACE TO NEWCNTO
           STRING WS-NEW-COUNT-EDIT  DELIMITED BY SIZE
                  ' NEW MESSAGES'    DELIMITED BY SIZE
              INTO NEWCNTO
           END-STRING
           .
      ***************************************************************
      *                2330-LIST-THE-MESSAGES
      ***************************************************************
       2330-LIST-THE-MESSAGES.
           SET ZZEC0280-M-LIST-MESSAGES TO TRUE
           PERFORM 2323-CALL-ROUTINE
           PERFORM 2325-MOVE-LINES-TO-MAP

           EVALUATE TRUE
             WHEN ZZEC0280-O-RC-NORMAL
               MOVE WS-HOLD-MESSAGE TO MSGO
             WHEN OTHER
               MOVE ZZEC0280-O-ERROR-MESSAGE TO MSGO
           END-EVALUATE
           SET SO-SEND-ONLY-DATA TO TRUE
           PERFORM 2100-SEND-THE-MAP
           .
      ***************************************************************
      *                 3000-FINAL
      ***************************************************************
       3000-FINAL.
           EXEC CICS
           SEND TEXT FROM(CT-END-FINAL-MESSAGE)
           ERASE
           END-EXEC

           EXEC CICS
           RETURN
           END-EXEC
           .
      ***************************************************************
      *                 3100-FINAL-WITH-ERROR
      ***************************************************************
       3100-FINAL-WITH-ERROR.
           EXEC CICS
           SEND TEXT FROM(CT-3100-ERROR-MESSAGE)
           ERASE
           END-EXEC
           EXEC CICS
           RETURN
           END-EXEC
           .
