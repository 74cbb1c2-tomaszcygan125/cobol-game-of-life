       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02110.
      ******************************************************************
      *
      *       PROGRAM IS THE APPROVALS SCREEN - WHERE A SECOND USER
      *       DECIDES THE RESETS AND SCENARIO RESTORES OF PROTECTED
      *       BOARDS AND THE CATALOG SHAPE DELETES THAT WERE LEFT
      *       PENDING WHEN THEY WERE KEYED
      * PROGRAM PERFORM THE TASKS BELOW:
      *  1. LIST THE PENDING REQUESTS, OLDEST FIRST, PF7/PF8 TO PAGE
      *     (ACTION L)
      *  2. APPROVE ONE REQUEST BY ITS NUMBER, WHICH CARRIES OUT THE
      *     ACTION (ACTION A)
      *  3. REJECT ONE REQUEST BY ITS NUMBER (ACTION R)
      *
      *  TO ALLOW ALL OF THAT PROGRAM WILL CALL ROUTINE NAMED
      *   Z02121 - WHICH REFUSES A DECISION TO ANYONE WITHOUT THE
      *   APPROVE CAPABILITY AND TO THE USER WHO RAISED THE REQUEST
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
           COPY ZZMP0300.
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
      * A DECISION'S CONFIRMATION HAS TO SURVIVE THE LIST CALL THAT
      * FOLLOWS IT, WHICH OVERWRITES THE COMMAREA MESSAGE
       01 WS-HOLD-MESSAGE          PIC X(40) VALUE SPACE.
      * COMMAREA
           COPY ZZEC0300.
       LINKAGE SECTION.
       01 DFHCOMMAREA PIC X(1019).
      ***************************************************************
      *                 PROCEDURE DIVISION
      ***************************************************************

       PROCEDURE DIVISION USING DFHCOMMAREA.
           PERFORM 2000-PROCESS
           PERFORM 3000-FINAL
           .
      ***************************************************************
      *                    1010-FIRST-TIME-RUN
      *  THE SCREEN OPENS ON THE FIRST PAGE OF PENDING REQUESTS
      ***************************************************************
       1010-FIRST-TIME-RUN.
           MOVE LOW-VALUES TO MP0300O
           SET ZZEC0300-M-LIST-REQUESTS TO TRUE
           MOVE 1 TO ZZEC0300-I-PAGE
           PERFORM 2323-CALL-ROUTINE
           PERFORM 2325-MOVE-LINES-TO-MAP
           IF NOT ZZEC0300-O-RC-NORMAL THEN
              MOVE ZZEC0300-O-ERROR-MESSAGE TO MSGO
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
                INITIALIZE WS-ZZEC0300
                PERFORM 1010-FIRST-TIME-RUN
                PERFORM 1015-IGNORE
                EXEC CICS
                RETURN TRANSID('0216') COMMAREA(WS-ZZEC0300)
                END-EXEC
           ELSE
             MOVE DFHCOMMAREA TO WS-ZZEC0300

             EVALUATE EIBAID

      * ENTER CARRIES OUT THE ACTION KEYED ON THE SCREEN - L LISTS,
      * A APPROVES AND R REJECTS, AND A DECISION IS FOLLOWED BY A
      * FRESH LIST OF THE PAGE THE USER WAS ON
               WHEN DFHENTER

                  PERFORM 2300-DATA-FROM-USER
                  MOVE SPACE TO WS-HOLD-MESSAGE
                  EVALUATE ACTIONI
                    WHEN 'L'
                       MOVE 1 TO ZZEC0300-I-PAGE
                       PERFORM 2330-LIST-THE-REQUESTS
                    WHEN 'A'
                       SET ZZEC0300-M-APPROVE-REQUEST TO TRUE
                       PERFORM 2310-DECIDE-THE-REQUEST
                    WHEN 'R'
                       SET ZZEC0300-M-REJECT-REQUEST TO TRUE
                       PERFORM 2310-DECIDE-THE-REQUEST
                    WHEN OTHER
                       MOVE 'ACTION MUST BE L, A OR R' TO MSGO
                       SET SO-SEND-ONLY-DATA TO TRUE
                       PERFORM 2100-SEND-THE-MAP
                  END-EVALUATE

      * PF7/PF8 PAGE THROUGH THE REQUEST LIST - A PAGE BACK FROM PAGE
      * 1 JUST REDISPLAYS PAGE 1
               WHEN DFHPF7

                  IF ZZEC0300-I-PAGE > 1 THEN
                     SUBTRACT 1 FROM ZZEC0300-I-PAGE
                  END-IF
                  PERFORM 2330-LIST-THE-REQUESTS

               WHEN DFHPF8

                  ADD 1 TO ZZEC0300-I-PAGE
                  PERFORM 2330-LIST-THE-REQUESTS

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

           MOVE WS-ZZEC0300 TO DFHCOMMAREA

           EXEC CICS
           RETURN TRANSID('0216') COMMAREA(DFHCOMMAREA)
           END-EXEC
           .
      ***************************************************************
      *                2050-CLEAR-THE-SCREEN
      ***************************************************************
       2050-CLEAR-THE-SCREEN.
           MOVE    LOW-VALUES              TO MP0300O
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
              SEND MAP('MP0300') MAPSET('MP0300')
              FROM(MP0300O)
              ERASE
              END-EXEC
           WHEN SO-SEND-ONLY-DATA
              EXEC CICS
              SEND MAP('MP0300') MAPSET('MP0300')
              FROM(MP0300O)
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
           MOVE LOW-VALUES TO MP0300I
           EXEC CICS
           RECEIVE MAP('MP0300') MAPSET('MP0300')
           INTO(MP0300I)
           NOHANDLE
           END-EXEC
           PERFORM 2200-CHECK-EIBRESP

           INSPECT REQIDI REPLACING ALL '_' BY ' '
           INSPECT REQIDI REPLACING ALL LOW-VALUES BY ' '
           INSPECT REQIDI REPLACING LEADING ' ' BY '0'
           IF REQIDI IS NUMERIC THEN
              MOVE REQIDI TO ZZEC0300-I-REQUEST-ID
           ELSE
              MOVE ZERO TO ZZEC0300-I-REQUEST-ID
           END-IF
           .
      ***************************************************************
      *                2310-DECIDE-THE-REQUEST
      *  APPROVE OR REJECT, AS SET BY THE CALLER - A DECISION TAKEN
      *  IS FOLLOWED BY THE PAGE LISTED AGAIN, SO THE REQUEST DROPS
      *  OFF THE SCREEN; A REFUSAL LEAVES THE SCREEN AS IT WAS
      ***************************************************************
       2310-DECIDE-THE-REQUEST.
           PERFORM 2323-CALL-ROUTINE
           MOVE ZZEC0300-O-ERROR-MESSAGE TO WS-HOLD-MESSAGE

           IF ZZEC0300-O-RC-SUCCESS-UPDATE THEN
              PERFORM 2330-LIST-THE-REQUESTS
           ELSE
              MOVE WS-HOLD-MESSAGE TO MSGO
              SET SO-SEND-ONLY-DATA TO TRUE
              PERFORM 2100-SEND-THE-MAP
           END-IF
           .
      ***************************************************************
      *                  2323-CALL-ROUTINE
      ***************************************************************
       2323-CALL-ROUTINE.
           EXEC CICS
           LINK PROGRAM('Z02121') COMMAREA(WS-ZZEC0300)
           END-EXEC
           .
      ***************************************************************
      *                2325-MOVE-LINES-TO-MAP
      ***************************************************************
       2325-MOVE-LINES-TO-MAP.
           PERFORM VARYING WS-ITER4 FROM 1 BY 1 UNTIL WS-ITER4 > 14
              MOVE ZZEC0300-O-LINE(WS-ITER4) TO RLINEO(WS-ITER4)
           END-PERFORM
           .
      ***************************************************************
      *                2330-LIST-THE-REQUESTS
      ***************************************************************
       2330-LIST-THE-REQUESTS.
           SET ZZEC0300-M-LIST-REQUESTS TO TRUE
           PERFORM 2323-CALL-ROUTINE
           PERFORM 2325-MOVE-LINES-TO-MAP

           EVALUATE TRUE
             WHEN ZZEC0300-O-RC-NORMAL
               MOVE WS-HOLD-MESSAGE TO MSGO
             WHEN OTHER
               MOVE ZZEC0300-O-ERROR-MESSAGE TO MSGO
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
