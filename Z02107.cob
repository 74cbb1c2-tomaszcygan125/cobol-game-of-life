       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02107.
      ******************************************************************
      *
      *       PROGRAM LETS BOARD OWNERS AND ADMINISTRATORS MAINTAIN THE
      *       BOARD REGISTRY (BOARD_TABLE)
      * PROGRAM PERFORM THE TASKS BELOW:
      *  1. SHOW ONE BOARD'S OWNER, DESCRIPTION, DEFAULT MODE AND
      *     STATUS (ACTION S)
      *  2. LIST THE REGISTERED BOARDS, PF7/PF8 TO PAGE (ACTION L)
      *  3. REGISTER A BOARD OR CHANGE ITS OWNER, DESCRIPTION OR
      *     DEFAULT MODE (ACTION R)
      *  4. FREEZE (F), REACTIVATE (A) OR RETIRE (X) A BOARD - A
      *     RETIRED BOARD IS PURGED BY Z02207 ONCE THE RETENTION DAYS
      *     KEYED WITH THE RETIRE HAVE PASSED
      *  5. PROTECT (P) OR UNPROTECT (U) A BOARD - A PROTECTED BOARD'S
      *     RESET OR SCENARIO RESTORE WAITS FOR A SECOND USER ON 0216
      *
      *  TO ALLOW ALL OF THAT PROGRAM WILL CALL ROUTINE NAMED
      *   Z02118 - WHICH ONLY LETS A BOARD'S OWNER OR AN ADMIN
      *   CHANGE IT
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
           COPY ZZMP0270.
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
      * A CHANGE'S CONFIRMATION HAS TO SURVIVE THE SHOW CALL THAT
      * FOLLOWS IT, WHICH OVERWRITES THE COMMAREA MESSAGE
       01 WS-HOLD-MESSAGE          PIC X(40) VALUE SPACE.
      * COMMAREA
           COPY ZZEC0270.
       LINKAGE SECTION.
       01 DFHCOMMAREA PIC X(1160).
      ***************************************************************
      *                 PROCEDURE DIVISION
      ***************************************************************

       PROCEDURE DIVISION USING DFHCOMMAREA.
           PERFORM 2000-PROCESS
           PERFORM 3000-FINAL
           .
      ***************************************************************
      *                    1010-FIRST-TIME-RUN
      *  INITILIZING THE MAP AND SENDING IT TO THE USER
      ***************************************************************
       1010-FIRST-TIME-RUN.
           MOVE LOW-VALUES TO MP0270O
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
                INITIALIZE WS-ZZEC0270
                PERFORM 1010-FIRST-TIME-RUN
                PERFORM 1015-IGNORE
                EXEC CICS
                RETURN TRANSID('0213') COMMAREA(WS-ZZEC0270)
                END-EXEC
           ELSE
             MOVE DFHCOMMAREA TO WS-ZZEC0270

             EVALUATE EIBAID

      * ENTER CARRIES OUT THE ACTION KEYED ON THE SCREEN - S SHOWS,
      * L LISTS, R REGISTERS/UPDATES, F FREEZES, A REACTIVATES AND
      * X RETIRES, P PROTECTS AND U UNPROTECTS, AND A CHANGE IS
      * FOLLOWED BY A FRESH SHOW OF THE BOARD AS IT NOW STANDS
               WHEN DFHENTER

                  PERFORM 2300-DATA-FROM-USER
                  MOVE SPACE TO WS-HOLD-MESSAGE
                  EVALUATE ACTIONI
                    WHEN 'S'
                       PERFORM 2320-SHOW-THE-BOARD
                    WHEN 'L'
                       MOVE 1 TO ZZEC0270-I-PAGE
                       PERFORM 2330-LIST-THE-BOARDS
                    WHEN 'R'
                       SET ZZEC0270-M-REGISTER-BOARD TO TRUE
                       PERFORM 2310-CHANGE-THE-BOARD
                    WHEN 'F'
                       SET ZZEC0270-M-FREEZE-BOARD TO TRUE
                       PERFORM 2310-CHANGE-THE-BOARD
                    WHEN 'A'
                       SET ZZEC0270-M-ACTIVATE-BOARD TO TRUE
                       PERFORM 2310-CHANGE-THE-BOARD
                    WHEN 'X'
                       SET ZZEC0270-M-RETIRE-BOARD TO TRUE
                       PERFORM 2310-CHANGE-THE-BOARD
                    WHEN 'P'
                       SET ZZEC0270-M-PROTECT-BOARD TO TRUE
                       PERFORM 2310-CHANGE-THE-BOARD
                    WHEN 'U'
                       SET ZZEC0270-M-UNPROTECT-BOARD TO TRUE
                       PERFORM 2310-CHANGE-THE-BOARD
                    WHEN OTHER
                       MOVE 'ACTION MUST BE S, L, R, F, A, X, P OR U'
                         TO MSGO
                       SET SO-SEND-ONLY-DATA TO TRUE
                       PERFORM 2100-SEND-THE-MAP
                  END-EVALUATE

      * PF7/PF8 PAGE THROUGH THE BOARD LIST - A PAGE BACK FROM PAGE 1
      * JUST REDISPLAYS PAGE 1
               WHEN DFHPF7

                  IF ZZEC0270-I-PAGE > 1 THEN
                     SUBTRACT 1 FROM ZZEC0270-I-PAGE
                  END-IF
                  PERFORM 2330-LIST-THE-BOARDS

               WHEN DFHPF8

                  ADD 1 TO ZZEC0270-I-PAGE
                  PERFORM 2330-LIST-THE-BOARDS

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

           MOVE WS-ZZEC0270 TO DFHCOMMAREA

           EXEC CICS
           RETURN TRANSID('0213') COMMAREA(DFHCOMMAREA)
           END-EXEC
           .
      ***************************************************************
      *                2050-CLEAR-THE-SCREEN
      ***************************************************************
       2050-CLEAR-THE-SCREEN.
           MOVE    LOW-VALUES              TO MP0270O
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
              SEND MAP('MP0270') MAPSET('MP0270')
              FROM(MP0270O)
              ERASE
              END-EXEC
           WHEN SO-SEND-ONLY-DATA
              EXEC CICS
              SEND MAP('MP0270') MAPSET('MP0270')
              FROM(MP0270O)
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
           MOVE LOW-VALUES TO MP0270I
           EXEC CICS
           RECEIVE MAP('MP0270') MAPSET('MP0270')
           INTO(MP0270I)
           NOHANDLE
           END-EXEC
           PERFORM 2200-CHECK-EIBRESP

           INSPECT MAPIDI REPLACING ALL '_' BY ' '
           IF MAPIDI IS NUMERIC THEN
              MOVE MAPIDI TO ZZEC0270-I-MAP-ID
           ELSE
              MOVE ZERO TO ZZEC0270-I-MAP-ID
           END-IF

           INSPECT OWNERI REPLACING ALL '_' BY ' '
           MOVE OWNERI TO ZZEC0270-I-OWNER

           INSPECT DESCI REPLACING ALL '_' BY ' '
           MOVE DESCI TO ZZEC0270-I-DESC

           INSPECT DMODEI REPLACING ALL '_' BY ' '
           MOVE DMODEI TO ZZEC0270-I-DEFAULT-MODE

           INSPECT RETAINI REPLACING ALL '_' BY ' '
           IF RETAINI IS NUMERIC THEN
              MOVE RETAINI TO ZZEC0270-I-RETAIN-DAYS
           ELSE
              MOVE ZERO TO ZZEC0270-I-RETAIN-DAYS
           END-IF
           .
      ***************************************************************
      *                2310-CHANGE-THE-BOARD
      *  THE CALLER HAS ALREADY SET THE MODE - A SUCCESSFUL CHANGE IS
      *  FOLLOWED BY A SHOW SO THE SCREEN REFLECTS THE NEW ROW
      ***************************************************************
       2310-CHANGE-THE-BOARD.
           PERFORM 2323-CALL-ROUTINE
           MOVE ZZEC0270-O-ERROR-MESSAGE TO WS-HOLD-MESSAGE

           IF ZZEC0270-O-RC-SUCCESS-UPDATE THEN
              PERFORM 2320-SHOW-THE-BOARD
           ELSE
              MOVE WS-HOLD-MESSAGE TO MSGO
              SET SO-SEND-ONLY-DATA TO TRUE
              PERFORM 2100-SEND-THE-MAP
           END-IF
           .
      ***************************************************************
      *                2320-SHOW-THE-BOARD
      ***************************************************************
       2320-SHOW-THE-BOARD.
           SET ZZEC0270-M-SHOW-BOARD TO TRUE
           PERFORM 2323-CALL-ROUTINE
           PERFORM 2325-MOVE-LINES-TO-MAP

           IF ZZEC0270-O-RC-NORMAL THEN
              MOVE ZZEC0270-O-OWNER        TO OWNERO
              MOVE ZZEC0270-O-DESC         TO DESCO
              MOVE ZZEC0270-O-DEFAULT-MODE TO DMODEO
              MOVE WS-HOLD-MESSAGE         TO MSGO
           ELSE
              IF WS-HOLD-MESSAGE = SPACE THEN
                 MOVE ZZEC0270-O-ERROR-MESSAGE TO MSGO
              ELSE
                 MOVE WS-HOLD-MESSAGE TO MSGO
              END-IF
           END-IF
           SET SO-SEND-ONLY-DATA TO TRUE
           PERFORM 2100-SEND-THE-MAP
           .
      ***************************************************************
      *                  2323-CALL-ROUTINE
      ***************************************************************
       2323-CALL-ROUTINE.
           EXEC CICS
           LINK PROGRAM('Z02118') COMMAREA(WS-ZZEC0270)
           END-EXEC
           .
      ***************************************************************
      *                2325-MOVE-LINES-TO-MAP
      ***************************************************************
       2325-MOVE-LINES-TO-MAP.
           PERFORM VARYING WS-ITER4 FROM 1 BY 1 UNTIL WS-ITER4 > 14
              MOVE ZZEC0270-O-LINE(WS-ITER4) TO BRDLINEO(WS-ITER4)
           END-PERFORM
           .
      ***************************************************************
      *                2330-LIST-THE-BOARDS
      ***************************************************************
       2330-LIST-THE-BOARDS.
           SET ZZEC0270-M-LIST-BOARDS TO TRUE
           PERFORM 2323-CALL-ROUTINE
           PERFORM 2325-MOVE-LINES-TO-MAP

           EVALUATE TRUE
             WHEN ZZEC0270-O-RC-NORMAL
               MOVE ' ' TO MSGO
             WHEN OTHER
               MOVE ZZEC0270-O-ERROR-MESSAGE TO MSGO
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
