       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02109.
      ******************************************************************
      *
      *       PROGRAM SHOWS THE VERSION HISTORY OF A CATALOG SHAPE - THE
      *       DEFINITIONS THE SHAPE HAD BEFORE EACH 0208 REPLACE OR
      *       DELETE, Z02094 RELOAD OR EARLIER ROLLBACK CHANGED IT
      * PROGRAM PERFORM THE TASKS BELOW:
      *  1. LIST A SHAPE'S VERSIONS, NEWEST FIRST, WITH WHO REPLACED
      *     EACH ONE AND WHEN, PF7/PF8 TO PAGE (ACTION L)
      *  2. VIEW ONE VERSION'S GRID BY ITS NUMBER, OR THE SHAPE AS IT
      *     STANDS NOW WHEN NO NUMBER IS KEYED (ACTION V) - PF7/PF8
      *     SCROLL THE GRID UP AND DOWN, PF10/PF11 LEFT AND RIGHT
      *  3. ROLL THE SHAPE BACK TO ONE VERSION (ACTION R) - NEEDS THE
      *     SHAPE-MAINTAIN CAPABILITY, AND THE DEFINITION IT REPLACES
      *     IS ITSELF KEPT AS A NEW VERSION
      *
      *  TO ALLOW ALL OF THAT PROGRAM WILL CALL ROUTINE NAMED
      *   Z02120
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
           COPY ZZMP0290.
      * CONSTANTS
       01 CT-CONTSTANT.
           05 CT-SCROLL-ROWS           PIC S9(4) COMP VALUE 14.
           05 CT-SCROLL-COLS           PIC S9(4) COMP VALUE 62.
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
      * A ROLLBACK'S CONFIRMATION HAS TO SURVIVE THE LIST CALL THAT
      * FOLLOWS IT, WHICH OVERWRITES THE COMMAREA MESSAGE
       01 WS-HOLD-MESSAGE          PIC X(40) VALUE SPACE.
      * COMMAREA
           COPY ZZEC0290.
       LINKAGE SECTION.
       01 DFHCOMMAREA PIC X(1117).
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
           MOVE LOW-VALUES TO MP0290O
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
                INITIALIZE WS-ZZEC0290
                PERFORM 1010-FIRST-TIME-RUN
                PERFORM 1015-IGNORE
                EXEC CICS
                RETURN TRANSID('0215') COMMAREA(WS-ZZEC0290)
                END-EXEC
           ELSE
             MOVE DFHCOMMAREA TO WS-ZZEC0290

             EVALUATE EIBAID

      * ENTER CARRIES OUT THE ACTION KEYED ON THE SCREEN - L LISTS,
      * V VIEWS AND R ROLLS BACK, AND A ROLLBACK IS FOLLOWED BY A
      * FRESH LIST SO THE NEW VERSION IT KEPT SHOWS AT THE TOP
               WHEN DFHENTER

                  PERFORM 2300-DATA-FROM-USER
                  MOVE SPACE TO WS-HOLD-MESSAGE
                  EVALUATE ACTIONI
                    WHEN 'L'
                       MOVE 1 TO ZZEC0290-I-PAGE
                       PERFORM 2330-LIST-THE-VERSIONS
                    WHEN 'V'
                       MOVE 1 TO ZZEC0290-I-FIRST-ROW
                       MOVE 1 TO ZZEC0290-I-FIRST-COL
                       PERFORM 2320-VIEW-THE-VERSION
                    WHEN 'R'
                       PERFORM 2310-ROLL-BACK-THE-SHAPE
                    WHEN OTHER
                       MOVE 'ACTION MUST BE L, V OR R' TO MSGO
                       SET SO-SEND-ONLY-DATA TO TRUE
                       PERFORM 2100-SEND-THE-MAP
                  END-EVALUATE

      * PF7/PF8 SCROLL THE GRID WHEN A VERSION IS ON THE SCREEN, AND
      * PAGE THROUGH THE VERSION LIST OTHERWISE - A PAGE BACK FROM
      * PAGE 1 JUST REDISPLAYS PAGE 1
               WHEN DFHPF7

                  IF ZZEC0290-M-VIEW-VERSION THEN
                     IF ZZEC0290-I-FIRST-ROW > CT-SCROLL-ROWS THEN
                        SUBTRACT CT-SCROLL-ROWS
                            FROM ZZEC0290-I-FIRST-ROW
                     ELSE
                        MOVE 1 TO ZZEC0290-I-FIRST-ROW
                     END-IF
                     PERFORM 2320-VIEW-THE-VERSION
                  ELSE
                     IF ZZEC0290-I-PAGE > 1 THEN
                        SUBTRACT 1 FROM ZZEC0290-I-PAGE
                     END-IF
                     PERFORM 2330-LIST-THE-VERSIONS
                  END-IF

               WHEN DFHPF8

                  IF ZZEC0290-M-VIEW-VERSION THEN
                     ADD CT-SCROLL-ROWS TO ZZEC0290-I-FIRST-ROW
                     PERFORM 2320-VIEW-THE-VERSION
                  ELSE
                     ADD 1 TO ZZEC0290-I-PAGE
                     PERFORM 2330-LIST-THE-VERSIONS
                  END-IF

      * PF10/PF11 SCROLL A GRID WIDER THAN THE SCREEN LEFT AND RIGHT
               WHEN DFHPF10

                  IF ZZEC0290-M-VIEW-VERSION THEN
                     IF ZZEC0290-I-FIRST-COL > CT-SCROLL-COLS THEN
                        SUBTRACT CT-SCROLL-COLS
                            FROM ZZEC0290-I-FIRST-COL
                     ELSE
                        MOVE 1 TO ZZEC0290-I-FIRST-COL
                     END-IF
                     PERFORM 2320-VIEW-THE-VERSION
                  ELSE
                     MOVE 'NO VERSION ON THE SCREEN TO SCROLL' TO MSGO
                     SET SO-SEND-ONLY-DATA  TO TRUE
                     PERFORM 2100-SEND-THE-MAP
                  END-IF

               WHEN DFHPF11

                  IF ZZEC0290-M-VIEW-VERSION THEN
                     ADD CT-SCROLL-COLS TO ZZEC0290-I-FIRST-COL
                     PERFORM 2320-VIEW-THE-VERSION
                  ELSE
                     MOVE 'NO VERSION ON THE SCREEN TO SCROLL' TO MSGO
                     SET SO-SEND-ONLY-DATA  TO TRUE
                     PERFORM 2100-SEND-THE-MAP
                  END-IF

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

           MOVE WS-ZZEC0290 TO DFHCOMMAREA

           EXEC CICS
           RETURN TRANSID('0215') COMMAREA(DFHCOMMAREA)
           END-EXEC
           .
      ***************************************************************
      *                2050-CLEAR-THE-SCREEN
      ***************************************************************
       2050-CLEAR-THE-SCREEN.
           MOVE    LOW-VALUES              TO MP0290O
           INITIALIZE WS-ZZEC0290
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
              SEND MAP('MP0290') MAPSET('MP0290')
              FROM(MP0290O)
              ERASE
              END-EXEC
           WHEN SO-SEND-ONLY-DATA
              EXEC CICS
              SEND MAP('MP0290') MAPSET('MP0290')
              FROM(MP0290O)
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
           MOVE LOW-VALUES TO MP0290I
           EXEC CICS
           RECEIVE MAP('MP0290') MAPSET('MP0290')
           INTO(MP0290I)
           NOHANDLE
           END-EXEC
           PERFORM 2200-CHECK-EIBRESP

           INSPECT SHNAMEI REPLACING ALL '_' BY ' '
           INSPECT SHNAMEI REPLACING ALL LOW-VALUES BY ' '
           MOVE SHNAMEI TO ZZEC0290-I-SHAPE-NAME

           INSPECT VERNOI REPLACING ALL '_' BY ' '
           INSPECT VERNOI REPLACING ALL LOW-VALUES BY ' '
           INSPECT VERNOI REPLACING LEADING ' ' BY '0'
           IF VERNOI IS NUMERIC THEN
              MOVE VERNOI TO ZZEC0290-I-VERSION
           ELSE
              MOVE ZERO TO ZZEC0290-I-VERSION
           END-IF
           .
      ***************************************************************
      *                2310-ROLL-BACK-THE-SHAPE
      *  A SUCCESSFUL ROLLBACK IS FOLLOWED BY A LIST FROM PAGE 1, SO
      *  THE VERSION THE ROLLBACK JUST KEPT IS ON THE SCREEN
      ***************************************************************
       2310-ROLL-BACK-THE-SHAPE.
           SET ZZEC0290-M-ROLLBACK-VERSION TO TRUE
           PERFORM 2323-CALL-ROUTINE
           MOVE ZZEC0290-O-ERROR-MESSAGE TO WS-HOLD-MESSAGE

           IF ZZEC0290-O-RC-SUCCESS-ROLLBACK THEN
              MOVE 1 TO ZZEC0290-I-PAGE
              PERFORM 2330-LIST-THE-VERSIONS
           ELSE
              MOVE WS-HOLD-MESSAGE TO MSGO
              SET SO-SEND-ONLY-DATA TO TRUE
              PERFORM 2100-SEND-THE-MAP
           END-IF
           .
      ***************************************************************
      *                2320-VIEW-THE-VERSION
      ***************************************************************
       2320-VIEW-THE-VERSION.
           SET ZZEC0290-M-VIEW-VERSION TO TRUE
           PERFORM 2323-CALL-ROUTINE
           PERFORM 2325-MOVE-LINES-TO-MAP

           IF ZZEC0290-O-RC-NORMAL THEN
              MOVE ' ' TO MSGO
           ELSE
              MOVE ZZEC0290-O-ERROR-MESSAGE TO MSGO
           END-IF
           SET SO-SEND-ONLY-DATA TO TRUE
           PERFORM 2100-SEND-THE-MAP
           .
      ***************************************************************
      *                  2323-CALL-ROUTINE
      ***************************************************************
       2323-CALL-ROUTINE.
           EXEC CICS
           LINK PROGRAM('Z02120') COMMAREA(WS-ZZEC0290)
           END-EXEC
           .
      ***************************************************************
      *                2325-MOVE-LINES-TO-MAP
      ***************************************************************
       2325-MOVE-LINES-TO-MAP.
           MOVE ZZEC0290-O-HEADER TO HEADO
           PERFORM VARYING WS-ITER4 FROM 1 BY 1 UNTIL WS-ITER4 > 14
              MOVE ZZEC0290-O-LINE(WS-ITER4) TO VLINEO(WS-ITER4)
           END-PERFORM
           .
      ***************************************************************
      *                2330-LIST-THE-VERSIONS
      ***************************************************************
       2330-LIST-THE-VERSIONS.
           SET ZZEC0290-M-LIST-VERSIONS TO TRUE
           PERFORM 2323-CALL-ROUTINE
           PERFORM 2325-MOVE-LINES-TO-MAP

           EVALUATE TRUE
             WHEN ZZEC0290-O-RC-NORMAL
               MOVE WS-HOLD-MESSAGE TO MSGO
             WHEN OTHER
               MOVE ZZEC0290-O-ERROR-MESSAGE TO MSGO
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
