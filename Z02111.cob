       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02111.
      ******************************************************************
      *
      *       PROGRAM ALLOW USER TO BROWSE THE GAME'S RUN HISTORY
      * PROGRAM PERFORM THE TASK BELOW:
      *  1. LIST RUN_SUMMARY_TABLE RUNS FILTERED BY BOARD, OUTCOME AND
      *     A FROM/TO DATE RANGE, NEWEST FIRST
      *  2. PAGE THROUGH THE LIST WITH PF7 (BACK) AND PF8 (FORWARD)
      *  3. KEY A LINE NUMBER TO OPEN THAT RUN - ITS START/PEAK/FINAL
      *     FIGURES AND A POPULATION-VS-GENERATION CHART, SCROLLED
      *     ACROSS A LONG RUN WITH PF10 (BACK) AND PF11 (FORWARD)
      *  4. PF4 ON A RECORDED RUN STARTS ITS REPLAY ON THE GAME SCREEN
      *     (TRANSACTION 0206) AT THE PEAK GENERATION, OR AT THE
      *     GENERATION KEYED IN
      *
      *  TO ALLOW ALL OF THAT PROGRAM WILL CALL ROUTINE NAMED
      *   Z02122
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
           COPY ZZMP0310.
           COPY ZZMP0311.
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
       01 WS-LINE-NUMBER           PIC 99.
       01 WS-REPLAY-GEN            PIC 9(9).
      * COMMAREA
           COPY ZZEC0310.
      * THE GAME TRANSACTION'S COMMAREA - PF4 HANDS 0206 A REPLAY
      * REQUEST (BOARD, RUN AND GENERATION) ON ITS START
           COPY ZZEC0210.
       LINKAGE SECTION.
       01 DFHCOMMAREA PIC X(3106).
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
           MOVE LOW-VALUES TO MP0310O
           SET ZZEC0310-S-LIST-SCREEN TO TRUE
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
      * THE COMMAREA RIDES THE FILTERS, THE PAGE AND THE RUN ON THE
      * DETAIL SCREEN BETWEEN CALLS - IT HAS TO GO OUT CLEAN
                INITIALIZE WS-ZZEC0310
                PERFORM 1010-FIRST-TIME-RUN
                PERFORM 1015-IGNORE
                EXEC CICS
                RETURN TRANSID('0217') COMMAREA(WS-ZZEC0310)
                END-EXEC
           ELSE
             MOVE DFHCOMMAREA TO WS-ZZEC0310

             EVALUATE EIBAID

      * ON THE LIST ENTER EITHER OPENS THE RUN ON THE LINE NUMBER
      * KEYED OR STARTS A FRESH SEARCH WITH THE FILTERS ON THE SCREEN.
      * ON THE DETAIL SCREEN IT JUST REDISPLAYS THE RUN
               WHEN DFHENTER

                  IF ZZEC0310-S-DETAIL-SCREEN THEN
                     PERFORM 2400-SHOW-THE-DETAIL
                  ELSE
                     PERFORM 2300-DATA-FROM-USER
                     IF PICKI = SPACE OR LOW-VALUES THEN
                        MOVE 1 TO ZZEC0310-I-PAGE
                        PERFORM 2320-LIST-THE-RUNS
                     ELSE
                        PERFORM 2330-PICK-A-RUN
                     END-IF
                  END-IF

      * PF7/PF8 PAGE THROUGH THE SEARCH HELD IN THE COMMAREA -
      * A PAGE BACK FROM PAGE 1 JUST REDISPLAYS PAGE 1
               WHEN DFHPF7

                  IF ZZEC0310-S-LIST-SCREEN THEN
                     IF ZZEC0310-I-PAGE > 1 THEN
                        SUBTRACT 1 FROM ZZEC0310-I-PAGE
                     END-IF
                     PERFORM 2320-LIST-THE-RUNS
                  ELSE
                     PERFORM 2350-NO-ACTION-KEY
                  END-IF

               WHEN DFHPF8

                  IF ZZEC0310-S-LIST-SCREEN THEN
                     ADD 1 TO ZZEC0310-I-PAGE
                     PERFORM 2320-LIST-THE-RUNS
                  ELSE
                     PERFORM 2350-NO-ACTION-KEY
                  END-IF

      * PF10/PF11 SCROLL THE CHART ONE WINDOW BACK/FORWARD ACROSS A
      * LONG RUN - THE ROUTINE CLAMPS A WINDOW PAST THE END OF THE RUN
               WHEN DFHPF10

                  IF ZZEC0310-S-DETAIL-SCREEN THEN
                     IF ZZEC0310-I-CHART-WINDOW > 1 THEN
                        SUBTRACT 1 FROM ZZEC0310-I-CHART-WINDOW
                     END-IF
                     PERFORM 2400-SHOW-THE-DETAIL
                  ELSE
                     PERFORM 2350-NO-ACTION-KEY
                  END-IF

               WHEN DFHPF11

                  IF ZZEC0310-S-DETAIL-SCREEN THEN
                     ADD 1 TO ZZEC0310-I-CHART-WINDOW
                     PERFORM 2400-SHOW-THE-DETAIL
                  ELSE
                     PERFORM 2350-NO-ACTION-KEY
                  END-IF

               WHEN DFHPF4

                  IF ZZEC0310-S-DETAIL-SCREEN THEN
                     PERFORM 2500-REPLAY-THE-RUN
                  ELSE
                     PERFORM 2350-NO-ACTION-KEY
                  END-IF

               WHEN DFHPF1

                  PERFORM 2050-CLEAR-THE-SCREEN

      * PF3 ON THE DETAIL SCREEN GOES BACK TO THE LIST PAGE IT CAME
      * FROM, ON THE LIST IT ENDS THE TRANSACTION
               WHEN DFHPF3
                  IF ZZEC0310-S-DETAIL-SCREEN THEN
                     PERFORM 2320-LIST-THE-RUNS
                  ELSE
                     PERFORM 3000-FINAL
                  END-IF
               WHEN OTHER

                  PERFORM 2350-NO-ACTION-KEY

             END-EVALUATE
           END-IF

           MOVE WS-ZZEC0310 TO DFHCOMMAREA

           EXEC CICS
           RETURN TRANSID('0217') COMMAREA(DFHCOMMAREA)
           END-EXEC
           .
      ***************************************************************
      *                2050-CLEAR-THE-SCREEN
      ***************************************************************
       2050-CLEAR-THE-SCREEN.
           MOVE    LOW-VALUES              TO MP0310O
           SET     ZZEC0310-S-LIST-SCREEN  TO TRUE
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
              SEND MAP('MP0310') MAPSET('MP0310')
              FROM(MP0310O)
              ERASE
              END-EXEC
           WHEN SO-SEND-ONLY-DATA
              EXEC CICS
              SEND MAP('MP0310') MAPSET('MP0310')
              FROM(MP0310O)
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
      *                2110-SEND-THE-DETAIL-MAP
      ***************************************************************
       2110-SEND-THE-DETAIL-MAP.
           EVALUATE TRUE
           WHEN SO-SEND-WHOLE-MAP
              EXEC CICS
              SEND MAP('MP0311') MAPSET('MP0311')
              FROM(MP0311O)
              ERASE
              END-EXEC
           WHEN SO-SEND-ONLY-DATA
              EXEC CICS
              SEND MAP('MP0311') MAPSET('MP0311')
              FROM(MP0311O)
              DATAONLY
              FREEKB
              ERASEAUP
              END-EXEC
           WHEN OTHER
              MOVE 'ERROR IN MAP SEND' TO DMSGO
              SET SO-SEND-ONLY-DATA TO TRUE
              PERFORM 2110-SEND-THE-DETAIL-MAP
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
      *                  2210-CHECK-RECEIVE-RESP
      *  NOTHING KEYED IS NOT AN ERROR HERE - BLANK FILTERS LIST
      *  EVERY RUN AND A BLANK REPLAY GENERATION MEANS THE PEAK
      ***************************************************************
       2210-CHECK-RECEIVE-RESP.
           EVALUATE EIBRESP
             WHEN DFHRESP(NORMAL)
             WHEN DFHRESP(EOC)
             WHEN DFHRESP(MAPFAIL)
                  CONTINUE
             WHEN OTHER
                  DISPLAY 'TSOUS02 OTHER ERROR'
                  PERFORM 3100-FINAL-WITH-ERROR
           END-EVALUATE
           .
      ***************************************************************
      *                   2300-DATA-FROM-USER
      *  THE FILTER FIELDS RIDE IN THE COMMAREA SO PF7/PF8 CAN PAGE
      *  THE SAME SEARCH WITHOUT ANOTHER RECEIVE
      ***************************************************************
       2300-DATA-FROM-USER.
           MOVE LOW-VALUES TO MP0310I
           EXEC CICS
           RECEIVE MAP('MP0310') MAPSET('MP0310')
           INTO(MP0310I)
           NOHANDLE
           END-EXEC
           PERFORM 2210-CHECK-RECEIVE-RESP

           INSPECT MAPIDI REPLACING ALL '_' BY ' '
           IF MAPIDI IS NUMERIC THEN
              MOVE MAPIDI TO ZZEC0310-I-MAP-ID
           ELSE
              MOVE 0 TO ZZEC0310-I-MAP-ID
           END-IF

           INSPECT OUTCI REPLACING ALL '_' BY ' '
           INSPECT OUTCI REPLACING ALL LOW-VALUES BY SPACE
           MOVE OUTCI TO ZZEC0310-I-OUTCOME

           INSPECT FROMI REPLACING ALL '_' BY ' '
           INSPECT FROMI REPLACING ALL LOW-VALUES BY SPACE
           MOVE FROMI TO ZZEC0310-I-FROM-DATE

           INSPECT TOI REPLACING ALL '_' BY ' '
           INSPECT TOI REPLACING ALL LOW-VALUES BY SPACE
           MOVE TOI TO ZZEC0310-I-TO-DATE

           INSPECT PICKI REPLACING ALL '_' BY ' '
           .
      ***************************************************************
      *                  2320-LIST-THE-RUNS
      ***************************************************************
       2320-LIST-THE-RUNS.
           SET ZZEC0310-M-LIST-RUNS TO TRUE
           PERFORM 2323-CALL-ROUTINE
           .
      ***************************************************************
      *                  2323-CALL-ROUTINE
      *  A LIST REPLY ALWAYS LANDS ON THE LIST SCREEN - COMING BACK
      *  FROM THE DETAIL SCREEN THE WHOLE MAP HAS TO BE REPAINTED
      ***************************************************************
       2323-CALL-ROUTINE.
           EXEC CICS
           LINK PROGRAM('Z02122') COMMAREA(WS-ZZEC0310)
           END-EXEC

           IF ZZEC0310-S-DETAIL-SCREEN THEN
              MOVE LOW-VALUES TO MP0310O
              SET SO-SEND-WHOLE-MAP TO TRUE
           ELSE
              SET SO-SEND-ONLY-DATA TO TRUE
           END-IF
           SET ZZEC0310-S-LIST-SCREEN TO TRUE
           PERFORM 2325-FILTERS-TO-SCREEN

           PERFORM VARYING WS-ITER4 FROM 1 BY 1 UNTIL WS-ITER4 > 14
              IF ZZEC0310-O-KEY-MAP-ID(WS-ITER4) = ZERO THEN
                 MOVE SPACE TO RUNLINEO(WS-ITER4)
              ELSE
                 MOVE WS-ITER4 TO WS-LINE-NUMBER
                 MOVE SPACE TO RUNLINEO(WS-ITER4)
                 STRING WS-LINE-NUMBER             DELIMITED BY SIZE
                        ' '                        DELIMITED BY SIZE
                        ZZEC0310-O-LINE(WS-ITER4)  DELIMITED BY SIZE
                    INTO RUNLINEO(WS-ITER4)
                 END-STRING
              END-IF
           END-PERFORM

           EVALUATE TRUE
             WHEN ZZEC0310-O-RC-NORMAL
               MOVE ' ' TO MSGO
               PERFORM 2100-SEND-THE-MAP

             WHEN OTHER
               MOVE ZZEC0310-O-ERROR-MESSAGE TO MSGO
               PERFORM 2100-SEND-THE-MAP
           END-EVALUATE
           .
      ***************************************************************
      *                  2325-FILTERS-TO-SCREEN
      *  PF7/PF8 AND PF3 HAVE NO RECEIVE BEHIND THEM - PUT THE FILTERS
      *  THE LIST WAS BUILT WITH BACK ON THE SCREEN SO THEY STAY IN
      *  VIEW.  THE LINE NUMBER FIELD IS CLEARED FOR THE NEXT PICK
      ***************************************************************
       2325-FILTERS-TO-SCREEN.
           IF ZZEC0310-I-MAP-ID IS NUMERIC AND
              ZZEC0310-I-MAP-ID NOT = ZERO THEN
              MOVE ZZEC0310-I-MAP-ID TO MAPIDO
           ELSE
              MOVE SPACE TO MAPIDO
           END-IF
           MOVE ZZEC0310-I-OUTCOME   TO OUTCO
           MOVE ZZEC0310-I-FROM-DATE TO FROMO
           MOVE ZZEC0310-I-TO-DATE   TO TOO
           MOVE SPACE                TO PICKO
           .
      ***************************************************************
      *                  2330-PICK-A-RUN
      *  THE LINE NUMBER KEYED MUST BE ONE OF THE LINES ON SCREEN -
      *  THEIR RUN KEYS CAME BACK WITH THE LAST LIST IN THE COMMAREA
      ***************************************************************
       2330-PICK-A-RUN.
           IF PICKI(2:1) = SPACE OR LOW-VALUES THEN
              MOVE PICKI(1:1) TO PICKI(2:1)
              MOVE '0'        TO PICKI(1:1)
           END-IF
           INSPECT PICKI REPLACING LEADING SPACE BY '0'

           IF PICKI IS NUMERIC THEN
              MOVE PICKI TO WS-LINE-NUMBER
           ELSE
              MOVE ZERO TO WS-LINE-NUMBER
           END-IF

           IF WS-LINE-NUMBER > ZERO AND WS-LINE-NUMBER NOT > 14 THEN
              MOVE WS-LINE-NUMBER TO WS-ITER4
              IF ZZEC0310-O-KEY-MAP-ID(WS-ITER4) = ZERO THEN
                 MOVE 'NO RUN ON THAT LINE' TO MSGO
                 SET SO-SEND-ONLY-DATA TO TRUE
                 PERFORM 2100-SEND-THE-MAP
              ELSE
                 MOVE ZZEC0310-O-KEY-MAP-ID(WS-ITER4)
                   TO ZZEC0310-I-SEL-MAP-ID
                 MOVE ZZEC0310-O-KEY-RUN-TIME(WS-ITER4)
                   TO ZZEC0310-I-SEL-RUN-TIME
                 MOVE 1 TO ZZEC0310-I-CHART-WINDOW
                 PERFORM 2400-SHOW-THE-DETAIL
              END-IF
           ELSE
              MOVE 'LINE NUMBER MUST BE 1 TO 14' TO MSGO
              SET SO-SEND-ONLY-DATA TO TRUE
              PERFORM 2100-SEND-THE-MAP
           END-IF
           .
      ***************************************************************
      *                  2350-NO-ACTION-KEY
      ***************************************************************
       2350-NO-ACTION-KEY.
      * USER PRESSED KEY THAT DON'T HAVE ANY ACTION ON THIS SCREEN
           SET SO-SEND-ONLY-DATA TO TRUE
           IF ZZEC0310-S-DETAIL-SCREEN THEN
              MOVE 'NO-ACITON KEY' TO DMSGO
              PERFORM 2110-SEND-THE-DETAIL-MAP
           ELSE
              MOVE 'NO-ACITON KEY' TO MSGO
              PERFORM 2100-SEND-THE-MAP
           END-IF
           .
      ***************************************************************
      *                  2400-SHOW-THE-DETAIL
      *  THE RUN IN ZZEC0310-I-SEL-MAP-ID/-RUN-TIME, CHART WINDOW
      *  ZZEC0310-I-CHART-WINDOW.  A RUN THAT CANNOT BE SHOWN LEAVES
      *  WHICHEVER SCREEN WAS UP IN PLACE, WITH THE REASON
      ***************************************************************
       2400-SHOW-THE-DETAIL.
           SET ZZEC0310-M-RUN-DETAIL TO TRUE
           EXEC CICS
           LINK PROGRAM('Z02122') COMMAREA(WS-ZZEC0310)
           END-EXEC

           EVALUATE TRUE
             WHEN ZZEC0310-O-RC-NORMAL
               IF ZZEC0310-S-DETAIL-SCREEN THEN
                  SET SO-SEND-ONLY-DATA TO TRUE
               ELSE
                  MOVE LOW-VALUES TO MP0311O
                  SET SO-SEND-WHOLE-MAP TO TRUE
               END-IF
               SET ZZEC0310-S-DETAIL-SCREEN TO TRUE

               PERFORM VARYING WS-ITER4 FROM 1 BY 1 UNTIL WS-ITER4 > 4
                  MOVE ZZEC0310-O-DETAIL-LINE(WS-ITER4)
                    TO DETLINEO(WS-ITER4)
               END-PERFORM
               PERFORM VARYING WS-ITER4 FROM 1 BY 1 UNTIL WS-ITER4 > 16
                  MOVE ZZEC0310-O-CHART-LINE(WS-ITER4)
                    TO CHARTO(WS-ITER4)
               END-PERFORM
               MOVE SPACE TO REPGENO
               MOVE ' '   TO DMSGO
               PERFORM 2110-SEND-THE-DETAIL-MAP

             WHEN OTHER
               SET SO-SEND-ONLY-DATA TO TRUE
               IF ZZEC0310-S-DETAIL-SCREEN THEN
                  MOVE ZZEC0310-O-ERROR-MESSAGE TO DMSGO
                  PERFORM 2110-SEND-THE-DETAIL-MAP
               ELSE
                  MOVE ZZEC0310-O-ERROR-MESSAGE TO MSGO
                  PERFORM 2100-SEND-THE-MAP
               END-IF
           END-EVALUATE
           .
      ***************************************************************
      *                  2500-REPLAY-THE-RUN
      *  HANDS THE RUN ON SCREEN TO THE GAME TRANSACTION IN REPLAY
      *  MODE - A START OF 0206 AT THIS TERMINAL CARRYING THE REPLAY
      *  REQUEST, WHICH 0206 PICKS UP WITH ITS RETRIEVE ONCE THIS
      *  TASK HAS ENDED AND FREED THE TERMINAL.  THE GENERATION IS THE
      *  ONE KEYED IN, OR THE RUN'S PEAK, HELD TO WHAT WAS RECORDED.
      *  A BATCH RUN ONLY KEEPS ITS WATCH EVENTS, SO 0206 SHOWS THE
      *  LAST ONE KEPT AT OR BEFORE IT AND SAYS WHICH GENERATION
      ***************************************************************
       2500-REPLAY-THE-RUN.
           MOVE LOW-VALUES TO MP0311I
           EXEC CICS
           RECEIVE MAP('MP0311') MAPSET('MP0311')
           INTO(MP0311I)
           NOHANDLE
           END-EXEC
           PERFORM 2210-CHECK-RECEIVE-RESP

           IF ZZEC0310-O-HIST-MAX-GEN = ZERO THEN
              MOVE 'RUN NOT RECORDED - NO REPLAY' TO DMSGO
              SET SO-SEND-ONLY-DATA TO TRUE
              PERFORM 2110-SEND-THE-DETAIL-MAP
           ELSE
              INSPECT REPGENI REPLACING ALL '_' BY ' '
              IF REPGENI IS NUMERIC AND REPGENI NOT = ZERO THEN
                 MOVE REPGENI TO WS-REPLAY-GEN
              ELSE
                 MOVE ZZEC0310-O-PEAK-GEN TO WS-REPLAY-GEN
              END-IF
              IF WS-REPLAY-GEN > ZZEC0310-O-HIST-MAX-GEN THEN
                 MOVE ZZEC0310-O-HIST-MAX-GEN TO WS-REPLAY-GEN
              END-IF
              IF WS-REPLAY-GEN = ZERO THEN
                 MOVE 1 TO WS-REPLAY-GEN
              END-IF

              INITIALIZE WS-ZZEC0210
              MOVE ZZEC0310-I-SEL-MAP-ID   TO ZZEC0210-I-MAP-ID
              MOVE ZZEC0310-I-SEL-RUN-TIME TO ZZEC0210-C-RUN-TIMESTAMP
              MOVE WS-REPLAY-GEN TO ZZEC0210-I-REPLAY-GENERATION
              SET ZZEC0210-M-REPLAY-THE-GAME TO TRUE

              EXEC CICS
              START TRANSID('0206')
              INTERVAL(0)
              FROM(WS-ZZEC0210)
              LENGTH(LENGTH OF WS-ZZEC0210)
              TERMID(EIBTRMID)
              NOHANDLE
              END-EXEC

              IF EIBRESP = DFHRESP(NORMAL) THEN
                 EXEC CICS
                 RETURN
                 END-EXEC
              ELSE
                 MOVE 'REPLAY COULD NOT BE STARTED' TO DMSGO
                 SET SO-SEND-ONLY-DATA TO TRUE
                 PERFORM 2110-SEND-THE-DETAIL-MAP
              END-IF
           END-IF
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
