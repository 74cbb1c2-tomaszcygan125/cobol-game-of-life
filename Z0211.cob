      * BETWEEN HARDENINGS THE BOARD ONLY LIVES IN THE TS QUEUE, SO
      * THE DB2 LOG NO LONGER SEES A 20000-BYTE UPDATE PER GENERATION
           05 CT-HARDEN-INTERVAL          PIC S9(4) COMP VALUE 10.
      * A RECORDED RUN KEEPS A FULL BOARD IMAGE (A KEYFRAME) FOR ITS
      * FIRST GENERATION AND AT LEAST EVERY CT-HIST-KEYFRAME-INTERVAL
      * GENERATIONS AFTER - THE GENERATIONS IN BETWEEN ONLY STORE THE
      * CELLS THAT DIFFER FROM THAT KEYFRAME (SEE Z8EC0211).  A CHANGE
      * LIST LONGER THAN CT-HIST-MAX-CHANGES CELLS IS WRITTEN AS A
      * KEYFRAME INSTEAD
           05 CT-HIST-KEYFRAME-INTERVAL   PIC S9(4) COMP VALUE 100.
           05 CT-HIST-MAX-CHANGES         PIC S9(9) COMP VALUE 2000.
           05 CT-HIST-ENTRY-LENGTH        PIC S9(4) COMP VALUE 6.
      * THE RULE SET A RUN PLAYS WHEN NONE IS NAMED - THE CLASSIC
      * B3/S23, BUILT IN SO IT NEEDS NO RULE_TABLE ROW.  ONE FLAG BYTE
      * PER NEIGHBOR COUNT 0 THRU 8, SAME LAYOUT AS RULE_TABLE'S
           05 CT-DEFAULT-RULE-NAME        PIC X(8) VALUE 'CONWAY'.
           05 CT-DEFAULT-RULE-BIRTH       PIC X(9) VALUE '000100000'.
           05 CT-DEFAULT-RULE-SURVIVE     PIC X(9) VALUE '001100000'.
      * THE LARGEST SHAPE A CAPTURE MAY PUT IN THE CATALOG - THE SAME
      * 100x100 THE Z02094 LOAD, Z02200 AND SHAPE_VERSION_TABLE ALLOW
           05 CT-MAX-SHAPE-SIZE           PIC S9(4) COMP VALUE 100.
      * SWITCHES                                                        
       01 SW-SWITCHES.                                                  
           05 SW-SHAPE-FOUND                       PIC X.               
           05 SW-END-OF-DATA-SHAPE-TABLE           PIC X.               
               88 SO-END-OF-DATA-SHAPE-TABLE       VALUE 'Y'.           
               88 SO-NOT-END-OF-DATA-SHAPE-TABLE   VALUE 'N'.           
           05 SW-FIRST-CHANGE                      PIC X.               
               88 SO-FIRST-CHANGE                  VALUE '1'.           
               88 SO-SECOND-CHANGE                 VALUE '2'.           
           05 SW-IF-HISTORY-FOUND                  PIC X.
               88 SO-HISTORY-FOUND                 VALUE 'Y'.
               88 SO-NO-HISTORY                    VALUE 'N'.
           05 SW-IF-RULE-SET-FOUND                 PIC X.
               88 SO-RULE-SET-FOUND                VALUE 'Y'.
               88 SO-RULE-SET-UNKNOWN              VALUE 'N'.
      * WHERE THE BOARD IS IN ITS LIFECYCLE PER BOARD_TABLE - A BOARD
      * WITH NO REGISTRY ROW IS PLAYED AS IF IT WERE ACTIVE
           05 SW-BOARD-REGISTRY-STATUS             PIC X.
               88 SO-BOARD-ACTIVE                  VALUE 'A'.
               88 SO-BOARD-FROZEN                  VALUE 'F'.
               88 SO-BOARD-RETIRED                 VALUE 'R'.
               88 SO-BOARD-UNREGISTERED            VALUE ' '.
      * A PROTECTED BOARD IS NOT RESET OR RESTORED OVER HERE - THE
      * ACTION IS LEFT IN APPROVAL_TABLE FOR A SECOND USER ON 0216
           05 SW-IF-BOARD-PROTECTED                PIC X.
               88 SO-BOARD-PROTECTED               VALUE 'Y'.
               88 SO-BOARD-NOT-PROTECTED           VALUE 'N'.
           05 SW-IF-APPROVAL-PENDING               PIC X.
               88 SO-APPROVAL-ALREADY-PENDING      VALUE 'Y'.
               88 SO-NO-APPROVAL-PENDING           VALUE 'N'.
      * COMMAREA
           COPY ZZEC0210.
      * THE SHARED GAME ENGINE'S INTERFACE - BOARD MODE, RULE SET AND
      * THE LIVE AREA OF THE BOARD
           COPY ZZEC0320.
                                                                        
      **********************************                                
      *      DB2 ERROR HANDLING VARIABLES*                              
               88 SO-7800-PARA              VALUE '7800'.
               88 SO-7900-PARA              VALUE '7900'.
               88 SO-7150-PARA              VALUE '7150'.
               88 SO-7155-PARA              VALUE '7155'.
               88 SO-7160-PARA              VALUE '7160'.
               88 SO-7170-PARA              VALUE '7170'.
               88 SO-7175-PARA              VALUE '7175'.
               88 SO-7180-PARA              VALUE '7180'.
               88 SO-7185-PARA              VALUE '7185'.
               88 SO-7186-PARA              VALUE '7186'.
               88 SO-7190-PARA              VALUE '7190'.
               88 SO-7191-PARA              VALUE '7191'.
               88 SO-7192-PARA              VALUE '7192'.
               88 SO-7193-PARA              VALUE '7193'.
               88 SO-7195-PARA              VALUE '7195'.
               88 SO-7240-PARA              VALUE '7240'.
               88 SO-7250-PARA              VALUE '7250'.
               88 SO-7275-PARA              VALUE '7275'.
               88 SO-7280-PARA              VALUE '7280'.
               88 SO-7210-PARA              VALUE '7210'.
               88 SO-7211-PARA              VALUE '7211'.
               88 SO-7213-PARA              VALUE '7213'.
               88 SO-7220-PARA              VALUE '7220'.
               88 SO-7230-PARA              VALUE '7230'.
               88 SO-7290-PARA              VALUE '7290'.
               88 SO-7291-PARA              VALUE '7291'.
               88 SO-7292-PARA              VALUE '7292'.
               88 SO-7293-PARA              VALUE '7293'.
               88 SO-7294-PARA              VALUE '7294'.
               88 SO-7295-PARA              VALUE '7295'.
               88 SO-7296-PARA              VALUE '7296'.
               88 SO-7297-PARA              VALUE '7297'.
                                                                   
      * PROGRAM VARIABLES.                                         
       01 PROGRAM-VARIABLES.
           05 WS-MAP.
               10 WS-MAP-LINE PIC X(200) OCCURS 100 TIMES.
      * THE BOARD THIS GENERATION STARTED FROM, AND THE BOARD OF TWO
      * GENERATIONS AGO (READ BACK FROM THE HISTORY QUEUE) - USED BY
      * 2149-CHECK-FOR-STABLE-BOARD TO SPOT STILL LIFES AND PERIOD-2
           05 WS-ITER2            PIC S9(4) COMP.
           05 WS-ITER4            PIC S9(4) COMP.
           05 WS-ITER5            PIC S9(4) COMP.                  
           05 WS-MAX-FROM-SHAPE.
               10 WS-MAX-POS-OF-X PIC S9(9) COMP.
               10 WS-MAX-POS-OF-Y PIC S9(9) COMP.
               10 WS-TRANSFORM-X  PIC S9(9) COMP.
               10 WS-TRANSFORM-Y  PIC S9(9) COMP.
           05 WS-HOW-MANY-SECONDS PIC S9(8) COMP VALUE 1000.
           05 WS-EFF-ITERATIONS   PIC S9(4) COMP VALUE 100.
           05 WS-EFF-DELAY-MS     PIC S9(4) COMP VALUE 100.
           05 WS-GENERATIONS-RUN  PIC S9(4) COMP VALUE 0.
      * A FULL 200x100 BOARD CAN PUSH THIS WELL PAST WHAT A
      * HALFWORD HOLDS
           05 WS-POPULATION-COUNT PIC S9(9) COMP VALUE 0.
           05 WS-VIEW-TOP         PIC S9(4) COMP VALUE 1.
           05 WS-VIEW-LEFT        PIC S9(4) COMP VALUE 1.
           05 WS-AUDIT-ACTION     PIC X(20).
           05 WS-AUTH-CAPABILITY  PIC X(20).
           05 WS-AUTH-COUNT       PIC S9(9) COMP VALUE 0.
           05 SW-IF-USER-AUTHORIZED PIC X.
               88 SO-USER-AUTHORIZED       VALUE 'Y'.
               88 SO-USER-NOT-AUTHORIZED   VALUE 'N'.
      * THE ACTION AND SCENARIO OF AN APPROVAL REQUEST BEING RAISED
           05 WS-APPROVAL-ACTION  PIC X(8).
           05 WS-APPROVAL-OBJECT  PIC X(20).
           05 WS-APR-EDIT         PIC ZZZZZ9.
           05 WS-RUN-TIME         PIC X(26).
           05 WS-TSQ-ITEM         PIC S9(4) COMP VALUE 1.
           05 WS-TSQ-LENGTH       PIC S9(4) COMP VALUE 0.
           05 SW-IF-REPLAY-RUN-FOUND PIC X.
               88 SO-REPLAY-RUN-FOUND      VALUE 'Y'.
               88 SO-NO-REPLAY-RUN         VALUE 'N'.
      * WHICH WAY A REPLAY LOOKS FOR A RECORDED GENERATION WHEN THE
      * ONE ASKED FOR WAS NOT KEPT - BACK, OR FORWARD FOR A PF6 STEP
           05 SW-REPLAY-SNAP        PIC X VALUE 'B'.
               88 SO-REPLAY-SNAP-BACK      VALUE 'B'.
               88 SO-REPLAY-SNAP-FORWARD   VALUE 'F'.
           05 SW-IF-SCENARIO-FOUND  PIC X.
               88 SO-SCENARIO-FOUND        VALUE 'Y'.
               88 SO-SCENARIO-NOT-FOUND    VALUE 'N'.
           05 WS-SCEN-LINE-IX       PIC S9(4) COMP VALUE 0.
           05 WS-REPLAY-GEN       PIC S9(4) COMP VALUE 0.
           05 WS-REPLAY-MAX-GEN   PIC S9(4) COMP VALUE 0.
           05 WS-REPLAY-MIN-GEN   PIC S9(4) COMP VALUE 0.
           05 WS-GEN-EDIT2        PIC ZZZ9.
      * GAME_HIST_TABLE KEYFRAME / CHANGE RECORD WORK FIELDS
           05 WS-HIST-KEY-GEN     PIC S9(4) COMP VALUE 0.
           05 WS-HIST-TARGET-GEN  PIC S9(4) COMP VALUE 0.
           05 WS-HIST-SNAP-GEN    PIC S9(4) COMP VALUE 0.
           05 WS-HIST-CHANGES     PIC S9(9) COMP VALUE 0.
           05 WS-HIST-IX          PIC S9(9) COMP VALUE 0.
           05 WS-HIST-OFFSET      PIC S9(9) COMP VALUE 0.
           05 WS-HIST-LINE-IX     PIC S9(4) COMP VALUE 0.
           05 WS-HIST-COL-IX      PIC S9(4) COMP VALUE 0.
           05 WS-HIST-ENTRY.
               10 WS-HIST-CELL    PIC 9(5).
               10 WS-HIST-VALUE   PIC X(1).
           05 SW-IF-HIST-KEYFRAME PIC X.
               88 SO-HIST-KEYFRAME         VALUE 'Y'.
               88 SO-HIST-CHANGE-RECORD    VALUE 'N'.
      * THE KEYFRAME A NEW GENERATION'S CHANGE LIST IS BUILT AGAINST
           05 WS-HIST-KEY-MAP.
               10 WS-HIST-KEY-LINE PIC X(200) OCCURS 100 TIMES.
      * THE RULE SET OF THE RUN BEING PLAYED - THE ENGINE INDEXES THE
      * FLAGS BY NEIGHBOR COUNT + 1
           05 WS-RULE-NAME        PIC X(8).
           05 WS-RULE-BIRTH       PIC X(9).
           05 WS-RULE-SURVIVE     PIC X(9).
      * A SHAPE CAPTURE - THE RECTANGLE ON THE BOARD, THE BOUNDING BOX
      * OF THE LIVE CELLS INSIDE IT, AND THOSE CELLS PLOTTED FROM 1,1
      * ON WS-CAP-GRID FOR THE SAME SIX-TRANSFORM COMPARISON Z02200
      * MAKES AGAINST EVERY CATALOG SHAPE WITH AS MANY CELLS
           05 WS-CAP-TOP          PIC S9(4) COMP VALUE 0.
           05 WS-CAP-LEFT         PIC S9(4) COMP VALUE 0.
           05 WS-CAP-BOTTOM       PIC S9(4) COMP VALUE 0.
           05 WS-CAP-RIGHT        PIC S9(4) COMP VALUE 0.
           05 WS-CAP-MIN-X        PIC S9(4) COMP VALUE 0.
           05 WS-CAP-MIN-Y        PIC S9(4) COMP VALUE 0.
           05 WS-CAP-MAX-X        PIC S9(4) COMP VALUE 0.
           05 WS-CAP-MAX-Y        PIC S9(4) COMP VALUE 0.
           05 WS-CAP-WIDTH        PIC S9(4) COMP VALUE 0.
           05 WS-CAP-HEIGHT       PIC S9(4) COMP VALUE 0.
           05 WS-CAP-CELLS        PIC S9(9) COMP VALUE 0.
           05 WS-CAP-CELLS-EDIT   PIC ZZZZ9.
           05 WS-CAP-GRID.
               10 WS-CAP-GRID-ROW PIC X(100) OCCURS 100 TIMES.
      * THE CATALOG SHAPE BEING COMPARED WITH THE CAPTURE - ITS CELLS
      * ARE NORMALIZED TO ITS OWN BOUNDING BOX AS THEY ARE FETCHED
           05 WS-CAND-ID          PIC S9(9) COMP VALUE 0.
           05 WS-CAND-NAME        PIC X(20).
           05 WS-CAND-MIN-X       PIC S9(9) COMP VALUE 0.
           05 WS-CAND-MIN-Y       PIC S9(9) COMP VALUE 0.
           05 WS-CAND-MAX-X       PIC S9(9) COMP VALUE 0.
           05 WS-CAND-MAX-Y       PIC S9(9) COMP VALUE 0.
           05 WS-CAND-WIDTH       PIC S9(9) COMP VALUE 0.
           05 WS-CAND-HEIGHT      PIC S9(9) COMP VALUE 0.
           05 WS-CAND-CELL-X      PIC S9(9) COMP VALUE 0.
           05 WS-CAND-CELL-Y      PIC S9(9) COMP VALUE 0.
      * HOW MANY OF THE SIX TRANSFORMS STILL MATCH THE CAPTURE, AND
      * WHICH - ONE FLAG PER TRANSFORM, IN WS-TRANSFORM-NAME ORDER
           05 WS-CAND-FITTING     PIC S9(4) COMP VALUE 0.
           05 WS-TRANSFORM-IX     PIC S9(4) COMP VALUE 0.
           05 SW-CAND-TRANSFORM   PIC X OCCURS 6 TIMES.
               88 SO-CAND-TRANSFORM-FITS   VALUE 'Y'.
               88 SO-CAND-TRANSFORM-FAILS  VALUE 'N'.
           05 SW-END-OF-DATA-CAND PIC X.
               88 SO-END-OF-DATA-CAND      VALUE 'Y'.
               88 SO-NOT-END-OF-DATA-CAND  VALUE 'N'.
           05 SW-IF-CAPTURE-DUPLICATE PIC X.
               88 SO-CAPTURE-IS-DUPLICATE  VALUE 'Y'.
               88 SO-CAPTURE-IS-NEW        VALUE 'N'.
      * THE TRANSFORM NAMES, SAME SIX AND SAME ORDER AS Z02200'S
           05 WS-TRANSFORM-NAMES.
               10 FILLER PIC X(12) VALUE 'IDENTICAL'.
               10 FILLER PIC X(12) VALUE 'ROTATE90'.
               10 FILLER PIC X(12) VALUE 'ROTATE180'.
               10 FILLER PIC X(12) VALUE 'ROTATE270'.
               10 FILLER PIC X(12) VALUE 'FLIP-HORZ'.
               10 FILLER PIC X(12) VALUE 'FLIP-VERT'.
           05 WS-TRANSFORM-NAMES-R REDEFINES WS-TRANSFORM-NAMES.
               10 WS-TRANSFORM-NAME PIC X(12) OCCURS 6 TIMES.

      * THE BOARD IMAGE OF TWO GENERATIONS AGO IS KEPT IN A SMALL TS
      * QUEUE BETWEEN THE ONE-GENERATION-PER-LINK CALLS (WORKING
           EXEC SQL INCLUDE Z8EC0211 END-EXEC.
           EXEC SQL INCLUDE Z9EC0211 END-EXEC.
           EXEC SQL INCLUDE ZDEC0211 END-EXEC.
           EXEC SQL INCLUDE ZEEC0211 END-EXEC.
           EXEC SQL INCLUDE ZFEC0211 END-EXEC.
           EXEC SQL INCLUDE ZIEC0211 END-EXEC.
           EXEC SQL INCLUDE ZLEC0211 END-EXEC.
      * CURSOR DECLARATIONS                                      
           EXEC SQL DECLARE C-NAME CURSOR FOR
           SELECT
           FROM SCENARIO_TABLE
           ORDER BY SCENARIO_NAME
           END-EXEC.
      * CATALOG SHAPES WITH AS MANY CELLS AS A CAPTURE - ONLY THESE
      * CAN HOLD THE SAME CELLS, SO ONLY THESE ARE COMPARED WITH IT
           EXEC SQL DECLARE C-CAPT-CAND CURSOR FOR
           SELECT
           T.SHAPE_ID, N.SHAPE_NAME,
           MIN(T.POSITION_X), MIN(T.POSITION_Y),
           MAX(T.POSITION_X), MAX(T.POSITION_Y)
           FROM SHAPE_TABLE3 T, SHAPE_TABLE3_NAME N
           WHERE N.SHAPE_NAME_ID = T.SHAPE_ID
           GROUP BY T.SHAPE_ID, N.SHAPE_NAME
           HAVING COUNT(*) = :WS-CAP-CELLS
           END-EXEC.
       LINKAGE SECTION.
       01 DFHCOMMAREA PIC X(222).
      *****************************************************************
      *                   PROCEDURE DIVISION                           
      *****************************************************************
      *    DISPLAY ' 2000-PROCESS '                                     
      *                                                                 
      */TEST                                                            
           PERFORM 7160-SELECT-BOARD-REGISTRY
           EVALUATE TRUE                                                
      * A RETIRED BOARD IS WAITING FOR Z02207 TO PURGE IT - NOTHING IS
      * DONE WITH IT.  A FROZEN ONE CAN STILL BE LOOKED AT, REPLAYED,
      * SAVED AS A SCENARIO AND HAVE SHAPES CAPTURED FROM IT, AND A
      * RUN PAUSED BEFORE THE FREEZE CAN STILL BE HARDENED, BUT ITS
      * CELLS ARE NOT CHANGED
            WHEN SO-BOARD-RETIRED
                 SET ZZEC0210-O-RC-BOARD-RETIRED TO TRUE
                 MOVE 'BOARD IS RETIRED' TO ZZEC0210-O-ERROR-MESSAGE
            WHEN SO-BOARD-FROZEN AND
                (ZZEC0210-M-ADD-A-SHAPE OR
                 ZZEC0210-M-RESET-THE-GAME OR
                 ZZEC0210-M-START-THE-GAME OR
                 ZZEC0210-M-CONTINUE-THE-GAME OR
                 ZZEC0210-M-TOGGLE-CELL OR
                 ZZEC0210-M-RESTORE-SCENARIO)
                 SET ZZEC0210-O-RC-BOARD-FROZEN TO TRUE
                 MOVE 'BOARD IS FROZEN' TO ZZEC0210-O-ERROR-MESSAGE
            WHEN ZZEC0210-M-DISPLAY-MAP                                 
                 PERFORM 2110-DISPLAY-MAP                               
            WHEN ZZEC0210-M-ADD-A-SHAPE                                 
                 PERFORM 2120-ADD-A-SHAPE                               
            WHEN ZZEC0210-M-RESET-THE-GAME                              
                 PERFORM 2130-RESET-THE-GAME                            
      * A NEW RUN FIRST HAS TO NAME A RULE SET THAT EXISTS - A
      * CONTINUING RUN CARRIES ITS RULES IN THE CONTINUE AREA
            WHEN ZZEC0210-M-START-THE-GAME
                 PERFORM 2150-DEFAULT-BOARD-MODE
                 PERFORM 2148-RESOLVE-RULE-SET
                 IF SO-RULE-SET-FOUND THEN
                    PERFORM 2140-START-THE-GAME
                 ELSE
                    SET ZZEC0210-O-RC-UNKNOWN-RULE TO TRUE
                    MOVE 'UNKNOWN RULE SET' TO ZZEC0210-O-ERROR-MESSAGE
                 END-IF
            WHEN ZZEC0210-M-CONTINUE-THE-GAME
                 PERFORM 2140-START-THE-GAME
            WHEN ZZEC0210-M-TOGGLE-CELL
                 PERFORM 2186-RESTORE-SCENARIO
            WHEN ZZEC0210-M-LIST-SCENARIOS
                 PERFORM 2187-LIST-SCENARIOS
            WHEN ZZEC0210-M-CAPTURE-SHAPE
                 PERFORM 2190-CAPTURE-SHAPE
            WHEN OTHER                                                  
      *TEST                                                             
      *    DISPLAY ' INVALID MODE '                                     
      *    DISPLAY '2130 MAP DATA INITIALIZE '
      */TEST
      * WIPING A BOARD IS DESTRUCTIVE - ONLY USERS HOLDING THE RESET
      * CAPABILITY IN AUTH_TABLE GET PAST THIS, AND ON A PROTECTED
      * BOARD EVEN THEY ONLY RAISE A REQUEST FOR A SECOND USER
           MOVE 'RESET' TO WS-AUTH-CAPABILITY
           PERFORM 7190-CHECK-AUTHORIZATION

           EVALUATE TRUE
           WHEN SO-USER-NOT-AUTHORIZED
              PERFORM 2180-REJECT-UNAUTHORIZED
           WHEN SO-BOARD-PROTECTED
              MOVE 'RESET' TO WS-APPROVAL-ACTION
              MOVE SPACE   TO WS-APPROVAL-OBJECT
              PERFORM 2189-REQUEST-APPROVAL
           WHEN OTHER
      * INITIALIZATION
              MOVE SPACE TO WS-MAP

              MOVE ' ' TO ZZEC0210-O-ERROR-MESSAGE
              MOVE 'RESET' TO WS-AUDIT-ACTION
              PERFORM 7175-WRITE-AUDIT-RECORD
           END-EVALUATE
           .
      ******************************************************************
      *                  2140-START-THE-GAME
                MOVE WS-GENERATIONS-RUN TO ZZEC0210-C-GENERATIONS-SO-FAR
                MOVE WS-EFF-ITERATIONS  TO ZZEC0210-C-EFF-ITERATIONS
                MOVE WS-EFF-DELAY-MS    TO ZZEC0210-C-EFF-DELAY-MS
                MOVE WS-RULE-NAME       TO ZZEC0210-C-RULE-NAME
                MOVE WS-RULE-BIRTH      TO ZZEC0210-C-RULE-BIRTH
                MOVE WS-RULE-SURVIVE    TO ZZEC0210-C-RULE-SURVIVE

                DIVIDE WS-GENERATIONS-RUN BY CT-HARDEN-INTERVAL
                   GIVING WS-HARDEN-QUOTIENT
           MOVE ZZEC0210-C-GENERATIONS-SO-FAR  TO WS-GENERATIONS-RUN
           MOVE ZZEC0210-C-EFF-ITERATIONS       TO WS-EFF-ITERATIONS
           MOVE ZZEC0210-C-EFF-DELAY-MS          TO WS-EFF-DELAY-MS
           MOVE ZZEC0210-C-RULE-NAME             TO WS-RULE-NAME
           MOVE ZZEC0210-C-RULE-BIRTH            TO WS-RULE-BIRTH
           MOVE ZZEC0210-C-RULE-SURVIVE          TO WS-RULE-SURVIVE
           .
      ******************************************************************
      *                2141-ITERATE-THE-GAME
      * PLAYS EXACTLY ONE GENERATION OF WS-MAP THROUGH THE SHARED
      * ENGINE Z02215 - THE SAME MODULE THE OVERNIGHT AND TOURNAMENT
      * JOBS PLAY WITH, SO ONLINE AND BATCH RESULTS CANNOT DRIFT APART.
      * EVERY LINK STARTS FROM A BOARD JUST READ BACK FROM THE QUEUE
      * OR MAP_TABLE, SO THE ENGINE FINDS THE LIVE AREA AFRESH EACH
      * TIME.  WS-POPULATION-COUNT IS LEFT HOLDING THE LIVE CELL COUNT
      * OF THE NEW GENERATION
      ******************************************************************
       2141-ITERATE-THE-GAME.
           MOVE ZZEC0210-I-BOARD-MODE TO ZZEC0320-I-BOARD-MODE
           MOVE WS-RULE-BIRTH         TO ZZEC0320-I-RULE-BIRTH
           MOVE WS-RULE-SURVIVE       TO ZZEC0320-I-RULE-SURVIVE
           SET ZZEC0320-A-UNKNOWN     TO TRUE
           CALL 'Z02215' USING WS-ZZEC0320 WS-MAP
           MOVE ZZEC0320-O-POPULATION TO WS-POPULATION-COUNT
           .
      ******************************************************************
      *                2144-HARDEN-AFTER-PAUSE
      * Z02101 LINKS HERE RIGHT AFTER CANCELLING A RUNNING GAME'S
      * PENDING START (PF2) - WHATEVER GENERATIONS WERE PLAYED SINCE
      *    DISPLAY '  2147-CHECK-FOR-ACTIVE-CELLS  '                    
      */TEST                                                            
                                                                        
      * AN EMPTY NEW GENERATION IS EXTINCTION - A ZERO NEIGHBOR TOTAL
      * NO LONGER PROVES IT, A RULE SET WITH S0 KEEPS ISOLATED CELLS
           IF  WS-POPULATION-COUNT = 0 THEN                             
              DISPLAY ' WS-POPULATION-COUNT = 0 '                       
              DISPLAY ' SET SO-NO-ACTIVE-CELLS TO TRUE'                 
              SET SO-NO-ACTIVE-CELLS  TO TRUE                           
           ELSE                                                         
           END-IF                                                       
           .                                                            
      ******************************************************************
      *                2148-RESOLVE-RULE-SET
      * LOOKS UP THE RULE SET A NEW RUN ASKED FOR - BLANK MEANS THE
      * CLASSIC 'CONWAY' B3/S23, WHICH IS BUILT IN AND ONLY READ FROM
      * RULE_TABLE IF SOMEONE CATALOGUED IT.  ANY OTHER NAME HAS TO BE
      * IN RULE_TABLE OR THE RUN IS REFUSED
      ******************************************************************
       2148-RESOLVE-RULE-SET.
           SET SO-RULE-SET-FOUND TO TRUE
           MOVE ZZEC0210-I-RULE-NAME TO WS-RULE-NAME
           IF WS-RULE-NAME = SPACE OR LOW-VALUES THEN
              MOVE CT-DEFAULT-RULE-NAME TO WS-RULE-NAME
           END-IF

           PERFORM 7170-SELECT-RULE-SET

           IF SO-RULE-SET-UNKNOWN AND
              WS-RULE-NAME = CT-DEFAULT-RULE-NAME THEN
              SET SO-RULE-SET-FOUND TO TRUE
              MOVE CT-DEFAULT-RULE-BIRTH   TO WS-RULE-BIRTH
              MOVE CT-DEFAULT-RULE-SURVIVE TO WS-RULE-SURVIVE
           END-IF
           .
      ******************************************************************
      *              2149-CHECK-FOR-STABLE-BOARD
      * A GENERATION THAT REPRODUCED THE BOARD IT STARTED FROM IS A
      * STILL LIFE (BLOCK, BEEHIVE), ONE THAT REPRODUCED THE BOARD OF
           END-IF
           .
      ******************************************************************
      *                2150-DEFAULT-BOARD-MODE
      * A NEW RUN THAT DID NOT SAY TOROIDAL OR BOUNDED PLAYS IN THE
      * MODE THE BOARD REGISTRY GIVES FOR THE BOARD, OR BOUNDED IF THE
      * BOARD IS NOT REGISTERED.  THE RESOLVED MODE GOES BACK IN THE
      * COMMAREA SO A CONTINUATION KEEPS PLAYING IN IT
      ******************************************************************
       2150-DEFAULT-BOARD-MODE.
           IF ZZEC0210-I-MODE-TOROIDAL OR ZZEC0210-I-MODE-BOUNDED THEN
              CONTINUE
           ELSE
              IF SO-BOARD-UNREGISTERED OR
                 BRD-DEFAULT-MODE = SPACE THEN
                 SET ZZEC0210-I-MODE-BOUNDED TO TRUE
              ELSE
                 MOVE BRD-DEFAULT-MODE TO ZZEC0210-I-BOARD-MODE
              END-IF
           END-IF
           .
      ******************************************************************
      *               2159-READ-HISTORY-QUEUE
           END-IF
           .
      ******************************************************************
      *                 2176-BUILD-HIST-CHANGES
      * LISTS EVERY CELL OF WS-MAP THAT DIFFERS FROM THE KEYFRAME IN
      * WS-HIST-KEY-MAP INTO HIST-MAP-DATA - ONE ENTRY PER CELL, THE
      * CELL NUMBER (ROW-MAJOR, 1 THRU 20000) AND ITS NEW VALUE.  ONLY
      * LINES THAT DIFFER ARE WALKED CELL BY CELL
      ******************************************************************
       2176-BUILD-HIST-CHANGES.
           MOVE 0 TO WS-HIST-CHANGES
           PERFORM VARYING WS-HIST-LINE-IX FROM 1 BY 1
           UNTIL WS-HIST-LINE-IX > CT-BOARD-HEIGHT
           OR SO-HIST-KEYFRAME
              IF WS-MAP-LINE(WS-HIST-LINE-IX) NOT =
                 WS-HIST-KEY-LINE(WS-HIST-LINE-IX) THEN
                 PERFORM VARYING WS-HIST-COL-IX FROM 1 BY 1
                 UNTIL WS-HIST-COL-IX > CT-BOARD-WIDTH
                 OR SO-HIST-KEYFRAME
                    IF WS-MAP-LINE(WS-HIST-LINE-IX)(WS-HIST-COL-IX:1)
                       NOT = WS-HIST-KEY-LINE(WS-HIST-LINE-IX)
                                             (WS-HIST-COL-IX:1) THEN
                       PERFORM 2177-ADD-HIST-CHANGE
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM
           COMPUTE HIST-MAP-DATA-LEN =
                   WS-HIST-CHANGES * CT-HIST-ENTRY-LENGTH
           .
      ******************************************************************
      *                 2177-ADD-HIST-CHANGE
      * ONE CELL TOO MANY TURNS THE GENERATION INTO A KEYFRAME
      ******************************************************************
       2177-ADD-HIST-CHANGE.
           IF WS-HIST-CHANGES NOT < CT-HIST-MAX-CHANGES THEN
              SET SO-HIST-KEYFRAME TO TRUE
           ELSE
              ADD 1 TO WS-HIST-CHANGES
              COMPUTE WS-HIST-CELL =
                      (WS-HIST-LINE-IX - 1) * CT-BOARD-WIDTH
                      + WS-HIST-COL-IX
              MOVE WS-MAP-LINE(WS-HIST-LINE-IX)(WS-HIST-COL-IX:1)
                TO WS-HIST-VALUE
              COMPUTE WS-HIST-OFFSET =
                      (WS-HIST-CHANGES - 1) * CT-HIST-ENTRY-LENGTH + 1
              MOVE WS-HIST-ENTRY
                TO HIST-MAP-DATA-TEXT(WS-HIST-OFFSET:6)
           END-IF
           .
      ******************************************************************
      *                 2188-APPLY-HIST-CHANGES
      * LAYS A CHANGE RECORD (IN HIST-MAP-DATA) OVER ITS KEYFRAME,
      * ALREADY IN WS-MAP
      ******************************************************************
       2188-APPLY-HIST-CHANGES.
           COMPUTE WS-HIST-CHANGES =
                   HIST-MAP-DATA-LEN / CT-HIST-ENTRY-LENGTH
           PERFORM VARYING WS-HIST-IX FROM 1 BY 1
           UNTIL WS-HIST-IX > WS-HIST-CHANGES
              COMPUTE WS-HIST-OFFSET =
                      (WS-HIST-IX - 1) * CT-HIST-ENTRY-LENGTH + 1
              MOVE HIST-MAP-DATA-TEXT(WS-HIST-OFFSET:6)
                TO WS-HIST-ENTRY
              MOVE WS-HIST-VALUE TO WS-MAP(WS-HIST-CELL:1)
           END-PERFORM
           .
      ******************************************************************
      *                   2200-CHECK-EIBRESP
      ******************************************************************
       2200-CHECK-EIBRESP.                                              
      * SHOWS ONE RECORDED GENERATION OF A RUN ON THE GAME SCREEN
      * WITHOUT RECOMPUTING ANYTHING OR TOUCHING THE LIVE MAP_TABLE
      * ROW.  THE FIRST CALL OF A REPLAY PICKS THE BOARD'S MOST
      * RECENTLY RECORDED RUN AND ITS FIRST RECORDED GENERATION -
      * PF5/PF6 STEP THE GENERATION HELD IN THE CONTINUE AREA BACKWARD
      * AND FORWARD FROM THERE.  A STEP ONE PAST THE GENERATION ON
      * SCREEN IS PF6, AND MOVES ON TO THE NEXT GENERATION THE RUN
      * KEPT; ANY OTHER GENERATION SHOWS THE LAST ONE KEPT AT OR
      * BEFORE IT (SEE 7213)
      ******************************************************************
       2170-REPLAY-THE-GAME.
           SET SO-REPLAY-RUN-FOUND TO TRUE
           SET SO-REPLAY-SNAP-BACK TO TRUE

           IF ZZEC0210-C-RUN-TIMESTAMP = SPACE OR LOW-VALUES THEN
              PERFORM 7220-SELECT-LATEST-RECORDED-RUN
           ELSE
              IF ZZEC0210-I-REPLAY-GENERATION IS NUMERIC AND
                 ZZEC0210-C-GENERATIONS-SO-FAR IS NUMERIC AND
                 ZZEC0210-I-REPLAY-GENERATION =
                 ZZEC0210-C-GENERATIONS-SO-FAR + 1 THEN
                 SET SO-REPLAY-SNAP-FORWARD TO TRUE
              END-IF
           END-IF

           IF SO-REPLAY-RUN-FOUND THEN
                 ZZEC0210-I-REPLAY-GENERATION NOT = ZERO THEN
                 MOVE ZZEC0210-I-REPLAY-GENERATION TO WS-REPLAY-GEN
              ELSE
                 MOVE WS-REPLAY-MIN-GEN TO WS-REPLAY-GEN
              END-IF
              IF WS-REPLAY-GEN > WS-REPLAY-MAX-GEN THEN
                 MOVE WS-REPLAY-MAX-GEN TO WS-REPLAY-GEN
              END-IF
              IF WS-REPLAY-GEN < WS-REPLAY-MIN-GEN THEN
                 MOVE WS-REPLAY-MIN-GEN TO WS-REPLAY-GEN
              END-IF

              PERFORM 7210-SELECT-HISTORY-IMAGE
           END-IF
      * SCENARIO IMAGE - DESTRUCTIVE TO THE BOARD, SO IT SITS BEHIND
      * THE SAME EDIT-BOARD CAPABILITY AS THE CELL EDITOR, RUNS UNDER
      * THE PER-BOARD LOCK LIKE EVERYTHING ELSE IN THIS PROGRAM, AND
      * LEAVES AN AUDIT ROW.  ON A PROTECTED BOARD THE RESTORE OF A
      * SCENARIO THAT EXISTS IS ONLY REQUESTED, FOR 0216 TO APPROVE
      ******************************************************************
       2186-RESTORE-SCENARIO.
           MOVE 'EDIT-BOARD' TO WS-AUTH-CAPABILITY
              ELSE
                 PERFORM 7280-SELECT-SCENARIO

                 EVALUATE TRUE
                 WHEN SO-SCENARIO-NOT-FOUND
                    SET ZZEC0210-O-RC-NO-SCENARIO TO TRUE
                    MOVE 'NO SUCH SCENARIO ' TO
                                         ZZEC0210-O-ERROR-MESSAGE
                 WHEN SO-BOARD-PROTECTED
                    MOVE 'RESTORE'             TO WS-APPROVAL-ACTION
                    MOVE ZZEC0210-I-SHAPE-NAME TO WS-APPROVAL-OBJECT
                    PERFORM 2189-REQUEST-APPROVAL
                 WHEN OTHER
                    INITIALIZE WS-MAP
                    MOVE SCENARIO-DATA-TEXT TO WS-MAP
                    PERFORM 2131-HARDEN-THE-BOARD
                                         ZZEC0210-O-ERROR-MESSAGE
                    MOVE 'RESTORE SCENARIO' TO WS-AUDIT-ACTION
                    PERFORM 7175-WRITE-AUDIT-RECORD
                 END-EVALUATE
              END-IF
           END-IF
           .
           MOVE 'SCENARIO LIST SHOWN' TO ZZEC0210-O-ERROR-MESSAGE
           .
      ******************************************************************
      *                 2189-REQUEST-APPROVAL
      * LEAVES THE RESET OR RESTORE IN WS-APPROVAL-ACTION PENDING IN
      * APPROVAL_TABLE INSTEAD OF CARRYING IT OUT - A SECOND USER
      * HOLDING APPROVE DECIDES IT ON 0216.  THE SAME ACTION ALREADY
      * WAITING FOR THIS BOARD IS REPORTED RATHER THAN RAISED TWICE
      ******************************************************************
       2189-REQUEST-APPROVAL.
           PERFORM 7191-SELECT-PENDING-APPROVAL

           IF SO-APPROVAL-ALREADY-PENDING THEN
              MOVE APR-ID TO WS-APR-EDIT
              MOVE SPACE TO ZZEC0210-O-ERROR-MESSAGE
              STRING 'PENDING ALREADY REQ'    DELIMITED BY SIZE
                     WS-APR-EDIT              DELIMITED BY SIZE
                 INTO ZZEC0210-O-ERROR-MESSAGE
              END-STRING
           ELSE
              PERFORM 7192-GET-NEXT-APPROVAL-ID
              PERFORM 7193-INSERT-APPROVAL

              MOVE SPACE TO WS-AUDIT-ACTION
              STRING 'REQUESTED '         DELIMITED BY SIZE
                     WS-APPROVAL-ACTION   DELIMITED BY SPACE
                 INTO WS-AUDIT-ACTION
              END-STRING
              PERFORM 7175-WRITE-AUDIT-RECORD

              MOVE APR-ID TO WS-APR-EDIT
              MOVE SPACE TO ZZEC0210-O-ERROR-MESSAGE
              STRING 'FOR APPROVAL - REQ'     DELIMITED BY SIZE
                     WS-APR-EDIT              DELIMITED BY SIZE
                 INTO ZZEC0210-O-ERROR-MESSAGE
              END-STRING
           END-IF
           SET ZZEC0210-O-RC-PENDING-APPROVAL TO TRUE
           .
      ******************************************************************
      *                 2190-CAPTURE-SHAPE
      * TURNS THE LIVE CELLS INSIDE A RECTANGLE OF THE BOARD - OR OF A
      * GENERATION RECORDED IN GAME_HIST_TABLE, SO A PATTERN SEEN ONLY
      * MID-RUN CAN BE KEPT - INTO A NEW CATALOG SHAPE.  THE CELLS ARE
      * TRIMMED TO THEIR BOUNDING BOX, REFUSED WHEN A CATALOG SHAPE
      * ALREADY HOLDS THE SAME CELLS UNDER ANY OF THE SIX TRANSFORMS,
      * AND REGISTERED THE WAY Z02113 REGISTERS A NEW 0208 SHAPE, WITH
      * A SHAPE_ORIGIN_TABLE ROW SAYING WHERE THEY CAME FROM.  THE
      * BOARD ITSELF IS NOT CHANGED
      ******************************************************************
       2190-CAPTURE-SHAPE.
           MOVE 'SHAPE-MAINTAIN' TO WS-AUTH-CAPABILITY
           PERFORM 7190-CHECK-AUTHORIZATION

           IF SO-USER-NOT-AUTHORIZED THEN
              PERFORM 2180-REJECT-UNAUTHORIZED
           ELSE
              PERFORM 2191-VALIDATE-CAPTURE-INPUT
              IF SO-VALID-INPUT-DATA THEN
                 PERFORM 2192-LOAD-CAPTURE-SOURCE
              END-IF
              IF SO-VALID-INPUT-DATA THEN
                 PERFORM 2193-TRIM-TO-LIVE-CELLS
              END-IF
              IF SO-VALID-INPUT-DATA THEN
                 PERFORM 2194-FIND-DUPLICATE-SHAPE
              END-IF
              IF SO-VALID-INPUT-DATA THEN
                 PERFORM 2198-REGISTER-CAPTURED-SHAPE
              END-IF
           END-IF
           .
      ******************************************************************
      *               2191-VALIDATE-CAPTURE-INPUT
      * THE CORNERS ARE KEYED AS THEY APPEAR ON THE GAME SCREEN, SO
      * THEY ARE COUNTED FROM THE VIEWPORT CORNER - THE BOTTOM-RIGHT
      * ONE MAY STILL LIE BEYOND THE SCREEN, AS LONG AS IT IS ON THE
      * BOARD.  THE NAME MUST BE NEW TO THE CATALOG - A CAPTURE NEVER
      * REPLACES A SHAPE, THAT STAYS WITH 0208 AND ITS VERSIONING
      ******************************************************************
       2191-VALIDATE-CAPTURE-INPUT.
           SET SO-VALID-INPUT-DATA TO TRUE

           EVALUATE TRUE
           WHEN ZZEC0210-I-SHAPE-NAME = SPACE OR LOW-VALUES
              SET SO-INVALID-INPUT-DATA TO TRUE
              SET ZZEC0210-O-RC-INVALID-INPUT TO TRUE
              MOVE 'SHAPE NAME REQUIRED ' TO ZZEC0210-O-ERROR-MESSAGE
           WHEN ZZEC0210-I-POSITION-X  IS NOT NUMERIC OR
                ZZEC0210-I-POSITION-Y  IS NOT NUMERIC OR
                ZZEC0210-I-POSITION-X2 IS NOT NUMERIC OR
                ZZEC0210-I-POSITION-Y2 IS NOT NUMERIC
              SET SO-INVALID-INPUT-DATA TO TRUE
              SET ZZEC0210-O-RC-INVALID-INPUT TO TRUE
              MOVE 'POSITIONS WERENT VALID NUMERIC ' TO
                                         ZZEC0210-O-ERROR-MESSAGE
           WHEN ZZEC0210-I-POSITION-X = ZERO OR
                ZZEC0210-I-POSITION-Y = ZERO OR
                ZZEC0210-I-POSITION-X2 < ZZEC0210-I-POSITION-X OR
                ZZEC0210-I-POSITION-Y2 < ZZEC0210-I-POSITION-Y
              SET SO-INVALID-INPUT-DATA TO TRUE
              SET ZZEC0210-O-RC-INVALID-POSTION TO TRUE
              MOVE 'CORNERS DO NOT MAKE A BOX ' TO
                                         ZZEC0210-O-ERROR-MESSAGE
           WHEN OTHER
              PERFORM 2115-RESOLVE-VIEWPORT
              COMPUTE WS-CAP-TOP    =
                      WS-VIEW-TOP  + ZZEC0210-I-POSITION-Y  - 1
              COMPUTE WS-CAP-LEFT   =
                      WS-VIEW-LEFT + ZZEC0210-I-POSITION-X  - 1
              COMPUTE WS-CAP-BOTTOM =
                      WS-VIEW-TOP  + ZZEC0210-I-POSITION-Y2 - 1
              COMPUTE WS-CAP-RIGHT  =
                      WS-VIEW-LEFT + ZZEC0210-I-POSITION-X2 - 1
              IF WS-CAP-BOTTOM > CT-BOARD-HEIGHT OR
                 WS-CAP-RIGHT  > CT-BOARD-WIDTH THEN
                 SET SO-INVALID-INPUT-DATA TO TRUE
                 SET ZZEC0210-O-RC-INVALID-POSTION TO TRUE
                 MOVE 'RECTANGLE IS OFF THE BOARD ' TO
                                         ZZEC0210-O-ERROR-MESSAGE
              END-IF
           END-EVALUATE

           IF SO-VALID-INPUT-DATA THEN
              PERFORM 7290-SELECT-SHAPE-BY-NAME
              IF SO-SHAPE-EXISTS THEN
                 SET SO-INVALID-INPUT-DATA TO TRUE
                 SET ZZEC0210-O-RC-SHAPE-NAME-USED TO TRUE
                 MOVE 'SHAPE NAME ALREADY USED ' TO
                                         ZZEC0210-O-ERROR-MESSAGE
              END-IF
           END-IF
           .
      ******************************************************************
      *               2192-LOAD-CAPTURE-SOURCE
      * PUTS THE BOARD THE CELLS ARE TAKEN FROM INTO WS-MAP - THE SAVED
      * BOARD, OR A RECORDED GENERATION PICKED THE WAY
      * 2170-REPLAY-THE-GAME PICKS ONE - THE LAST ONE THE RUN KEPT AT
      * OR BEFORE THE GENERATION NAMED, WHICH THE MESSAGE THEN GIVES.
      * A GENERATION PAST THE END OF THE RUN IS REFUSED RATHER THAN
      * CLAMPED - THE USER NAMED THE GENERATION THE PATTERN WAS SEEN IN
      ******************************************************************
       2192-LOAD-CAPTURE-SOURCE.
           IF ZZEC0210-I-CAPTURE-RECORDED THEN
              SET SO-REPLAY-RUN-FOUND TO TRUE
              SET SO-REPLAY-SNAP-BACK TO TRUE

              IF ZZEC0210-C-RUN-TIMESTAMP = SPACE OR LOW-VALUES THEN
                 PERFORM 7220-SELECT-LATEST-RECORDED-RUN
              END-IF

              IF SO-REPLAY-RUN-FOUND THEN
                 PERFORM 7230-SELECT-MAX-GENERATION
              END-IF

              IF SO-REPLAY-RUN-FOUND THEN
                 IF ZZEC0210-I-REPLAY-GENERATION IS NUMERIC AND
                    ZZEC0210-I-REPLAY-GENERATION NOT = ZERO THEN
                    MOVE ZZEC0210-I-REPLAY-GENERATION TO WS-REPLAY-GEN
                 ELSE
                    MOVE WS-REPLAY-MIN-GEN TO WS-REPLAY-GEN
                 END-IF
                 IF WS-REPLAY-GEN > WS-REPLAY-MAX-GEN THEN
                    SET SO-NO-REPLAY-RUN TO TRUE
                 END-IF
                 IF WS-REPLAY-GEN < WS-REPLAY-MIN-GEN THEN
                    MOVE WS-REPLAY-MIN-GEN TO WS-REPLAY-GEN
                 END-IF
              END-IF

              IF SO-REPLAY-RUN-FOUND THEN
                 PERFORM 7210-SELECT-HISTORY-IMAGE
              END-IF

              IF SO-NO-REPLAY-RUN THEN
                 SET SO-INVALID-INPUT-DATA TO TRUE
                 SET ZZEC0210-O-RC-NO-REPLAY-DATA TO TRUE
                 MOVE 'GENERATION NOT RECORDED ' TO
                                         ZZEC0210-O-ERROR-MESSAGE
              END-IF
           ELSE
              PERFORM 7200-SELECT-MAP-FROM-DB
           END-IF
           .
      ******************************************************************
      *               2193-TRIM-TO-LIVE-CELLS
      * FINDS THE BOUNDING BOX OF THE LIVE CELLS INSIDE THE RECTANGLE
      * AND COPIES THAT BOX OF WS-MAP TO WS-CAP-GRID, SO THE SHAPE'S
      * TOP-LEFT LIVE ROW AND COLUMN BECOME ITS POSITION 1
      ******************************************************************
       2193-TRIM-TO-LIVE-CELLS.
           MOVE 0 TO WS-CAP-CELLS
           MOVE WS-CAP-RIGHT  TO WS-CAP-MIN-X
           MOVE WS-CAP-BOTTOM TO WS-CAP-MIN-Y
           MOVE WS-CAP-LEFT   TO WS-CAP-MAX-X
           MOVE WS-CAP-TOP    TO WS-CAP-MAX-Y

           PERFORM VARYING WS-ITER FROM WS-CAP-TOP BY 1
           UNTIL WS-ITER > WS-CAP-BOTTOM

              PERFORM VARYING WS-ITER2 FROM WS-CAP-LEFT BY 1
              UNTIL WS-ITER2 > WS-CAP-RIGHT

                 IF WS-MAP-LINE(WS-ITER)(WS-ITER2:1) = 'X' THEN
                    ADD 1 TO WS-CAP-CELLS
                    IF WS-ITER2 < WS-CAP-MIN-X THEN
                       MOVE WS-ITER2 TO WS-CAP-MIN-X
                    END-IF
                    IF WS-ITER2 > WS-CAP-MAX-X THEN
                       MOVE WS-ITER2 TO WS-CAP-MAX-X
                    END-IF
                    IF WS-ITER < WS-CAP-MIN-Y THEN
                       MOVE WS-ITER TO WS-CAP-MIN-Y
                    END-IF
                    IF WS-ITER > WS-CAP-MAX-Y THEN
                       MOVE WS-ITER TO WS-CAP-MAX-Y
                    END-IF
                 END-IF
              END-PERFORM
           END-PERFORM

           COMPUTE WS-CAP-WIDTH  = WS-CAP-MAX-X - WS-CAP-MIN-X + 1
           COMPUTE WS-CAP-HEIGHT = WS-CAP-MAX-Y - WS-CAP-MIN-Y + 1

           EVALUATE TRUE
           WHEN WS-CAP-CELLS = 0
              SET SO-INVALID-INPUT-DATA TO TRUE
              SET ZZEC0210-O-RC-INVALID-SHAPE TO TRUE
              MOVE 'NO LIVE CELLS IN RECTANGLE ' TO
                                         ZZEC0210-O-ERROR-MESSAGE
           WHEN WS-CAP-WIDTH  > CT-MAX-SHAPE-SIZE OR
                WS-CAP-HEIGHT > CT-MAX-SHAPE-SIZE
              SET SO-INVALID-INPUT-DATA TO TRUE
              SET ZZEC0210-O-RC-INVALID-SHAPE TO TRUE
              MOVE 'SHAPE LARGER THAN 100x100 ' TO
                                         ZZEC0210-O-ERROR-MESSAGE
           WHEN OTHER
              MOVE SPACE TO WS-CAP-GRID
              PERFORM VARYING WS-ITER FROM 1 BY 1
              UNTIL WS-ITER > WS-CAP-HEIGHT
                 MOVE WS-MAP-LINE(WS-CAP-MIN-Y + WS-ITER - 1)
                      (WS-CAP-MIN-X:WS-CAP-WIDTH)
                   TO WS-CAP-GRID-ROW(WS-ITER)
              END-PERFORM
           END-EVALUATE
           .
      ******************************************************************
      *               2194-FIND-DUPLICATE-SHAPE
      * WALKS THE CATALOG SHAPES WITH AS MANY CELLS AS THE CAPTURE
      * UNTIL ONE TURNS OUT TO HOLD THE SAME CELLS
      ******************************************************************
       2194-FIND-DUPLICATE-SHAPE.
           SET SO-CAPTURE-IS-NEW TO TRUE

           PERFORM 7291-OPEN-CAND-CURSOR
           SET SO-NOT-END-OF-DATA-CAND TO TRUE
           PERFORM 7292-FETCH-CAND-RECORD
           PERFORM UNTIL SO-END-OF-DATA-CAND
           OR SO-CAPTURE-IS-DUPLICATE
              PERFORM 2195-COMPARE-CANDIDATE
              IF SO-CAPTURE-IS-NEW THEN
                 PERFORM 7292-FETCH-CAND-RECORD
              END-IF
           END-PERFORM
           PERFORM 7293-CLOSE-CAND-CURSOR

           IF SO-CAPTURE-IS-DUPLICATE THEN
              SET SO-INVALID-INPUT-DATA TO TRUE
              SET ZZEC0210-O-RC-DUPLICATE-SHAPE TO TRUE
              MOVE SPACE TO ZZEC0210-O-ERROR-MESSAGE
              STRING 'SAME AS '    DELIMITED BY SIZE
                     WS-CAND-NAME  DELIMITED BY SPACE
                     ' '           DELIMITED BY SIZE
                     WS-TRANSFORM-NAME(WS-TRANSFORM-IX)
                                   DELIMITED BY SPACE
                 INTO ZZEC0210-O-ERROR-MESSAGE
              END-STRING
           END-IF
           .
      ******************************************************************
      *               2195-COMPARE-CANDIDATE
      * THE PAIR TEST OF Z02200'S 2400-COMPARE-THE-PAIR WITH THE
      * CAPTURE AS SHAPE A AND THE CATALOG SHAPE AS B - A TRANSFORM
      * STAYS IN THE RUNNING WHILE B'S TRANSFORMED BOUNDING BOX IS THE
      * CAPTURE'S AND EVERY TRANSFORMED B CELL LANDS ON A CAPTURED
      * CELL (EQUAL COUNTS MAKE THE SETS IDENTICAL).  ALL SIX ARE
      * TRIED IN ONE PASS OVER B'S CELLS
      ******************************************************************
       2195-COMPARE-CANDIDATE.
           COMPUTE WS-CAND-WIDTH  = WS-CAND-MAX-X - WS-CAND-MIN-X + 1
           COMPUTE WS-CAND-HEIGHT = WS-CAND-MAX-Y - WS-CAND-MIN-Y + 1
           MOVE 0 TO WS-CAND-FITTING

           PERFORM VARYING WS-TRANSFORM-IX FROM 1 BY 1
           UNTIL WS-TRANSFORM-IX > 6
      * A 90/270 ROTATION SWAPS B'S WIDTH AND HEIGHT
              IF WS-TRANSFORM-IX = 2 OR WS-TRANSFORM-IX = 4 THEN
                 IF WS-CAND-HEIGHT = WS-CAP-WIDTH AND
                    WS-CAND-WIDTH  = WS-CAP-HEIGHT THEN
                    SET SO-CAND-TRANSFORM-FITS(WS-TRANSFORM-IX) TO TRUE
                 ELSE
                    SET SO-CAND-TRANSFORM-FAILS(WS-TRANSFORM-IX) TO TRUE
                 END-IF
              ELSE
                 IF WS-CAND-WIDTH  = WS-CAP-WIDTH AND
                    WS-CAND-HEIGHT = WS-CAP-HEIGHT THEN
                    SET SO-CAND-TRANSFORM-FITS(WS-TRANSFORM-IX) TO TRUE
                 ELSE
                    SET SO-CAND-TRANSFORM-FAILS(WS-TRANSFORM-IX) TO TRUE
                 END-IF
              END-IF
              IF SO-CAND-TRANSFORM-FITS(WS-TRANSFORM-IX) THEN
                 ADD 1 TO WS-CAND-FITTING
              END-IF
           END-PERFORM

           IF WS-CAND-FITTING > 0 THEN
              MOVE WS-CAND-ID TO SHAPE-ID
              PERFORM 7400-OPEN-CURSOR
              SET SO-NOT-END-OF-DATA-SHAPE-TABLE TO TRUE
              PERFORM 7600-FETCH-SHAPE-TABLE-RECORD
              PERFORM UNTIL SO-END-OF-DATA-SHAPE-TABLE
              OR WS-CAND-FITTING = 0
                 COMPUTE WS-CAND-CELL-X =
                         POSITION-X - WS-CAND-MIN-X + 1
                 COMPUTE WS-CAND-CELL-Y =
                         POSITION-Y - WS-CAND-MIN-Y + 1
                 PERFORM 2196-CHECK-CANDIDATE-CELL
                 PERFORM 7600-FETCH-SHAPE-TABLE-RECORD
              END-PERFORM
              PERFORM 7500-CLOSE-CURSOR
           END-IF

      * THE FIRST TRANSFORM STILL STANDING NAMES THE MATCH
           IF WS-CAND-FITTING > 0 THEN
              SET SO-CAPTURE-IS-DUPLICATE TO TRUE
              MOVE 1 TO WS-TRANSFORM-IX
              PERFORM UNTIL SO-CAND-TRANSFORM-FITS(WS-TRANSFORM-IX)
                 ADD 1 TO WS-TRANSFORM-IX
              END-PERFORM
           END-IF
           .
      ******************************************************************
      *               2196-CHECK-CANDIDATE-CELL
      * ONE NORMALIZED B CELL AGAINST EVERY TRANSFORM STILL IN THE
      * RUNNING - A TRANSFORM THAT PUTS IT ON A DEAD CAPTURED CELL
      * DROPS OUT
      ******************************************************************
       2196-CHECK-CANDIDATE-CELL.
           PERFORM VARYING WS-TRANSFORM-IX FROM 1 BY 1
           UNTIL WS-TRANSFORM-IX > 6
              IF SO-CAND-TRANSFORM-FITS(WS-TRANSFORM-IX) THEN
                 PERFORM 2197-TRANSFORM-CANDIDATE-CELL
                 IF WS-CAP-GRID-ROW(WS-TRANSFORM-Y)
                    (WS-TRANSFORM-X:1) NOT = 'X' THEN
                    SET SO-CAND-TRANSFORM-FAILS(WS-TRANSFORM-IX) TO TRUE
                    SUBTRACT 1 FROM WS-CAND-FITTING
                 END-IF
              END-IF
           END-PERFORM
           .
      ******************************************************************
      *               2197-TRANSFORM-CANDIDATE-CELL
      * SAME ARITHMETIC AS Z02200'S 2440-TRANSFORM-ONE-CELL AND
      * 2161-TRANSFORM-SHAPE-CELL ABOVE, WITHIN B'S OWN BOUNDING BOX
      ******************************************************************
       2197-TRANSFORM-CANDIDATE-CELL.
           EVALUATE WS-TRANSFORM-IX
             WHEN 2
                COMPUTE WS-TRANSFORM-X =
                   WS-CAND-HEIGHT - WS-CAND-CELL-Y + 1
                MOVE WS-CAND-CELL-X TO WS-TRANSFORM-Y
             WHEN 3
                COMPUTE WS-TRANSFORM-X =
                   WS-CAND-WIDTH - WS-CAND-CELL-X + 1
                COMPUTE WS-TRANSFORM-Y =
                   WS-CAND-HEIGHT - WS-CAND-CELL-Y + 1
             WHEN 4
                MOVE WS-CAND-CELL-Y TO WS-TRANSFORM-X
                COMPUTE WS-TRANSFORM-Y =
                   WS-CAND-WIDTH - WS-CAND-CELL-X + 1
             WHEN 5
                COMPUTE WS-TRANSFORM-X =
                   WS-CAND-WIDTH - WS-CAND-CELL-X + 1
                MOVE WS-CAND-CELL-Y TO WS-TRANSFORM-Y
             WHEN 6
                MOVE WS-CAND-CELL-X TO WS-TRANSFORM-X
                COMPUTE WS-TRANSFORM-Y =
                   WS-CAND-HEIGHT - WS-CAND-CELL-Y + 1
             WHEN OTHER
                MOVE WS-CAND-CELL-X TO WS-TRANSFORM-X
                MOVE WS-CAND-CELL-Y TO WS-TRANSFORM-Y
           END-EVALUATE
           .
      ******************************************************************
      *               2198-REGISTER-CAPTURED-SHAPE
      * A NEW SHAPE ID FROM SHAPE_TABLE3_NAME AS IN Z02113'S
      * 2140-GENERATE-NEW-SHAPE-ID, THE NAME ROW, ONE SHAPE_TABLE2
      * AND ONE SHAPE_TABLE3 ROW PER LIVE CELL (ROWS OUTSIDE, COLUMNS
      * INSIDE, AS Z02113'S 2160-DIGITIZE-SHAPE-CELLS), THEN THE
      * ORIGIN ROW AND THE AUDIT ROW - ALL IN THE ONE UNIT OF WORK.
      * THE NAME ROW'S BLANK CLASS LEAVES THE SHAPE FOR Z02208 TO
      * CLASSIFY ON ITS NEXT RUN
      ******************************************************************
       2198-REGISTER-CAPTURED-SHAPE.
           PERFORM 7294-GENERATE-NEW-SHAPE-ID
           PERFORM 7295-INSERT-SHAPE-NAME-ROW

           PERFORM VARYING WS-ITER FROM 1 BY 1
           UNTIL WS-ITER > WS-CAP-HEIGHT

              PERFORM VARYING WS-ITER2 FROM 1 BY 1
              UNTIL WS-ITER2 > WS-CAP-WIDTH

                 IF WS-CAP-GRID-ROW(WS-ITER)(WS-ITER2:1) = 'X' THEN
                    MOVE WS-ITER2 TO POSITION-X
                    MOVE WS-ITER  TO POSITION-Y
                    PERFORM 7296-INSERT-SHAPE-CELL
                 END-IF
              END-PERFORM
           END-PERFORM

           PERFORM 7297-INSERT-SHAPE-ORIGIN

           SET ZZEC0210-O-RC-SUCCESS-CAPTURE TO TRUE
           MOVE WS-CAP-CELLS TO WS-CAP-CELLS-EDIT
           MOVE SPACE TO ZZEC0210-O-ERROR-MESSAGE
           STRING 'CAPTURED '         DELIMITED BY SIZE
                  WS-CAP-CELLS-EDIT   DELIMITED BY SIZE
                  ' CELLS'            DELIMITED BY SIZE
              INTO ZZEC0210-O-ERROR-MESSAGE
           END-STRING
           IF ZZEC0210-I-CAPTURE-RECORDED THEN
              MOVE WS-REPLAY-GEN TO WS-GEN-EDIT
              STRING 'CAPTURED '         DELIMITED BY SIZE
                     WS-CAP-CELLS-EDIT   DELIMITED BY SIZE
                     ' CELLS FROM GEN '  DELIMITED BY SIZE
                     WS-GEN-EDIT         DELIMITED BY SIZE
                 INTO ZZEC0210-O-ERROR-MESSAGE
              END-STRING
           END-IF
           MOVE 'CAPTURE SHAPE' TO WS-AUDIT-ACTION
           PERFORM 7175-WRITE-AUDIT-RECORD
           .
      ******************************************************************
      *                         3000-FINAL
      ******************************************************************
       3000-FINAL.                                                      
              SET SO-7150-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF

           IF SO-BOARD-UNREGISTERED THEN
              PERFORM 7155-REGISTER-NEW-BOARD
           END-IF
           .
      ******************************************************************
      *                   7155-REGISTER-NEW-BOARD
      * A BOARD BORN ON 0206 IS REGISTERED TO WHOEVER CREATED IT, SO
      * IT NEVER SHOWS ON 0212 WITHOUT AN OWNER.  THE OWNER CAN ADD A
      * DESCRIPTION ON 0213
      ******************************************************************
       7155-REGISTER-NEW-BOARD.
           MOVE ZZEC0210-I-MAP-ID TO BRD-MAP-ID
           MOVE EIBUSERID         TO BRD-OWNER
           MOVE SPACE             TO BRD-DESC
           MOVE EIBUSERID         TO BRD-CREATED-BY
           IF ZZEC0210-I-MODE-TOROIDAL THEN
              MOVE 'T'            TO BRD-DEFAULT-MODE
           ELSE
              MOVE 'B'            TO BRD-DEFAULT-MODE
           END-IF
           MOVE 'A'               TO BRD-STATUS
           MOVE EIBUSERID         TO BRD-STATUS-BY
           MOVE '9999-12-31'      TO BRD-RETAIN-UNTIL

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
           IF NOT SO-SQLCODE-OK THEN
              SET SO-7155-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           SET SO-BOARD-ACTIVE TO TRUE
           .
      ******************************************************************
      *                   7160-SELECT-BOARD-REGISTRY
      * READS THE BOARD'S BOARD_TABLE ROW - NO ROW LEAVES THE BOARD
      * UNREGISTERED, WHICH PLAYS AS ACTIVE
      ******************************************************************
       7160-SELECT-BOARD-REGISTRY.
           SET SO-BOARD-UNREGISTERED TO TRUE
           SET SO-BOARD-NOT-PROTECTED TO TRUE
           MOVE ZZEC0210-I-MAP-ID TO BRD-MAP-ID
           EXEC SQL
           SELECT BRD_DEFAULT_MODE, BRD_STATUS, BRD_PROTECTED
           INTO :BRD-DEFAULT-MODE, :BRD-STATUS, :BRD-PROTECTED
           FROM BOARD_TABLE
           WHERE BRD_MAP_ID = :BRD-MAP-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
                MOVE BRD-STATUS TO SW-BOARD-REGISTRY-STATUS
                IF BRD-PROTECTED = 'Y' THEN
                   SET SO-BOARD-PROTECTED TO TRUE
                END-IF
           WHEN SO-SQLCODE-NOT-FOUND
                SET SO-BOARD-UNREGISTERED TO TRUE
           WHEN OTHER
                SET SO-7160-PARA TO TRUE
                PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *                  7170-SELECT-RULE-SET
      ******************************************************************
       7170-SELECT-RULE-SET.
           MOVE WS-RULE-NAME TO RULE-NAME
           EXEC SQL
           SELECT RULE_BIRTH, RULE_SURVIVE
           INTO :RULE-BIRTH, :RULE-SURVIVE
           FROM RULE_TABLE
           WHERE RULE_NAME = :RULE-NAME
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
                SET SO-RULE-SET-FOUND TO TRUE
                MOVE RULE-BIRTH   TO WS-RULE-BIRTH
                MOVE RULE-SURVIVE TO WS-RULE-SURVIVE
           WHEN SO-SQLCODE-NOT-FOUND
                SET SO-RULE-SET-UNKNOWN TO TRUE
           WHEN OTHER
                SET SO-7170-PARA TO TRUE
                PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *                  7175-WRITE-AUDIT-RECORD
             TO STATS-GENERATION-NUMBER OF DCLGAME-STATS-TABLE
           MOVE WS-POPULATION-COUNT
             TO STATS-POPULATION-COUNT OF DCLGAME-STATS-TABLE
           MOVE WS-RULE-NAME
             TO STATS-RULE-NAME OF DCLGAME-STATS-TABLE

           EXEC SQL
           INSERT INTO GAME_STATS_TABLE
             (STATS_MAP_ID, STATS_RUN_TIME, STATS_GENERATION_NUMBER,
              STATS_POPULATION_COUNT, STATS_RULE_NAME)
           VALUES
             (:STATS-MAP-ID OF DCLGAME-STATS-TABLE,
              :STATS-RUN-TIME OF DCLGAME-STATS-TABLE,
              :STATS-GENERATION-NUMBER OF DCLGAME-STATS-TABLE,
              :STATS-POPULATION-COUNT OF DCLGAME-STATS-TABLE,
              :STATS-RULE-NAME OF DCLGAME-STATS-TABLE)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
           .
      ******************************************************************
      *                  7185-WRITE-GAME-HISTORY
      * ONE ROW PER GENERATION, KEYED EXACTLY LIKE THE STATS ROW 7180
      * JUST WROTE, SO THE TWO TABLES LINE UP ONE TO ONE.  THE ROW IS
      * THE FULL BOARD WHEN A KEYFRAME IS DUE, OTHERWISE ONLY THE
      * CELLS THAT DIFFER FROM THE RUN'S LATEST KEYFRAME
      ******************************************************************
       7185-WRITE-GAME-HISTORY.
           MOVE ZZEC0210-I-MAP-ID TO HIST-MAP-ID
           MOVE WS-RUN-TIME       TO HIST-RUN-TIME
           PERFORM 7186-SELECT-LATEST-KEYFRAME
           IF SO-HIST-CHANGE-RECORD THEN
              PERFORM 2176-BUILD-HIST-CHANGES
           END-IF
           IF SO-HIST-KEYFRAME THEN
              MOVE WS-MAP            TO HIST-MAP-DATA-TEXT
              MOVE 20000             TO HIST-MAP-DATA-LEN
           END-IF
           MOVE WS-GENERATIONS-RUN TO HIST-GENERATION-NUMBER
           MOVE WS-RULE-NAME      TO HIST-RULE-NAME

           EXEC SQL
           INSERT INTO GAME_HIST_TABLE
             (HIST_MAP_ID, HIST_RUN_TIME, HIST_GENERATION_NUMBER,
              HIST_MAP_DATA, HIST_RULE_NAME)
           VALUES
             (:HIST-MAP-ID,
              :HIST-RUN-TIME,
              :HIST-GENERATION-NUMBER,
              :HIST-MAP-DATA,
              :HIST-RULE-NAME)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
           END-IF
           .
      ******************************************************************
      *                7186-SELECT-LATEST-KEYFRAME
      * THE RUN'S MOST RECENT FULL IMAGE - NONE YET, OR ONE
      * CT-HIST-KEYFRAME-INTERVAL OR MORE GENERATIONS BACK, MEANS THIS
      * GENERATION IS WRITTEN AS A KEYFRAME ITSELF
      ******************************************************************
       7186-SELECT-LATEST-KEYFRAME.
           SET SO-HIST-CHANGE-RECORD TO TRUE
           INITIALIZE HIST-MAP-DATA

           EXEC SQL
           SELECT HIST_GENERATION_NUMBER, HIST_MAP_DATA
           INTO :WS-HIST-KEY-GEN, :HIST-MAP-DATA
           FROM GAME_HIST_TABLE
           WHERE HIST_MAP_ID = :HIST-MAP-ID
           AND   HIST_RUN_TIME = :HIST-RUN-TIME
           AND   LENGTH(HIST_MAP_DATA) = 20000
           ORDER BY HIST_GENERATION_NUMBER DESC
           FETCH FIRST ROW ONLY
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
                IF WS-GENERATIONS-RUN - WS-HIST-KEY-GEN
                   NOT < CT-HIST-KEYFRAME-INTERVAL THEN
                   SET SO-HIST-KEYFRAME TO TRUE
                ELSE
                   MOVE HIST-MAP-DATA-TEXT TO WS-HIST-KEY-MAP
                END-IF
           WHEN SO-SQLCODE-NOT-FOUND
                SET SO-HIST-KEYFRAME TO TRUE
           WHEN OTHER
                SET SO-7186-PARA TO TRUE
                PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *                  7190-CHECK-AUTHORIZATION
      * A DESTRUCTIVE ACTION IS ONLY ALLOWED WHEN AUTH_TABLE HOLDS A
      * ROW FOR THIS USER AND THE CAPABILITY IN WS-AUTH-CAPABILITY -
           END-IF
           .
      ******************************************************************
      *                  7191-SELECT-PENDING-APPROVAL
      * IS THE SAME ACTION ON THE SAME BOARD (AND SCENARIO) ALREADY
      * WAITING FOR A DECISION
      ******************************************************************
       7191-SELECT-PENDING-APPROVAL.
           SET SO-NO-APPROVAL-PENDING TO TRUE
           MOVE WS-APPROVAL-ACTION TO APR-ACTION
           MOVE ZZEC0210-I-MAP-ID  TO APR-MAP-ID
           MOVE WS-APPROVAL-OBJECT TO APR-OBJECT-NAME

           EXEC SQL
           SELECT APR_ID
           INTO :APR-ID
           FROM APPROVAL_TABLE
           WHERE APR_ACTION      = :APR-ACTION
           AND   APR_MAP_ID      = :APR-MAP-ID
           AND   APR_OBJECT_NAME = :APR-OBJECT-NAME
           AND   APR_STATUS      = 'P'
           FETCH FIRST ROW ONLY
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
                SET SO-APPROVAL-ALREADY-PENDING TO TRUE
           WHEN SO-SQLCODE-NOT-FOUND
                CONTINUE
           WHEN OTHER
                SET SO-7191-PARA TO TRUE
                PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *                  7192-GET-NEXT-APPROVAL-ID
      * APPROVAL REQUESTS ARE NUMBERED MAX+1 LIKE RQ_REQUEST_ID
      ******************************************************************
       7192-GET-NEXT-APPROVAL-ID.
           EXEC SQL
           SELECT COALESCE(MAX(APR_ID), 0) + 1
           INTO :APR-ID
           FROM APPROVAL_TABLE
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7192-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                  7193-INSERT-APPROVAL
      ******************************************************************
       7193-INSERT-APPROVAL.
           MOVE WS-APPROVAL-ACTION TO APR-ACTION
           MOVE ZZEC0210-I-MAP-ID  TO APR-MAP-ID
           MOVE WS-APPROVAL-OBJECT TO APR-OBJECT-NAME
           MOVE 'P'                TO APR-STATUS
           MOVE EIBUSERID          TO APR-REQUESTED-BY
           MOVE SPACE              TO APR-DECIDED-BY
           MOVE SPACE              TO APR-DECIDED-AT

           EXEC SQL
           INSERT INTO APPROVAL_TABLE
             (APR_ID, APR_ACTION, APR_MAP_ID, APR_OBJECT_NAME,
              APR_STATUS, APR_REQUESTED_BY, APR_REQUESTED_AT,
              APR_DECIDED_BY, APR_DECIDED_AT)
           VALUES
             (:APR-ID, :APR-ACTION, :APR-MAP-ID, :APR-OBJECT-NAME,
              :APR-STATUS, :APR-REQUESTED-BY, CURRENT TIMESTAMP,
              :APR-DECIDED-BY, :APR-DECIDED-AT)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-NORMAL THEN
              SET SO-7193-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                  7195-WRITE-USAGE-RECORD
      * ONE ROW PER SUCCESSFUL SHAPE PLACEMENT - WHICH SHAPES ANYONE
      * ACTUALLY USES WAS GUESSWORK UNTIL NOW, AND THE CATALOG
           .
      ******************************************************************
      *                  7210-SELECT-HISTORY-IMAGE
      * REBUILDS WS-REPLAY-GEN INTO WS-MAP - THE LATEST KEYFRAME AT OR
      * BEFORE IT, WITH THE GENERATION'S OWN CHANGE LIST LAID OVER THE
      * TOP WHEN THE GENERATION IS NOT A KEYFRAME ITSELF.  A GENERATION
      * THE RUN DID NOT KEEP IS FIRST MOVED ONTO ONE IT DID, AND
      * WS-REPLAY-GEN TELLS THE CALLER WHICH
      ******************************************************************
       7210-SELECT-HISTORY-IMAGE.
           MOVE ZZEC0210-I-MAP-ID TO HIST-MAP-ID
           MOVE ZZEC0210-C-RUN-TIMESTAMP TO HIST-RUN-TIME
           MOVE WS-REPLAY-GEN TO WS-HIST-TARGET-GEN
           PERFORM 7213-SELECT-RECORDED-GEN

           IF SO-REPLAY-RUN-FOUND THEN
              MOVE WS-HIST-TARGET-GEN TO WS-REPLAY-GEN
              PERFORM 7211-SELECT-KEYFRAME-GEN
           END-IF

           IF SO-REPLAY-RUN-FOUND THEN
              MOVE WS-HIST-KEY-GEN TO HIST-GENERATION-NUMBER
              PERFORM 7212-SELECT-HISTORY-ROW
           END-IF

           IF SO-REPLAY-RUN-FOUND THEN
              INITIALIZE WS-MAP
              MOVE HIST-MAP-DATA-TEXT TO WS-MAP
              IF WS-HIST-TARGET-GEN > WS-HIST-KEY-GEN THEN
                 MOVE WS-HIST-TARGET-GEN TO HIST-GENERATION-NUMBER
                 PERFORM 7212-SELECT-HISTORY-ROW
                 IF SO-REPLAY-RUN-FOUND THEN
                    PERFORM 2188-APPLY-HIST-CHANGES
                 END-IF
              END-IF
           END-IF
           .
      ******************************************************************
      *                  7211-SELECT-KEYFRAME-GEN
      * THE GENERATION OF THE LATEST FULL IMAGE AT OR BEFORE THE ONE
      * WANTED.  A RUN'S FIRST RECORDED GENERATION IS ALWAYS A FULL
      * IMAGE - GENERATION ONE OF A RUN PLAYED ON 0206, THE FIRST
      * WATCH EVENT OF A Z02097 BATCH RUN, WHICH KEEPS ONLY FULL IMAGES
      ******************************************************************
       7211-SELECT-KEYFRAME-GEN.
           EXEC SQL
           SELECT COALESCE(MAX(HIST_GENERATION_NUMBER), 0)
           INTO :WS-HIST-KEY-GEN
           FROM GAME_HIST_TABLE
           WHERE HIST_MAP_ID = :HIST-MAP-ID
           AND   HIST_RUN_TIME = :HIST-RUN-TIME
           AND   HIST_GENERATION_NUMBER <= :WS-HIST-TARGET-GEN
           AND   LENGTH(HIST_MAP_DATA) = 20000
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF SO-SQLCODE-OK THEN
              IF WS-HIST-KEY-GEN = 0 THEN
                 SET SO-NO-REPLAY-RUN TO TRUE
              END-IF
           ELSE
              SET SO-7211-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                  7212-SELECT-HISTORY-ROW
      ******************************************************************
       7212-SELECT-HISTORY-ROW.
           INITIALIZE HIST-MAP-DATA

           EXEC SQL
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
                CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
                SET SO-NO-REPLAY-RUN TO TRUE
           WHEN OTHER
           END-EVALUATE
           .
      ******************************************************************
      *                  7213-SELECT-RECORDED-GEN
      * A RUN PLAYED ON 0206 KEEPS EVERY GENERATION, BUT A Z02097 BATCH
      * RUN ONLY KEEPS THOSE WHERE A WATCH CONDITION FIRED.  MOVES
      * WS-HIST-TARGET-GEN ONTO THE LAST GENERATION KEPT AT OR BEFORE
      * IT, OR FOR A PF6 STEP THE FIRST ONE KEPT AT OR AFTER IT
      ******************************************************************
       7213-SELECT-RECORDED-GEN.
           IF SO-REPLAY-SNAP-FORWARD THEN
              EXEC SQL
              SELECT COALESCE(MIN(HIST_GENERATION_NUMBER), 0)
              INTO :WS-HIST-SNAP-GEN
              FROM GAME_HIST_TABLE
              WHERE HIST_MAP_ID = :HIST-MAP-ID
              AND   HIST_RUN_TIME = :HIST-RUN-TIME
              AND   HIST_GENERATION_NUMBER >= :WS-HIST-TARGET-GEN
              END-EXEC
           ELSE
              EXEC SQL
              SELECT COALESCE(MAX(HIST_GENERATION_NUMBER), 0)
              INTO :WS-HIST-SNAP-GEN
              FROM GAME_HIST_TABLE
              WHERE HIST_MAP_ID = :HIST-MAP-ID
              AND   HIST_RUN_TIME = :HIST-RUN-TIME
              AND   HIST_GENERATION_NUMBER <= :WS-HIST-TARGET-GEN
              END-EXEC
           END-IF
           MOVE SQLCODE TO SW-SQLCODE
           IF SO-SQLCODE-OK THEN
              IF WS-HIST-SNAP-GEN = 0 THEN
                 SET SO-NO-REPLAY-RUN TO TRUE
              ELSE
                 MOVE WS-HIST-SNAP-GEN TO WS-HIST-TARGET-GEN
              END-IF
           ELSE
              SET SO-7213-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                7220-SELECT-LATEST-RECORDED-RUN
      * THE FIRST CALL OF A REPLAY HAS NO RUN TIMESTAMP YET - PICK THE
      * BOARD'S MOST RECENTLY RECORDED RUN
           .
      ******************************************************************
      *                7230-SELECT-MAX-GENERATION
      * THE FIRST AND LAST GENERATIONS THE RUN KEPT
      ******************************************************************
       7230-SELECT-MAX-GENERATION.
           MOVE ZZEC0210-I-MAP-ID TO HIST-MAP-ID
           MOVE ZZEC0210-C-RUN-TIMESTAMP TO HIST-RUN-TIME

           EXEC SQL
           SELECT COALESCE(MIN(HIST_GENERATION_NUMBER), 0),
                  COALESCE(MAX(HIST_GENERATION_NUMBER), 0)
           INTO :WS-REPLAY-MIN-GEN, :WS-REPLAY-MAX-GEN
           FROM GAME_HIST_TABLE
           WHERE HIST_MAP_ID = :HIST-MAP-ID
           AND   HIST_RUN_TIME = :HIST-RUN-TIME
                PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *                 7290-SELECT-SHAPE-BY-NAME
      ******************************************************************
       7290-SELECT-SHAPE-BY-NAME.
           MOVE ZZEC0210-I-SHAPE-NAME TO SHAPE-NAME

           EXEC SQL
           SELECT SHAPE_NAME_ID
           INTO :SHAPE-NAME-ID
           FROM SHAPE_TABLE3_NAME
           WHERE SHAPE_NAME = :SHAPE-NAME
           FETCH FIRST ROW ONLY
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
                SET SO-SHAPE-EXISTS TO TRUE
           WHEN SO-SQLCODE-NOT-FOUND
                SET SO-SHAPE-DONT-EXISTS TO TRUE
           WHEN OTHER
                SET SO-7290-PARA TO TRUE
                PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *                 7291-OPEN-CAND-CURSOR
      ******************************************************************
       7291-OPEN-CAND-CURSOR.
           EXEC SQL
           OPEN C-CAPT-CAND
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              SET SO-7291-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                 7292-FETCH-CAND-RECORD
      ******************************************************************
       7292-FETCH-CAND-RECORD.
           EXEC SQL
           FETCH C-CAPT-CAND
           INTO :WS-CAND-ID, :WS-CAND-NAME,
                :WS-CAND-MIN-X, :WS-CAND-MIN-Y,
                :WS-CAND-MAX-X, :WS-CAND-MAX-Y
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
                CONTINUE
           WHEN SO-SQLCODE-NOT-FOUND
                SET SO-END-OF-DATA-CAND TO TRUE
           WHEN OTHER
                SET SO-7292-PARA TO TRUE
                PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *                 7293-CLOSE-CAND-CURSOR
      ******************************************************************
       7293-CLOSE-CAND-CURSOR.
           EXEC SQL
           CLOSE C-CAPT-CAND
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              SET SO-7293-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                 7294-GENERATE-NEW-SHAPE-ID
      * FROM SHAPE_TABLE3_NAME, LIKE Z02113 - THE ONE TABLE EVERY
      * SHAPE HAS A ROW IN, SO THE ID IS NEVER ONE ALREADY IN USE
      ******************************************************************
       7294-GENERATE-NEW-SHAPE-ID.
           EXEC SQL
           SELECT COALESCE(MAX(SHAPE_NAME_ID), 0) + 1
           INTO :SHAPE-NAME-ID
           FROM SHAPE_TABLE3_NAME
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF SO-SQLCODE-OK THEN
              MOVE SHAPE-NAME-ID TO SHAPE-ID
           ELSE
              SET SO-7294-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                 7295-INSERT-SHAPE-NAME-ROW
      ******************************************************************
       7295-INSERT-SHAPE-NAME-ROW.
           MOVE ZZEC0210-I-SHAPE-NAME TO SHAPE-NAME

           EXEC SQL
           INSERT INTO SHAPE_TABLE3_NAME (SHAPE_NAME, SHAPE_NAME_ID)
           VALUES
             (:SHAPE-NAME,
              :SHAPE-NAME-ID)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              SET SO-7295-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                 7296-INSERT-SHAPE-CELL
      * THE CELL IN POSITION-X/POSITION-Y GOES INTO BOTH SHAPE_TABLE2
      * (WITH THE NAME) AND SHAPE_TABLE3 UNDER THE SAME SHAPE ID
      ******************************************************************
       7296-INSERT-SHAPE-CELL.
           EXEC SQL
           INSERT INTO
           SHAPE_TABLE2(SHAPE_ID, SHAPE_NAME, POSITION_X, POSITION_Y)
           VALUES(
           :SHAPE-ID,
           :SHAPE-NAME,
           :POSITION-X,
           :POSITION-Y)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF SO-SQLCODE-OK THEN
              EXEC SQL
              INSERT INTO
              SHAPE_TABLE3(SHAPE_ID, POSITION_X, POSITION_Y)
              VALUES(
              :SHAPE-ID,
              :POSITION-X,
              :POSITION-Y)
              END-EXEC
              MOVE SQLCODE TO SW-SQLCODE
           END-IF
           IF NOT SO-SQLCODE-OK THEN
              SET SO-7296-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                 7297-INSERT-SHAPE-ORIGIN
      * WHERE THE CAPTURED CELLS CAME FROM - THE BOARD, THE RECORDED
      * RUN AND GENERATION WHEN THEY CAME FROM GAME_HIST_TABLE, AND
      * THE BOX ON THE BOARD THEY WERE TRIMMED TO
      ******************************************************************
       7297-INSERT-SHAPE-ORIGIN.
           MOVE SHAPE-ID              TO ORG-SHAPE-ID
           MOVE ZZEC0210-I-SHAPE-NAME TO ORG-SHAPE-NAME
           MOVE ZZEC0210-I-MAP-ID     TO ORG-MAP-ID
           IF ZZEC0210-I-CAPTURE-RECORDED THEN
              MOVE 'H'                      TO ORG-SOURCE
              MOVE ZZEC0210-C-RUN-TIMESTAMP TO ORG-RUN-TIME
              MOVE WS-REPLAY-GEN            TO ORG-GENERATION
           ELSE
              MOVE 'B'                      TO ORG-SOURCE
              MOVE SPACE                    TO ORG-RUN-TIME
              MOVE 0                        TO ORG-GENERATION
           END-IF
           MOVE WS-CAP-MIN-Y          TO ORG-TOP
           MOVE WS-CAP-MIN-X          TO ORG-LEFT
           MOVE WS-CAP-MAX-Y          TO ORG-BOTTOM
           MOVE WS-CAP-MAX-X          TO ORG-RIGHT
           MOVE WS-CAP-CELLS          TO ORG-CELL-COUNT
           MOVE EIBUSERID             TO ORG-CAPTURED-BY

           EXEC SQL
           INSERT INTO SHAPE_ORIGIN_TABLE
             (ORG_SHAPE_ID, ORG_SHAPE_NAME, ORG_MAP_ID, ORG_SOURCE,
              ORG_RUN_TIME, ORG_GENERATION, ORG_TOP, ORG_LEFT,
              ORG_BOTTOM, ORG_RIGHT, ORG_CELL_COUNT,
              ORG_CAPTURED_BY, ORG_CAPTURED_AT)
           VALUES
             (:ORG-SHAPE-ID, :ORG-SHAPE-NAME, :ORG-MAP-ID, :ORG-SOURCE,
              :ORG-RUN-TIME, :ORG-GENERATION, :ORG-TOP, :ORG-LEFT,
              :ORG-BOTTOM, :ORG-RIGHT, :ORG-CELL-COUNT,
              :ORG-CAPTURED-BY, CURRENT TIMESTAMP)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              SET SO-7297-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      *****************************************************************
      *
      *                    9000-DB2-ERROR
