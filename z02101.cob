*                                                                 
*  TO ALLOW ALL OF THAT PROGRAM WILL CALL ROUTINE NAMED           
*   Z02112                                                        
*  AND SHOWS HOW MANY OF THE USER'S INBOX MESSAGES ARE UNOPENED
*   (ROUTINE Z02119, INBOX TRANSACTION 0214)
*  A RUN PICKED ON THE RUN HISTORY BROWSER (0217) ARRIVES HERE
*   AS A REPLAY REQUEST (SEE 2367-REPLAY-FROM-BROWSER)
*  A RECTANGLE OF THE BOARD, OR OF A REPLAYED GENERATION, CAN BE
*   CAPTURED AS A NEW CATALOG SHAPE (SEE 2331-CAPTURE-A-SHAPE)
*                                                                 
*                                                                 
*                                                                 
          88 SO-SAVE-A-SCENARIO     VALUE '7'.
          88 SO-RESTORE-A-SCENARIO  VALUE '8'.
          88 SO-LIST-SCENARIOS      VALUE '9'.
* A AND B TAKE A RECTANGLE OF THE BOARD, OR OF THE RECORDED
* GENERATION BEING REPLAYED, INTO THE SHAPE CATALOG
          88 SO-CAPTURE-FROM-BOARD  VALUE 'A'.
          88 SO-CAPTURE-FROM-REPLAY VALUE 'B'.
     05 SW-INPUT-CORRECT            PIC X.
          88 SO-INPUT-CORRECT       VALUE 'Y'.
          88 SO-INPUT-NOT-CORRECT   VALUE 'N'.
 01 WS-SAVE-REPLAY-GEN    PIC 9(4).
* COMMAREA
     COPY ZZEC0210.
* THE INBOX ROUTINE'S COMMAREA - THE MENU ONLY ASKS Z02119 HOW
* MANY OF THE USER'S MESSAGES ARE STILL UNOPENED
     COPY ZZEC0280.
 01 WS-NEW-COUNT-EDIT     PIC ZZZZ9.
 LINKAGE SECTION.
 01 DFHCOMMAREA PIC X(222).
***************************************************************   
*                 PROCEDURE DIVISION                              
***************************************************************   
***************************************************************   
 1010-FIRST-TIME-RUN.                                             
     MOVE LOW-VALUES TO MP0210O                                   
     PERFORM 2060-SHOW-NEW-MESSAGES
     SET SO-SEND-WHOLE-MAP TO TRUE                                
     PERFORM 2100-SEND-THE-MAP                                    
     .                                                            
     IF EIBCALEN = 0 THEN
          PERFORM 2012-RETRIEVE-AUTO-CONTINUE
          IF SO-AUTO-CONTINUE THEN
             IF ZZEC0210-M-REPLAY-THE-GAME THEN
                PERFORM 2367-REPLAY-FROM-BROWSER
             ELSE
                PERFORM 2342-CONTINUE-THE-GAME
             END-IF
          ELSE
             PERFORM 1010-FIRST-TIME-RUN
             PERFORM 1015-IGNORE

                  PERFORM 2329-LIST-SCENARIOS

                WHEN SO-CAPTURE-FROM-BOARD
                WHEN SO-CAPTURE-FROM-REPLAY

                  PERFORM 2331-CAPTURE-A-SHAPE

                WHEN OTHER
                                                                  
                  PERFORM 2350-INVALID-CHOICE                     
***************************************************************             
 2050-CLEAR-THE-SCREEN.                                           
     MOVE    LOW-VALUES              TO MP0210O                   
     PERFORM 2060-SHOW-NEW-MESSAGES
     SET     SO-SEND-WHOLE-MAP       TO TRUE                      
     PERFORM 2100-SEND-THE-MAP                                    
     .                                                            
***************************************************************
*                2060-SHOW-NEW-MESSAGES
*  'N NEW MESSAGES' ON THE MENU - THE INBOX ITSELF IS TRANSACTION
*  0214 (Z02108)
***************************************************************
 2060-SHOW-NEW-MESSAGES.
     INITIALIZE WS-ZZEC0280
     SET ZZEC0280-M-COUNT-NEW TO TRUE
     EXEC CICS
     LINK PROGRAM('Z02119') COMMAREA(WS-ZZEC0280)
     END-EXEC

     MOVE SPACE TO NEWMSGO
     IF ZZEC0280-O-RC-NORMAL THEN
        MOVE ZZEC0280-O-NEW-COUNT TO WS-NEW-COUNT-EDIT
        STRING WS-NEW-COUNT-EDIT  DELIMITED BY SIZE
               ' NEW MESSAGES'    DELIMITED BY SIZE
           INTO NEWMSGO
        END-STRING
     END-IF
     .
***************************************************************   
*                2100-SEND-THE-MAP                                
***************************************************************   
         SET SO-SEND-ONLY-DATA TO TRUE
         PERFORM 2100-SEND-THE-MAP

       WHEN ZZEC0210-O-RC-SUCCESS-CAPTURE
         MOVE ZZEC0210-O-ERROR-MESSAGE TO MSGO
         SET SO-SEND-ONLY-DATA TO TRUE
         PERFORM 2100-SEND-THE-MAP

       WHEN OTHER
          MOVE ZZEC0210-O-ERROR-MESSAGE TO MSGO                   
          SET SO-SEND-ONLY-DATA TO TRUE                           
     PERFORM 2323-CALL-ROUTINE
     .
***************************************************************
*                  2331-CAPTURE-A-SHAPE
*  THE SHAPE NAME FIELD NAMES THE NEW CATALOG SHAPE, THE SHAPE
*  POSITION FIELDS GIVE THE RECTANGLE'S TOP-LEFT CORNER AND THE
*  END POSITION FIELDS ITS BOTTOM-RIGHT ONE, BOTH AS COLUMN/ROW
*  OF THE GAME SCREEN AT ITS CURRENT SCROLL.  CHOICE B TAKES THE
*  CELLS FROM THE REPLAY - THE GENERATION IN THE ITERATIONS FIELD
*  IF ONE IS KEYED, OTHERWISE THE ONE LAST SHOWN
***************************************************************
 2331-CAPTURE-A-SHAPE.
     INSPECT NAMEOFSI REPLACING ALL '_' BY ' '
     MOVE NAMEOFSI TO ZZEC0210-I-SHAPE-NAME

     INSPECT POS-XI  REPLACING ALL '_' BY ' '
     INSPECT POS-YI  REPLACING ALL '_' BY ' '
     INSPECT POS-X2I REPLACING ALL '_' BY ' '
     INSPECT POS-Y2I REPLACING ALL '_' BY ' '

     IF POS-XI  IS NUMERIC AND
        POS-YI  IS NUMERIC AND
        POS-X2I IS NUMERIC AND
        POS-Y2I IS NUMERIC THEN

        MOVE POS-XI  TO ZZEC0210-I-POSITION-X
        MOVE POS-YI  TO ZZEC0210-I-POSITION-Y
        MOVE POS-X2I TO ZZEC0210-I-POSITION-X2
        MOVE POS-Y2I TO ZZEC0210-I-POSITION-Y2

        IF SO-CAPTURE-FROM-REPLAY THEN
           SET ZZEC0210-I-CAPTURE-RECORDED TO TRUE
           INSPECT ITERSI REPLACING ALL '_' BY ' '
           IF ITERSI IS NUMERIC AND ITERSI NOT = ZERO THEN
              MOVE ITERSI TO ZZEC0210-I-REPLAY-GENERATION
           ELSE
              MOVE ZZEC0210-C-GENERATIONS-SO-FAR TO
                                  ZZEC0210-I-REPLAY-GENERATION
           END-IF
        ELSE
           SET ZZEC0210-I-CAPTURE-BOARD TO TRUE
        END-IF

        SET ZZEC0210-M-CAPTURE-SHAPE TO TRUE
        PERFORM 2323-CALL-ROUTINE
     ELSE
        PERFORM 2321-INVALID-DATA-MESSAGE
     END-IF
     .
***************************************************************
*                2365-REPLAY-STEP-BACK
*  THE ROUTINE SHOWS THE LAST GENERATION THE RUN KEPT AT OR
*  BEFORE THE ONE ASKED FOR, SO A BATCH RUN THAT ONLY KEPT ITS
*  WATCH EVENTS STEPS BACK FROM EVENT TO EVENT
***************************************************************
 2365-REPLAY-STEP-BACK.
     IF ZZEC0210-C-RUN-TIMESTAMP = SPACE OR LOW-VALUES THEN
     .
***************************************************************
*                2366-REPLAY-STEP-FORWARD
*  THE ROUTINE CLAMPS A STEP PAST THE LAST RECORDED GENERATION,
*  AND TAKES A STEP ONE PAST THE GENERATION ON SCREEN ON TO THE
*  NEXT GENERATION THE RUN KEPT
***************************************************************
 2366-REPLAY-STEP-FORWARD.
     IF ZZEC0210-C-RUN-TIMESTAMP = SPACE OR LOW-VALUES THEN
     END-IF
     .
***************************************************************
*                2367-REPLAY-FROM-BROWSER
*  THE RUN HISTORY BROWSER (0217, Z02111) STARTS THIS TRANSACTION
*  WITH A REPLAY REQUEST - BOARD, RUN AND GENERATION - ON THE
*  RETRIEVE QUEUE.  THE MENU IS PAINTED FIRST SO A REPLAY THAT
*  CANNOT BE SHOWN HAS A SCREEN TO PUT ITS MESSAGE ON; A GOOD ONE
*  REPLACES IT WITH THE GAME SCREEN AND PF5/PF6 STEP FROM THERE
***************************************************************
 2367-REPLAY-FROM-BROWSER.
     PERFORM 1010-FIRST-TIME-RUN
     PERFORM 2323-CALL-ROUTINE
     EXEC CICS
     RETURN TRANSID('0206') COMMAREA(WS-ZZEC0210)
     END-EXEC
     .
***************************************************************
*                2360-REDISPLAY-VIEWPORT
*  AFTER A SCROLL KEY THE BOARD IS SIMPLY REDISPLAYED WITH THE
*  NEW VIEWPORT CORNER - THE ROUTINE DOES THE CLAMPING AND HANDS
*                   2340-START-THE-GAME                          
***************************************************************  
 2340-START-THE-GAME.
* Y OR N CHOOSES THE BOARD MODE - LEFT BLANK THE ROUTINE PLAYS IN
* THE DEFAULT MODE THE BOARD REGISTRY GIVES FOR THIS BOARD
     EVALUATE TOROIDO
       WHEN 'Y'
        SET ZZEC0210-I-MODE-TOROIDAL TO TRUE
       WHEN 'N'
        SET ZZEC0210-I-MODE-BOUNDED TO TRUE
       WHEN OTHER
        MOVE SPACE TO ZZEC0210-I-BOARD-MODE
     END-EVALUATE

* THE RULE SET TO PLAY UNDER - LEFT BLANK THE ROUTINE PLAYS THE
* CLASSIC B3/S23 RULES
     INSPECT RULEI REPLACING ALL '_' BY ' '
     IF RULEI = LOW-VALUES THEN
        MOVE SPACE TO ZZEC0210-I-RULE-NAME
     ELSE
        MOVE RULEI TO ZZEC0210-I-RULE-NAME
     END-IF

     INSPECT ITERSI REPLACING ALL '_' BY ' '
