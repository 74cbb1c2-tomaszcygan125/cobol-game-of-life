      *       PROGRAM ALLOW USER TO WORK WITH THE OVERNIGHT RUN QUEUE
      * PROGRAM PERFORM THE TASKS BELOW:
      *  1. SUBMIT A RUN REQUEST (MAP ID, BOARD MODE, GENERATION
      *     COUNT, RULE SET, PRIORITY) FOR Z02097'S NEXT SCHEDULED
      *     EXECUTION, WITH UP TO THREE WATCH CONDITIONS THAT STOP
      *     THE RUN OR LOG AN EVENT, AND WHETHER THE GENERATION THAT
      *     FIRES ONE IS SAVED FOR REPLAY
      *  2. LIST THE QUEUE WITH THE STATUS, FINAL POPULATION AND
      *     OUTCOME OF EVERY REQUEST, NEWEST FIRST, AND THE WATCH
      *     EVENTS OF EVERY REQUEST THAT HAD ANY
      *  3. PAGE THROUGH THE LIST WITH PF7 (BACK) AND PF8 (FORWARD)
      *
      *  TO ALLOW ALL OF THAT PROGRAM WILL CALL ROUTINE NAMED
      * COMMAREA
           COPY ZZEC0240.
       LINKAGE SECTION.
       01 DFHCOMMAREA PIC X(1111).
      ***************************************************************
      *                 PROCEDURE DIVISION
      ***************************************************************
           ELSE
              MOVE 0 TO ZZEC0240-I-GENERATIONS
           END-IF

           INSPECT RULEI REPLACING ALL '_' BY ' '
           IF RULEI = LOW-VALUES THEN
              MOVE SPACE TO ZZEC0240-I-RULE-NAME
           ELSE
              MOVE RULEI TO ZZEC0240-I-RULE-NAME
           END-IF

           INSPECT PRIOI REPLACING ALL '_' BY ' '
           IF PRIOI = LOW-VALUES THEN
              MOVE SPACE TO ZZEC0240-I-PRIORITY
           ELSE
              MOVE PRIOI TO ZZEC0240-I-PRIORITY
           END-IF

           INSPECT RECIMI REPLACING ALL '_' BY ' '
           IF RECIMI = LOW-VALUES THEN
              MOVE SPACE TO ZZEC0240-I-RECORD-IMAGES
           ELSE
              MOVE RECIMI TO ZZEC0240-I-RECORD-IMAGES
           END-IF

      * A WATCH FIELD LEFT UNTOUCHED COMES BACK AS LOW-VALUES - IT
      * GOES TO THE ROUTINE AS SPACES, WHICH MEANS NOT USED
           PERFORM VARYING WS-ITER4 FROM 1 BY 1 UNTIL WS-ITER4 > 3
              INSPECT WTYPI(WS-ITER4)  REPLACING ALL '_' BY ' '
              INSPECT WACTI(WS-ITER4)  REPLACING ALL '_' BY ' '
              INSPECT WVALI(WS-ITER4)  REPLACING ALL '_' BY ' '
              INSPECT WAREAI(WS-ITER4) REPLACING ALL '_' BY ' '
              INSPECT WRECTI(WS-ITER4) REPLACING ALL '_' BY ' '
              INSPECT WTYPI(WS-ITER4)
                 REPLACING ALL LOW-VALUES BY SPACE
              INSPECT WACTI(WS-ITER4)
                 REPLACING ALL LOW-VALUES BY SPACE
              INSPECT WVALI(WS-ITER4)
                 REPLACING ALL LOW-VALUES BY SPACE
              INSPECT WAREAI(WS-ITER4)
                 REPLACING ALL LOW-VALUES BY SPACE
              INSPECT WRECTI(WS-ITER4)
                 REPLACING ALL LOW-VALUES BY SPACE
              MOVE WTYPI(WS-ITER4)
                TO ZZEC0240-I-WCH-TYPE(WS-ITER4)
              MOVE WACTI(WS-ITER4)
                TO ZZEC0240-I-WCH-ACTION(WS-ITER4)
              MOVE WVALI(WS-ITER4)
                TO ZZEC0240-I-WCH-VALUE(WS-ITER4)
              MOVE WAREAI(WS-ITER4)
                TO ZZEC0240-I-WCH-AREA-NAME(WS-ITER4)
              MOVE WRECTI(WS-ITER4)
                TO ZZEC0240-I-WCH-RECT(WS-ITER4)
           END-PERFORM
           .
      ***************************************************************
      *                  2310-SUBMIT-THE-REQUEST
