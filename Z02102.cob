* PROGRAM PERFORM THE TASK BELOW:
*  1. ADD A NEW SHAPE, OR REPLACE THE CELLS OF AN EXISTING ONE
*  2. DELETE A SHAPE FROM THE CATALOG
*  3. SHOW THE BEHAVIOUR CLASS Z02208 RECORDED FOR A SHAPE
*
*  TO ALLOW ALL OF THAT PROGRAM WILL CALL ROUTINE NAMED
*   Z02113
     05 SW-USER-CHOICE           PIC X.
          88 SO-MAINTAIN-A-SHAPE    VALUE '1'.
          88 SO-DELETE-A-SHAPE      VALUE '2'.
          88 SO-SHOW-A-SHAPE        VALUE '3'.
 01 CT-MAPFAIL-MESSAGE   PIC X(25)
                                VALUE 'YOU NEED TO MAKE A CHOICE'.
 01 CT-3100-ERROR-MESSAGE   PIC X(16) VALUE '3100-FINAL-ERROR'.
* COMMAREA
     COPY ZZEC0220.
 LINKAGE SECTION.
 01 DFHCOMMAREA PIC X(546).
***************************************************************
*                 PROCEDURE DIVISION
***************************************************************

                  PERFORM 2330-DELETE-THE-SHAPE

                WHEN SO-SHOW-A-SHAPE

                  PERFORM 2340-SHOW-THE-SHAPE

                WHEN OTHER

                  PERFORM 2350-INVALID-CHOICE

       WHEN OTHER
         MOVE ZZEC0220-O-ERROR-MESSAGE TO MSGO
         MOVE ZZEC0220-O-CLASS-TEXT    TO CLASSO
         SET SO-SEND-WHOLE-MAP TO TRUE
         PERFORM 2100-SEND-THE-MAP
     END-EVALUATE
     PERFORM 2323-CALL-ROUTINE
     .
***************************************************************
*                   2340-SHOW-THE-SHAPE
***************************************************************
 2340-SHOW-THE-SHAPE.
     INSPECT NAMEI REPLACING ALL '_' BY ' '
     MOVE NAMEI TO ZZEC0220-I-SHAPE-NAME
     SET ZZEC0220-M-SHOW-SHAPE TO TRUE
     PERFORM 2323-CALL-ROUTINE
     .
***************************************************************
*                 2350-INVALID-CHOICE
***************************************************************
 2350-INVALID-CHOICE.
