      *
      *   PROGRAM PRINTS TWO REPORTS FOR THE GAME OF LIFE SYSTEM -
      *   A CATALOG OF THE SHAPES KNOWN TO THE GAME (SHAPE_TABLE3_NAME
      *   JOINED TO ITS SHAPE_TABLE3 CELLS FOR THE BOUNDING BOX, WITH
      *   THE BEHAVIOUR CLASS Z02208 RECORDED FOR EACH SHAPE) AND A
      *   SNAPSHOT OF EVERY BOARD CURRENTLY SAVED IN MAP_TABLE
      *
      *
           05 CAT-WIDTH                   PIC ZZZ9.
           05 FILLER                      PIC X(2).
           05 CAT-HEIGHT                  PIC ZZZ9.
           05 FILLER                      PIC X(6).
           05 CAT-CLASS                   PIC X(14).
           05 FILLER                      PIC X(2).
           05 CAT-PERIOD                  PIC ZZZ9.
           05 FILLER                      PIC X(2).
           05 CAT-DX                      PIC ---9.
           05 FILLER                      PIC X(2).
           05 CAT-DY                      PIC ---9.
           05 FILLER                      PIC X(51).
      * BOARD SNAPSHOT REPORT - ONE TITLE LINE PER BOARD FOLLOWED BY
      * 100 DETAIL LINES, ONE PER BOARD ROW - THE RECORD IS AS WIDE
      * AS THE 200-CELL BOARD ROWS SINCE THE BOARD OUTGREW THE SCREEN
      * CURSOR DECLARATIONS
           EXEC SQL DECLARE C-CATALOG CURSOR FOR
           SELECT
           SHAPE_NAME, SHAPE_NAME_ID, SHAPE_CLASS, SHAPE_PERIOD,
           SHAPE_DX, SHAPE_DY
           FROM SHAPE_TABLE3_NAME
           ORDER BY SHAPE_NAME
           END-EXEC.
           MOVE SPACE TO WS-CAT-TITLE-REC
           PERFORM 2190-WRITE-CATALOG-LINE

           MOVE SPACE TO WS-CAT-TITLE-REC
           STRING 'SHAPE NAME            SHAPE ID    WIDTH  HEIGHT'
                                            DELIMITED BY SIZE
                  '  CLASS         PERIOD    DX    DY'
                                            DELIMITED BY SIZE
              INTO WS-CAT-TITLE-REC
           END-STRING
           PERFORM 2190-WRITE-CATALOG-LINE
           .
      ******************************************************************
       2130-PRINT-ONE-SHAPE.
           PERFORM 2131-GET-SHAPE-BOUNDING-BOX

           MOVE SPACE TO WS-CAT-DETAIL-REC
           MOVE SHAPE-NAME OF DCLSHAPE-TABLE3-NAME TO CAT-NAME
           MOVE SHAPE-NAME-ID                      TO CAT-ID
           MOVE WS-CAT-WIDTH                       TO CAT-WIDTH
           MOVE WS-CAT-HEIGHT                      TO CAT-HEIGHT
           PERFORM 2132-FORMAT-SHAPE-CLASS

           WRITE WS-CAT-DETAIL-REC

           ADD 1 TO WS-SHAPES-PRINTED
           .
      ******************************************************************
      *             2132-FORMAT-SHAPE-CLASS
      * THE PERIOD ONLY MEANS SOMETHING FOR A REPEATING SHAPE AND THE
      * DISPLACEMENT ONLY FOR ONE THAT MOVES - OTHERWISE LEFT BLANK
      ******************************************************************
       2132-FORMAT-SHAPE-CLASS.
           MOVE SPACE TO CAT-CLASS
           EVALUATE SHAPE-CLASS
             WHEN 'S'
                MOVE 'STILL LIFE'     TO CAT-CLASS
             WHEN 'O'
                MOVE 'OSCILLATOR'     TO CAT-CLASS
                MOVE SHAPE-PERIOD     TO CAT-PERIOD
             WHEN 'P'
                MOVE 'SPACESHIP'      TO CAT-CLASS
                MOVE SHAPE-PERIOD     TO CAT-PERIOD
                MOVE SHAPE-DX         TO CAT-DX
                MOVE SHAPE-DY         TO CAT-DY
             WHEN 'D'
                MOVE 'DIES'           TO CAT-CLASS
             WHEN 'G'
                MOVE 'GROWS'          TO CAT-CLASS
             WHEN 'U'
                MOVE 'UNDETERMINED'   TO CAT-CLASS
             WHEN OTHER
                MOVE 'NOT CLASSIFIED' TO CAT-CLASS
           END-EVALUATE
           .
      ******************************************************************
      *             2131-GET-SHAPE-BOUNDING-BOX
      ******************************************************************
       2131-GET-SHAPE-BOUNDING-BOX.
           FETCH C-CATALOG
           INTO
           :SHAPE-NAME OF DCLSHAPE-TABLE3-NAME,
           :SHAPE-NAME-ID,
           :SHAPE-CLASS,
           :SHAPE-PERIOD,
           :SHAPE-DX,
           :SHAPE-DY
           END-EXEC

           MOVE SQLCODE TO SW-SQLCODE
