           EXEC SQL INCLUDE Z3EC0211 END-EXEC.
      * SHAPE_USAGE_TABLE
           EXEC SQL INCLUDE ZDEC0211 END-EXEC.
      * BOARD_TABLE
           EXEC SQL INCLUDE ZFEC0211 END-EXEC.
      * CURSOR DECLARATION - SAME CELL WALK AS Z02112T'S C-NAME
           EXEC SQL DECLARE C-CELLS CURSOR FOR
           SELECT
           10 SW-ST-IDENTIFICATOR           PIC X(4).
               88 SO-7100-PARA              VALUE '7100'.
               88 SO-7150-PARA              VALUE '7150'.
               88 SO-7155-PARA              VALUE '7155'.
               88 SO-7160-PARA              VALUE '7160'.
               88 SO-7200-PARA              VALUE '7200'.
               88 SO-7300-PARA              VALUE '7300'.
               88 SO-7400-PARA              VALUE '7400'.
           05 SW-IF-PLACEMENT-VALID           PIC X.
               88 SO-PLACEMENT-VALID          VALUE 'Y'.
               88 SO-PLACEMENT-INVALID        VALUE 'N'.
      * THE TARGET BOARD'S BOARD_TABLE STATUS - BLANK WHEN THE BOARD
      * IS NOT REGISTERED, WHICH PLACES AS IF IT WERE ACTIVE
           05 SW-BOARD-REGISTRY-STATUS        PIC X.
               88 SO-BOARD-ACTIVE             VALUE 'A'.
               88 SO-BOARD-FROZEN             VALUE 'F'.
               88 SO-BOARD-RETIRED            VALUE 'R'.
               88 SO-BOARD-UNREGISTERED       VALUE ' '.
      *******************
      *  BOARD AND PLACEMENT WORK FIELDS - SAME 200x100 BOARD THE
      *  ONLINE GAME PLAYS ON

           PERFORM 2110-VALIDATE-SCRIPT-FIELDS

      * A RETIRED OR FROZEN BOARD TAKES NO PLACEMENTS, SAME AS ON 0206
           IF SO-PLACEMENT-VALID THEN
              PERFORM 7160-SELECT-BOARD-REGISTRY
              EVALUATE TRUE
                WHEN SO-BOARD-RETIRED
                   SET SO-PLACEMENT-INVALID TO TRUE
                   MOVE 'BOARD IS RETIRED' TO WS-REJECT-REASON
                WHEN SO-BOARD-FROZEN
                   SET SO-PLACEMENT-INVALID TO TRUE
                   MOVE 'BOARD IS FROZEN' TO WS-REJECT-REASON
                WHEN OTHER
                   CONTINUE
              END-EVALUATE
           END-IF

           IF SO-PLACEMENT-VALID THEN
              PERFORM 7300-CHECK-IF-SHAPE-EXIST
              IF SO-SHAPE-DONT-EXISTS THEN
              SET SO-7150-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF

           IF SO-BOARD-UNREGISTERED THEN
              PERFORM 7155-REGISTER-NEW-BOARD
           END-IF
           .
      ******************************************************************
      *                   7155-REGISTER-NEW-BOARD
      * A BOARD A SCRIPT BRINGS INTO BEING IS REGISTERED TO THE JOB,
      * SAME AS 0206 REGISTERS ONE TO ITS USER - AN ADMIN HANDS IT TO
      * A REAL OWNER ON 0213
      ******************************************************************
       7155-REGISTER-NEW-BOARD.
           MOVE WS-PLACE-MAP-ID   TO BRD-MAP-ID
           MOVE CT-USAGE-USER     TO BRD-OWNER
           MOVE SPACE             TO BRD-DESC
           MOVE CT-USAGE-USER     TO BRD-CREATED-BY
           MOVE 'B'               TO BRD-DEFAULT-MODE
           MOVE 'A'               TO BRD-STATUS
           MOVE CT-USAGE-USER     TO BRD-STATUS-BY
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
      ******************************************************************
       7160-SELECT-BOARD-REGISTRY.
           SET SO-BOARD-UNREGISTERED TO TRUE
           MOVE WS-PLACE-MAP-ID TO BRD-MAP-ID
           EXEC SQL
           SELECT BRD_STATUS
           INTO :BRD-STATUS
           FROM BOARD_TABLE
           WHERE BRD_MAP_ID = :BRD-MAP-ID
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
                MOVE BRD-STATUS TO SW-BOARD-REGISTRY-STATUS
           WHEN SO-SQLCODE-NOT-FOUND
                SET SO-BOARD-UNREGISTERED TO TRUE
           WHEN OTHER
                SET SO-7160-PARA TO TRUE
                PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *                     7200-SELECT-MAP-FROM-DB
