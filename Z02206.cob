       IDENTIFICATION DIVISION.
       PROGRAM-ID. Z02206.
      ******************************************************************
      *
      *
      *   RULE SET CATALOG LOAD - READS ONE CARD PER NAMED BIRTH/
      *   SURVIVAL RULE SET FROM ELDQ0010 (NAME, RULESTRING IN THE
      *   USUAL B36/S23 NOTATION, DESCRIPTION) AND LOADS IT INTO
      *   RULE_TABLE, WHERE THE 0206 SCREEN, THE RUN QUEUE, Z02097
      *   AND Z02205 LOOK IT UP BY NAME.  THE RULESTRING IS DECODED
      *   HERE, ONCE, INTO THE TWO 9-BYTE FLAG STRINGS THE ENGINES
      *   INDEX BY NEIGHBOR COUNT.  A NAME ALREADY IN THE TABLE KEEPS
      *   ITS RULESTRING FOR GOOD - RECORDED RUNS AND STATISTICS ARE
      *   KEYED BY THE NAME, SO A CARD THAT WOULD CHANGE WHAT AN
      *   EXISTING NAME MEANS IS REJECTED (THE SAME STRING AGAIN JUST
      *   REFRESHES THE DESCRIPTION, SO THE LOAD CAN BE RERUN).  B0
      *   RULES (BIRTH ON AN EMPTY NEIGHBORHOOD) ARE REJECTED - THEY
      *   FILL EVERY EMPTY CELL OF THE BOARD IN ONE GENERATION
      *
      *
      ******************************************************************
      *                         CHANGE  LOG
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * RULE SET CARDS
           SELECT ELDQ0010 ASSIGN TO ELDQ0010
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-FS-ELDQ0010.
       DATA DIVISION.
       FILE SECTION.
       FD ELDQ0010
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS WS-ELDQ0010-REC.
       01 WS-ELDQ0010-REC.
           05 RUL-RULE-NAME             PIC X(8).
           05 RUL-RULE-STRING           PIC X(20).
           05 RUL-RULE-DESC             PIC X(40).
           05 FILLER                    PIC X(12).

       WORKING-STORAGE SECTION.
      * RULE_TABLE'S DCLGEN
           EXEC SQL INCLUDE SQLCA  END-EXEC.
           EXEC SQL INCLUDE ZEEC0211 END-EXEC.
      ***************************************************************
      *   ERROR HANDLING VARIABLES
      ***************************************************************
       01 SW-FILE-ERROR.
           10 SW-FS-CURRENT                   PIC 99.
               88 SO-FILE-STATUS-OK           VALUE  00 10.
           10 SW-FILE-NAME                    PIC X(8).
               88 SO-FILE-ELDQ0010            VALUE 'ELDQ0010'.
           10 SW-FILE-OPERATION               PIC X(5).
               88 SO-FILE-OPERATION-OPEN      VALUE 'OPEN'.
               88 SO-FILE-OPERATION-CLOSE     VALUE 'CLOSE'.
               88 SO-FILE-OPERATION-READ      VALUE 'READ'.
      **********************************
      *      DB2 ERROR HANDLING VARIABLES*
      **********************************
       01 WS-DB2-ERROR.
           10 SW-SQLCODE                    PIC S9(5).
               88 SO-SQLCODE-OK             VALUE  000   100.
               88 SO-SQLCODE-NORMAL         VALUE  000.
               88 SO-SQLCODE-NOT-FOUND      VALUE  100.
           10 WS-SQLERRMC                   PIC X(70).
           10 WS-SQLCODE-FORMAT             PIC -(5).
           10 SW-ST-IDENTIFICATOR           PIC X(4).
               88 SO-7100-PARA              VALUE '7100'.
               88 SO-7110-PARA              VALUE '7110'.
               88 SO-7120-PARA              VALUE '7120'.
               88 SO-7300-PARA              VALUE '7300'.
      * FILE STATUS
       01 WS-FILE-STATUS.
           05 WS-FS-ELDQ0010                  PIC 99.
      ********************
      *   SWITCHES
      *******************
       01 SW-SWITCHES.
           05 SW-ELDQ0010-END-OF-FILE         PIC X.
               88 SO-ELDQ0010-END-OF-FILE     VALUE 'Y'.
               88 SO-ELDQ0010-NOT-END-OF-FILE VALUE 'N'.
           05 SW-IF-CARD-IS-VALID             PIC X.
               88 SO-VALID-CARD               VALUE 'Y'.
               88 SO-INVALID-CARD             VALUE 'N'.
           05 SW-IF-RULE-EXISTS               PIC X.
               88 SO-RULE-EXISTS              VALUE 'Y'.
               88 SO-RULE-IS-NEW              VALUE 'N'.
      * WHERE THE RULESTRING SCAN IS - 'B', THEN BIRTH DIGITS UP TO
      * THE '/', 'S', THEN SURVIVE DIGITS UP TO THE FIRST BLANK, AND
      * NOTHING BUT BLANKS AFTER THAT
           05 SW-PARSE-STATE                  PIC X.
               88 SO-EXPECT-B                 VALUE 'B'.
               88 SO-IN-BIRTH-DIGITS          VALUE 'D'.
               88 SO-EXPECT-S                 VALUE 'S'.
               88 SO-IN-SURVIVE-DIGITS        VALUE 'V'.
               88 SO-PAST-THE-STRING          VALUE 'E'.
      *******************
      *  RULESTRING DECODE WORK FIELDS
      *******************
       01 WS-PARSE-CHAR             PIC X.
       01 WS-PARSE-DIGIT REDEFINES WS-PARSE-CHAR
                                    PIC 9.
       01 WS-PARSE-IX               PIC S9(4) COMP VALUE 0.
       01 WS-FLAG-IX                PIC S9(4) COMP VALUE 0.
       01 WS-NEW-BIRTH              PIC X(9).
       01 WS-NEW-SURVIVE            PIC X(9).
       01 WS-REJECT-REASON          PIC X(40).
      *******************
      *  THE BUILT-IN CLASSIC RULE - THE ONLINE AND BATCH GAMES PLAY IT
      *  UNDER THIS NAME FOR A RUN WITH NO RULE NAMED, SO THE NAME
      *  CANNOT BE LOADED WITH ANY OTHER RULESTRING
      *******************
       01 CT-DEFAULT-RULE-NAME      PIC X(8)  VALUE 'CONWAY'.
       01 CT-DEFAULT-RULE-BIRTH     PIC X(9)  VALUE '000100000'.
       01 CT-DEFAULT-RULE-SURVIVE   PIC X(9)  VALUE '001100000'.
      *******************
      *  CONTROL TOTALS
      *******************
       01 WS-RULES-LOADED           PIC S9(9) COMP VALUE 0.
       01 WS-RULES-REFRESHED        PIC S9(9) COMP VALUE 0.
       01 WS-RULES-REJECTED         PIC S9(9) COMP VALUE 0.
      ******************************************************************
      * PROCEDURE DIVISION
      ******************************************************************
       PROCEDURE DIVISION.
           PERFORM 1000-INIT
           PERFORM 2000-PROCESS
           PERFORM 3000-FINAL
           .
      ******************************************************************
      *                          1000-INIT
      ******************************************************************
       1000-INIT.
           PERFORM 1010-OPEN-FILE
           PERFORM 1020-SET-STARTING-FLAGS
           .
      ******************************************************************
      *                       1010-OPEN-FILE
      ******************************************************************
       1010-OPEN-FILE.
           OPEN INPUT ELDQ0010
           MOVE WS-FS-ELDQ0010             TO SW-FS-CURRENT
           SET SO-FILE-OPERATION-OPEN      TO TRUE
           SET SO-FILE-ELDQ0010            TO TRUE
           PERFORM 4000-CHECK-FOR-FILE-ERROR
           .
      ******************************************************************
      *                1020-SET-STARTING-FLAGS
      ******************************************************************
       1020-SET-STARTING-FLAGS.
           SET SO-ELDQ0010-NOT-END-OF-FILE TO TRUE
           .
      ******************************************************************
      *                       2000-PROCESS
      ******************************************************************
       2000-PROCESS.
           PERFORM 2010-READ-RULE-CARD

           PERFORM UNTIL SO-ELDQ0010-END-OF-FILE
               PERFORM 2100-LOAD-ONE-RULE
               PERFORM 2010-READ-RULE-CARD
           END-PERFORM
           .
      ******************************************************************
      *                 2010-READ-RULE-CARD
      ******************************************************************
       2010-READ-RULE-CARD.
           READ ELDQ0010
           AT END
              SET SO-ELDQ0010-END-OF-FILE TO TRUE
           END-READ

           MOVE WS-FS-ELDQ0010             TO SW-FS-CURRENT
           SET SO-FILE-OPERATION-READ      TO TRUE
           SET SO-FILE-ELDQ0010            TO TRUE
           PERFORM 4000-CHECK-FOR-FILE-ERROR
           .
      ******************************************************************
      *                 2100-LOAD-ONE-RULE
      * A CARD WITH A BLANK NAME, A RULESTRING THAT DOES NOT DECODE,
      * A 'CONWAY' CARD THAT IS NOT B3/S23, OR A DIFFERENT RULESTRING
      * FOR A NAME ALREADY LOADED IS REJECTED WITH ITS REASON - THE
      * REST OF THE FILE STILL LOADS
      ******************************************************************
       2100-LOAD-ONE-RULE.
           SET SO-VALID-CARD TO TRUE
           MOVE SPACE TO WS-REJECT-REASON
           MOVE RUL-RULE-NAME   TO RULE-NAME
           MOVE RUL-RULE-STRING TO RULE-STRING
           MOVE RUL-RULE-DESC   TO RULE-DESC

           IF RULE-NAME = SPACE OR LOW-VALUES THEN
              SET SO-INVALID-CARD TO TRUE
              MOVE 'BLANK RULE NAME' TO WS-REJECT-REASON
           END-IF

           IF SO-VALID-CARD THEN
              PERFORM 2110-DECODE-RULE-STRING
           END-IF

           IF SO-VALID-CARD AND
              RULE-NAME = CT-DEFAULT-RULE-NAME THEN
              IF WS-NEW-BIRTH   NOT = CT-DEFAULT-RULE-BIRTH OR
                 WS-NEW-SURVIVE NOT = CT-DEFAULT-RULE-SURVIVE THEN
                 SET SO-INVALID-CARD TO TRUE
                 MOVE 'CONWAY IS RESERVED FOR B3/S23'
                   TO WS-REJECT-REASON
              END-IF
           END-IF

           IF SO-VALID-CARD THEN
              PERFORM 7100-SELECT-EXISTING-RULE
              IF SO-RULE-EXISTS AND
                 RULE-STRING NOT = RUL-RULE-STRING THEN
                 SET SO-INVALID-CARD TO TRUE
                 MOVE 'NAME ALREADY LOADED WITH ANOTHER RULESTRING'
                   TO WS-REJECT-REASON
              END-IF
           END-IF

           IF SO-VALID-CARD THEN
              MOVE RUL-RULE-DESC   TO RULE-DESC
              IF SO-RULE-EXISTS THEN
                 PERFORM 7120-UPDATE-RULE-DESC
                 ADD 1 TO WS-RULES-REFRESHED
              ELSE
                 MOVE RUL-RULE-STRING TO RULE-STRING
                 MOVE WS-NEW-BIRTH    TO RULE-BIRTH
                 MOVE WS-NEW-SURVIVE  TO RULE-SURVIVE
                 PERFORM 7110-INSERT-RULE
                 ADD 1 TO WS-RULES-LOADED
              END-IF
              PERFORM 7300-COMMIT-THE-RULE
           ELSE
              ADD 1 TO WS-RULES-REJECTED
              DISPLAY 'RULE CARD REJECTED: ' RUL-RULE-NAME ' '
                      RUL-RULE-STRING ' - ' WS-REJECT-REASON
           END-IF
           .
      ******************************************************************
      *                 2110-DECODE-RULE-STRING
      * TURNS "B36/S23" INTO BIRTH '000100100' AND SURVIVE
      * '001100000' - ONE BYTE PER NEIGHBOR COUNT 0 THRU 8.  EITHER
      * DIGIT LIST MAY BE EMPTY ("B3/S" DIES OUT IN ONE GENERATION),
      * BUT THE 'B', THE '/' AND THE 'S' ARE ALL REQUIRED
      ******************************************************************
       2110-DECODE-RULE-STRING.
           MOVE '000000000' TO WS-NEW-BIRTH
           MOVE '000000000' TO WS-NEW-SURVIVE
           SET SO-EXPECT-B TO TRUE

           PERFORM VARYING WS-PARSE-IX FROM 1 BY 1
           UNTIL WS-PARSE-IX > 20
           OR SO-INVALID-CARD
              MOVE RUL-RULE-STRING(WS-PARSE-IX:1) TO WS-PARSE-CHAR
              PERFORM 2120-DECODE-ONE-CHARACTER
           END-PERFORM

           IF SO-VALID-CARD AND
              NOT SO-IN-SURVIVE-DIGITS AND
              NOT SO-PAST-THE-STRING THEN
              SET SO-INVALID-CARD TO TRUE
              MOVE 'RULESTRING IS NOT B.../S...' TO WS-REJECT-REASON
           END-IF

           IF SO-VALID-CARD AND WS-NEW-BIRTH(1:1) = '1' THEN
              SET SO-INVALID-CARD TO TRUE
              MOVE 'B0 RULES ARE NOT SUPPORTED' TO WS-REJECT-REASON
           END-IF
           .
      ******************************************************************
      *                 2120-DECODE-ONE-CHARACTER
      ******************************************************************
       2120-DECODE-ONE-CHARACTER.
           EVALUATE TRUE
           WHEN SO-EXPECT-B
                IF WS-PARSE-CHAR = 'B' THEN
                   SET SO-IN-BIRTH-DIGITS TO TRUE
                ELSE
                   SET SO-INVALID-CARD TO TRUE
                END-IF
           WHEN SO-IN-BIRTH-DIGITS
                EVALUATE TRUE
                WHEN WS-PARSE-CHAR = '/'
                     SET SO-EXPECT-S TO TRUE
                WHEN WS-PARSE-CHAR >= '0' AND WS-PARSE-CHAR <= '8'
                     COMPUTE WS-FLAG-IX = WS-PARSE-DIGIT + 1
                     MOVE '1' TO WS-NEW-BIRTH(WS-FLAG-IX:1)
                WHEN OTHER
                     SET SO-INVALID-CARD TO TRUE
                END-EVALUATE
           WHEN SO-EXPECT-S
                IF WS-PARSE-CHAR = 'S' THEN
                   SET SO-IN-SURVIVE-DIGITS TO TRUE
                ELSE
                   SET SO-INVALID-CARD TO TRUE
                END-IF
           WHEN SO-IN-SURVIVE-DIGITS
                EVALUATE TRUE
                WHEN WS-PARSE-CHAR = SPACE
                     SET SO-PAST-THE-STRING TO TRUE
                WHEN WS-PARSE-CHAR >= '0' AND WS-PARSE-CHAR <= '8'
                     COMPUTE WS-FLAG-IX = WS-PARSE-DIGIT + 1
                     MOVE '1' TO WS-NEW-SURVIVE(WS-FLAG-IX:1)
                WHEN OTHER
                     SET SO-INVALID-CARD TO TRUE
                END-EVALUATE
           WHEN SO-PAST-THE-STRING
                IF WS-PARSE-CHAR NOT = SPACE THEN
                   SET SO-INVALID-CARD TO TRUE
                END-IF
           END-EVALUATE

           IF SO-INVALID-CARD THEN
              MOVE 'RULESTRING IS NOT B.../S... (DIGITS 0-8)'
                TO WS-REJECT-REASON
           END-IF
           .
      ******************************************************************
      *                 7100-SELECT-EXISTING-RULE
      * ON A HIT RULE-STRING COMES BACK AS THE STRING ALREADY LOADED
      ******************************************************************
       7100-SELECT-EXISTING-RULE.
           EXEC SQL
           SELECT RULE_STRING
           INTO :RULE-STRING
           FROM RULE_TABLE
           WHERE RULE_NAME = :RULE-NAME
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           EVALUATE TRUE
           WHEN SO-SQLCODE-NORMAL
                SET SO-RULE-EXISTS TO TRUE
           WHEN SO-SQLCODE-NOT-FOUND
                SET SO-RULE-IS-NEW TO TRUE
           WHEN OTHER
                SET SO-7100-PARA TO TRUE
                PERFORM 9000-DB2-ERROR
           END-EVALUATE
           .
      ******************************************************************
      *                 7110-INSERT-RULE
      ******************************************************************
       7110-INSERT-RULE.
           EXEC SQL
           INSERT INTO RULE_TABLE
             (RULE_NAME, RULE_STRING, RULE_BIRTH, RULE_SURVIVE,
              RULE_DESC, RULE_LOADED_AT)
           VALUES
             (:RULE-NAME,
              :RULE-STRING,
              :RULE-BIRTH,
              :RULE-SURVIVE,
              :RULE-DESC,
              CURRENT TIMESTAMP)
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              SET SO-7110-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                 7120-UPDATE-RULE-DESC
      ******************************************************************
       7120-UPDATE-RULE-DESC.
           EXEC SQL
           UPDATE RULE_TABLE
           SET RULE_DESC = :RULE-DESC,
               RULE_LOADED_AT = CURRENT TIMESTAMP
           WHERE RULE_NAME = :RULE-NAME
           END-EXEC
           MOVE SQLCODE TO SW-SQLCODE
           IF NOT SO-SQLCODE-OK THEN
              SET SO-7120-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                 7300-COMMIT-THE-RULE
      * A COMMIT PER CARD - SAME SCHEME AS Z02196'S PER-SCENARIO
      * COMMIT
      ******************************************************************
       7300-COMMIT-THE-RULE.
           EXEC SQL
           COMMIT
           END-EXEC

           MOVE SQLCODE TO SW-SQLCODE
           IF SO-SQLCODE-OK THEN
              CONTINUE
           ELSE
              SET SO-7300-PARA TO TRUE
              PERFORM 9000-DB2-ERROR
           END-IF
           .
      ******************************************************************
      *                      3000-FINAL
      ******************************************************************
       3000-FINAL.
           DISPLAY '3000-FINAL'
           DISPLAY 'RULE SETS LOADED:    ' WS-RULES-LOADED
           DISPLAY 'RULE SETS REFRESHED: ' WS-RULES-REFRESHED
           DISPLAY 'RULE CARDS REJECTED: ' WS-RULES-REJECTED
           IF WS-RULES-REJECTED > 0 THEN
              MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE ELDQ0010
           STOP RUN
           .
      ******************************************************************
      *                 3500-DB2-ERROR-FINAL
      ******************************************************************
       3500-DB2-ERROR-FINAL.
           DISPLAY ' END DUE TO DB2 ERROR'
           STOP RUN
           .
      ******************************************************************
      *                 3600-FILE-ERROR-EXIT
      ******************************************************************
       3600-FILE-ERROR-EXIT.
           DISPLAY '3600 FILE ERROR FINAL'
           STOP RUN
           .
      *****************************************************
      *                4000-CHECK-FOR-FILE-ERROR          *
      *****************************************************
       4000-CHECK-FOR-FILE-ERROR.
           IF SO-FILE-STATUS-OK
               CONTINUE
           ELSE
               DISPLAY 'FILE ERROR'
               DISPLAY 'IN FILE: '     SW-FILE-NAME
               DISPLAY 'OPERATION: '   SW-FILE-OPERATION
               DISPLAY 'FILE STATUS: ' SW-FS-CURRENT
               MOVE 8  TO RETURN-CODE
               PERFORM 3600-FILE-ERROR-EXIT
           END-IF
           .
      *****************************************************************
      *
      *                    9000-DB2-ERROR
      *
      *****************************************************************
      *
       9000-DB2-ERROR.
           DISPLAY 'DB2 ERROR'
           MOVE      SW-SQLCODE TO WS-SQLCODE-FORMAT
           DISPLAY 'SQLCODE '      WS-SQLCODE-FORMAT
           DISPLAY 'SQLERRMC '     SQLERRMC
           DISPLAY 'ST. IDENTIFICATOR ' SW-ST-IDENTIFICATOR
           PERFORM 9100-ROLLBACK
           MOVE 12 TO RETURN-CODE
           PERFORM 3500-DB2-ERROR-FINAL
           .
      *****************************************************************
      *
      *                    9100-ROLLBACK
      *
      *****************************************************************
       9100-ROLLBACK.
           EXEC SQL
           ROLLBACK
           END-EXEC
           .
