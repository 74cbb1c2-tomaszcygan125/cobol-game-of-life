      * 1. EVERY BOARD IN MAP_TABLE WITH ITS LIVE CELL COUNT, ITS
      *    CONCURRENCY_TABLE LOCK VALUE AND LOCK TIMESTAMP, AND A
      *    STALE MARKER WHEN THE LOCK HAS BEEN HELD LONGER THAN THE
      *    ONLINE GAME'S CT-LOCK-STALE-SECONDS RECLAIM WINDOW, AND
      *    ITS BOARD REGISTRY STATUS AND OWNER (STATUS '-' FOR A
      *    BOARD THAT IS NOT REGISTERED) - PAGED 10 BOARDS AT A TIME
      * 2. THE ROW COUNT AND OLDEST TIMESTAMP OF GAME_STATS_TABLE,
      *    GAME_HIST_TABLE AND AUDIT_TABLE, THE THREE TABLES THAT
      *    GROW BETWEEN Z02192 PURGES
           05 WS-OLDEST-TIME       PIC X(26).
           05 WS-LOCK-VALUE        PIC X(1).
           05 WS-LOCK-TIME         PIC X(26).
           05 WS-BOARD-STATUS      PIC X(1).
           05 WS-BOARD-OWNER       PIC X(8).
           05 WS-STALE-TEXT        PIC X(5).
           05 WS-MAP-ID-EDIT       PIC ZZZZ9.
           05 WS-POP-EDIT          PIC ZZZZ9.
           EXEC SQL INCLUDE Z4EC0211 END-EXEC.
      * CURSOR DECLARATION - EVERY BOARD WITH ITS LOCK ROW, IF ANY.
      * A BOARD NOBODY EVER PLAYED HAS NO CONCURRENCY ROW YET - THE
      * COALESCE TURNS THAT INTO "UNLOCKED, NO TIMESTAMP".  THE SAME
      * GOES FOR A BOARD THAT PREDATES THE REGISTRY - NO BOARD_TABLE
      * ROW, SHOWN AS STATUS '-' WITH NO OWNER
           EXEC SQL DECLARE C-BOARDS CURSOR FOR
           SELECT
           M.MAP_ID, M.MAP_DATA,
           COALESCE(C.CONCURRENCY_VALUE, 'N'),
           COALESCE(C.CONCURRENCY_LOCK_TIME, ' '),
           COALESCE(B.BRD_STATUS, '-'),
           COALESCE(B.BRD_OWNER, ' ')
           FROM MAP_TABLE M
           LEFT OUTER JOIN CONCURRENCY_TABLE C
           ON C.CONCURRENCY_ID = M.MAP_ID
           LEFT OUTER JOIN BOARD_TABLE B
           ON B.BRD_MAP_ID = M.MAP_ID
           ORDER BY M.MAP_ID
           END-EXEC.
       LINKAGE SECTION.
           MOVE MAP-ID TO WS-MAP-ID-EDIT
           MOVE WS-POPULATION-COUNT TO WS-POP-EDIT

      * THE LOCK TIME IS SHOWN TO THE SECOND TO LEAVE ROOM ON THE LINE
      * FOR THE REGISTRY STATUS AND OWNER
           MOVE SPACE TO ZZEC0260-O-BOARD-LINE(WS-LINES-FILLED)
           STRING 'MAP '         DELIMITED BY SIZE
                  WS-MAP-ID-EDIT DELIMITED BY SIZE
                  ' POP '        DELIMITED BY SIZE
                  WS-POP-EDIT    DELIMITED BY SIZE
                  ' ST '         DELIMITED BY SIZE
                  WS-BOARD-STATUS DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  WS-BOARD-OWNER DELIMITED BY SIZE
                  ' LOCK '       DELIMITED BY SIZE
                  WS-LOCK-VALUE  DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  WS-LOCK-TIME(1:19) DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  WS-STALE-TEXT  DELIMITED BY SIZE
              INTO ZZEC0260-O-BOARD-LINE(WS-LINES-FILLED)
           :MAP-ID,
           :MAP-DATA,
           :WS-LOCK-VALUE,
           :WS-LOCK-TIME,
           :WS-BOARD-STATUS,
           :WS-BOARD-OWNER
           END-EXEC

           MOVE SQLCODE TO SW-SQLCODE
