       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         DBDUPSCAN.
      ******************************************************************
      * WEEKLY DUPLICATE SCAN OVER THE DBTEST TABLE.  ROWS ARE KEYED
      * ON UUID, SO THE SAME NAME KEYED TWICE BECOMES TWO ROWS.  EACH
      * NAME IS NORMALIZED (CASE FOLDED, SPACING AND PUNCTUATION
      * DROPPED) AND EVERY NORMALIZED NAME HELD BY MORE THAN ONE ROW
      * IS WRITTEN TO THE CANDIDATE LIST AS A NUMBERED GROUP, ONE
      * LINE PER ROW:  GROUP|KEY|UUID|FNAME|VERSION.  THE MERGE
      * SCREEN WORKS FROM THAT LIST AND HOLDS 200 LINES, SO ONLY
      * WHOLE GROUPS THAT FIT ARE WRITTEN.  WHEN GROUPS ARE LEFT OUT,
      * OR THE TABLE HAD MORE ROWS THAN THE SCAN HOLDS, THE LIST ENDS
      * WITH  *MORE|ROWS-LIMITED(Y/N)|GROUPS-LEFT-OUT  SO THE MERGE
      * SCREEN CAN SAY THE LIST IS INCOMPLETE; THE REST COME UP ON A
      * LATER SCAN ONCE THESE ARE MERGED.
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
           SELECT CANDFD   ASSIGN TO CAND-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS CAND-FILE-ST.
       DATA                DIVISION.
       FILE                SECTION.
           FD  CANDFD.
           01  CAND-LINE           PIC X(150).
       WORKING-STORAGE     SECTION.
            COPY    "DBTEST".
       01  CAND-FILE           PIC X(80)
                               VALUE './cobol/dbtest-dupcands.dat'.
       01  CAND-FILE-ST        PIC X(02).
       01  ROW-TABLE.
           05  ROW-NUM             PIC 9(4).
           05  ROW-ENTRY OCCURS 500 TIMES.
               10  ROW-KEY         PIC X(40).
               10  ROW-UUID        PIC X(36).
               10  ROW-FNAME       PIC X(40).
               10  ROW-VERSION     PIC 9(9).
       01  WS-SWAP-ROW         PIC X(125).
       01  WS-IDX              PIC 9(4).
       01  WS-J                PIC 9(4).
       01  WS-K                PIC 9(4).
       01  WS-CHR-IDX          PIC 9(3).
       01  WS-KEY-LEN          PIC 9(3).
       01  WS-UPPER-NAME       PIC X(40).
       01  WS-CHR              PIC X(1).
       01  WS-SCAN-DONE        PIC X(1).
       01  WS-GROUPS           PIC 9(4).
       01  WS-DUP-ROWS         PIC 9(5).
       01  WS-CAND-MAX         PIC 9(3) VALUE 200.
       01  WS-GROUPS-LEFT      PIC 9(4).
       01  WS-ROWS-LIMITED     PIC X(1).
       LINKAGE                 SECTION.
            COPY    "MCPAREA".
            COPY    "SPAAREA".
            COPY    "LINKAREA".
            COPY    "SCRAREA".
      ************************************************************************
       PROCEDURE           DIVISION    USING
           MCPAREA
           SPAAREA
           LINKAREA
           SCRAREA.
       000-MAIN                SECTION.
           EVALUATE    MCP-STATUS
             WHEN     'LINK'
               PERFORM 010-RUN-SCAN
           END-EVALUATE.
           EXIT    PROGRAM.
      ************************************************************************
       010-RUN-SCAN            SECTION.
           MOVE 0 TO WS-GROUPS.
           MOVE 0 TO WS-DUP-ROWS.
           MOVE 0 TO WS-GROUPS-LEFT.
           PERFORM 100-LOAD-ROWS.
           PERFORM 200-SORT-ROWS.
           OPEN OUTPUT CANDFD.
           IF CAND-FILE-ST NOT = "00"
               DISPLAY 'cannot open duplicate candidate list'
               MOVE 0 TO SPA-NUM
               EXIT SECTION
           END-IF.
           MOVE 1 TO WS-IDX.
           PERFORM UNTIL WS-IDX > ROW-NUM
               MOVE WS-IDX TO WS-J
               PERFORM UNTIL WS-J >= ROW-NUM
                        OR ROW-KEY(WS-J + 1) NOT = ROW-KEY(WS-IDX)
                   ADD 1 TO WS-J
               END-PERFORM
               IF WS-J > WS-IDX AND ROW-KEY(WS-IDX) NOT = SPACE
                   IF WS-DUP-ROWS + WS-J - WS-IDX + 1 > WS-CAND-MAX
                       ADD 1 TO WS-GROUPS-LEFT
                   ELSE
                       ADD 1 TO WS-GROUPS
                       PERFORM 300-WRITE-GROUP
                   END-IF
               END-IF
               COMPUTE WS-IDX = WS-J + 1
           END-PERFORM.
           IF WS-ROWS-LIMITED = 'Y' OR WS-GROUPS-LEFT > 0
               MOVE SPACE TO CAND-LINE
               STRING '*MORE|'           DELIMITED BY SIZE
                      WS-ROWS-LIMITED    DELIMITED BY SIZE
                      '|'                DELIMITED BY SIZE
                      WS-GROUPS-LEFT     DELIMITED BY SIZE
                      INTO CAND-LINE
               END-STRING
               WRITE CAND-LINE
           END-IF.
           CLOSE CANDFD.
           MOVE WS-GROUPS TO SPA-NUM.
           DISPLAY 'rows scanned:' ROW-NUM
               ' duplicate groups:' WS-GROUPS
               ' rows in groups:' WS-DUP-ROWS
               ' groups left out:' WS-GROUPS-LEFT.
           EXIT.
      ************************************************************************
       100-LOAD-ROWS           SECTION.
      * AN EMPTY PARTIAL NAME SELECTS EVERY ROW OF THE TABLE.
           MOVE 0 TO ROW-NUM.
           MOVE 'N' TO WS-ROWS-LIMITED.
           INITIALIZE DBTEST.
           MOVE SPACE TO DBTEST-UUID.
           MOVE SPACE TO DBTEST-FNAME.
           MOVE 'PARTIAL' TO DBTEST-SEARCH-MODE.
           MOVE SPACE TO DBTEST-FNAME-TO.
           MOVE 'DBSELECT' TO MCP-FUNC.
           MOVE 'dbtest' TO MCP-TABLE.
           MOVE 'key' TO MCP-PATHNAME.
           CALL   'MONFUNC'     USING
                MCPAREA
                DBTEST.
           MOVE 'N' TO WS-SCAN-DONE.
           PERFORM UNTIL WS-SCAN-DONE = 'Y'
               MOVE 'DBFETCH' TO MCP-FUNC
               MOVE 'dbtest' TO MCP-TABLE
               MOVE 'key' TO MCP-PATHNAME
               CALL   'MONFUNC'     USING
                    MCPAREA
                    DBTEST
               IF MCP-RC = ZERO OR MCP-RC = 1
                   IF ROW-NUM < 500
                       ADD 1 TO ROW-NUM
                       MOVE DBTEST-UUID    TO ROW-UUID(ROW-NUM)
                       MOVE DBTEST-FNAME   TO ROW-FNAME(ROW-NUM)
                       MOVE DBTEST-VERSION TO ROW-VERSION(ROW-NUM)
                       PERFORM 110-NORMALIZE-NAME
                   ELSE
                       DISPLAY 'duplicate scan limited to 500 rows'
                       MOVE 'Y' TO WS-ROWS-LIMITED
                       MOVE 'Y' TO WS-SCAN-DONE
                   END-IF
               ELSE
                   MOVE 'Y' TO WS-SCAN-DONE
               END-IF
           END-PERFORM.
           EXIT.
      ************************************************************************
       110-NORMALIZE-NAME      SECTION.
      * ONLY LETTERS AND DIGITS SURVIVE, FOLDED TO UPPER CASE, SO
      * "O'Brien, Pat" AND "OBRIEN PAT" SHARE ONE KEY.
           MOVE ROW-FNAME(ROW-NUM) TO WS-UPPER-NAME.
           INSPECT WS-UPPER-NAME CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE SPACE TO ROW-KEY(ROW-NUM).
           MOVE 0 TO WS-KEY-LEN.
           PERFORM VARYING WS-CHR-IDX FROM 1 BY 1
                     UNTIL WS-CHR-IDX > 40
               MOVE WS-UPPER-NAME(WS-CHR-IDX:1) TO WS-CHR
               IF (WS-CHR >= 'A' AND WS-CHR <= 'Z')
                  OR (WS-CHR >= '0' AND WS-CHR <= '9')
                   ADD 1 TO WS-KEY-LEN
                   MOVE WS-CHR TO ROW-KEY(ROW-NUM)(WS-KEY-LEN:1)
               END-IF
           END-PERFORM.
           EXIT.
      ************************************************************************
       200-SORT-ROWS           SECTION.
           PERFORM VARYING WS-J FROM 1 BY 1
                     UNTIL WS-J >= ROW-NUM
               PERFORM VARYING WS-K FROM 1 BY 1
                         UNTIL WS-K >= ROW-NUM
                   IF ROW-KEY(WS-K) > ROW-KEY(WS-K + 1)
                       MOVE ROW-ENTRY(WS-K) TO WS-SWAP-ROW
                       MOVE ROW-ENTRY(WS-K + 1) TO ROW-ENTRY(WS-K)
                       MOVE WS-SWAP-ROW TO ROW-ENTRY(WS-K + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.
           EXIT.
      ************************************************************************
       300-WRITE-GROUP         SECTION.
           PERFORM VARYING WS-K FROM WS-IDX BY 1
                     UNTIL WS-K > WS-J
               MOVE SPACE TO CAND-LINE
               STRING WS-GROUPS          DELIMITED BY SIZE
                      '|'                DELIMITED BY SIZE
                      ROW-KEY(WS-K)      DELIMITED BY SPACE
                      '|'                DELIMITED BY SIZE
                      ROW-UUID(WS-K)     DELIMITED BY SPACE
                      '|'                DELIMITED BY SIZE
                      ROW-FNAME(WS-K)    DELIMITED BY '  '
                      '|'                DELIMITED BY SIZE
                      ROW-VERSION(WS-K)  DELIMITED BY SIZE
                      INTO CAND-LINE
               END-STRING
               WRITE CAND-LINE
               ADD 1 TO WS-DUP-ROWS
           END-PERFORM.
           EXIT.
