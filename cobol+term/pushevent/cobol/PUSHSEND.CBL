      * A TOPIC BEGINNING WITH @ NAMES A DISTRIBUTION LIST INSTEAD;
      * THE LIST IS EXPANDED TO ITS MEMBER TERMINALS AT DELIVERY
      * TIME, SO MEMBERSHIP CHANGES TAKE EFFECT IMMEDIATELY.
      * A SUBSCRIBER ON HOURLY OR SHIFT DIGEST DELIVERY FOR A TOPIC
      * IS NOT SENT THE EVENT HERE; IT STAYS IN THE JOURNAL UNTIL
      * PUSHDIGEST SENDS THE INTERVAL'S SUMMARY.  A CRITICAL EVENT
      * ALWAYS GOES OUT AT ONCE WHATEVER THE DELIVERY SETTING.
      * WHILE A TERMINAL'S OPERATOR IS IN QUIET HOURS OR HAS DO-NOT-
      * DISTURB ON, A NON-CRITICAL EVENT IS PARKED IN THE PENDING
      * REGISTER AS HELD INSTEAD OF BEING SENT; THE NOTIFY WINDOWS
      * RELEASE IT WHEN THE OPERATOR IS NEXT ACTIVE.
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
            COPY    "DB-PUSHSUB".
            COPY    "DB-FILEGUARD".
            COPY    "DB-FILELOCK".
            COPY    "DB-QUIET".
       01  PUSHSUB-FILE        PIC X(80) VALUE
           './cobol/pushevent-subscribers.dat'.
       01  PUSHSUB-FILE-ST     PIC X(02).
       01  WS-LIST-NAME        PIC X(20).
       01  WS-DEST-TERM        PIC X(20).
       01  WS-LIST-SENT        PIC 9(4).
       01  WS-QUIET            PIC X(1).
       01  WS-NOTE-STATUS      PIC X(10).
       LINKAGE                 SECTION.
            COPY    "MCPAREA".
            COPY    "DB-PUSH".
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > DB-PUSHSUB-NUM
               IF DB-PUSHSUB-TOPIC(WS-IDX) = DB-PUSH-TOPIC
                  AND DB-PUSHSUB-DELIVERY(WS-IDX) NOT = SPACE
                  AND DB-PUSH-SEVERITY NOT = 'CRITICAL'
                   DISPLAY 'held for ' DB-PUSHSUB-DELIVERY(WS-IDX)
                       ' digest: ' DB-PUSHSUB-TERM(WS-IDX)
               END-IF
               MOVE 'N' TO WS-QUIET
               IF DB-PUSHSUB-TOPIC(WS-IDX) = DB-PUSH-TOPIC
                  AND (DB-PUSHSUB-DELIVERY(WS-IDX) = SPACE
                       OR DB-PUSH-SEVERITY = 'CRITICAL')
                   MOVE DB-PUSHSUB-TERM(WS-IDX) TO WS-DEST-TERM
                   PERFORM 320-CHECK-QUIET
                   IF WS-QUIET = 'Y'
                       DISPLAY 'held for quiet time: '
                           DB-PUSHSUB-TERM(WS-IDX)
                       MOVE 'HELD' TO WS-NOTE-STATUS
                       PERFORM 250-BRIDGE-TO-NOTIFY
                       MOVE WS-EVENT-SEQ
                           TO DB-PUSHSUB-LASTSEQ(WS-IDX)
                   END-IF
               END-IF
               IF DB-PUSHSUB-TOPIC(WS-IDX) = DB-PUSH-TOPIC
                  AND (DB-PUSHSUB-DELIVERY(WS-IDX) = SPACE
                       OR DB-PUSH-SEVERITY = 'CRITICAL')
                  AND WS-QUIET = 'N'
                   MOVE DB-PUSHSUB-TERM(WS-IDX) TO MCP-TERM
                   MOVE 'PUSHEVENT' TO MCP-FUNC
                   MOVE 'push' TO MCP-TABLE
                     MCPAREA
                     DB-PUSH
                   IF MCP-RC = ZERO OR MCP-RC = 1
      * A DIGEST SUBSCRIBER'S LAST SEQUENCE MARKS WHAT ITS DIGESTS
      * HAVE COVERED, SO A CRITICAL EVENT SENT AHEAD LEAVES IT.
                       IF DB-PUSHSUB-DELIVERY(WS-IDX) = SPACE
                           MOVE WS-EVENT-SEQ
                               TO DB-PUSHSUB-LASTSEQ(WS-IDX)
                       END-IF
                       MOVE 0 TO DB-PUSHSUB-FAILS(WS-IDX)
                       MOVE FUNCTION CURRENT-DATE(1:21)
                           TO DB-PUSHSUB-LASTOK(WS-IDX)
                       DISPLAY 'delivery failed to '
                           DB-PUSHSUB-TERM(WS-IDX)
                           ' fails=' DB-PUSHSUB-FAILS(WS-IDX)
                       MOVE 'PENDING' TO WS-NOTE-STATUS
                       PERFORM 250-BRIDGE-TO-NOTIFY
                   END-IF
               END-IF
                       INTO DLST-NAME
                            DLST-TERM
                   IF DLST-NAME = WS-LIST-NAME
                       MOVE DLST-TERM TO WS-DEST-TERM
                       PERFORM 320-CHECK-QUIET
                   END-IF
                   IF DLST-NAME = WS-LIST-NAME AND WS-QUIET = 'Y'
                       DISPLAY 'held for quiet time: ' WS-DEST-TERM
                       MOVE 'HELD' TO WS-NOTE-STATUS
                       PERFORM 255-BRIDGE-LIST-MEMBER
                   END-IF
                   IF DLST-NAME = WS-LIST-NAME AND WS-QUIET = 'N'
                       MOVE DLST-TERM TO MCP-TERM
                       MOVE 'PUSHEVENT' TO MCP-FUNC
                       MOVE 'push' TO MCP-TABLE
                       MOVE 'push' TO MCP-PATHNAME
                       ELSE
                           DISPLAY 'list delivery failed to '
                               WS-DEST-TERM
                           MOVE 'PENDING' TO WS-NOTE-STATUS
                           PERFORM 255-BRIDGE-LIST-MEMBER
                       END-IF
                   END-IF
           DISPLAY 'list ' WS-LIST-NAME ' reached '
               WS-LIST-SENT ' terminal(s)'.
           EXIT.
      ************************************************************************
       320-CHECK-QUIET           SECTION.
      * CRITICAL EVENTS ARE NEVER HELD FOR QUIET TIME.
           MOVE 'N' TO WS-QUIET.
           IF DB-PUSH-SEVERITY = 'CRITICAL'
               EXIT SECTION
           END-IF.
           MOVE 'CHECK' TO DB-QUIET-FUNC.
           MOVE SPACE TO DB-QUIET-USER.
           MOVE WS-DEST-TERM TO DB-QUIET-TERM.
           CALL 'OPQUIET' USING DB-QUIET.
           MOVE DB-QUIET-ACTIVE TO WS-QUIET.
           EXIT.
      ************************************************************************
       255-BRIDGE-LIST-MEMBER    SECTION.
      * SAME BRIDGE AS A TOPIC SUBSCRIBER: THE MEMBER SEES THE
                      DB-PUSH-TOPIC          DELIMITED BY SPACE
                      '|'                    DELIMITED BY SIZE
                      WS-TIMESTAMP           DELIMITED BY SPACE
                      '|'                    DELIMITED BY SIZE
                      WS-NOTE-STATUS         DELIMITED BY SPACE
                      '|'                    DELIMITED BY SIZE
                      INTO NOT-LINE
               END-STRING
               WRITE NOT-LINE
                   IF PUSHSUB-FILE-ST = "00"
                      AND PUSHSUB-LINE NOT = SPACE
                       ADD 1 TO DB-PUSHSUB-NUM
                       MOVE SPACE TO DB-PUSHSUB-DELIVERY(DB-PUSHSUB-NUM)
                                     DB-PUSHSUB-LASTDIG(DB-PUSHSUB-NUM)
                       UNSTRING PUSHSUB-LINE DELIMITED BY '|'
                           INTO DB-PUSHSUB-TOPIC(DB-PUSHSUB-NUM)
                                DB-PUSHSUB-TERM(DB-PUSHSUB-NUM)
                                DB-PUSHSUB-LASTSEQ(DB-PUSHSUB-NUM)
                                DB-PUSHSUB-FAILS(DB-PUSHSUB-NUM)
                                DB-PUSHSUB-LASTOK(DB-PUSHSUB-NUM)
                                DB-PUSHSUB-DELIVERY(DB-PUSHSUB-NUM)
                                DB-PUSHSUB-LASTDIG(DB-PUSHSUB-NUM)
                   END-IF
               END-PERFORM
               CLOSE PUSHSUBFD
                      '|'                      DELIMITED BY SIZE
                      DB-PUSHSUB-LASTOK(WS-IDX)
                                               DELIMITED BY SPACE
                      '|'                      DELIMITED BY SIZE
                      DB-PUSHSUB-DELIVERY(WS-IDX)
                                               DELIMITED BY SPACE
                      '|'                      DELIMITED BY SIZE
                      DB-PUSHSUB-LASTDIG(WS-IDX)
                                               DELIMITED BY SPACE
                      INTO SAVE-LINE
               END-STRING
               WRITE SAVE-LINE
                      DB-PUSH-COMMENT DELIMITED BY '  '
                      '|'             DELIMITED BY SIZE
                      WS-TIMESTAMP    DELIMITED BY SPACE
                      '|'             DELIMITED BY SIZE
                      DB-PUSH-SEVERITY DELIMITED BY SPACE
                      INTO JRN-LINE
               END-STRING
               WRITE JRN-LINE
                      DB-PUSH-TOPIC           DELIMITED BY SPACE
                      '|'                     DELIMITED BY SIZE
                      WS-TIMESTAMP            DELIMITED BY SPACE
                      '|'                     DELIMITED BY SIZE
                      WS-NOTE-STATUS          DELIMITED BY SPACE
                      '|'                     DELIMITED BY SIZE
                      INTO NOT-LINE
               END-STRING
               WRITE NOT-LINE
