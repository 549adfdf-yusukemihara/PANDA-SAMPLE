       WORKING-STORAGE         SECTION.
            COPY    "DB-FILEGUARD".
            COPY    "DB-FILELOCK".
            COPY    "DB-QUIET".
            COPY    "DB-TZCONV".
       01  WS-IDX               PIC 9(2).
       01  NOT-FILE            PIC X(80) VALUE
           './cobol/pending-notifications.dat'.
       01  WS-MARKED            PIC X(1).
       01  WS-ACK-STATUS        PIC X(10).
       01  WS-TIMESTAMP         PIC X(21).
       01  WS-QUIET             PIC X(1).
       01  WS-HELD-COUNT        PIC 9(4).
       01  WS-EDIT-HELD         PIC ZZZ9.
       01  WS-SHOW-TIME         PIC X(21).
       LINKAGE                 SECTION.
            COPY    "MCPAREA".
            COPY    "SPAAREA".
       100-INIT                SECTION.
           DISPLAY 'WINDOW1 init'
           INITIALIZE SCRAREA.
           PERFORM 105-CHECK-QUIET.
           IF LNK-SUMMARY NOT = SPACE
               PERFORM 110-ENQUEUE
           END-IF.
           PERFORM 140-PICKUP-PENDING.
           PERFORM 145-SHOW-HELD.
           PERFORM 120-SHOW-HEAD.
           MOVE   'NEW'        TO  MCP-PUTTYPE.
           MOVE   'window1'     TO  MCP-WINDOW.
           DISPLAY 'WINDOW1 init end'
           PERFORM 900-PUT-WINDOW.
           EXIT.
      ************************************************************************
       105-CHECK-QUIET           SECTION.
      * THE OPERATOR'S QUIET HOURS OR DO-NOT-DISTURB DECIDE WHETHER
      * NON-CRITICAL ITEMS ARE SHOWN NOW OR HELD IN THE REGISTER.
           MOVE 'CHECK' TO DB-QUIET-FUNC.
           MOVE MCP-USER TO DB-QUIET-USER.
           MOVE MCP-TERM TO DB-QUIET-TERM.
           CALL 'OPQUIET' USING DB-QUIET.
           MOVE DB-QUIET-ACTIVE TO WS-QUIET.
           IF DB-QUIET-DND = 'Y'
               MOVE 'ON' TO DNDSTATE
           ELSE
               MOVE 'OFF' TO DNDSTATE
           END-IF.
           MOVE DB-QUIET-START TO QUIETFROM.
           MOVE DB-QUIET-END   TO QUIETTO.
           EXIT.
      ************************************************************************
       110-ENQUEUE              SECTION.
           EVALUATE TRUE
             WHEN WS-QUIET = 'Y' AND LNK-ICON NOT = 'CRITICAL'
               PERFORM 115-PARK-POPUP
             WHEN LNK-QCOUNT < 20
               ADD 1 TO LNK-QCOUNT
               MOVE LNK-SUMMARY TO LNK-QSUMMARY(LNK-QCOUNT)
               MOVE LNK-BODY    TO LNK-QBODY(LNK-QCOUNT)
               MOVE LNK-ICON    TO LNK-QICON(LNK-QCOUNT)
               MOVE LNK-TIMEOUT TO LNK-QTIMEOUT(LNK-QCOUNT)
             WHEN OTHER
               DISPLAY 'notify queue full, dropping popup'
           END-EVALUATE.
           MOVE SPACE TO LNK-SUMMARY.
           MOVE SPACE TO LNK-BODY.
           MOVE SPACE TO LNK-ICON.
           MOVE 0     TO LNK-TIMEOUT.
           EXIT.
      ************************************************************************
       115-PARK-POPUP            SECTION.
      * A NON-CRITICAL POPUP RAISED DURING QUIET TIME GOES TO THE
      * PENDING REGISTER AS HELD AND IS PICKED UP WHEN THE OPERATOR
      * IS NEXT ACTIVE.
           MOVE FUNCTION CURRENT-DATE(1:21) TO WS-TIMESTAMP.
           MOVE 'ACQUIRE' TO DB-FILELOCK-FUNC.
           MOVE NOT-FILE TO DB-FILELOCK-FILE.
           MOVE MCP-TERM TO DB-FILELOCK-OWNER.
           MOVE 30 TO DB-FILELOCK-TIMEOUT.
           CALL 'FILELOCK' USING DB-FILELOCK.
           IF DB-FILELOCK-RC = 2
               DISPLAY 'pending register busy - popup dropped'
               EXIT SECTION
           END-IF.
           OPEN EXTEND NOTFD.
           IF NOT-FILE-ST = "05" OR "35"
               OPEN OUTPUT NOTFD
           END-IF.
           IF NOT-FILE-ST NOT = "00"
               DISPLAY 'cannot open pending notifications'
           ELSE
               IF LNK-ICON = SPACE
                   MOVE 'INFO' TO LNK-ICON
               END-IF
               MOVE SPACE TO NOT-LINE
               STRING MCP-TERM       DELIMITED BY SPACE
                      '|'            DELIMITED BY SIZE
                      LNK-ICON       DELIMITED BY SPACE
                      '|'            DELIMITED BY SIZE
                      LNK-SUMMARY    DELIMITED BY '  '
                      '|'            DELIMITED BY SIZE
                      LNK-BODY       DELIMITED BY '  '
                      '||'           DELIMITED BY SIZE
                      WS-TIMESTAMP   DELIMITED BY SPACE
                      '|HELD|'       DELIMITED BY SIZE
                      INTO NOT-LINE
               END-STRING
               WRITE NOT-LINE
               CLOSE NOTFD
           END-IF.
           PERFORM 155-RELEASE-PENDING.
           EXIT.
      ************************************************************************
       120-SHOW-HEAD             SECTION.
           IF LNK-QCOUNT > 0
      * RECIPIENTS ARE KEPT.  THE FILE IS APPENDED TO BY OTHER
      * PROGRAMS, SO THE READ-AND-REWRITE RUNS UNDER THE SHARED FILE
      * LOCK AND THROUGH THE WORK-FILE PROMOTE.
      * DURING QUIET TIME ONLY CRITICAL ENTRIES ARE TAKEN; THE REST
      * ARE MARKED HELD AND COME THROUGH, COUNTED, ONCE THE OPERATOR
      * IS ACTIVE AGAIN.
           MOVE 'N' TO WS-KEEP-ANY.
           MOVE 0 TO WS-HELD-COUNT.
           MOVE 'ACQUIRE' TO DB-FILELOCK-FUNC.
           MOVE NOT-FILE TO DB-FILELOCK-FILE.
           MOVE MCP-TERM TO DB-FILELOCK-OWNER.
                            NOTE-ACKUSER
                            NOTE-ACKTERM
                            NOTE-ACKTIME
                   IF (NOTE-RECIPIENT = MCP-TERM
                       OR NOTE-RECIPIENT = MCP-USER)
                      AND (NOTE-STATUS = SPACE
                       OR NOTE-STATUS = 'PENDING')
                      AND WS-QUIET = 'Y'
                      AND NOTE-SEVERITY NOT = 'CRITICAL'
                       MOVE 'HELD' TO NOTE-STATUS
                   END-IF
                   IF (NOTE-RECIPIENT = MCP-TERM
                       OR NOTE-RECIPIENT = MCP-USER)
                      AND NOTE-STATUS = 'HELD'
                      AND WS-QUIET = 'N'
                      AND LNK-QCOUNT < 20
                       ADD 1 TO WS-HELD-COUNT
                       MOVE 'PENDING' TO NOTE-STATUS
                   END-IF
                   IF (NOTE-RECIPIENT = MCP-TERM
                       OR NOTE-RECIPIENT = MCP-USER)
                      AND (NOTE-STATUS = SPACE
                       ADD 1 TO LNK-QCOUNT
                       MOVE NOTE-SUMMARY
                           TO LNK-QSUMMARY(LNK-QCOUNT)
                       PERFORM 165-LOCAL-NOTE-TIME
                       MOVE SPACE TO LNK-QBODY(LNK-QCOUNT)
                       STRING NOTE-BODY      DELIMITED BY '  '
                              ' ('           DELIMITED BY SIZE
                              WS-SHOW-TIME   DELIMITED BY SPACE
                              ')'            DELIMITED BY SIZE
                              INTO LNK-QBODY(LNK-QCOUNT)
                       END-STRING
           PERFORM 150-SWAP-PENDING.
           PERFORM 155-RELEASE-PENDING.
           EXIT.
      ************************************************************************
       145-SHOW-HELD             SECTION.
           MOVE SPACE TO HELDNOTE.
           IF WS-HELD-COUNT > 0
               MOVE WS-HELD-COUNT TO WS-EDIT-HELD
               STRING FUNCTION TRIM(WS-EDIT-HELD) DELIMITED BY SIZE
                      ' item(s) held during quiet time'
                                                  DELIMITED BY SIZE
                      INTO HELDNOTE
               END-STRING
           ELSE
               IF WS-QUIET = 'Y'
                   MOVE 'quiet time - non-critical items are held'
                       TO HELDNOTE
               END-IF
           END-IF.
           EXIT.
      ************************************************************************
       160-WRITE-KEEP-LINE       SECTION.
           MOVE SPACE TO KEEP-LINE.
           WRITE KEEP-LINE.
           ADD 1 TO KEEP-COUNT.
           EXIT.
      ************************************************************************
       165-LOCAL-NOTE-TIME       SECTION.
      * THE POPUP SHOWS WHEN THE ITEM WAS RAISED IN THE TERMINAL'S
      * LOCAL TIME; THE PENDING FILE KEEPS THE REFERENCE STAMP.
           INITIALIZE DB-TZCONV.
           MOVE 'TOLOCAL' TO DB-TZCONV-FUNC.
           MOVE MCP-TERM TO DB-TZCONV-TERM.
           MOVE NOTE-TIME TO DB-TZCONV-TS-IN.
           CALL 'TZCONV' USING DB-TZCONV.
           MOVE DB-TZCONV-TS-OUT TO WS-SHOW-TIME.
           EXIT.
      ************************************************************************
       150-SWAP-PENDING          SECTION.
           MOVE SPACE TO KEEP-LINE.
           EXIT.
      ************************************************************************
       700-CLICKED             SECTION.
           IF MCP-WIDGET = 'dndbutton' OR MCP-WIDGET = 'quietbutton'
               PERFORM 730-SAVE-QUIET
               PERFORM 120-SHOW-HEAD
               MOVE 'PUTG' TO MCP-PUTTYPE
               MOVE 'window1' TO MCP-WINDOW
               PERFORM 900-PUT-WINDOW
               EXIT SECTION
           END-IF.
           DISPLAY 'WINDOW1 clicked'.
           DISPLAY SUMMARYVALUE.
           IF LNK-QCOUNT > 0
           PERFORM 150-SWAP-PENDING.
           PERFORM 155-RELEASE-PENDING.
           EXIT.
      ************************************************************************
       730-SAVE-QUIET            SECTION.
      * DND TOGGLES ON AND OFF; QUIET HOURS ARE SAVED FROM THE
      * FROM/TO FIELDS AS HHMM (BOTH BLANK CLEARS THEM).  GOING
      * ACTIVE AGAIN RELEASES ANYTHING HELD MEANWHILE.
           MOVE 'CHECK' TO DB-QUIET-FUNC.
           MOVE MCP-USER TO DB-QUIET-USER.
           MOVE MCP-TERM TO DB-QUIET-TERM.
           CALL 'OPQUIET' USING DB-QUIET.
           IF MCP-WIDGET = 'dndbutton'
               MOVE 'SETDND' TO DB-QUIET-FUNC
               IF DB-QUIET-DND = 'Y'
                   MOVE 'N' TO DB-QUIET-DND
               ELSE
                   MOVE 'Y' TO DB-QUIET-DND
               END-IF
           ELSE
               MOVE 'SETHOURS' TO DB-QUIET-FUNC
               MOVE QUIETFROM TO DB-QUIET-START
               MOVE QUIETTO   TO DB-QUIET-END
           END-IF.
           CALL 'OPQUIET' USING DB-QUIET.
           EVALUATE DB-QUIET-RC
             WHEN 2
               MOVE 'quiet settings busy - try again' TO HELDNOTE
               EXIT SECTION
             WHEN 3
               MOVE 'quiet hours must be HHMM' TO HELDNOTE
               EXIT SECTION
             WHEN 4
               MOVE 'quiet setting not saved - try again' TO HELDNOTE
               EXIT SECTION
           END-EVALUATE.
           PERFORM 105-CHECK-QUIET.
           PERFORM 140-PICKUP-PENDING.
           PERFORM 145-SHOW-HELD.
           EXIT.
      ************************************************************************
       900-PUT-WINDOW          SECTION.
           CALL 'BANNER' USING
