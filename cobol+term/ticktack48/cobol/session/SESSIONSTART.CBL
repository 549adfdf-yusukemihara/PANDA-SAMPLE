           SELECT HANDFD   ASSIGN TO HAND-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS HAND-FILE-ST.
           SELECT ROLEFD   ASSIGN TO ROLE-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS ROLE-FILE-ST.
       DATA                DIVISION.
       FILE                SECTION.
           FD  CREDFD.
           01  NOT-LINE            PIC X(250).
           FD  HANDFD.
           01  HAND-LINE           PIC X(132).
           FD  ROLEFD.
           01  ROLE-LINE           PIC X(45).
       WORKING-STORAGE     SECTION.
            COPY    "DB-CRED".
            COPY    "ERRCODE".
            COPY    "DB-DEPTMAST".
            COPY    "DB-ERREVENT".
            COPY    "DB-FILELOCK".
            COPY    "DB-CHECKPT".
            COPY    "DB-PATH".
            COPY    "DB-PATHSEL".
            COPY    "DB-SYSTEM".
       01  ROLE-FILE           PIC X(80)
                               VALUE './cobol/testvisible-roles.dat'.
       01  ROLE-FILE-ST        PIC X(02).
       01  ROLE-USER           PIC X(20).
       01  ROLE-NAME           PIC X(20).
       01  WS-ROLE             PIC X(20).
       01  WS-SESSION-LIMIT    PIC 9(3).
       01  WS-IDLE-MINUTES     PIC 9(5).
       01  WS-LIMIT-OK         PIC X(1).
       01  WS-LIVE-COUNT       PIC 9(4).
       01  WS-OLDEST           PIC 9(4).
       01  WS-CKPT-CONNECTED   PIC X(21).
       01  WS-CKPT-LASTPUT     PIC X(21).
       01  WS-CKPT-USER        PIC X(20).
       01  WS-STAMP            PIC X(21).
       01  WS-STAMP-SECS       PIC 9(12).
       01  WS-NOW-SECS         PIC 9(12).
       01  WS-DAYS             PIC 9(7).
       01  WS-SAVE-TERM        PIC X(20).
       01  WS-SAVE-USER        PIC X(20).
       01  WS-SAVE-EVENT       PIC X(20).
       01  WS-EDIT-LIMIT       PIC ZZ9.
       01  LIVE-TABLE.
           05  LIVE-NUM            PIC 9(4).
           05  LIVE-ENTRY OCCURS 50 TIMES.
               10  LIVE-TERM       PIC X(20).
               10  LIVE-CONNECTED  PIC X(21).
       01  WS-REQ-START-CS     PIC 9(9).
       01  WS-REQ-END-CS       PIC 9(9).

           IF WS-REQ-END-CS < WS-REQ-START-CS
               ADD 8640000 TO WS-REQ-END-CS
           END-IF.
           MOVE SPACE TO DB-ACCESSLOG-CLIENT.
           COMPUTE DB-ACCESSLOG-ELAPSED =
               (WS-REQ-END-CS - WS-REQ-START-CS) * 10.
           CALL 'ACCESSLOG' USING
                       MOVE 403 TO HTTP-STATUS
                       MOVE ERR-PASSWORD-EXPIRED TO SCR-ERR-CODE
                   ELSE
                       MOVE 0   TO DB-CRED-FAILS(WS-FOUND)
                       PERFORM 160-CHECK-SESSION-LIMIT
                       IF WS-LIMIT-OK = 'Y'
                           DISPLAY 'auth ok'
                           MOVE 200 TO HTTP-STATUS
                           PERFORM 150-SHOW-HANDOVER
                       END-IF
                   END-IF
               END-IF
           ELSE
               IF DB-CRED-FAILS(WS-FOUND) >= WS-MAXFAILS
                   MOVE 'Y' TO DB-CRED-LOCKED(WS-FOUND)
                   DISPLAY 'account locked after too many attempts'
                   MOVE 'SESSIONSTART' TO DB-ERREVENT-PROGRAM
                   MOVE ERR-ACCOUNT-LOCKED TO DB-ERREVENT-CODE
                   CALL 'ERREVENT' USING
                        MCPAREA
                        DB-ERREVENT
               END-IF
               MOVE 403 TO HTTP-STATUS
               MOVE ERR-AUTH-FAILURE TO SCR-ERR-CODE
           CLOSE HANDFD.
           EXIT.

       160-CHECK-SESSION-LIMIT SECTION.
      * A USER MAY HOLD NO MORE LIVE TERMINALS THAN THE SESSION
      * LIMIT FOR THEIR ROLE IN SYSDB (SESSION-LIMIT-<ROLE>, ELSE
      * SESSION-LIMIT; NEITHER SET MEANS NO LIMIT).  A TERMINAL IS
      * LIVE WHILE ITS ENV48 ACTIVITY CHECKPOINT IS YOUNGER THAN THE
      * REAPER'S IDLE LIMIT; SIGNING ON AGAIN AT THE SAME TERMINAL
      * DOES NOT COUNT.  AT THE LIMIT THE SIGN-ON IS REFUSED AND THE
      * RESPONSE NAMES THE OLDEST SESSION; RESENT WITH END-OLDEST
      * SET, THE OLDEST SESSIONS ARE CLOSED OUT THROUGH SESSCLOSE
      * UNTIL THE NEW ONE FITS.
           MOVE 'Y' TO WS-LIMIT-OK.
           PERFORM 950-RESOLVE-PATHS.
           PERFORM 165-LOOKUP-ROLE.
           PERFORM 170-GET-SESSION-LIMIT.
           IF WS-SESSION-LIMIT = ZERO
               EXIT SECTION
           END-IF.
           PERFORM 175-LOAD-LIVE-SESSIONS.
           IF LIVE-NUM < WS-SESSION-LIMIT
               EXIT SECTION
           END-IF.
           IF END-OLDEST = 'Y'
               PERFORM UNTIL LIVE-NUM < WS-SESSION-LIMIT
                   PERFORM 180-END-OLDEST-SESSION
               END-PERFORM
               EXIT SECTION
           END-IF.
           PERFORM 178-FIND-OLDEST.
           MOVE 'N' TO WS-LIMIT-OK.
           DISPLAY 'auth ng - session limit reached'.
           MOVE 409 TO HTTP-STATUS.
           MOVE ERR-SESSION-LIMIT TO SCR-ERR-CODE.
           MOVE WS-SESSION-LIMIT TO WS-EDIT-LIMIT.
           MOVE SPACE TO BODY.
           STRING 'session limit of '   DELIMITED BY SIZE
                  WS-EDIT-LIMIT         DELIMITED BY SIZE
                  ' reached; oldest session is on terminal '
                                        DELIMITED BY SIZE
                  LIVE-TERM(WS-OLDEST)  DELIMITED BY SPACE
                  ' since '             DELIMITED BY SIZE
                  LIVE-CONNECTED(WS-OLDEST)(1:14)
                                        DELIMITED BY SIZE
                  '; sign on with end-oldest to close it'
                                        DELIMITED BY SIZE
                  X'0A'                 DELIMITED BY SIZE
                  INTO BODY
           END-STRING.
           EXIT.

       165-LOOKUP-ROLE        SECTION.
           MOVE 'clerk' TO WS-ROLE.
           OPEN INPUT ROLEFD.
           IF ROLE-FILE-ST NOT = "00"
               EXIT SECTION
           END-IF.
           PERFORM UNTIL ROLE-FILE-ST NOT = "00"
               READ ROLEFD INTO ROLE-LINE
               IF ROLE-FILE-ST = "00" AND ROLE-LINE NOT = SPACE
                   MOVE SPACE TO ROLE-USER ROLE-NAME
                   UNSTRING ROLE-LINE DELIMITED BY '|'
                       INTO ROLE-USER
                            ROLE-NAME
                   IF ROLE-USER = USER
                       MOVE ROLE-NAME TO WS-ROLE
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ROLEFD.
           EXIT.

       170-GET-SESSION-LIMIT  SECTION.
           MOVE 0 TO WS-SESSION-LIMIT.
           MOVE 60 TO WS-IDLE-MINUTES.
           INITIALIZE DB-SYSTEM.
           MOVE 'GETVALUE' TO MCP-FUNC.
           MOVE PATH-SYSTEM-PRIMARY TO MCP-PATH.
           MOVE MCP-TERM TO DB-SYSTEM-ID.
           MOVE 10 TO DB-SYSTEM-NUM.
           STRING 'SESSION-LIMIT-'      DELIMITED BY SIZE
                  WS-ROLE               DELIMITED BY SPACE
                  INTO DB-SYSTEM-KEY(1)
           END-STRING.
           MOVE 'SESSION-LIMIT' TO DB-SYSTEM-KEY(2).
           MOVE 'SESSION-IDLE-MINUTES' TO DB-SYSTEM-KEY(3).
           CALL 'MCPSUB' USING
                MCPAREA
                DB-SYSTEM.
           IF MCP-RC = ZERO OR 1
               IF DB-SYSTEM-VALUE(1) NOT = SPACE
                  AND FUNCTION NUMVAL(DB-SYSTEM-VALUE(1)) > 0
                   COMPUTE WS-SESSION-LIMIT =
                       FUNCTION NUMVAL(DB-SYSTEM-VALUE(1))
               ELSE
                   IF DB-SYSTEM-VALUE(2) NOT = SPACE
                      AND FUNCTION NUMVAL(DB-SYSTEM-VALUE(2)) > 0
                       COMPUTE WS-SESSION-LIMIT =
                           FUNCTION NUMVAL(DB-SYSTEM-VALUE(2))
                   END-IF
               END-IF
               IF DB-SYSTEM-VALUE(3) NOT = SPACE
                  AND FUNCTION NUMVAL(DB-SYSTEM-VALUE(3)) > 0
                   COMPUTE WS-IDLE-MINUTES =
                       FUNCTION NUMVAL(DB-SYSTEM-VALUE(3))
               END-IF
           END-IF.
           EXIT.

       175-LOAD-LIVE-SESSIONS SECTION.
           MOVE 0 TO LIVE-NUM.
           MOVE FUNCTION CURRENT-DATE(1:21) TO WS-STAMP.
           PERFORM 190-STAMP-TO-SECONDS.
           MOVE WS-STAMP-SECS TO WS-NOW-SECS.
           MOVE 0 TO WS-IDX.
           PERFORM UNTIL LIVE-NUM >= 50
               INITIALIZE DB-CHECKPT
               MOVE 'SCAN' TO DB-CHECKPT-FUNC
               MOVE 'ENV48' TO DB-CHECKPT-PROGRAM
               ADD 1 TO WS-IDX
               MOVE WS-IDX TO DB-CHECKPT-IDX
               CALL 'CHECKPT' USING DB-CHECKPT
               IF DB-CHECKPT-RC NOT = 0
                   EXIT PERFORM
               END-IF
               MOVE SPACE TO WS-CKPT-CONNECTED WS-CKPT-LASTPUT
                             WS-CKPT-USER
               UNSTRING DB-CHECKPT-STATE DELIMITED BY '~'
                   INTO WS-CKPT-CONNECTED
                        WS-CKPT-LASTPUT
                        WS-CKPT-USER
               MOVE WS-CKPT-LASTPUT TO WS-STAMP
               PERFORM 190-STAMP-TO-SECONDS
               IF WS-CKPT-USER = USER
                  AND DB-CHECKPT-TERM NOT = MCP-TERM
                  AND WS-NOW-SECS - WS-STAMP-SECS
                      NOT > WS-IDLE-MINUTES * 60
                   ADD 1 TO LIVE-NUM
                   MOVE DB-CHECKPT-TERM TO LIVE-TERM(LIVE-NUM)
                   MOVE WS-CKPT-CONNECTED
                       TO LIVE-CONNECTED(LIVE-NUM)
               END-IF
           END-PERFORM.
           EXIT.

       178-FIND-OLDEST        SECTION.
           MOVE 1 TO WS-OLDEST.
           PERFORM VARYING WS-IDX FROM 2 BY 1
                     UNTIL WS-IDX > LIVE-NUM
               IF LIVE-CONNECTED(WS-IDX) < LIVE-CONNECTED(WS-OLDEST)
                   MOVE WS-IDX TO WS-OLDEST
               END-IF
           END-PERFORM.
           EXIT.

       180-END-OLDEST-SESSION SECTION.
           PERFORM 178-FIND-OLDEST.
           DISPLAY 'ending oldest session on ' LIVE-TERM(WS-OLDEST).
           MOVE MCP-TERM  TO WS-SAVE-TERM.
           MOVE MCP-USER  TO WS-SAVE-USER.
           MOVE MCP-EVENT TO WS-SAVE-EVENT.
           MOVE LIVE-TERM(WS-OLDEST) TO MCP-TERM.
           MOVE USER TO MCP-USER.
           MOVE 'SESSION-LIMIT' TO MCP-EVENT.
           CALL 'SESSCLOSE' USING
                MCPAREA.
           MOVE WS-SAVE-TERM  TO MCP-TERM.
           MOVE WS-SAVE-USER  TO MCP-USER.
           MOVE WS-SAVE-EVENT TO MCP-EVENT.
           INITIALIZE DB-CHECKPT.
           MOVE 'CLEAR' TO DB-CHECKPT-FUNC.
           MOVE 'ENV48' TO DB-CHECKPT-PROGRAM.
           MOVE SPACE TO DB-CHECKPT-USER.
           MOVE LIVE-TERM(WS-OLDEST) TO DB-CHECKPT-TERM.
           CALL 'CHECKPT' USING DB-CHECKPT.
           PERFORM VARYING WS-IDX FROM WS-OLDEST BY 1
                     UNTIL WS-IDX >= LIVE-NUM
               MOVE LIVE-ENTRY(WS-IDX + 1) TO LIVE-ENTRY(WS-IDX)
           END-PERFORM.
           SUBTRACT 1 FROM LIVE-NUM.
           EXIT.

       190-STAMP-TO-SECONDS   SECTION.
           IF WS-STAMP(1:8) NOT NUMERIC OR WS-STAMP = SPACE
               MOVE 0 TO WS-STAMP-SECS
               EXIT SECTION
           END-IF.
           COMPUTE WS-DAYS = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-STAMP(1:8))).
           COMPUTE WS-STAMP-SECS = WS-DAYS * 86400
               + FUNCTION NUMVAL(WS-STAMP(9:2)) * 3600
               + FUNCTION NUMVAL(WS-STAMP(11:2)) * 60
               + FUNCTION NUMVAL(WS-STAMP(13:2)).
           EXIT.

       200-SAVE-CRED            SECTION.
           OPEN OUTPUT SAVEFD.
           PERFORM VARYING WS-IDX FROM 1 BY 1
           MOVE CRED-FILE TO DB-FILEGUARD-FILE.
           CALL 'FILEGUARD' USING DB-FILEGUARD.
           EXIT.
      ************************************************************************
       950-RESOLVE-PATHS       SECTION.
           MOVE 'SELECT' TO DB-PATHSEL-FUNC.
           MOVE 'SYSTEM' TO DB-PATHSEL-CLASS.
           CALL 'PATHSEL' USING DB-PATHSEL.
           MOVE DB-PATHSEL-PATH TO PATH-SYSTEM-PRIMARY.
           EXIT.
      ************************************************************************
       960-TIME-OF-DAY-CS      SECTION.
      * CURRENT TIME OF DAY IN CENTISECONDS, FOR THE RESPONSE-TIME
