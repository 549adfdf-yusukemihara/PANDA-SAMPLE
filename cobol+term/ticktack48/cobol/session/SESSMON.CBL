       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         SESSMON.
      ******************************************************************
      * CONCURRENT SESSION MONITOR.  LISTS EVERY USER WHO HOLDS MORE
      * THAN ONE LIVE TERMINAL, ONE ROW PER TERMINAL WITH ITS
      * CONNECT TIME AND LAST ACTIVITY, FROM THE ENV48 ACTIVITY
      * CHECKPOINTS.  A TERMINAL IS LIVE WHILE ITS LAST PUT IS
      * YOUNGER THAN THE SESSION-IDLE-MINUTES PARAMETER THE IDLE
      * REAPER USES, SO THE SCREEN AND THE REAPER AGREE ON WHAT IS
      * STILL SIGNED ON.  SUPERVISOR SCREEN.  TIMES ARE SHOWN IN THE
      * LOCAL TIME OF THE SUPERVISOR'S TERMINAL.
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       DATA                DIVISION.
       WORKING-STORAGE     SECTION.
            COPY    "DB-AUTH".
            COPY    "DB-CHECKPT".
            COPY    "DB-PATH".
            COPY    "DB-PATHSEL".
            COPY    "DB-SYSTEM".
            COPY    "DB-TZCONV".
       01  LIVE-TABLE.
           05  LIVE-NUM            PIC 9(4).
           05  LIVE-ENTRY OCCURS 50 TIMES.
               10  LIVE-USER       PIC X(20).
               10  LIVE-TERM       PIC X(20).
               10  LIVE-CONNECTED  PIC X(21).
               10  LIVE-LASTPUT    PIC X(21).
       01  WS-IDX              PIC 9(4).
       01  WS-J                PIC 9(4).
       01  WS-SCAN-IDX         PIC 9(4).
       01  WS-COUNT            PIC 9(4).
       01  WS-SEEN             PIC X(1).
       01  WS-USERS            PIC 9(4).
       01  WS-EDIT-USERS       PIC ZZZ9.
       01  WS-IDLE-MINUTES     PIC 9(5).
       01  WS-CKPT-CONNECTED   PIC X(21).
       01  WS-CKPT-LASTPUT     PIC X(21).
       01  WS-CKPT-USER        PIC X(20).
       01  WS-STAMP            PIC X(21).
       01  WS-STAMP-SECS       PIC 9(12).
       01  WS-NOW-SECS         PIC 9(12).
       01  WS-DAYS             PIC 9(7).
       01  WS-SHOW-CONNECTED   PIC X(21).
       01  WS-SHOW-LASTPUT     PIC X(21).
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
           DISPLAY 'sessmon widget:' MCP-WIDGET
           MOVE MCP-USER TO DB-AUTH-USER.
           MOVE 'SESSION-MONITOR' TO DB-AUTH-FUNC.
           MOVE 'N' TO DB-AUTH-DEFAULT.
           CALL 'AUTHCHECK' USING DB-AUTH.
           IF DB-AUTH-ALLOW NOT = 'Y'
               PERFORM 005-REFUSE-ENTRY
           ELSE
               EVALUATE    MCP-STATUS      ALSO    MCP-WIDGET
                 WHEN     'LINK'           ALSO    ANY
                   PERFORM 010-INIT
                 WHEN     'PUTG'           ALSO    'refreshbutton'
                   PERFORM 080-REFRESH
               END-EVALUATE
           END-IF.
           EXIT    PROGRAM.
      ************************************************************************
       005-REFUSE-ENTRY        SECTION.
           MOVE 'supervisor authority required' TO SCR-SMMSG.
           INITIALIZE ADMTABLE.
           MOVE 2 TO ATROWATTR.
           MOVE 'sessmon' TO MCP-WINDOW.
           IF MCP-STATUS = 'LINK'
               MOVE 'NEW' TO MCP-PUTTYPE
           ELSE
               MOVE 'PUTG' TO MCP-PUTTYPE
           END-IF.
           PERFORM 900-PUT-WINDOW.
           EXIT.
      ************************************************************************
       010-INIT                SECTION.
           PERFORM 090-SHOW-SESSIONS.
           MOVE   'NEW'        TO  MCP-PUTTYPE.
           MOVE   'sessmon'    TO  MCP-WINDOW.
           PERFORM 900-PUT-WINDOW.
           EXIT.
      ************************************************************************
       080-REFRESH             SECTION.
           PERFORM 090-SHOW-SESSIONS.
           MOVE   'PUTG'       TO  MCP-PUTTYPE.
           MOVE   'sessmon'    TO  MCP-WINDOW.
           PERFORM 900-PUT-WINDOW.
           EXIT.
      ************************************************************************
       090-SHOW-SESSIONS       SECTION.
           PERFORM 950-RESOLVE-PATHS.
           PERFORM 050-GET-IDLE-LIMIT.
           PERFORM 100-LOAD-LIVE-SESSIONS.
           PERFORM 500-SESSIONS-TO-TABLE.
           MOVE WS-USERS TO WS-EDIT-USERS.
           MOVE SPACE TO SCR-SMMSG.
           STRING WS-EDIT-USERS     DELIMITED BY SIZE
                  ' user(s) with more than one live terminal'
                                    DELIMITED BY SIZE
                  INTO SCR-SMMSG
           END-STRING.
           EXIT.
      ************************************************************************
       050-GET-IDLE-LIMIT      SECTION.
           MOVE 60 TO WS-IDLE-MINUTES.
           INITIALIZE DB-SYSTEM.
           MOVE 'GETVALUE' TO MCP-FUNC.
           MOVE PATH-SYSTEM-PRIMARY TO MCP-PATH.
           MOVE MCP-TERM TO DB-SYSTEM-ID.
           MOVE 10 TO DB-SYSTEM-NUM.
           MOVE 'SESSION-IDLE-MINUTES' TO DB-SYSTEM-KEY(1).
           CALL 'MCPSUB' USING
                MCPAREA
                DB-SYSTEM.
           IF (MCP-RC = ZERO OR 1)
              AND DB-SYSTEM-VALUE(1) NOT = SPACE
              AND FUNCTION NUMVAL(DB-SYSTEM-VALUE(1)) > 0
               COMPUTE WS-IDLE-MINUTES =
                   FUNCTION NUMVAL(DB-SYSTEM-VALUE(1))
           END-IF.
           EXIT.
      ************************************************************************
       100-LOAD-LIVE-SESSIONS  SECTION.
      * CHECKPOINTS WRITTEN BEFORE THE USER WAS CARRIED IN THE STATE
      * HAVE NO USER AND CANNOT BE ATTRIBUTED; THEY ARE LEFT OUT.
           MOVE 0 TO LIVE-NUM.
           MOVE FUNCTION CURRENT-DATE(1:21) TO WS-STAMP.
           PERFORM 220-STAMP-TO-SECONDS.
           MOVE WS-STAMP-SECS TO WS-NOW-SECS.
           MOVE 0 TO WS-SCAN-IDX.
           PERFORM UNTIL LIVE-NUM >= 50
               INITIALIZE DB-CHECKPT
               MOVE 'SCAN' TO DB-CHECKPT-FUNC
               MOVE 'ENV48' TO DB-CHECKPT-PROGRAM
               ADD 1 TO WS-SCAN-IDX
               MOVE WS-SCAN-IDX TO DB-CHECKPT-IDX
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
               PERFORM 220-STAMP-TO-SECONDS
               IF WS-CKPT-USER NOT = SPACE
                  AND WS-NOW-SECS - WS-STAMP-SECS
                      NOT > WS-IDLE-MINUTES * 60
                   ADD 1 TO LIVE-NUM
                   MOVE WS-CKPT-USER TO LIVE-USER(LIVE-NUM)
                   MOVE DB-CHECKPT-TERM TO LIVE-TERM(LIVE-NUM)
                   MOVE WS-CKPT-CONNECTED
                       TO LIVE-CONNECTED(LIVE-NUM)
                   MOVE WS-CKPT-LASTPUT TO LIVE-LASTPUT(LIVE-NUM)
               END-IF
           END-PERFORM.
           EXIT.
      ************************************************************************
       220-STAMP-TO-SECONDS    SECTION.
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
      ************************************************************************
       500-SESSIONS-TO-TABLE   SECTION.
      * EACH QUALIFYING USER IS LISTED ONCE, AT THEIR FIRST
      * CHECKPOINT, WITH ALL OF THEIR LIVE TERMINALS TOGETHER.
           MOVE 0 TO WS-USERS.
           INITIALIZE ADMTABLE.
           MOVE 2 TO ATROWATTR.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > LIVE-NUM
               MOVE 'N' TO WS-SEEN
               MOVE 0 TO WS-COUNT
               PERFORM VARYING WS-J FROM 1 BY 1
                         UNTIL WS-J > LIVE-NUM
                   IF LIVE-USER(WS-J) = LIVE-USER(WS-IDX)
                       ADD 1 TO WS-COUNT
                       IF WS-J < WS-IDX
                           MOVE 'Y' TO WS-SEEN
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-SEEN = 'N' AND WS-COUNT > 1
                   ADD 1 TO WS-USERS
                   PERFORM 510-LIST-USER
               END-IF
           END-PERFORM.
           EXIT.
      ************************************************************************
       510-LIST-USER           SECTION.
           PERFORM VARYING WS-J FROM WS-IDX BY 1
                     UNTIL WS-J > LIVE-NUM
               IF LIVE-USER(WS-J) = LIVE-USER(WS-IDX)
                  AND AROWCNT < 100
                   ADD 1 TO AROWCNT
                   MOVE LIVE-USER(WS-J) TO ACELL1(AROWCNT)
                   MOVE LIVE-TERM(WS-J) TO ACELL2(AROWCNT)
                   PERFORM 520-LOCAL-TIMES
                   MOVE SPACE TO ACELL3(AROWCNT)
                   STRING WS-SHOW-CONNECTED(1:8)    DELIMITED BY SIZE
                          ' '                       DELIMITED BY SIZE
                          WS-SHOW-CONNECTED(9:6)    DELIMITED BY SIZE
                          INTO ACELL3(AROWCNT)
                   END-STRING
                   MOVE SPACE TO ACELL4(AROWCNT)
                   STRING WS-SHOW-LASTPUT(1:8)      DELIMITED BY SIZE
                          ' '                       DELIMITED BY SIZE
                          WS-SHOW-LASTPUT(9:6)      DELIMITED BY SIZE
                          INTO ACELL4(AROWCNT)
                   END-STRING
               END-IF
           END-PERFORM.
           EXIT.
      ************************************************************************
       520-LOCAL-TIMES         SECTION.
           INITIALIZE DB-TZCONV.
           MOVE MCP-TERM TO DB-TZCONV-TERM.
           MOVE 'TOLOCAL' TO DB-TZCONV-FUNC.
           MOVE LIVE-CONNECTED(WS-J) TO DB-TZCONV-TS-IN.
           CALL 'TZCONV' USING DB-TZCONV.
           MOVE DB-TZCONV-TS-OUT TO WS-SHOW-CONNECTED.
           MOVE 'TOLOCAL' TO DB-TZCONV-FUNC.
           MOVE LIVE-LASTPUT(WS-J) TO DB-TZCONV-TS-IN.
           CALL 'TZCONV' USING DB-TZCONV.
           MOVE DB-TZCONV-TS-OUT TO WS-SHOW-LASTPUT.
           EXIT.
      ************************************************************************
       900-PUT-WINDOW          SECTION.
           CALL 'BANNER' USING
                MCPAREA
                LINKAREA.
           MOVE   'PUTWINDOW'  TO  MCP-FUNC.
           CALL   'MONFUNC'     USING
                MCPAREA.
           EXIT.
      ************************************************************************
       950-RESOLVE-PATHS       SECTION.
           MOVE 'SELECT' TO DB-PATHSEL-FUNC.
           MOVE 'SYSTEM' TO DB-PATHSEL-CLASS.
           CALL 'PATHSEL' USING DB-PATHSEL.
           MOVE DB-PATHSEL-PATH TO PATH-SYSTEM-PRIMARY.
           EXIT.
