       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         DORMANCY.
      ******************************************************************
      * NIGHTLY DORMANT ACCOUNT SWEEP OVER THE OPERATOR CREDENTIAL
      * TABLE.  THE ROSTER IMPORT ONLY CATCHES LEAVERS, SO AN ACCOUNT
      * BELONGING TO SOMEONE WHO MOVED ON STAYS USABLE UNTIL IT IS
      * NOTICED.  AN ACCOUNT'S IDLE TIME RUNS FROM THE LATEST OF ITS
      * LAST SUCCESSFUL SIGN-ON ON THE SESSION HISTORY, ITS LAST
      * PASSWORD CHANGE, AND THE NIGHT IT WAS FIRST SEEN OR FOUND
      * RE-ENABLED ON THE DORMANCY REGISTER.
      *   - AT DORMANT-WARN-DAYS THE USER AND THE MANAGER OF THE
      *     USER'S DEPARTMENT ARE WARNED ONCE THROUGH THE PENDING-
      *     NOTIFICATION REGISTER.
      *   - AT DORMANT-LOCK-DAYS THE ACCOUNT IS LOCKED AND BOTH ARE
      *     TOLD.  AN ADMINISTRATOR UNLOCKS IT THROUGH CREDADMIN AS
      *     FOR ANY OTHER LOCK, AND THE CLOCK THEN STARTS AGAIN.
      * BOTH LIMITS ARE SYSDB PARAMETERS.  THE DORMANCY REPORT LISTS
      * THE ACCOUNTS WARNED AND LOCKED BY THE RUN.
      * DORMANCY REGISTER LAYOUT: USER|STATUS|DATE, STATUS BEING
      * WATCHED, WARNED, LOCKED OR REACTIVATED.
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
           SELECT CREDFD   ASSIGN TO CRED-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS CRED-FILE-ST.
           SELECT SAVEFD   ASSIGN TO SAVE-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS SAVE-FILE-ST.
           SELECT HISTFD   ASSIGN TO HIST-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS HIST-FILE-ST.
           SELECT REGFD    ASSIGN TO REG-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS REG-FILE-ST.
           SELECT NOTFD    ASSIGN TO NOT-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS NOT-FILE-ST.
           SELECT RPTFD    ASSIGN TO RPT-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS RPT-FILE-ST.
       DATA                DIVISION.
       FILE                SECTION.
           FD  CREDFD.
           01  CRED-LINE           PIC X(80).
           FD  SAVEFD.
           01  SAVE-LINE           PIC X(80).
           FD  HISTFD.
           01  HIST-LINE           PIC X(120).
           FD  REGFD.
           01  REG-LINE            PIC X(60).
           FD  NOTFD.
           01  NOT-LINE            PIC X(250).
           FD  RPTFD.
           01  RPT-LINE            PIC X(132).
       WORKING-STORAGE     SECTION.
            COPY    "DB-CRED".
            COPY    "DB-FILEGUARD".
            COPY    "DB-FILELOCK".
            COPY    "DB-DEPTMAST".
            COPY    "DB-RPTREPO".
            COPY    "DB-PATH".
            COPY    "DB-PATHSEL".
            COPY    "DB-SYSTEM".
       01  CRED-FILE           PIC X(80)
                               VALUE './cobol/operator-credentials.dat'.
       01  CRED-FILE-ST        PIC X(02).
       01  SAVE-FILE           PIC X(84) VALUE
           './cobol/operator-credentials.dat.new'.
       01  SAVE-FILE-ST        PIC X(02).
       01  SAVE-COUNT          PIC 9(6).
       01  HIST-FILE           PIC X(80)
                  VALUE './cobol/session-history.dat'.
       01  HIST-FILE-ST        PIC X(02).
       01  REG-FILE            PIC X(80)
                  VALUE './cobol/dormancy-register.dat'.
       01  REG-FILE-ST         PIC X(02).
       01  NOT-FILE            PIC X(80) VALUE
           './cobol/pending-notifications.dat'.
       01  NOT-FILE-ST         PIC X(02).
       01  RPT-FILE            PIC X(80)
                  VALUE './cobol/dormancy.rpt'.
       01  RPT-FILE-ST         PIC X(02).
       01  HIST-REC.
           05  HIST-USER           PIC X(20).
           05  HIST-TERM           PIC X(20).
           05  HIST-START          PIC X(21).
           05  HIST-END            PIC X(21).
      * ONE ENTRY PER CREDENTIAL, IN THE SAME ORDER AS DB-CRED.
       01  DORM-TABLE.
           05  DORM-ENTRY OCCURS 100 TIMES.
               10  DORM-LASTON     PIC X(8).
               10  DORM-STATUS     PIC X(12).
               10  DORM-DATE       PIC X(8).
       01  WS-WARN-DAYS        PIC 9(4) VALUE 60.
       01  WS-LOCK-DAYS        PIC 9(4) VALUE 90.
       01  WS-RUN-DATE         PIC X(8).
       01  WS-BASE-DATE        PIC X(8).
       01  WS-IDLE-DAYS        PIC S9(7).
       01  WS-IDX              PIC 9(4).
       01  WS-REG-USER         PIC X(20).
       01  WS-REG-STATUS       PIC X(12).
       01  WS-REG-DATE         PIC X(8).
       01  WS-CHANGED          PIC X(1) VALUE 'N'.
       01  WS-WARNED           PIC 9(4) VALUE 0.
       01  WS-LOCKED           PIC 9(4) VALUE 0.
       01  WS-TIMESTAMP        PIC X(21).
       01  WS-NOTE-TO          PIC X(20).
       01  WS-NOTE-SUBJECT     PIC X(30).
       01  WS-NOTE-TEXT        PIC X(80).
       01  WS-MANAGER          PIC X(20).
       01  WS-EDIT-DAYS        PIC ZZZ9.
       01  WS-EDIT-COUNT       PIC ZZZ9.
       01  RPT-DETAIL.
           05  RPT-D-USER          PIC X(20).
           05  FILLER              PIC X(1).
           05  RPT-D-ACTION        PIC X(8).
           05  FILLER              PIC X(1).
           05  RPT-D-LASTON        PIC X(12).
           05  FILLER              PIC X(1).
           05  RPT-D-IDLE          PIC X(9).
           05  FILLER              PIC X(1).
           05  RPT-D-MANAGER       PIC X(20).
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
           PERFORM 950-RESOLVE-PATHS.
           EVALUATE    MCP-STATUS
             WHEN     'LINK'
               PERFORM 010-RUN-SWEEP
           END-EVALUATE.
           EXIT    PROGRAM.
      ************************************************************************
       010-RUN-SWEEP           SECTION.
      * A CATCH-UP RUN PASSES THE MISSED BUSINESS DATE AS THE
      * PROCESSING DATE; OTHERWISE THE RUN IS FOR TODAY.
           IF SPA-PROCDATE NOT = SPACE
              AND SPA-PROCDATE NOT = LOW-VALUE
               MOVE SPA-PROCDATE TO WS-RUN-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           END-IF.
           MOVE 0 TO SPA-NUM.
           PERFORM 050-GET-LIMITS.
           PERFORM 100-LOAD-CRED.
           IF DB-CRED-NUM = ZERO
               DISPLAY 'no operator credentials - nothing to sweep'
               EXIT SECTION
           END-IF.
           INITIALIZE DORM-TABLE.
           PERFORM 110-LOAD-LAST-SIGNON.
           PERFORM 120-LOAD-REGISTER.
           OPEN OUTPUT RPTFD.
           PERFORM 500-REPORT-HEADING.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > DB-CRED-NUM
               PERFORM 200-CHECK-ACCOUNT
           END-PERFORM.
           PERFORM 520-REPORT-TOTALS.
           CLOSE RPTFD.
           IF WS-CHANGED = 'Y'
               PERFORM 300-SAVE-CRED
           END-IF.
           PERFORM 310-SAVE-REGISTER.
           PERFORM 980-FILE-REPORT.
           COMPUTE SPA-NUM = WS-WARNED + WS-LOCKED.
           DISPLAY 'dormancy sweep ' WS-RUN-DATE
                   ' warned:' WS-WARNED
                   ' locked:' WS-LOCKED.
           EXIT.
      ************************************************************************
       050-GET-LIMITS          SECTION.
           INITIALIZE DB-SYSTEM.
           MOVE 'GETVALUE' TO MCP-FUNC.
           MOVE PATH-SYSTEM-PRIMARY TO MCP-PATH.
           MOVE MCP-TERM TO DB-SYSTEM-ID.
           MOVE 10 TO DB-SYSTEM-NUM.
           MOVE 'DORMANT-WARN-DAYS' TO DB-SYSTEM-KEY(1).
           MOVE 'DORMANT-LOCK-DAYS' TO DB-SYSTEM-KEY(2).
           CALL 'MCPSUB' USING
                MCPAREA
                DB-SYSTEM.
           IF MCP-RC = ZERO OR 1
               IF DB-SYSTEM-VALUE(1) NOT = SPACE
                  AND FUNCTION NUMVAL(DB-SYSTEM-VALUE(1)) > 0
                   COMPUTE WS-WARN-DAYS =
                       FUNCTION NUMVAL(DB-SYSTEM-VALUE(1))
               END-IF
               IF DB-SYSTEM-VALUE(2) NOT = SPACE
                  AND FUNCTION NUMVAL(DB-SYSTEM-VALUE(2)) > 0
                   COMPUTE WS-LOCK-DAYS =
                       FUNCTION NUMVAL(DB-SYSTEM-VALUE(2))
               END-IF
           END-IF.
      * A WARNING AT OR AFTER THE LOCK WOULD NEVER BE SEEN.
           IF WS-WARN-DAYS >= WS-LOCK-DAYS
               COMPUTE WS-WARN-DAYS = WS-LOCK-DAYS - 1
           END-IF.
           EXIT.
      ************************************************************************
       100-LOAD-CRED           SECTION.
           MOVE CRED-FILE TO DB-FILEGUARD-FILE.
           CALL 'FILEGUARD' USING DB-FILEGUARD.
           MOVE 0 TO DB-CRED-NUM.
           OPEN INPUT CREDFD.
           IF CRED-FILE-ST = "00"
               PERFORM UNTIL CRED-FILE-ST NOT = "00"
                        OR DB-CRED-NUM >= 100
                   READ CREDFD INTO CRED-LINE
                   IF CRED-FILE-ST = "00" AND CRED-LINE NOT = SPACE
                       ADD 1 TO DB-CRED-NUM
                       UNSTRING CRED-LINE DELIMITED BY '|'
                           INTO DB-CRED-USER(DB-CRED-NUM)
                                DB-CRED-HASH(DB-CRED-NUM)
                                DB-CRED-FAILS(DB-CRED-NUM)
                                DB-CRED-LOCKED(DB-CRED-NUM)
                                DB-CRED-CHANGED(DB-CRED-NUM)
                                DB-CRED-HIST(DB-CRED-NUM 1)
                                DB-CRED-HIST(DB-CRED-NUM 2)
                                DB-CRED-HIST(DB-CRED-NUM 3)
                   END-IF
               END-PERFORM
               CLOSE CREDFD
           ELSE
               DISPLAY 'cannot open operator credential table'
           END-IF.
           EXIT.
      ************************************************************************
       110-LOAD-LAST-SIGNON    SECTION.
      * EVERY CLOSED SESSION IS ON THE HISTORY; THE LATEST START PER
      * USER IS THE LAST SUCCESSFUL SIGN-ON.
           OPEN INPUT HISTFD.
           IF HIST-FILE-ST NOT = "00"
               DISPLAY 'no session history file'
               EXIT SECTION
           END-IF.
           PERFORM UNTIL HIST-FILE-ST NOT = "00"
               READ HISTFD INTO HIST-LINE
               IF HIST-FILE-ST = "00" AND HIST-LINE NOT = SPACE
                   MOVE SPACE TO HIST-REC
                   UNSTRING HIST-LINE DELIMITED BY '|'
                       INTO HIST-USER
                            HIST-TERM
                            HIST-START
                            HIST-END
                   PERFORM VARYING WS-IDX FROM 1 BY 1
                             UNTIL WS-IDX > DB-CRED-NUM
                       IF DB-CRED-USER(WS-IDX) = HIST-USER
                          AND HIST-START(1:8) > DORM-LASTON(WS-IDX)
                           MOVE HIST-START(1:8) TO DORM-LASTON(WS-IDX)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           CLOSE HISTFD.
           EXIT.
      ************************************************************************
       120-LOAD-REGISTER       SECTION.
           OPEN INPUT REGFD.
           IF REG-FILE-ST NOT = "00"
               EXIT SECTION
           END-IF.
           PERFORM UNTIL REG-FILE-ST NOT = "00"
               READ REGFD
               IF REG-FILE-ST = "00" AND REG-LINE NOT = SPACE
                   MOVE SPACE TO WS-REG-USER WS-REG-STATUS WS-REG-DATE
                   UNSTRING REG-LINE DELIMITED BY '|'
                       INTO WS-REG-USER
                            WS-REG-STATUS
                            WS-REG-DATE
                   PERFORM VARYING WS-IDX FROM 1 BY 1
                             UNTIL WS-IDX > DB-CRED-NUM
                       IF DB-CRED-USER(WS-IDX) = WS-REG-USER
                           MOVE WS-REG-STATUS TO DORM-STATUS(WS-IDX)
                           MOVE WS-REG-DATE   TO DORM-DATE(WS-IDX)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           CLOSE REGFD.
           EXIT.
      ************************************************************************
       200-CHECK-ACCOUNT       SECTION.
      * AN ACCOUNT ALREADY LOCKED, FOR DORMANCY OR ANYTHING ELSE, IS
      * LEFT ALONE.  ONE THE SWEEP LOCKED THAT IS NOW OPEN AGAIN WAS
      * RE-ENABLED BY AN ADMINISTRATOR, SO ITS CLOCK RESTARTS.
           IF DB-CRED-LOCKED(WS-IDX) = 'Y'
               EXIT SECTION
           END-IF.
           IF DORM-STATUS(WS-IDX) = 'LOCKED'
               MOVE 'REACTIVATED' TO DORM-STATUS(WS-IDX)
               MOVE WS-RUN-DATE   TO DORM-DATE(WS-IDX)
           END-IF.
           MOVE DORM-LASTON(WS-IDX) TO WS-BASE-DATE.
           IF DB-CRED-CHANGED(WS-IDX) > WS-BASE-DATE
               MOVE DB-CRED-CHANGED(WS-IDX) TO WS-BASE-DATE
           END-IF.
           IF (DORM-STATUS(WS-IDX) = 'WATCHED'
               OR DORM-STATUS(WS-IDX) = 'REACTIVATED')
              AND DORM-DATE(WS-IDX) > WS-BASE-DATE
               MOVE DORM-DATE(WS-IDX) TO WS-BASE-DATE
           END-IF.
      * NOTHING TO MEASURE FROM YET - THE CLOCK STARTS TONIGHT.
           IF WS-BASE-DATE = SPACE
              OR WS-BASE-DATE IS NOT NUMERIC
               MOVE 'WATCHED'   TO DORM-STATUS(WS-IDX)
               MOVE WS-RUN-DATE TO DORM-DATE(WS-IDX)
               EXIT SECTION
           END-IF.
      * A WARNING FROM BEFORE THE LATEST SIGN-ON IS SPENT.
           IF DORM-STATUS(WS-IDX) = 'WARNED'
              AND DORM-DATE(WS-IDX) < WS-BASE-DATE
               MOVE SPACE TO DORM-STATUS(WS-IDX)
               MOVE SPACE TO DORM-DATE(WS-IDX)
           END-IF.
           COMPUTE WS-IDLE-DAYS =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-RUN-DATE))
             - FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-BASE-DATE)).
           IF WS-IDLE-DAYS >= WS-LOCK-DAYS
               PERFORM 210-LOCK-ACCOUNT
           ELSE
               IF WS-IDLE-DAYS >= WS-WARN-DAYS
                  AND DORM-STATUS(WS-IDX) NOT = 'WARNED'
                   PERFORM 220-WARN-ACCOUNT
               END-IF
           END-IF.
           EXIT.
      ************************************************************************
       210-LOCK-ACCOUNT        SECTION.
           MOVE 'Y' TO DB-CRED-LOCKED(WS-IDX).
           MOVE 'Y' TO WS-CHANGED.
           MOVE 'LOCKED'    TO DORM-STATUS(WS-IDX).
           MOVE WS-RUN-DATE TO DORM-DATE(WS-IDX).
           ADD 1 TO WS-LOCKED.
           PERFORM 230-FIND-MANAGER.
           MOVE WS-IDLE-DAYS TO WS-EDIT-DAYS.
           MOVE 'dormant account locked' TO WS-NOTE-SUBJECT.
           MOVE SPACE TO WS-NOTE-TEXT.
           STRING 'account '              DELIMITED BY SIZE
                  DB-CRED-USER(WS-IDX)    DELIMITED BY SPACE
                  ' locked after '        DELIMITED BY SIZE
                  WS-EDIT-DAYS            DELIMITED BY SIZE
                  ' days without sign-on - ask an administrator'
                                          DELIMITED BY SIZE
                  ' to unlock'            DELIMITED BY SIZE
                  INTO WS-NOTE-TEXT
           END-STRING.
           PERFORM 240-NOTIFY-BOTH.
           MOVE 'LOCKED' TO RPT-D-ACTION.
           PERFORM 510-REPORT-ACCOUNT.
           EXIT.
      ************************************************************************
       220-WARN-ACCOUNT        SECTION.
           MOVE 'WARNED'    TO DORM-STATUS(WS-IDX).
           MOVE WS-RUN-DATE TO DORM-DATE(WS-IDX).
           ADD 1 TO WS-WARNED.
           PERFORM 230-FIND-MANAGER.
           MOVE WS-LOCK-DAYS TO WS-EDIT-DAYS.
           MOVE 'dormant account warning' TO WS-NOTE-SUBJECT.
           MOVE SPACE TO WS-NOTE-TEXT.
           STRING 'account '              DELIMITED BY SIZE
                  DB-CRED-USER(WS-IDX)    DELIMITED BY SPACE
                  ' unused - it is locked at '
                                          DELIMITED BY SIZE
                  WS-EDIT-DAYS            DELIMITED BY SIZE
                  ' days without sign-on' DELIMITED BY SIZE
                  INTO WS-NOTE-TEXT
           END-STRING.
           PERFORM 240-NOTIFY-BOTH.
           MOVE 'WARNED' TO RPT-D-ACTION.
           PERFORM 510-REPORT-ACCOUNT.
           EXIT.
      ************************************************************************
       230-FIND-MANAGER        SECTION.
           MOVE SPACE TO WS-MANAGER.
           INITIALIZE DB-DEPTMAST.
           MOVE 'USERDEPT' TO DB-DEPTMAST-FUNC.
           MOVE DB-CRED-USER(WS-IDX) TO DB-DEPTMAST-USER.
           CALL 'DEPTMASTER' USING DB-DEPTMAST.
           IF DB-DEPTMAST-FLAG NOT = 'Y'
               EXIT SECTION
           END-IF.
           MOVE 'DEPTMGR' TO DB-DEPTMAST-FUNC.
           CALL 'DEPTMASTER' USING DB-DEPTMAST.
           IF DB-DEPTMAST-FLAG = 'Y'
              AND DB-DEPTMAST-USER NOT = DB-CRED-USER(WS-IDX)
               MOVE DB-DEPTMAST-USER TO WS-MANAGER
           END-IF.
           EXIT.
      ************************************************************************
       240-NOTIFY-BOTH         SECTION.
           MOVE DB-CRED-USER(WS-IDX) TO WS-NOTE-TO.
           PERFORM 400-NOTIFY.
           IF WS-MANAGER NOT = SPACE
               MOVE WS-MANAGER TO WS-NOTE-TO
               PERFORM 400-NOTIFY
           END-IF.
           EXIT.
      ************************************************************************
       300-SAVE-CRED            SECTION.
           OPEN OUTPUT SAVEFD.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > DB-CRED-NUM
               MOVE SPACE TO SAVE-LINE
               STRING DB-CRED-USER(WS-IDX)   DELIMITED BY SPACE
                      '|'                    DELIMITED BY SIZE
                      DB-CRED-HASH(WS-IDX)   DELIMITED BY SIZE
                      '|'                    DELIMITED BY SIZE
                      DB-CRED-FAILS(WS-IDX)  DELIMITED BY SIZE
                      '|'                    DELIMITED BY SIZE
                      DB-CRED-LOCKED(WS-IDX) DELIMITED BY SIZE
                      '|'                    DELIMITED BY SIZE
                      DB-CRED-CHANGED(WS-IDX)
                                             DELIMITED BY SPACE
                      '|'                    DELIMITED BY SIZE
                      DB-CRED-HIST(WS-IDX 1) DELIMITED BY SIZE
                      '|'                    DELIMITED BY SIZE
                      DB-CRED-HIST(WS-IDX 2) DELIMITED BY SIZE
                      '|'                    DELIMITED BY SIZE
                      DB-CRED-HIST(WS-IDX 3) DELIMITED BY SIZE
                      INTO SAVE-LINE
               END-STRING
               WRITE SAVE-LINE
           END-PERFORM.
           MOVE DB-CRED-NUM TO SAVE-COUNT.
           MOVE SPACE TO SAVE-LINE.
           STRING '*END|'    DELIMITED BY SIZE
                  SAVE-COUNT DELIMITED BY SIZE
                  INTO SAVE-LINE
           END-STRING.
           WRITE SAVE-LINE.
           CLOSE SAVEFD.
           MOVE CRED-FILE TO DB-FILEGUARD-FILE.
           CALL 'FILEGUARD' USING DB-FILEGUARD.
           EXIT.
      ************************************************************************
       310-SAVE-REGISTER       SECTION.
           OPEN OUTPUT REGFD.
           IF REG-FILE-ST NOT = "00"
               DISPLAY 'cannot write dormancy register'
               EXIT SECTION
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > DB-CRED-NUM
               IF DORM-STATUS(WS-IDX) NOT = SPACE
                   MOVE SPACE TO REG-LINE
                   STRING DB-CRED-USER(WS-IDX) DELIMITED BY SPACE
                          '|'                  DELIMITED BY SIZE
                          DORM-STATUS(WS-IDX)  DELIMITED BY SPACE
                          '|'                  DELIMITED BY SIZE
                          DORM-DATE(WS-IDX)    DELIMITED BY SPACE
                          INTO REG-LINE
                   END-STRING
                   WRITE REG-LINE
               END-IF
           END-PERFORM.
           CLOSE REGFD.
           EXIT.
      ************************************************************************
       400-NOTIFY              SECTION.
      * THE NOTIFY WINDOWS REWRITE THE PENDING REGISTER UNDER THE
      * SHARED FILE LOCK, SO THE APPEND TAKES THE SAME LOCK.
           MOVE FUNCTION CURRENT-DATE(1:21) TO WS-TIMESTAMP.
           MOVE 'ACQUIRE' TO DB-FILELOCK-FUNC.
           MOVE NOT-FILE TO DB-FILELOCK-FILE.
           MOVE MCP-TERM TO DB-FILELOCK-OWNER.
           MOVE 30 TO DB-FILELOCK-TIMEOUT.
           CALL 'FILELOCK' USING DB-FILELOCK.
           IF DB-FILELOCK-RC = 2
               DISPLAY 'pending register busy - notification dropped'
               EXIT SECTION
           END-IF.
           OPEN EXTEND NOTFD.
           IF NOT-FILE-ST = "05" OR "35"
               OPEN OUTPUT NOTFD
           END-IF.
           IF NOT-FILE-ST NOT = "00"
               DISPLAY 'cannot open pending notifications'
           ELSE
               MOVE SPACE TO NOT-LINE
               STRING WS-NOTE-TO            DELIMITED BY SPACE
                      '|WARNING|'           DELIMITED BY SIZE
                      WS-NOTE-SUBJECT       DELIMITED BY '  '
                      '|'                   DELIMITED BY SIZE
                      WS-NOTE-TEXT          DELIMITED BY '  '
                      '|DORMANCY|'          DELIMITED BY SIZE
                      WS-TIMESTAMP          DELIMITED BY SPACE
                      '|PENDING|'           DELIMITED BY SIZE
                      INTO NOT-LINE
               END-STRING
               WRITE NOT-LINE
               CLOSE NOTFD
           END-IF.
           MOVE 'RELEASE' TO DB-FILELOCK-FUNC.
           MOVE NOT-FILE TO DB-FILELOCK-FILE.
           MOVE MCP-TERM TO DB-FILELOCK-OWNER.
           CALL 'FILELOCK' USING DB-FILELOCK.
           EXIT.
      ************************************************************************
       500-REPORT-HEADING      SECTION.
           MOVE SPACE TO RPT-LINE.
           STRING 'DORMANT ACCOUNT REPORT FOR ' DELIMITED BY SIZE
                  WS-RUN-DATE                   DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACE TO RPT-LINE.
           MOVE WS-WARN-DAYS TO WS-EDIT-DAYS.
           MOVE WS-LOCK-DAYS TO WS-EDIT-COUNT.
           STRING 'WARN AT '              DELIMITED BY SIZE
                  WS-EDIT-DAYS            DELIMITED BY SIZE
                  ' DAYS   LOCK AT '      DELIMITED BY SIZE
                  WS-EDIT-COUNT           DELIMITED BY SIZE
                  ' DAYS'                 DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACE TO RPT-DETAIL.
           MOVE 'USER'          TO RPT-D-USER.
           MOVE 'ACTION'        TO RPT-D-ACTION.
           MOVE 'LAST SIGN-ON'  TO RPT-D-LASTON.
           MOVE 'IDLE DAYS'     TO RPT-D-IDLE.
           MOVE 'MANAGER TOLD'  TO RPT-D-MANAGER.
           MOVE RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           EXIT.
      ************************************************************************
       510-REPORT-ACCOUNT      SECTION.
           MOVE DB-CRED-USER(WS-IDX) TO RPT-D-USER.
           IF DORM-LASTON(WS-IDX) = SPACE
               MOVE 'never'             TO RPT-D-LASTON
           ELSE
               MOVE DORM-LASTON(WS-IDX) TO RPT-D-LASTON
           END-IF.
           MOVE WS-IDLE-DAYS TO WS-EDIT-DAYS.
           MOVE WS-EDIT-DAYS TO RPT-D-IDLE.
           IF WS-MANAGER = SPACE
               MOVE '(none)'   TO RPT-D-MANAGER
           ELSE
               MOVE WS-MANAGER TO RPT-D-MANAGER
           END-IF.
           MOVE RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           EXIT.
      ************************************************************************
       520-REPORT-TOTALS       SECTION.
           MOVE SPACE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACE TO RPT-LINE.
           MOVE WS-WARNED TO WS-EDIT-COUNT.
           STRING 'ACCOUNTS WARNED: '     DELIMITED BY SIZE
                  WS-EDIT-COUNT           DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACE TO RPT-LINE.
           MOVE WS-LOCKED TO WS-EDIT-COUNT.
           STRING 'ACCOUNTS LOCKED: '     DELIMITED BY SIZE
                  WS-EDIT-COUNT           DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           EXIT.
      ************************************************************************
       950-RESOLVE-PATHS       SECTION.
           MOVE 'SELECT' TO DB-PATHSEL-FUNC.
           MOVE 'SYSTEM' TO DB-PATHSEL-CLASS.
           CALL 'PATHSEL' USING DB-PATHSEL.
           MOVE DB-PATHSEL-PATH TO PATH-SYSTEM-PRIMARY.
           EXIT.
      ************************************************************************
       980-FILE-REPORT         SECTION.
           MOVE 'DORMANCY' TO DB-RPTREPO-PROGRAM.
           MOVE RPT-FILE TO DB-RPTREPO-SOURCE.
           MOVE SPACE TO DB-RPTREPO-BIZDATE.
           MOVE SPACE TO DB-RPTREPO-CLASS.
           CALL 'RPTREPO' USING
                MCPAREA
                SPAAREA
                DB-RPTREPO.
           EXIT.
