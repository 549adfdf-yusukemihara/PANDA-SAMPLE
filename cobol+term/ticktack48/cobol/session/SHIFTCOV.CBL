       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         SHIFTCOV.
      ******************************************************************
      * DAILY SHIFT COVERAGE REPORT.  SETS THE DAY'S SHIFT ROSTER,
      * KEPT THROUGH SHIFTMAINT, AGAINST THE SESSIONS ON THE SESSION
      * HISTORY FOR THE SAME BUSINESS DAY AND LISTS
      *   ABSENT      - ROSTERED, NO SESSION DURING THE SHIFT
      *   LATE        - FIRST SIGN-ON AFTER SHIFT START PLUS GRACE
      *   EARLY       - LAST SIGN-OFF BEFORE SHIFT END LESS GRACE
      *   UNSCHEDULED - A SESSION BY A USER NOT ROSTERED THAT DAY
      *   GAP         - A ROSTERED DEPARTMENT SHIFT WITH NOBODY OF
      *                 THAT DEPARTMENT SIGNED ON AT ANY POINT
      * EACH GAP IS ALSO RAISED TO THE OPERATOR DESK THROUGH THE
      * PENDING-NOTIFICATION REGISTER.  THE GRACE IS THE SYSDB
      * PARAMETER SHIFT-GRACE-MINUTES.  SHIFTS ARE DAY SHIFTS - THE
      * END TIME IS AFTER THE START TIME ON THE SAME DAY.
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
           SELECT ROSFD    ASSIGN TO ROS-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS ROS-FILE-ST.
           SELECT DEFFD    ASSIGN TO DEF-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS DEF-FILE-ST.
           SELECT HISTFD   ASSIGN TO HIST-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS HIST-FILE-ST.
           SELECT NOTFD    ASSIGN TO NOT-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS NOT-FILE-ST.
           SELECT RPTFD    ASSIGN TO RPT-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS RPT-FILE-ST.
       DATA                DIVISION.
       FILE                SECTION.
           FD  ROSFD.
           01  ROS-LINE            PIC X(80).
           FD  DEFFD.
           01  DEF-LINE            PIC X(40).
           FD  HISTFD.
           01  HIST-LINE           PIC X(120).
           FD  NOTFD.
           01  NOT-LINE            PIC X(250).
           FD  RPTFD.
           01  RPT-LINE            PIC X(132).
       WORKING-STORAGE     SECTION.
            COPY    "DB-SHIFT".
            COPY    "DB-FILELOCK".
            COPY    "DB-DEPTMAST".
            COPY    "DB-RPTREPO".
            COPY    "DB-PATH".
            COPY    "DB-PATHSEL".
            COPY    "DB-SYSTEM".
       01  ROS-FILE            PIC X(80)
                               VALUE './cobol/shift-roster.dat'.
       01  ROS-FILE-ST         PIC X(02).
       01  DEF-FILE            PIC X(80)
                               VALUE './cobol/shift-definitions.dat'.
       01  DEF-FILE-ST         PIC X(02).
       01  HIST-FILE           PIC X(80)
                  VALUE './cobol/session-history.dat'.
       01  HIST-FILE-ST        PIC X(02).
       01  NOT-FILE            PIC X(80) VALUE
           './cobol/pending-notifications.dat'.
       01  NOT-FILE-ST         PIC X(02).
       01  RPT-FILE            PIC X(80)
                  VALUE './cobol/shift-coverage.rpt'.
       01  RPT-FILE-ST         PIC X(02).
       01  HIST-REC.
           05  HIST-USER           PIC X(20).
           05  HIST-TERM           PIC X(20).
           05  HIST-START          PIC X(21).
           05  HIST-END            PIC X(21).
           05  HIST-REASON         PIC X(20).
           05  HIST-BUSDATE        PIC X(8).
      * THE DAY'S SESSIONS, TIMES IN MINUTES FROM MIDNIGHT OF THE RUN
      * DATE - A SESSION RUNNING ACROSS MIDNIGHT IS CUT AT THE DAY.
       01  SESS-TABLE.
           05  SESS-NUM            PIC 9(4).
           05  SESS-ENTRY OCCURS 1000 TIMES.
               10  SESS-USER       PIC X(20).
               10  SESS-DEPT       PIC X(20).
               10  SESS-FROM       PIC 9(4).
               10  SESS-TO         PIC 9(4).
       01  WS-GRACE            PIC 9(3) VALUE 15.
       01  WS-RUN-DATE         PIC X(8).
       01  WS-IDX              PIC 9(4).
       01  WS-JDX              PIC 9(4).
       01  WS-SDX              PIC 9(4).
       01  WS-DEF-IDX          PIC 9(2).
       01  WS-HHMM             PIC 9(4).
       01  WS-HH               PIC 9(2).
       01  WS-MM               PIC 9(2).
       01  WS-MINUTES          PIC 9(4).
       01  WS-SHIFT-FROM       PIC 9(4).
       01  WS-SHIFT-TO         PIC 9(4).
       01  WS-FIRST-ON         PIC 9(4).
       01  WS-LAST-OFF         PIC 9(4).
       01  WS-FOUND            PIC X(1).
       01  WS-COVERED          PIC X(1).
       01  WS-ABSENT           PIC 9(4) VALUE 0.
       01  WS-LATE             PIC 9(4) VALUE 0.
       01  WS-EARLY            PIC 9(4) VALUE 0.
       01  WS-UNSCHED          PIC 9(4) VALUE 0.
       01  WS-GAPS             PIC 9(4) VALUE 0.
       01  WS-TIMESTAMP        PIC X(21).
       01  WS-NOTE-SUBJECT     PIC X(30).
       01  WS-NOTE-TEXT        PIC X(80).
       01  WS-EDIT-TIME        PIC 9(4).
       01  WS-EDIT-COUNT       PIC ZZZ9.
       01  RPT-DETAIL.
           05  RPT-D-TYPE          PIC X(12).
           05  FILLER              PIC X(1).
           05  RPT-D-DEPT          PIC X(20).
           05  FILLER              PIC X(1).
           05  RPT-D-SHIFT         PIC X(10).
           05  FILLER              PIC X(1).
           05  RPT-D-USER          PIC X(20).
           05  FILLER              PIC X(1).
           05  RPT-D-NOTE          PIC X(40).
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
               PERFORM 010-RUN-REPORT
           END-EVALUATE.
           EXIT    PROGRAM.
      ************************************************************************
       010-RUN-REPORT          SECTION.
      * A CATCH-UP RUN PASSES THE MISSED BUSINESS DATE AS THE
      * PROCESSING DATE; OTHERWISE THE RUN IS FOR TODAY.
           IF SPA-PROCDATE NOT = SPACE
              AND SPA-PROCDATE NOT = LOW-VALUE
               MOVE SPA-PROCDATE TO WS-RUN-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           END-IF.
           MOVE 0 TO SPA-NUM.
           PERFORM 050-GET-GRACE.
           PERFORM 100-LOAD-SHIFTS.
           PERFORM 110-LOAD-ROSTER.
           IF DB-SHIFTROS-NUM = ZERO
               DISPLAY 'no shift roster for ' WS-RUN-DATE
               EXIT SECTION
           END-IF.
           PERFORM 120-LOAD-SESSIONS.
           OPEN OUTPUT RPTFD.
           PERFORM 500-REPORT-HEADING.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > DB-SHIFTROS-NUM
               PERFORM 200-CHECK-ROSTERED
           END-PERFORM.
           PERFORM VARYING WS-SDX FROM 1 BY 1
                     UNTIL WS-SDX > SESS-NUM
               PERFORM 300-CHECK-UNSCHEDULED
           END-PERFORM.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > DB-SHIFTROS-NUM
               PERFORM 400-CHECK-COVERAGE
           END-PERFORM.
           PERFORM 520-REPORT-TOTALS.
           CLOSE RPTFD.
           PERFORM 980-FILE-REPORT.
           MOVE WS-GAPS TO SPA-NUM.
           DISPLAY 'shift coverage ' WS-RUN-DATE
                   ' absent:' WS-ABSENT
                   ' late:' WS-LATE
                   ' early:' WS-EARLY
                   ' unscheduled:' WS-UNSCHED
                   ' gaps:' WS-GAPS.
           EXIT.
      ************************************************************************
       050-GET-GRACE           SECTION.
           INITIALIZE DB-SYSTEM.
           MOVE 'GETVALUE' TO MCP-FUNC.
           MOVE PATH-SYSTEM-PRIMARY TO MCP-PATH.
           MOVE MCP-TERM TO DB-SYSTEM-ID.
           MOVE 10 TO DB-SYSTEM-NUM.
           MOVE 'SHIFT-GRACE-MINUTES' TO DB-SYSTEM-KEY(1).
           CALL 'MCPSUB' USING
                MCPAREA
                DB-SYSTEM.
           IF MCP-RC = ZERO OR 1
               IF DB-SYSTEM-VALUE(1) NOT = SPACE
                  AND FUNCTION NUMVAL(DB-SYSTEM-VALUE(1)) > 0
                   COMPUTE WS-GRACE =
                       FUNCTION NUMVAL(DB-SYSTEM-VALUE(1))
               END-IF
           END-IF.
           EXIT.
      ************************************************************************
       100-LOAD-SHIFTS         SECTION.
           MOVE 0 TO DB-SHIFTDEF-NUM.
           OPEN INPUT DEFFD.
           IF DEF-FILE-ST NOT = "00"
               DISPLAY 'no shift definitions file'
               EXIT SECTION
           END-IF.
           PERFORM UNTIL DEF-FILE-ST NOT = "00"
                    OR DB-SHIFTDEF-NUM >= 20
               READ DEFFD INTO DEF-LINE
               IF DEF-FILE-ST = "00" AND DEF-LINE NOT = SPACE
                   ADD 1 TO DB-SHIFTDEF-NUM
                   MOVE SPACE TO DB-SHIFTDEF-SHIFT(DB-SHIFTDEF-NUM)
                   MOVE 0 TO DB-SHIFTDEF-START(DB-SHIFTDEF-NUM)
                             DB-SHIFTDEF-END(DB-SHIFTDEF-NUM)
                   UNSTRING DEF-LINE DELIMITED BY '|'
                       INTO DB-SHIFTDEF-SHIFT(DB-SHIFTDEF-NUM)
                            DB-SHIFTDEF-START(DB-SHIFTDEF-NUM)
                            DB-SHIFTDEF-END(DB-SHIFTDEF-NUM)
               END-IF
           END-PERFORM.
           CLOSE DEFFD.
           EXIT.
      ************************************************************************
       110-LOAD-ROSTER         SECTION.
      * ONLY THE RUN DATE'S ENTRIES ARE KEPT.
           MOVE 0 TO DB-SHIFTROS-NUM.
           OPEN INPUT ROSFD.
           IF ROS-FILE-ST NOT = "00"
               EXIT SECTION
           END-IF.
           PERFORM UNTIL ROS-FILE-ST NOT = "00"
                    OR DB-SHIFTROS-NUM >= 2000
               READ ROSFD INTO ROS-LINE
               IF ROS-FILE-ST = "00"
                  AND ROS-LINE(1:8) = WS-RUN-DATE
                   ADD 1 TO DB-SHIFTROS-NUM
                   MOVE SPACE TO DB-SHIFTROS-ENTRY(DB-SHIFTROS-NUM)
                   UNSTRING ROS-LINE DELIMITED BY '|'
                       INTO DB-SHIFTROS-DATE(DB-SHIFTROS-NUM)
                            DB-SHIFTROS-DEPT(DB-SHIFTROS-NUM)
                            DB-SHIFTROS-SHIFT(DB-SHIFTROS-NUM)
                            DB-SHIFTROS-USER(DB-SHIFTROS-NUM)
               END-IF
           END-PERFORM.
           CLOSE ROSFD.
           EXIT.
      ************************************************************************
       120-LOAD-SESSIONS       SECTION.
      * A SESSION BELONGS TO THE RUN DATE BY ITS BUSINESS DATE; AN
      * OLDER HISTORY LINE WITHOUT ONE GOES BY ITS CLOCK TIMES.
           MOVE 0 TO SESS-NUM.
           OPEN INPUT HISTFD.
           IF HIST-FILE-ST NOT = "00"
               DISPLAY 'no session history file'
               EXIT SECTION
           END-IF.
           PERFORM UNTIL HIST-FILE-ST NOT = "00"
                    OR SESS-NUM >= 1000
               READ HISTFD INTO HIST-LINE
               IF HIST-FILE-ST = "00" AND HIST-LINE NOT = SPACE
                   MOVE SPACE TO HIST-REC
                   UNSTRING HIST-LINE DELIMITED BY '|'
                       INTO HIST-USER
                            HIST-TERM
                            HIST-START
                            HIST-END
                            HIST-REASON
                            HIST-BUSDATE
                   IF HIST-BUSDATE = WS-RUN-DATE
                      OR (HIST-BUSDATE = SPACE
                          AND (HIST-START(1:8) = WS-RUN-DATE
                               OR HIST-END(1:8) = WS-RUN-DATE))
                       PERFORM 130-ADD-SESSION
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE HISTFD.
           EXIT.
      ************************************************************************
       130-ADD-SESSION         SECTION.
           ADD 1 TO SESS-NUM.
           MOVE HIST-USER TO SESS-USER(SESS-NUM).
           IF HIST-START(1:8) < WS-RUN-DATE
               MOVE 0 TO SESS-FROM(SESS-NUM)
           ELSE
               IF HIST-START(1:8) > WS-RUN-DATE
                   MOVE 1440 TO SESS-FROM(SESS-NUM)
               ELSE
                   MOVE HIST-START(9:4) TO WS-HHMM
                   PERFORM 190-HHMM-TO-MINUTES
                   MOVE WS-MINUTES TO SESS-FROM(SESS-NUM)
               END-IF
           END-IF.
           IF HIST-END = SPACE
              OR HIST-END(1:8) > WS-RUN-DATE
               MOVE 1440 TO SESS-TO(SESS-NUM)
           ELSE
               IF HIST-END(1:8) < WS-RUN-DATE
                   MOVE 0 TO SESS-TO(SESS-NUM)
               ELSE
                   MOVE HIST-END(9:4) TO WS-HHMM
                   PERFORM 190-HHMM-TO-MINUTES
                   MOVE WS-MINUTES TO SESS-TO(SESS-NUM)
               END-IF
           END-IF.
           MOVE SPACE TO SESS-DEPT(SESS-NUM).
           INITIALIZE DB-DEPTMAST.
           MOVE 'USERDEPT' TO DB-DEPTMAST-FUNC.
           MOVE HIST-USER TO DB-DEPTMAST-USER.
           CALL 'DEPTMASTER' USING DB-DEPTMAST.
           IF DB-DEPTMAST-FLAG = 'Y'
               MOVE DB-DEPTMAST-DEPT TO SESS-DEPT(SESS-NUM)
           END-IF.
           EXIT.
      ************************************************************************
       180-FIND-SHIFT          SECTION.
      * SHIFT TIMES OF THE ROSTER ENTRY AT WS-IDX.
           MOVE 0 TO WS-DEF-IDX.
           MOVE 0 TO WS-SHIFT-FROM.
           MOVE 0 TO WS-SHIFT-TO.
           PERFORM VARYING WS-JDX FROM 1 BY 1
                     UNTIL WS-JDX > DB-SHIFTDEF-NUM
               IF DB-SHIFTDEF-SHIFT(WS-JDX)
                      = DB-SHIFTROS-SHIFT(WS-IDX)
                   MOVE WS-JDX TO WS-DEF-IDX
               END-IF
           END-PERFORM.
           IF WS-DEF-IDX NOT = ZERO
               MOVE DB-SHIFTDEF-START(WS-DEF-IDX) TO WS-HHMM
               PERFORM 190-HHMM-TO-MINUTES
               MOVE WS-MINUTES TO WS-SHIFT-FROM
               MOVE DB-SHIFTDEF-END(WS-DEF-IDX) TO WS-HHMM
               PERFORM 190-HHMM-TO-MINUTES
               MOVE WS-MINUTES TO WS-SHIFT-TO
           END-IF.
           EXIT.
      ************************************************************************
       190-HHMM-TO-MINUTES     SECTION.
           DIVIDE WS-HHMM BY 100 GIVING WS-HH REMAINDER WS-MM.
           COMPUTE WS-MINUTES = WS-HH * 60 + WS-MM.
           EXIT.
      ************************************************************************
       200-CHECK-ROSTERED      SECTION.
      * THE USER'S SESSIONS OVERLAPPING THE SHIFT GIVE THE FIRST
      * SIGN-ON AND LAST SIGN-OFF WITHIN IT.
           PERFORM 180-FIND-SHIFT.
           IF WS-DEF-IDX = ZERO
               MOVE 'NO SHIFT'                TO RPT-D-TYPE
               MOVE 'shift not on shift table' TO RPT-D-NOTE
               PERFORM 510-REPORT-ENTRY
               EXIT SECTION
           END-IF.
           MOVE 'N' TO WS-FOUND.
           MOVE 9999 TO WS-FIRST-ON.
           MOVE 0 TO WS-LAST-OFF.
           PERFORM VARYING WS-SDX FROM 1 BY 1
                     UNTIL WS-SDX > SESS-NUM
               IF SESS-USER(WS-SDX) = DB-SHIFTROS-USER(WS-IDX)
                  AND SESS-FROM(WS-SDX) < WS-SHIFT-TO
                  AND SESS-TO(WS-SDX) > WS-SHIFT-FROM
                   MOVE 'Y' TO WS-FOUND
                   IF SESS-FROM(WS-SDX) < WS-FIRST-ON
                       MOVE SESS-FROM(WS-SDX) TO WS-FIRST-ON
                   END-IF
                   IF SESS-TO(WS-SDX) > WS-LAST-OFF
                       MOVE SESS-TO(WS-SDX) TO WS-LAST-OFF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-FOUND = 'N'
               ADD 1 TO WS-ABSENT
               MOVE 'ABSENT'                  TO RPT-D-TYPE
               MOVE 'no session during shift' TO RPT-D-NOTE
               PERFORM 510-REPORT-ENTRY
               EXIT SECTION
           END-IF.
           IF WS-FIRST-ON > WS-SHIFT-FROM + WS-GRACE
               ADD 1 TO WS-LATE
               MOVE 'LATE' TO RPT-D-TYPE
               MOVE WS-FIRST-ON TO WS-MINUTES
               PERFORM 195-MINUTES-TO-HHMM
               MOVE SPACE TO RPT-D-NOTE
               STRING 'first sign-on '        DELIMITED BY SIZE
                      WS-EDIT-TIME            DELIMITED BY SIZE
                      INTO RPT-D-NOTE
               END-STRING
               PERFORM 510-REPORT-ENTRY
           END-IF.
           IF WS-LAST-OFF + WS-GRACE < WS-SHIFT-TO
               ADD 1 TO WS-EARLY
               MOVE 'EARLY' TO RPT-D-TYPE
               MOVE WS-LAST-OFF TO WS-MINUTES
               PERFORM 195-MINUTES-TO-HHMM
               MOVE SPACE TO RPT-D-NOTE
               STRING 'last sign-off '        DELIMITED BY SIZE
                      WS-EDIT-TIME            DELIMITED BY SIZE
                      INTO RPT-D-NOTE
               END-STRING
               PERFORM 510-REPORT-ENTRY
           END-IF.
           EXIT.
      ************************************************************************
       195-MINUTES-TO-HHMM     SECTION.
           DIVIDE WS-MINUTES BY 60 GIVING WS-HH REMAINDER WS-MM.
           COMPUTE WS-EDIT-TIME = WS-HH * 100 + WS-MM.
           EXIT.
      ************************************************************************
       300-CHECK-UNSCHEDULED   SECTION.
      * ONE LINE PER SESSION BY A USER WITH NO SHIFT THAT DAY.
           MOVE 'N' TO WS-FOUND.
           PERFORM VARYING WS-JDX FROM 1 BY 1
                     UNTIL WS-JDX > DB-SHIFTROS-NUM
               IF DB-SHIFTROS-USER(WS-JDX) = SESS-USER(WS-SDX)
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM.
           IF WS-FOUND = 'Y'
               EXIT SECTION
           END-IF.
           ADD 1 TO WS-UNSCHED.
           MOVE SPACE TO RPT-DETAIL.
           MOVE 'UNSCHEDULED'      TO RPT-D-TYPE.
           MOVE SESS-DEPT(WS-SDX)  TO RPT-D-DEPT.
           MOVE SESS-USER(WS-SDX)  TO RPT-D-USER.
           MOVE SESS-FROM(WS-SDX) TO WS-MINUTES.
           PERFORM 195-MINUTES-TO-HHMM.
           MOVE WS-EDIT-TIME TO WS-HHMM.
           MOVE SESS-TO(WS-SDX) TO WS-MINUTES.
           PERFORM 195-MINUTES-TO-HHMM.
           STRING 'session '              DELIMITED BY SIZE
                  WS-HHMM                 DELIMITED BY SIZE
                  '-'                     DELIMITED BY SIZE
                  WS-EDIT-TIME            DELIMITED BY SIZE
                  INTO RPT-D-NOTE
           END-STRING.
           MOVE RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           EXIT.
      ************************************************************************
       400-CHECK-COVERAGE      SECTION.
      * EACH DEPARTMENT SHIFT IS CHECKED ONCE, AT ITS FIRST ROSTER
      * ENTRY.  IT IS COVERED WHEN ANY SESSION OF THE DEPARTMENT, OR
      * OF A USER ROSTERED ON IT, OVERLAPS THE SHIFT.
           PERFORM VARYING WS-JDX FROM 1 BY 1
                     UNTIL WS-JDX >= WS-IDX
               IF DB-SHIFTROS-DEPT(WS-JDX) = DB-SHIFTROS-DEPT(WS-IDX)
                  AND DB-SHIFTROS-SHIFT(WS-JDX)
                      = DB-SHIFTROS-SHIFT(WS-IDX)
                   EXIT SECTION
               END-IF
           END-PERFORM.
           PERFORM 180-FIND-SHIFT.
           IF WS-DEF-IDX = ZERO
               EXIT SECTION
           END-IF.
           MOVE 'N' TO WS-COVERED.
           PERFORM VARYING WS-SDX FROM 1 BY 1
                     UNTIL WS-SDX > SESS-NUM
                        OR WS-COVERED = 'Y'
               IF SESS-FROM(WS-SDX) < WS-SHIFT-TO
                  AND SESS-TO(WS-SDX) > WS-SHIFT-FROM
                   IF SESS-DEPT(WS-SDX) = DB-SHIFTROS-DEPT(WS-IDX)
                       MOVE 'Y' TO WS-COVERED
                   ELSE
                       PERFORM VARYING WS-JDX FROM 1 BY 1
                                 UNTIL WS-JDX > DB-SHIFTROS-NUM
                           IF DB-SHIFTROS-DEPT(WS-JDX)
                                  = DB-SHIFTROS-DEPT(WS-IDX)
                              AND DB-SHIFTROS-SHIFT(WS-JDX)
                                  = DB-SHIFTROS-SHIFT(WS-IDX)
                              AND DB-SHIFTROS-USER(WS-JDX)
                                  = SESS-USER(WS-SDX)
                               MOVE 'Y' TO WS-COVERED
                           END-IF
                       END-PERFORM
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-COVERED = 'Y'
               EXIT SECTION
           END-IF.
           ADD 1 TO WS-GAPS.
           MOVE SPACE TO RPT-DETAIL.
           MOVE 'GAP'                     TO RPT-D-TYPE.
           MOVE DB-SHIFTROS-DEPT(WS-IDX)  TO RPT-D-DEPT.
           MOVE DB-SHIFTROS-SHIFT(WS-IDX) TO RPT-D-SHIFT.
           MOVE 'nobody signed on all shift' TO RPT-D-NOTE.
           MOVE RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 'shift coverage gap' TO WS-NOTE-SUBJECT.
           MOVE SPACE TO WS-NOTE-TEXT.
           STRING 'nobody signed on for '     DELIMITED BY SIZE
                  DB-SHIFTROS-DEPT(WS-IDX)    DELIMITED BY SPACE
                  ' shift '                   DELIMITED BY SIZE
                  DB-SHIFTROS-SHIFT(WS-IDX)   DELIMITED BY SPACE
                  ' on '                      DELIMITED BY SIZE
                  WS-RUN-DATE                 DELIMITED BY SIZE
                  INTO WS-NOTE-TEXT
           END-STRING.
           PERFORM 410-NOTIFY.
           EXIT.
      ************************************************************************
       410-NOTIFY              SECTION.
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
               STRING 'OPERATOR|WARNING|'   DELIMITED BY SIZE
                      WS-NOTE-SUBJECT       DELIMITED BY '  '
                      '|'                   DELIMITED BY SIZE
                      WS-NOTE-TEXT          DELIMITED BY '  '
                      '|SHIFTCOV|'          DELIMITED BY SIZE
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
           STRING 'SHIFT COVERAGE REPORT FOR ' DELIMITED BY SIZE
                  WS-RUN-DATE                  DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACE TO RPT-LINE.
           MOVE WS-GRACE TO WS-EDIT-COUNT.
           STRING 'GRACE '                DELIMITED BY SIZE
                  WS-EDIT-COUNT           DELIMITED BY SIZE
                  ' MINUTES'              DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACE TO RPT-DETAIL.
           MOVE 'EXCEPTION'     TO RPT-D-TYPE.
           MOVE 'DEPARTMENT'    TO RPT-D-DEPT.
           MOVE 'SHIFT'         TO RPT-D-SHIFT.
           MOVE 'USER'          TO RPT-D-USER.
           MOVE 'DETAIL'        TO RPT-D-NOTE.
           MOVE RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           EXIT.
      ************************************************************************
       510-REPORT-ENTRY        SECTION.
      * RPT-D-TYPE AND RPT-D-NOTE ARE SET BY THE CALLER.
           MOVE DB-SHIFTROS-DEPT(WS-IDX)  TO RPT-D-DEPT.
           MOVE DB-SHIFTROS-SHIFT(WS-IDX) TO RPT-D-SHIFT.
           MOVE DB-SHIFTROS-USER(WS-IDX)  TO RPT-D-USER.
           MOVE RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           EXIT.
      ************************************************************************
       520-REPORT-TOTALS       SECTION.
           MOVE SPACE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACE TO RPT-LINE.
           MOVE WS-ABSENT TO WS-EDIT-COUNT.
           STRING 'ABSENT:      '         DELIMITED BY SIZE
                  WS-EDIT-COUNT           DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACE TO RPT-LINE.
           MOVE WS-LATE TO WS-EDIT-COUNT.
           STRING 'LATE:        '         DELIMITED BY SIZE
                  WS-EDIT-COUNT           DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACE TO RPT-LINE.
           MOVE WS-EARLY TO WS-EDIT-COUNT.
           STRING 'EARLY:       '         DELIMITED BY SIZE
                  WS-EDIT-COUNT           DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACE TO RPT-LINE.
           MOVE WS-UNSCHED TO WS-EDIT-COUNT.
           STRING 'UNSCHEDULED: '         DELIMITED BY SIZE
                  WS-EDIT-COUNT           DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACE TO RPT-LINE.
           MOVE WS-GAPS TO WS-EDIT-COUNT.
           STRING 'GAPS:        '         DELIMITED BY SIZE
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
           MOVE 'SHIFTCOV' TO DB-RPTREPO-PROGRAM.
           MOVE RPT-FILE TO DB-RPTREPO-SOURCE.
           MOVE WS-RUN-DATE TO DB-RPTREPO-BIZDATE.
           MOVE SPACE TO DB-RPTREPO-CLASS.
           CALL 'RPTREPO' USING
                MCPAREA
                SPAAREA
                DB-RPTREPO.
           EXIT.
