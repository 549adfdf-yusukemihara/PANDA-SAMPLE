       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         APPREVIEW.
      ******************************************************************
      * APPLICATION REVIEW WORK QUEUE.  LISTS THE OPEN APPLICATIONS
      * FROM THE REGISTER WRITTEN AT WIZARD SUBMIT - UNASSIGNED ONES
      * FIRST, THEN THOSE OPEN LONGER THAN THE AGING PERIOD AND THOSE
      * ASSIGNED TO THE SIGNED-ON REVIEWER, OLDEST FIRST.  A REVIEWER
      * TAKES AN APPLICATION (OR ASSIGNS IT TO THE REVIEWER NAMED),
      * THEN MOVES IT THROUGH
      *   RECEIVED > IN-REVIEW > INFO-REQUESTED > APPROVED / DECLINED
      * APPROVED AND DECLINED ARE DECISIONS: THE DECISION DATE IS SET
      * AND THE APPLICANT IS TOLD THROUGH THE PENDING NOTIFICATION
      * REGISTER.  EVERY ASSIGNMENT AND STATUS CHANGE IS APPENDED TO
      * THE STATUS HISTORY, SHOWN BY APPLICATION INQUIRY:
      *   APPID|TS|FROM-STATUS|TO-STATUS|CHANGED-BY|REVIEWER|NOTE
      * REGISTER LAYOUT (FIELDS 12 AND 13 ARE ADDED HERE):
      *   APPID|USER|TS|NAME|R1|R4|DETAIL|COUNT41|COUNT51|COUNT52|
      *   STATUS|REVIEWER|DECISION-DATE
      * THE REGISTER IS REWRITTEN UNDER THE SHARED FILE LOCK.
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
           SELECT APPFD    ASSIGN TO APP-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS APP-FILE-ST.
           SELECT AHSFD    ASSIGN TO AHS-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS AHS-FILE-ST.
           SELECT NOTFD    ASSIGN TO NOT-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS NOT-FILE-ST.
       DATA                DIVISION.
       FILE                SECTION.
           FD  APPFD.
           01  APP-LINE            PIC X(300).
           FD  AHSFD.
           01  AHS-LINE            PIC X(200).
           FD  NOTFD.
           01  NOT-LINE            PIC X(250).
       WORKING-STORAGE     SECTION.
            COPY    "DB-AUTH".
            COPY    "DB-FILELOCK".
       01  APP-FILE            PIC X(80)
                               VALUE './cobol/applications.dat'.
       01  APP-FILE-ST         PIC X(02).
       01  AHS-FILE            PIC X(80)
                               VALUE './cobol/application-history.dat'.
       01  AHS-FILE-ST         PIC X(02).
       01  NOT-FILE            PIC X(80) VALUE
           './cobol/pending-notifications.dat'.
       01  NOT-FILE-ST         PIC X(02).
       01  APP-REG.
           05  APP-NUM                 PIC 9(4).
           05  APP-ENTRY OCCURS 1000 TIMES.
               10  APP-ID              PIC X(16).
               10  APP-USER            PIC X(20).
               10  APP-TS              PIC X(21).
               10  APP-NAME            PIC X(40).
               10  APP-R1BOOL          PIC X(5).
               10  APP-R4BOOL          PIC X(5).
               10  APP-DETAIL          PIC X(60).
               10  APP-COUNT41         PIC X(10).
               10  APP-COUNT51         PIC X(10).
               10  APP-COUNT52         PIC X(10).
               10  APP-STATUS          PIC X(16).
               10  APP-REVIEWER        PIC X(20).
               10  APP-DECIDED         PIC X(8).
       01  WS-REG-FULL         PIC X(1).
       01  WS-IDX              PIC 9(4).
       01  WS-SEL-IDX          PIC 9(4).
       01  WS-MAP-IDX          PIC 9(3).
       01  WS-MAP-NUM          PIC 9(3).
       01  WS-ROWMAP.
           05  WS-ROW-APP      OCCURS 100 TIMES
                               PIC 9(4).
       01  WS-TODAY            PIC X(8).
       01  WS-AGE              PIC 9(5).
       01  WS-AGE-DAYS         PIC 9(3) VALUE 5.
       01  WS-EDIT-AGE         PIC ZZZZ9.
       01  WS-TIMESTAMP        PIC X(21).
       01  WS-ACTION           PIC X(16).
       01  WS-OLD-STATUS       PIC X(16).
       01  WS-ASSIGNEE         PIC X(20).
       01  WS-NOTE             PIC X(40).
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
           DISPLAY 'appreview widget:' MCP-WIDGET
           MOVE MCP-USER TO DB-AUTH-USER.
           MOVE 'APPLICATION-REVIEW' TO DB-AUTH-FUNC.
           MOVE 'N' TO DB-AUTH-DEFAULT.
           CALL 'AUTHCHECK' USING DB-AUTH.
           IF DB-AUTH-ALLOW NOT = 'Y'
               PERFORM 005-REFUSE-ENTRY
           ELSE
               EVALUATE    MCP-STATUS      ALSO    MCP-WIDGET
                 WHEN     'LINK'           ALSO    ANY
                   PERFORM 010-INIT
                 WHEN     'PUTG'           ALSO    'rvtable'
                   PERFORM 020-ROW-CLICKED
                 WHEN     'PUTG'           ALSO    'takebutton'
                   PERFORM 030-ASSIGN
                 WHEN     'PUTG'           ALSO    'reviewbutton'
                   MOVE 'IN-REVIEW' TO WS-ACTION
                   PERFORM 040-CHANGE-STATUS
                 WHEN     'PUTG'           ALSO    'inforeqbutton'
                   MOVE 'INFO-REQUESTED' TO WS-ACTION
                   PERFORM 040-CHANGE-STATUS
                 WHEN     'PUTG'           ALSO    'approvebutton'
                   MOVE 'APPROVED' TO WS-ACTION
                   PERFORM 040-CHANGE-STATUS
                 WHEN     'PUTG'           ALSO    'declinebutton'
                   MOVE 'DECLINED' TO WS-ACTION
                   PERFORM 040-CHANGE-STATUS
                 WHEN     'PUTG'           ALSO    'refreshbutton'
                   PERFORM 080-REFRESH
               END-EVALUATE
           END-IF.
           EXIT    PROGRAM.
      ************************************************************************
       005-REFUSE-ENTRY        SECTION.
           MOVE 'reviewer authority required' TO SCR-RVMSG.
           INITIALIZE RVTABLE.
           MOVE 2 TO RVTROWATTR.
           MOVE 'appreview' TO MCP-WINDOW.
           IF MCP-STATUS = 'LINK'
               MOVE 'NEW' TO MCP-PUTTYPE
           ELSE
               MOVE 'PUTG' TO MCP-PUTTYPE
           END-IF.
           PERFORM 900-PUT-WINDOW.
           EXIT.
      ************************************************************************
       010-INIT                SECTION.
           INITIALIZE RVTABLE.
           MOVE 2 TO RVTROWATTR.
           MOVE SPACE TO SCR-RVMSG.
           PERFORM 070-CLEAR-ENTRY.
           PERFORM 100-LOAD-REGISTER.
           PERFORM 500-REGISTER-TO-TABLE.
           MOVE   'NEW'        TO  MCP-PUTTYPE.
           MOVE   'appreview'  TO  MCP-WINDOW.
           PERFORM 900-PUT-WINDOW.
           EXIT.
      ************************************************************************
       020-ROW-CLICKED         SECTION.
           MOVE SPACE TO SCR-RVMSG.
           MOVE   'PUTG'       TO  MCP-PUTTYPE.
           MOVE   'appreview'  TO  MCP-WINDOW.
           PERFORM 900-PUT-WINDOW.
           EXIT.
      ************************************************************************
       030-ASSIGN              SECTION.
      * THE SELECTED APPLICATION GOES TO THE REVIEWER NAMED, OR TO THE
      * SIGNED-ON USER WHEN NONE IS.  A NEWLY RECEIVED APPLICATION
      * GOES UNDER REVIEW AS IT IS TAKEN.
           IF SCR-RVREVIEWER = SPACE OR SCR-RVREVIEWER = LOW-VALUE
               MOVE MCP-USER TO WS-ASSIGNEE
           ELSE
               MOVE SCR-RVREVIEWER TO WS-ASSIGNEE
           END-IF.
           PERFORM 200-LOCK-REGISTER.
           IF DB-FILELOCK-RC = 2
               PERFORM 080-REFRESH
               EXIT SECTION
           END-IF.
           PERFORM 100-LOAD-REGISTER.
           PERFORM 110-CHECK-SELECTION.
           IF WS-SEL-IDX = ZERO
               PERFORM 220-UNLOCK-REGISTER
               PERFORM 090-SHOW-REGISTER
               EXIT SECTION
           END-IF.
           IF APP-STATUS(WS-SEL-IDX) = 'APPROVED' OR 'DECLINED'
               MOVE 'application is already decided' TO SCR-RVMSG
               PERFORM 220-UNLOCK-REGISTER
               PERFORM 090-SHOW-REGISTER
               EXIT SECTION
           END-IF.
           IF APP-REVIEWER(WS-SEL-IDX) = WS-ASSIGNEE
               MOVE SPACE TO SCR-RVMSG
               STRING 'already assigned to ' DELIMITED BY SIZE
                      WS-ASSIGNEE            DELIMITED BY SPACE
                      INTO SCR-RVMSG
               END-STRING
               PERFORM 220-UNLOCK-REGISTER
               PERFORM 090-SHOW-REGISTER
               EXIT SECTION
           END-IF.
           MOVE APP-STATUS(WS-SEL-IDX) TO WS-OLD-STATUS.
           MOVE WS-ASSIGNEE TO APP-REVIEWER(WS-SEL-IDX).
           IF APP-STATUS(WS-SEL-IDX) = 'RECEIVED'
               MOVE 'IN-REVIEW' TO APP-STATUS(WS-SEL-IDX)
           END-IF.
           PERFORM 075-TAKE-NOTE.
           IF WS-NOTE = SPACE
               STRING 'assigned to '   DELIMITED BY SIZE
                      WS-ASSIGNEE      DELIMITED BY SPACE
                      INTO WS-NOTE
               END-STRING
           END-IF.
           PERFORM 210-SAVE-REGISTER.
           PERFORM 230-WRITE-HISTORY.
           PERFORM 220-UNLOCK-REGISTER.
           MOVE SPACE TO SCR-RVMSG.
           STRING 'application '          DELIMITED BY SIZE
                  APP-ID(WS-SEL-IDX)      DELIMITED BY SPACE
                  ' assigned to '         DELIMITED BY SIZE
                  WS-ASSIGNEE             DELIMITED BY SPACE
                  INTO SCR-RVMSG
           END-STRING.
           PERFORM 070-CLEAR-ENTRY.
           PERFORM 090-SHOW-REGISTER.
           EXIT.
      ************************************************************************
       040-CHANGE-STATUS       SECTION.
      * WS-ACTION IS SET BY THE CALLER TO THE NEW STATUS.  ONLY THE
      * ASSIGNED REVIEWER MOVES AN APPLICATION ON; ASKING FOR MORE
      * INFORMATION OR DECLINING NEEDS A NOTE SAYING WHY.
           PERFORM 075-TAKE-NOTE.
           IF (WS-ACTION = 'INFO-REQUESTED' OR 'DECLINED')
              AND WS-NOTE = SPACE
               MOVE 'enter a note saying why' TO SCR-RVMSG
               PERFORM 080-REFRESH
               EXIT SECTION
           END-IF.
           PERFORM 200-LOCK-REGISTER.
           IF DB-FILELOCK-RC = 2
               PERFORM 080-REFRESH
               EXIT SECTION
           END-IF.
           PERFORM 100-LOAD-REGISTER.
           PERFORM 110-CHECK-SELECTION.
           IF WS-SEL-IDX = ZERO
               PERFORM 220-UNLOCK-REGISTER
               PERFORM 090-SHOW-REGISTER
               EXIT SECTION
           END-IF.
           IF APP-STATUS(WS-SEL-IDX) = 'APPROVED' OR 'DECLINED'
               MOVE 'application is already decided' TO SCR-RVMSG
               PERFORM 220-UNLOCK-REGISTER
               PERFORM 090-SHOW-REGISTER
               EXIT SECTION
           END-IF.
           IF APP-REVIEWER(WS-SEL-IDX) NOT = MCP-USER
               MOVE 'take the application first' TO SCR-RVMSG
               PERFORM 220-UNLOCK-REGISTER
               PERFORM 090-SHOW-REGISTER
               EXIT SECTION
           END-IF.
           IF APP-STATUS(WS-SEL-IDX) = WS-ACTION
               MOVE SPACE TO SCR-RVMSG
               STRING 'application is already '  DELIMITED BY SIZE
                      WS-ACTION                  DELIMITED BY SPACE
                      INTO SCR-RVMSG
               END-STRING
               PERFORM 220-UNLOCK-REGISTER
               PERFORM 090-SHOW-REGISTER
               EXIT SECTION
           END-IF.
           MOVE APP-STATUS(WS-SEL-IDX) TO WS-OLD-STATUS.
           MOVE WS-ACTION TO APP-STATUS(WS-SEL-IDX).
           IF WS-ACTION = 'APPROVED' OR 'DECLINED'
               MOVE FUNCTION CURRENT-DATE(1:8)
                   TO APP-DECIDED(WS-SEL-IDX)
           END-IF.
           PERFORM 210-SAVE-REGISTER.
           PERFORM 230-WRITE-HISTORY.
           PERFORM 220-UNLOCK-REGISTER.
           IF WS-ACTION = 'APPROVED' OR 'DECLINED'
               PERFORM 400-NOTIFY-APPLICANT
           END-IF.
           MOVE SPACE TO SCR-RVMSG.
           STRING 'application '          DELIMITED BY SIZE
                  APP-ID(WS-SEL-IDX)      DELIMITED BY SPACE
                  ' is now '              DELIMITED BY SIZE
                  WS-ACTION               DELIMITED BY SPACE
                  INTO SCR-RVMSG
           END-STRING.
           PERFORM 070-CLEAR-ENTRY.
           PERFORM 090-SHOW-REGISTER.
           EXIT.
      ************************************************************************
       070-CLEAR-ENTRY         SECTION.
           MOVE SPACE TO SCR-RVREVIEWER.
           MOVE SPACE TO SCR-RVNOTE.
           EXIT.
      ************************************************************************
       075-TAKE-NOTE           SECTION.
           IF SCR-RVNOTE = LOW-VALUE
               MOVE SPACE TO SCR-RVNOTE
           END-IF.
           INSPECT SCR-RVNOTE REPLACING ALL '|' BY '/'.
           MOVE SCR-RVNOTE TO WS-NOTE.
           EXIT.
      ************************************************************************
       080-REFRESH             SECTION.
           PERFORM 100-LOAD-REGISTER.
           PERFORM 090-SHOW-REGISTER.
           EXIT.
      ************************************************************************
       090-SHOW-REGISTER       SECTION.
           PERFORM 500-REGISTER-TO-TABLE.
           MOVE   'PUTG'       TO  MCP-PUTTYPE.
           MOVE   'appreview'  TO  MCP-WINDOW.
           PERFORM 900-PUT-WINDOW.
           EXIT.
      ************************************************************************
       100-LOAD-REGISTER       SECTION.
      * RECORDS WRITTEN BEFORE STATUSES WERE KEPT READ AS RECEIVED.
      * WS-REG-FULL IS SET WHEN THE REGISTER HOLDS MORE THAN THE TABLE
      * DOES, SO IT IS NEVER WRITTEN BACK SHORT.
           MOVE 0 TO APP-NUM.
           MOVE 'N' TO WS-REG-FULL.
           OPEN INPUT APPFD.
           IF APP-FILE-ST = "00"
               PERFORM UNTIL APP-FILE-ST NOT = "00"
                        OR WS-REG-FULL = 'Y'
                   READ APPFD INTO APP-LINE
                   IF APP-FILE-ST = "00" AND APP-LINE NOT = SPACE
                       IF APP-NUM >= 1000
                           MOVE 'Y' TO WS-REG-FULL
                       ELSE
                           ADD 1 TO APP-NUM
                           INITIALIZE APP-ENTRY(APP-NUM)
                           UNSTRING APP-LINE DELIMITED BY '|'
                               INTO APP-ID(APP-NUM)
                                    APP-USER(APP-NUM)
                                    APP-TS(APP-NUM)
                                    APP-NAME(APP-NUM)
                                    APP-R1BOOL(APP-NUM)
                                    APP-R4BOOL(APP-NUM)
                                    APP-DETAIL(APP-NUM)
                                    APP-COUNT41(APP-NUM)
                                    APP-COUNT51(APP-NUM)
                                    APP-COUNT52(APP-NUM)
                                    APP-STATUS(APP-NUM)
                                    APP-REVIEWER(APP-NUM)
                                    APP-DECIDED(APP-NUM)
                           IF APP-STATUS(APP-NUM) = SPACE
                               MOVE 'RECEIVED' TO APP-STATUS(APP-NUM)
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE APPFD
           END-IF.
           EXIT.
      ************************************************************************
       110-CHECK-SELECTION     SECTION.
           MOVE 0 TO WS-SEL-IDX.
           IF WS-REG-FULL = 'Y'
               MOVE 'application register too large to update'
                   TO SCR-RVMSG
               EXIT SECTION
           END-IF.
           PERFORM 460-BUILD-ROWMAP.
           IF RVTROW = ZERO OR RVTROW > WS-MAP-NUM
               MOVE 'select an application first' TO SCR-RVMSG
           ELSE
               MOVE WS-ROW-APP(RVTROW) TO WS-SEL-IDX
           END-IF.
           EXIT.
      ************************************************************************
       200-LOCK-REGISTER       SECTION.
           MOVE 'ACQUIRE' TO DB-FILELOCK-FUNC.
           MOVE APP-FILE TO DB-FILELOCK-FILE.
           MOVE MCP-TERM TO DB-FILELOCK-OWNER.
           MOVE 30 TO DB-FILELOCK-TIMEOUT.
           CALL 'FILELOCK' USING DB-FILELOCK.
           IF DB-FILELOCK-RC = 2
               MOVE SPACE TO SCR-RVMSG
               STRING 'register locked by ' DELIMITED BY SIZE
                      DB-FILELOCK-HOLDER    DELIMITED BY SPACE
                      ' - try again'        DELIMITED BY SIZE
                      INTO SCR-RVMSG
               END-STRING
           END-IF.
           EXIT.
      ************************************************************************
       210-SAVE-REGISTER       SECTION.
           OPEN OUTPUT APPFD.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > APP-NUM
               MOVE SPACE TO APP-LINE
               STRING APP-ID(WS-IDX)        DELIMITED BY SPACE
                      '|'                   DELIMITED BY SIZE
                      APP-USER(WS-IDX)      DELIMITED BY SPACE
                      '|'                   DELIMITED BY SIZE
                      APP-TS(WS-IDX)        DELIMITED BY SPACE
                      '|'                   DELIMITED BY SIZE
                      APP-NAME(WS-IDX)      DELIMITED BY '  '
                      '|'                   DELIMITED BY SIZE
                      APP-R1BOOL(WS-IDX)    DELIMITED BY SPACE
                      '|'                   DELIMITED BY SIZE
                      APP-R4BOOL(WS-IDX)    DELIMITED BY SPACE
                      '|'                   DELIMITED BY SIZE
                      APP-DETAIL(WS-IDX)    DELIMITED BY '  '
                      '|'                   DELIMITED BY SIZE
                      APP-COUNT41(WS-IDX)   DELIMITED BY SPACE
                      '|'                   DELIMITED BY SIZE
                      APP-COUNT51(WS-IDX)   DELIMITED BY SPACE
                      '|'                   DELIMITED BY SIZE
                      APP-COUNT52(WS-IDX)   DELIMITED BY SPACE
                      '|'                   DELIMITED BY SIZE
                      APP-STATUS(WS-IDX)    DELIMITED BY SPACE
                      '|'                   DELIMITED BY SIZE
                      APP-REVIEWER(WS-IDX)  DELIMITED BY SPACE
                      '|'                   DELIMITED BY SIZE
                      APP-DECIDED(WS-IDX)   DELIMITED BY SPACE
                      INTO APP-LINE
               END-STRING
               WRITE APP-LINE
           END-PERFORM.
           CLOSE APPFD.
           EXIT.
      ************************************************************************
       220-UNLOCK-REGISTER     SECTION.
           MOVE 'RELEASE' TO DB-FILELOCK-FUNC.
           MOVE APP-FILE TO DB-FILELOCK-FILE.
           MOVE MCP-TERM TO DB-FILELOCK-OWNER.
           CALL 'FILELOCK' USING DB-FILELOCK.
           EXIT.
      ************************************************************************
       230-WRITE-HISTORY       SECTION.
      * APPENDED WHILE THE REGISTER LOCK IS STILL HELD, WHICH ALSO
      * SERIALIZES THE HISTORY.
           MOVE FUNCTION CURRENT-DATE(1:21) TO WS-TIMESTAMP.
           OPEN EXTEND AHSFD.
           IF AHS-FILE-ST = "05" OR "35"
               OPEN OUTPUT AHSFD
           END-IF.
           IF AHS-FILE-ST NOT = "00"
               DISPLAY 'cannot open application history'
               EXIT SECTION
           END-IF.
           MOVE SPACE TO AHS-LINE.
           STRING APP-ID(WS-SEL-IDX)       DELIMITED BY SPACE
                  '|'                      DELIMITED BY SIZE
                  WS-TIMESTAMP             DELIMITED BY SPACE
                  '|'                      DELIMITED BY SIZE
                  WS-OLD-STATUS            DELIMITED BY SPACE
                  '|'                      DELIMITED BY SIZE
                  APP-STATUS(WS-SEL-IDX)   DELIMITED BY SPACE
                  '|'                      DELIMITED BY SIZE
                  MCP-USER                 DELIMITED BY SPACE
                  '|'                      DELIMITED BY SIZE
                  APP-REVIEWER(WS-SEL-IDX) DELIMITED BY SPACE
                  '|'                      DELIMITED BY SIZE
                  WS-NOTE                  DELIMITED BY '  '
                  INTO AHS-LINE
           END-STRING.
           WRITE AHS-LINE.
           CLOSE AHSFD.
           EXIT.
      ************************************************************************
       400-NOTIFY-APPLICANT    SECTION.
      * THE DECISION GOES TO THE SUBMITTING USER THROUGH THE PENDING
      * NOTIFICATION REGISTER, WITH THE REVIEWER'S NOTE WHEN GIVEN.
           MOVE FUNCTION CURRENT-DATE(1:21) TO WS-TIMESTAMP.
           IF WS-NOTE = SPACE
               IF WS-ACTION = 'APPROVED'
                   MOVE 'your application has been approved'
                       TO WS-NOTE
               ELSE
                   MOVE 'your application has been declined'
                       TO WS-NOTE
               END-IF
           END-IF.
           MOVE 'ACQUIRE' TO DB-FILELOCK-FUNC.
           MOVE NOT-FILE TO DB-FILELOCK-FILE.
           MOVE MCP-TERM TO DB-FILELOCK-OWNER.
           MOVE 30 TO DB-FILELOCK-TIMEOUT.
           CALL 'FILELOCK' USING DB-FILELOCK.
           IF DB-FILELOCK-RC = 2
               DISPLAY 'pending register busy - applicant not notified'
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
               STRING APP-USER(WS-SEL-IDX)  DELIMITED BY SPACE
                      '|INFO|application '  DELIMITED BY SIZE
                      APP-ID(WS-SEL-IDX)    DELIMITED BY SPACE
                      ' '                   DELIMITED BY SIZE
                      WS-ACTION             DELIMITED BY SPACE
                      '|'                   DELIMITED BY SIZE
                      WS-NOTE               DELIMITED BY '  '
                      '|appreview|'         DELIMITED BY SIZE
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
       460-BUILD-ROWMAP        SECTION.
      * UNASSIGNED OPEN APPLICATIONS COME FIRST, THEN ASSIGNED ONES
      * THAT ARE AGING OR BELONG TO THE SIGNED-ON REVIEWER.  THE
      * REGISTER IS IN SUBMISSION ORDER, SO EACH GROUP IS OLDEST
      * FIRST.  THE MAP TIES A TABLE ROW BACK TO ITS REGISTER SLOT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE 0 TO WS-MAP-NUM.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > APP-NUM OR WS-MAP-NUM >= 100
               IF APP-STATUS(WS-IDX) NOT = 'APPROVED'
                  AND APP-STATUS(WS-IDX) NOT = 'DECLINED'
                  AND APP-REVIEWER(WS-IDX) = SPACE
                   ADD 1 TO WS-MAP-NUM
                   MOVE WS-IDX TO WS-ROW-APP(WS-MAP-NUM)
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > APP-NUM OR WS-MAP-NUM >= 100
               IF APP-STATUS(WS-IDX) NOT = 'APPROVED'
                  AND APP-STATUS(WS-IDX) NOT = 'DECLINED'
                  AND APP-REVIEWER(WS-IDX) NOT = SPACE
                   PERFORM 470-APP-AGE
                   IF APP-REVIEWER(WS-IDX) = MCP-USER
                      OR WS-AGE >= WS-AGE-DAYS
                       ADD 1 TO WS-MAP-NUM
                       MOVE WS-IDX TO WS-ROW-APP(WS-MAP-NUM)
                   END-IF
               END-IF
           END-PERFORM.
           EXIT.
      ************************************************************************
       470-APP-AGE             SECTION.
      * DAYS SINCE SUBMISSION OF THE APPLICATION AT WS-IDX.
           MOVE 0 TO WS-AGE.
           IF APP-TS(WS-IDX)(1:8) IS NUMERIC
              AND APP-TS(WS-IDX)(1:8) < WS-TODAY
               COMPUTE WS-AGE =
                   FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY))
                 - FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(APP-TS(WS-IDX)(1:8)))
           END-IF.
           EXIT.
      ************************************************************************
       500-REGISTER-TO-TABLE   SECTION.
           MOVE RVTROW TO WS-SEL-IDX.
           INITIALIZE RVTABLE.
           MOVE 2 TO RVTROWATTR.
           MOVE WS-SEL-IDX TO RVTROW.
           PERFORM 460-BUILD-ROWMAP.
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                     UNTIL WS-MAP-IDX > WS-MAP-NUM
               MOVE WS-ROW-APP(WS-MAP-IDX) TO WS-IDX
               PERFORM 470-APP-AGE
               MOVE WS-AGE TO WS-EDIT-AGE
               ADD 1 TO RVROWCNT
               MOVE SPACE TO RVCELL1(RVROWCNT)
               STRING APP-ID(WS-IDX)        DELIMITED BY SPACE
                      ' '                   DELIMITED BY SIZE
                      APP-USER(WS-IDX)      DELIMITED BY SPACE
                      INTO RVCELL1(RVROWCNT)
               END-STRING
               MOVE SPACE TO RVCELL2(RVROWCNT)
               IF APP-REVIEWER(WS-IDX) = SPACE
                   STRING APP-STATUS(WS-IDX)  DELIMITED BY SPACE
                          ' unassigned'       DELIMITED BY SIZE
                          INTO RVCELL2(RVROWCNT)
                   END-STRING
               ELSE
                   STRING APP-STATUS(WS-IDX)  DELIMITED BY SPACE
                          ' '                 DELIMITED BY SIZE
                          APP-REVIEWER(WS-IDX)
                                              DELIMITED BY SPACE
                          INTO RVCELL2(RVROWCNT)
                   END-STRING
               END-IF
               MOVE SPACE TO RVCELL3(RVROWCNT)
               STRING APP-TS(WS-IDX)(1:8)   DELIMITED BY SIZE
                      ' age '               DELIMITED BY SIZE
                      WS-EDIT-AGE           DELIMITED BY SIZE
                      'd'                   DELIMITED BY SIZE
                      INTO RVCELL3(RVROWCNT)
               END-STRING
               MOVE APP-NAME(WS-IDX) TO RVCELL4(RVROWCNT)
           END-PERFORM.
           IF SCR-RVMSG = SPACE AND WS-MAP-NUM = 0
               MOVE 'no applications waiting' TO SCR-RVMSG
           END-IF.
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
