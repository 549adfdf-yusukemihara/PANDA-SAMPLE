       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         SHIFTMAINT.
      ******************************************************************
      * DEPARTMENT SHIFT ROSTER MAINTENANCE.  RECORDS WHO IS
      * SCHEDULED FOR WHICH DAY SHIFT AT EACH DEPARTMENT DESK ON
      * EACH BUSINESS DAY, FOR THE DAILY COVERAGE REPORT.  THE TABLE
      * SHOWS ONE BUSINESS DAY - THE DATE ENTERED, ELSE THE CURRENT
      * BUSINESS DAY.  THE IMPORT BUTTON MERGES A ROSTER PREPARED
      * OUTSIDE THE SYSTEM, IN THE SAME LAYOUT, FROM THE IMPORT
      * FILE; LINES ALREADY ON THE ROSTER ARE SKIPPED, SO A FILE MAY
      * BE IMPORTED AGAIN AFTER IT IS CORRECTED.
      * ROSTER LAYOUT: BUSINESS-DATE|DEPARTMENT|SHIFT|USER.
      * SHIFT TABLE:   SHIFT|START-HHMM|END-HHMM.
      * ROSTER DAYS OLDER THAN WS-KEEP-DAYS ARE LEFT OUT ON LOAD AND
      * SO DROPPED ON SAVE.  THE ROSTER HOLDS 2000 LINES; ONE FOUND
      * LARGER IS SHOWN BUT NOT CHANGED, SO NO LINE IS EVER LOST.
      * CHANGES TAKE THE SHARED FILE LOCK FROM LOAD TO SAVE.
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
           SELECT IMPFD    ASSIGN TO IMP-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS IMP-FILE-ST.
       DATA                DIVISION.
       FILE                SECTION.
           FD  ROSFD.
           01  ROS-LINE            PIC X(80).
           FD  DEFFD.
           01  DEF-LINE            PIC X(40).
           FD  IMPFD.
           01  IMP-LINE            PIC X(80).
       WORKING-STORAGE     SECTION.
            COPY    "DB-AUTH".
            COPY    "DB-SHIFT".
            COPY    "DB-DEPTMAST".
            COPY    "DB-BUSDATE".
            COPY    "DB-FILELOCK".
       01  ROS-FILE            PIC X(80)
                               VALUE './cobol/shift-roster.dat'.
       01  ROS-FILE-ST         PIC X(02).
       01  DEF-FILE            PIC X(80)
                               VALUE './cobol/shift-definitions.dat'.
       01  DEF-FILE-ST         PIC X(02).
       01  IMP-FILE            PIC X(80)
                               VALUE './cobol/shift-roster-import.dat'.
       01  IMP-FILE-ST         PIC X(02).
       01  ROW-MAP.
           05  ROW-ROSTER-IDX      OCCURS 100 TIMES
                                   PIC 9(4).
       01  WS-IDX              PIC 9(4).
       01  WS-SEL-IDX          PIC 9(4).
       01  WS-DEF-IDX          PIC 9(2).
       01  WS-SHOW-DATE        PIC X(8).
       01  WS-KEEP-DAYS        PIC 9(3) VALUE 90.
       01  WS-CUTOFF           PIC 9(8).
       01  WS-ROS-FULL         PIC X(1).
       01  WS-ADDED            PIC 9(4).
       01  WS-REJECTED         PIC 9(4).
       01  WS-EDIT-ADDED       PIC ZZZ9.
       01  WS-EDIT-REJECTED    PIC ZZZ9.
       01  WS-EDIT-START       PIC 9(4).
       01  WS-EDIT-END         PIC 9(4).
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
           DISPLAY 'shiftmaint widget:' MCP-WIDGET
           MOVE MCP-USER TO DB-AUTH-USER.
           MOVE 'SHIFT-ROSTER' TO DB-AUTH-FUNC.
           MOVE 'N' TO DB-AUTH-DEFAULT.
           CALL 'AUTHCHECK' USING DB-AUTH.
           IF DB-AUTH-ALLOW NOT = 'Y'
               PERFORM 005-REFUSE-ENTRY
           ELSE
               EVALUATE    MCP-STATUS      ALSO    MCP-WIDGET
                 WHEN     'LINK'           ALSO    ANY
                   PERFORM 010-INIT
                 WHEN     'PUTG'           ALSO    'admtable'
                   PERFORM 020-ROW-CLICKED
                 WHEN     'PUTG'           ALSO    'addbutton'
                   PERFORM 030-ADD-ENTRY
                 WHEN     'PUTG'           ALSO    'deletebutton'
                   PERFORM 050-DELETE-ENTRY
                 WHEN     'PUTG'           ALSO    'importbutton'
                   PERFORM 060-IMPORT-ROSTER
                 WHEN     'PUTG'           ALSO    'refreshbutton'
                   PERFORM 080-REFRESH
               END-EVALUATE
           END-IF.
           EXIT    PROGRAM.
      ************************************************************************
       005-REFUSE-ENTRY        SECTION.
           MOVE 'shift roster authority required' TO SCR-SRMSG.
           INITIALIZE ADMTABLE.
           MOVE 2 TO ATROWATTR.
           MOVE 'shiftmaint' TO MCP-WINDOW.
           IF MCP-STATUS = 'LINK'
               MOVE 'NEW' TO MCP-PUTTYPE
           ELSE
               MOVE 'PUTG' TO MCP-PUTTYPE
           END-IF.
           PERFORM 900-PUT-WINDOW.
           EXIT.
      ************************************************************************
       010-INIT                SECTION.
           INITIALIZE ADMTABLE.
           MOVE 2 TO ATROWATTR.
           MOVE SPACE TO SCR-SRMSG.
           MOVE SPACE TO SCR-SRDATE.
           PERFORM 100-LOAD-ROSTER.
           PERFORM 500-ROSTER-TO-TABLE.
           MOVE   'NEW'        TO  MCP-PUTTYPE.
           MOVE   'shiftmaint' TO  MCP-WINDOW.
           PERFORM 900-PUT-WINDOW.
           EXIT.
      ************************************************************************
       020-ROW-CLICKED         SECTION.
           PERFORM 100-LOAD-ROSTER.
           PERFORM 500-ROSTER-TO-TABLE.
           IF ATROW NOT = ZERO AND ATROW NOT > AROWCNT
               MOVE ROW-ROSTER-IDX(ATROW) TO WS-SEL-IDX
               MOVE DB-SHIFTROS-DATE(WS-SEL-IDX)  TO SCR-SRDATE
               MOVE DB-SHIFTROS-DEPT(WS-SEL-IDX)  TO SCR-SRDEPT
               MOVE DB-SHIFTROS-SHIFT(WS-SEL-IDX) TO SCR-SRSHIFT
               MOVE DB-SHIFTROS-USER(WS-SEL-IDX)  TO SCR-SRUSER
           END-IF.
           MOVE SPACE TO SCR-SRMSG.
           MOVE   'PUTG'       TO  MCP-PUTTYPE.
           MOVE   'shiftmaint' TO  MCP-WINDOW.
           PERFORM 900-PUT-WINDOW.
           EXIT.
      ************************************************************************
       030-ADD-ENTRY           SECTION.
           PERFORM 140-LOCK-ROSTER.
           IF DB-FILELOCK-RC = 2
               MOVE 'shift roster busy - try again' TO SCR-SRMSG
               PERFORM 100-LOAD-ROSTER
               PERFORM 090-SHOW-ROSTER
               EXIT SECTION
           END-IF.
           PERFORM 100-LOAD-ROSTER.
           PERFORM 110-LOAD-SHIFTS.
           PERFORM 120-VALIDATE-ENTRY.
           IF SCR-SRMSG = SPACE
               PERFORM 130-FIND-ENTRY
               IF WS-SEL-IDX NOT = ZERO
                   MOVE 'already on the roster' TO SCR-SRMSG
               END-IF
           END-IF.
           IF SCR-SRMSG = SPACE
              AND DB-SHIFTROS-NUM >= 2000
               MOVE 'shift roster is full' TO SCR-SRMSG
           END-IF.
           IF SCR-SRMSG = SPACE
               ADD 1 TO DB-SHIFTROS-NUM
               MOVE DB-SHIFTROS-NUM TO WS-SEL-IDX
               MOVE SCR-SRDATE  TO DB-SHIFTROS-DATE(WS-SEL-IDX)
               MOVE SCR-SRDEPT  TO DB-SHIFTROS-DEPT(WS-SEL-IDX)
               MOVE SCR-SRSHIFT TO DB-SHIFTROS-SHIFT(WS-SEL-IDX)
               MOVE SCR-SRUSER  TO DB-SHIFTROS-USER(WS-SEL-IDX)
               PERFORM 200-SAVE-ROSTER
               MOVE 'added to the roster' TO SCR-SRMSG
           END-IF.
           PERFORM 150-UNLOCK-ROSTER.
           PERFORM 090-SHOW-ROSTER.
           EXIT.
      ************************************************************************
       050-DELETE-ENTRY        SECTION.
           PERFORM 140-LOCK-ROSTER.
           IF DB-FILELOCK-RC = 2
               MOVE 'shift roster busy - try again' TO SCR-SRMSG
               PERFORM 100-LOAD-ROSTER
               PERFORM 090-SHOW-ROSTER
               EXIT SECTION
           END-IF.
           PERFORM 100-LOAD-ROSTER.
           PERFORM 130-FIND-ENTRY.
           EVALUATE TRUE
             WHEN WS-ROS-FULL = 'Y'
               MOVE 'shift roster over 2000 lines - not changed'
                   TO SCR-SRMSG
             WHEN WS-SEL-IDX = ZERO
               MOVE 'not on the roster' TO SCR-SRMSG
             WHEN OTHER
               PERFORM VARYING WS-IDX FROM WS-SEL-IDX BY 1
                         UNTIL WS-IDX >= DB-SHIFTROS-NUM
                   MOVE DB-SHIFTROS-ENTRY(WS-IDX + 1)
                       TO DB-SHIFTROS-ENTRY(WS-IDX)
               END-PERFORM
               SUBTRACT 1 FROM DB-SHIFTROS-NUM
               PERFORM 200-SAVE-ROSTER
               MOVE 'removed from the roster' TO SCR-SRMSG
           END-EVALUATE.
           PERFORM 150-UNLOCK-ROSTER.
           PERFORM 090-SHOW-ROSTER.
           EXIT.
      ************************************************************************
       060-IMPORT-ROSTER       SECTION.
      * EACH IMPORT LINE GOES THROUGH THE SAME CHECKS AS AN ENTRY
      * KEYED ON THE SCREEN; A LINE THAT FAILS IS COUNTED AND LEFT,
      * AS IS A NEW LINE THAT FINDS THE ROSTER FULL.
           PERFORM 140-LOCK-ROSTER.
           IF DB-FILELOCK-RC = 2
               MOVE 'shift roster busy - try again' TO SCR-SRMSG
               PERFORM 100-LOAD-ROSTER
               PERFORM 090-SHOW-ROSTER
               EXIT SECTION
           END-IF.
           PERFORM 100-LOAD-ROSTER.
           PERFORM 110-LOAD-SHIFTS.
           MOVE 0 TO WS-ADDED.
           MOVE 0 TO WS-REJECTED.
           OPEN INPUT IMPFD.
           IF IMP-FILE-ST NOT = "00"
               PERFORM 150-UNLOCK-ROSTER
               MOVE 'no roster import file on disk' TO SCR-SRMSG
               PERFORM 090-SHOW-ROSTER
               EXIT SECTION
           END-IF.
           PERFORM UNTIL IMP-FILE-ST NOT = "00"
               READ IMPFD INTO IMP-LINE
               IF IMP-FILE-ST = "00" AND IMP-LINE NOT = SPACE
                   MOVE SPACE TO SCR-SRDATE SCR-SRDEPT
                                 SCR-SRSHIFT SCR-SRUSER
                   UNSTRING IMP-LINE DELIMITED BY '|'
                       INTO SCR-SRDATE
                            SCR-SRDEPT
                            SCR-SRSHIFT
                            SCR-SRUSER
                   PERFORM 120-VALIDATE-ENTRY
                   IF SCR-SRMSG = SPACE
                       PERFORM 130-FIND-ENTRY
                       IF WS-SEL-IDX = ZERO
                          AND DB-SHIFTROS-NUM < 2000
                           ADD 1 TO DB-SHIFTROS-NUM
                           MOVE DB-SHIFTROS-NUM TO WS-SEL-IDX
                           MOVE SCR-SRDATE
                               TO DB-SHIFTROS-DATE(WS-SEL-IDX)
                           MOVE SCR-SRDEPT
                               TO DB-SHIFTROS-DEPT(WS-SEL-IDX)
                           MOVE SCR-SRSHIFT
                               TO DB-SHIFTROS-SHIFT(WS-SEL-IDX)
                           MOVE SCR-SRUSER
                               TO DB-SHIFTROS-USER(WS-SEL-IDX)
                           ADD 1 TO WS-ADDED
                       END-IF
                       IF WS-SEL-IDX = ZERO
                           DISPLAY 'roster import line rejected: '
                               'shift roster is full'
                           ADD 1 TO WS-REJECTED
                       END-IF
                   ELSE
                       DISPLAY 'roster import line rejected: '
                           SCR-SRMSG
                       ADD 1 TO WS-REJECTED
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE IMPFD.
           IF WS-ADDED > 0
               PERFORM 200-SAVE-ROSTER
           END-IF.
           PERFORM 150-UNLOCK-ROSTER.
           MOVE SPACE TO SCR-SRDATE SCR-SRDEPT SCR-SRSHIFT SCR-SRUSER.
           MOVE WS-ADDED TO WS-EDIT-ADDED.
           MOVE WS-REJECTED TO WS-EDIT-REJECTED.
           MOVE SPACE TO SCR-SRMSG.
           STRING 'imported '          DELIMITED BY SIZE
                  WS-EDIT-ADDED        DELIMITED BY SIZE
                  ', rejected '        DELIMITED BY SIZE
                  WS-EDIT-REJECTED     DELIMITED BY SIZE
                  INTO SCR-SRMSG
           END-STRING.
           PERFORM 090-SHOW-ROSTER.
           EXIT.
      ************************************************************************
       080-REFRESH             SECTION.
           MOVE SPACE TO SCR-SRMSG.
           PERFORM 100-LOAD-ROSTER.
           PERFORM 090-SHOW-ROSTER.
           EXIT.
      ************************************************************************
       090-SHOW-ROSTER         SECTION.
           PERFORM 500-ROSTER-TO-TABLE.
           MOVE   'PUTG'       TO  MCP-PUTTYPE.
           MOVE   'shiftmaint' TO  MCP-WINDOW.
           PERFORM 900-PUT-WINDOW.
           EXIT.
      ************************************************************************
       100-LOAD-ROSTER         SECTION.
           COMPUTE WS-CUTOFF = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8)))
               - WS-KEEP-DAYS).
           MOVE 0 TO DB-SHIFTROS-NUM.
           MOVE 'N' TO WS-ROS-FULL.
           OPEN INPUT ROSFD.
           IF ROS-FILE-ST = "00"
               PERFORM UNTIL ROS-FILE-ST NOT = "00"
                        OR WS-ROS-FULL = 'Y'
                   READ ROSFD INTO ROS-LINE
                   IF ROS-FILE-ST = "00" AND ROS-LINE NOT = SPACE
                      AND ROS-LINE(1:8) < WS-CUTOFF
                       MOVE SPACE TO ROS-LINE
                   END-IF
                   IF ROS-FILE-ST = "00" AND ROS-LINE NOT = SPACE
                      AND DB-SHIFTROS-NUM >= 2000
                       MOVE 'Y' TO WS-ROS-FULL
                   END-IF
                   IF ROS-FILE-ST = "00" AND ROS-LINE NOT = SPACE
                      AND WS-ROS-FULL = 'N'
                       ADD 1 TO DB-SHIFTROS-NUM
                       MOVE SPACE TO DB-SHIFTROS-ENTRY(DB-SHIFTROS-NUM)
                       UNSTRING ROS-LINE DELIMITED BY '|'
                           INTO DB-SHIFTROS-DATE(DB-SHIFTROS-NUM)
                                DB-SHIFTROS-DEPT(DB-SHIFTROS-NUM)
                                DB-SHIFTROS-SHIFT(DB-SHIFTROS-NUM)
                                DB-SHIFTROS-USER(DB-SHIFTROS-NUM)
                   END-IF
               END-PERFORM
               CLOSE ROSFD
           END-IF.
           EXIT.
      ************************************************************************
       110-LOAD-SHIFTS         SECTION.
           MOVE 0 TO DB-SHIFTDEF-NUM.
           OPEN INPUT DEFFD.
           IF DEF-FILE-ST = "00"
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
               END-PERFORM
               CLOSE DEFFD
           END-IF.
           EXIT.
      ************************************************************************
       120-VALIDATE-ENTRY      SECTION.
           MOVE SPACE TO SCR-SRMSG.
           IF SCR-SRDATE IS NOT NUMERIC
               MOVE 'business date must be YYYYMMDD' TO SCR-SRMSG
               EXIT SECTION
           END-IF.
           IF SCR-SRUSER = SPACE
               MOVE 'user is required' TO SCR-SRMSG
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-DEF-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > DB-SHIFTDEF-NUM
               IF DB-SHIFTDEF-SHIFT(WS-IDX) = SCR-SRSHIFT
                   MOVE WS-IDX TO WS-DEF-IDX
               END-IF
           END-PERFORM.
           IF WS-DEF-IDX = ZERO
               MOVE 'shift is not on the shift table' TO SCR-SRMSG
               EXIT SECTION
           END-IF.
           INITIALIZE DB-DEPTMAST.
           MOVE 'VALDEPT'  TO DB-DEPTMAST-FUNC.
           MOVE SCR-SRDEPT TO DB-DEPTMAST-DEPT.
           CALL 'DEPTMASTER' USING DB-DEPTMAST.
           IF DB-DEPTMAST-FLAG NOT = 'Y'
               MOVE 'unknown department' TO SCR-SRMSG
           END-IF.
           EXIT.
      ************************************************************************
       130-FIND-ENTRY          SECTION.
           MOVE 0 TO WS-SEL-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > DB-SHIFTROS-NUM
               IF DB-SHIFTROS-DATE(WS-IDX)  = SCR-SRDATE
                  AND DB-SHIFTROS-DEPT(WS-IDX)  = SCR-SRDEPT
                  AND DB-SHIFTROS-SHIFT(WS-IDX) = SCR-SRSHIFT
                  AND DB-SHIFTROS-USER(WS-IDX)  = SCR-SRUSER
                   MOVE WS-IDX TO WS-SEL-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           EXIT.
      ************************************************************************
       140-LOCK-ROSTER         SECTION.
           MOVE 'ACQUIRE' TO DB-FILELOCK-FUNC.
           MOVE ROS-FILE TO DB-FILELOCK-FILE.
           MOVE MCP-TERM TO DB-FILELOCK-OWNER.
           MOVE 30 TO DB-FILELOCK-TIMEOUT.
           CALL 'FILELOCK' USING DB-FILELOCK.
           EXIT.
      ************************************************************************
       150-UNLOCK-ROSTER       SECTION.
           MOVE 'RELEASE' TO DB-FILELOCK-FUNC.
           MOVE ROS-FILE TO DB-FILELOCK-FILE.
           MOVE MCP-TERM TO DB-FILELOCK-OWNER.
           CALL 'FILELOCK' USING DB-FILELOCK.
           EXIT.
      ************************************************************************
       200-SAVE-ROSTER         SECTION.
           IF WS-ROS-FULL = 'Y'
               EXIT SECTION
           END-IF.
           OPEN OUTPUT ROSFD.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > DB-SHIFTROS-NUM
               IF DB-SHIFTROS-DATE(WS-IDX) NOT < WS-CUTOFF
                   MOVE SPACE TO ROS-LINE
                   STRING DB-SHIFTROS-DATE(WS-IDX)  DELIMITED BY SIZE
                          '|'                       DELIMITED BY SIZE
                          DB-SHIFTROS-DEPT(WS-IDX)  DELIMITED BY SPACE
                          '|'                       DELIMITED BY SIZE
                          DB-SHIFTROS-SHIFT(WS-IDX) DELIMITED BY SPACE
                          '|'                       DELIMITED BY SIZE
                          DB-SHIFTROS-USER(WS-IDX)  DELIMITED BY SPACE
                          INTO ROS-LINE
                   END-STRING
                   WRITE ROS-LINE
               END-IF
           END-PERFORM.
           CLOSE ROSFD.
           EXIT.
      ************************************************************************
       500-ROSTER-TO-TABLE     SECTION.
           IF SCR-SRDATE IS NUMERIC
               MOVE SCR-SRDATE TO WS-SHOW-DATE
           ELSE
               INITIALIZE DB-BUSDATE
               MOVE 'GET' TO DB-BUSDATE-FUNC
               CALL 'BUSDATE' USING DB-BUSDATE
               MOVE DB-BUSDATE-DATE TO WS-SHOW-DATE
           END-IF.
           PERFORM 110-LOAD-SHIFTS.
           MOVE ATROW TO WS-SEL-IDX.
           INITIALIZE ADMTABLE.
           MOVE 2 TO ATROWATTR.
           MOVE WS-SEL-IDX TO ATROW.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > DB-SHIFTROS-NUM
                        OR AROWCNT >= 100
               IF DB-SHIFTROS-DATE(WS-IDX) = WS-SHOW-DATE
                   ADD 1 TO AROWCNT
                   MOVE WS-IDX TO ROW-ROSTER-IDX(AROWCNT)
                   MOVE DB-SHIFTROS-DEPT(WS-IDX) TO ACELL1(AROWCNT)
                   PERFORM 510-SHIFT-CELL
                   MOVE DB-SHIFTROS-USER(WS-IDX) TO ACELL3(AROWCNT)
                   MOVE DB-SHIFTROS-DATE(WS-IDX) TO ACELL4(AROWCNT)
               END-IF
           END-PERFORM.
           EXIT.
      ************************************************************************
       510-SHIFT-CELL          SECTION.
           MOVE DB-SHIFTROS-SHIFT(WS-IDX) TO ACELL2(AROWCNT).
           PERFORM VARYING WS-DEF-IDX FROM 1 BY 1
                     UNTIL WS-DEF-IDX > DB-SHIFTDEF-NUM
               IF DB-SHIFTDEF-SHIFT(WS-DEF-IDX)
                      = DB-SHIFTROS-SHIFT(WS-IDX)
                   MOVE DB-SHIFTDEF-START(WS-DEF-IDX) TO WS-EDIT-START
                   MOVE DB-SHIFTDEF-END(WS-DEF-IDX)   TO WS-EDIT-END
                   MOVE SPACE TO ACELL2(AROWCNT)
                   STRING DB-SHIFTROS-SHIFT(WS-IDX) DELIMITED BY SPACE
                          ' '                       DELIMITED BY SIZE
                          WS-EDIT-START             DELIMITED BY SIZE
                          '-'                       DELIMITED BY SIZE
                          WS-EDIT-END               DELIMITED BY SIZE
                          INTO ACELL2(AROWCNT)
                   END-STRING
               END-IF
           END-PERFORM.
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
