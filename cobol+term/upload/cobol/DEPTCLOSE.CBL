       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         DEPTCLOSE.
      ******************************************************************
      * DEPARTMENT CLOSURE.  WHEN A DEPARTMENT MERGES INTO ANOTHER
      * ITS CODE IS CARRIED OVER TO THE SUCCESSOR IN EVERY REGISTER
      * THAT ROUTES OR LIMITS CURRENT WORK BY DEPARTMENT:
      *   - THE PRINTER ROUTE, UNLESS THE SUCCESSOR HAS ONE ALREADY;
      *   - THE PRINT BUDGET, UNLESS THE SUCCESSOR HAS ONE ALREADY -
      *     WITH COMBINE 'Y' ITS PAGES ARE THEN ADDED TO THE
      *     SUCCESSOR'S;
      *   - THE COVER-SHEET TEMPLATE, UNLESS THE SUCCESSOR HAS ONE;
      *   - THE OPENING AND CLOSING CHECKLIST TEMPLATE ITEMS, LESS
      *     ANY THE SUCCESSOR ALREADY HAS WORD FOR WORD;
      *   - THE DISTRIBUTION LIST NAMED AFTER THE DEPARTMENT, LESS
      *     ANY TERMINAL ALREADY ON THE SUCCESSOR'S LIST;
      *   - THIS MONTH'S UPLOAD USAGE, WHICH COUNTS AGAINST THE
      *     DEPARTMENT UPLOAD QUOTA;
      *   - EVERY PRINT JOB STILL WAITING IN THE QUEUE.
      * ON THE DEPARTMENT MASTER THE ASSIGNMENT IN FORCE IS ENDED
      * AND MARKED CLOSED, THE ACTIVE USERS MOVE TO THE SUCCESSOR
      * AND THE MANAGER RECORD IS MADE INACTIVE.  HISTORY STAYS
      * UNDER THE OLD CODE: PAST COST-CENTER ASSIGNMENTS, EARLIER
      * MONTHS' UPLOAD USAGE, FINISHED PRINT JOBS, PRINT HISTORY,
      * CHECKLIST INSTANCES AND LEAVERS' USER RECORDS.
      * EVERY CHANGE IS LISTED ON THE CLOSURE REPORT, FILED THROUGH
      * THE REPORT REPOSITORY.  NOTHING IS CHANGED WHILE THE PRINT
      * QUEUE IS LOCKED BY ANOTHER TERMINAL.  CALLED BY THE
      * DEPARTMENT CLOSURE WINDOW.
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
           SELECT WRKFD    ASSIGN TO WRK-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS WRK-FILE-ST.
           SELECT MSTFD    ASSIGN TO MST-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS MST-FILE-ST.
           SELECT RPTFD    ASSIGN TO RPT-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS RPT-FILE-ST.
       DATA                DIVISION.
       FILE                SECTION.
           FD  WRKFD.
           01  WRK-LINE            PIC X(250).
           FD  MSTFD.
           01  MST-LINE            PIC X(80).
           FD  RPTFD.
           01  RPT-LINE            PIC X(132).
       WORKING-STORAGE     SECTION.
            COPY    "DB-DEPTMAST".
            COPY    "DB-PRINTQ".
            COPY    "DB-FILELOCK".
            COPY    "DB-RPTREPO".
       01  WRK-FILE            PIC X(80).
       01  WRK-FILE-ST         PIC X(02).
       01  ROUTE-FILE          PIC X(80)
                               VALUE './cobol/printer-routes.dat'.
       01  BUD-FILE            PIC X(80)
                               VALUE './cobol/print-budgets.dat'.
       01  CVR-FILE            PIC X(80)
                               VALUE './cobol/cover-templates.dat'.
       01  DLST-FILE           PIC X(80)
                               VALUE './cobol/distribution-lists.dat'.
       01  USAGE-FILE          PIC X(80)
                               VALUE './cobol/upload-usage.dat'.
       01  QUEUE-FILE          PIC X(80)
                               VALUE './cobol/printqueue.idx'.
       01  MST-FILE            PIC X(80)
                               VALUE './cobol/dept-user-master.dat'.
       01  MST-FILE-ST         PIC X(02).
       01  RPT-FILE            PIC X(80)
                               VALUE './cobol/dept-closure.rpt'.
       01  RPT-FILE-ST         PIC X(02).
       01  LINE-TABLE.
           05  LINE-NUM            PIC 9(4).
           05  LINE-ENTRY          OCCURS 1000 TIMES
                                   PIC X(250).
       01  DB-DUMAST.
           05  DB-DUMAST-NUM           PIC 9(4).
           05  DB-DUMAST-ENTRY OCCURS 300 TIMES.
               10  DB-DUMAST-TYPE      PIC X(1).
               10  DB-DUMAST-KEY       PIC X(20).
               10  DB-DUMAST-VALUE     PIC X(20).
               10  DB-DUMAST-STATUS    PIC X(10).
               10  DB-DUMAST-FROM      PIC X(8).
               10  DB-DUMAST-TO        PIC X(8).
       01  FLD-DEPT            PIC X(20).
       01  FLD-VALUE           PIC X(20).
       01  FLD-TEXT            PIC X(200).
       01  FLD-PAGES           PIC X(10).
       01  FLD-WARNPCT         PIC X(3).
       01  FLD-CONTACT         PIC X(20).
       01  FLD-MONTH           PIC X(6).
       01  FLD-USER            PIC X(20).
       01  FLD-BYTES           PIC X(12).
       01  FLD-FILES           PIC X(6).
       01  SUCC-TEXT           PIC X(200).
       01  SUCC-VALUE          PIC X(20).
       01  SUCC-PAGES          PIC X(10).
       01  SUCC-WARNPCT        PIC X(3).
       01  SUCC-CONTACT        PIC X(20).
       01  WS-IDX              PIC 9(4).
       01  WS-IDX2             PIC 9(4).
       01  WS-SUCC-IDX         PIC 9(4).
       01  WS-PTR              PIC 9(4).
       01  WS-MOVED            PIC 9(4).
       01  WS-DROPPED          PIC 9(4).
       01  WS-KEPT             PIC 9(4).
       01  WS-PAGES            PIC 9(7).
       01  WS-EDIT-PAGES       PIC Z(6)9.
       01  WS-EDIT-PAGES2      PIC Z(6)9.
       01  WS-EDIT-COUNT       PIC ZZZ9.
       01  WS-TEMPLATE         PIC X(8).
       01  WS-RUN-DATE         PIC X(8).
       01  WS-CLOSE-DATE       PIC 9(8).
       01  WS-NOW              PIC X(14).
       01  WS-ITEM-STATE       PIC X(7).
       01  WS-ITEM-TEXT        PIC X(120).
       LINKAGE                 SECTION.
            COPY    "MCPAREA".
            COPY    "SPAAREA".
            COPY    "DB-DEPTCLOSE".
      ************************************************************************
       PROCEDURE           DIVISION    USING
           MCPAREA
           SPAAREA
           DB-DEPTCLOSE.
       000-MAIN                SECTION.
           MOVE 0 TO DB-DEPTCLOSE-MOVED.
           MOVE 0 TO DB-DEPTCLOSE-DROPPED.
           MOVE 0 TO DB-DEPTCLOSE-RC.
           IF DB-DEPTCLOSE-DEPT = SPACE
               MOVE 9 TO DB-DEPTCLOSE-RC
               EXIT PROGRAM
           END-IF.
           INITIALIZE DB-DEPTMAST.
           MOVE 'VALDEPT' TO DB-DEPTMAST-FUNC.
           MOVE DB-DEPTCLOSE-DEPT TO DB-DEPTMAST-DEPT.
           CALL 'DEPTMASTER' USING DB-DEPTMAST.
           IF DB-DEPTMAST-FLAG NOT = 'Y' OR DB-DEPTMAST-RC = 1
               MOVE 9 TO DB-DEPTCLOSE-RC
               EXIT PROGRAM
           END-IF.
           INITIALIZE DB-DEPTMAST.
           MOVE 'VALDEPT' TO DB-DEPTMAST-FUNC.
           MOVE DB-DEPTCLOSE-SUCCESSOR TO DB-DEPTMAST-DEPT.
           CALL 'DEPTMASTER' USING DB-DEPTMAST.
           IF DB-DEPTMAST-FLAG NOT = 'Y'
              OR DB-DEPTCLOSE-SUCCESSOR = SPACE
              OR DB-DEPTCLOSE-SUCCESSOR = DB-DEPTCLOSE-DEPT
               MOVE 8 TO DB-DEPTCLOSE-RC
               EXIT PROGRAM
           END-IF.
           MOVE 'ACQUIRE' TO DB-FILELOCK-FUNC.
           MOVE QUEUE-FILE TO DB-FILELOCK-FILE.
           MOVE MCP-TERM TO DB-FILELOCK-OWNER.
           MOVE 30 TO DB-FILELOCK-TIMEOUT.
           CALL 'FILELOCK' USING DB-FILELOCK.
           IF DB-FILELOCK-RC = 2
               DISPLAY 'print queue locked by ' DB-FILELOCK-HOLDER
                   ' - department not closed'
               MOVE 1 TO DB-DEPTCLOSE-RC
               EXIT PROGRAM
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW.
           MOVE WS-NOW(1:8) TO WS-RUN-DATE.
           OPEN OUTPUT RPTFD.
           PERFORM 500-REPORT-HEADING.
           PERFORM 100-MOVE-ROUTE.
           PERFORM 150-MOVE-BUDGET.
           PERFORM 200-MOVE-COVER.
           MOVE './cobol/checklist-opening.tpl' TO WRK-FILE.
           MOVE 'OPENING' TO WS-TEMPLATE.
           PERFORM 250-MOVE-CHECKLIST.
           MOVE './cobol/checklist-closing.tpl' TO WRK-FILE.
           MOVE 'CLOSING' TO WS-TEMPLATE.
           PERFORM 250-MOVE-CHECKLIST.
           PERFORM 300-MOVE-LIST.
           PERFORM 350-MOVE-USAGE.
           PERFORM 400-MOVE-QUEUE.
           PERFORM 450-CLOSE-MASTER.
           PERFORM 520-REPORT-TOTALS.
           CLOSE RPTFD.
           MOVE 'RELEASE' TO DB-FILELOCK-FUNC.
           MOVE QUEUE-FILE TO DB-FILELOCK-FILE.
           MOVE MCP-TERM TO DB-FILELOCK-OWNER.
           CALL 'FILELOCK' USING DB-FILELOCK.
           PERFORM 980-FILE-REPORT.
           EXIT    PROGRAM.
      ************************************************************************
       100-MOVE-ROUTE          SECTION.
      * DEPT|PRINTER.
           MOVE ROUTE-FILE TO WRK-FILE.
           PERFORM 700-LOAD-LINES.
           MOVE 0 TO WS-SUCC-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > LINE-NUM
               MOVE SPACE TO FLD-DEPT FLD-VALUE
               UNSTRING LINE-ENTRY(WS-IDX) DELIMITED BY '|'
                   INTO FLD-DEPT
                        FLD-VALUE
               IF FLD-DEPT = DB-DEPTCLOSE-SUCCESSOR
                   MOVE WS-IDX TO WS-SUCC-IDX
                   MOVE FLD-VALUE TO SUCC-VALUE
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-MOVED WS-DROPPED.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > LINE-NUM
               MOVE SPACE TO FLD-DEPT FLD-VALUE
               UNSTRING LINE-ENTRY(WS-IDX) DELIMITED BY '|'
                   INTO FLD-DEPT
                        FLD-VALUE
               IF FLD-DEPT = DB-DEPTCLOSE-DEPT
                   MOVE SPACE TO WS-ITEM-TEXT
                   IF WS-SUCC-IDX NOT = ZERO
                       ADD 1 TO WS-DROPPED
                       MOVE SPACE TO LINE-ENTRY(WS-IDX)
                       MOVE 'DROPPED' TO WS-ITEM-STATE
                       STRING 'printer route to '   DELIMITED BY SIZE
                              FLD-VALUE             DELIMITED BY SPACE
                              ' - successor keeps its route to '
                                                    DELIMITED BY SIZE
                              SUCC-VALUE            DELIMITED BY SPACE
                              INTO WS-ITEM-TEXT
                       END-STRING
                   ELSE
                       ADD 1 TO WS-MOVED
                       MOVE SPACE TO LINE-ENTRY(WS-IDX)
                       STRING DB-DEPTCLOSE-SUCCESSOR DELIMITED BY SPACE
                              '|'                    DELIMITED BY SIZE
                              FLD-VALUE              DELIMITED BY SPACE
                              INTO LINE-ENTRY(WS-IDX)
                       END-STRING
                       MOVE 'MOVED' TO WS-ITEM-STATE
                       STRING 'printer route to '   DELIMITED BY SIZE
                              FLD-VALUE             DELIMITED BY SPACE
                              INTO WS-ITEM-TEXT
                       END-STRING
                   END-IF
                   PERFORM 510-REPORT-ITEM
               END-IF
           END-PERFORM.
           IF WS-MOVED + WS-DROPPED = ZERO
               MOVE 'N/A' TO WS-ITEM-STATE
               MOVE 'no printer route' TO WS-ITEM-TEXT
               PERFORM 510-REPORT-ITEM
           ELSE
               PERFORM 710-SAVE-LINES
           END-IF.
           EXIT.
      ************************************************************************
       150-MOVE-BUDGET         SECTION.
      * DEPT|PAGES|WARN-PCT|CONTACT.
           MOVE BUD-FILE TO WRK-FILE.
           PERFORM 700-LOAD-LINES.
           MOVE 0 TO WS-SUCC-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > LINE-NUM
               PERFORM 160-SPLIT-BUDGET
               IF FLD-DEPT = DB-DEPTCLOSE-SUCCESSOR
                   MOVE WS-IDX TO WS-SUCC-IDX
                   MOVE FLD-PAGES   TO SUCC-PAGES
                   MOVE FLD-WARNPCT TO SUCC-WARNPCT
                   MOVE FLD-CONTACT TO SUCC-CONTACT
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-MOVED WS-DROPPED.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > LINE-NUM
               PERFORM 160-SPLIT-BUDGET
               IF FLD-DEPT = DB-DEPTCLOSE-DEPT
                   PERFORM 170-MOVE-ONE-BUDGET
               END-IF
           END-PERFORM.
           IF WS-MOVED + WS-DROPPED = ZERO
               MOVE 'N/A' TO WS-ITEM-STATE
               MOVE 'no print budget' TO WS-ITEM-TEXT
               PERFORM 510-REPORT-ITEM
           ELSE
               PERFORM 710-SAVE-LINES
           END-IF.
           EXIT.
      ************************************************************************
       160-SPLIT-BUDGET        SECTION.
           MOVE SPACE TO FLD-DEPT FLD-PAGES FLD-WARNPCT FLD-CONTACT.
           UNSTRING LINE-ENTRY(WS-IDX) DELIMITED BY '|'
               INTO FLD-DEPT
                    FLD-PAGES
                    FLD-WARNPCT
                    FLD-CONTACT.
           EXIT.
      ************************************************************************
       170-MOVE-ONE-BUDGET     SECTION.
           MOVE SPACE TO WS-ITEM-TEXT.
           MOVE FUNCTION NUMVAL(FLD-PAGES) TO WS-EDIT-PAGES.
           IF WS-SUCC-IDX = ZERO
               ADD 1 TO WS-MOVED
               MOVE SPACE TO LINE-ENTRY(WS-IDX)
               STRING DB-DEPTCLOSE-SUCCESSOR DELIMITED BY SPACE
                      '|'                    DELIMITED BY SIZE
                      FLD-PAGES              DELIMITED BY SPACE
                      '|'                    DELIMITED BY SIZE
                      FLD-WARNPCT            DELIMITED BY SPACE
                      '|'                    DELIMITED BY SIZE
                      FLD-CONTACT            DELIMITED BY SPACE
                      INTO LINE-ENTRY(WS-IDX)
               END-STRING
               MOVE 'MOVED' TO WS-ITEM-STATE
               STRING 'print budget of '     DELIMITED BY SIZE
                      WS-EDIT-PAGES          DELIMITED BY SIZE
                      ' pages'               DELIMITED BY SIZE
                      INTO WS-ITEM-TEXT
               END-STRING
               PERFORM 510-REPORT-ITEM
               EXIT SECTION
           END-IF.
           MOVE SPACE TO LINE-ENTRY(WS-IDX).
           IF DB-DEPTCLOSE-COMBINE NOT = 'Y'
               ADD 1 TO WS-DROPPED
               MOVE 'DROPPED' TO WS-ITEM-STATE
               STRING 'print budget of '     DELIMITED BY SIZE
                      WS-EDIT-PAGES          DELIMITED BY SIZE
                      ' pages - successor keeps its own budget'
                                             DELIMITED BY SIZE
                      INTO WS-ITEM-TEXT
               END-STRING
               PERFORM 510-REPORT-ITEM
               EXIT SECTION
           END-IF.
           ADD 1 TO WS-MOVED.
           COMPUTE WS-PAGES = FUNCTION NUMVAL(FLD-PAGES)
                            + FUNCTION NUMVAL(SUCC-PAGES).
           MOVE WS-PAGES TO SUCC-PAGES.
           MOVE SPACE TO LINE-ENTRY(WS-SUCC-IDX).
           STRING DB-DEPTCLOSE-SUCCESSOR DELIMITED BY SPACE
                  '|'                    DELIMITED BY SIZE
                  SUCC-PAGES             DELIMITED BY SPACE
                  '|'                    DELIMITED BY SIZE
                  SUCC-WARNPCT           DELIMITED BY SPACE
                  '|'                    DELIMITED BY SIZE
                  SUCC-CONTACT           DELIMITED BY SPACE
                  INTO LINE-ENTRY(WS-SUCC-IDX)
           END-STRING.
           MOVE WS-PAGES TO WS-EDIT-PAGES2.
           MOVE 'MOVED' TO WS-ITEM-STATE.
           STRING 'print budget of '         DELIMITED BY SIZE
                  WS-EDIT-PAGES              DELIMITED BY SIZE
                  ' pages combined - successor now '
                                             DELIMITED BY SIZE
                  WS-EDIT-PAGES2             DELIMITED BY SIZE
                  INTO WS-ITEM-TEXT
           END-STRING.
           PERFORM 510-REPORT-ITEM.
           EXIT.
      ************************************************************************
       200-MOVE-COVER          SECTION.
      * DEPT|TEXT, ONE LINE PER COVER-SHEET LINE.  THE SUCCESSOR'S
      * OWN TEMPLATE WINS; THE CLOSING ONE IS NOT MIXED INTO IT.
           MOVE CVR-FILE TO WRK-FILE.
           PERFORM 700-LOAD-LINES.
           MOVE 0 TO WS-SUCC-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > LINE-NUM
               MOVE SPACE TO FLD-DEPT
               UNSTRING LINE-ENTRY(WS-IDX) DELIMITED BY '|'
                   INTO FLD-DEPT
               IF FLD-DEPT = DB-DEPTCLOSE-SUCCESSOR
                   MOVE WS-IDX TO WS-SUCC-IDX
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-MOVED WS-DROPPED.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > LINE-NUM
               MOVE SPACE TO FLD-DEPT
               MOVE 1 TO WS-PTR
               UNSTRING LINE-ENTRY(WS-IDX) DELIMITED BY '|'
                   INTO FLD-DEPT
                   WITH POINTER WS-PTR
               IF FLD-DEPT = DB-DEPTCLOSE-DEPT
                   IF WS-SUCC-IDX NOT = ZERO
                       ADD 1 TO WS-DROPPED
                       MOVE SPACE TO LINE-ENTRY(WS-IDX)
                   ELSE
                       ADD 1 TO WS-MOVED
                       MOVE LINE-ENTRY(WS-IDX)(WS-PTR:) TO FLD-TEXT
                       MOVE SPACE TO LINE-ENTRY(WS-IDX)
                       STRING DB-DEPTCLOSE-SUCCESSOR DELIMITED BY SPACE
                              '|'                    DELIMITED BY SIZE
                              FLD-TEXT               DELIMITED BY SIZE
                              INTO LINE-ENTRY(WS-IDX)
                       END-STRING
                   END-IF
               END-IF
           END-PERFORM.
           MOVE SPACE TO WS-ITEM-TEXT.
           IF WS-MOVED + WS-DROPPED = ZERO
               MOVE 'N/A' TO WS-ITEM-STATE
               MOVE 'no cover-sheet template' TO WS-ITEM-TEXT
               PERFORM 510-REPORT-ITEM
               EXIT SECTION
           END-IF.
           IF WS-MOVED NOT = ZERO
               MOVE WS-MOVED TO WS-EDIT-COUNT
               MOVE 'MOVED' TO WS-ITEM-STATE
               STRING 'cover-sheet template of' DELIMITED BY SIZE
                      WS-EDIT-COUNT             DELIMITED BY SIZE
                      ' lines'                  DELIMITED BY SIZE
                      INTO WS-ITEM-TEXT
               END-STRING
           ELSE
               MOVE WS-DROPPED TO WS-EDIT-COUNT
               MOVE 'DROPPED' TO WS-ITEM-STATE
               STRING 'cover-sheet template of' DELIMITED BY SIZE
                      WS-EDIT-COUNT             DELIMITED BY SIZE
                      ' lines - successor keeps its own'
                                                DELIMITED BY SIZE
                      INTO WS-ITEM-TEXT
               END-STRING
           END-IF.
           PERFORM 510-REPORT-ITEM.
           PERFORM 710-SAVE-LINES.
           EXIT.
      ************************************************************************
       250-MOVE-CHECKLIST      SECTION.
      * TEXT|DEPARTMENT, ONE LINE PER CHECKLIST ITEM.  WRK-FILE AND
      * WS-TEMPLATE NAME THE TEMPLATE.
           PERFORM 700-LOAD-LINES.
           MOVE 0 TO WS-MOVED WS-DROPPED.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > LINE-NUM
               MOVE SPACE TO FLD-TEXT FLD-DEPT
               UNSTRING LINE-ENTRY(WS-IDX) DELIMITED BY '|'
                   INTO FLD-TEXT
                        FLD-DEPT
               IF FLD-DEPT = DB-DEPTCLOSE-DEPT
                   PERFORM 260-MOVE-ONE-ITEM
               END-IF
           END-PERFORM.
           MOVE SPACE TO WS-ITEM-TEXT.
           IF WS-MOVED + WS-DROPPED = ZERO
               MOVE 'N/A' TO WS-ITEM-STATE
               STRING 'no '                    DELIMITED BY SIZE
                      WS-TEMPLATE              DELIMITED BY SPACE
                      ' checklist item'        DELIMITED BY SIZE
                      INTO WS-ITEM-TEXT
               END-STRING
               PERFORM 510-REPORT-ITEM
               EXIT SECTION
           END-IF.
           IF WS-MOVED NOT = ZERO
               MOVE WS-MOVED TO WS-EDIT-COUNT
               MOVE 'MOVED' TO WS-ITEM-STATE
               STRING WS-TEMPLATE              DELIMITED BY SPACE
                      ' checklist items:'      DELIMITED BY SIZE
                      WS-EDIT-COUNT            DELIMITED BY SIZE
                      INTO WS-ITEM-TEXT
               END-STRING
               PERFORM 510-REPORT-ITEM
           END-IF.
           IF WS-DROPPED NOT = ZERO
               MOVE WS-DROPPED TO WS-EDIT-COUNT
               MOVE SPACE TO WS-ITEM-TEXT
               MOVE 'DROPPED' TO WS-ITEM-STATE
               STRING WS-TEMPLATE              DELIMITED BY SPACE
                      ' checklist items:'      DELIMITED BY SIZE
                      WS-EDIT-COUNT            DELIMITED BY SIZE
                      ' - successor has them already'
                                               DELIMITED BY SIZE
                      INTO WS-ITEM-TEXT
               END-STRING
               PERFORM 510-REPORT-ITEM
           END-IF.
           PERFORM 710-SAVE-LINES.
           EXIT.
      ************************************************************************
       260-MOVE-ONE-ITEM       SECTION.
           MOVE FLD-TEXT TO SUCC-TEXT.
           PERFORM VARYING WS-IDX2 FROM 1 BY 1
                     UNTIL WS-IDX2 > LINE-NUM
               MOVE SPACE TO FLD-TEXT FLD-DEPT
               UNSTRING LINE-ENTRY(WS-IDX2) DELIMITED BY '|'
                   INTO FLD-TEXT
                        FLD-DEPT
               IF FLD-DEPT = DB-DEPTCLOSE-SUCCESSOR
                  AND FLD-TEXT = SUCC-TEXT
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           MOVE SPACE TO LINE-ENTRY(WS-IDX).
           IF WS-IDX2 > LINE-NUM
               ADD 1 TO WS-MOVED
               STRING SUCC-TEXT              DELIMITED BY '  '
                      '|'                    DELIMITED BY SIZE
                      DB-DEPTCLOSE-SUCCESSOR DELIMITED BY SPACE
                      INTO LINE-ENTRY(WS-IDX)
               END-STRING
           ELSE
               ADD 1 TO WS-DROPPED
           END-IF.
           EXIT.
      ************************************************************************
       300-MOVE-LIST           SECTION.
      * LISTNAME|TERMINAL.  ONLY A LIST NAMED AFTER THE DEPARTMENT
      * BELONGS TO IT; ITS MEMBERS JOIN THE SUCCESSOR'S LIST.
           MOVE DLST-FILE TO WRK-FILE.
           PERFORM 700-LOAD-LINES.
           MOVE 0 TO WS-MOVED WS-DROPPED.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > LINE-NUM
               MOVE SPACE TO FLD-DEPT FLD-VALUE
               UNSTRING LINE-ENTRY(WS-IDX) DELIMITED BY '|'
                   INTO FLD-DEPT
                        FLD-VALUE
               IF FLD-DEPT = DB-DEPTCLOSE-DEPT
                   PERFORM 310-MOVE-ONE-MEMBER
               END-IF
           END-PERFORM.
           MOVE SPACE TO WS-ITEM-TEXT.
           IF WS-MOVED + WS-DROPPED = ZERO
               MOVE 'N/A' TO WS-ITEM-STATE
               MOVE 'no distribution list' TO WS-ITEM-TEXT
               PERFORM 510-REPORT-ITEM
               EXIT SECTION
           END-IF.
           IF WS-MOVED NOT = ZERO
               MOVE WS-MOVED TO WS-EDIT-COUNT
               MOVE 'MOVED' TO WS-ITEM-STATE
               STRING 'distribution list members:' DELIMITED BY SIZE
                      WS-EDIT-COUNT                DELIMITED BY SIZE
                      INTO WS-ITEM-TEXT
               END-STRING
               PERFORM 510-REPORT-ITEM
           END-IF.
           IF WS-DROPPED NOT = ZERO
               MOVE WS-DROPPED TO WS-EDIT-COUNT
               MOVE SPACE TO WS-ITEM-TEXT
               MOVE 'DROPPED' TO WS-ITEM-STATE
               STRING 'distribution list members:' DELIMITED BY SIZE
                      WS-EDIT-COUNT                DELIMITED BY SIZE
                      ' - on the successor list already'
                                                   DELIMITED BY SIZE
                      INTO WS-ITEM-TEXT
               END-STRING
               PERFORM 510-REPORT-ITEM
           END-IF.
           PERFORM 710-SAVE-LINES.
           EXIT.
      ************************************************************************
       310-MOVE-ONE-MEMBER     SECTION.
           MOVE FLD-VALUE TO SUCC-VALUE.
           PERFORM VARYING WS-IDX2 FROM 1 BY 1
                     UNTIL WS-IDX2 > LINE-NUM
               MOVE SPACE TO FLD-DEPT FLD-VALUE
               UNSTRING LINE-ENTRY(WS-IDX2) DELIMITED BY '|'
                   INTO FLD-DEPT
                        FLD-VALUE
               IF FLD-DEPT = DB-DEPTCLOSE-SUCCESSOR
                  AND FLD-VALUE = SUCC-VALUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           MOVE SPACE TO LINE-ENTRY(WS-IDX).
           IF WS-IDX2 > LINE-NUM
               ADD 1 TO WS-MOVED
               STRING DB-DEPTCLOSE-SUCCESSOR DELIMITED BY SPACE
                      '|'                    DELIMITED BY SIZE
                      SUCC-VALUE             DELIMITED BY SPACE
                      INTO LINE-ENTRY(WS-IDX)
               END-STRING
           ELSE
               ADD 1 TO WS-DROPPED
           END-IF.
           EXIT.
      ************************************************************************
       350-MOVE-USAGE          SECTION.
      * MONTH|USER|DEPT|BYTES|FILES.  ONLY THE CURRENT MONTH COUNTS
      * AGAINST THE QUOTA; EARLIER MONTHS ARE HISTORY.
           MOVE USAGE-FILE TO WRK-FILE.
           PERFORM 700-LOAD-LINES.
           MOVE 0 TO WS-MOVED WS-KEPT.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > LINE-NUM
               MOVE SPACE TO FLD-MONTH FLD-USER FLD-DEPT
                             FLD-BYTES FLD-FILES
               UNSTRING LINE-ENTRY(WS-IDX) DELIMITED BY '|'
                   INTO FLD-MONTH
                        FLD-USER
                        FLD-DEPT
                        FLD-BYTES
                        FLD-FILES
               IF FLD-DEPT = DB-DEPTCLOSE-DEPT
                   IF FLD-MONTH = WS-RUN-DATE(1:6)
                       ADD 1 TO WS-MOVED
                       MOVE SPACE TO LINE-ENTRY(WS-IDX)
                       STRING FLD-MONTH              DELIMITED BY SPACE
                              '|'                    DELIMITED BY SIZE
                              FLD-USER               DELIMITED BY SPACE
                              '|'                    DELIMITED BY SIZE
                              DB-DEPTCLOSE-SUCCESSOR DELIMITED BY SPACE
                              '|'                    DELIMITED BY SIZE
                              FLD-BYTES              DELIMITED BY SPACE
                              '|'                    DELIMITED BY SIZE
                              FLD-FILES              DELIMITED BY SPACE
                              INTO LINE-ENTRY(WS-IDX)
                       END-STRING
                   ELSE
                       ADD 1 TO WS-KEPT
                   END-IF
               END-IF
           END-PERFORM.
           MOVE SPACE TO WS-ITEM-TEXT.
           IF WS-MOVED NOT = ZERO
               MOVE WS-MOVED TO WS-EDIT-COUNT
               MOVE 'MOVED' TO WS-ITEM-STATE
               STRING 'upload usage this month, users:'
                                               DELIMITED BY SIZE
                      WS-EDIT-COUNT            DELIMITED BY SIZE
                      INTO WS-ITEM-TEXT
               END-STRING
               PERFORM 510-REPORT-ITEM
               PERFORM 710-SAVE-LINES
           ELSE
               MOVE 'N/A' TO WS-ITEM-STATE
               MOVE 'no upload usage this month' TO WS-ITEM-TEXT
               PERFORM 510-REPORT-ITEM
           END-IF.
           IF WS-KEPT NOT = ZERO
               MOVE WS-KEPT TO WS-EDIT-COUNT
               MOVE SPACE TO WS-ITEM-TEXT
               MOVE 'KEPT' TO WS-ITEM-STATE
               STRING 'upload usage of earlier months, rows:'
                                               DELIMITED BY SIZE
                      WS-EDIT-COUNT            DELIMITED BY SIZE
                      INTO WS-ITEM-TEXT
               END-STRING
               PERFORM 510-REPORT-ITEM
           END-IF.
           EXIT.
      ************************************************************************
       400-MOVE-QUEUE          SECTION.
      * A JOB STILL TO BE PRINTED FOLLOWS THE DEPARTMENT; ONE SENT TO
      * THE PRINTER OR FINISHED WITH IS HISTORY.  THE QUEUE LOCK IS
      * HELD FROM 000-MAIN.
           MOVE 0 TO WS-MOVED WS-KEPT.
           INITIALIZE DB-PRINTQ.
           MOVE 'FIRST' TO DB-PRINTQ-FUNC.
           CALL 'PRINTQ' USING DB-PRINTQ.
           PERFORM UNTIL DB-PRINTQ-RC NOT = ZERO
               IF DB-PRINTQ-DEPT = DB-DEPTCLOSE-DEPT
                   EVALUATE DB-PRINTQ-STATUS
                     WHEN 'DISPATCHED'
                     WHEN 'CONFIRMED'
                     WHEN 'CANCELLED'
                     WHEN 'REJECTED'
                     WHEN 'EXPIRED'
                       ADD 1 TO WS-KEPT
                     WHEN OTHER
                       MOVE DB-DEPTCLOSE-SUCCESSOR TO DB-PRINTQ-DEPT
                       MOVE 'REWRITE' TO DB-PRINTQ-FUNC
                       CALL 'PRINTQ' USING DB-PRINTQ
                       ADD 1 TO WS-MOVED
                   END-EVALUATE
               END-IF
               MOVE 'NEXT' TO DB-PRINTQ-FUNC
               CALL 'PRINTQ' USING DB-PRINTQ
           END-PERFORM.
           MOVE SPACE TO WS-ITEM-TEXT.
           IF WS-MOVED NOT = ZERO
               MOVE WS-MOVED TO WS-EDIT-COUNT
               MOVE 'MOVED' TO WS-ITEM-STATE
               STRING 'open print jobs:'       DELIMITED BY SIZE
                      WS-EDIT-COUNT            DELIMITED BY SIZE
                      INTO WS-ITEM-TEXT
               END-STRING
           ELSE
               MOVE 'N/A' TO WS-ITEM-STATE
               MOVE 'no open print job' TO WS-ITEM-TEXT
           END-IF.
           PERFORM 510-REPORT-ITEM.
           IF WS-KEPT NOT = ZERO
               MOVE WS-KEPT TO WS-EDIT-COUNT
               MOVE SPACE TO WS-ITEM-TEXT
               MOVE 'KEPT' TO WS-ITEM-STATE
               STRING 'printed or finished print jobs:'
                                               DELIMITED BY SIZE
                      WS-EDIT-COUNT            DELIMITED BY SIZE
                      INTO WS-ITEM-TEXT
               END-STRING
               PERFORM 510-REPORT-ITEM
           END-IF.
           EXIT.
      ************************************************************************
       450-CLOSE-MASTER        SECTION.
      * THE ASSIGNMENT IN FORCE ENDS YESTERDAY, AS A COST-CENTER
      * CHANGE DOES, UNLESS IT ONLY STARTED TODAY.
           MOVE 0 TO DB-DUMAST-NUM.
           OPEN INPUT MSTFD.
           IF MST-FILE-ST = "00"
               PERFORM UNTIL MST-FILE-ST NOT = "00"
                        OR DB-DUMAST-NUM >= 300
                   READ MSTFD INTO MST-LINE
                   IF MST-FILE-ST = "00" AND MST-LINE NOT = SPACE
                       ADD 1 TO DB-DUMAST-NUM
                       MOVE SPACE TO DB-DUMAST-ENTRY(DB-DUMAST-NUM)
                       UNSTRING MST-LINE DELIMITED BY '|'
                           INTO DB-DUMAST-TYPE(DB-DUMAST-NUM)
                                DB-DUMAST-KEY(DB-DUMAST-NUM)
                                DB-DUMAST-VALUE(DB-DUMAST-NUM)
                                DB-DUMAST-STATUS(DB-DUMAST-NUM)
                                DB-DUMAST-FROM(DB-DUMAST-NUM)
                                DB-DUMAST-TO(DB-DUMAST-NUM)
                   END-IF
               END-PERFORM
               CLOSE MSTFD
           END-IF.
           COMPUTE WS-CLOSE-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-RUN-DATE)) - 1).
           MOVE 0 TO WS-MOVED.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > DB-DUMAST-NUM
               EVALUATE DB-DUMAST-TYPE(WS-IDX)
                 WHEN 'D'
                   IF DB-DUMAST-KEY(WS-IDX) = DB-DEPTCLOSE-DEPT
                      AND DB-DUMAST-TO(WS-IDX) = SPACE
                       IF DB-DUMAST-FROM(WS-IDX) < WS-RUN-DATE
                           MOVE WS-CLOSE-DATE TO DB-DUMAST-TO(WS-IDX)
                       ELSE
                           MOVE WS-RUN-DATE TO DB-DUMAST-TO(WS-IDX)
                       END-IF
                       MOVE 'CLOSED' TO DB-DUMAST-STATUS(WS-IDX)
                       MOVE SPACE TO WS-ITEM-TEXT
                       MOVE 'DONE' TO WS-ITEM-STATE
                       STRING 'department closed on the master, '
                                                  DELIMITED BY SIZE
                              'cost center '      DELIMITED BY SIZE
                              DB-DUMAST-VALUE(WS-IDX)
                                                  DELIMITED BY SPACE
                              ' ended '           DELIMITED BY SIZE
                              DB-DUMAST-TO(WS-IDX)
                                                  DELIMITED BY SIZE
                              INTO WS-ITEM-TEXT
                       END-STRING
                       PERFORM 510-REPORT-ITEM
                   END-IF
                 WHEN 'U'
                   IF DB-DUMAST-VALUE(WS-IDX) = DB-DEPTCLOSE-DEPT
                      AND DB-DUMAST-STATUS(WS-IDX) = 'ACTIVE'
                       MOVE DB-DEPTCLOSE-SUCCESSOR
                           TO DB-DUMAST-VALUE(WS-IDX)
                       ADD 1 TO WS-MOVED
                   END-IF
                 WHEN 'M'
                   IF DB-DUMAST-KEY(WS-IDX) = DB-DEPTCLOSE-DEPT
                      AND DB-DUMAST-STATUS(WS-IDX) = 'ACTIVE'
                       MOVE 'INACTIVE' TO DB-DUMAST-STATUS(WS-IDX)
                       MOVE SPACE TO WS-ITEM-TEXT
                       MOVE 'DONE' TO WS-ITEM-STATE
                       STRING 'manager '          DELIMITED BY SIZE
                              DB-DUMAST-VALUE(WS-IDX)
                                                  DELIMITED BY SPACE
                              ' made inactive'    DELIMITED BY SIZE
                              INTO WS-ITEM-TEXT
                       END-STRING
                       PERFORM 510-REPORT-ITEM
                   END-IF
               END-EVALUATE
           END-PERFORM.
           MOVE SPACE TO WS-ITEM-TEXT.
           IF WS-MOVED NOT = ZERO
               MOVE WS-MOVED TO WS-EDIT-COUNT
               MOVE 'MOVED' TO WS-ITEM-STATE
               STRING 'active users:'          DELIMITED BY SIZE
                      WS-EDIT-COUNT            DELIMITED BY SIZE
                      INTO WS-ITEM-TEXT
               END-STRING
           ELSE
               MOVE 'N/A' TO WS-ITEM-STATE
               MOVE 'no active user' TO WS-ITEM-TEXT
           END-IF.
           PERFORM 510-REPORT-ITEM.
           OPEN OUTPUT MSTFD.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > DB-DUMAST-NUM
               MOVE SPACE TO MST-LINE
               STRING DB-DUMAST-TYPE(WS-IDX)   DELIMITED BY SIZE
                      '|'                      DELIMITED BY SIZE
                      DB-DUMAST-KEY(WS-IDX)    DELIMITED BY SPACE
                      '|'                      DELIMITED BY SIZE
                      DB-DUMAST-VALUE(WS-IDX)  DELIMITED BY SPACE
                      '|'                      DELIMITED BY SIZE
                      DB-DUMAST-STATUS(WS-IDX) DELIMITED BY SPACE
                      INTO MST-LINE
               END-STRING
               IF DB-DUMAST-TYPE(WS-IDX) = 'D'
                  AND (DB-DUMAST-FROM(WS-IDX) NOT = SPACE
                       OR DB-DUMAST-TO(WS-IDX) NOT = SPACE)
                   PERFORM 460-ADD-DATES
               END-IF
               WRITE MST-LINE
           END-PERFORM.
           CLOSE MSTFD.
           EXIT.
      ************************************************************************
       460-ADD-DATES           SECTION.
           MOVE 1 TO WS-IDX2.
           INSPECT MST-LINE TALLYING WS-IDX2
               FOR CHARACTERS BEFORE INITIAL '  '.
           STRING '|'                    DELIMITED BY SIZE
                  DB-DUMAST-FROM(WS-IDX) DELIMITED BY SPACE
                  '|'                    DELIMITED BY SIZE
                  DB-DUMAST-TO(WS-IDX)   DELIMITED BY SPACE
                  INTO MST-LINE
                  WITH POINTER WS-IDX2
           END-STRING.
           EXIT.
      ************************************************************************
       500-REPORT-HEADING      SECTION.
           MOVE SPACE TO RPT-LINE.
           STRING 'DEPARTMENT CLOSURE OF '     DELIMITED BY SIZE
                  DB-DEPTCLOSE-DEPT            DELIMITED BY SPACE
                  INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACE TO RPT-LINE.
           STRING 'SUCCESSOR '                 DELIMITED BY SIZE
                  DB-DEPTCLOSE-SUCCESSOR       DELIMITED BY SPACE
                  '   COMBINE BUDGETS '        DELIMITED BY SIZE
                  DB-DEPTCLOSE-COMBINE         DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACE TO RPT-LINE.
           STRING 'RUN BY '                    DELIMITED BY SIZE
                  DB-DEPTCLOSE-BY              DELIMITED BY SPACE
                  ' AT '                       DELIMITED BY SIZE
                  WS-NOW                       DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACE TO RPT-LINE.
           WRITE RPT-LINE.
           EXIT.
      ************************************************************************
       510-REPORT-ITEM         SECTION.
      * WS-ITEM-STATE IS MOVED, DROPPED, KEPT, DONE OR N/A.
           IF WS-ITEM-STATE = 'MOVED'
               ADD 1 TO DB-DEPTCLOSE-MOVED
           END-IF.
           IF WS-ITEM-STATE = 'DROPPED'
               ADD 1 TO DB-DEPTCLOSE-DROPPED
           END-IF.
           MOVE SPACE TO RPT-LINE.
           STRING '['                          DELIMITED BY SIZE
                  WS-ITEM-STATE                DELIMITED BY SPACE
                  '] '                         DELIMITED BY SIZE
                  WS-ITEM-TEXT                 DELIMITED BY '  '
                  INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           EXIT.
      ************************************************************************
       520-REPORT-TOTALS       SECTION.
           MOVE SPACE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACE TO RPT-LINE.
           MOVE DB-DEPTCLOSE-MOVED TO WS-EDIT-COUNT.
           STRING 'ITEMS MOVED:   '       DELIMITED BY SIZE
                  WS-EDIT-COUNT           DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACE TO RPT-LINE.
           MOVE DB-DEPTCLOSE-DROPPED TO WS-EDIT-COUNT.
           STRING 'ITEMS DROPPED: '       DELIMITED BY SIZE
                  WS-EDIT-COUNT           DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           EXIT.
      ************************************************************************
       700-LOAD-LINES          SECTION.
           MOVE 0 TO LINE-NUM.
           OPEN INPUT WRKFD.
           IF WRK-FILE-ST NOT = "00"
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WRK-FILE-ST NOT = "00"
                      OR LINE-NUM >= 1000
               READ WRKFD INTO WRK-LINE
               IF WRK-FILE-ST = "00" AND WRK-LINE NOT = SPACE
                   ADD 1 TO LINE-NUM
                   MOVE WRK-LINE TO LINE-ENTRY(LINE-NUM)
               END-IF
           END-PERFORM.
           CLOSE WRKFD.
           EXIT.
      ************************************************************************
       710-SAVE-LINES          SECTION.
      * A LINE BLANKED IN THE TABLE IS LEFT OUT.
           OPEN OUTPUT WRKFD.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > LINE-NUM
               IF LINE-ENTRY(WS-IDX) NOT = SPACE
                   MOVE LINE-ENTRY(WS-IDX) TO WRK-LINE
                   WRITE WRK-LINE
               END-IF
           END-PERFORM.
           CLOSE WRKFD.
           EXIT.
      ************************************************************************
       980-FILE-REPORT         SECTION.
           MOVE 'DEPTCLOSE' TO DB-RPTREPO-PROGRAM.
           MOVE RPT-FILE TO DB-RPTREPO-SOURCE.
           MOVE SPACE TO DB-RPTREPO-BIZDATE.
           MOVE SPACE TO DB-RPTREPO-CLASS.
           CALL 'RPTREPO' USING
                MCPAREA
                SPAAREA
                DB-RPTREPO.
           EXIT.
