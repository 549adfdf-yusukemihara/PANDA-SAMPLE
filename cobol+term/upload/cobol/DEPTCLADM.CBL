       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         DEPTCLADM.
      ******************************************************************
      * DEPARTMENT CLOSURE WINDOW.  LISTS THE DEPARTMENTS ON THE
      * MASTER THAT ARE OPEN OR CLOSED.  THE CLOSE BUTTON RUNS
      * DEPTCLOSE FOR THE DEPARTMENT ENTERED, HANDING ITS ROUTES,
      * BUDGET, TEMPLATES, QUOTA USAGE AND WAITING PRINT JOBS TO THE
      * SUCCESSOR ENTERED; COMBINE Y ADDS ITS PRINT BUDGET TO THE
      * SUCCESSOR'S.  IT ASKS FOR THE OPERATOR'S PASSWORD AGAIN
      * (STEPUP) FIRST, AS A CLOSURE CANNOT BE UNDONE HERE.
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
           SELECT MSTFD    ASSIGN TO MST-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS MST-FILE-ST.
       DATA                DIVISION.
       FILE                SECTION.
           FD  MSTFD.
           01  MST-LINE            PIC X(80).
       WORKING-STORAGE     SECTION.
            COPY    "DB-AUTH".
            COPY    "DB-STEPUP".
            COPY    "DB-DEPTCLOSE".
       01  MST-FILE            PIC X(80)
                               VALUE './cobol/dept-user-master.dat'.
       01  MST-FILE-ST         PIC X(02).
       01  MST-REC.
           05  MST-TYPE            PIC X(1).
           05  MST-KEY             PIC X(20).
           05  MST-VALUE           PIC X(20).
           05  MST-STATUS          PIC X(10).
           05  MST-FROM            PIC X(8).
           05  MST-TO              PIC X(8).
       01  DEPT-TABLE.
           05  DPT-NUM             PIC 9(3).
           05  DPT-ENTRY OCCURS 100 TIMES.
               10  DPT-DEPT        PIC X(20).
               10  DPT-COSTCTR     PIC X(20).
               10  DPT-STATUS      PIC X(10).
               10  DPT-TO          PIC X(8).
       01  WS-IDX              PIC 9(3).
       01  WS-SEL-IDX          PIC 9(5).
       01  WS-EDIT-MOVED       PIC ZZZ9.
       01  WS-EDIT-DROPPED     PIC ZZZ9.
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
           DISPLAY 'deptcladm widget:' MCP-WIDGET
           MOVE MCP-USER TO DB-AUTH-USER.
           MOVE 'DEPT-CLOSE' TO DB-AUTH-FUNC.
           MOVE 'N' TO DB-AUTH-DEFAULT.
           CALL 'AUTHCHECK' USING DB-AUTH.
           IF DB-AUTH-ALLOW NOT = 'Y'
               PERFORM 005-REFUSE-ENTRY
           ELSE
               EVALUATE    MCP-STATUS      ALSO    MCP-WIDGET
                 WHEN     'LINK'           ALSO    ANY
                   PERFORM 010-INIT
                 WHEN     'PUTG'           ALSO    'dctable'
                   PERFORM 020-ROW-CLICKED
                 WHEN     'PUTG'           ALSO    'closebutton'
                   PERFORM 030-CLOSE-DEPT
                 WHEN     'PUTG'           ALSO    'refreshbutton'
                   PERFORM 080-REFRESH
               END-EVALUATE
           END-IF.
           EXIT    PROGRAM.
      ************************************************************************
       005-REFUSE-ENTRY        SECTION.
           MOVE 'department closure authority required' TO SCR-DCMSG.
           INITIALIZE DCTABLE.
           MOVE 2 TO DCTROWATTR.
           MOVE 'deptcladm' TO MCP-WINDOW.
           IF MCP-STATUS = 'LINK'
               MOVE 'NEW' TO MCP-PUTTYPE
           ELSE
               MOVE 'PUTG' TO MCP-PUTTYPE
           END-IF.
           PERFORM 900-PUT-WINDOW.
           EXIT.
      ************************************************************************
       010-INIT                SECTION.
           INITIALIZE DCTABLE.
           MOVE 2 TO DCTROWATTR.
           MOVE SPACE TO SCR-DCMSG.
           MOVE 'N' TO SCR-DCCOMBINE.
           PERFORM 100-LOAD-DEPTS.
           PERFORM 500-DEPTS-TO-TABLE.
           MOVE   'NEW'        TO  MCP-PUTTYPE.
           MOVE   'deptcladm'  TO  MCP-WINDOW.
           PERFORM 900-PUT-WINDOW.
           EXIT.
      ************************************************************************
       020-ROW-CLICKED         SECTION.
           PERFORM 100-LOAD-DEPTS.
           IF DCTROW NOT = ZERO AND DCTROW NOT > DPT-NUM
               MOVE DPT-DEPT(DCTROW) TO SCR-DCDEPT
           END-IF.
           MOVE SPACE TO SCR-DCMSG.
           MOVE   'PUTG'       TO  MCP-PUTTYPE.
           MOVE   'deptcladm'  TO  MCP-WINDOW.
           PERFORM 900-PUT-WINDOW.
           EXIT.
      ************************************************************************
       030-CLOSE-DEPT          SECTION.
           IF SCR-DCDEPT = SPACE OR SCR-DCSUCC = SPACE
               MOVE 'department and successor are required'
                   TO SCR-DCMSG
               PERFORM 090-SHOW-DEPTS
               EXIT SECTION
           END-IF.
           IF SCR-DCDEPT = SCR-DCSUCC
               MOVE 'successor must be another department'
                   TO SCR-DCMSG
               PERFORM 090-SHOW-DEPTS
               EXIT SECTION
           END-IF.
           IF SCR-DCCOMBINE = SPACE
               MOVE 'N' TO SCR-DCCOMBINE
           END-IF.
           IF SCR-DCCOMBINE NOT = 'Y' AND SCR-DCCOMBINE NOT = 'N'
               MOVE 'combine budgets must be Y or N' TO SCR-DCMSG
               PERFORM 090-SHOW-DEPTS
               EXIT SECTION
           END-IF.
           PERFORM 150-STEP-UP.
           IF DB-STEPUP-RC NOT = ZERO
               PERFORM 090-SHOW-DEPTS
               EXIT SECTION
           END-IF.
           INITIALIZE DB-DEPTCLOSE.
           MOVE SCR-DCDEPT    TO DB-DEPTCLOSE-DEPT.
           MOVE SCR-DCSUCC    TO DB-DEPTCLOSE-SUCCESSOR.
           MOVE SCR-DCCOMBINE TO DB-DEPTCLOSE-COMBINE.
           MOVE MCP-USER      TO DB-DEPTCLOSE-BY.
           CALL 'DEPTCLOSE' USING
                MCPAREA
                SPAAREA
                DB-DEPTCLOSE.
           EVALUATE DB-DEPTCLOSE-RC
             WHEN 0
               MOVE DB-DEPTCLOSE-MOVED   TO WS-EDIT-MOVED
               MOVE DB-DEPTCLOSE-DROPPED TO WS-EDIT-DROPPED
               MOVE SPACE TO SCR-DCMSG
               STRING 'department closed - moved '  DELIMITED BY SIZE
                      WS-EDIT-MOVED                 DELIMITED BY SIZE
                      ', dropped '                  DELIMITED BY SIZE
                      WS-EDIT-DROPPED               DELIMITED BY SIZE
                      ' - see the closure report'   DELIMITED BY SIZE
                      INTO SCR-DCMSG
               END-STRING
             WHEN 1
               MOVE 'print queue busy - nothing changed, try again'
                   TO SCR-DCMSG
             WHEN 8
               MOVE 'successor must be an active department'
                   TO SCR-DCMSG
             WHEN OTHER
               MOVE 'department is not an active department'
                   TO SCR-DCMSG
           END-EVALUATE.
           PERFORM 090-SHOW-DEPTS.
           EXIT.
      ************************************************************************
       080-REFRESH             SECTION.
           MOVE SPACE TO SCR-DCMSG.
           PERFORM 090-SHOW-DEPTS.
           EXIT.
      ************************************************************************
       090-SHOW-DEPTS          SECTION.
           PERFORM 100-LOAD-DEPTS.
           PERFORM 500-DEPTS-TO-TABLE.
           MOVE   'PUTG'       TO  MCP-PUTTYPE.
           MOVE   'deptcladm'  TO  MCP-WINDOW.
           PERFORM 900-PUT-WINDOW.
           EXIT.
      ************************************************************************
       100-LOAD-DEPTS          SECTION.
      * THE ASSIGNMENT IN FORCE OF EACH OPEN DEPARTMENT AND THE LAST
      * ONE OF EACH CLOSED DEPARTMENT; OLDER ASSIGNMENTS ARE HISTORY.
           MOVE 0 TO DPT-NUM.
           OPEN INPUT MSTFD.
           IF MST-FILE-ST NOT = "00"
               EXIT SECTION
           END-IF.
           PERFORM UNTIL MST-FILE-ST NOT = "00"
                      OR DPT-NUM >= 100
               READ MSTFD INTO MST-LINE
               IF MST-FILE-ST = "00" AND MST-LINE(1:2) = 'D|'
                   MOVE SPACE TO MST-REC
                   UNSTRING MST-LINE DELIMITED BY '|'
                       INTO MST-TYPE
                            MST-KEY
                            MST-VALUE
                            MST-STATUS
                            MST-FROM
                            MST-TO
                   IF MST-TO = SPACE OR MST-STATUS = 'CLOSED'
                       ADD 1 TO DPT-NUM
                       MOVE MST-KEY    TO DPT-DEPT(DPT-NUM)
                       MOVE MST-VALUE  TO DPT-COSTCTR(DPT-NUM)
                       MOVE MST-STATUS TO DPT-STATUS(DPT-NUM)
                       MOVE MST-TO     TO DPT-TO(DPT-NUM)
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE MSTFD.
           EXIT.
      ************************************************************************
       150-STEP-UP         SECTION.
      * THE CLOSURE GOES AHEAD ONLY ON DB-STEPUP-RC ZERO.
           MOVE SCR-STEPPASS TO DB-STEPUP-PASS.
           MOVE SPACE TO SCR-STEPPASS.
           CALL 'STEPUP' USING
                MCPAREA
                DB-STEPUP.
           EVALUATE DB-STEPUP-RC
             WHEN 0
               CONTINUE
             WHEN 1
               MOVE 'enter your password to confirm' TO SCR-DCMSG
             WHEN 3
               MOVE 'account locked - see an administrator'
                   TO SCR-DCMSG
             WHEN OTHER
               MOVE 'password not accepted' TO SCR-DCMSG
           END-EVALUATE.
           EXIT.
      ************************************************************************
       500-DEPTS-TO-TABLE      SECTION.
           MOVE DCTROW TO WS-SEL-IDX.
           INITIALIZE DCTABLE.
           MOVE 2 TO DCTROWATTR.
           MOVE WS-SEL-IDX TO DCTROW.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > DPT-NUM
               ADD 1 TO DCROWCNT
               MOVE DPT-DEPT(WS-IDX)    TO DCCELL1(DCROWCNT)
               MOVE DPT-COSTCTR(WS-IDX) TO DCCELL2(DCROWCNT)
               MOVE DPT-STATUS(WS-IDX)  TO DCCELL3(DCROWCNT)
               MOVE DPT-TO(WS-IDX)      TO DCCELL4(DCROWCNT)
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
