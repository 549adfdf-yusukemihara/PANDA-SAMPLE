       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         OFFBDADM.
      ******************************************************************
      * OFFBOARDING WINDOW.  LISTS THE USERS MARKED INACTIVE ON THE
      * DEPARTMENT MASTER WITH THEIR LATEST OFFBOARDING RUN FROM THE
      * OFFBOARDING LOG, SO ITEMS LEFT OPEN BY THE ROSTER IMPORT CAN
      * BE SEEN AND CLEARED.  THE OFFBOARD BUTTON RUNS OFFBOARD FOR
      * THE USER ENTERED - ALSO FOR A LEAVER HR HAS NOT YET TAKEN
      * OFF THE ROSTER - WITH THE SUCCESSOR ENTERED, ELSE THE
      * DEPARTMENT MANAGER.  IT ASKS FOR THE OPERATOR'S PASSWORD
      * AGAIN (STEPUP) FIRST.
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
           SELECT MSTFD    ASSIGN TO MST-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS MST-FILE-ST.
           SELECT OBLOGFD  ASSIGN TO OBLOG-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS OBLOG-FILE-ST.
       DATA                DIVISION.
       FILE                SECTION.
           FD  MSTFD.
           01  MST-LINE            PIC X(80).
           FD  OBLOGFD.
           01  OBLOG-LINE          PIC X(160).
       WORKING-STORAGE     SECTION.
            COPY    "DB-AUTH".
            COPY    "DB-STEPUP".
            COPY    "DB-OFFBOARD".
       01  MST-FILE            PIC X(80)
                               VALUE './cobol/dept-user-master.dat'.
       01  MST-FILE-ST         PIC X(02).
       01  OBLOG-FILE          PIC X(80)
                               VALUE './cobol/offboarding.log'.
       01  OBLOG-FILE-ST       PIC X(02).
       01  MST-REC.
           05  MST-TYPE            PIC X(1).
           05  MST-KEY             PIC X(20).
           05  MST-VALUE           PIC X(20).
           05  MST-STATUS          PIC X(10).
       01  OBLOG-REC.
           05  OBLOG-TS            PIC X(14).
           05  OBLOG-USER          PIC X(20).
           05  OBLOG-DEPT          PIC X(20).
           05  OBLOG-SUCC          PIC X(20).
           05  OBLOG-BY            PIC X(20).
           05  OBLOG-DONE          PIC X(4).
           05  OBLOG-OPEN          PIC X(4).
       01  LEAVER-TABLE.
           05  LVR-NUM             PIC 9(3).
           05  LVR-ENTRY OCCURS 100 TIMES.
               10  LVR-USER        PIC X(20).
               10  LVR-DEPT        PIC X(20).
               10  LVR-LAST-TS     PIC X(14).
               10  LVR-SUCC        PIC X(20).
               10  LVR-OPEN        PIC X(4).
       01  WS-IDX              PIC 9(3).
       01  WS-SEL-IDX          PIC 9(5).
       01  WS-EDIT-DONE        PIC ZZZ9.
       01  WS-EDIT-OPEN        PIC ZZZ9.
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
           DISPLAY 'offbdadm widget:' MCP-WIDGET
           MOVE MCP-USER TO DB-AUTH-USER.
           MOVE 'OFFBOARD' TO DB-AUTH-FUNC.
           MOVE 'N' TO DB-AUTH-DEFAULT.
           CALL 'AUTHCHECK' USING DB-AUTH.
           IF DB-AUTH-ALLOW NOT = 'Y'
               PERFORM 005-REFUSE-ENTRY
           ELSE
               EVALUATE    MCP-STATUS      ALSO    MCP-WIDGET
                 WHEN     'LINK'           ALSO    ANY
                   PERFORM 010-INIT
                 WHEN     'PUTG'           ALSO    'obtable'
                   PERFORM 020-ROW-CLICKED
                 WHEN     'PUTG'           ALSO    'offboardbutton'
                   PERFORM 030-OFFBOARD-USER
                 WHEN     'PUTG'           ALSO    'refreshbutton'
                   PERFORM 080-REFRESH
               END-EVALUATE
           END-IF.
           EXIT    PROGRAM.
      ************************************************************************
       005-REFUSE-ENTRY        SECTION.
           MOVE 'offboarding authority required' TO SCR-OBMSG.
           INITIALIZE OBTABLE.
           MOVE 2 TO OBTROWATTR.
           MOVE 'offbdadm' TO MCP-WINDOW.
           IF MCP-STATUS = 'LINK'
               MOVE 'NEW' TO MCP-PUTTYPE
           ELSE
               MOVE 'PUTG' TO MCP-PUTTYPE
           END-IF.
           PERFORM 900-PUT-WINDOW.
           EXIT.
      ************************************************************************
       010-INIT                SECTION.
           INITIALIZE OBTABLE.
           MOVE 2 TO OBTROWATTR.
           MOVE SPACE TO SCR-OBMSG.
           PERFORM 100-LOAD-LEAVERS.
           PERFORM 500-LEAVERS-TO-TABLE.
           MOVE   'NEW'        TO  MCP-PUTTYPE.
           MOVE   'offbdadm'   TO  MCP-WINDOW.
           PERFORM 900-PUT-WINDOW.
           EXIT.
      ************************************************************************
       020-ROW-CLICKED         SECTION.
           PERFORM 100-LOAD-LEAVERS.
           IF OBTROW NOT = ZERO AND OBTROW NOT > LVR-NUM
               MOVE LVR-USER(OBTROW) TO SCR-OBUSER
               MOVE LVR-SUCC(OBTROW) TO SCR-OBSUCC
           END-IF.
           MOVE SPACE TO SCR-OBMSG.
           MOVE   'PUTG'       TO  MCP-PUTTYPE.
           MOVE   'offbdadm'   TO  MCP-WINDOW.
           PERFORM 900-PUT-WINDOW.
           EXIT.
      ************************************************************************
       030-OFFBOARD-USER       SECTION.
           IF SCR-OBUSER = SPACE
               MOVE 'user is required' TO SCR-OBMSG
               PERFORM 090-SHOW-LEAVERS
               EXIT SECTION
           END-IF.
           IF SCR-OBUSER = MCP-USER
               MOVE 'you cannot offboard yourself' TO SCR-OBMSG
               PERFORM 090-SHOW-LEAVERS
               EXIT SECTION
           END-IF.
           PERFORM 150-STEP-UP.
           IF DB-STEPUP-RC NOT = ZERO
               PERFORM 090-SHOW-LEAVERS
               EXIT SECTION
           END-IF.
           INITIALIZE DB-OFFBOARD.
           MOVE SCR-OBUSER TO DB-OFFBOARD-USER.
           MOVE SCR-OBSUCC TO DB-OFFBOARD-SUCCESSOR.
           MOVE MCP-USER   TO DB-OFFBOARD-BY.
           CALL 'OFFBOARD' USING
                MCPAREA
                SPAAREA
                DB-OFFBOARD.
           MOVE DB-OFFBOARD-DONE TO WS-EDIT-DONE.
           MOVE DB-OFFBOARD-OPEN TO WS-EDIT-OPEN.
           MOVE SPACE TO SCR-OBMSG.
           STRING 'offboarded - items done '    DELIMITED BY SIZE
                  WS-EDIT-DONE                  DELIMITED BY SIZE
                  ', open '                     DELIMITED BY SIZE
                  WS-EDIT-OPEN                  DELIMITED BY SIZE
                  ' - see the checklist report' DELIMITED BY SIZE
                  INTO SCR-OBMSG
           END-STRING.
           PERFORM 090-SHOW-LEAVERS.
           EXIT.
      ************************************************************************
       080-REFRESH             SECTION.
           MOVE SPACE TO SCR-OBMSG.
           PERFORM 090-SHOW-LEAVERS.
           EXIT.
      ************************************************************************
       090-SHOW-LEAVERS        SECTION.
           PERFORM 100-LOAD-LEAVERS.
           PERFORM 500-LEAVERS-TO-TABLE.
           MOVE   'PUTG'       TO  MCP-PUTTYPE.
           MOVE   'offbdadm'   TO  MCP-WINDOW.
           PERFORM 900-PUT-WINDOW.
           EXIT.
      ************************************************************************
       100-LOAD-LEAVERS        SECTION.
           MOVE 0 TO LVR-NUM.
           OPEN INPUT MSTFD.
           IF MST-FILE-ST = "00"
               PERFORM UNTIL MST-FILE-ST NOT = "00"
                        OR LVR-NUM >= 100
                   READ MSTFD INTO MST-LINE
                   IF MST-FILE-ST = "00" AND MST-LINE(1:2) = 'U|'
                       MOVE SPACE TO MST-REC
                       UNSTRING MST-LINE DELIMITED BY '|'
                           INTO MST-TYPE
                                MST-KEY
                                MST-VALUE
                                MST-STATUS
                       IF MST-STATUS = 'INACTIVE'
                           ADD 1 TO LVR-NUM
                           MOVE SPACE TO LVR-ENTRY(LVR-NUM)
                           MOVE MST-KEY   TO LVR-USER(LVR-NUM)
                           MOVE MST-VALUE TO LVR-DEPT(LVR-NUM)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE MSTFD
           END-IF.
      * THE LOG IS IN TIME ORDER, SO THE LAST LINE FOR A USER WINS.
           OPEN INPUT OBLOGFD.
           IF OBLOG-FILE-ST NOT = "00"
               EXIT SECTION
           END-IF.
           PERFORM UNTIL OBLOG-FILE-ST NOT = "00"
               READ OBLOGFD INTO OBLOG-LINE
               IF OBLOG-FILE-ST = "00" AND OBLOG-LINE NOT = SPACE
                   MOVE SPACE TO OBLOG-REC
                   UNSTRING OBLOG-LINE DELIMITED BY '|'
                       INTO OBLOG-TS
                            OBLOG-USER
                            OBLOG-DEPT
                            OBLOG-SUCC
                            OBLOG-BY
                            OBLOG-DONE
                            OBLOG-OPEN
                   PERFORM VARYING WS-IDX FROM 1 BY 1
                             UNTIL WS-IDX > LVR-NUM
                       IF LVR-USER(WS-IDX) = OBLOG-USER
                           MOVE OBLOG-TS   TO LVR-LAST-TS(WS-IDX)
                           MOVE OBLOG-SUCC TO LVR-SUCC(WS-IDX)
                           MOVE OBLOG-OPEN TO LVR-OPEN(WS-IDX)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           CLOSE OBLOGFD.
           EXIT.
      ************************************************************************
       150-STEP-UP         SECTION.
      * THE OFFBOARDING GOES AHEAD ONLY ON DB-STEPUP-RC ZERO.
           MOVE SCR-STEPPASS TO DB-STEPUP-PASS.
           MOVE SPACE TO SCR-STEPPASS.
           CALL 'STEPUP' USING
                MCPAREA
                DB-STEPUP.
           EVALUATE DB-STEPUP-RC
             WHEN 0
               CONTINUE
             WHEN 1
               MOVE 'enter your password to confirm' TO SCR-OBMSG
             WHEN 3
               MOVE 'account locked - see an administrator'
                   TO SCR-OBMSG
             WHEN OTHER
               MOVE 'password not accepted' TO SCR-OBMSG
           END-EVALUATE.
           EXIT.
      ************************************************************************
       500-LEAVERS-TO-TABLE    SECTION.
           MOVE OBTROW TO WS-SEL-IDX.
           INITIALIZE OBTABLE.
           MOVE 2 TO OBTROWATTR.
           MOVE WS-SEL-IDX TO OBTROW.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > LVR-NUM
               ADD 1 TO OBROWCNT
               MOVE LVR-USER(WS-IDX) TO OBCELL1(OBROWCNT)
               MOVE LVR-DEPT(WS-IDX) TO OBCELL2(OBROWCNT)
               IF LVR-LAST-TS(WS-IDX) = SPACE
                   MOVE 'not offboarded' TO OBCELL3(OBROWCNT)
               ELSE
                   MOVE LVR-LAST-TS(WS-IDX) TO OBCELL3(OBROWCNT)
                   MOVE SPACE TO OBCELL4(OBROWCNT)
                   STRING LVR-OPEN(WS-IDX)  DELIMITED BY SPACE
                          ' open, successor ' DELIMITED BY SIZE
                          LVR-SUCC(WS-IDX)  DELIMITED BY SPACE
                          INTO OBCELL4(OBROWCNT)
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
