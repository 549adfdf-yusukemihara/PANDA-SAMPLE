       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         WINDOW1.
      ******************************************************************
      * OPERATOR TASK TIMER.  THE OPERATOR PICKS A TASK CODE FROM THE
      * TASK CODE TABLE AND STARTS THE COUNTDOWN.  WHEN IT RUNS OUT,
      * OR THE OPERATOR STOPS IT, THE TIMING IS APPENDED TO THE TIME
      * TRACKING FILE FOR THE WEEKLY TIMESHEET AND THE MONTHLY TASK
      * SUMMARY:
      *   USER|TERM|TASK|DEPT|START|END|ELAPSED-SECONDS|RESULT
      * START AND END ARE YYYYMMDDHHMMSS; RESULT IS COMPLETED OR
      * STOPPED.  THE RUNNING TIMING IS KEPT IN THE CHECKPOINT:
      *   STATE(1:4) DURATION, (5:10) TASK CODE, (15:14) START
      * TASK CODE TABLE LAYOUT:  CODE|DESCRIPTION
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION           SECTION.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT TSKFD    ASSIGN TO TSK-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS TSK-FILE-ST.
           SELECT TIMFD    ASSIGN TO TIM-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS TIM-FILE-ST.
       DATA                DIVISION.
       FILE                SECTION.
           FD  TSKFD.
           01  TSK-LINE            PIC X(80).
           FD  TIMFD.
           01  TIM-LINE            PIC X(150).
       WORKING-STORAGE         SECTION.
            COPY    "DB-CHECKPT".
            COPY    "DB-MSGTEXT".
            COPY    "DB-FILELOCK".
            COPY    "DB-DEPTMAST".
       01  TSK-FILE            PIC X(80)
                               VALUE './cobol/task-codes.dat'.
       01  TSK-FILE-ST         PIC X(02).
       01  TIM-FILE            PIC X(80)
                               VALUE './cobol/time-tracking.dat'.
       01  TIM-FILE-ST         PIC X(02).
       01  TSK-REC.
           05  TSK-CODE            PIC X(10).
           05  TSK-DESC            PIC X(28).
       01  WS-SAVED-DURATION   PIC 9(4).
       01  WS-RUN-TASK         PIC X(10).
       01  WS-RUN-START        PIC X(14).
       01  WS-RESULT           PIC X(10).
       01  WS-TASK-OK          PIC X(1).
       01  WS-IDX              PIC 9(2).
       01  WS-END              PIC X(14).
       01  WS-TS               PIC X(14).
       01  WS-WORK-DATE        PIC 9(8).
       01  WS-SECS             PIC 9(12).
       01  WS-START-SECS       PIC 9(12).
       01  WS-ELAPSED          PIC 9(9).
       LINKAGE                 SECTION.
            COPY    "MCPAREA".
            COPY    "SPAAREA".
               PERFORM  700-EVENT 
             WHEN      ANY  ALSO 'pandatimer1'
               PERFORM  800-EVENT 
             WHEN      ANY  ALSO 'stopbutton'
               PERFORM  850-STOP
           END-EVALUATE.
           EXIT    PROGRAM.
      *
           DISPLAY 'init'
           INITIALIZE SCRAREA.
           MOVE   'window1' TO  MCP-WINDOW.
           PERFORM 130-LOAD-TASK-CODES.
           PERFORM 110-FIND-CHECKPOINT.
           IF DB-CHECKPT-RC = 0 AND WS-SAVED-DURATION > 0
               MOVE WS-SAVED-DURATION TO DURATION
               MOVE WS-RUN-TASK TO TASKCODE
               MOVE 'waiting timer' TO DB-MSGTEXT-TEXT
               MOVE 'TIMER-WAITING' TO DB-MSGTEXT-KEY
               CALL 'MSGTEXT' USING MCPAREA DB-MSGTEXT
           MOVE MCP-TERM TO DB-CHECKPT-TERM.
           CALL 'CHECKPT' USING DB-CHECKPT.
           MOVE 0 TO WS-SAVED-DURATION.
           MOVE SPACE TO WS-RUN-TASK.
           MOVE SPACE TO WS-RUN-START.
           IF DB-CHECKPT-RC = 0
              AND DB-CHECKPT-STATE(1:4) NUMERIC
               MOVE DB-CHECKPT-STATE(1:4) TO WS-SAVED-DURATION
           END-IF.
           IF DB-CHECKPT-RC = 0
               MOVE DB-CHECKPT-STATE(5:10)  TO WS-RUN-TASK
               MOVE DB-CHECKPT-STATE(15:14) TO WS-RUN-START
           END-IF.
           EXIT.
      ************************************************************************
       700-EVENT             SECTION.
           DISPLAY 'event'.
           MOVE   'window1' TO  MCP-WINDOW.
           MOVE SPACE TO TASKMSG.
           PERFORM 140-CHECK-TASK-CODE.
           IF WS-TASK-OK NOT = 'Y'
               MOVE 'pick a task code before starting the timer'
                   TO TASKMSG
               MOVE '' TO ENTRY1
               PERFORM 900-PUT-WINDOW
               EXIT SECTION
           END-IF.
      * A TIMING STILL RUNNING WHEN A NEW ONE IS STARTED IS STOPPED.
           PERFORM 110-FIND-CHECKPOINT.
           IF WS-RUN-START NOT = SPACE
               MOVE 'STOPPED' TO WS-RESULT
               PERFORM 150-RECORD-TIMING
           END-IF.
           MOVE TASKCODE TO WS-RUN-TASK.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-START.
           MOVE ENTRY1 TO DURATION.
           MOVE '' TO ENTRY1.
           MOVE 'waiting timer' TO DB-MSGTEXT-TEXT.
           MOVE MCP-USER TO DB-CHECKPT-USER.
           MOVE MCP-TERM TO DB-CHECKPT-TERM.
           MOVE DURATION TO DB-CHECKPT-STATE(1:4).
           MOVE WS-RUN-TASK  TO DB-CHECKPT-STATE(5:10).
           MOVE WS-RUN-START TO DB-CHECKPT-STATE(15:14).
           CALL 'CHECKPT' USING DB-CHECKPT.
           EXIT.
      ************************************************************************
       130-LOAD-TASK-CODES      SECTION.
           MOVE 0 TO TASKCOUNT.
           OPEN INPUT TSKFD.
           IF TSK-FILE-ST NOT = "00"
               EXIT SECTION
           END-IF.
           PERFORM UNTIL TSK-FILE-ST NOT = "00"
                      OR TASKCOUNT >= 30
               READ TSKFD INTO TSK-LINE
               IF TSK-FILE-ST = "00" AND TSK-LINE NOT = SPACE
                   MOVE SPACE TO TSK-REC
                   UNSTRING TSK-LINE DELIMITED BY '|'
                       INTO TSK-CODE
                            TSK-DESC
                   ADD 1 TO TASKCOUNT
                   MOVE SPACE TO TASKLIST(TASKCOUNT)
                   STRING TSK-CODE   DELIMITED BY SPACE
                          ' '        DELIMITED BY SIZE
                          TSK-DESC   DELIMITED BY SIZE
                          INTO TASKLIST(TASKCOUNT)
                   END-STRING
               END-IF
           END-PERFORM.
           CLOSE TSKFD.
           EXIT.
      ************************************************************************
       140-CHECK-TASK-CODE      SECTION.
      * THE CODE MUST BE ON THE TASK CODE TABLE; WITH NO TABLE ON
      * FILE ANY CODE IS TAKEN.  A CODE PICKED FROM THE LIST ARRIVES
      * WITH ITS DESCRIPTION, WHICH IS DROPPED.
           MOVE 'N' TO WS-TASK-OK.
           IF TASKCODE = SPACE OR TASKCODE = LOW-VALUE
               EXIT SECTION
           END-IF.
           MOVE SPACE TO TSK-CODE.
           UNSTRING TASKCODE DELIMITED BY ALL SPACE
               INTO TSK-CODE.
           IF TSK-CODE = SPACE
               EXIT SECTION
           END-IF.
           MOVE TSK-CODE TO TASKCODE.
           PERFORM 130-LOAD-TASK-CODES.
           IF TASKCOUNT = ZERO
               MOVE 'Y' TO WS-TASK-OK
               EXIT SECTION
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > TASKCOUNT
               MOVE SPACE TO TSK-CODE
               UNSTRING TASKLIST(WS-IDX) DELIMITED BY SPACE
                   INTO TSK-CODE
               IF TSK-CODE = TASKCODE
                   MOVE 'Y' TO WS-TASK-OK
               END-IF
           END-PERFORM.
           EXIT.
      ************************************************************************
       150-RECORD-TIMING        SECTION.
      * APPENDS THE RUNNING TIMING (WS-RUN-TASK FROM WS-RUN-START)
      * TO THE TIME TRACKING FILE, ENDING NOW, AS WS-RESULT.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-END.
           MOVE WS-RUN-START TO WS-TS.
           PERFORM 160-TS-TO-SECS.
           MOVE WS-SECS TO WS-START-SECS.
           MOVE WS-END TO WS-TS.
           PERFORM 160-TS-TO-SECS.
           MOVE 0 TO WS-ELAPSED.
           IF WS-START-SECS > ZERO AND WS-SECS > WS-START-SECS
               COMPUTE WS-ELAPSED = WS-SECS - WS-START-SECS
           END-IF.
           MOVE 'USERDEPT' TO DB-DEPTMAST-FUNC.
           MOVE MCP-USER   TO DB-DEPTMAST-USER.
           CALL 'DEPTMASTER' USING DB-DEPTMAST.
           IF DB-DEPTMAST-DEPT = SPACE
               MOVE 'GENERAL' TO DB-DEPTMAST-DEPT
           END-IF.
           MOVE 'ACQUIRE' TO DB-FILELOCK-FUNC.
           MOVE TIM-FILE TO DB-FILELOCK-FILE.
           MOVE MCP-TERM TO DB-FILELOCK-OWNER.
           MOVE 30 TO DB-FILELOCK-TIMEOUT.
           CALL 'FILELOCK' USING DB-FILELOCK.
           IF DB-FILELOCK-RC = 2
               DISPLAY 'time tracking file busy - timing not recorded'
               EXIT SECTION
           END-IF.
           OPEN EXTEND TIMFD.
           IF TIM-FILE-ST = "05" OR "35"
               OPEN OUTPUT TIMFD
           END-IF.
           IF TIM-FILE-ST NOT = "00"
               DISPLAY 'cannot open time tracking file'
           ELSE
               MOVE SPACE TO TIM-LINE
               STRING MCP-USER          DELIMITED BY SPACE
                      '|'               DELIMITED BY SIZE
                      MCP-TERM          DELIMITED BY SPACE
                      '|'               DELIMITED BY SIZE
                      WS-RUN-TASK       DELIMITED BY SPACE
                      '|'               DELIMITED BY SIZE
                      DB-DEPTMAST-DEPT  DELIMITED BY '  '
                      '|'               DELIMITED BY SIZE
                      WS-RUN-START      DELIMITED BY SIZE
                      '|'               DELIMITED BY SIZE
                      WS-END            DELIMITED BY SIZE
                      '|'               DELIMITED BY SIZE
                      WS-ELAPSED        DELIMITED BY SIZE
                      '|'               DELIMITED BY SIZE
                      WS-RESULT         DELIMITED BY SPACE
                      INTO TIM-LINE
               END-STRING
               WRITE TIM-LINE
               CLOSE TIMFD
           END-IF.
           MOVE 'RELEASE' TO DB-FILELOCK-FUNC.
           MOVE TIM-FILE TO DB-FILELOCK-FILE.
           MOVE MCP-TERM TO DB-FILELOCK-OWNER.
           CALL 'FILELOCK' USING DB-FILELOCK.
           EXIT.
      ************************************************************************
       160-TS-TO-SECS           SECTION.
      * WS-TS (YYYYMMDDHHMMSS) TO SECONDS IN WS-SECS; ZERO IF THE
      * TIMESTAMP IS NOT READABLE.
           MOVE 0 TO WS-SECS.
           IF WS-TS NOT NUMERIC
               EXIT SECTION
           END-IF.
           MOVE WS-TS(1:8) TO WS-WORK-DATE.
           COMPUTE WS-SECS =
               FUNCTION INTEGER-OF-DATE(WS-WORK-DATE) * 86400
               + FUNCTION NUMVAL(WS-TS(9:2)) * 3600
               + FUNCTION NUMVAL(WS-TS(11:2)) * 60
               + FUNCTION NUMVAL(WS-TS(13:2)).
           EXIT.
      ************************************************************************
       800-EVENT             SECTION.
           DISPLAY 'event'.
           MOVE   'window1' TO  MCP-WINDOW.
           MOVE 'COMPLETED' TO WS-RESULT.
           PERFORM 810-END-TIMING.
           MOVE 0 TO DURATION.
           MOVE '' TO ENTRY1.
           MOVE 'idle' TO DB-MSGTEXT-TEXT.
           DISPLAY 'event end'
           PERFORM 900-PUT-WINDOW.
           EXIT.
      ************************************************************************
       810-END-TIMING           SECTION.
      * THE COUNTDOWN RAN OUT OR WAS STOPPED - RECORD THE TIMING, IF
      * ONE WAS RUNNING, AND CLEAR IT FROM THE CHECKPOINT.
           MOVE SPACE TO TASKMSG.
           PERFORM 110-FIND-CHECKPOINT.
           IF WS-RUN-START NOT = SPACE
               PERFORM 150-RECORD-TIMING
               MOVE SPACE TO TASKMSG
               STRING 'timing recorded for task ' DELIMITED BY SIZE
                      WS-RUN-TASK                 DELIMITED BY SPACE
                      INTO TASKMSG
               END-STRING
           END-IF.
           MOVE SPACE TO WS-RUN-TASK.
           MOVE SPACE TO WS-RUN-START.
           EXIT.
      ************************************************************************
       850-STOP              SECTION.
           DISPLAY 'stop'.
           MOVE   'window1' TO  MCP-WINDOW.
           MOVE 'STOPPED' TO WS-RESULT.
           PERFORM 810-END-TIMING.
           MOVE 0 TO DURATION.
           MOVE '' TO ENTRY1.
           MOVE 'idle' TO DB-MSGTEXT-TEXT.
           MOVE 'TIMER-IDLE' TO DB-MSGTEXT-KEY.
           CALL 'MSGTEXT' USING MCPAREA DB-MSGTEXT.
           MOVE DB-MSGTEXT-TEXT TO LABEL1.
           PERFORM 120-SAVE-CHECKPOINT.
           PERFORM 900-PUT-WINDOW.
           EXIT.
      ************************************************************************
       900-PUT-WINDOW          SECTION.
           CALL 'BANNER' USING
