       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       INPUT-OUTPUT         SECTION.
       DATA                DIVISION.
       WORKING-STORAGE     SECTION.
            COPY    "DB-PRINTJOB".
            COPY    "DB-PRINTQ".
            COPY    "DB-FILELOCK".
            COPY    "DB-AUTH".
            COPY    "DB-DEPTMAST".
            COPY    "DB-SCOPE".
            COPY    "DB-AUDITCHAIN".
            COPY    "DB-TZCONV".
       01  QUEUE-FILE          PIC X(80)
                               VALUE './cobol/printqueue.idx'.
       01  APPR-AUDIT-FILE     PIC X(80)
                               VALUE './cobol/approval-audit.log'.
       01  WS-JOB-IDX          PIC 9(4).
       01  WS-SEL-IDX          PIC 9(4).
       01  WS-SEL-JOBID        PIC X(16).
       01  WS-SEL-SEQ          PIC X(16).
       01  WS-OTHER-SEQ        PIC X(16).
       01  WS-MORE-JOBS        PIC X(1).
       01  WS-MY-DEPT          PIC X(20).
       01  WS-TIMESTAMP        PIC X(21).
       01  WS-DECISION         PIC X(10).
       01  WS-JOB-KEY          PIC X(40).
       LINKAGE                 SECTION.
            COPY    "MCPAREA".
            COPY    "SPAAREA".
           MOVE SPACE TO SCR-QMSG.
           PERFORM 100-LOAD-QUEUE.
           PERFORM 500-QUEUE-TO-TABLE.
           PERFORM 015-PRESELECT.
           MOVE   'NEW'        TO  MCP-PUTTYPE.
           MOVE   'queuemgr'   TO  MCP-WINDOW.
           DISPLAY '010-INIT end'
           PERFORM 900-PUT-WINDOW.
           EXIT.
      ************************************************************************
       015-PRESELECT           SECTION.
      * ARRIVING FROM THE APPROVALS INBOX - SELECT THE HELD JOB IT
      * NAMED BY JOB ID (OR FILE NAME FOR A JOB WITHOUT ONE).
           IF SPA-PRESEL-WINDOW NOT = 'queuemgr'
               EXIT SECTION
           END-IF.
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                     UNTIL WS-JOB-IDX > DB-PRINTJOB-NUM
               IF (DB-PRINTJOB-JOBID(WS-JOB-IDX) NOT = SPACE
                   AND DB-PRINTJOB-JOBID(WS-JOB-IDX) = SPA-PRESEL-KEY)
                  OR (DB-PRINTJOB-JOBID(WS-JOB-IDX) = SPACE
                   AND DB-PRINTJOB-FILENAME(WS-JOB-IDX)
                       = SPA-PRESEL-KEY)
                   MOVE WS-JOB-IDX TO QTROW
               END-IF
           END-PERFORM.
           MOVE SPACE TO SPA-PRESEL-WINDOW.
           MOVE SPACE TO SPA-PRESEL-KEY.
           EXIT.
      ************************************************************************
       020-ROW-CLICKED         SECTION.
           DISPLAY '020-ROW-CLICKED row:' QTROW
           PERFORM 100-LOAD-QUEUE.
           PERFORM 110-CHECK-SELECTION.
           IF WS-SEL-IDX NOT = ZERO
               IF DB-PRINTQ-STATUS = 'RUNNING'
                   MOVE 'HELD' TO DB-PRINTQ-STATUS
                   PERFORM 220-REWRITE-JOB
                   MOVE 'HELD' TO WS-DECISION
                   PERFORM 320-AUDIT-DELEGATED
                   MOVE 'job held' TO SCR-QMSG
               ELSE
                   MOVE 'only a RUNNING job can be held' TO SCR-QMSG
           MOVE QUEUE-FILE TO DB-FILELOCK-FILE.
           MOVE MCP-TERM TO DB-FILELOCK-OWNER.
           CALL 'FILELOCK' USING DB-FILELOCK.
           PERFORM 080-REFRESH.
           EXIT.
      ************************************************************************
       040-RELEASE-JOB         SECTION.
           PERFORM 100-LOAD-QUEUE.
           PERFORM 110-CHECK-SELECTION.
           IF WS-SEL-IDX NOT = ZERO
               IF DB-PRINTQ-STATUS = 'HELD'
                   MOVE 'RUNNING' TO DB-PRINTQ-STATUS
                   PERFORM 220-REWRITE-JOB
                   MOVE 'RELEASED' TO WS-DECISION
                   PERFORM 320-AUDIT-DELEGATED
                   MOVE 'job released' TO SCR-QMSG
               ELSE
                   MOVE 'only a HELD job can be released' TO SCR-QMSG
           MOVE QUEUE-FILE TO DB-FILELOCK-FILE.
           MOVE MCP-TERM TO DB-FILELOCK-OWNER.
           CALL 'FILELOCK' USING DB-FILELOCK.
           PERFORM 080-REFRESH.
           EXIT.
      ************************************************************************
       050-CANCEL-JOB          SECTION.
           PERFORM 100-LOAD-QUEUE.
           PERFORM 110-CHECK-SELECTION.
           IF WS-SEL-IDX NOT = ZERO
               IF DB-PRINTQ-STATUS = 'COMPLETE'
                   MOVE 'a COMPLETE job cannot be cancelled'
                       TO SCR-QMSG
               ELSE
                   MOVE 'CANCELLED' TO DB-PRINTQ-STATUS
                   PERFORM 220-REWRITE-JOB
                   MOVE 'CANCELLED' TO WS-DECISION
                   PERFORM 320-AUDIT-DELEGATED
                   MOVE 'job cancelled' TO SCR-QMSG
               END-IF
           END-IF.
           MOVE QUEUE-FILE TO DB-FILELOCK-FILE.
           MOVE MCP-TERM TO DB-FILELOCK-OWNER.
           CALL 'FILELOCK' USING DB-FILELOCK.
           PERFORM 080-REFRESH.
           EXIT.
      ************************************************************************
       060-MOVE-UP             SECTION.
           END-IF.
           PERFORM 100-LOAD-QUEUE.
           PERFORM 110-CHECK-SELECTION.
           IF WS-SEL-IDX NOT = ZERO
               MOVE 'PRIOR' TO DB-PRINTQ-FUNC
               PERFORM 230-EXCHANGE-POSITION
               IF WS-OTHER-SEQ = SPACE
                   MOVE 'job is already first' TO SCR-QMSG
               ELSE
                   MOVE 'job moved up' TO SCR-QMSG
               END-IF
           END-IF.
           MOVE 'RELEASE' TO DB-FILELOCK-FUNC.
           MOVE QUEUE-FILE TO DB-FILELOCK-FILE.
           MOVE MCP-TERM TO DB-FILELOCK-OWNER.
           CALL 'FILELOCK' USING DB-FILELOCK.
           PERFORM 080-REFRESH.
           EXIT.
      ************************************************************************
       070-MOVE-DOWN           SECTION.
           PERFORM 100-LOAD-QUEUE.
           PERFORM 110-CHECK-SELECTION.
           IF WS-SEL-IDX NOT = ZERO
               MOVE 'NEXT' TO DB-PRINTQ-FUNC
               PERFORM 230-EXCHANGE-POSITION
               IF WS-OTHER-SEQ = SPACE
                   MOVE 'job is already last' TO SCR-QMSG
               ELSE
                   MOVE 'job moved down' TO SCR-QMSG
               END-IF
           END-IF.
           MOVE 'RELEASE' TO DB-FILELOCK-FUNC.
           MOVE QUEUE-FILE TO DB-FILELOCK-FILE.
           MOVE MCP-TERM TO DB-FILELOCK-OWNER.
           CALL 'FILELOCK' USING DB-FILELOCK.
           PERFORM 080-REFRESH.
           EXIT.
      ************************************************************************
       080-REFRESH             SECTION.
           PERFORM 100-LOAD-QUEUE.
           PERFORM 130-FOLLOW-SELECTION.
           PERFORM 090-SHOW-QUEUE.
           EXIT.
      ************************************************************************
           EXIT.
      ************************************************************************
       100-LOAD-QUEUE          SECTION.
      * THE WINDOW SHOWS THE FIRST 200 JOBS IN QUEUE ORDER THAT FALL
      * IN THE OPERATOR'S DATA SCOPE.  EVERY CHANGE IS MADE AGAINST
      * THE ONE JOB ON THE QUEUE FILE, NOT AGAINST THIS TABLE.
           PERFORM 450-RESOLVE-SCOPE.
           MOVE 0 TO DB-PRINTJOB-NUM.
           MOVE 'N' TO WS-MORE-JOBS.
           INITIALIZE DB-PRINTQ.
           MOVE 'FIRST' TO DB-PRINTQ-FUNC.
           CALL 'PRINTQ' USING DB-PRINTQ.
           PERFORM UNTIL DB-PRINTQ-RC NOT = ZERO
               MOVE DB-AUTH-SCOPE     TO DB-SCOPE-MODE
               MOVE DB-AUTH-SCOPELIST TO DB-SCOPE-LIST
               MOVE WS-MY-DEPT        TO DB-SCOPE-MYDEPT
               MOVE DB-PRINTQ-DEPT    TO DB-SCOPE-DEPT
               CALL 'AUTHSCOPE' USING DB-SCOPE
               IF DB-SCOPE-FLAG = 'Y'
                   IF DB-PRINTJOB-NUM >= 200
                       MOVE 'Y' TO WS-MORE-JOBS
                       EXIT PERFORM
                   END-IF
                   ADD 1 TO DB-PRINTJOB-NUM
                   PERFORM 105-KEEP-JOB
               END-IF
               MOVE 'NEXT' TO DB-PRINTQ-FUNC
               CALL 'PRINTQ' USING DB-PRINTQ
           END-PERFORM.
           EXIT.
      ************************************************************************
       105-KEEP-JOB            SECTION.
           MOVE DB-PRINTQ-FILENAME
               TO DB-PRINTJOB-FILENAME(DB-PRINTJOB-NUM).
           MOVE DB-PRINTQ-STATUS
               TO DB-PRINTJOB-STATUS(DB-PRINTJOB-NUM).
           MOVE DB-PRINTQ-ACCOUNT
               TO DB-PRINTJOB-ACCOUNT(DB-PRINTJOB-NUM).
           MOVE DB-PRINTQ-DEPT    TO DB-PRINTJOB-DEPT(DB-PRINTJOB-NUM).
           MOVE DB-PRINTQ-PAGES   TO DB-PRINTJOB-PAGES(DB-PRINTJOB-NUM).
           MOVE DB-PRINTQ-TIME    TO DB-PRINTJOB-TIME(DB-PRINTJOB-NUM).
           MOVE DB-PRINTQ-PRINTER
               TO DB-PRINTJOB-PRINTER(DB-PRINTJOB-NUM).
           MOVE DB-PRINTQ-JOBID   TO DB-PRINTJOB-JOBID(DB-PRINTJOB-NUM).
           MOVE DB-PRINTQ-RETRIES
               TO DB-PRINTJOB-RETRIES(DB-PRINTJOB-NUM).
           MOVE DB-PRINTQ-ACTPAGES
               TO DB-PRINTJOB-ACTPAGES(DB-PRINTJOB-NUM).
           MOVE DB-PRINTQ-COPIES
               TO DB-PRINTJOB-COPIES(DB-PRINTJOB-NUM).
           MOVE DB-PRINTQ-DUPLEX
               TO DB-PRINTJOB-DUPLEX(DB-PRINTJOB-NUM).
           MOVE DB-PRINTQ-PAPER   TO DB-PRINTJOB-PAPER(DB-PRINTJOB-NUM).
           MOVE DB-PRINTQ-BIZDATE
               TO DB-PRINTJOB-BIZDATE(DB-PRINTJOB-NUM).
           EXIT.
      ************************************************************************
       110-CHECK-SELECTION     SECTION.
      * THE CLICKED ROW NAMES THE JOB; THE JOB ITSELF IS READ FRESH
      * FROM THE QUEUE FILE UNDER THE CALLER'S LOCK.
           MOVE 0 TO WS-SEL-IDX.
           MOVE SPACE TO WS-SEL-JOBID.
           IF QTROW = ZERO OR QTROW > DB-PRINTJOB-NUM
               MOVE 'select a job first' TO SCR-QMSG
               EXIT SECTION
           END-IF.
           INITIALIZE DB-PRINTQ.
           MOVE 'READ' TO DB-PRINTQ-FUNC.
           MOVE DB-PRINTJOB-JOBID(QTROW) TO DB-PRINTQ-JOBID.
           CALL 'PRINTQ' USING DB-PRINTQ.
           IF DB-PRINTQ-RC NOT = ZERO
               MOVE 'job is no longer on the queue' TO SCR-QMSG
           ELSE
               MOVE QTROW TO WS-SEL-IDX
               MOVE DB-PRINTQ-JOBID TO WS-SEL-JOBID
           END-IF.
           EXIT.
      ************************************************************************
       130-FOLLOW-SELECTION    SECTION.
      * KEEPS THE SELECTION ON THE SAME JOB AFTER A RELOAD, WHEREVER
      * A MOVE HAS PUT IT.
           IF WS-SEL-JOBID = SPACE
               EXIT SECTION
           END-IF.
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                     UNTIL WS-JOB-IDX > DB-PRINTJOB-NUM
               IF DB-PRINTJOB-JOBID(WS-JOB-IDX) = WS-SEL-JOBID
                   MOVE WS-JOB-IDX TO QTROW
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           MOVE SPACE TO WS-SEL-JOBID.
           EXIT.
      ************************************************************************
       220-REWRITE-JOB         SECTION.
           MOVE 'REWRITE' TO DB-PRINTQ-FUNC.
           CALL 'PRINTQ' USING DB-PRINTQ.
           EXIT.
      ************************************************************************
       230-EXCHANGE-POSITION   SECTION.
      * THE SELECTED JOB (IN DB-PRINTQ) TRADES QUEUE POSITIONS WITH
      * ITS NEIGHBOUR - THE ONE AHEAD FOR PRIOR, BEHIND FOR NEXT.
      * WS-OTHER-SEQ COMES BACK BLANK WHEN THERE IS NO NEIGHBOUR.
           MOVE SPACE TO WS-OTHER-SEQ.
           MOVE DB-PRINTQ-SEQ TO WS-SEL-SEQ.
           CALL 'PRINTQ' USING DB-PRINTQ.
           IF DB-PRINTQ-RC NOT = ZERO
               EXIT SECTION
           END-IF.
           MOVE DB-PRINTQ-SEQ TO WS-OTHER-SEQ.
           MOVE WS-SEL-SEQ TO DB-PRINTQ-SEQ.
           PERFORM 220-REWRITE-JOB.
           INITIALIZE DB-PRINTQ.
           MOVE 'READ' TO DB-PRINTQ-FUNC.
           MOVE WS-SEL-JOBID TO DB-PRINTQ-JOBID.
           CALL 'PRINTQ' USING DB-PRINTQ.
           MOVE WS-OTHER-SEQ TO DB-PRINTQ-SEQ.
           PERFORM 220-REWRITE-JOB.
           EXIT.
      ************************************************************************
       320-AUDIT-DELEGATED     SECTION.
      * A QUEUE DECISION TAKEN STANDING IN FOR AN ABSENT SUPERVISOR
      * IS CHAINED INTO THE APPROVAL AUDIT LOG:
      *   TS|USER|TERM|SOURCE|KEY|DECISION|ON BEHALF OF <SUPERVISOR>
      * THE KEY IS THE JOB ID, OR THE FILE NAME FOR A JOB WITHOUT ONE.
           IF DB-AUTH-ONBEHALF = SPACE
               EXIT SECTION
           END-IF.
           IF DB-PRINTQ-JOBID NOT = SPACE
               MOVE DB-PRINTQ-JOBID TO WS-JOB-KEY
           ELSE
               MOVE DB-PRINTQ-FILENAME TO WS-JOB-KEY
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:21) TO WS-TIMESTAMP.
           MOVE APPR-AUDIT-FILE TO DB-AUDITCHAIN-FILE.
           MOVE SPACE TO DB-AUDITCHAIN-LINE.
           STRING WS-TIMESTAMP              DELIMITED BY SPACE
                  '|'                       DELIMITED BY SIZE
                  MCP-USER                  DELIMITED BY SPACE
                  '|'                       DELIMITED BY SIZE
                  MCP-TERM                  DELIMITED BY SPACE
                  '|PRINT|'                 DELIMITED BY SIZE
                  WS-JOB-KEY                DELIMITED BY SPACE
                  '|'                       DELIMITED BY SIZE
                  WS-DECISION               DELIMITED BY SPACE
                  '|ON BEHALF OF '          DELIMITED BY SIZE
                  DB-AUTH-ONBEHALF          DELIMITED BY SPACE
                  INTO DB-AUDITCHAIN-LINE
           END-STRING.
           CALL 'AUDITCHAIN' USING DB-AUDITCHAIN.
           EXIT.
      ************************************************************************
       450-RESOLVE-SCOPE       SECTION.
           MOVE 'PRINT-QUEUE-MGR' TO DB-AUTH-FUNC.
           MOVE 'Y' TO DB-AUTH-DEFAULT.
           CALL 'AUTHCHECK' USING DB-AUTH.
      * A DELEGATE WORKS IN THE DEPARTMENT OF THE SUPERVISOR WHOSE
      * AUTHORITY ADMITTED THEM.
           MOVE 'USERDEPT' TO DB-DEPTMAST-FUNC.
           IF DB-AUTH-ONBEHALF NOT = SPACE
               MOVE DB-AUTH-ONBEHALF TO DB-DEPTMAST-USER
           ELSE
               MOVE MCP-USER   TO DB-DEPTMAST-USER
           END-IF.
           CALL 'DEPTMASTER' USING DB-DEPTMAST.
           MOVE DB-DEPTMAST-DEPT TO WS-MY-DEPT.
           EXIT.
      ************************************************************************
       500-QUEUE-TO-TABLE      SECTION.
           MOVE QTROW TO WS-SEL-IDX.
           INITIALIZE QUEUETABLE.
           MOVE 2 TO QTROWATTR.
           MOVE WS-SEL-IDX TO QTROW.
      * QUEUED TIMES ARE SHOWN IN THE TERMINAL'S LOCAL TIME.
           INITIALIZE DB-TZCONV.
           MOVE MCP-TERM TO DB-TZCONV-TERM.
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                     UNTIL WS-JOB-IDX > DB-PRINTJOB-NUM
               ADD 1 TO QROWCNT
               MOVE DB-PRINTJOB-FILENAME(WS-JOB-IDX)
                   TO QCELL1(QROWCNT)
                   TO QCELL2(QROWCNT)
               MOVE DB-PRINTJOB-DEPT(WS-JOB-IDX)
                   TO QCELL3(QROWCNT)
               MOVE 'TOLOCAL' TO DB-TZCONV-FUNC
               MOVE DB-PRINTJOB-TIME(WS-JOB-IDX) TO DB-TZCONV-TS-IN
               CALL 'TZCONV' USING DB-TZCONV
               MOVE DB-TZCONV-TS-OUT TO QCELL4(QROWCNT)
           END-PERFORM.
           IF WS-MORE-JOBS = 'Y' AND SCR-QMSG = SPACE
               MOVE 'first 200 jobs shown' TO SCR-QMSG
           END-IF.
           EXIT.
      ************************************************************************
       900-PUT-WINDOW          SECTION.
