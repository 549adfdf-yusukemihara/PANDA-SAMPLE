       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         ADHOCRUN.
      ******************************************************************
      * AD-HOC BATCH RUN REQUESTS.  AN OPERATOR PICKS A PROGRAM FROM
      * THE BATCH RUN-CONTROL TABLE, GIVES A REASON AND SUBMITS A
      * REQUEST FOR AN OUT-OF-CYCLE RUN.  A SUPERVISOR HOLDING THE
      * AD-HOC APPROVAL FUNCTION APPROVES OR REJECTS IT - NEVER THEIR
      * OWN REQUEST.  THE SCHEDULER LAUNCHES APPROVED REQUESTS ON ITS
      * NEXT PASS ONCE THE JOB'S PREDECESSOR HAS RUN FOR THE DAY, AND
      * MARKS THEM RUN, FAILED OR SKIPPED.  REGISTER LAYOUT:
      *   REQ-ID|PROGRAM|STATUS|REQUESTER|REQUESTED-TS|REASON|
      *   DECIDED-BY|DECIDED-TS|RUN-TS
      * STATUS IS PENDING, APPROVED, REJECTED, CANCELLED, RUN, FAILED
      * OR SKIPPED.  THE REGISTER IS REWRITTEN UNDER THE SHARED FILE
      * LOCK; FINISHED REQUESTS DROP OUT AFTER THE KEEP PERIOD.  THE
      * LIST SHOWS OPEN REQUESTS AND ANYTHING REQUESTED TODAY.  EVERY
      * DECISION IS CHAINED INTO THE APPROVAL AUDIT LOG.
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
           SELECT CTLFD    ASSIGN TO CTL-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS CTL-FILE-ST.
           SELECT ADHFD    ASSIGN TO ADH-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS ADH-FILE-ST.
       DATA                DIVISION.
       FILE                SECTION.
           FD  CTLFD.
           01  CTL-LINE            PIC X(100).
           FD  ADHFD.
           01  ADH-LINE            PIC X(250).
       WORKING-STORAGE     SECTION.
            COPY    "DB-BATCH".
            COPY    "DB-AUTH".
            COPY    "DB-FILELOCK".
            COPY    "DB-JOBID".
            COPY    "DB-AUDITCHAIN".
       01  CTL-FILE            PIC X(80)
                               VALUE './cobol/batch-schedule.dat'.
       01  CTL-FILE-ST         PIC X(02).
       01  ADH-FILE            PIC X(80)
                               VALUE './cobol/batch-adhoc.dat'.
       01  ADH-FILE-ST         PIC X(02).
       01  APPR-AUDIT-FILE     PIC X(80)
                               VALUE './cobol/approval-audit.log'.
       01  DB-ADHOC.
           05  DB-ADHOC-NUM            PIC 9(3).
           05  DB-ADHOC-ENTRY OCCURS 200 TIMES.
               10  DB-ADHOC-ID         PIC X(16).
               10  DB-ADHOC-PROGRAM    PIC X(20).
               10  DB-ADHOC-STATUS     PIC X(10).
               10  DB-ADHOC-REQ        PIC X(20).
               10  DB-ADHOC-REQTS      PIC X(21).
               10  DB-ADHOC-REASON     PIC X(60).
               10  DB-ADHOC-DECIDER    PIC X(20).
               10  DB-ADHOC-DECTS      PIC X(21).
               10  DB-ADHOC-RUNTS      PIC X(21).
       01  WS-IDX              PIC 9(4).
       01  WS-SEL-IDX          PIC 9(3).
       01  WS-JOB-IDX          PIC 9(4).
       01  WS-MAP-IDX          PIC 9(3).
       01  WS-MAP-NUM          PIC 9(3).
       01  WS-ROWMAP.
           05  WS-ROW-ADH      OCCURS 200 TIMES
                               PIC 9(3).
       01  WS-TODAY            PIC X(8).
       01  WS-KEEP-DATE        PIC X(8).
       01  WS-KEEP-DAYS        PIC 9(3) VALUE 31.
       01  WS-TIMESTAMP        PIC X(21).
       01  WS-ACTION           PIC X(10).
       01  WS-VALID            PIC X(1).
       01  WS-KEEP             PIC X(1).
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
           DISPLAY 'adhocrun widget:' MCP-WIDGET
           EVALUATE    MCP-STATUS      ALSO    MCP-WIDGET
             WHEN     'LINK'           ALSO    ANY
               PERFORM 010-INIT
             WHEN     'PUTG'           ALSO    'queuetable'
               PERFORM 020-ROW-CLICKED
             WHEN     'PUTG'           ALSO    'submitbutton'
               PERFORM 030-SUBMIT-REQUEST
             WHEN     'PUTG'           ALSO    'approvebutton'
               MOVE 'APPROVED' TO WS-ACTION
               PERFORM 040-DECIDE-REQUEST
             WHEN     'PUTG'           ALSO    'rejectbutton'
               MOVE 'REJECTED' TO WS-ACTION
               PERFORM 040-DECIDE-REQUEST
             WHEN     'PUTG'           ALSO    'cancelbutton'
               PERFORM 050-CANCEL-REQUEST
             WHEN     'PUTG'           ALSO    'refreshbutton'
               PERFORM 080-REFRESH
           END-EVALUATE.
           EXIT    PROGRAM.
      ************************************************************************
       010-INIT                SECTION.
           INITIALIZE QUEUETABLE.
           MOVE 2 TO QTROWATTR.
           MOVE SPACE TO SCR-QMSG.
           MOVE SPACE TO SCR-ADHOCPROG.
           MOVE SPACE TO SCR-ADHOCREASON.
           PERFORM 100-LOAD-REGISTER.
           PERFORM 015-PRESELECT.
           PERFORM 500-REGISTER-TO-TABLE.
           MOVE   'NEW'        TO  MCP-PUTTYPE.
           MOVE   'adhocrun'   TO  MCP-WINDOW.
           PERFORM 900-PUT-WINDOW.
           EXIT.
      ************************************************************************
       015-PRESELECT           SECTION.
      * ARRIVING FROM THE APPROVALS INBOX THE KEY IS A REQUEST ID -
      * SELECT IT SO THE SUPERVISOR LANDS ON IT.  ARRIVING FROM THE
      * SCHEDULE MANAGER THE KEY IS THE PROGRAM TO REQUEST A RUN OF.
           IF SPA-PRESEL-WINDOW NOT = 'adhocrun'
               EXIT SECTION
           END-IF.
           PERFORM 460-BUILD-ROWMAP.
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                     UNTIL WS-MAP-IDX > WS-MAP-NUM
               IF DB-ADHOC-ID(WS-ROW-ADH(WS-MAP-IDX)) = SPA-PRESEL-KEY
                   MOVE WS-MAP-IDX TO QTROW
               END-IF
           END-PERFORM.
           IF QTROW = ZERO
               MOVE SPA-PRESEL-KEY TO SCR-ADHOCPROG
           END-IF.
           MOVE SPACE TO SPA-PRESEL-WINDOW.
           MOVE SPACE TO SPA-PRESEL-KEY.
           EXIT.
      ************************************************************************
       020-ROW-CLICKED         SECTION.
           MOVE SPACE TO SCR-QMSG.
           MOVE   'PUTG'       TO  MCP-PUTTYPE.
           MOVE   'adhocrun'   TO  MCP-WINDOW.
           PERFORM 900-PUT-WINDOW.
           EXIT.
      ************************************************************************
       030-SUBMIT-REQUEST      SECTION.
           PERFORM 300-VALIDATE-REQUEST.
           IF WS-VALID NOT = 'Y'
               PERFORM 080-REFRESH
               EXIT SECTION
           END-IF.
           PERFORM 200-LOCK-REGISTER.
           IF DB-FILELOCK-RC = 2
               PERFORM 080-REFRESH
               EXIT SECTION
           END-IF.
           PERFORM 100-LOAD-REGISTER.
           PERFORM 310-CHECK-DUPLICATE.
           IF WS-VALID NOT = 'Y'
               PERFORM 220-UNLOCK-REGISTER
               PERFORM 090-SHOW-REGISTER
               EXIT SECTION
           END-IF.
           IF DB-ADHOC-NUM >= 200
               MOVE 'ad-hoc run register is full' TO SCR-QMSG
               PERFORM 220-UNLOCK-REGISTER
               PERFORM 090-SHOW-REGISTER
               EXIT SECTION
           END-IF.
           CALL 'JOBID' USING DB-JOBID.
           IF DB-JOBID-RC NOT = ZERO
               MOVE 'no request id available - try again' TO SCR-QMSG
               PERFORM 220-UNLOCK-REGISTER
               PERFORM 090-SHOW-REGISTER
               EXIT SECTION
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:21) TO WS-TIMESTAMP.
           INSPECT SCR-ADHOCREASON REPLACING ALL '|' BY '/'.
           ADD 1 TO DB-ADHOC-NUM.
           MOVE DB-ADHOC-NUM     TO WS-SEL-IDX.
           MOVE DB-JOBID-VALUE   TO DB-ADHOC-ID(WS-SEL-IDX).
           MOVE SCR-ADHOCPROG    TO DB-ADHOC-PROGRAM(WS-SEL-IDX).
           MOVE 'PENDING'        TO DB-ADHOC-STATUS(WS-SEL-IDX).
           MOVE MCP-USER         TO DB-ADHOC-REQ(WS-SEL-IDX).
           MOVE WS-TIMESTAMP     TO DB-ADHOC-REQTS(WS-SEL-IDX).
           MOVE SCR-ADHOCREASON  TO DB-ADHOC-REASON(WS-SEL-IDX).
           MOVE SPACE            TO DB-ADHOC-DECIDER(WS-SEL-IDX).
           MOVE SPACE            TO DB-ADHOC-DECTS(WS-SEL-IDX).
           MOVE SPACE            TO DB-ADHOC-RUNTS(WS-SEL-IDX).
           PERFORM 210-SAVE-REGISTER.
           PERFORM 220-UNLOCK-REGISTER.
           MOVE 'REQUESTED' TO WS-ACTION.
           PERFORM 320-AUDIT-REQUEST.
           MOVE SPACE TO SCR-QMSG.
           STRING 'run of '              DELIMITED BY SIZE
                  SCR-ADHOCPROG          DELIMITED BY SPACE
                  ' requested as '       DELIMITED BY SIZE
                  DB-JOBID-VALUE         DELIMITED BY SPACE
                  ' - awaiting approval' DELIMITED BY SIZE
                  INTO SCR-QMSG
           END-STRING.
           MOVE SPACE TO SCR-ADHOCPROG.
           MOVE SPACE TO SCR-ADHOCREASON.
           PERFORM 090-SHOW-REGISTER.
           EXIT.
      ************************************************************************
       040-DECIDE-REQUEST      SECTION.
      * WS-ACTION IS SET BY THE CALLER TO APPROVED OR REJECTED.
           MOVE MCP-USER TO DB-AUTH-USER.
           MOVE 'BATCH-ADHOC-APPROVE' TO DB-AUTH-FUNC.
           MOVE 'N' TO DB-AUTH-DEFAULT.
           CALL 'AUTHCHECK' USING DB-AUTH.
           IF DB-AUTH-ALLOW NOT = 'Y'
               MOVE 'not authorized to decide ad-hoc runs' TO SCR-QMSG
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
           IF DB-ADHOC-STATUS(WS-SEL-IDX) NOT = 'PENDING'
               MOVE 'request is not pending' TO SCR-QMSG
               PERFORM 220-UNLOCK-REGISTER
               PERFORM 090-SHOW-REGISTER
               EXIT SECTION
           END-IF.
           IF DB-ADHOC-REQ(WS-SEL-IDX) = MCP-USER
               MOVE 'requestor cannot decide own request' TO SCR-QMSG
               PERFORM 220-UNLOCK-REGISTER
               PERFORM 090-SHOW-REGISTER
               EXIT SECTION
           END-IF.
           IF DB-AUTH-ONBEHALF NOT = SPACE
              AND DB-ADHOC-REQ(WS-SEL-IDX) = DB-AUTH-ONBEHALF
               MOVE 'requestor cannot decide own request by delegate'
                   TO SCR-QMSG
               PERFORM 220-UNLOCK-REGISTER
               PERFORM 090-SHOW-REGISTER
               EXIT SECTION
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:21) TO WS-TIMESTAMP.
           MOVE WS-ACTION    TO DB-ADHOC-STATUS(WS-SEL-IDX).
           MOVE MCP-USER     TO DB-ADHOC-DECIDER(WS-SEL-IDX).
           MOVE WS-TIMESTAMP TO DB-ADHOC-DECTS(WS-SEL-IDX).
           PERFORM 210-SAVE-REGISTER.
           PERFORM 220-UNLOCK-REGISTER.
           PERFORM 320-AUDIT-REQUEST.
           IF WS-ACTION = 'APPROVED'
               MOVE 'request approved - runs on the next scheduler pass'
                   TO SCR-QMSG
           ELSE
               MOVE 'request rejected' TO SCR-QMSG
           END-IF.
           PERFORM 090-SHOW-REGISTER.
           EXIT.
      ************************************************************************
       050-CANCEL-REQUEST      SECTION.
      * THE REQUESTER MAY WITHDRAW A REQUEST UNTIL THE SCHEDULER HAS
      * PICKED IT UP.
           PERFORM 200-LOCK-REGISTER.
           IF DB-FILELOCK-RC = 2
               PERFORM 080-REFRESH
               EXIT SECTION
           END-IF.
           PERFORM 100-LOAD-REGISTER.
           PERFORM 110-CHECK-SELECTION.
           IF WS-SEL-IDX NOT = ZERO
               IF DB-ADHOC-REQ(WS-SEL-IDX) NOT = MCP-USER
                   MOVE 'only the requester can cancel a request'
                       TO SCR-QMSG
               ELSE
                   IF DB-ADHOC-STATUS(WS-SEL-IDX) NOT = 'PENDING'
                      AND DB-ADHOC-STATUS(WS-SEL-IDX) NOT = 'APPROVED'
                       MOVE 'request is already closed' TO SCR-QMSG
                   ELSE
                       MOVE FUNCTION CURRENT-DATE(1:21)
                           TO WS-TIMESTAMP
                       MOVE 'CANCELLED'
                           TO DB-ADHOC-STATUS(WS-SEL-IDX)
                       MOVE MCP-USER
                           TO DB-ADHOC-DECIDER(WS-SEL-IDX)
                       MOVE WS-TIMESTAMP
                           TO DB-ADHOC-DECTS(WS-SEL-IDX)
                       PERFORM 210-SAVE-REGISTER
                       MOVE 'CANCELLED' TO WS-ACTION
                       PERFORM 320-AUDIT-REQUEST
                       MOVE 'request cancelled' TO SCR-QMSG
                   END-IF
               END-IF
           END-IF.
           PERFORM 220-UNLOCK-REGISTER.
           PERFORM 090-SHOW-REGISTER.
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
           MOVE   'adhocrun'   TO  MCP-WINDOW.
           PERFORM 900-PUT-WINDOW.
           EXIT.
      ************************************************************************
       100-LOAD-REGISTER       SECTION.
           MOVE 0 TO DB-ADHOC-NUM.
           OPEN INPUT ADHFD.
           IF ADH-FILE-ST = "00"
               PERFORM UNTIL ADH-FILE-ST NOT = "00"
                        OR DB-ADHOC-NUM >= 200
                   READ ADHFD INTO ADH-LINE
                   IF ADH-FILE-ST = "00" AND ADH-LINE NOT = SPACE
                       ADD 1 TO DB-ADHOC-NUM
                       UNSTRING ADH-LINE DELIMITED BY '|'
                           INTO DB-ADHOC-ID(DB-ADHOC-NUM)
                                DB-ADHOC-PROGRAM(DB-ADHOC-NUM)
                                DB-ADHOC-STATUS(DB-ADHOC-NUM)
                                DB-ADHOC-REQ(DB-ADHOC-NUM)
                                DB-ADHOC-REQTS(DB-ADHOC-NUM)
                                DB-ADHOC-REASON(DB-ADHOC-NUM)
                                DB-ADHOC-DECIDER(DB-ADHOC-NUM)
                                DB-ADHOC-DECTS(DB-ADHOC-NUM)
                                DB-ADHOC-RUNTS(DB-ADHOC-NUM)
                   END-IF
               END-PERFORM
               CLOSE ADHFD
           END-IF.
           EXIT.
      ************************************************************************
       110-CHECK-SELECTION     SECTION.
           MOVE 0 TO WS-SEL-IDX.
           PERFORM 460-BUILD-ROWMAP.
           IF QTROW = ZERO OR QTROW > WS-MAP-NUM
               MOVE 'select a request first' TO SCR-QMSG
           ELSE
               MOVE WS-ROW-ADH(QTROW) TO WS-SEL-IDX
           END-IF.
           EXIT.
      ************************************************************************
       150-LOAD-CONTROL        SECTION.
           MOVE 0 TO DB-BATCH-NUM.
           OPEN INPUT CTLFD.
           IF CTL-FILE-ST = "00"
               PERFORM UNTIL CTL-FILE-ST NOT = "00"
                        OR DB-BATCH-NUM >= 20
                   READ CTLFD INTO CTL-LINE
                   IF CTL-FILE-ST = "00" AND CTL-LINE NOT = SPACE
                       ADD 1 TO DB-BATCH-NUM
                       UNSTRING CTL-LINE DELIMITED BY '|'
                           INTO DB-BATCH-PROGRAM(DB-BATCH-NUM)
                                DB-BATCH-SCHEDTIME(DB-BATCH-NUM)
                                DB-BATCH-ENABLED(DB-BATCH-NUM)
                                DB-BATCH-LASTDATE(DB-BATCH-NUM)
                                DB-BATCH-LASTSTATUS(DB-BATCH-NUM)
                                DB-BATCH-PREDECESSOR(DB-BATCH-NUM)
                                DB-BATCH-ONFAIL(DB-BATCH-NUM)
                   END-IF
               END-PERFORM
               CLOSE CTLFD
           ELSE
               DISPLAY 'no batch run-control table'
           END-IF.
           EXIT.
      ************************************************************************
       200-LOCK-REGISTER       SECTION.
           MOVE 'ACQUIRE' TO DB-FILELOCK-FUNC.
           MOVE ADH-FILE TO DB-FILELOCK-FILE.
           MOVE MCP-TERM TO DB-FILELOCK-OWNER.
           MOVE 30 TO DB-FILELOCK-TIMEOUT.
           CALL 'FILELOCK' USING DB-FILELOCK.
           IF DB-FILELOCK-RC = 2
               MOVE SPACE TO SCR-QMSG
               STRING 'register locked by ' DELIMITED BY SIZE
                      DB-FILELOCK-HOLDER    DELIMITED BY SPACE
                      ' - try again'        DELIMITED BY SIZE
                      INTO SCR-QMSG
               END-STRING
           END-IF.
           EXIT.
      ************************************************************************
       210-SAVE-REGISTER       SECTION.
      * FINISHED REQUESTS OLDER THAN THE KEEP PERIOD ARE DROPPED AS
      * THE REGISTER IS WRITTEN BACK; OPEN ONES ARE ALWAYS KEPT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY))
                    - WS-KEEP-DAYS)
               TO WS-KEEP-DATE.
           OPEN OUTPUT ADHFD.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > DB-ADHOC-NUM
               MOVE 'Y' TO WS-KEEP
               IF DB-ADHOC-STATUS(WS-IDX) NOT = 'PENDING'
                  AND DB-ADHOC-STATUS(WS-IDX) NOT = 'APPROVED'
                  AND DB-ADHOC-REQTS(WS-IDX)(1:8) < WS-KEEP-DATE
                   MOVE 'N' TO WS-KEEP
               END-IF
               IF WS-KEEP = 'Y'
                   MOVE SPACE TO ADH-LINE
                   STRING DB-ADHOC-ID(WS-IDX)      DELIMITED BY SPACE
                          '|'                      DELIMITED BY SIZE
                          DB-ADHOC-PROGRAM(WS-IDX) DELIMITED BY SPACE
                          '|'                      DELIMITED BY SIZE
                          DB-ADHOC-STATUS(WS-IDX)  DELIMITED BY SPACE
                          '|'                      DELIMITED BY SIZE
                          DB-ADHOC-REQ(WS-IDX)     DELIMITED BY SPACE
                          '|'                      DELIMITED BY SIZE
                          DB-ADHOC-REQTS(WS-IDX)   DELIMITED BY SPACE
                          '|'                      DELIMITED BY SIZE
                          DB-ADHOC-REASON(WS-IDX)  DELIMITED BY '  '
                          '|'                      DELIMITED BY SIZE
                          DB-ADHOC-DECIDER(WS-IDX) DELIMITED BY SPACE
                          '|'                      DELIMITED BY SIZE
                          DB-ADHOC-DECTS(WS-IDX)   DELIMITED BY SPACE
                          '|'                      DELIMITED BY SIZE
                          DB-ADHOC-RUNTS(WS-IDX)   DELIMITED BY SPACE
                          INTO ADH-LINE
                   END-STRING
                   WRITE ADH-LINE
               END-IF
           END-PERFORM.
           CLOSE ADHFD.
           EXIT.
      ************************************************************************
       220-UNLOCK-REGISTER     SECTION.
           MOVE 'RELEASE' TO DB-FILELOCK-FUNC.
           MOVE ADH-FILE TO DB-FILELOCK-FILE.
           MOVE MCP-TERM TO DB-FILELOCK-OWNER.
           CALL 'FILELOCK' USING DB-FILELOCK.
           EXIT.
      ************************************************************************
       300-VALIDATE-REQUEST    SECTION.
      * THE PROGRAM MUST BE AN ENABLED ENTRY ON THE RUN-CONTROL TABLE
      * AND THE OPERATOR MUST SAY WHY THE EXTRA RUN IS NEEDED.
           MOVE 'N' TO WS-VALID.
           IF SCR-ADHOCPROG = SPACE
               MOVE 'enter the program to run' TO SCR-QMSG
               EXIT SECTION
           END-IF.
           IF SCR-ADHOCREASON = SPACE
               MOVE 'enter the reason for the run' TO SCR-QMSG
               EXIT SECTION
           END-IF.
           PERFORM 150-LOAD-CONTROL.
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                     UNTIL WS-JOB-IDX > DB-BATCH-NUM
               IF DB-BATCH-PROGRAM(WS-JOB-IDX) = SCR-ADHOCPROG
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-JOB-IDX > DB-BATCH-NUM
               MOVE 'program is not on the batch schedule' TO SCR-QMSG
               EXIT SECTION
           END-IF.
           IF DB-BATCH-ENABLED(WS-JOB-IDX) NOT = 'Y'
               MOVE 'job is disabled on the batch schedule'
                   TO SCR-QMSG
               EXIT SECTION
           END-IF.
           MOVE 'Y' TO WS-VALID.
           EXIT.
      ************************************************************************
       310-CHECK-DUPLICATE     SECTION.
      * ONE OPEN REQUEST PER PROGRAM - A SECOND WOULD ONLY RUN THE
      * JOB TWICE ON THE SAME PASS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > DB-ADHOC-NUM
               IF DB-ADHOC-PROGRAM(WS-IDX) = SCR-ADHOCPROG
                  AND (DB-ADHOC-STATUS(WS-IDX) = 'PENDING'
                       OR DB-ADHOC-STATUS(WS-IDX) = 'APPROVED')
                   MOVE 'N' TO WS-VALID
                   MOVE SPACE TO SCR-QMSG
                   STRING 'request '          DELIMITED BY SIZE
                          DB-ADHOC-ID(WS-IDX) DELIMITED BY SPACE
                          ' is already open for this program'
                                              DELIMITED BY SIZE
                          INTO SCR-QMSG
                   END-STRING
               END-IF
           END-PERFORM.
           EXIT.
      ************************************************************************
       320-AUDIT-REQUEST       SECTION.
      * REQUESTS AND DECISIONS GO INTO THE APPROVAL AUDIT CHAIN:
      *   TS|USER|TERM|ADHOC|REQ-ID:PROGRAM|ACTION
      * WITH ON BEHALF OF <APPROVER> TRAILING A DELEGATE'S DECISION.
           MOVE FUNCTION CURRENT-DATE(1:21) TO WS-TIMESTAMP.
           MOVE APPR-AUDIT-FILE TO DB-AUDITCHAIN-FILE.
           MOVE SPACE TO DB-AUDITCHAIN-LINE.
           IF (WS-ACTION = 'APPROVED' OR WS-ACTION = 'REJECTED')
              AND DB-AUTH-ONBEHALF NOT = SPACE
               STRING WS-TIMESTAMP             DELIMITED BY SPACE
                      '|'                      DELIMITED BY SIZE
                      MCP-USER                 DELIMITED BY SPACE
                      '|'                      DELIMITED BY SIZE
                      MCP-TERM                 DELIMITED BY SPACE
                      '|ADHOC|'                DELIMITED BY SIZE
                      DB-ADHOC-ID(WS-SEL-IDX)  DELIMITED BY SPACE
                      ':'                      DELIMITED BY SIZE
                      DB-ADHOC-PROGRAM(WS-SEL-IDX)
                                               DELIMITED BY SPACE
                      '|'                      DELIMITED BY SIZE
                      WS-ACTION                DELIMITED BY SPACE
                      '|ON BEHALF OF '         DELIMITED BY SIZE
                      DB-AUTH-ONBEHALF         DELIMITED BY SPACE
                      INTO DB-AUDITCHAIN-LINE
               END-STRING
           ELSE
               STRING WS-TIMESTAMP             DELIMITED BY SPACE
                      '|'                      DELIMITED BY SIZE
                      MCP-USER                 DELIMITED BY SPACE
                      '|'                      DELIMITED BY SIZE
                      MCP-TERM                 DELIMITED BY SPACE
                      '|ADHOC|'                DELIMITED BY SIZE
                      DB-ADHOC-ID(WS-SEL-IDX)  DELIMITED BY SPACE
                      ':'                      DELIMITED BY SIZE
                      DB-ADHOC-PROGRAM(WS-SEL-IDX)
                                               DELIMITED BY SPACE
                      '|'                      DELIMITED BY SIZE
                      WS-ACTION                DELIMITED BY SPACE
                      INTO DB-AUDITCHAIN-LINE
               END-STRING
           END-IF.
           CALL 'AUDITCHAIN' USING DB-AUDITCHAIN.
           EXIT.
      ************************************************************************
       460-BUILD-ROWMAP        SECTION.
      * OPEN REQUESTS AND ANYTHING REQUESTED TODAY ARE LISTED; THE
      * MAP TIES A TABLE ROW BACK TO ITS REGISTER SLOT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE 0 TO WS-MAP-NUM.
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                     UNTIL WS-MAP-IDX > DB-ADHOC-NUM
               IF DB-ADHOC-STATUS(WS-MAP-IDX) = 'PENDING'
                  OR DB-ADHOC-STATUS(WS-MAP-IDX) = 'APPROVED'
                  OR DB-ADHOC-REQTS(WS-MAP-IDX)(1:8) = WS-TODAY
                   ADD 1 TO WS-MAP-NUM
                   MOVE WS-MAP-IDX TO WS-ROW-ADH(WS-MAP-NUM)
               END-IF
           END-PERFORM.
           EXIT.
      ************************************************************************
       500-REGISTER-TO-TABLE   SECTION.
           MOVE QTROW TO WS-SEL-IDX.
           INITIALIZE QUEUETABLE.
           MOVE 2 TO QTROWATTR.
           MOVE WS-SEL-IDX TO QTROW.
           PERFORM 460-BUILD-ROWMAP.
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                     UNTIL WS-MAP-IDX > WS-MAP-NUM
               MOVE WS-ROW-ADH(WS-MAP-IDX) TO WS-IDX
               ADD 1 TO QROWCNT
               MOVE SPACE TO QCELL1(QROWCNT)
               STRING DB-ADHOC-ID(WS-IDX)      DELIMITED BY SPACE
                      ' '                      DELIMITED BY SIZE
                      DB-ADHOC-PROGRAM(WS-IDX) DELIMITED BY SPACE
                      INTO QCELL1(QROWCNT)
               END-STRING
               MOVE DB-ADHOC-STATUS(WS-IDX) TO QCELL2(QROWCNT)
               MOVE SPACE TO QCELL3(QROWCNT)
               STRING DB-ADHOC-REQ(WS-IDX)     DELIMITED BY SPACE
                      ' '                      DELIMITED BY SIZE
                      DB-ADHOC-DECIDER(WS-IDX) DELIMITED BY SPACE
                      INTO QCELL3(QROWCNT)
               END-STRING
               MOVE DB-ADHOC-REASON(WS-IDX) TO QCELL4(QROWCNT)
           END-PERFORM.
           IF SCR-QMSG = SPACE AND WS-MAP-NUM = 0
               MOVE 'no open ad-hoc run requests' TO SCR-QMSG
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
