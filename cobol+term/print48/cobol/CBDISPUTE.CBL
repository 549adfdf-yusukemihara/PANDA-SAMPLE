       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         CBDISPUTE.
      ******************************************************************
      * PRINT CHARGEBACK DISPUTES.  A DEPARTMENT CONTACT CHALLENGES A
      * CHARGE BY GIVING THE JOB ID, THE CHARGEBACK MONTH AND A
      * REASON.  THE JOB IS LOOKED UP ON THE QUEUE, OR IN PRINT
      * HISTORY ONCE ARCHIVED, AND THE DEPARTMENT, ACCOUNT AND COST
      * CENTER IT WAS CHARGED TO ARE KEPT WITH THE DISPUTE.  FINANCE,
      * HOLDING THE CHARGEBACK FINANCE FUNCTION, ACCEPTS A DISPUTE
      * WITH A CREDIT AMOUNT OR REJECTS IT WITH A NOTE - NEVER ONE
      * THEY RAISED.  THE NEXT CHARGEBACK RUN JOURNALS EACH ACCEPTED
      * CREDIT AGAINST THE ORIGINAL CHARGE AND MARKS IT POSTED.
      * REGISTER LAYOUT:
      *   DISPUTE-ID|JOBID|STATUS|RAISED-BY|RAISED-TS|MONTH|DEPT|
      *   ACCOUNT|COSTCTR|REASON|CREDIT-CENTS|NOTE|DECIDED-BY|
      *   DECIDED-TS|POSTED-MONTH
      * THE REGISTER IS REWRITTEN UNDER THE SHARED FILE LOCK.
      * REJECTED AND POSTED DISPUTES DROP OUT AFTER THE KEEP PERIOD.
      * EVERY DISPUTE AND DECISION IS CHAINED INTO THE APPROVAL AUDIT
      * LOG.
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
           SELECT DSPFD    ASSIGN TO DSP-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS DSP-FILE-ST.
           SELECT HISTFD   ASSIGN TO HIST-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS HIST-FILE-ST.
       DATA                DIVISION.
       FILE                SECTION.
           FD  DSPFD.
           01  DSP-LINE            PIC X(350).
           FD  HISTFD.
           01  HIST-LINE           PIC X(300).
       WORKING-STORAGE     SECTION.
            COPY    "DB-CBDISPUTE".
            COPY    "DB-PRINTQ".
            COPY    "DB-AUTH".
            COPY    "DB-FILELOCK".
            COPY    "DB-JOBID".
            COPY    "DB-DEPTMAST".
            COPY    "DB-AUDITCHAIN".
       01  DSP-FILE            PIC X(80)
                               VALUE './cobol/chargeback-disputes.dat'.
       01  DSP-FILE-ST         PIC X(02).
       01  HIST-FILE           PIC X(80)
                               VALUE './cobol/print-history.dat'.
       01  HIST-FILE-ST        PIC X(02).
       01  APPR-AUDIT-FILE     PIC X(80)
                               VALUE './cobol/approval-audit.log'.
       01  HIST-REC.
           05  HIST-FILENAME       PIC X(20).
           05  HIST-STATUS         PIC X(10).
           05  HIST-ACCOUNT        PIC X(20).
           05  HIST-DEPT           PIC X(20).
           05  HIST-PAGES          PIC X(5).
           05  HIST-TIME           PIC X(21).
           05  HIST-PRINTER        PIC X(8).
           05  HIST-JOBID          PIC X(16).
       01  WS-JOB-FOUND        PIC X(1).
       01  WS-JOB-DEPT         PIC X(20).
       01  WS-JOB-ACCOUNT      PIC X(20).
       01  WS-JOB-MONTH        PIC X(6).
       01  WS-JOB-COSTCTR      PIC X(8).
       01  WS-IDX              PIC 9(4).
       01  WS-SEL-IDX          PIC 9(3).
       01  WS-MAP-IDX          PIC 9(3).
       01  WS-MAP-NUM          PIC 9(3).
       01  WS-ROWMAP.
           05  WS-ROW-DSP      OCCURS 300 TIMES
                               PIC 9(3).
       01  WS-TODAY            PIC X(8).
       01  WS-KEEP-DATE        PIC X(8).
       01  WS-KEEP-DAYS        PIC 9(3) VALUE 400.
       01  WS-LIST-DATE        PIC X(8).
       01  WS-LIST-DAYS        PIC 9(3) VALUE 31.
       01  WS-TIMESTAMP        PIC X(21).
       01  WS-ACTION           PIC X(10).
       01  WS-VALID            PIC X(1).
       01  WS-KEEP             PIC X(1).
       01  WS-EDIT-CREDIT      PIC ZZZZZZ9.99.
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
           DISPLAY 'cbdispute widget:' MCP-WIDGET
           EVALUATE    MCP-STATUS      ALSO    MCP-WIDGET
             WHEN     'LINK'           ALSO    ANY
               PERFORM 010-INIT
             WHEN     'PUTG'           ALSO    'queuetable'
               PERFORM 020-ROW-CLICKED
             WHEN     'PUTG'           ALSO    'raisebutton'
               PERFORM 030-RAISE-DISPUTE
             WHEN     'PUTG'           ALSO    'acceptbutton'
               MOVE 'ACCEPTED' TO WS-ACTION
               PERFORM 040-DECIDE-DISPUTE
             WHEN     'PUTG'           ALSO    'rejectbutton'
               MOVE 'REJECTED' TO WS-ACTION
               PERFORM 040-DECIDE-DISPUTE
             WHEN     'PUTG'           ALSO    'refreshbutton'
               PERFORM 080-REFRESH
           END-EVALUATE.
           EXIT    PROGRAM.
      ************************************************************************
       010-INIT                SECTION.
           INITIALIZE QUEUETABLE.
           MOVE 2 TO QTROWATTR.
           MOVE SPACE TO SCR-QMSG.
           PERFORM 070-CLEAR-ENTRY.
           PERFORM 100-LOAD-REGISTER.
           PERFORM 015-PRESELECT.
           PERFORM 500-REGISTER-TO-TABLE.
           MOVE   'NEW'        TO  MCP-PUTTYPE.
           MOVE   'cbdispute'  TO  MCP-WINDOW.
           PERFORM 900-PUT-WINDOW.
           EXIT.
      ************************************************************************
       015-PRESELECT           SECTION.
      * ARRIVING FROM THE APPROVALS INBOX THE KEY IS A DISPUTE ID -
      * SELECT IT SO FINANCE LANDS ON IT.
           IF SPA-PRESEL-WINDOW NOT = 'cbdispute'
               EXIT SECTION
           END-IF.
           PERFORM 460-BUILD-ROWMAP.
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                     UNTIL WS-MAP-IDX > WS-MAP-NUM
               IF DB-DSP-ID(WS-ROW-DSP(WS-MAP-IDX)) = SPA-PRESEL-KEY
                   MOVE WS-MAP-IDX TO QTROW
               END-IF
           END-PERFORM.
           MOVE SPACE TO SPA-PRESEL-WINDOW.
           MOVE SPACE TO SPA-PRESEL-KEY.
           EXIT.
      ************************************************************************
       020-ROW-CLICKED         SECTION.
           MOVE SPACE TO SCR-QMSG.
           MOVE   'PUTG'       TO  MCP-PUTTYPE.
           MOVE   'cbdispute'  TO  MCP-WINDOW.
           PERFORM 900-PUT-WINDOW.
           EXIT.
      ************************************************************************
       030-RAISE-DISPUTE       SECTION.
           PERFORM 300-VALIDATE-DISPUTE.
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
           IF DB-DSP-NUM >= 300
               MOVE 'dispute register is full' TO SCR-QMSG
               PERFORM 220-UNLOCK-REGISTER
               PERFORM 090-SHOW-REGISTER
               EXIT SECTION
           END-IF.
           CALL 'JOBID' USING DB-JOBID.
           IF DB-JOBID-RC NOT = ZERO
               MOVE 'no dispute id available - try again' TO SCR-QMSG
               PERFORM 220-UNLOCK-REGISTER
               PERFORM 090-SHOW-REGISTER
               EXIT SECTION
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:21) TO WS-TIMESTAMP.
           ADD 1 TO DB-DSP-NUM.
           MOVE DB-DSP-NUM       TO WS-SEL-IDX.
           INITIALIZE DB-DSP-ENTRY(WS-SEL-IDX).
           MOVE DB-JOBID-VALUE   TO DB-DSP-ID(WS-SEL-IDX).
           MOVE JOBREF           TO DB-DSP-JOBID(WS-SEL-IDX).
           MOVE 'OPEN'           TO DB-DSP-STATUS(WS-SEL-IDX).
           MOVE MCP-USER         TO DB-DSP-RAISEDBY(WS-SEL-IDX).
           MOVE WS-TIMESTAMP     TO DB-DSP-RAISEDTS(WS-SEL-IDX).
           MOVE WS-JOB-MONTH     TO DB-DSP-MONTH(WS-SEL-IDX).
           MOVE WS-JOB-DEPT      TO DB-DSP-DEPT(WS-SEL-IDX).
           MOVE WS-JOB-ACCOUNT   TO DB-DSP-ACCOUNT(WS-SEL-IDX).
           MOVE WS-JOB-COSTCTR   TO DB-DSP-COSTCTR(WS-SEL-IDX).
           MOVE SCR-DSPREASON    TO DB-DSP-REASON(WS-SEL-IDX).
           MOVE 0                TO DB-DSP-CREDIT(WS-SEL-IDX).
           PERFORM 210-SAVE-REGISTER.
           PERFORM 220-UNLOCK-REGISTER.
           MOVE 'RAISED' TO WS-ACTION.
           PERFORM 320-AUDIT-DISPUTE.
           MOVE SPACE TO SCR-QMSG.
           STRING 'dispute '             DELIMITED BY SIZE
                  DB-JOBID-VALUE         DELIMITED BY SPACE
                  ' raised on job '      DELIMITED BY SIZE
                  JOBREF                 DELIMITED BY SPACE
                  ' - awaiting finance'  DELIMITED BY SIZE
                  INTO SCR-QMSG
           END-STRING.
           PERFORM 070-CLEAR-ENTRY.
           PERFORM 090-SHOW-REGISTER.
           EXIT.
      ************************************************************************
       040-DECIDE-DISPUTE      SECTION.
      * WS-ACTION IS SET BY THE CALLER TO ACCEPTED OR REJECTED.  AN
      * ACCEPTANCE NEEDS THE CREDIT TO GIVE; A REJECTION NEEDS A NOTE
      * TELLING THE DEPARTMENT WHY.
           MOVE MCP-USER TO DB-AUTH-USER.
           MOVE 'CHARGEBACK-FINANCE' TO DB-AUTH-FUNC.
           MOVE 'N' TO DB-AUTH-DEFAULT.
           CALL 'AUTHCHECK' USING DB-AUTH.
           IF DB-AUTH-ALLOW NOT = 'Y'
               MOVE 'not authorized to decide chargeback disputes'
                   TO SCR-QMSG
               PERFORM 080-REFRESH
               EXIT SECTION
           END-IF.
           IF WS-ACTION = 'ACCEPTED' AND SCR-DSPCREDIT = ZERO
               MOVE 'enter the credit to give' TO SCR-QMSG
               PERFORM 080-REFRESH
               EXIT SECTION
           END-IF.
           IF WS-ACTION = 'REJECTED'
              AND (SCR-DSPNOTE = SPACE OR SCR-DSPNOTE = LOW-VALUE)
               MOVE 'enter a note saying why it is rejected'
                   TO SCR-QMSG
               PERFORM 080-REFRESH
               EXIT SECTION
           END-IF.
           IF SCR-DSPNOTE = LOW-VALUE
               MOVE SPACE TO SCR-DSPNOTE
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
           IF DB-DSP-STATUS(WS-SEL-IDX) NOT = 'OPEN'
               MOVE 'dispute is not open' TO SCR-QMSG
               PERFORM 220-UNLOCK-REGISTER
               PERFORM 090-SHOW-REGISTER
               EXIT SECTION
           END-IF.
           IF DB-DSP-RAISEDBY(WS-SEL-IDX) = MCP-USER
               MOVE 'cannot decide a dispute you raised' TO SCR-QMSG
               PERFORM 220-UNLOCK-REGISTER
               PERFORM 090-SHOW-REGISTER
               EXIT SECTION
           END-IF.
           INSPECT SCR-DSPNOTE REPLACING ALL '|' BY '/'.
           MOVE FUNCTION CURRENT-DATE(1:21) TO WS-TIMESTAMP.
           MOVE WS-ACTION    TO DB-DSP-STATUS(WS-SEL-IDX).
           MOVE SCR-DSPNOTE  TO DB-DSP-NOTE(WS-SEL-IDX).
           MOVE MCP-USER     TO DB-DSP-DECIDEDBY(WS-SEL-IDX).
           MOVE WS-TIMESTAMP TO DB-DSP-DECIDEDTS(WS-SEL-IDX).
           IF WS-ACTION = 'ACCEPTED'
               COMPUTE DB-DSP-CREDIT(WS-SEL-IDX) = SCR-DSPCREDIT * 100
           ELSE
               MOVE 0 TO DB-DSP-CREDIT(WS-SEL-IDX)
           END-IF.
           PERFORM 210-SAVE-REGISTER.
           PERFORM 220-UNLOCK-REGISTER.
           PERFORM 320-AUDIT-DISPUTE.
           IF WS-ACTION = 'ACCEPTED'
               MOVE SCR-DSPCREDIT TO WS-EDIT-CREDIT
               MOVE SPACE TO SCR-QMSG
               STRING 'dispute accepted - credit '  DELIMITED BY SIZE
                      WS-EDIT-CREDIT                DELIMITED BY SIZE
                      ' goes on the next chargeback journal'
                                                    DELIMITED BY SIZE
                      INTO SCR-QMSG
               END-STRING
           ELSE
               MOVE 'dispute rejected' TO SCR-QMSG
           END-IF.
           PERFORM 070-CLEAR-ENTRY.
           PERFORM 090-SHOW-REGISTER.
           EXIT.
      ************************************************************************
       070-CLEAR-ENTRY         SECTION.
           MOVE SPACE TO JOBREF.
           MOVE SPACE TO SCR-DSPMONTH.
           MOVE SPACE TO SCR-DSPREASON.
           MOVE 0     TO SCR-DSPCREDIT.
           MOVE SPACE TO SCR-DSPNOTE.
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
           MOVE   'cbdispute'  TO  MCP-WINDOW.
           PERFORM 900-PUT-WINDOW.
           EXIT.
      ************************************************************************
       100-LOAD-REGISTER       SECTION.
           MOVE 0 TO DB-DSP-NUM.
           OPEN INPUT DSPFD.
           IF DSP-FILE-ST = "00"
               PERFORM UNTIL DSP-FILE-ST NOT = "00"
                        OR DB-DSP-NUM >= 300
                   READ DSPFD INTO DSP-LINE
                   IF DSP-FILE-ST = "00" AND DSP-LINE NOT = SPACE
                       ADD 1 TO DB-DSP-NUM
                       INITIALIZE DB-DSP-ENTRY(DB-DSP-NUM)
                       UNSTRING DSP-LINE DELIMITED BY '|'
                           INTO DB-DSP-ID(DB-DSP-NUM)
                                DB-DSP-JOBID(DB-DSP-NUM)
                                DB-DSP-STATUS(DB-DSP-NUM)
                                DB-DSP-RAISEDBY(DB-DSP-NUM)
                                DB-DSP-RAISEDTS(DB-DSP-NUM)
                                DB-DSP-MONTH(DB-DSP-NUM)
                                DB-DSP-DEPT(DB-DSP-NUM)
                                DB-DSP-ACCOUNT(DB-DSP-NUM)
                                DB-DSP-COSTCTR(DB-DSP-NUM)
                                DB-DSP-REASON(DB-DSP-NUM)
                                DB-DSP-CREDIT(DB-DSP-NUM)
                                DB-DSP-NOTE(DB-DSP-NUM)
                                DB-DSP-DECIDEDBY(DB-DSP-NUM)
                                DB-DSP-DECIDEDTS(DB-DSP-NUM)
                                DB-DSP-POSTED(DB-DSP-NUM)
                   END-IF
               END-PERFORM
               CLOSE DSPFD
           END-IF.
           EXIT.
      ************************************************************************
       110-CHECK-SELECTION     SECTION.
           MOVE 0 TO WS-SEL-IDX.
           PERFORM 460-BUILD-ROWMAP.
           IF QTROW = ZERO OR QTROW > WS-MAP-NUM
               MOVE 'select a dispute first' TO SCR-QMSG
           ELSE
               MOVE WS-ROW-DSP(QTROW) TO WS-SEL-IDX
           END-IF.
           EXIT.
      ************************************************************************
       120-FIND-JOB            SECTION.
      * THE JOB IS READ FROM THE QUEUE; ONCE THE ARCHIVER HAS MOVED IT
      * OUT IT IS FOUND IN PRINT HISTORY INSTEAD.
           MOVE 'N' TO WS-JOB-FOUND.
           INITIALIZE DB-PRINTQ.
           MOVE 'READ'  TO DB-PRINTQ-FUNC.
           MOVE JOBREF  TO DB-PRINTQ-JOBID.
           CALL 'PRINTQ' USING DB-PRINTQ.
           IF DB-PRINTQ-RC = ZERO
               MOVE 'Y'                   TO WS-JOB-FOUND
               MOVE DB-PRINTQ-DEPT        TO WS-JOB-DEPT
               MOVE DB-PRINTQ-ACCOUNT     TO WS-JOB-ACCOUNT
               MOVE DB-PRINTQ-TIME(1:6)   TO WS-JOB-MONTH
               EXIT SECTION
           END-IF.
           OPEN INPUT HISTFD.
           IF HIST-FILE-ST NOT = "00"
               EXIT SECTION
           END-IF.
           PERFORM UNTIL HIST-FILE-ST NOT = "00"
                    OR WS-JOB-FOUND = 'Y'
               READ HISTFD INTO HIST-LINE
               IF HIST-FILE-ST = "00" AND HIST-LINE NOT = SPACE
                  AND HIST-LINE(1:5) NOT = '*END|'
                   MOVE SPACE TO HIST-REC
                   UNSTRING HIST-LINE DELIMITED BY '|'
                       INTO HIST-FILENAME
                            HIST-STATUS
                            HIST-ACCOUNT
                            HIST-DEPT
                            HIST-PAGES
                            HIST-TIME
                            HIST-PRINTER
                            HIST-JOBID
                   IF HIST-JOBID = JOBREF
                       MOVE 'Y'             TO WS-JOB-FOUND
                       MOVE HIST-DEPT       TO WS-JOB-DEPT
                       MOVE HIST-ACCOUNT    TO WS-JOB-ACCOUNT
                       MOVE HIST-TIME(1:6)  TO WS-JOB-MONTH
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE HISTFD.
           EXIT.
      ************************************************************************
       200-LOCK-REGISTER       SECTION.
           MOVE 'ACQUIRE' TO DB-FILELOCK-FUNC.
           MOVE DSP-FILE TO DB-FILELOCK-FILE.
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
      * REJECTED DISPUTES, AND ACCEPTED ONES ONCE POSTED, ARE DROPPED
      * AFTER THE KEEP PERIOD AS THE REGISTER IS WRITTEN BACK.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY))
                    - WS-KEEP-DAYS)
               TO WS-KEEP-DATE.
           OPEN OUTPUT DSPFD.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > DB-DSP-NUM
               MOVE 'Y' TO WS-KEEP
               IF (DB-DSP-STATUS(WS-IDX) = 'REJECTED'
                   OR DB-DSP-POSTED(WS-IDX) NOT = SPACE)
                  AND DB-DSP-DECIDEDTS(WS-IDX)(1:8) < WS-KEEP-DATE
                   MOVE 'N' TO WS-KEEP
               END-IF
               IF WS-KEEP = 'Y'
                   PERFORM 215-WRITE-DISPUTE
               END-IF
           END-PERFORM.
           CLOSE DSPFD.
           EXIT.
      ************************************************************************
       215-WRITE-DISPUTE       SECTION.
           MOVE SPACE TO DSP-LINE.
           STRING DB-DSP-ID(WS-IDX)         DELIMITED BY SPACE
                  '|'                       DELIMITED BY SIZE
                  DB-DSP-JOBID(WS-IDX)      DELIMITED BY SPACE
                  '|'                       DELIMITED BY SIZE
                  DB-DSP-STATUS(WS-IDX)     DELIMITED BY SPACE
                  '|'                       DELIMITED BY SIZE
                  DB-DSP-RAISEDBY(WS-IDX)   DELIMITED BY SPACE
                  '|'                       DELIMITED BY SIZE
                  DB-DSP-RAISEDTS(WS-IDX)   DELIMITED BY SPACE
                  '|'                       DELIMITED BY SIZE
                  DB-DSP-MONTH(WS-IDX)      DELIMITED BY SPACE
                  '|'                       DELIMITED BY SIZE
                  DB-DSP-DEPT(WS-IDX)       DELIMITED BY '  '
                  '|'                       DELIMITED BY SIZE
                  DB-DSP-ACCOUNT(WS-IDX)    DELIMITED BY '  '
                  '|'                       DELIMITED BY SIZE
                  DB-DSP-COSTCTR(WS-IDX)    DELIMITED BY SPACE
                  '|'                       DELIMITED BY SIZE
                  DB-DSP-REASON(WS-IDX)     DELIMITED BY '  '
                  '|'                       DELIMITED BY SIZE
                  DB-DSP-CREDIT(WS-IDX)     DELIMITED BY SIZE
                  '|'                       DELIMITED BY SIZE
                  DB-DSP-NOTE(WS-IDX)       DELIMITED BY '  '
                  '|'                       DELIMITED BY SIZE
                  DB-DSP-DECIDEDBY(WS-IDX)  DELIMITED BY SPACE
                  '|'                       DELIMITED BY SIZE
                  DB-DSP-DECIDEDTS(WS-IDX)  DELIMITED BY SPACE
                  '|'                       DELIMITED BY SIZE
                  DB-DSP-POSTED(WS-IDX)     DELIMITED BY SPACE
                  INTO DSP-LINE
           END-STRING.
           WRITE DSP-LINE.
           EXIT.
      ************************************************************************
       220-UNLOCK-REGISTER     SECTION.
           MOVE 'RELEASE' TO DB-FILELOCK-FUNC.
           MOVE DSP-FILE TO DB-FILELOCK-FILE.
           MOVE MCP-TERM TO DB-FILELOCK-OWNER.
           CALL 'FILELOCK' USING DB-FILELOCK.
           EXIT.
      ************************************************************************
       300-VALIDATE-DISPUTE    SECTION.
      * THE JOB MUST BE ON FILE AND CHARGED IN THE MONTH GIVEN (A
      * BLANK MONTH TAKES THE JOB'S OWN).  A DISPUTE IS RAISED BY
      * SOMEONE IN THE DEPARTMENT CHARGED, THE ACCOUNT THAT PRINTED
      * THE JOB, OR FINANCE.
           MOVE 'N' TO WS-VALID.
           IF JOBREF = SPACE OR JOBREF = LOW-VALUE
               MOVE 'enter the job id being disputed' TO SCR-QMSG
               EXIT SECTION
           END-IF.
           IF SCR-DSPREASON = SPACE OR SCR-DSPREASON = LOW-VALUE
               MOVE 'enter the reason for the dispute' TO SCR-QMSG
               EXIT SECTION
           END-IF.
           PERFORM 120-FIND-JOB.
           IF WS-JOB-FOUND NOT = 'Y'
               MOVE 'job not found on the queue or in print history'
                   TO SCR-QMSG
               EXIT SECTION
           END-IF.
           IF SCR-DSPMONTH = SPACE OR SCR-DSPMONTH = LOW-VALUE
               MOVE WS-JOB-MONTH TO SCR-DSPMONTH
           END-IF.
           IF SCR-DSPMONTH NOT = WS-JOB-MONTH
               MOVE SPACE TO SCR-QMSG
               STRING 'job was charged in month ' DELIMITED BY SIZE
                      WS-JOB-MONTH                DELIMITED BY SIZE
                      INTO SCR-QMSG
               END-STRING
               EXIT SECTION
           END-IF.
           IF WS-JOB-ACCOUNT NOT = MCP-USER
               MOVE 'USERDEPT' TO DB-DEPTMAST-FUNC
               MOVE MCP-USER   TO DB-DEPTMAST-USER
               CALL 'DEPTMASTER' USING DB-DEPTMAST
               IF DB-DEPTMAST-RC = ZERO
                  AND DB-DEPTMAST-DEPT NOT = WS-JOB-DEPT
                   MOVE MCP-USER TO DB-AUTH-USER
                   MOVE 'CHARGEBACK-FINANCE' TO DB-AUTH-FUNC
                   MOVE 'N' TO DB-AUTH-DEFAULT
                   CALL 'AUTHCHECK' USING DB-AUTH
                   IF DB-AUTH-ALLOW NOT = 'Y'
                       MOVE 'job was charged to another department'
                           TO SCR-QMSG
                       EXIT SECTION
                   END-IF
               END-IF
           END-IF.
      * THE COST CENTER THE DEPARTMENT HAD IN THE MONTH CHARGED.
           MOVE 'COSTASOF'   TO DB-DEPTMAST-FUNC.
           MOVE WS-JOB-DEPT  TO DB-DEPTMAST-DEPT.
           MOVE WS-JOB-MONTH TO DB-DEPTMAST-ASOF.
           MOVE '31'         TO DB-DEPTMAST-ASOF(7:2).
           CALL 'DEPTMASTER' USING DB-DEPTMAST.
           MOVE DB-DEPTMAST-COSTCTR TO WS-JOB-COSTCTR.
           INSPECT SCR-DSPREASON REPLACING ALL '|' BY '/'.
           MOVE 'Y' TO WS-VALID.
           EXIT.
      ************************************************************************
       310-CHECK-DUPLICATE     SECTION.
      * ONE OPEN DISPUTE PER JOB.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > DB-DSP-NUM
               IF DB-DSP-JOBID(WS-IDX) = JOBREF
                  AND DB-DSP-STATUS(WS-IDX) = 'OPEN'
                   MOVE 'N' TO WS-VALID
                   MOVE SPACE TO SCR-QMSG
                   STRING 'dispute '          DELIMITED BY SIZE
                          DB-DSP-ID(WS-IDX)   DELIMITED BY SPACE
                          ' is already open for this job'
                                              DELIMITED BY SIZE
                          INTO SCR-QMSG
                   END-STRING
               END-IF
           END-PERFORM.
           EXIT.
      ************************************************************************
       320-AUDIT-DISPUTE       SECTION.
      * DISPUTES AND DECISIONS GO INTO THE APPROVAL AUDIT CHAIN:
      *   TS|USER|TERM|DISPUTE|DISPUTE-ID:JOBID|ACTION
           MOVE FUNCTION CURRENT-DATE(1:21) TO WS-TIMESTAMP.
           MOVE APPR-AUDIT-FILE TO DB-AUDITCHAIN-FILE.
           MOVE SPACE TO DB-AUDITCHAIN-LINE.
           STRING WS-TIMESTAMP             DELIMITED BY SPACE
                  '|'                      DELIMITED BY SIZE
                  MCP-USER                 DELIMITED BY SPACE
                  '|'                      DELIMITED BY SIZE
                  MCP-TERM                 DELIMITED BY SPACE
                  '|DISPUTE|'              DELIMITED BY SIZE
                  DB-DSP-ID(WS-SEL-IDX)    DELIMITED BY SPACE
                  ':'                      DELIMITED BY SIZE
                  DB-DSP-JOBID(WS-SEL-IDX) DELIMITED BY SPACE
                  '|'                      DELIMITED BY SIZE
                  WS-ACTION                DELIMITED BY SPACE
                  INTO DB-AUDITCHAIN-LINE
           END-STRING.
           CALL 'AUDITCHAIN' USING DB-AUDITCHAIN.
           EXIT.
      ************************************************************************
       460-BUILD-ROWMAP        SECTION.
      * OPEN DISPUTES, ACCEPTED CREDITS NOT YET JOURNALLED AND
      * ANYTHING DECIDED IN THE LAST MONTH ARE LISTED; THE MAP TIES A
      * TABLE ROW BACK TO ITS REGISTER SLOT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY))
                    - WS-LIST-DAYS)
               TO WS-LIST-DATE.
           MOVE 0 TO WS-MAP-NUM.
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                     UNTIL WS-MAP-IDX > DB-DSP-NUM
               IF DB-DSP-STATUS(WS-MAP-IDX) = 'OPEN'
                  OR (DB-DSP-STATUS(WS-MAP-IDX) = 'ACCEPTED'
                      AND DB-DSP-POSTED(WS-MAP-IDX) = SPACE)
                  OR DB-DSP-DECIDEDTS(WS-MAP-IDX)(1:8)
                         NOT < WS-LIST-DATE
                   ADD 1 TO WS-MAP-NUM
                   MOVE WS-MAP-IDX TO WS-ROW-DSP(WS-MAP-NUM)
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
               MOVE WS-ROW-DSP(WS-MAP-IDX) TO WS-IDX
               ADD 1 TO QROWCNT
               MOVE SPACE TO QCELL1(QROWCNT)
               STRING DB-DSP-ID(WS-IDX)     DELIMITED BY SPACE
                      ' job '               DELIMITED BY SIZE
                      DB-DSP-JOBID(WS-IDX)  DELIMITED BY SPACE
                      INTO QCELL1(QROWCNT)
               END-STRING
               MOVE SPACE TO QCELL2(QROWCNT)
               IF DB-DSP-STATUS(WS-IDX) = 'ACCEPTED'
                   COMPUTE WS-EDIT-CREDIT =
                       DB-DSP-CREDIT(WS-IDX) / 100
                   IF DB-DSP-POSTED(WS-IDX) = SPACE
                       STRING 'ACCEPTED '      DELIMITED BY SIZE
                              WS-EDIT-CREDIT   DELIMITED BY SIZE
                              INTO QCELL2(QROWCNT)
                       END-STRING
                   ELSE
                       STRING 'POSTED '        DELIMITED BY SIZE
                              DB-DSP-POSTED(WS-IDX)
                                               DELIMITED BY SIZE
                              ' '              DELIMITED BY SIZE
                              WS-EDIT-CREDIT   DELIMITED BY SIZE
                              INTO QCELL2(QROWCNT)
                       END-STRING
                   END-IF
               ELSE
                   MOVE DB-DSP-STATUS(WS-IDX) TO QCELL2(QROWCNT)
               END-IF
               MOVE SPACE TO QCELL3(QROWCNT)
               STRING DB-DSP-MONTH(WS-IDX)    DELIMITED BY SPACE
                      ' '                     DELIMITED BY SIZE
                      DB-DSP-DEPT(WS-IDX)     DELIMITED BY '  '
                      ' '                     DELIMITED BY SIZE
                      DB-DSP-RAISEDBY(WS-IDX) DELIMITED BY SPACE
                      INTO QCELL3(QROWCNT)
               END-STRING
               IF DB-DSP-NOTE(WS-IDX) NOT = SPACE
                   MOVE DB-DSP-NOTE(WS-IDX)   TO QCELL4(QROWCNT)
               ELSE
                   MOVE DB-DSP-REASON(WS-IDX) TO QCELL4(QROWCNT)
               END-IF
           END-PERFORM.
           IF SCR-QMSG = SPACE AND WS-MAP-NUM = 0
               MOVE 'no chargeback disputes' TO SCR-QMSG
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
