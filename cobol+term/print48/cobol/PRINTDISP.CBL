      * DISPATCHED JOB IS CHECKED AGAINST THE DEVICE AND ADVANCES TO
      * CONFIRMED.  A REJECTION AT EITHER STEP RAISES AN ERROR EVENT
      * AND LEAVES THE JOB FOR THE NEXT PASS.
      * A CONFIDENTIAL JOB IS NOT DISPATCHED UNTIL ITS OWNER RELEASES
      * IT FROM THE PULL-PRINT SCREEN AT THE PRINTER'S LOCATION.  ONE
      * STILL UNRELEASED WS-PULL-HOURS AFTER SUBMISSION IS CANCELLED,
      * THE OWNER IS NOTIFIED AND THE EXPIRY IS RECORDED IN THE
      * PULL-PRINT AUDIT LOG.
      * A DELIVERY REJECTION OPENS AN OUTAGE FOR THE PRINTER IN THE
      * PRINTER OUTAGE LOG; THE NEXT DELIVERY IT ACCEPTS CLOSES IT.
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
           SELECT SPOOLFD  ASSIGN TO SPOOL-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS SPOOL-FILE-ST.
           SELECT NOTFD    ASSIGN TO NOT-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS NOT-FILE-ST.
           SELECT PULLFD   ASSIGN TO PULL-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS PULL-FILE-ST.
       DATA                DIVISION.
       FILE                SECTION.
           FD  SPOOLFD.
           01  SPOOL-LINE          PIC X(2097152).
           FD  NOTFD.
           01  NOT-LINE            PIC X(250).
           FD  PULLFD.
           01  PULL-LINE           PIC X(150).
       WORKING-STORAGE     SECTION.
            COPY    "DB-PATH".
            COPY    "DB-WORK".
            COPY    "DB-PRINTQ".
            COPY    "DB-FILELOCK".
            COPY    "DB-SHELL".
            COPY    "DB-ERREVENT".
            COPY    "ERRCODE".
            COPY    "DB-PRTOUTAGE".
       01  QUEUE-FILE          PIC X(80)
                               VALUE './cobol/printqueue.idx'.
       01  SPOOL-FILE          PIC X(80).
       01  SPOOL-FILE-ST       PIC X(02).
       01  WS-DISP-COUNT       PIC 9(4) VALUE 0.
       01  WS-CONF-COUNT       PIC 9(4) VALUE 0.
       01  WS-HELD-COUNT       PIC 9(4) VALUE 0.
       01  WS-EXPD-COUNT       PIC 9(4) VALUE 0.
       01  NOT-FILE            PIC X(80) VALUE
           './cobol/pending-notifications.dat'.
       01  NOT-FILE-ST         PIC X(02).
       01  PULL-FILE           PIC X(80)
                               VALUE './cobol/pullprint-audit.log'.
       01  PULL-FILE-ST        PIC X(02).
       01  WS-PULL-HOURS       PIC 9(3) VALUE 24.
       01  WS-TIMESTAMP        PIC X(21).
       01  WS-WORK-DATE        PIC 9(8).
       01  WS-NOW-MINS         PIC 9(9).
       01  WS-JOB-MINS         PIC 9(9).
       01  WS-NOTE-TEXT        PIC X(80).
       LINKAGE                 SECTION.
            COPY    "MCPAREA".
            COPY    "SPAAREA".
       010-RUN-DISPATCH        SECTION.
           MOVE 0 TO WS-DISP-COUNT.
           MOVE 0 TO WS-CONF-COUNT.
           MOVE 0 TO WS-HELD-COUNT.
           MOVE 0 TO WS-EXPD-COUNT.
           MOVE FUNCTION CURRENT-DATE(1:21) TO WS-TIMESTAMP.
           MOVE WS-TIMESTAMP(1:8) TO WS-WORK-DATE.
           COMPUTE WS-NOW-MINS =
               FUNCTION INTEGER-OF-DATE(WS-WORK-DATE) * 1440
               + FUNCTION NUMVAL(WS-TIMESTAMP(9:2)) * 60
               + FUNCTION NUMVAL(WS-TIMESTAMP(11:2)).
           MOVE 'ACQUIRE' TO DB-FILELOCK-FUNC.
           MOVE QUEUE-FILE TO DB-FILELOCK-FILE.
           MOVE MCP-TERM TO DB-FILELOCK-OWNER.
                   ' - dispatch deferred'
               EXIT SECTION
           END-IF.
           INITIALIZE DB-PRINTQ.
           MOVE 'FIRST' TO DB-PRINTQ-FUNC.
           CALL 'PRINTQ' USING DB-PRINTQ.
           PERFORM UNTIL DB-PRINTQ-RC NOT = ZERO
               EVALUATE DB-PRINTQ-STATUS
                 WHEN 'COMPLETE'
                   IF DB-PRINTQ-CONFID = 'Y'
                       PERFORM 500-CHECK-PULL-EXPIRY
                   ELSE
                       PERFORM 200-DISPATCH-JOB
                   END-IF
                 WHEN 'DISPATCHED'
                   PERFORM 300-CONFIRM-JOB
               END-EVALUATE
               MOVE 'NEXT' TO DB-PRINTQ-FUNC
               CALL 'PRINTQ' USING DB-PRINTQ
           END-PERFORM.
           MOVE 'RELEASE' TO DB-FILELOCK-FUNC.
           MOVE QUEUE-FILE TO DB-FILELOCK-FILE.
           MOVE MCP-TERM TO DB-FILELOCK-OWNER.
           CALL 'FILELOCK' USING DB-FILELOCK.
           MOVE WS-DISP-COUNT TO SPA-NUM.
           DISPLAY 'jobs dispatched:' WS-DISP-COUNT
               ' confirmed:' WS-CONF-COUNT
               ' held for release:' WS-HELD-COUNT
               ' expired:' WS-EXPD-COUNT.
           EXIT.
      ************************************************************************
       200-DISPATCH-JOB        SECTION.
           MOVE   'BLOBLOOKUP' TO  MCP-FUNC.
           MOVE   'work'       TO  MCP-TABLE.
           MOVE   'key'        TO  MCP-PATHNAME.
           MOVE   DB-PRINTQ-FILENAME TO DB-WORK-FILE.
           CALL   'MONFUNC'     USING
                MCPAREA
                DB-WORK.
           IF DB-WORK-OBJECT = LOW-VALUE
               DISPLAY 'no blob for job '
                   DB-PRINTQ-JOBID
                   ' - dispatch skipped'
               EXIT SECTION
           END-IF.
           MOVE SPACE       TO DB-SHELL.
           MOVE '/usr/lib/panda/bin/lpdeliver' TO DB-SHELL-NAME.
           MOVE '-d'        TO DB-SHELL-ARG1.
           MOVE DB-PRINTQ-PRINTER TO DB-SHELL-ARG2.
           MOVE '-j'        TO DB-SHELL-ARG3.
           MOVE DB-PRINTQ-JOBID   TO DB-SHELL-ARG4.
           MOVE '-f'        TO DB-SHELL-ARG5.
           MOVE SPOOL-FILE  TO DB-SHELL-ARG6.
           MOVE 0           TO MCP-RC.
                DB-SHELL.
           IF MCP-RC = ZERO OR MCP-RC = 1
               MOVE 'DISPATCHED'
                   TO DB-PRINTQ-STATUS
               PERFORM 400-REWRITE-JOB
               ADD 1 TO WS-DISP-COUNT
               MOVE 'CLOSE' TO DB-PRTOUTAGE-FUNC
               PERFORM 600-LOG-OUTAGE
           ELSE
               DISPLAY 'ALERT: device rejected job '
                   DB-PRINTQ-JOBID
                   ' on ' DB-PRINTQ-PRINTER
               MOVE 'PRINTDISP' TO DB-ERREVENT-PROGRAM
               MOVE ERR-PRINT-DELIVERY TO DB-ERREVENT-CODE
               CALL 'ERREVENT' USING
                    MCPAREA
                    DB-ERREVENT
               MOVE 'OPEN' TO DB-PRTOUTAGE-FUNC
               PERFORM 600-LOG-OUTAGE
           END-IF.
           EXIT.
      ************************************************************************
       210-WRITE-SPOOL-FILE    SECTION.
           MOVE SPACE TO SPOOL-FILE.
           STRING './cobol/' DELIMITED BY SIZE
                  DB-PRINTQ-JOBID
                              DELIMITED BY SPACE
                  '.spl'      DELIMITED BY SIZE
                  INTO SPOOL-FILE
           MOVE SPACE       TO DB-SHELL.
           MOVE '/usr/lib/panda/bin/lpstatus' TO DB-SHELL-NAME.
           MOVE '-d'        TO DB-SHELL-ARG1.
           MOVE DB-PRINTQ-PRINTER TO DB-SHELL-ARG2.
           MOVE '-j'        TO DB-SHELL-ARG3.
           MOVE DB-PRINTQ-JOBID   TO DB-SHELL-ARG4.
           MOVE 0           TO MCP-RC.
           CALL 'MONFUNC' USING
                MCPAREA
                DB-SHELL.
           IF MCP-RC = ZERO OR MCP-RC = 1
               MOVE 'CONFIRMED'
                   TO DB-PRINTQ-STATUS
               PERFORM 400-REWRITE-JOB
               ADD 1 TO WS-CONF-COUNT
           ELSE
               DISPLAY 'ALERT: device has not confirmed job '
                   DB-PRINTQ-JOBID
               MOVE 'PRINTDISP' TO DB-ERREVENT-PROGRAM
               MOVE ERR-PRINT-DELIVERY TO DB-ERREVENT-CODE
               CALL 'ERREVENT' USING
           END-IF.
           EXIT.
      ************************************************************************
       400-REWRITE-JOB           SECTION.
           MOVE 'REWRITE' TO DB-PRINTQ-FUNC.
           CALL 'PRINTQ' USING DB-PRINTQ.
           IF DB-PRINTQ-RC NOT = ZERO
               DISPLAY 'print job ' DB-PRINTQ-JOBID
                   ' not updated - rc ' DB-PRINTQ-RC
           END-IF.
           EXIT.
      ************************************************************************
       500-CHECK-PULL-EXPIRY   SECTION.
      * THE HOLD RUNS FROM SUBMISSION.  A JOB WITHOUT A READABLE
      * SUBMISSION TIME IS LEFT HELD RATHER THAN CANCELLED.
           IF DB-PRINTQ-TIME(1:12) NOT NUMERIC
               ADD 1 TO WS-HELD-COUNT
               EXIT SECTION
           END-IF.
           MOVE DB-PRINTQ-TIME(1:8) TO WS-WORK-DATE.
           COMPUTE WS-JOB-MINS =
               FUNCTION INTEGER-OF-DATE(WS-WORK-DATE) * 1440
               + FUNCTION NUMVAL(DB-PRINTQ-TIME(9:2)) * 60
               + FUNCTION NUMVAL(DB-PRINTQ-TIME(11:2)).
           IF WS-NOW-MINS < WS-JOB-MINS + WS-PULL-HOURS * 60
               ADD 1 TO WS-HELD-COUNT
               EXIT SECTION
           END-IF.
           MOVE 'CANCELLED' TO DB-PRINTQ-STATUS.
           PERFORM 400-REWRITE-JOB.
           IF DB-PRINTQ-RC NOT = ZERO
               EXIT SECTION
           END-IF.
           ADD 1 TO WS-EXPD-COUNT.
           DISPLAY 'confidential job ' DB-PRINTQ-JOBID
               ' not released - cancelled'.
           PERFORM 510-NOTIFY-OWNER.
           PERFORM 520-WRITE-PULL-AUDIT.
           EXIT.
      ************************************************************************
       510-NOTIFY-OWNER        SECTION.
      * THE NOTIFY WINDOWS REWRITE THE PENDING REGISTER UNDER THE
      * SHARED FILE LOCK, SO THE APPEND TAKES THE SAME LOCK.
           MOVE 'ACQUIRE' TO DB-FILELOCK-FUNC.
           MOVE NOT-FILE TO DB-FILELOCK-FILE.
           MOVE MCP-TERM TO DB-FILELOCK-OWNER.
           MOVE 30 TO DB-FILELOCK-TIMEOUT.
           CALL 'FILELOCK' USING DB-FILELOCK.
           IF DB-FILELOCK-RC = 2
               DISPLAY 'pending register busy - notification dropped'
               EXIT SECTION
           END-IF.
           MOVE SPACE TO WS-NOTE-TEXT.
           STRING 'confidential job '  DELIMITED BY SIZE
                  DB-PRINTQ-JOBID      DELIMITED BY SPACE
                  ' ('                 DELIMITED BY SIZE
                  DB-PRINTQ-FILENAME   DELIMITED BY SPACE
                  ') was not released and has been cancelled'
                                       DELIMITED BY SIZE
                  INTO WS-NOTE-TEXT
           END-STRING.
           OPEN EXTEND NOTFD.
           IF NOT-FILE-ST = "05" OR "35"
               OPEN OUTPUT NOTFD
           END-IF.
           IF NOT-FILE-ST NOT = "00"
               DISPLAY 'cannot open pending notifications'
           ELSE
               MOVE SPACE TO NOT-LINE
               STRING DB-PRINTQ-ACCOUNT   DELIMITED BY SPACE
                      '|WARNING|pull print: '
                                          DELIMITED BY SIZE
                      DB-PRINTQ-PRINTER   DELIMITED BY SPACE
                      '|'                 DELIMITED BY SIZE
                      WS-NOTE-TEXT        DELIMITED BY '  '
                      '|PRINTDISP|'       DELIMITED BY SIZE
                      WS-TIMESTAMP        DELIMITED BY SPACE
                      '|PENDING|'         DELIMITED BY SIZE
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
       520-WRITE-PULL-AUDIT    SECTION.
      * TIMESTAMP|EVENT|JOBID|OWNER|PRINTER|TERMINAL|USER - THE SAME
      * LINE THE PULL-PRINT SCREEN WRITES FOR A RELEASE.
           OPEN EXTEND PULLFD.
           IF PULL-FILE-ST = "05" OR "35"
               OPEN OUTPUT PULLFD
           END-IF.
           IF PULL-FILE-ST NOT = "00"
               DISPLAY 'cannot open pull-print audit log'
           ELSE
               MOVE SPACE TO PULL-LINE
               STRING WS-TIMESTAMP        DELIMITED BY SPACE
                      '|EXPIRED|'         DELIMITED BY SIZE
                      DB-PRINTQ-JOBID     DELIMITED BY SPACE
                      '|'                 DELIMITED BY SIZE
                      DB-PRINTQ-ACCOUNT   DELIMITED BY SPACE
                      '|'                 DELIMITED BY SIZE
                      DB-PRINTQ-PRINTER   DELIMITED BY SPACE
                      '|'                 DELIMITED BY SIZE
                      MCP-TERM            DELIMITED BY SPACE
                      '|'                 DELIMITED BY SIZE
                      'PRINTDISP'         DELIMITED BY SIZE
                      INTO PULL-LINE
               END-STRING
               WRITE PULL-LINE
               CLOSE PULLFD
           END-IF.
           EXIT.
      ************************************************************************
       600-LOG-OUTAGE          SECTION.
      * DB-PRTOUTAGE-FUNC IS SET BY THE CALLER.  AN OUTAGE ALREADY
      * OPEN, OR NONE TO CLOSE, IS NOT AN ERROR.
           MOVE DB-PRINTQ-PRINTER TO DB-PRTOUTAGE-PRINTER.
           MOVE 'device rejected delivery' TO DB-PRTOUTAGE-REASON.
           MOVE 'PRINTDISP' TO DB-PRTOUTAGE-SOURCE.
           MOVE 'PRINTDISP' TO DB-PRTOUTAGE-USER.
           CALL 'PRTOUTAGE' USING DB-PRTOUTAGE.
           IF DB-PRTOUTAGE-RC = 2 OR DB-PRTOUTAGE-RC = 3
               DISPLAY 'outage not logged for '
                   DB-PRTOUTAGE-PRINTER ' - rc ' DB-PRTOUTAGE-RC
           END-IF.
           EXIT.
