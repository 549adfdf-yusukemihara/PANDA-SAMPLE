           SELECT LIMFD    ASSIGN TO LIM-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS LIM-FILE-ST.
           SELECT ADHFD    ASSIGN TO ADH-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS ADH-FILE-ST.
       DATA                DIVISION.
       FILE                SECTION.
           FD  CTLFD.
           01  NOT-LINE            PIC X(250).
           FD  LIMFD.
           01  LIM-LINE            PIC X(40).
           FD  ADHFD.
           01  ADH-LINE            PIC X(250).
       WORKING-STORAGE     SECTION.
            COPY    "DB-BATCH".
            COPY    "DB-FILELOCK".
            COPY    "DB-BIZDAY".
       01  CTL-FILE            PIC X(80)
                               VALUE './cobol/batch-schedule.dat'.
       01  CTL-FILE-ST         PIC X(02).
       01  WS-SAVE-WIDGET      PIC X(20).
       01  WS-PRED-IDX         PIC 9(4).
       01  WS-PRED-ACTION      PIC X(8).
      * CATCH-UP.  AFTER AN OUTAGE EACH JOB IS DRIVEN ONCE FOR EVERY
      * BUSINESS DAY MISSED SINCE ITS LAST RUN, OLDEST DATE FIRST,
      * BEFORE TODAY'S RUN.  A JOB WHOSE PREDECESSOR COULD NOT CATCH
      * UP A DATE IS STALLED FOR THE PASS SO IT NEVER SKIPS AHEAD OF
      * A DATE IT HAS NOT PRODUCED.
       01  WS-RUN-DATE         PIC X(8).
       01  WS-RUN-TYPE         PIC X(10).
       01  WS-CATCH-DATE       PIC X(8).
       01  WS-CATCH-DAYS       PIC 9(4).
       01  WS-CATCH-MAX        PIC 9(4) VALUE 31.
       01  WS-PROGRESS         PIC X(1).
       01  WS-STALLED-TABLE.
           05  WS-STALLED      OCCURS 20 TIMES
                               PIC X(1).
       01  STAT-FILE           PIC X(80)
                               VALUE './cobol/batch-runstats.dat'.
       01  STAT-FILE-ST        PIC X(02).
       01  WS-NOW-MINS         PIC 9(6).
       01  WS-TIMESTAMP        PIC X(21).
       01  WS-NOTE-TEXT        PIC X(80).
      * AD-HOC RUNS.  SUPERVISOR-APPROVED OUT-OF-CYCLE REQUESTS FROM
      * THE AD-HOC REQUEST SCREEN ARE LAUNCHED ONCE THE SCHEDULED WORK
      * IS DONE.  THE REGISTER IS ONLY LOCKED TO PICK THE REQUESTS UP
      * AND TO RECORD THE OUTCOMES, NEVER ACROSS A RUN.
       01  ADH-FILE            PIC X(80)
                               VALUE './cobol/batch-adhoc.dat'.
       01  ADH-FILE-ST         PIC X(02).
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
       01  WS-ADHOC-IDX        PIC 9(3).
       01  WS-PICK-NUM         PIC 9(2).
       01  WS-PICK-IDX         PIC 9(2).
       01  WS-PICK-TABLE.
           05  WS-PICK-ENTRY   OCCURS 20 TIMES.
               10  WS-PICK-ID          PIC X(16).
               10  WS-PICK-PROGRAM     PIC X(20).
               10  WS-PICK-OUTCOME     PIC X(10).
               10  WS-PICK-RUNTS       PIC X(21).
       LINKAGE                 SECTION.
            COPY    "MCPAREA".
            COPY    "SPAAREA".
           PERFORM 100-LOAD-CONTROL.
           PERFORM 120-LOAD-RUNSTATS.
           PERFORM 125-LOAD-ALARM-LIMITS.
           PERFORM 400-CATCH-UP.
           MOVE WS-TODAY TO WS-RUN-DATE.
           MOVE 'SCHEDULED' TO WS-RUN-TYPE.
           PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                     UNTIL WS-RUN-IDX > DB-BATCH-NUM
               IF DB-BATCH-ENABLED(WS-RUN-IDX) = 'Y'
                  AND DB-BATCH-LASTDATE(WS-RUN-IDX) NOT = WS-TODAY
                  AND DB-BATCH-SCHEDTIME(WS-RUN-IDX) NOT > WS-NOWTIME
                  AND WS-STALLED(WS-RUN-IDX) NOT = 'Y'
                   PERFORM 150-CHECK-PREDECESSOR
                   EVALUATE WS-PRED-ACTION
                     WHEN 'RUN'
                   END-EVALUATE
               END-IF
           END-PERFORM.
           PERFORM 600-RUN-ADHOC-REQUESTS.
           PERFORM 700-RUN-PARM-CHANGES.
           PERFORM 350-CHECK-MISSED-JOBS.
           PERFORM 200-SAVE-CONTROL.
           PERFORM 220-SAVE-RUNSTATS.
      ************************************************************************
       150-CHECK-PREDECESSOR   SECTION.
      * A JOB NAMING A PREDECESSOR ONLY RUNS AFTER THAT JOB HAS RUN
      * FOR THE SAME DATE - TODAY, OR THE MISSED DATE BEING CAUGHT
      * UP.  WHEN THE PREDECESSOR FAILED, THE ENTRY'S ON-FAILURE
      * ACTION DECIDES: SKIP MARKS THE JOB SKIPPED FOR THE DAY, HOLD
      * MARKS IT HELD FOR THE OPERATOR, RUN LAUNCHES IT ANYWAY.
      * UNTIL THE PREDECESSOR HAS RUN AT ALL THE JOB IS DEFERRED TO
                   ' for ' DB-BATCH-PROGRAM(WS-RUN-IDX)
               EXIT SECTION
           END-IF.
           IF DB-BATCH-LASTDATE(WS-PRED-IDX) < WS-RUN-DATE
               MOVE 'DEFER' TO WS-PRED-ACTION
               EXIT SECTION
           END-IF.
           MOVE SPACE  TO MCP-WIDGET.
           MOVE 0 TO SPA-NUM.
           MOVE 0 TO MCP-RC.
           IF WS-RUN-TYPE = 'CATCHUP'
               MOVE WS-RUN-DATE TO SPA-PROCDATE
           ELSE
               MOVE SPACE TO SPA-PROCDATE
           END-IF.
           CALL WS-RUN-PROGRAM USING
                MCPAREA
                SPAAREA
               DISPLAY 'cannot load ' WS-RUN-PROGRAM
               MOVE 9999 TO MCP-RC
           END-CALL.
           MOVE SPACE TO SPA-PROCDATE.
           MOVE FUNCTION CURRENT-DATE(1:21) TO WS-END-TS.
           MOVE SPA-NUM TO WS-RUN-RECORDS.
           IF MCP-RC = ZERO OR MCP-RC = 1
               MOVE 1 TO WS-RUN-FAILURES
               MOVE 'FAILED' TO WS-RUN-STATUS
           END-IF.
      * AN AD-HOC RUN IS EXTRA TO THE CYCLE - THE JOB'S SCHEDULED RUN
      * FOR THE DAY STILL FALLS DUE.
           IF WS-RUN-TYPE NOT = 'AD-HOC'
               MOVE WS-RUN-DATE TO DB-BATCH-LASTDATE(WS-RUN-IDX)
               MOVE WS-RUN-STATUS TO DB-BATCH-LASTSTATUS(WS-RUN-IDX)
           END-IF.
           PERFORM 320-UPDATE-RUNSTATS.
           PERFORM 310-WRITE-HISTORY.
           MOVE WS-SAVE-STATUS TO MCP-STATUS.
                      WS-RUN-STATUS   DELIMITED BY SPACE
                      '|'             DELIMITED BY SIZE
                      WS-ELAPSED-SECS DELIMITED BY SIZE
                      '|'             DELIMITED BY SIZE
                      WS-RUN-TYPE     DELIMITED BY SPACE
                      '|'             DELIMITED BY SIZE
                      WS-RUN-DATE     DELIMITED BY SIZE
                      INTO HIST-LINE
               END-STRING
               WRITE HIST-LINE
       320-UPDATE-RUNSTATS     SECTION.
      * SECONDS-OF-DAY FROM THE CAPTURED TIMESTAMPS; A RUN ACROSS
      * MIDNIGHT ADDS A DAY.  THE AVERAGE ONLY COUNTS CLEAN RUNS SO
      * A STRING OF QUICK FAILURES CANNOT MASK A DEGRADING JOB, AND
      * ONLY CYCLE RUNS - AN AD-HOC RUN OFTEN WORKS A PARTIAL OR
      * UNUSUAL LOAD.
           COMPUTE WS-START-SEC =
               FUNCTION NUMVAL(WS-START-TS(9:2)) * 3600
               + FUNCTION NUMVAL(WS-START-TS(11:2)) * 60
               PERFORM 500-NOTIFY-OPERATOR
           END-IF.
           IF WS-RUN-STATUS = 'OK'
              AND WS-RUN-TYPE NOT = 'AD-HOC'
               COMPUTE WS-STAT-AVG(WS-STAT-IDX) =
                   (WS-STAT-AVG(WS-STAT-IDX)
                       * WS-STAT-RUNS(WS-STAT-IDX)
               END-IF
           END-PERFORM.
           EXIT.
      ************************************************************************
       400-CATCH-UP            SECTION.
      * THE EARLIEST BUSINESS DAY ANY ENABLED JOB HAS MISSED STARTS
      * THE CATCH-UP; EVERY BUSINESS DAY FROM THERE UP TO YESTERDAY IS
      * THEN DRIVEN IN TURN.  A JOB THAT HAS NEVER RUN HAS NOTHING TO
      * CATCH UP.  THE RUN IS CAPPED SO A LONG-DISABLED ENTRY CANNOT
      * FLOOD THE PASS; THE REST FOLLOWS ON THE NEXT PASS.
           INITIALIZE WS-STALLED-TABLE.
           MOVE SPACE TO WS-CATCH-DATE.
           PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                     UNTIL WS-RUN-IDX > DB-BATCH-NUM
               IF DB-BATCH-ENABLED(WS-RUN-IDX) = 'Y'
                  AND DB-BATCH-LASTDATE(WS-RUN-IDX) NUMERIC
                  AND DB-BATCH-LASTDATE(WS-RUN-IDX) < WS-TODAY
                   MOVE 'OFFSET' TO DB-BIZDAY-FUNC
                   MOVE DB-BATCH-LASTDATE(WS-RUN-IDX) TO DB-BIZDAY-DATE
                   MOVE 1 TO DB-BIZDAY-OFFSET
                   MOVE SPACE TO DB-BIZDAY-LOCATION
                   CALL 'BIZDAY' USING DB-BIZDAY
                   IF DB-BIZDAY-RESULT < WS-TODAY
                      AND (WS-CATCH-DATE = SPACE
                           OR DB-BIZDAY-RESULT < WS-CATCH-DATE)
                       MOVE DB-BIZDAY-RESULT TO WS-CATCH-DATE
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-CATCH-DATE = SPACE
               EXIT SECTION
           END-IF.
           DISPLAY 'scheduler catching up from ' WS-CATCH-DATE.
           MOVE 'CATCHUP' TO WS-RUN-TYPE.
           MOVE 0 TO WS-CATCH-DAYS.
           PERFORM UNTIL WS-CATCH-DATE NOT < WS-TODAY
                      OR WS-CATCH-DAYS >= WS-CATCH-MAX
               PERFORM 410-CATCH-UP-DATE
               ADD 1 TO WS-CATCH-DAYS
               MOVE 'OFFSET' TO DB-BIZDAY-FUNC
               MOVE WS-CATCH-DATE TO DB-BIZDAY-DATE
               MOVE 1 TO DB-BIZDAY-OFFSET
               MOVE SPACE TO DB-BIZDAY-LOCATION
               CALL 'BIZDAY' USING DB-BIZDAY
               MOVE DB-BIZDAY-RESULT TO WS-CATCH-DATE
           END-PERFORM.
      * CAPPED SHORT OF YESTERDAY - TODAY'S RUN WAITS FOR THE NEXT
      * PASS TO FINISH THE BACKLOG FIRST.
           IF WS-CATCH-DATE < WS-TODAY
               PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                         UNTIL WS-RUN-IDX > DB-BATCH-NUM
                   IF DB-BATCH-LASTDATE(WS-RUN-IDX) NUMERIC
                      AND DB-BATCH-LASTDATE(WS-RUN-IDX) < WS-CATCH-DATE
                       MOVE 'Y' TO WS-STALLED(WS-RUN-IDX)
                   END-IF
               END-PERFORM
           END-IF.
           EXIT.
      ************************************************************************
       410-CATCH-UP-DATE       SECTION.
      * ONE MISSED DATE.  PASSES REPEAT UNTIL NOTHING MORE CAN MOVE SO
      * A PREDECESSOR LISTED BELOW ITS SUCCESSOR STILL RUNS FIRST.
           MOVE WS-CATCH-DATE TO WS-RUN-DATE.
           MOVE 'Y' TO WS-PROGRESS.
           PERFORM UNTIL WS-PROGRESS = 'N'
               MOVE 'N' TO WS-PROGRESS
               PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                         UNTIL WS-RUN-IDX > DB-BATCH-NUM
                   IF DB-BATCH-ENABLED(WS-RUN-IDX) = 'Y'
                      AND WS-STALLED(WS-RUN-IDX) NOT = 'Y'
                      AND DB-BATCH-LASTDATE(WS-RUN-IDX) NUMERIC
                      AND DB-BATCH-LASTDATE(WS-RUN-IDX) < WS-RUN-DATE
                       PERFORM 150-CHECK-PREDECESSOR
                       EVALUATE WS-PRED-ACTION
                         WHEN 'RUN'
                           PERFORM 300-RUN-ONE-JOB
                           MOVE 'Y' TO WS-PROGRESS
                         WHEN 'SKIP'
                           DISPLAY DB-BATCH-PROGRAM(WS-RUN-IDX)
                               ' skipped for ' WS-RUN-DATE
                               ' - predecessor failed'
                           MOVE WS-RUN-DATE
                               TO DB-BATCH-LASTDATE(WS-RUN-IDX)
                           MOVE 'SKIPPED'
                               TO DB-BATCH-LASTSTATUS(WS-RUN-IDX)
                           MOVE 'Y' TO WS-PROGRESS
                         WHEN 'HOLD'
                           DISPLAY DB-BATCH-PROGRAM(WS-RUN-IDX)
                               ' held at ' WS-RUN-DATE
                               ' - predecessor failed'
                           MOVE 'HELD'
                               TO DB-BATCH-LASTSTATUS(WS-RUN-IDX)
                           MOVE 'Y' TO WS-STALLED(WS-RUN-IDX)
                         WHEN 'DEFER'
                           CONTINUE
                       END-EVALUATE
                   END-IF
               END-PERFORM
           END-PERFORM.
      * STILL BEHIND THIS DATE - ITS PREDECESSOR NEVER PRODUCED IT.
           PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                     UNTIL WS-RUN-IDX > DB-BATCH-NUM
               IF DB-BATCH-ENABLED(WS-RUN-IDX) = 'Y'
                  AND WS-STALLED(WS-RUN-IDX) NOT = 'Y'
                  AND DB-BATCH-LASTDATE(WS-RUN-IDX) NUMERIC
                  AND DB-BATCH-LASTDATE(WS-RUN-IDX) < WS-RUN-DATE
                   DISPLAY DB-BATCH-PROGRAM(WS-RUN-IDX)
                       ' catch-up stalled at ' WS-RUN-DATE
                   MOVE 'Y' TO WS-STALLED(WS-RUN-IDX)
               END-IF
           END-PERFORM.
           EXIT.
      ************************************************************************
       500-NOTIFY-OPERATOR     SECTION.
      * THE NOTIFY WINDOWS REWRITE THE PENDING REGISTER UNDER THE
           MOVE MCP-TERM TO DB-FILELOCK-OWNER.
           CALL 'FILELOCK' USING DB-FILELOCK.
           EXIT.
      ************************************************************************
       600-RUN-ADHOC-REQUESTS  SECTION.
      * APPROVED REQUESTS ARE PICKED UP UNDER THE REGISTER LOCK, RUN
      * WITH THE LOCK RELEASED, AND THEIR OUTCOMES WRITTEN BACK UNDER
      * IT AGAIN.  A REQUEST WHOSE PREDECESSOR HAS NOT RUN TODAY, OR
      * FAILED WITH HOLD AS THE ON-FAILURE ACTION, STAYS APPROVED FOR
      * A LATER PASS; SKIP AS THE ACTION, OR A JOB NO LONGER ENABLED
      * ON THE SCHEDULE, CLOSES IT AS SKIPPED.
           MOVE 0 TO WS-PICK-NUM.
           PERFORM 630-LOCK-ADHOC.
           IF DB-FILELOCK-RC = 2
               EXIT SECTION
           END-IF.
           PERFORM 610-LOAD-ADHOC.
           PERFORM VARYING WS-ADHOC-IDX FROM 1 BY 1
                     UNTIL WS-ADHOC-IDX > DB-ADHOC-NUM
                        OR WS-PICK-NUM >= 20
               IF DB-ADHOC-STATUS(WS-ADHOC-IDX) = 'APPROVED'
                   ADD 1 TO WS-PICK-NUM
                   MOVE DB-ADHOC-ID(WS-ADHOC-IDX)
                       TO WS-PICK-ID(WS-PICK-NUM)
                   MOVE DB-ADHOC-PROGRAM(WS-ADHOC-IDX)
                       TO WS-PICK-PROGRAM(WS-PICK-NUM)
                   MOVE SPACE TO WS-PICK-OUTCOME(WS-PICK-NUM)
                   MOVE SPACE TO WS-PICK-RUNTS(WS-PICK-NUM)
               END-IF
           END-PERFORM.
           PERFORM 640-UNLOCK-ADHOC.
           IF WS-PICK-NUM = 0
               EXIT SECTION
           END-IF.
           MOVE WS-TODAY TO WS-RUN-DATE.
           MOVE 'AD-HOC' TO WS-RUN-TYPE.
           PERFORM VARYING WS-PICK-IDX FROM 1 BY 1
                     UNTIL WS-PICK-IDX > WS-PICK-NUM
               PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                         UNTIL WS-RUN-IDX > DB-BATCH-NUM
                   IF DB-BATCH-PROGRAM(WS-RUN-IDX)
                          = WS-PICK-PROGRAM(WS-PICK-IDX)
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-RUN-IDX > DB-BATCH-NUM
                   MOVE 'SKIP' TO WS-PRED-ACTION
               ELSE
                   IF DB-BATCH-ENABLED(WS-RUN-IDX) NOT = 'Y'
                       MOVE 'SKIP' TO WS-PRED-ACTION
                   ELSE
                       PERFORM 150-CHECK-PREDECESSOR
                   END-IF
               END-IF
               EVALUATE WS-PRED-ACTION
                 WHEN 'RUN'
                   DISPLAY 'ad-hoc request ' WS-PICK-ID(WS-PICK-IDX)
                   PERFORM 300-RUN-ONE-JOB
                   IF WS-RUN-STATUS = 'OK'
                       MOVE 'RUN' TO WS-PICK-OUTCOME(WS-PICK-IDX)
                   ELSE
                       MOVE 'FAILED' TO WS-PICK-OUTCOME(WS-PICK-IDX)
                   END-IF
                   MOVE WS-START-TS TO WS-PICK-RUNTS(WS-PICK-IDX)
                 WHEN 'SKIP'
                   DISPLAY 'ad-hoc request ' WS-PICK-ID(WS-PICK-IDX)
                       ' for ' WS-PICK-PROGRAM(WS-PICK-IDX) ' skipped'
                   MOVE 'SKIPPED' TO WS-PICK-OUTCOME(WS-PICK-IDX)
                 WHEN OTHER
                   DISPLAY 'ad-hoc request ' WS-PICK-ID(WS-PICK-IDX)
                       ' waiting on predecessor of '
                       WS-PICK-PROGRAM(WS-PICK-IDX)
               END-EVALUATE
           END-PERFORM.
           PERFORM 630-LOCK-ADHOC.
           IF DB-FILELOCK-RC = 2
               DISPLAY 'ad-hoc run outcomes not recorded'
               EXIT SECTION
           END-IF.
           PERFORM 610-LOAD-ADHOC.
           PERFORM VARYING WS-PICK-IDX FROM 1 BY 1
                     UNTIL WS-PICK-IDX > WS-PICK-NUM
               IF WS-PICK-OUTCOME(WS-PICK-IDX) NOT = SPACE
                   PERFORM VARYING WS-ADHOC-IDX FROM 1 BY 1
                             UNTIL WS-ADHOC-IDX > DB-ADHOC-NUM
                       IF DB-ADHOC-ID(WS-ADHOC-IDX)
                              = WS-PICK-ID(WS-PICK-IDX)
                           MOVE WS-PICK-OUTCOME(WS-PICK-IDX)
                               TO DB-ADHOC-STATUS(WS-ADHOC-IDX)
                           MOVE WS-PICK-RUNTS(WS-PICK-IDX)
                               TO DB-ADHOC-RUNTS(WS-ADHOC-IDX)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           PERFORM 620-SAVE-ADHOC.
           PERFORM 640-UNLOCK-ADHOC.
           EXIT.
      ************************************************************************
       610-LOAD-ADHOC          SECTION.
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
       620-SAVE-ADHOC          SECTION.
           OPEN OUTPUT ADHFD.
           PERFORM VARYING WS-ADHOC-IDX FROM 1 BY 1
                     UNTIL WS-ADHOC-IDX > DB-ADHOC-NUM
               MOVE SPACE TO ADH-LINE
               STRING DB-ADHOC-ID(WS-ADHOC-IDX)
                                             DELIMITED BY SPACE
                      '|'                    DELIMITED BY SIZE
                      DB-ADHOC-PROGRAM(WS-ADHOC-IDX)
                                             DELIMITED BY SPACE
                      '|'                    DELIMITED BY SIZE
                      DB-ADHOC-STATUS(WS-ADHOC-IDX)
                                             DELIMITED BY SPACE
                      '|'                    DELIMITED BY SIZE
                      DB-ADHOC-REQ(WS-ADHOC-IDX)
                                             DELIMITED BY SPACE
                      '|'                    DELIMITED BY SIZE
                      DB-ADHOC-REQTS(WS-ADHOC-IDX)
                                             DELIMITED BY SPACE
                      '|'                    DELIMITED BY SIZE
                      DB-ADHOC-REASON(WS-ADHOC-IDX)
                                             DELIMITED BY '  '
                      '|'                    DELIMITED BY SIZE
                      DB-ADHOC-DECIDER(WS-ADHOC-IDX)
                                             DELIMITED BY SPACE
                      '|'                    DELIMITED BY SIZE
                      DB-ADHOC-DECTS(WS-ADHOC-IDX)
                                             DELIMITED BY SPACE
                      '|'                    DELIMITED BY SIZE
                      DB-ADHOC-RUNTS(WS-ADHOC-IDX)
                                             DELIMITED BY SPACE
                      INTO ADH-LINE
               END-STRING
               WRITE ADH-LINE
           END-PERFORM.
           CLOSE ADHFD.
           EXIT.
      ************************************************************************
       630-LOCK-ADHOC          SECTION.
           MOVE 'ACQUIRE' TO DB-FILELOCK-FUNC.
           MOVE ADH-FILE TO DB-FILELOCK-FILE.
           MOVE MCP-TERM TO DB-FILELOCK-OWNER.
           MOVE 30 TO DB-FILELOCK-TIMEOUT.
           CALL 'FILELOCK' USING DB-FILELOCK.
           IF DB-FILELOCK-RC = 2
               DISPLAY 'ad-hoc register locked by ' DB-FILELOCK-HOLDER
           END-IF.
           EXIT.
      ************************************************************************
       640-UNLOCK-ADHOC        SECTION.
           MOVE 'RELEASE' TO DB-FILELOCK-FUNC.
           MOVE ADH-FILE TO DB-FILELOCK-FILE.
           MOVE MCP-TERM TO DB-FILELOCK-OWNER.
           CALL 'FILELOCK' USING DB-FILELOCK.
           EXIT.
      ************************************************************************
       700-RUN-PARM-CHANGES    SECTION.
      * SCHEDULED PARAMETER CHANGES FALL DUE AT THEIR OWN TIME, NOT
      * THE ONCE-A-DAY SCHEDULE, SO THE JOB THAT APPLIES THEM RUNS ON
      * EVERY PASS.  IT RECORDS ITS OWN RUN HISTORY, AND ONLY WHEN A
      * CHANGE FELL DUE.
           MOVE MCP-STATUS TO WS-SAVE-STATUS.
           MOVE MCP-WIDGET TO WS-SAVE-WIDGET.
           MOVE 'LINK' TO MCP-STATUS.
           MOVE SPACE  TO MCP-WIDGET.
           MOVE 0 TO SPA-NUM.
           MOVE 0 TO MCP-RC.
           CALL 'PARMAPPLY' USING
                MCPAREA
                SPAAREA
                LINKAREA
                SCRAREA
             ON EXCEPTION
               DISPLAY 'cannot load PARMAPPLY'
           END-CALL.
           MOVE WS-SAVE-STATUS TO MCP-STATUS.
           MOVE WS-SAVE-WIDGET TO MCP-WIDGET.
           EXIT.
