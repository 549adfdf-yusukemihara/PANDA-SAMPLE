      *   - SENDS EVERY FEED REGISTER ENTRY STILL IN CREATED STATE
      *     TO ITS SEND PARTNER THROUGH THE VETTED SHELL MECHANISM,
      *     MARKING IT SENT ON SUCCESS
      *   - SENDS EVERY OUTBOUND QUEUE ENTRY STILL IN CREATED STATE
      *     TO THE SEND PARTNER IT NAMES; OTHER JOBS HAND FILES TO
      *     THE SCHEDULER BY APPENDING NAME|PARTNER|TS|CREATED TO
      *     THE QUEUE UNDER THE SHARED FILE LOCK.  SENT ENTRIES
      *     LEAVE THE QUEUE, THE TRANSFER LOG KEEPS THEIR HISTORY.
      *     UP TO 100 ENTRIES ARE TAKEN A PASS; THE REST ARE COPIED
      *     THROUGH TO THE NEXT PASS UNTOUCHED
      *   - PULLS INBOUND FILES FROM EACH RECEIVE PARTNER INTO THE
      *     XML-IN DIRECTORY FOR THE INGEST BATCH
      *   - RETRIES A FAILED SEND ON LATER PASSES UP TO THE
      *     PARTNER'S RETRY LIMIT, TRACKED IN THE ATTEMPTS FILE; A
      *     FILE'S ATTEMPTS ARE DROPPED ONCE IT HAS BEEN SENT
      *   - WRITES EVERY OUTCOME TO THE TRANSFER LOG AND RECONCILES
      *     IT AGAINST THE FEED REGISTER SO A FILE THAT NEVER LEFT
      *     THE BUILDING IS VISIBLE
      * PARTNER TABLE: PARTNER|DIRECTION|ENDPOINT|RETRIES, FOLLOWED
      * ON SEND PARTNERS BY THE FEED MAPPING PROFILE FEEDEXPORT USES.
      * A FEED BUILT FOR A PARTNER GOES TO THAT PARTNER; AN UNMAPPED
      * FEED GOES TO THE FIRST SEND PARTNER.
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
           SELECT RPTFD    ASSIGN TO RPT-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS RPT-FILE-ST.
           SELECT QUEFD    ASSIGN TO QUE-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS QUE-FILE-ST.
           SELECT QUENEWFD ASSIGN TO QUE-NEW-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS QUE-NEW-FILE-ST.
       DATA                DIVISION.
       FILE                SECTION.
           FD  PARTFD.
           01  PART-LINE           PIC X(400).
           FD  REGFD.
           01  REG-LINE            PIC X(200).
           FD  ATTFD.
           01  ATT-LINE            PIC X(80).
           FD  LOGFD.
           01  LOG-LINE            PIC X(150).
           FD  RPTFD.
           01  RPT-LINE            PIC X(132).
           FD  QUEFD.
           01  QUE-LINE            PIC X(100).
           FD  QUENEWFD.
           01  QUE-NEW-LINE        PIC X(100).
       WORKING-STORAGE     SECTION.
            COPY    "DB-RPTREPO".
            COPY    "DB-SHELL".
            COPY    "DB-FILELOCK".
            COPY    "DB-FILEGUARD".
       01  PART-FILE           PIC X(80)
                               VALUE './cobol/mft-partners.dat'.
       01  PART-FILE-ST        PIC X(02).
       01  RPT-FILE            PIC X(80)
                               VALUE './cobol/mft-reconcile.rpt'.
       01  RPT-FILE-ST         PIC X(02).
       01  QUE-FILE            PIC X(80)
                               VALUE './cobol/mft-outbound.dat'.
       01  QUE-FILE-ST         PIC X(02).
       01  QUE-NEW-FILE        PIC X(80)
                               VALUE './cobol/mft-outbound.dat.new'.
       01  QUE-NEW-FILE-ST     PIC X(02).
       01  WS-QUE-READ         PIC 9(6).
       01  WS-QUE-LINENO       PIC 9(6).
       01  WS-QUE-COUNT        PIC 9(6).
       01  PARTNER-TABLE.
           05  PART-NUM            PIC 9(2).
           05  PART-ENTRY OCCURS 20 TIMES.
           05  REG-NUM             PIC 9(3).
           05  REG-ENTRY OCCURS 100 TIMES.
               10  REG-SEQ         PIC 9(6).
               10  REG-NAME        PIC X(50).
               10  REG-TS          PIC X(21).
               10  REG-STATUS      PIC X(10).
               10  REG-PARTNER     PIC X(20).
               10  REG-COUNT       PIC 9(6).
               10  REG-HASH        PIC 9(9).
       01  OUTBOUND-QUEUE.
           05  QUE-NUM             PIC 9(3).
           05  QUE-ENTRY OCCURS 100 TIMES.
               10  QUE-NAME        PIC X(30).
               10  QUE-PARTNER     PIC X(20).
               10  QUE-TS          PIC X(21).
               10  QUE-STATUS      PIC X(10).
       01  ATTEMPT-TABLE.
           05  ATT-NUM             PIC 9(3).
      * THE LAST ROW IS WORK SPACE FOR A FILE THAT FINDS THE TABLE
      * FULL; IT IS NEVER SAVED.
           05  ATT-ENTRY OCCURS 101 TIMES.
               10  ATT-NAME        PIC X(50).
               10  ATT-COUNT       PIC 9(2).
       01  WS-IDX              PIC 9(3).
       01  WS-CHK-IDX          PIC 9(3).
       01  WS-ATT-KEEP         PIC 9(3).
       01  WS-ATT-SENT         PIC X(1).
       01  WS-PART-IDX         PIC 9(2).
       01  WS-ATT-IDX          PIC 9(3).
       01  WS-SEND-PART        PIC 9(2).
       01  WS-TO-PART          PIC 9(2).
       01  WS-SEND-NAME        PIC X(50).
       01  WS-QUE-IDX          PIC 9(3).
       01  WS-SENT             PIC 9(3) VALUE 0.
       01  WS-PULLED           PIC 9(3) VALUE 0.
       01  WS-OUTCOME          PIC X(10).
           PERFORM 110-LOAD-REGISTER.
           PERFORM 120-LOAD-ATTEMPTS.
           PERFORM 200-SEND-CREATED-FEEDS.
           PERFORM 250-SEND-QUEUED-FILES.
           PERFORM 300-PULL-INBOUND.
           IF WS-REG-DIRTY = 'Y'
               PERFORM 400-SAVE-REGISTER
                   READ REGFD INTO REG-LINE
                   IF REG-FILE-ST = "00" AND REG-LINE NOT = SPACE
                       ADD 1 TO REG-NUM
                       INITIALIZE REG-ENTRY(REG-NUM)
                       UNSTRING REG-LINE DELIMITED BY '|'
                           INTO REG-SEQ(REG-NUM)
                                REG-NAME(REG-NUM)
                                REG-TS(REG-NUM)
                                REG-STATUS(REG-NUM)
                                REG-PARTNER(REG-NUM)
                                REG-COUNT(REG-NUM)
                                REG-HASH(REG-NUM)
                   END-IF
               END-PERFORM
               CLOSE REGFD
           END-IF.
           EXIT.
      ************************************************************************
       130-LOAD-QUEUE          SECTION.
           MOVE 0 TO QUE-NUM.
           MOVE 0 TO WS-QUE-READ.
           MOVE QUE-FILE TO DB-FILEGUARD-FILE.
           CALL 'FILEGUARD' USING DB-FILEGUARD.
           OPEN INPUT QUEFD.
           IF QUE-FILE-ST = "00"
               PERFORM UNTIL QUE-FILE-ST NOT = "00"
                        OR QUE-NUM >= 100
                   READ QUEFD INTO QUE-LINE
                   IF QUE-FILE-ST = "00"
                       ADD 1 TO WS-QUE-READ
                   END-IF
                   IF QUE-FILE-ST = "00" AND QUE-LINE NOT = SPACE
                       ADD 1 TO QUE-NUM
                       UNSTRING QUE-LINE DELIMITED BY '|'
                           INTO QUE-NAME(QUE-NUM)
                                QUE-PARTNER(QUE-NUM)
                                QUE-TS(QUE-NUM)
                                QUE-STATUS(QUE-NUM)
                   END-IF
               END-PERFORM
               CLOSE QUEFD
           END-IF.
           EXIT.
      ************************************************************************
       200-SEND-CREATED-FEEDS  SECTION.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > REG-NUM
               IF REG-STATUS(WS-IDX) = 'CREATED'
           EXIT.
      ************************************************************************
       210-SEND-ONE-FEED       SECTION.
           IF REG-PARTNER(WS-IDX) = SPACE
               MOVE WS-SEND-PART TO WS-TO-PART
           ELSE
               MOVE 0 TO WS-TO-PART
               PERFORM VARYING WS-PART-IDX FROM 1 BY 1
                         UNTIL WS-PART-IDX > PART-NUM
                   IF PART-NAME(WS-PART-IDX) = REG-PARTNER(WS-IDX)
                      AND PART-DIR(WS-PART-IDX) = 'SEND'
                       MOVE WS-PART-IDX TO WS-TO-PART
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-TO-PART = ZERO
               DISPLAY 'no send partner for ' REG-NAME(WS-IDX)
               EXIT SECTION
           END-IF.
           MOVE REG-NAME(WS-IDX) TO WS-SEND-NAME.
           PERFORM 220-FIND-ATTEMPTS.
           IF ATT-COUNT(WS-ATT-IDX)
                  >= PART-RETRIES(WS-TO-PART)
      * RETRIES EXHAUSTED: THE FILE STAYS CREATED AND SHOWS UP ON
      * THE RECONCILIATION REPORT UNTIL SOMEBODY INTERVENES.
               EXIT SECTION
           MOVE SPACE       TO DB-SHELL.
           MOVE '/usr/lib/panda/bin/mftsend' TO DB-SHELL-NAME.
           MOVE '-p'        TO DB-SHELL-ARG1.
           MOVE PART-ENDPOINT(WS-TO-PART) TO DB-SHELL-ARG2.
           MOVE '-f'        TO DB-SHELL-ARG3.
           MOVE SPACE       TO DB-SHELL-ARG4.
           STRING './cobol/'        DELIMITED BY SIZE
       220-FIND-ATTEMPTS       SECTION.
           PERFORM VARYING WS-ATT-IDX FROM 1 BY 1
                     UNTIL WS-ATT-IDX > ATT-NUM
               IF ATT-NAME(WS-ATT-IDX) = WS-SEND-NAME
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-ATT-IDX > ATT-NUM
               IF ATT-NUM >= 100
                   PERFORM 225-PRUNE-ATTEMPTS
               END-IF
               IF ATT-NUM >= 100
                   DISPLAY 'attempts table full - ' WS-SEND-NAME
                       ' not tracked'
                   MOVE 101 TO WS-ATT-IDX
               ELSE
                   ADD 1 TO ATT-NUM
                   MOVE ATT-NUM TO WS-ATT-IDX
               END-IF
               MOVE WS-SEND-NAME TO ATT-NAME(WS-ATT-IDX)
               MOVE 0 TO ATT-COUNT(WS-ATT-IDX)
           END-IF.
           EXIT.
      ************************************************************************
       225-PRUNE-ATTEMPTS      SECTION.
           MOVE 0 TO WS-ATT-KEEP.
           PERFORM VARYING WS-ATT-IDX FROM 1 BY 1
                     UNTIL WS-ATT-IDX > ATT-NUM
               PERFORM 230-CHECK-SENT
               IF WS-ATT-SENT NOT = 'Y'
                   ADD 1 TO WS-ATT-KEEP
                   MOVE ATT-ENTRY(WS-ATT-IDX)
                       TO ATT-ENTRY(WS-ATT-KEEP)
               END-IF
           END-PERFORM.
           MOVE WS-ATT-KEEP TO ATT-NUM.
           EXIT.
      ************************************************************************
       230-CHECK-SENT          SECTION.
      * A FILE IS SENT WHEN ITS REGISTER ENTRY OR QUEUE ENTRY SAYS SO.
           MOVE 'N' TO WS-ATT-SENT.
           PERFORM VARYING WS-CHK-IDX FROM 1 BY 1
                     UNTIL WS-CHK-IDX > REG-NUM
               IF REG-NAME(WS-CHK-IDX) = ATT-NAME(WS-ATT-IDX)
                  AND REG-STATUS(WS-CHK-IDX) = 'SENT'
                   MOVE 'Y' TO WS-ATT-SENT
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-CHK-IDX FROM 1 BY 1
                     UNTIL WS-CHK-IDX > QUE-NUM
               IF QUE-NAME(WS-CHK-IDX) = ATT-NAME(WS-ATT-IDX)
                  AND QUE-STATUS(WS-CHK-IDX) = 'SENT'
                   MOVE 'Y' TO WS-ATT-SENT
               END-IF
           END-PERFORM.
           EXIT.
      ************************************************************************
       250-SEND-QUEUED-FILES   SECTION.
      * THE QUEUE IS HELD UNDER THE FILE LOCK FROM LOAD TO SAVE SO
      * AN ENTRY HANDED OVER MID-PASS IS NOT LOST ON THE REWRITE; A
      * JOB THAT FINDS IT BUSY SIMPLY HANDS OVER ON ITS NEXT RUN.
           MOVE 0 TO QUE-NUM.
           MOVE 'ACQUIRE' TO DB-FILELOCK-FUNC.
           MOVE QUE-FILE TO DB-FILELOCK-FILE.
           MOVE MCP-TERM TO DB-FILELOCK-OWNER.
           MOVE 30 TO DB-FILELOCK-TIMEOUT.
           CALL 'FILELOCK' USING DB-FILELOCK.
           IF DB-FILELOCK-RC = 2
               DISPLAY 'outbound queue busy - skipped this pass'
               EXIT SECTION
           END-IF.
           PERFORM 130-LOAD-QUEUE.
           PERFORM VARYING WS-QUE-IDX FROM 1 BY 1
                     UNTIL WS-QUE-IDX > QUE-NUM
               IF QUE-STATUS(WS-QUE-IDX) = 'CREATED'
                   PERFORM 260-SEND-ONE-QUEUED
               END-IF
           END-PERFORM.
           PERFORM 430-SAVE-QUEUE.
           MOVE 'RELEASE' TO DB-FILELOCK-FUNC.
           MOVE QUE-FILE TO DB-FILELOCK-FILE.
           MOVE MCP-TERM TO DB-FILELOCK-OWNER.
           CALL 'FILELOCK' USING DB-FILELOCK.
           EXIT.
      ************************************************************************
       260-SEND-ONE-QUEUED     SECTION.
           MOVE 0 TO WS-TO-PART.
           PERFORM VARYING WS-PART-IDX FROM 1 BY 1
                     UNTIL WS-PART-IDX > PART-NUM
               IF PART-NAME(WS-PART-IDX) = QUE-PARTNER(WS-QUE-IDX)
                  AND PART-DIR(WS-PART-IDX) = 'SEND'
                   MOVE WS-PART-IDX TO WS-TO-PART
               END-IF
           END-PERFORM.
           IF WS-TO-PART = ZERO
               DISPLAY 'no send partner ' QUE-PARTNER(WS-QUE-IDX)
                   ' for ' QUE-NAME(WS-QUE-IDX)
               EXIT SECTION
           END-IF.
           MOVE QUE-NAME(WS-QUE-IDX) TO WS-SEND-NAME.
           PERFORM 220-FIND-ATTEMPTS.
           IF ATT-COUNT(WS-ATT-IDX)
                  >= PART-RETRIES(WS-TO-PART)
               EXIT SECTION
           END-IF.
           MOVE 'SHELL'     TO MCP-FUNC.
           MOVE 'shell'     TO MCP-TABLE.
           MOVE 'command'   TO MCP-PATHNAME.
           MOVE SPACE       TO DB-SHELL.
           MOVE '/usr/lib/panda/bin/mftsend' TO DB-SHELL-NAME.
           MOVE '-p'        TO DB-SHELL-ARG1.
           MOVE PART-ENDPOINT(WS-TO-PART) TO DB-SHELL-ARG2.
           MOVE '-f'        TO DB-SHELL-ARG3.
           MOVE SPACE       TO DB-SHELL-ARG4.
           STRING './cobol/'        DELIMITED BY SIZE
                  WS-SEND-NAME      DELIMITED BY SPACE
                  INTO DB-SHELL-ARG4
           END-STRING.
           MOVE 0 TO MCP-RC.
           CALL 'MONFUNC' USING
                MCPAREA
                DB-SHELL.
           ADD 1 TO ATT-COUNT(WS-ATT-IDX).
           IF MCP-RC = ZERO OR MCP-RC = 1
               MOVE 'SENT' TO QUE-STATUS(WS-QUE-IDX)
               ADD 1 TO WS-SENT
               MOVE 'OK' TO WS-OUTCOME
           ELSE
               DISPLAY 'send failed for ' WS-SEND-NAME
                   ' attempt ' ATT-COUNT(WS-ATT-IDX)
               MOVE 'FAILED' TO WS-OUTCOME
           END-IF.
           PERFORM 600-WRITE-LOG.
           EXIT.
      ************************************************************************
       300-PULL-INBOUND        SECTION.
           PERFORM VARYING WS-PART-IDX FROM 1 BY 1
                      REG-TS(WS-IDX)     DELIMITED BY SPACE
                      '|'                DELIMITED BY SIZE
                      REG-STATUS(WS-IDX) DELIMITED BY SPACE
                      '|'                DELIMITED BY SIZE
                      REG-PARTNER(WS-IDX) DELIMITED BY SPACE
                      '|'                DELIMITED BY SIZE
                      REG-COUNT(WS-IDX)  DELIMITED BY SIZE
                      '|'                DELIMITED BY SIZE
                      REG-HASH(WS-IDX)   DELIMITED BY SIZE
                      INTO REG-LINE
               END-STRING
               WRITE REG-LINE
           EXIT.
      ************************************************************************
       420-SAVE-ATTEMPTS       SECTION.
           PERFORM 225-PRUNE-ATTEMPTS.
           OPEN OUTPUT ATTFD.
           PERFORM VARYING WS-ATT-IDX FROM 1 BY 1
                     UNTIL WS-ATT-IDX > ATT-NUM
           END-PERFORM.
           CLOSE ATTFD.
           EXIT.
      ************************************************************************
       430-SAVE-QUEUE          SECTION.
      * THE ENTRIES TAKEN THIS PASS GO TO THE WORK FILE FIRST, THEN
      * THE LINES BEYOND THEM ARE COPIED THROUGH AS THEY STAND AND
      * THE WORK FILE IS PROMOTED OVER THE QUEUE.
           OPEN OUTPUT QUENEWFD.
           IF QUE-NEW-FILE-ST NOT = "00"
               DISPLAY 'cannot write outbound queue'
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-QUE-COUNT.
           PERFORM VARYING WS-QUE-IDX FROM 1 BY 1
                     UNTIL WS-QUE-IDX > QUE-NUM
               IF QUE-STATUS(WS-QUE-IDX) NOT = 'SENT'
                   MOVE SPACE TO QUE-NEW-LINE
                   STRING QUE-NAME(WS-QUE-IDX)    DELIMITED BY SPACE
                          '|'                     DELIMITED BY SIZE
                          QUE-PARTNER(WS-QUE-IDX) DELIMITED BY SPACE
                          '|'                     DELIMITED BY SIZE
                          QUE-TS(WS-QUE-IDX)      DELIMITED BY SPACE
                          '|'                     DELIMITED BY SIZE
                          QUE-STATUS(WS-QUE-IDX)  DELIMITED BY SPACE
                          INTO QUE-NEW-LINE
                   END-STRING
                   WRITE QUE-NEW-LINE
                   ADD 1 TO WS-QUE-COUNT
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-QUE-LINENO.
           OPEN INPUT QUEFD.
           IF QUE-FILE-ST = "00"
               PERFORM UNTIL QUE-FILE-ST NOT = "00"
                   READ QUEFD INTO QUE-LINE
                   IF QUE-FILE-ST = "00"
                       ADD 1 TO WS-QUE-LINENO
                       IF WS-QUE-LINENO > WS-QUE-READ
                          AND QUE-LINE NOT = SPACE
                           MOVE QUE-LINE TO QUE-NEW-LINE
                           WRITE QUE-NEW-LINE
                           ADD 1 TO WS-QUE-COUNT
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE QUEFD
           END-IF.
           MOVE SPACE TO QUE-NEW-LINE.
           STRING '*END|'        DELIMITED BY SIZE
                  WS-QUE-COUNT   DELIMITED BY SIZE
                  INTO QUE-NEW-LINE
           END-STRING.
           WRITE QUE-NEW-LINE.
           CLOSE QUENEWFD.
           MOVE QUE-FILE TO DB-FILEGUARD-FILE.
           CALL 'FILEGUARD' USING DB-FILEGUARD.
           EXIT.
      ************************************************************************
       500-WRITE-RECONCILE     SECTION.
           OPEN OUTPUT RPTFD.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > REG-NUM
               IF REG-STATUS(WS-IDX) = 'CREATED'
                   MOVE REG-NAME(WS-IDX) TO WS-SEND-NAME
                   PERFORM 220-FIND-ATTEMPTS
                   MOVE SPACE TO RPT-LINE
                   STRING 'NOT SENT: '     DELIMITED BY SIZE
                   WRITE RPT-LINE
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-QUE-IDX FROM 1 BY 1
                     UNTIL WS-QUE-IDX > QUE-NUM
               IF QUE-STATUS(WS-QUE-IDX) = 'CREATED'
                   MOVE QUE-NAME(WS-QUE-IDX) TO WS-SEND-NAME
                   PERFORM 220-FIND-ATTEMPTS
                   MOVE SPACE TO RPT-LINE
                   STRING 'NOT SENT: '     DELIMITED BY SIZE
                          WS-SEND-NAME     DELIMITED BY SPACE
                          ' (to '          DELIMITED BY SIZE
                          QUE-PARTNER(WS-QUE-IDX)
                                           DELIMITED BY SPACE
                          ', attempts '    DELIMITED BY SIZE
                          ATT-COUNT(WS-ATT-IDX)
                                           DELIMITED BY SIZE
                          ')'              DELIMITED BY SIZE
                          INTO RPT-LINE
                   END-STRING
                   WRITE RPT-LINE
               END-IF
           END-PERFORM.
           CLOSE RPTFD.
           PERFORM 980-FILE-REPORT.
           EXIT.
      ************************************************************************
       600-WRITE-LOG           SECTION.
               MOVE SPACE TO LOG-LINE
               STRING WS-TIMESTAMP     DELIMITED BY SPACE
                      '|'              DELIMITED BY SIZE
                      PART-NAME(WS-TO-PART)
                                       DELIMITED BY SPACE
                      '|SEND|'         DELIMITED BY SIZE
                      WS-SEND-NAME     DELIMITED BY SPACE
                      '|'              DELIMITED BY SIZE
                      WS-OUTCOME       DELIMITED BY SPACE
                      '|'              DELIMITED BY SIZE
               CLOSE LOGFD
           END-IF.
           EXIT.
      ************************************************************************
       980-FILE-REPORT         SECTION.
           MOVE 'MFTSCHED' TO DB-RPTREPO-PROGRAM.
           MOVE RPT-FILE TO DB-RPTREPO-SOURCE.
           MOVE SPACE TO DB-RPTREPO-BIZDATE.
           MOVE SPACE TO DB-RPTREPO-CLASS.
           CALL 'RPTREPO' USING
                MCPAREA
                SPAAREA
                DB-RPTREPO.
           EXIT.
