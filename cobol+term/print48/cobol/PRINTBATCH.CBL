       CONFIGURATION       SECTION.
       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
           SELECT PRTFD    ASSIGN TO PRT-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS PRT-FILE-ST.
                           FILE STATUS IS NOT-FILE-ST.
       DATA                DIVISION.
       FILE                SECTION.
           FD  PRTFD.
           01  PRT-LINE            PIC X(250).
           FD  LIMFD.
           01  LIM-LINE            PIC X(40).
           FD  NOTFD.
              02 IMPORTFILE PIC X(20).
            COPY    "DB-PATH".
            COPY    "DB-WORK".
            COPY    "DB-PRINTQ".
            COPY    "DB-FILELOCK".
            COPY    "DB-BIZDAY".
            COPY    "DB-PRINTER".
            COPY    "DB-TZCONV".
       01  QUEUE-FILE          PIC X(80)
                               VALUE './cobol/printqueue.idx'.
       01  PRT-FILE            PIC X(80)
                               VALUE './cobol/printer-defs.dat'.
       01  PRT-FILE-ST         PIC X(02).
       01  NOT-FILE            PIC X(80) VALUE
           './cobol/pending-notifications.dat'.
       01  NOT-FILE-ST         PIC X(02).
       01  WS-REG-COUNT        PIC 9(4) VALUE 0.
       01  WS-MAX-RETRIES      PIC 9(3) VALUE 3.
       01  WS-LIM-VALUE        PIC 9(3).
                   ' - batch deferred'
               EXIT SECTION
           END-IF.
           PERFORM 110-LOAD-RETRY-LIMIT.
           PERFORM 130-LOAD-PRINTERS.
           INITIALIZE DB-PRINTQ.
           MOVE 'FIRST' TO DB-PRINTQ-FUNC.
           CALL 'PRINTQ' USING DB-PRINTQ.
           PERFORM UNTIL DB-PRINTQ-RC NOT = ZERO
               IF DB-PRINTQ-STATUS = 'RUNNING'
                OR (DB-PRINTQ-STATUS = 'FAILED'
                    AND DB-PRINTQ-RETRIES < WS-MAX-RETRIES)
                   PERFORM 120-CHECK-JOB-BIZDAY
                   IF WS-JOB-DUE = 'Y'
                       PERFORM 200-REGISTER-BLOB
                       PERFORM 300-REWRITE-JOB
                       ADD 1 TO WS-REG-COUNT
                   END-IF
               END-IF
               MOVE 'NEXT' TO DB-PRINTQ-FUNC
               CALL 'PRINTQ' USING DB-PRINTQ
           END-PERFORM.
           MOVE 'RELEASE' TO DB-FILELOCK-FUNC.
           MOVE QUEUE-FILE TO DB-FILELOCK-FILE.
           MOVE MCP-TERM TO DB-FILELOCK-OWNER.
           MOVE WS-REG-COUNT TO SPA-NUM.
       010-RUN-BATCH-END.
           EXIT.
      ************************************************************************
       110-LOAD-RETRY-LIMIT    SECTION.
      * MOST IMPORT FAILURES ARE A FILE STILL IN TRANSIT INTO ./data/,
      * EACH JOB IS JUDGED AGAINST THE CALENDAR OF THE SITE ITS
      * ROUTED PRINTER STANDS AT, SO WORK FOR A CLOSED SITE WAITS
      * FOR THAT SITE'S NEXT WORKING DAY WHILE THE REST OF THE
      * QUEUE KEEPS MOVING.  "TODAY" IS THE DATE IT IS NOW AT THAT
      * SITE, NOT THE SERVER'S DATE.
           MOVE 'CHECK' TO DB-BIZDAY-FUNC.
           MOVE SPACE TO DB-BIZDAY-LOCATION.
           PERFORM VARYING WS-PRT-IDX FROM 1 BY 1
                     UNTIL WS-PRT-IDX > DB-PRINTER-NUM
               IF DB-PRINTER-CODE(WS-PRT-IDX)
                      = DB-PRINTQ-PRINTER
                   MOVE DB-PRINTER-LOC(WS-PRT-IDX)
                       TO DB-BIZDAY-LOCATION
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           INITIALIZE DB-TZCONV.
           MOVE 'NOW' TO DB-TZCONV-FUNC.
           MOVE DB-BIZDAY-LOCATION TO DB-TZCONV-LOCATION.
           CALL 'TZCONV' USING DB-TZCONV.
           MOVE DB-TZCONV-TS-OUT(1:8) TO DB-BIZDAY-DATE.
           CALL 'BIZDAY' USING DB-BIZDAY.
           MOVE DB-BIZDAY-FLAG TO WS-JOB-DUE.
           IF WS-JOB-DUE = 'N'
               DISPLAY 'job ' DB-PRINTQ-JOBID
                   ' deferred - site closed today'
           END-IF.
           EXIT.
           MOVE   'work'        TO  MCP-TABLE
           MOVE   'key'         TO  MCP-PATHNAME
           MOVE   './data/'     TO  IMPORTDIR
           MOVE   DB-PRINTQ-FILENAME
                                 TO  IMPORTFILE
           MOVE   IMPORTPATH    TO  DB-WORK-FILE
           CALL   'MONFUNC'      USING
                MCPAREA
                DB-WORK
           IF DB-WORK-OBJECT = LOW-VALUE
               MOVE 'FAILED'    TO DB-PRINTQ-STATUS
               ADD 1 TO DB-PRINTQ-RETRIES
               IF DB-PRINTQ-RETRIES >= WS-MAX-RETRIES
                   DISPLAY 'ALERT: print job '
                       DB-PRINTQ-JOBID
                       ' failed after '
                       DB-PRINTQ-RETRIES ' attempts'
                   PERFORM 400-NOTIFY-OPERATOR
               END-IF
           ELSE
               PERFORM 250-COUNT-PAGES
               MOVE WS-ACT-PAGES
                   TO DB-PRINTQ-ACTPAGES
               MOVE   'BLOBREGISTER' TO  MCP-FUNC
               MOVE   'work'        TO  MCP-TABLE
               MOVE   'key'         TO  MCP-PATHNAME
               MOVE   DB-PRINTQ-FILENAME
                                     TO  DB-WORK-FILE
               MOVE FUNCTION CURRENT-DATE(1:21) TO WS-TIMESTAMP
               MOVE WS-TIMESTAMP     TO  DB-WORK-REGISTERED-TS
               CALL   'MONFUNC'      USING
                    MCPAREA
                    DB-WORK
               MOVE 'COMPLETE'  TO DB-PRINTQ-STATUS
           END-IF.
           EXIT.
      ************************************************************************
           END-IF.
           EXIT.
      ************************************************************************
       300-REWRITE-JOB           SECTION.
           MOVE 'REWRITE' TO DB-PRINTQ-FUNC.
           CALL 'PRINTQ' USING DB-PRINTQ.
           IF DB-PRINTQ-RC NOT = ZERO
               DISPLAY 'print job ' DB-PRINTQ-JOBID
                   ' not updated - rc ' DB-PRINTQ-RC
           END-IF.
           EXIT.
      ************************************************************************
       400-NOTIFY-OPERATOR      SECTION.
               MOVE SPACE TO NOT-LINE
               STRING 'OPERATOR|CRITICAL|'    DELIMITED BY SIZE
                      'print job failed: '    DELIMITED BY SIZE
                      DB-PRINTQ-JOBID
                                              DELIMITED BY SPACE
                      '|'                     DELIMITED BY SIZE
                      'import of '            DELIMITED BY SIZE
                      DB-PRINTQ-FILENAME
                                              DELIMITED BY SPACE
                      ' gave up after '       DELIMITED BY SIZE
                      DB-PRINTQ-RETRIES
                                              DELIMITED BY SIZE
                      ' attempts'             DELIMITED BY SIZE
                      '|PRINTBATCH|'          DELIMITED BY SIZE
