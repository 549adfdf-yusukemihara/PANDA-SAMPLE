       CONFIGURATION       SECTION.
       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
           SELECT HISTFD   ASSIGN TO HIST-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS HIST-FILE-ST.
       DATA                DIVISION.
       FILE                SECTION.
           FD  HISTFD.
           01  HIST-LINE           PIC X(300).
       WORKING-STORAGE     SECTION.
            COPY    "DB-PRINTQ".
            COPY    "DB-FILELOCK".
            COPY    "DB-BIZDAY".
       01  QUEUE-FILE          PIC X(80)
                               VALUE './cobol/printqueue.idx'.
       01  HIST-FILE           PIC X(80)
                               VALUE './cobol/print-history.dat'.
       01  HIST-FILE-ST        PIC X(02).
       01  WS-RETAIN-DAYS      PIC 9(3) VALUE 7.
       01  WS-CUTOFF-DATE      PIC X(8).
       01  WS-ARCH-COUNT       PIC 9(5) VALUE 0.
       010-RUN-ARCHIVE         SECTION.
           MOVE 0 TO WS-ARCH-COUNT.
           MOVE 'OFFSET' TO DB-BIZDAY-FUNC.
      * A CATCH-UP RUN PASSES THE MISSED BUSINESS DATE AS THE
      * PROCESSING DATE; OTHERWISE THE RUN IS FOR TODAY.
           IF SPA-PROCDATE NOT = SPACE
              AND SPA-PROCDATE NOT = LOW-VALUE
               MOVE SPA-PROCDATE TO DB-BIZDAY-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO DB-BIZDAY-DATE
           END-IF.
           COMPUTE DB-BIZDAY-OFFSET = 0 - WS-RETAIN-DAYS.
           CALL 'BIZDAY' USING DB-BIZDAY.
           MOVE DB-BIZDAY-RESULT TO WS-CUTOFF-DATE.
                   ' - archive deferred'
               EXIT SECTION
           END-IF.
           OPEN EXTEND HISTFD.
           IF HIST-FILE-ST = "05" OR "35"
               OPEN OUTPUT HISTFD
           IF HIST-FILE-ST NOT = "00"
               DISPLAY 'cannot open print history file'
           ELSE
               INITIALIZE DB-PRINTQ
               MOVE 'FIRST' TO DB-PRINTQ-FUNC
               CALL 'PRINTQ' USING DB-PRINTQ
               PERFORM UNTIL DB-PRINTQ-RC NOT = ZERO
                   IF (DB-PRINTQ-STATUS = 'COMPLETE'
                       OR DB-PRINTQ-STATUS = 'CANCELLED'
                       OR DB-PRINTQ-STATUS = 'CONFIRMED')
                      AND DB-PRINTQ-TIME(1:8) < WS-CUTOFF-DATE
                       PERFORM 200-ARCHIVE-ONE-JOB
                   END-IF
                   MOVE 'NEXT' TO DB-PRINTQ-FUNC
                   CALL 'PRINTQ' USING DB-PRINTQ
               END-PERFORM
               CLOSE HISTFD
           END-IF.
           MOVE 'RELEASE' TO DB-FILELOCK-FUNC.
           MOVE QUEUE-FILE TO DB-FILELOCK-FILE.
           MOVE WS-ARCH-COUNT TO SPA-NUM.
           DISPLAY 'print jobs archived:' WS-ARCH-COUNT.
           EXIT.
      ************************************************************************
       200-ARCHIVE-ONE-JOB     SECTION.
           MOVE SPACE TO HIST-LINE.
           STRING DB-PRINTQ-FILENAME
                                     DELIMITED BY SPACE
                  '|'                DELIMITED BY SIZE
                  DB-PRINTQ-STATUS
                                     DELIMITED BY SPACE
                  '|'                DELIMITED BY SIZE
                  DB-PRINTQ-ACCOUNT
                                     DELIMITED BY SPACE
                  '|'                DELIMITED BY SIZE
                  DB-PRINTQ-DEPT
                                     DELIMITED BY SPACE
                  '|'                DELIMITED BY SIZE
                  DB-PRINTQ-PAGES
                                     DELIMITED BY SIZE
                  '|'                DELIMITED BY SIZE
                  DB-PRINTQ-TIME
                                     DELIMITED BY SPACE
                  '|'                DELIMITED BY SIZE
                  DB-PRINTQ-PRINTER
                                     DELIMITED BY SPACE
                  '|'                DELIMITED BY SIZE
                  DB-PRINTQ-JOBID
                                     DELIMITED BY SPACE
                  '|'                DELIMITED BY SIZE
                  DB-PRINTQ-RETRIES
                                     DELIMITED BY SIZE
                  '|'                DELIMITED BY SIZE
                  DB-PRINTQ-ACTPAGES
                                     DELIMITED BY SIZE
                  '|'                DELIMITED BY SIZE
                  DB-PRINTQ-COPIES
                                     DELIMITED BY SIZE
                  '|'                DELIMITED BY SIZE
                  DB-PRINTQ-DUPLEX
                                     DELIMITED BY SIZE
                  '|'                DELIMITED BY SIZE
                  DB-PRINTQ-PAPER
                                     DELIMITED BY SPACE
                  '|'                DELIMITED BY SIZE
                  DB-PRINTQ-BIZDATE
                                     DELIMITED BY SPACE
                  INTO HIST-LINE
           END-STRING.
           WRITE HIST-LINE.
      * THE BROWSE CARRIES ON FROM THE DELETED JOB'S QUEUE POSITION.
           MOVE 'DELETE' TO DB-PRINTQ-FUNC.
           CALL 'PRINTQ' USING DB-PRINTQ.
           IF DB-PRINTQ-RC = ZERO
               ADD 1 TO WS-ARCH-COUNT
           ELSE
               DISPLAY 'print job ' DB-PRINTQ-JOBID
                   ' archived but not removed - rc ' DB-PRINTQ-RC
           END-IF.
           EXIT.
