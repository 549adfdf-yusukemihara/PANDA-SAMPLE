      * THE SHARED READ-MODIFY-WRITE FILES ARE QUIESCED THROUGH
      * FILELOCK FOR THE DURATION OF THEIR COPY.  EVERY GENERATION IS
      * RECORDED IN THE BACKUP CATALOG READ BY THE RESTORE SCREEN.
      * THE PRINT QUEUE IS A KEYED FILE; ITS GENERATIONS ARE UNLOADED
      * THROUGH PRINTQ AS ONE PIPE LINE PER JOB IN QUEUE ORDER, THE
      * QUEUE POSITION AND CONFIDENTIAL FLAG FOLLOWING THE JOB FIELDS.
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
           01  CAT-LINE            PIC X(150).
       WORKING-STORAGE     SECTION.
            COPY    "DB-FILELOCK".
            COPY    "DB-PRINTQ".
       01  SRC-FILE            PIC X(90).
       01  SRC-FILE-ST         PIC X(02).
       01  DST-FILE            PIC X(90).
       01  BKP-GENERATIONS     PIC 9(1) VALUE 3.
       01  BKP-TARGETS.
           05  FILLER          PIC X(40)
               VALUE './cobol/printqueue.idx'.
           05  FILLER          PIC X(40)
               VALUE './cobol/download-catalog.dat'.
           05  FILLER          PIC X(40)
       01  WS-DONE             PIC X(1).
       01  WS-HAVE-LOCK        PIC X(1).
       01  WS-BACKED-UP        PIC 9(4) VALUE 0.
       01  WS-QUEUE-TGT        PIC 9(2) VALUE 1.
       LINKAGE                 SECTION.
            COPY    "MCPAREA".
            COPY    "SPAAREA".
               PERFORM 210-ROTATE-GENERATIONS
               MOVE BKP-TARGET(WS-TGT-IDX) TO SRC-FILE
               PERFORM 310-MAKE-GEN-NAME
               IF WS-TGT-IDX = WS-QUEUE-TGT
                   PERFORM 410-UNLOAD-QUEUE
               ELSE
                   PERFORM 400-COPY-FILE
               END-IF
               IF WS-COPY-OK = 'Y'
                   ADD 1 TO WS-BACKED-UP
                   PERFORM 220-RECORD-GENERATION
                   MOVE 'Y' TO WS-DONE
               ELSE
                   MOVE SRC-LINE TO DST-LINE
                   PERFORM 420-WRITE-GEN-LINE
               END-IF
           END-PERFORM.
           CLOSE SRCFD.
           CLOSE DSTFD.
           MOVE 'Y' TO WS-COPY-OK.
           EXIT.
      ************************************************************************
       410-UNLOAD-QUEUE        SECTION.
           MOVE 'N' TO WS-COPY-OK.
           MOVE 0 TO WS-COPY-COUNT.
           MOVE 0 TO WS-CHECKSUM.
           OPEN OUTPUT DSTFD.
           IF DST-FILE-ST NOT = "00"
               DISPLAY 'cannot write backup ' DST-FILE
               EXIT SECTION
           END-IF.
           INITIALIZE DB-PRINTQ.
           MOVE 'FIRST' TO DB-PRINTQ-FUNC.
           CALL 'PRINTQ' USING DB-PRINTQ.
           PERFORM UNTIL DB-PRINTQ-RC NOT = ZERO
               MOVE SPACE TO DST-LINE
               STRING DB-PRINTQ-FILENAME  DELIMITED BY SPACE
                      '|'                 DELIMITED BY SIZE
                      DB-PRINTQ-STATUS    DELIMITED BY SPACE
                      '|'                 DELIMITED BY SIZE
                      DB-PRINTQ-ACCOUNT   DELIMITED BY SPACE
                      '|'                 DELIMITED BY SIZE
                      DB-PRINTQ-DEPT      DELIMITED BY SPACE
                      '|'                 DELIMITED BY SIZE
                      DB-PRINTQ-PAGES     DELIMITED BY SIZE
                      '|'                 DELIMITED BY SIZE
                      DB-PRINTQ-TIME      DELIMITED BY SPACE
                      '|'                 DELIMITED BY SIZE
                      DB-PRINTQ-PRINTER   DELIMITED BY SPACE
                      '|'                 DELIMITED BY SIZE
                      DB-PRINTQ-JOBID     DELIMITED BY SPACE
                      '|'                 DELIMITED BY SIZE
                      DB-PRINTQ-RETRIES   DELIMITED BY SIZE
                      '|'                 DELIMITED BY SIZE
                      DB-PRINTQ-ACTPAGES  DELIMITED BY SIZE
                      '|'                 DELIMITED BY SIZE
                      DB-PRINTQ-COPIES    DELIMITED BY SIZE
                      '|'                 DELIMITED BY SIZE
                      DB-PRINTQ-DUPLEX    DELIMITED BY SIZE
                      '|'                 DELIMITED BY SIZE
                      DB-PRINTQ-PAPER     DELIMITED BY SPACE
                      '|'                 DELIMITED BY SIZE
                      DB-PRINTQ-BIZDATE   DELIMITED BY SPACE
                      '|'                 DELIMITED BY SIZE
                      DB-PRINTQ-SEQ       DELIMITED BY SPACE
                      '|'                 DELIMITED BY SIZE
                      DB-PRINTQ-CONFID    DELIMITED BY SIZE
                      INTO DST-LINE
               END-STRING
               PERFORM 420-WRITE-GEN-LINE
               MOVE 'NEXT' TO DB-PRINTQ-FUNC
               CALL 'PRINTQ' USING DB-PRINTQ
           END-PERFORM.
           CLOSE DSTFD.
           IF DB-PRINTQ-RC = 4
               DISPLAY 'print queue unreadable, backup abandoned'
           ELSE
               MOVE 'Y' TO WS-COPY-OK
           END-IF.
           EXIT.
      ************************************************************************
       420-WRITE-GEN-LINE      SECTION.
           WRITE DST-LINE.
           ADD 1 TO WS-COPY-COUNT.
           COMPUTE WS-LINE-LEN = FUNCTION LENGTH(
               FUNCTION TRIM(DST-LINE TRAILING)).
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                     UNTIL WS-CHAR-IDX > WS-LINE-LEN
               COMPUTE WS-CHECKSUM = WS-CHECKSUM
                   + FUNCTION ORD(DST-LINE(WS-CHAR-IDX:1))
           END-PERFORM.
           EXIT.
      ************************************************************************
       100-LOAD-CATALOG        SECTION.
           MOVE 0 TO DB-BKPCAT-NUM.
