      * DATABACKUP.  RESTORE IS TWO-STEP: THE RESTORE BUTTON ARMS THE
      * SELECTED FILE/GENERATION, THE CONFIRM BUTTON COPIES THE
      * GENERATION OVER THE LIVE FILE AND WRITES AN AUDIT LINE.
      * CONFIRMING ASKS FOR THE OPERATOR'S PASSWORD AGAIN (STEPUP);
      * A REFUSED STEP-UP LEAVES THE RESTORE ARMED.
      * THE PRINT QUEUE IS A KEYED FILE: ITS LIVE JOBS ARE DELETED AND
      * THE UNLOADED GENERATION IS WRITTEN BACK THROUGH PRINTQ.
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
           01  AUD-LINE            PIC X(150).
       WORKING-STORAGE     SECTION.
            COPY    "DB-FILELOCK".
            COPY    "DB-PRINTQ".
            COPY    "DB-STEPUP".
       01  SRC-FILE            PIC X(90).
       01  SRC-FILE-ST         PIC X(02).
       01  DST-FILE            PIC X(90).
       01  WS-SEL-IDX          PIC 9(4).
       01  WS-COPY-COUNT       PIC 9(6).
       01  WS-COPY-OK          PIC X(1).
       01  WS-QUEUE-STUCK      PIC X(1).
       01  WS-GEN-CHAR         PIC X(1).
       01  WS-DONE             PIC X(1).
       01  WS-TIMESTAMP        PIC X(21).
       01  WS-QUEUE-FILE       PIC X(90)
                               VALUE './cobol/printqueue.idx'.
       LINKAGE                 SECTION.
            COPY    "MCPAREA".
            COPY    "SPAAREA".
               PERFORM 080-REFRESH
               EXIT SECTION
           END-IF.
           PERFORM 150-STEP-UP.
           IF DB-STEPUP-RC NOT = ZERO
               PERFORM 080-REFRESH
               EXIT SECTION
           END-IF.
           MOVE SPACE TO DST-FILE.
           UNSTRING SPA-ENTRYDATA1 DELIMITED BY '|'
               INTO DST-FILE
               PERFORM 080-REFRESH
               EXIT SECTION
           END-IF.
           IF DST-FILE = WS-QUEUE-FILE
               PERFORM 410-RELOAD-QUEUE
           ELSE
               PERFORM 400-COPY-FILE
           END-IF.
           MOVE 'RELEASE' TO DB-FILELOCK-FUNC.
           MOVE DST-FILE TO DB-FILELOCK-FILE.
           CALL 'FILELOCK' USING DB-FILELOCK.
                      INTO SCR-QMSG
               END-STRING
           ELSE
               IF WS-QUEUE-STUCK = 'Y'
                   MOVE 'print queue not cleared - restore stopped'
                       TO SCR-QMSG
               ELSE
                   MOVE 'backup generation not found' TO SCR-QMSG
               END-IF
           END-IF.
           MOVE SPACE TO SPA-ENTRYDATA1.
           PERFORM 080-REFRESH.
               DISPLAY 'no backup catalog'
           END-IF.
           EXIT.
      ************************************************************************
       150-STEP-UP         SECTION.
      * THE CONFIRMATION GOES AHEAD ONLY ON DB-STEPUP-RC ZERO.
           MOVE SCR-STEPPASS TO DB-STEPUP-PASS.
           MOVE SPACE TO SCR-STEPPASS.
           CALL 'STEPUP' USING
                MCPAREA
                DB-STEPUP.
           EVALUATE DB-STEPUP-RC
             WHEN 0
               CONTINUE
             WHEN 1
               MOVE 'enter your password to confirm' TO SCR-QMSG
             WHEN 3
               MOVE 'account locked - see an administrator'
                   TO SCR-QMSG
             WHEN OTHER
               MOVE 'password not accepted' TO SCR-QMSG
           END-EVALUATE.
           EXIT.
      ************************************************************************
       300-WRITE-AUDIT         SECTION.
           MOVE FUNCTION CURRENT-DATE(1:21) TO WS-TIMESTAMP.
           CLOSE DSTFD.
           MOVE 'Y' TO WS-COPY-OK.
           EXIT.
      ************************************************************************
       410-RELOAD-QUEUE        SECTION.
      * THE LIVE QUEUE IS EMPTIED FRONT FIRST.  A JOB THAT WILL NOT
      * DELETE WOULD COME BACK AS THE FRONT FOREVER, SO THE RESTORE
      * STOPS THERE, BEFORE ANY BACKUP LINE IS LOADED.
           MOVE 'N' TO WS-COPY-OK.
           MOVE 'N' TO WS-QUEUE-STUCK.
           MOVE 0 TO WS-COPY-COUNT.
           OPEN INPUT SRCFD.
           IF SRC-FILE-ST NOT = "00"
               EXIT SECTION
           END-IF.
           INITIALIZE DB-PRINTQ.
           MOVE 'FIRST' TO DB-PRINTQ-FUNC.
           CALL 'PRINTQ' USING DB-PRINTQ.
           PERFORM UNTIL DB-PRINTQ-RC NOT = ZERO
               MOVE 'DELETE' TO DB-PRINTQ-FUNC
               CALL 'PRINTQ' USING DB-PRINTQ
               IF DB-PRINTQ-RC NOT = ZERO
                   DISPLAY 'queue job not cleared: ' DB-PRINTQ-JOBID
                   MOVE 'Y' TO WS-QUEUE-STUCK
                   CLOSE SRCFD
                   EXIT SECTION
               END-IF
               INITIALIZE DB-PRINTQ
               MOVE 'FIRST' TO DB-PRINTQ-FUNC
               CALL 'PRINTQ' USING DB-PRINTQ
           END-PERFORM.
           MOVE 'N' TO WS-DONE.
           PERFORM UNTIL WS-DONE = 'Y'
               READ SRCFD
               IF SRC-FILE-ST NOT = "00"
                   MOVE 'Y' TO WS-DONE
               ELSE
                   IF SRC-LINE NOT = SPACE
                       INITIALIZE DB-PRINTQ
                       UNSTRING SRC-LINE DELIMITED BY '|'
                           INTO DB-PRINTQ-FILENAME
                                DB-PRINTQ-STATUS
                                DB-PRINTQ-ACCOUNT
                                DB-PRINTQ-DEPT
                                DB-PRINTQ-PAGES
                                DB-PRINTQ-TIME
                                DB-PRINTQ-PRINTER
                                DB-PRINTQ-JOBID
                                DB-PRINTQ-RETRIES
                                DB-PRINTQ-ACTPAGES
                                DB-PRINTQ-COPIES
                                DB-PRINTQ-DUPLEX
                                DB-PRINTQ-PAPER
                                DB-PRINTQ-BIZDATE
                                DB-PRINTQ-SEQ
                                DB-PRINTQ-CONFID
                       MOVE 'WRITE' TO DB-PRINTQ-FUNC
                       CALL 'PRINTQ' USING DB-PRINTQ
                       IF DB-PRINTQ-RC = ZERO
                           ADD 1 TO WS-COPY-COUNT
                       ELSE
                           DISPLAY 'job not restored: ' DB-PRINTQ-JOBID
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE SRCFD.
           MOVE 'Y' TO WS-COPY-OK.
           EXIT.
      ************************************************************************
       500-CATALOG-TO-TABLE    SECTION.
           MOVE QTROW TO WS-SEL-IDX.
