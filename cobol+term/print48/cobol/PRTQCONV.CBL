       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PRTQCONV.
      ******************************************************************
      * ONE-TIME LOAD OF THE KEYED PRINT QUEUE FROM THE OLD PIPE FILE
      * PRINTQUEUE.DAT.  A FIRST PASS GATHERS EVERY JOB ID, DRAWING A
      * NEW ONE FOR A JOB THAT HAS NONE, AND SORTS THEM; THE SECOND
      * PASS WRITES EACH JOB THROUGH PRINTQ WITH THE N-TH SMALLEST ID
      * AS THE QUEUE POSITION OF THE N-TH LINE, SO THE OLD QUEUE ORDER
      * IS KEPT AND STILL SORTS AHEAD OF JOBS QUEUED AFTER THE
      * CONVERSION.  A JOB ALREADY ON THE KEYED QUEUE IS LEFT AS
      * IT IS, SO THE JOB MAY SAFELY BE RUN AGAIN.  THE PIPE FILE IS
      * LEFT IN PLACE FOR THE OPERATORS TO RETIRE.
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
           SELECT OLDFD    ASSIGN TO OLD-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS OLD-FILE-ST.
       DATA                DIVISION.
       FILE                SECTION.
           FD  OLDFD.
           01  OLD-LINE            PIC X(300).
       WORKING-STORAGE     SECTION.
            COPY    "DB-PRINTQ".
            COPY    "DB-JOBID".
            COPY    "DB-FILELOCK".
            COPY    "DB-FILEGUARD".
       01  OLD-FILE            PIC X(80)
                               VALUE './cobol/printqueue.dat'.
       01  OLD-FILE-ST         PIC X(02).
       01  QUEUE-FILE          PIC X(80)
                               VALUE './cobol/printqueue.idx'.
       01  WS-READ-COUNT       PIC 9(6) VALUE 0.
       01  WS-LOAD-COUNT       PIC 9(6) VALUE 0.
       01  WS-SKIP-COUNT       PIC 9(6) VALUE 0.
       01  WS-FAIL-COUNT       PIC 9(6) VALUE 0.
       01  WS-ID-TABLE.
           05  WS-ID-NUM           PIC 9(4) VALUE 0.
           05  WS-ID-ENTRY         PIC X(16) OCCURS 5000.
       01  WS-NEWID-TABLE.
           05  WS-NEWID-NUM        PIC 9(4) VALUE 0.
           05  WS-NEWID-ENTRY      PIC X(16) OCCURS 5000.
       01  WS-NEWID-IDX        PIC 9(4).
       01  WS-SORT-IDX         PIC 9(4).
       01  WS-MIN-IDX          PIC 9(4).
       01  WS-IDX              PIC 9(4).
       01  WS-SWAP-ID          PIC X(16).
       01  WS-LINE-JOBID       PIC X(16).
       01  WS-ID-OVERFLOW      PIC X(1).
       01  WS-ID-FAILED        PIC X(1).
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
           EVALUATE    MCP-STATUS
             WHEN     'LINK'
               PERFORM 010-RUN-CONVERSION
           END-EVALUATE.
           EXIT    PROGRAM.
      ************************************************************************
       010-RUN-CONVERSION      SECTION.
           MOVE 0 TO WS-READ-COUNT WS-LOAD-COUNT
                     WS-SKIP-COUNT WS-FAIL-COUNT.
           MOVE 'ACQUIRE' TO DB-FILELOCK-FUNC.
           MOVE QUEUE-FILE TO DB-FILELOCK-FILE.
           MOVE MCP-TERM TO DB-FILELOCK-OWNER.
           MOVE 30 TO DB-FILELOCK-TIMEOUT.
           CALL 'FILELOCK' USING DB-FILELOCK.
           IF DB-FILELOCK-RC = 2
               DISPLAY 'print queue locked by ' DB-FILELOCK-HOLDER
                   ' - conversion deferred'
               EXIT SECTION
           END-IF.
      * A SAVE OF THE OLD FILE INTERRUPTED MID-PROMOTE IS REPLAYED
      * BEFORE IT IS READ.
           MOVE OLD-FILE TO DB-FILEGUARD-FILE.
           CALL 'FILEGUARD' USING DB-FILEGUARD.
           OPEN INPUT OLDFD.
           IF OLD-FILE-ST NOT = "00"
               DISPLAY 'no pipe print queue to convert'
           ELSE
               PERFORM 050-COLLECT-JOB-IDS
               CLOSE OLDFD
               IF WS-ID-OVERFLOW = 'Y' OR WS-ID-FAILED = 'Y'
                   IF WS-ID-OVERFLOW = 'Y'
                       DISPLAY 'pipe print queue over 5000 jobs'
                           ' - conversion not run'
                   ELSE
                       DISPLAY 'no job id available'
                           ' - conversion not run'
                   END-IF
                   MOVE 'RELEASE' TO DB-FILELOCK-FUNC
                   MOVE QUEUE-FILE TO DB-FILELOCK-FILE
                   CALL 'FILELOCK' USING DB-FILELOCK
                   MOVE 0 TO SPA-NUM
                   EXIT SECTION
               END-IF
               PERFORM 060-SORT-JOB-IDS
               MOVE 0 TO WS-NEWID-IDX
               OPEN INPUT OLDFD
               PERFORM UNTIL OLD-FILE-ST NOT = "00"
                   READ OLDFD
                   IF OLD-FILE-ST = "00" AND OLD-LINE NOT = SPACE
                      AND OLD-LINE(1:5) NOT = '*END|'
                       ADD 1 TO WS-READ-COUNT
                       PERFORM 100-CONVERT-ONE-JOB
                   END-IF
               END-PERFORM
               CLOSE OLDFD
           END-IF.
           MOVE 'RELEASE' TO DB-FILELOCK-FUNC.
           MOVE QUEUE-FILE TO DB-FILELOCK-FILE.
           CALL 'FILELOCK' USING DB-FILELOCK.
           MOVE WS-LOAD-COUNT TO SPA-NUM.
           DISPLAY 'print jobs read:' WS-READ-COUNT
                   ' loaded:' WS-LOAD-COUNT
                   ' already on queue:' WS-SKIP-COUNT
                   ' failed:' WS-FAIL-COUNT.
           EXIT.
      ************************************************************************
      * FIRST PASS: EVERY JOB'S ID GOES INTO THE ID TABLE.  A JOB WITH
      * NO ID HAS ONE DRAWN NOW, KEPT IN DRAW ORDER IN THE NEW-ID TABLE
      * SO THE SECOND PASS HANDS IT TO THE SAME JOB.  NOTHING IS
      * WRITTEN TO THE KEYED QUEUE UNTIL THIS PASS HAS SUCCEEDED.
       050-COLLECT-JOB-IDS     SECTION.
           MOVE 0 TO WS-ID-NUM WS-NEWID-NUM.
           MOVE 'N' TO WS-ID-OVERFLOW WS-ID-FAILED.
           PERFORM UNTIL OLD-FILE-ST NOT = "00"
                      OR WS-ID-OVERFLOW = 'Y'
                      OR WS-ID-FAILED = 'Y'
               READ OLDFD
               IF OLD-FILE-ST = "00" AND OLD-LINE NOT = SPACE
                  AND OLD-LINE(1:5) NOT = '*END|'
                   IF WS-ID-NUM >= 5000
                       MOVE 'Y' TO WS-ID-OVERFLOW
                   ELSE
                       MOVE SPACE TO WS-LINE-JOBID
                       UNSTRING OLD-LINE DELIMITED BY '|'
                           INTO DB-PRINTQ-FILENAME
                                DB-PRINTQ-STATUS
                                DB-PRINTQ-ACCOUNT
                                DB-PRINTQ-DEPT
                                DB-PRINTQ-PAGES
                                DB-PRINTQ-TIME
                                DB-PRINTQ-PRINTER
                                WS-LINE-JOBID
                       IF WS-LINE-JOBID = SPACE
                           CALL 'JOBID' USING DB-JOBID
                           IF DB-JOBID-RC NOT = ZERO
                               MOVE 'Y' TO WS-ID-FAILED
                           ELSE
                               ADD 1 TO WS-NEWID-NUM
                               MOVE DB-JOBID-VALUE
                                   TO WS-NEWID-ENTRY(WS-NEWID-NUM)
                               MOVE DB-JOBID-VALUE TO WS-LINE-JOBID
                           END-IF
                       END-IF
                       IF WS-ID-FAILED = 'N'
                           ADD 1 TO WS-ID-NUM
                           MOVE WS-LINE-JOBID TO WS-ID-ENTRY(WS-ID-NUM)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           EXIT.
      ************************************************************************
       060-SORT-JOB-IDS        SECTION.
           PERFORM VARYING WS-SORT-IDX FROM 1 BY 1
                     UNTIL WS-SORT-IDX >= WS-ID-NUM
               MOVE WS-SORT-IDX TO WS-MIN-IDX
               PERFORM VARYING WS-IDX FROM WS-SORT-IDX BY 1
                         UNTIL WS-IDX > WS-ID-NUM
                   IF WS-ID-ENTRY(WS-IDX) < WS-ID-ENTRY(WS-MIN-IDX)
                       MOVE WS-IDX TO WS-MIN-IDX
                   END-IF
               END-PERFORM
               IF WS-MIN-IDX NOT = WS-SORT-IDX
                   MOVE WS-ID-ENTRY(WS-SORT-IDX) TO WS-SWAP-ID
                   MOVE WS-ID-ENTRY(WS-MIN-IDX)
                       TO WS-ID-ENTRY(WS-SORT-IDX)
                   MOVE WS-SWAP-ID TO WS-ID-ENTRY(WS-MIN-IDX)
               END-IF
           END-PERFORM.
           EXIT.
      ************************************************************************
      * SECOND PASS, ONE JOB PER LINE.  WS-READ-COUNT IS THE LINE'S
      * PLACE IN THE OLD QUEUE AND PICKS ITS QUEUE POSITION.
       100-CONVERT-ONE-JOB     SECTION.
           IF WS-READ-COUNT > WS-ID-NUM
               ADD 1 TO WS-FAIL-COUNT
               DISPLAY 'job not converted - pipe file grew during run'
               EXIT SECTION
           END-IF.
           INITIALIZE DB-PRINTQ.
           UNSTRING OLD-LINE DELIMITED BY '|'
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
                    DB-PRINTQ-BIZDATE.
           IF DB-PRINTQ-JOBID = SPACE
               ADD 1 TO WS-NEWID-IDX
               IF WS-NEWID-IDX > WS-NEWID-NUM
                   ADD 1 TO WS-FAIL-COUNT
                   DISPLAY 'job not converted - no job id: '
                       DB-PRINTQ-FILENAME
                   EXIT SECTION
               END-IF
               MOVE WS-NEWID-ENTRY(WS-NEWID-IDX) TO DB-PRINTQ-JOBID
           END-IF.
           MOVE WS-ID-ENTRY(WS-READ-COUNT) TO DB-PRINTQ-SEQ.
           IF DB-PRINTQ-COPIES = ZERO
               MOVE 1 TO DB-PRINTQ-COPIES
           END-IF.
           MOVE 'WRITE' TO DB-PRINTQ-FUNC.
           CALL 'PRINTQ' USING DB-PRINTQ.
           EVALUATE DB-PRINTQ-RC
             WHEN 0
               ADD 1 TO WS-LOAD-COUNT
             WHEN 2
               ADD 1 TO WS-SKIP-COUNT
             WHEN OTHER
               ADD 1 TO WS-FAIL-COUNT
               DISPLAY 'job not converted: ' DB-PRINTQ-JOBID
                   ' ' DB-PRINTQ-FILENAME
           END-EVALUATE.
           EXIT.
