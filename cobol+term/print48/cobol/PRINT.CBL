       CONFIGURATION       SECTION.
       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
           SELECT COVERFD  ASSIGN TO COVER-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS COVER-FILE-ST.
                           FILE STATUS IS HIST-FILE-ST.
       DATA                DIVISION.
       FILE                SECTION.
           FD  COVERFD.
           01  COVER-LINE          PIC X(200).
           FD  PRTFD.
           01  PRT-LINE            PIC X(250).
           FD  ROUTEFD.
           01  ROUTE-LINE          PIC X(40).
           FD  TPLFD.
              02 IMPORTFILE PIC X(8).
            COPY    "DB-PATH".
            COPY    "DB-WORK".
            COPY    "DB-PRINTQ".
            COPY    "DB-FILELOCK".
            COPY    "DB-PRINTER".
            COPY    "DB-PRTOUTAGE".
            COPY    "DB-JOBID".
            COPY    "DB-ACCESSLOG".
            COPY    "DB-DEPTMAST".
            COPY    "DB-BUSDATE".
       01  QUEUE-FILE          PIC X(80)
                               VALUE './cobol/printqueue.idx'.
       01  COVER-FILE          PIC X(80).
       01  COVER-FILE-ST       PIC X(02).
       01  PRT-FILE            PIC X(80)
       01  ROUTE-FILE          PIC X(80)
                               VALUE './cobol/printer-routes.dat'.
       01  ROUTE-FILE-ST       PIC X(02).
       01  WS-JOB-FOUND        PIC X(1).
       01  WS-JOB-STATUS       PIC X(10).
       01  WS-PRT-IDX          PIC 9(4).
       01  WS-ROUTE-IDX        PIC 9(4).
       01  WS-DEST-PRINTER     PIC X(8).
       01  WS-ROUTED-FROM      PIC X(8).
       01  WS-TIMESTAMP        PIC X(21).
       01  TPL-FILE            PIC X(80)
                               VALUE './cobol/cover-templates.dat'.
           IF WS-REQ-END-CS < WS-REQ-START-CS
               ADD 8640000 TO WS-REQ-END-CS
           END-IF.
           MOVE SPACE TO DB-ACCESSLOG-CLIENT.
           COMPUTE DB-ACCESSLOG-ELAPSED =
               (WS-REQ-END-CS - WS-REQ-START-CS) * 10.
           CALL 'ACCESSLOG' USING
               EXIT SECTION
           END-IF.

           PERFORM 110-FIND-JOB.

           IF WS-JOB-FOUND = 'N'
               PERFORM 205-VALIDATE-DEPT
               IF DB-DEPTMAST-FLAG = 'Y'
                   PERFORM 200-ENQUEUE-JOB
                   IF DB-PRINTQ-RC = ZERO
                       MOVE 202 TO HTTP-STATUS
                   ELSE
                       MOVE 500 TO HTTP-STATUS
                   END-IF
                   MOVE LOW-VALUE TO BODY
               ELSE
                   DISPLAY 'unknown department: ' DEPARTMENT
                   MOVE LOW-VALUE TO BODY
               END-IF
           ELSE
               EVALUATE DB-PRINTQ-STATUS
                 WHEN 'RUNNING'
                   MOVE 202 TO HTTP-STATUS
                   MOVE LOW-VALUE TO BODY
           CALL 'FILELOCK' USING DB-FILELOCK.
           DISPLAY 'body:' BODY
           EXIT.
      ************************************************************************
       110-FIND-JOB             SECTION.
           MOVE 'N' TO WS-JOB-FOUND.
           IF JOBREF = SPACE OR JOBREF = LOW-VALUE
               CONTINUE
           ELSE
               INITIALIZE DB-PRINTQ
               MOVE 'READ'  TO DB-PRINTQ-FUNC
               MOVE JOBREF  TO DB-PRINTQ-JOBID
               CALL 'PRINTQ' USING DB-PRINTQ
               IF DB-PRINTQ-RC = ZERO
                   MOVE 'Y' TO WS-JOB-FOUND
               END-IF
           END-IF.
           EXIT.
           EXIT.
      ************************************************************************
       200-ENQUEUE-JOB          SECTION.
      * THE JOB IS ROUTED AND CHECKED AGAINST ITS DEPARTMENT BUDGET
      * BEFORE IT IS BUILT, SINCE THE BUDGET CHECK WALKS THE QUEUE.
           MOVE FUNCTION CURRENT-DATE(1:21) TO WS-TIMESTAMP.
           INITIALIZE DB-BUSDATE.
           MOVE 'GET'       TO DB-BUSDATE-FUNC.
           CALL 'BUSDATE' USING DB-BUSDATE.
           IF COPIES = ZERO
               MOVE 1 TO COPIES
           END-IF.
           IF DUPLEX NOT = 'Y'
               MOVE 'N' TO DUPLEX
           END-IF.
           IF PAPERSIZE = SPACE OR PAPERSIZE = LOW-VALUE
               MOVE 'A4' TO PAPERSIZE
           END-IF.
           CALL 'JOBID' USING DB-JOBID.
           MOVE DB-JOBID-VALUE TO JOBREF.
           PERFORM 230-LOAD-PRINTERS.
           PERFORM 240-LOAD-ROUTES.
           PERFORM 250-ROUTE-JOB.
           MOVE 'RUNNING'   TO WS-JOB-STATUS.
           PERFORM 260-CHECK-BUDGET.
           INITIALIZE DB-PRINTQ.
           MOVE DB-JOBID-VALUE TO DB-PRINTQ-JOBID.
           MOVE FILENAME    TO DB-PRINTQ-FILENAME.
           MOVE WS-JOB-STATUS TO DB-PRINTQ-STATUS.
           MOVE ACCOUNT     TO DB-PRINTQ-ACCOUNT.
           MOVE DEPARTMENT  TO DB-PRINTQ-DEPT.
           MOVE PAGECOUNT   TO DB-PRINTQ-PAGES.
           MOVE WS-TIMESTAMP TO DB-PRINTQ-TIME.
           MOVE WS-DEST-PRINTER TO DB-PRINTQ-PRINTER.
           MOVE 0           TO DB-PRINTQ-RETRIES.
           MOVE 0           TO DB-PRINTQ-ACTPAGES.
           MOVE COPIES      TO DB-PRINTQ-COPIES.
           MOVE DUPLEX      TO DB-PRINTQ-DUPLEX.
           MOVE PAPERSIZE   TO DB-PRINTQ-PAPER.
           MOVE DB-BUSDATE-DATE TO DB-PRINTQ-BIZDATE.
      * A CONFIDENTIAL JOB IS HELD AT DISPATCH UNTIL ITS OWNER
      * RELEASES IT FROM A TERMINAL BESIDE THE PRINTER.
           IF CONFIDENTIAL = 'Y'
               MOVE 'Y'     TO DB-PRINTQ-CONFID
           ELSE
               MOVE SPACE   TO DB-PRINTQ-CONFID
           END-IF.
           PERFORM 210-WRITE-COVER-SHEET.
           PERFORM 220-WRITE-JOB.
           IF DB-PRINTQ-RC = ZERO AND WS-ROUTED-FROM NOT = SPACE
               PERFORM 255-LOG-DIVERSION
           END-IF.
           EXIT.
      ************************************************************************
       210-WRITE-COVER-SHEET    SECTION.
           WRITE COVER-LINE.
           EXIT.
      ************************************************************************
       220-WRITE-JOB             SECTION.
           MOVE 'WRITE' TO DB-PRINTQ-FUNC.
           CALL 'PRINTQ' USING DB-PRINTQ.
           IF DB-PRINTQ-RC NOT = ZERO
               DISPLAY 'print job ' DB-PRINTQ-JOBID
                   ' not queued - rc ' DB-PRINTQ-RC
           END-IF.
           EXIT.
      ************************************************************************
       230-LOAD-PRINTERS         SECTION.
      ************************************************************************
       250-ROUTE-JOB             SECTION.
           MOVE SPACE TO WS-DEST-PRINTER.
           MOVE SPACE TO WS-ROUTED-FROM.
           PERFORM VARYING WS-ROUTE-IDX FROM 1 BY 1
                     UNTIL WS-ROUTE-IDX > DB-PRTROUTE-NUM
               IF DB-PRTROUTE-DEPT(WS-ROUTE-IDX) = DEPARTMENT
               IF DB-PRINTER-CODE(WS-PRT-IDX) = WS-DEST-PRINTER
                   IF DB-PRINTER-STATUS(WS-PRT-IDX) NOT = 'INSERVICE'
                      AND DB-PRINTER-BACKUP(WS-PRT-IDX) NOT = SPACE
                       MOVE WS-DEST-PRINTER TO WS-ROUTED-FROM
                       MOVE DB-PRINTER-BACKUP(WS-PRT-IDX)
                           TO WS-DEST-PRINTER
                   END-IF
               END-IF
           END-PERFORM.
           EXIT.
      ************************************************************************
       255-LOG-DIVERSION         SECTION.
      * A JOB SENT TO THE BACKUP IS COUNTED AGAINST THE PRINTER IT WAS
      * ROUTED AWAY FROM IN THE MONTHLY AVAILABILITY REPORT.
           MOVE 'DIVERT'        TO DB-PRTOUTAGE-FUNC.
           MOVE WS-ROUTED-FROM  TO DB-PRTOUTAGE-PRINTER.
           MOVE WS-DEST-PRINTER TO DB-PRTOUTAGE-BACKUP.
           MOVE DB-PRINTQ-JOBID TO DB-PRTOUTAGE-JOBID.
           MOVE 'PRINT'         TO DB-PRTOUTAGE-SOURCE.
           MOVE MCP-USER        TO DB-PRTOUTAGE-USER.
           CALL 'PRTOUTAGE' USING DB-PRTOUTAGE.
           EXIT.
      ************************************************************************
       260-CHECK-BUDGET          SECTION.
           PERFORM 262-LOAD-BUDGETS.
               EXIT SECTION
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:6) TO WS-CUR-MONTH.
      * THE MONTH-TO-DATE FIGURE STARTS FROM THE NEW JOB ITSELF.
           MOVE PAGECOUNT TO WS-MTD-PAGES.
           INITIALIZE DB-PRINTQ.
           MOVE 'FIRST' TO DB-PRINTQ-FUNC.
           CALL 'PRINTQ' USING DB-PRINTQ.
           PERFORM UNTIL DB-PRINTQ-RC NOT = ZERO
               IF DB-PRINTQ-DEPT = DEPARTMENT
                  AND DB-PRINTQ-TIME(1:6) = WS-CUR-MONTH
                  AND DB-PRINTQ-STATUS NOT = 'CANCELLED'
                   ADD DB-PRINTQ-PAGES TO WS-MTD-PAGES
               END-IF
               MOVE 'NEXT' TO DB-PRINTQ-FUNC
               CALL 'PRINTQ' USING DB-PRINTQ
           END-PERFORM.
           PERFORM 264-ADD-ARCHIVED-MTD.
           COMPUTE WS-WARN-LEVEL =
               WS-BUD-PAGES(WS-BUD-FOUND)
               * WS-BUD-WARNPCT(WS-BUD-FOUND) / 100.
           IF WS-MTD-PAGES > WS-BUD-PAGES(WS-BUD-FOUND)
               MOVE 'HELD' TO WS-JOB-STATUS
               MOVE 'CRITICAL' TO WS-NOTE-SEV
               MOVE SPACE TO WS-NOTE-TEXT
               STRING 'monthly page budget exhausted - job '
