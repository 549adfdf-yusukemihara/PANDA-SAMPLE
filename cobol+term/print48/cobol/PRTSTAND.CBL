       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PRTSTAND.
      ******************************************************************
      * STANDING PRINT ORDERS.  DEPARTMENTS THAT PRINT THE SAME
      * DOCUMENT ON A FIXED CYCLE KEEP A STANDING ORDER FOR IT ON THE
      * STANDING-ORDER SCREEN.  EACH PASS OF THIS JOB WORKS OUT THE
      * LATEST OCCURRENCE OF EVERY ACTIVE ORDER UP TO THE RUN DATE:
      *   - WEEKLY ORDERS FALL ON A DAY OF THE WEEK.
      *   - MONTHLY ORDERS FALL ON THE NTH BUSINESS DAY OF THE MONTH
      *     AT THE PRINTER'S SITE, OR ITS LAST BUSINESS DAY WHEN THE
      *     MONTH HAS FEWER.
      * AN OCCURRENCE NOT YET PLACED IS PUT ON THE PRINT QUEUE AS A
      * NEW JOB WITH A FRESH JOB ID, ROUTED AS THE PRINT SCREEN ROUTES
      * IT.  NOTHING IS PLACED WHILE THE PRINTER'S SITE IS CLOSED, SO
      * AN OCCURRENCE ON A NON-BUSINESS DAY GOES OUT ON THE NEXT
      * BUSINESS DAY.  AN ORDER PAST ITS END DATE IS MARKED ENDED.
      * AN ORDINARY RUN TAKES EACH ORDER'S RUN DATE AS THE DATE IT IS
      * NOW AT THE PRINTER'S SITE; A CATCH-UP RUN USES ITS PROCESSING
      * DATE FOR EVERY ORDER.
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
           SELECT STOFD    ASSIGN TO STO-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS STO-FILE-ST.
           SELECT PRTFD    ASSIGN TO PRT-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS PRT-FILE-ST.
           SELECT ROUTEFD  ASSIGN TO ROUTE-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS ROUTE-FILE-ST.
       DATA                DIVISION.
       FILE                SECTION.
           FD  STOFD.
           01  STO-LINE            PIC X(250).
           FD  PRTFD.
           01  PRT-LINE            PIC X(250).
           FD  ROUTEFD.
           01  ROUTE-LINE          PIC X(40).
       WORKING-STORAGE     SECTION.
            COPY    "DB-STANDING".
            COPY    "DB-PRINTER".
            COPY    "DB-PRTOUTAGE".
            COPY    "DB-PRINTQ".
            COPY    "DB-FILELOCK".
            COPY    "DB-TZCONV".
            COPY    "DB-JOBID".
            COPY    "DB-BIZDAY".
            COPY    "DB-BUSDATE".
       01  STO-FILE            PIC X(80)
                               VALUE './cobol/print-standing.dat'.
       01  STO-FILE-ST         PIC X(02).
       01  PRT-FILE            PIC X(80)
                               VALUE './cobol/printer-defs.dat'.
       01  PRT-FILE-ST         PIC X(02).
       01  ROUTE-FILE          PIC X(80)
                               VALUE './cobol/printer-routes.dat'.
       01  ROUTE-FILE-ST       PIC X(02).
       01  QUEUE-FILE          PIC X(80)
                               VALUE './cobol/printqueue.idx'.
       01  WS-IDX              PIC 9(4).
       01  WS-PRT-IDX          PIC 9(4).
       01  WS-ROUTE-IDX        PIC 9(4).
       01  WS-DEST-PRINTER     PIC X(8).
       01  WS-ROUTED-FROM      PIC X(8).
       01  WS-DEST-LOC         PIC X(20).
       01  WS-TIMESTAMP        PIC X(21).
       01  WS-RUN-DATE         PIC X(8).
       01  WS-RUN-DAYS         PIC 9(7).
       01  WS-CATCH-UP         PIC X(1).
       01  WS-WORK-DATE        PIC 9(8).
       01  WS-WORK-DAYS        PIC 9(7).
       01  WS-DOW              PIC 9(1).
       01  WS-BACK             PIC 9(1).
       01  WS-OCC-DATE         PIC X(8).
       01  WS-MONTH-FIRST      PIC X(8).
       01  WS-MONTH-OCC        PIC X(8).
       01  WS-PLACED-COUNT     PIC 9(4) VALUE 0.
       01  WS-DEFER-COUNT      PIC 9(4) VALUE 0.
       01  WS-ENDED-COUNT      PIC 9(4) VALUE 0.
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
               PERFORM 010-RUN-STANDING
           END-EVALUATE.
           EXIT    PROGRAM.
      ************************************************************************
       010-RUN-STANDING        SECTION.
           MOVE 0 TO WS-PLACED-COUNT WS-DEFER-COUNT WS-ENDED-COUNT.
      * A CATCH-UP RUN PASSES THE MISSED BUSINESS DATE AS THE
      * PROCESSING DATE; OTHERWISE THE RUN IS FOR TODAY.
           IF SPA-PROCDATE NOT = SPACE
              AND SPA-PROCDATE NOT = LOW-VALUE
               MOVE SPA-PROCDATE TO WS-RUN-DATE
               MOVE 'Y' TO WS-CATCH-UP
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
               MOVE 'N' TO WS-CATCH-UP
           END-IF.
           MOVE WS-RUN-DATE TO WS-WORK-DATE.
           COMPUTE WS-RUN-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-WORK-DATE).
           MOVE 'ACQUIRE' TO DB-FILELOCK-FUNC.
           MOVE STO-FILE TO DB-FILELOCK-FILE.
           MOVE MCP-TERM TO DB-FILELOCK-OWNER.
           MOVE 30 TO DB-FILELOCK-TIMEOUT.
           CALL 'FILELOCK' USING DB-FILELOCK.
           IF DB-FILELOCK-RC = 2
               DISPLAY 'standing orders locked by ' DB-FILELOCK-HOLDER
                   ' - pass deferred'
               EXIT SECTION
           END-IF.
           MOVE 'ACQUIRE' TO DB-FILELOCK-FUNC.
           MOVE QUEUE-FILE TO DB-FILELOCK-FILE.
           MOVE MCP-TERM TO DB-FILELOCK-OWNER.
           MOVE 30 TO DB-FILELOCK-TIMEOUT.
           CALL 'FILELOCK' USING DB-FILELOCK.
           IF DB-FILELOCK-RC = 2
               DISPLAY 'print queue locked by ' DB-FILELOCK-HOLDER
                   ' - pass deferred'
               MOVE 'RELEASE' TO DB-FILELOCK-FUNC
               MOVE STO-FILE TO DB-FILELOCK-FILE
               CALL 'FILELOCK' USING DB-FILELOCK
               EXIT SECTION
           END-IF.
           PERFORM 130-LOAD-PRINTERS.
           PERFORM 140-LOAD-ROUTES.
           INITIALIZE DB-BUSDATE.
           MOVE 'GET'       TO DB-BUSDATE-FUNC.
           CALL 'BUSDATE' USING DB-BUSDATE.
           PERFORM 100-LOAD-REGISTER.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > DB-STAND-NUM
               IF DB-STAND-STATUS(WS-IDX) = 'ACTIVE'
                   PERFORM 200-CHECK-ORDER
               END-IF
           END-PERFORM.
           PERFORM 110-SAVE-REGISTER.
           MOVE 'RELEASE' TO DB-FILELOCK-FUNC.
           MOVE QUEUE-FILE TO DB-FILELOCK-FILE.
           MOVE MCP-TERM TO DB-FILELOCK-OWNER.
           CALL 'FILELOCK' USING DB-FILELOCK.
           MOVE 'RELEASE' TO DB-FILELOCK-FUNC.
           MOVE STO-FILE TO DB-FILELOCK-FILE.
           CALL 'FILELOCK' USING DB-FILELOCK.
           MOVE WS-PLACED-COUNT TO SPA-NUM.
           DISPLAY 'standing jobs placed:' WS-PLACED-COUNT
                   ' deferred:' WS-DEFER-COUNT
                   ' orders ended:' WS-ENDED-COUNT.
           EXIT.
      ************************************************************************
       100-LOAD-REGISTER       SECTION.
           MOVE 0 TO DB-STAND-NUM.
           OPEN INPUT STOFD.
           IF STO-FILE-ST = "00"
               PERFORM UNTIL STO-FILE-ST NOT = "00"
                        OR DB-STAND-NUM >= 200
                   READ STOFD INTO STO-LINE
                   IF STO-FILE-ST = "00" AND STO-LINE NOT = SPACE
                       ADD 1 TO DB-STAND-NUM
                       INITIALIZE DB-STAND-ENTRY(DB-STAND-NUM)
                       UNSTRING STO-LINE DELIMITED BY '|'
                           INTO DB-STAND-ID(DB-STAND-NUM)
                                DB-STAND-FILENAME(DB-STAND-NUM)
                                DB-STAND-DEPT(DB-STAND-NUM)
                                DB-STAND-ACCOUNT(DB-STAND-NUM)
                                DB-STAND-PAGES(DB-STAND-NUM)
                                DB-STAND-COPIES(DB-STAND-NUM)
                                DB-STAND-DUPLEX(DB-STAND-NUM)
                                DB-STAND-PAPER(DB-STAND-NUM)
                                DB-STAND-PRINTER(DB-STAND-NUM)
                                DB-STAND-CONFID(DB-STAND-NUM)
                                DB-STAND-FREQ(DB-STAND-NUM)
                                DB-STAND-DAY(DB-STAND-NUM)
                                DB-STAND-STATUS(DB-STAND-NUM)
                                DB-STAND-START(DB-STAND-NUM)
                                DB-STAND-END(DB-STAND-NUM)
                                DB-STAND-LASTDATE(DB-STAND-NUM)
                                DB-STAND-OWNER(DB-STAND-NUM)
                   END-IF
               END-PERFORM
               CLOSE STOFD
           END-IF.
           EXIT.
      ************************************************************************
       110-SAVE-REGISTER       SECTION.
           OPEN OUTPUT STOFD.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > DB-STAND-NUM
               MOVE SPACE TO STO-LINE
               STRING DB-STAND-ID(WS-IDX)       DELIMITED BY SPACE
                      '|'                       DELIMITED BY SIZE
                      DB-STAND-FILENAME(WS-IDX) DELIMITED BY SPACE
                      '|'                       DELIMITED BY SIZE
                      DB-STAND-DEPT(WS-IDX)     DELIMITED BY '  '
                      '|'                       DELIMITED BY SIZE
                      DB-STAND-ACCOUNT(WS-IDX)  DELIMITED BY '  '
                      '|'                       DELIMITED BY SIZE
                      DB-STAND-PAGES(WS-IDX)    DELIMITED BY SIZE
                      '|'                       DELIMITED BY SIZE
                      DB-STAND-COPIES(WS-IDX)   DELIMITED BY SIZE
                      '|'                       DELIMITED BY SIZE
                      DB-STAND-DUPLEX(WS-IDX)   DELIMITED BY SPACE
                      '|'                       DELIMITED BY SIZE
                      DB-STAND-PAPER(WS-IDX)    DELIMITED BY SPACE
                      '|'                       DELIMITED BY SIZE
                      DB-STAND-PRINTER(WS-IDX)  DELIMITED BY SPACE
                      '|'                       DELIMITED BY SIZE
                      DB-STAND-CONFID(WS-IDX)   DELIMITED BY SPACE
                      '|'                       DELIMITED BY SIZE
                      DB-STAND-FREQ(WS-IDX)     DELIMITED BY SPACE
                      '|'                       DELIMITED BY SIZE
                      DB-STAND-DAY(WS-IDX)      DELIMITED BY SIZE
                      '|'                       DELIMITED BY SIZE
                      DB-STAND-STATUS(WS-IDX)   DELIMITED BY SPACE
                      '|'                       DELIMITED BY SIZE
                      DB-STAND-START(WS-IDX)    DELIMITED BY SPACE
                      '|'                       DELIMITED BY SIZE
                      DB-STAND-END(WS-IDX)      DELIMITED BY SPACE
                      '|'                       DELIMITED BY SIZE
                      DB-STAND-LASTDATE(WS-IDX) DELIMITED BY SPACE
                      '|'                       DELIMITED BY SIZE
                      DB-STAND-OWNER(WS-IDX)    DELIMITED BY SPACE
                      INTO STO-LINE
               END-STRING
               WRITE STO-LINE
           END-PERFORM.
           CLOSE STOFD.
           EXIT.
      ************************************************************************
       130-LOAD-PRINTERS       SECTION.
           MOVE 0 TO DB-PRINTER-NUM.
           OPEN INPUT PRTFD.
           IF PRT-FILE-ST = "00"
               PERFORM UNTIL PRT-FILE-ST NOT = "00"
                        OR DB-PRINTER-NUM >= 20
                   READ PRTFD INTO PRT-LINE
                   IF PRT-FILE-ST = "00" AND PRT-LINE NOT = SPACE
                       ADD 1 TO DB-PRINTER-NUM
                       UNSTRING PRT-LINE DELIMITED BY '|'
                           INTO DB-PRINTER-CODE(DB-PRINTER-NUM)
                                DB-PRINTER-DESC(DB-PRINTER-NUM)
                                DB-PRINTER-LOC(DB-PRINTER-NUM)
                                DB-PRINTER-STATUS(DB-PRINTER-NUM)
                                DB-PRINTER-BACKUP(DB-PRINTER-NUM)
                   END-IF
               END-PERFORM
               CLOSE PRTFD
           END-IF.
           EXIT.
      ************************************************************************
       140-LOAD-ROUTES         SECTION.
           MOVE 0 TO DB-PRTROUTE-NUM.
           OPEN INPUT ROUTEFD.
           IF ROUTE-FILE-ST = "00"
               PERFORM UNTIL ROUTE-FILE-ST NOT = "00"
                        OR DB-PRTROUTE-NUM >= 50
                   READ ROUTEFD INTO ROUTE-LINE
                   IF ROUTE-FILE-ST = "00" AND ROUTE-LINE NOT = SPACE
                       ADD 1 TO DB-PRTROUTE-NUM
                       UNSTRING ROUTE-LINE DELIMITED BY '|'
                           INTO DB-PRTROUTE-DEPT(DB-PRTROUTE-NUM)
                                DB-PRTROUTE-PRINTER(DB-PRTROUTE-NUM)
                   END-IF
               END-PERFORM
               CLOSE ROUTEFD
           END-IF.
           EXIT.
      ************************************************************************
       200-CHECK-ORDER         SECTION.
      * THE ORDER IS DUE WHEN ITS LATEST OCCURRENCE FALLS INSIDE ITS
      * START AND END DATES AND HAS NOT ALREADY BEEN PLACED.
           PERFORM 210-ROUTE-ORDER.
           IF WS-CATCH-UP = 'N'
               PERFORM 215-SITE-RUN-DATE
           END-IF.
           MOVE SPACE TO WS-OCC-DATE.
           IF DB-STAND-FREQ(WS-IDX) = 'W'
               PERFORM 220-WEEKLY-OCCURRENCE
           ELSE
               PERFORM 230-MONTHLY-OCCURRENCE
           END-IF.
           IF WS-OCC-DATE = SPACE
              OR WS-OCC-DATE > WS-RUN-DATE
              OR WS-OCC-DATE <= DB-STAND-LASTDATE(WS-IDX)
              OR WS-OCC-DATE < DB-STAND-START(WS-IDX)
              OR (DB-STAND-END(WS-IDX) NOT = SPACE
                  AND WS-OCC-DATE > DB-STAND-END(WS-IDX))
               IF DB-STAND-END(WS-IDX) NOT = SPACE
                  AND DB-STAND-END(WS-IDX) < WS-RUN-DATE
                   MOVE 'ENDED' TO DB-STAND-STATUS(WS-IDX)
                   ADD 1 TO WS-ENDED-COUNT
                   DISPLAY 'standing order ' DB-STAND-ID(WS-IDX)
                       ' ended ' DB-STAND-END(WS-IDX)
               END-IF
               EXIT SECTION
           END-IF.
           PERFORM 240-CHECK-SITE-OPEN.
           IF DB-BIZDAY-FLAG NOT = 'Y'
               ADD 1 TO WS-DEFER-COUNT
               DISPLAY 'standing order ' DB-STAND-ID(WS-IDX)
                   ' deferred - site closed today'
               EXIT SECTION
           END-IF.
           PERFORM 300-PLACE-JOB.
           EXIT.
      ************************************************************************
       210-ROUTE-ORDER         SECTION.
      * AN ORDER NAMING ITS OWN PRINTER GOES THERE; OTHERWISE IT IS
      * ROUTED BY DEPARTMENT.  EITHER WAY A PRINTER OUT OF SERVICE
      * PASSES THE JOB TO ITS BACKUP.
           MOVE DB-STAND-PRINTER(WS-IDX) TO WS-DEST-PRINTER.
           MOVE SPACE TO WS-ROUTED-FROM.
           IF WS-DEST-PRINTER = SPACE
               PERFORM VARYING WS-ROUTE-IDX FROM 1 BY 1
                         UNTIL WS-ROUTE-IDX > DB-PRTROUTE-NUM
                   IF DB-PRTROUTE-DEPT(WS-ROUTE-IDX)
                          = DB-STAND-DEPT(WS-IDX)
                       MOVE DB-PRTROUTE-PRINTER(WS-ROUTE-IDX)
                           TO WS-DEST-PRINTER
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-DEST-PRINTER = SPACE
               PERFORM VARYING WS-ROUTE-IDX FROM 1 BY 1
                         UNTIL WS-ROUTE-IDX > DB-PRTROUTE-NUM
                   IF DB-PRTROUTE-DEPT(WS-ROUTE-IDX) = 'DEFAULT'
                       MOVE DB-PRTROUTE-PRINTER(WS-ROUTE-IDX)
                           TO WS-DEST-PRINTER
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.
           PERFORM VARYING WS-PRT-IDX FROM 1 BY 1
                     UNTIL WS-PRT-IDX > DB-PRINTER-NUM
               IF DB-PRINTER-CODE(WS-PRT-IDX) = WS-DEST-PRINTER
                   IF DB-PRINTER-STATUS(WS-PRT-IDX) NOT = 'INSERVICE'
                      AND DB-PRINTER-BACKUP(WS-PRT-IDX) NOT = SPACE
                       MOVE WS-DEST-PRINTER TO WS-ROUTED-FROM
                       MOVE DB-PRINTER-BACKUP(WS-PRT-IDX)
                           TO WS-DEST-PRINTER
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           MOVE SPACE TO WS-DEST-LOC.
           PERFORM VARYING WS-PRT-IDX FROM 1 BY 1
                     UNTIL WS-PRT-IDX > DB-PRINTER-NUM
               IF DB-PRINTER-CODE(WS-PRT-IDX) = WS-DEST-PRINTER
                   MOVE DB-PRINTER-LOC(WS-PRT-IDX) TO WS-DEST-LOC
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           EXIT.
      ************************************************************************
       215-SITE-RUN-DATE       SECTION.
           INITIALIZE DB-TZCONV.
           MOVE 'NOW' TO DB-TZCONV-FUNC.
           MOVE WS-DEST-LOC TO DB-TZCONV-LOCATION.
           CALL 'TZCONV' USING DB-TZCONV.
           MOVE DB-TZCONV-TS-OUT(1:8) TO WS-RUN-DATE.
           MOVE WS-RUN-DATE TO WS-WORK-DATE.
           COMPUTE WS-RUN-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-WORK-DATE).
           EXIT.
      ************************************************************************
       220-WEEKLY-OCCURRENCE   SECTION.
      * THE LATEST DATE ON OR BEFORE THE RUN DATE FALLING ON THE
      * ORDER'S DAY OF THE WEEK.  DAY NUMBER 1 IS MONDAY.
           IF DB-STAND-DAY(WS-IDX) < 1 OR DB-STAND-DAY(WS-IDX) > 7
               EXIT SECTION
           END-IF.
           COMPUTE WS-DOW = FUNCTION MOD(WS-RUN-DAYS, 7).
           IF WS-DOW = 0
               MOVE 7 TO WS-DOW
           END-IF.
           COMPUTE WS-BACK =
               FUNCTION MOD(WS-DOW - DB-STAND-DAY(WS-IDX) + 7, 7).
           MOVE FUNCTION DATE-OF-INTEGER(WS-RUN-DAYS - WS-BACK)
               TO WS-OCC-DATE.
           EXIT.
      ************************************************************************
       230-MONTHLY-OCCURRENCE  SECTION.
      * THIS MONTH'S OCCURRENCE, OR LAST MONTH'S WHILE THIS MONTH'S IS
      * STILL TO COME - SO A MONTH-END ORDER MISSED DURING AN OUTAGE
      * IS STILL PLACED ON THE FIRST PASS AFTER IT.
           IF DB-STAND-DAY(WS-IDX) < 1 OR DB-STAND-DAY(WS-IDX) > 23
               EXIT SECTION
           END-IF.
           MOVE WS-RUN-DATE(1:6) TO WS-MONTH-FIRST(1:6).
           MOVE '01' TO WS-MONTH-FIRST(7:2).
           PERFORM 235-MONTH-BIZDAY.
           IF WS-MONTH-OCC > WS-RUN-DATE
               MOVE WS-MONTH-FIRST TO WS-WORK-DATE
               COMPUTE WS-WORK-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-WORK-DATE) - 1
               COMPUTE WS-WORK-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-WORK-DAYS)
               MOVE WS-WORK-DATE TO WS-MONTH-FIRST
               MOVE '01' TO WS-MONTH-FIRST(7:2)
               PERFORM 235-MONTH-BIZDAY
           END-IF.
           MOVE WS-MONTH-OCC TO WS-OCC-DATE.
           EXIT.
      ************************************************************************
       235-MONTH-BIZDAY        SECTION.
      * THE NTH BUSINESS DAY OF THE MONTH STARTING WS-MONTH-FIRST, ON
      * THE CALENDAR OF THE PRINTER'S SITE.  A MONTH WITH FEWER
      * BUSINESS DAYS THAN THAT GIVES ITS LAST BUSINESS DAY.
           MOVE WS-MONTH-FIRST TO WS-WORK-DATE.
           COMPUTE WS-WORK-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-WORK-DATE) - 1.
           COMPUTE WS-WORK-DATE =
               FUNCTION DATE-OF-INTEGER(WS-WORK-DAYS).
           INITIALIZE DB-BIZDAY.
           MOVE 'OFFSET' TO DB-BIZDAY-FUNC.
           MOVE WS-WORK-DATE TO DB-BIZDAY-DATE.
           MOVE DB-STAND-DAY(WS-IDX) TO DB-BIZDAY-OFFSET.
           MOVE WS-DEST-LOC TO DB-BIZDAY-LOCATION.
           CALL 'BIZDAY' USING DB-BIZDAY.
           MOVE DB-BIZDAY-RESULT TO WS-MONTH-OCC.
           IF WS-MONTH-OCC(1:6) NOT = WS-MONTH-FIRST(1:6)
               MOVE WS-MONTH-OCC(1:6) TO DB-BIZDAY-DATE(1:6)
               MOVE '01' TO DB-BIZDAY-DATE(7:2)
               MOVE -1 TO DB-BIZDAY-OFFSET
               CALL 'BIZDAY' USING DB-BIZDAY
               MOVE DB-BIZDAY-RESULT TO WS-MONTH-OCC
           END-IF.
           EXIT.
      ************************************************************************
       240-CHECK-SITE-OPEN     SECTION.
           INITIALIZE DB-BIZDAY.
           MOVE 'CHECK' TO DB-BIZDAY-FUNC.
           MOVE WS-RUN-DATE TO DB-BIZDAY-DATE.
           MOVE WS-DEST-LOC TO DB-BIZDAY-LOCATION.
           CALL 'BIZDAY' USING DB-BIZDAY.
           EXIT.
      ************************************************************************
       300-PLACE-JOB           SECTION.
           CALL 'JOBID' USING DB-JOBID.
           IF DB-JOBID-RC NOT = ZERO
               DISPLAY 'standing order ' DB-STAND-ID(WS-IDX)
                   ' not placed - no job id available'
               EXIT SECTION
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:21) TO WS-TIMESTAMP.
           INITIALIZE DB-PRINTQ.
           MOVE DB-JOBID-VALUE TO DB-PRINTQ-JOBID.
           MOVE DB-STAND-FILENAME(WS-IDX) TO DB-PRINTQ-FILENAME.
           MOVE 'RUNNING'   TO DB-PRINTQ-STATUS.
           MOVE DB-STAND-ACCOUNT(WS-IDX) TO DB-PRINTQ-ACCOUNT.
           MOVE DB-STAND-DEPT(WS-IDX) TO DB-PRINTQ-DEPT.
           MOVE DB-STAND-PAGES(WS-IDX) TO DB-PRINTQ-PAGES.
           MOVE WS-TIMESTAMP TO DB-PRINTQ-TIME.
           MOVE WS-DEST-PRINTER TO DB-PRINTQ-PRINTER.
           MOVE 0           TO DB-PRINTQ-RETRIES.
           MOVE 0           TO DB-PRINTQ-ACTPAGES.
           MOVE DB-STAND-COPIES(WS-IDX) TO DB-PRINTQ-COPIES.
           IF DB-PRINTQ-COPIES = ZERO
               MOVE 1 TO DB-PRINTQ-COPIES
           END-IF.
           MOVE DB-STAND-DUPLEX(WS-IDX) TO DB-PRINTQ-DUPLEX.
           MOVE DB-STAND-PAPER(WS-IDX) TO DB-PRINTQ-PAPER.
           MOVE DB-BUSDATE-DATE TO DB-PRINTQ-BIZDATE.
           IF DB-STAND-CONFID(WS-IDX) = 'Y'
               MOVE 'Y'     TO DB-PRINTQ-CONFID
           ELSE
               MOVE SPACE   TO DB-PRINTQ-CONFID
           END-IF.
           MOVE 'WRITE' TO DB-PRINTQ-FUNC.
           CALL 'PRINTQ' USING DB-PRINTQ.
           IF DB-PRINTQ-RC NOT = ZERO
               DISPLAY 'standing order ' DB-STAND-ID(WS-IDX)
                   ' not placed - rc ' DB-PRINTQ-RC
               EXIT SECTION
           END-IF.
           MOVE WS-OCC-DATE TO DB-STAND-LASTDATE(WS-IDX).
           ADD 1 TO WS-PLACED-COUNT.
           IF WS-ROUTED-FROM NOT = SPACE
               MOVE 'DIVERT'        TO DB-PRTOUTAGE-FUNC
               MOVE WS-ROUTED-FROM  TO DB-PRTOUTAGE-PRINTER
               MOVE WS-DEST-PRINTER TO DB-PRTOUTAGE-BACKUP
               MOVE DB-PRINTQ-JOBID TO DB-PRTOUTAGE-JOBID
               MOVE 'PRTSTAND'      TO DB-PRTOUTAGE-SOURCE
               MOVE MCP-USER        TO DB-PRTOUTAGE-USER
               CALL 'PRTOUTAGE' USING DB-PRTOUTAGE
           END-IF.
           DISPLAY 'standing order ' DB-STAND-ID(WS-IDX)
               ' for ' WS-OCC-DATE ' placed as job ' DB-PRINTQ-JOBID.
           EXIT.
