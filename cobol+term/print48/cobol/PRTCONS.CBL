       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PRTCONS.
      ******************************************************************
      * WEEKLY PRINTER CONSUMABLES FORECAST.  TONER AND PAPER KEPT
      * RUNNING OUT MID-SHIFT.  THIS JOB WORKS OUT, FROM THE JOBS ON
      * THE PRINT QUEUE AND IN THE PRINT HISTORY, THE IMPRESSIONS
      * (PAGES TIMES COPIES) AND SHEETS (HALVED FOR DUPLEX, BY PAPER
      * SIZE) EACH PRINTER HAS USED:
      *   - USAGE SINCE THE LAST RUN IS DEDUCTED FROM THE STOCK ON
      *     HAND HELD IN THE PRINTER DEFINITION TABLE.  ONLY WHOLE
      *     DAYS UP TO YESTERDAY ARE COUNTED, SO A REPEATED RUN DOES
      *     NOT DEDUCT ANYTHING TWICE.  A PRINTER WHOSE STOCK HAS
      *     NEVER BEEN COUNTED STARTS FROM THE STOCK RECORDED NOW.
      *   - THE DAILY RATE OVER THE RECENT WINDOW GIVES THE DAYS LEFT
      *     BEFORE EACH CONSUMABLE RUNS OUT.
      *   - A CONSUMABLE AT OR BELOW ITS REORDER POINT, OR DUE TO RUN
      *     OUT WITHIN THE SUPPLIER LEAD TIME, PUTS ITS PRINTER ON
      *     THE REORDER LIST.
      * DELIVERIES ARE RECORDED ON THE REPLENISHMENT SCREEN.
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
           SELECT PRTFD    ASSIGN TO PRT-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS PRT-FILE-ST.
           SELECT HISTFD   ASSIGN TO HIST-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS HIST-FILE-ST.
           SELECT RPTFD    ASSIGN TO RPT-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS RPT-FILE-ST.
       DATA                DIVISION.
       FILE                SECTION.
           FD  PRTFD.
           01  PRT-LINE            PIC X(250).
           FD  HISTFD.
           01  HIST-LINE           PIC X(300).
           FD  RPTFD.
           01  RPT-LINE            PIC X(132).
       WORKING-STORAGE     SECTION.
            COPY    "DB-PRINTER".
            COPY    "DB-PRINTQ".
            COPY    "DB-FILELOCK".
            COPY    "DB-RPTREPO".
       01  PRT-FILE            PIC X(80)
                               VALUE './cobol/printer-defs.dat'.
       01  PRT-FILE-ST         PIC X(02).
       01  HIST-FILE           PIC X(80)
                               VALUE './cobol/print-history.dat'.
       01  HIST-FILE-ST        PIC X(02).
       01  RPT-FILE            PIC X(80)
                               VALUE './cobol/printer-consumables.rpt'.
       01  RPT-FILE-ST         PIC X(02).
       01  WS-RATE-DAYS        PIC 9(3) VALUE 28.
       01  WS-LEAD-DAYS        PIC 9(3) VALUE 14.
       01  WS-RUN-DATE         PIC X(8).
       01  WS-THRU-DATE        PIC X(8).
       01  WS-RATE-FROM        PIC X(8).
       01  WS-WORK-DATE        PIC 9(8).
       01  WS-WORK-DAYS        PIC 9(7).
      * USAGE PER PRINTER, PARALLEL TO THE PRINTER TABLE: SINCE THE
      * LAST RUN (DEDUCTED FROM STOCK) AND OVER THE RATE WINDOW.
       01  WS-USAGE.
           05  WS-USE-ENTRY OCCURS 20 TIMES.
               10  WS-USE-IMPR         PIC 9(9).
               10  WS-RATE-IMPR        PIC 9(9).
               10  WS-USE-PAPER OCCURS 3 TIMES.
                   15  WS-USE-SHEETS   PIC 9(9).
                   15  WS-RATE-SHEETS  PIC 9(9).
       01  WS-JOB.
           05  WS-JOB-STATUS       PIC X(10).
           05  WS-JOB-PAGES        PIC 9(5).
           05  WS-JOB-TIME         PIC X(21).
           05  WS-JOB-PRINTER      PIC X(8).
           05  WS-JOB-ACTPAGES     PIC 9(5).
           05  WS-JOB-COPIES       PIC 9(3).
           05  WS-JOB-DUPLEX       PIC X(1).
           05  WS-JOB-PAPER        PIC X(8).
       01  WS-HIST-REC.
           05  WS-HIST-FILENAME    PIC X(20).
           05  WS-HIST-ACCOUNT     PIC X(20).
           05  WS-HIST-DEPT        PIC X(20).
           05  WS-HIST-JOBID       PIC X(16).
           05  WS-HIST-RETRIES     PIC 9(3).
       01  WS-JOB-IMPR         PIC 9(9).
       01  WS-JOB-SHEETS       PIC 9(9).
       01  WS-PRT-IDX          PIC 9(4).
       01  WS-STK-IDX          PIC 9(1).
       01  WS-OUT-PTR          PIC 9(4).
       01  WS-DAILY            PIC 9(9)V99.
       01  WS-DAYS-LEFT        PIC 9(5).
       01  WS-UNITS            PIC 9(7)V9.
       01  WS-UNIT-RATE        PIC 9(5)V99.
       01  WS-ITEM             PIC X(12).
       01  WS-ON-HAND          PIC 9(9).
       01  WS-UNIT-SIZE        PIC 9(6).
       01  WS-RP-UNITS         PIC 9(4).
       01  WS-RP-AMOUNT        PIC 9(9).
       01  WS-RATE-UNITS       PIC 9(9).
       01  WS-REORDER          PIC X(1).
       01  WS-PRT-DUE          PIC X(1).
       01  WS-DUE-COUNT        PIC 9(4) VALUE 0.
       01  WS-DUE-LIST.
           05  WS-DUE-PRINTER OCCURS 20 TIMES
                                   PIC X(8).
       01  WS-EDIT-UNITS       PIC ZZZZZZ9.9.
       01  WS-EDIT-RATE        PIC ZZZZ9.99.
       01  WS-EDIT-DAYS        PIC ZZZZ9.
       01  WS-EDIT-RP          PIC ZZZ9.
       01  WS-EDIT-COUNT       PIC ZZZ9.
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
               PERFORM 010-RUN-FORECAST
           END-EVALUATE.
           EXIT    PROGRAM.
      ************************************************************************
       010-RUN-FORECAST        SECTION.
           MOVE 0 TO WS-DUE-COUNT.
      * A CATCH-UP RUN PASSES THE MISSED BUSINESS DATE AS THE
      * PROCESSING DATE; OTHERWISE THE RUN IS FOR TODAY.
           IF SPA-PROCDATE NOT = SPACE
              AND SPA-PROCDATE NOT = LOW-VALUE
               MOVE SPA-PROCDATE TO WS-RUN-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           END-IF.
           MOVE WS-RUN-DATE TO WS-WORK-DATE.
           COMPUTE WS-WORK-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-WORK-DATE).
           MOVE FUNCTION DATE-OF-INTEGER(WS-WORK-DAYS - 1)
               TO WS-THRU-DATE.
           MOVE FUNCTION DATE-OF-INTEGER(
                    WS-WORK-DAYS - WS-RATE-DAYS - 1)
               TO WS-RATE-FROM.
           MOVE 'ACQUIRE' TO DB-FILELOCK-FUNC.
           MOVE PRT-FILE TO DB-FILELOCK-FILE.
           MOVE MCP-TERM TO DB-FILELOCK-OWNER.
           MOVE 30 TO DB-FILELOCK-TIMEOUT.
           CALL 'FILELOCK' USING DB-FILELOCK.
           IF DB-FILELOCK-RC = 2
               DISPLAY 'printer table locked by ' DB-FILELOCK-HOLDER
                   ' - forecast deferred'
               EXIT SECTION
           END-IF.
           PERFORM 100-LOAD-PRINTERS.
           INITIALIZE WS-USAGE.
           PERFORM 200-TALLY-QUEUE.
           PERFORM 210-TALLY-HISTORY.
           PERFORM 400-DEDUCT-USAGE.
           PERFORM 150-SAVE-PRINTERS.
           MOVE 'RELEASE' TO DB-FILELOCK-FUNC.
           MOVE PRT-FILE TO DB-FILELOCK-FILE.
           CALL 'FILELOCK' USING DB-FILELOCK.
           PERFORM 500-WRITE-REPORT.
           PERFORM 980-FILE-REPORT.
           MOVE WS-DUE-COUNT TO SPA-NUM.
           DISPLAY 'printers due for reorder:' WS-DUE-COUNT.
           EXIT.
      ************************************************************************
       100-LOAD-PRINTERS       SECTION.
           MOVE 0 TO DB-PRINTER-NUM.
           OPEN INPUT PRTFD.
           IF PRT-FILE-ST = "00"
               PERFORM UNTIL PRT-FILE-ST NOT = "00"
                        OR DB-PRINTER-NUM >= 20
                   READ PRTFD INTO PRT-LINE
                   IF PRT-FILE-ST = "00" AND PRT-LINE NOT = SPACE
                       ADD 1 TO DB-PRINTER-NUM
                       INITIALIZE DB-PRINTER-ENTRY(DB-PRINTER-NUM)
                       UNSTRING PRT-LINE DELIMITED BY '|'
                           INTO DB-PRINTER-CODE(DB-PRINTER-NUM)
                                DB-PRINTER-DESC(DB-PRINTER-NUM)
                                DB-PRINTER-LOC(DB-PRINTER-NUM)
                                DB-PRINTER-STATUS(DB-PRINTER-NUM)
                                DB-PRINTER-BACKUP(DB-PRINTER-NUM)
                                DB-PRINTER-YIELD(DB-PRINTER-NUM)
                                DB-PRINTER-TONER(DB-PRINTER-NUM)
                                DB-PRINTER-CART-RP(DB-PRINTER-NUM)
                                DB-PRINTER-CONSDATE(DB-PRINTER-NUM)
                                DB-PRINTER-PAPER(DB-PRINTER-NUM 1)
                                DB-PRINTER-REAM(DB-PRINTER-NUM 1)
                                DB-PRINTER-SHEETS(DB-PRINTER-NUM 1)
                                DB-PRINTER-REAM-RP(DB-PRINTER-NUM 1)
                                DB-PRINTER-PAPER(DB-PRINTER-NUM 2)
                                DB-PRINTER-REAM(DB-PRINTER-NUM 2)
                                DB-PRINTER-SHEETS(DB-PRINTER-NUM 2)
                                DB-PRINTER-REAM-RP(DB-PRINTER-NUM 2)
                                DB-PRINTER-PAPER(DB-PRINTER-NUM 3)
                                DB-PRINTER-REAM(DB-PRINTER-NUM 3)
                                DB-PRINTER-SHEETS(DB-PRINTER-NUM 3)
                                DB-PRINTER-REAM-RP(DB-PRINTER-NUM 3)
                   END-IF
               END-PERFORM
               CLOSE PRTFD
           ELSE
               DISPLAY 'no printer definition table'
           END-IF.
           EXIT.
      ************************************************************************
       150-SAVE-PRINTERS       SECTION.
           OPEN OUTPUT PRTFD.
           PERFORM VARYING WS-PRT-IDX FROM 1 BY 1
                     UNTIL WS-PRT-IDX > DB-PRINTER-NUM
               MOVE SPACE TO PRT-LINE
               MOVE 1 TO WS-OUT-PTR
               STRING DB-PRINTER-CODE(WS-PRT-IDX)
                                          DELIMITED BY SPACE
                      '|'                 DELIMITED BY SIZE
                      DB-PRINTER-DESC(WS-PRT-IDX)
                                          DELIMITED BY '  '
                      '|'                 DELIMITED BY SIZE
                      DB-PRINTER-LOC(WS-PRT-IDX)
                                          DELIMITED BY '  '
                      '|'                 DELIMITED BY SIZE
                      DB-PRINTER-STATUS(WS-PRT-IDX)
                                          DELIMITED BY SPACE
                      '|'                 DELIMITED BY SIZE
                      DB-PRINTER-BACKUP(WS-PRT-IDX)
                                          DELIMITED BY SPACE
                      '|'                 DELIMITED BY SIZE
                      DB-PRINTER-YIELD(WS-PRT-IDX)
                                          DELIMITED BY SIZE
                      '|'                 DELIMITED BY SIZE
                      DB-PRINTER-TONER(WS-PRT-IDX)
                                          DELIMITED BY SIZE
                      '|'                 DELIMITED BY SIZE
                      DB-PRINTER-CART-RP(WS-PRT-IDX)
                                          DELIMITED BY SIZE
                      '|'                 DELIMITED BY SIZE
                      DB-PRINTER-CONSDATE(WS-PRT-IDX)
                                          DELIMITED BY SPACE
                      INTO PRT-LINE
                      WITH POINTER WS-OUT-PTR
               END-STRING
               PERFORM VARYING WS-STK-IDX FROM 1 BY 1
                         UNTIL WS-STK-IDX > 3
                   STRING '|'             DELIMITED BY SIZE
                          DB-PRINTER-PAPER(WS-PRT-IDX WS-STK-IDX)
                                          DELIMITED BY SPACE
                          '|'             DELIMITED BY SIZE
                          DB-PRINTER-REAM(WS-PRT-IDX WS-STK-IDX)
                                          DELIMITED BY SIZE
                          '|'             DELIMITED BY SIZE
                          DB-PRINTER-SHEETS(WS-PRT-IDX WS-STK-IDX)
                                          DELIMITED BY SIZE
                          '|'             DELIMITED BY SIZE
                          DB-PRINTER-REAM-RP(WS-PRT-IDX WS-STK-IDX)
                                          DELIMITED BY SIZE
                          INTO PRT-LINE
                          WITH POINTER WS-OUT-PTR
                   END-STRING
               END-PERFORM
               WRITE PRT-LINE
           END-PERFORM.
           CLOSE PRTFD.
           EXIT.
      ************************************************************************
       200-TALLY-QUEUE         SECTION.
           INITIALIZE DB-PRINTQ.
           MOVE 'FIRST' TO DB-PRINTQ-FUNC.
           CALL 'PRINTQ' USING DB-PRINTQ.
           PERFORM UNTIL DB-PRINTQ-RC NOT = ZERO
               MOVE DB-PRINTQ-STATUS   TO WS-JOB-STATUS
               MOVE DB-PRINTQ-PAGES    TO WS-JOB-PAGES
               MOVE DB-PRINTQ-TIME     TO WS-JOB-TIME
               MOVE DB-PRINTQ-PRINTER  TO WS-JOB-PRINTER
               MOVE DB-PRINTQ-ACTPAGES TO WS-JOB-ACTPAGES
               MOVE DB-PRINTQ-COPIES   TO WS-JOB-COPIES
               MOVE DB-PRINTQ-DUPLEX   TO WS-JOB-DUPLEX
               MOVE DB-PRINTQ-PAPER    TO WS-JOB-PAPER
               PERFORM 300-TALLY-JOB
               MOVE 'NEXT' TO DB-PRINTQ-FUNC
               CALL 'PRINTQ' USING DB-PRINTQ
           END-PERFORM.
           EXIT.
      ************************************************************************
       210-TALLY-HISTORY       SECTION.
           OPEN INPUT HISTFD.
           IF HIST-FILE-ST NOT = "00"
               EXIT SECTION
           END-IF.
           PERFORM UNTIL HIST-FILE-ST NOT = "00"
               READ HISTFD
               IF HIST-FILE-ST = "00" AND HIST-LINE NOT = SPACE
                  AND HIST-LINE(1:5) NOT = '*END|'
                   INITIALIZE WS-JOB WS-HIST-REC
                   UNSTRING HIST-LINE DELIMITED BY '|'
                       INTO WS-HIST-FILENAME
                            WS-JOB-STATUS
                            WS-HIST-ACCOUNT
                            WS-HIST-DEPT
                            WS-JOB-PAGES
                            WS-JOB-TIME
                            WS-JOB-PRINTER
                            WS-HIST-JOBID
                            WS-HIST-RETRIES
                            WS-JOB-ACTPAGES
                            WS-JOB-COPIES
                            WS-JOB-DUPLEX
                            WS-JOB-PAPER
                   PERFORM 300-TALLY-JOB
               END-IF
           END-PERFORM.
           CLOSE HISTFD.
           EXIT.
      ************************************************************************
       300-TALLY-JOB           SECTION.
      * COMPLETE, DISPATCHED AND CONFIRMED ARE ALL DELIVERED WORK.
      * THE ACTUAL PAGE COUNT REPORTED BY THE PRINTER IS USED WHERE
      * THERE IS ONE; OLD LINES WITHOUT COPIES COUNT AS ONE COPY AND
      * WITHOUT A PAPER SIZE AS A4.
           IF WS-JOB-STATUS NOT = 'COMPLETE'
              AND WS-JOB-STATUS NOT = 'DISPATCHED'
              AND WS-JOB-STATUS NOT = 'CONFIRMED'
               EXIT SECTION
           END-IF.
           IF WS-JOB-TIME(1:8) > WS-THRU-DATE
              OR WS-JOB-PRINTER = SPACE
               EXIT SECTION
           END-IF.
           PERFORM VARYING WS-PRT-IDX FROM 1 BY 1
                     UNTIL WS-PRT-IDX > DB-PRINTER-NUM
               IF DB-PRINTER-CODE(WS-PRT-IDX) = WS-JOB-PRINTER
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-PRT-IDX > DB-PRINTER-NUM
               EXIT SECTION
           END-IF.
           IF WS-JOB-ACTPAGES IS NUMERIC AND WS-JOB-ACTPAGES > ZERO
               MOVE WS-JOB-ACTPAGES TO WS-JOB-PAGES
           END-IF.
           IF WS-JOB-PAGES NOT NUMERIC
               MOVE 0 TO WS-JOB-PAGES
           END-IF.
           IF WS-JOB-COPIES NOT NUMERIC OR WS-JOB-COPIES = ZERO
               MOVE 1 TO WS-JOB-COPIES
           END-IF.
           IF WS-JOB-PAPER = SPACE
               MOVE 'A4' TO WS-JOB-PAPER
           END-IF.
           COMPUTE WS-JOB-IMPR = WS-JOB-COPIES * WS-JOB-PAGES.
           MOVE WS-JOB-IMPR TO WS-JOB-SHEETS.
           IF WS-JOB-DUPLEX = 'Y'
               COMPUTE WS-JOB-SHEETS = (WS-JOB-SHEETS + 1) / 2
           END-IF.
           PERFORM VARYING WS-STK-IDX FROM 1 BY 1
                     UNTIL WS-STK-IDX > 3
               IF DB-PRINTER-PAPER(WS-PRT-IDX WS-STK-IDX)
                      = WS-JOB-PAPER
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF DB-PRINTER-CONSDATE(WS-PRT-IDX) NOT = SPACE
              AND WS-JOB-TIME(1:8) > DB-PRINTER-CONSDATE(WS-PRT-IDX)
               ADD WS-JOB-IMPR TO WS-USE-IMPR(WS-PRT-IDX)
               IF WS-STK-IDX <= 3
                   ADD WS-JOB-SHEETS
                       TO WS-USE-SHEETS(WS-PRT-IDX WS-STK-IDX)
               END-IF
           END-IF.
           IF WS-JOB-TIME(1:8) > WS-RATE-FROM
               ADD WS-JOB-IMPR TO WS-RATE-IMPR(WS-PRT-IDX)
               IF WS-STK-IDX <= 3
                   ADD WS-JOB-SHEETS
                       TO WS-RATE-SHEETS(WS-PRT-IDX WS-STK-IDX)
               END-IF
           END-IF.
           EXIT.
      ************************************************************************
       400-DEDUCT-USAGE        SECTION.
      * STOCK NEVER GOES BELOW ZERO: A COUNT THAT IS BEHIND THE REAL
      * SHELF IS PUT RIGHT BY THE NEXT DELIVERY OR STOCK TAKE.
           PERFORM VARYING WS-PRT-IDX FROM 1 BY 1
                     UNTIL WS-PRT-IDX > DB-PRINTER-NUM
               IF WS-USE-IMPR(WS-PRT-IDX)
                      > DB-PRINTER-TONER(WS-PRT-IDX)
                   MOVE 0 TO DB-PRINTER-TONER(WS-PRT-IDX)
               ELSE
                   SUBTRACT WS-USE-IMPR(WS-PRT-IDX)
                       FROM DB-PRINTER-TONER(WS-PRT-IDX)
               END-IF
               PERFORM VARYING WS-STK-IDX FROM 1 BY 1
                         UNTIL WS-STK-IDX > 3
                   IF WS-USE-SHEETS(WS-PRT-IDX WS-STK-IDX)
                          > DB-PRINTER-SHEETS(WS-PRT-IDX WS-STK-IDX)
                       MOVE 0
                         TO DB-PRINTER-SHEETS(WS-PRT-IDX WS-STK-IDX)
                   ELSE
                       SUBTRACT WS-USE-SHEETS(WS-PRT-IDX WS-STK-IDX)
                           FROM DB-PRINTER-SHEETS(WS-PRT-IDX WS-STK-IDX)
                   END-IF
               END-PERFORM
               IF DB-PRINTER-CONSDATE(WS-PRT-IDX) = SPACE
                  OR DB-PRINTER-CONSDATE(WS-PRT-IDX) < WS-THRU-DATE
                   MOVE WS-THRU-DATE TO DB-PRINTER-CONSDATE(WS-PRT-IDX)
               END-IF
           END-PERFORM.
           EXIT.
      ************************************************************************
       500-WRITE-REPORT        SECTION.
           OPEN OUTPUT RPTFD.
           MOVE SPACE TO RPT-LINE.
           STRING 'PRINTER CONSUMABLES FORECAST  USAGE THROUGH '
                                         DELIMITED BY SIZE
                  WS-THRU-DATE           DELIMITED BY SIZE
                  '  RATE OVER LAST '    DELIMITED BY SIZE
                  WS-RATE-DAYS           DELIMITED BY SIZE
                  ' DAYS  LEAD TIME '    DELIMITED BY SIZE
                  WS-LEAD-DAYS           DELIMITED BY SIZE
                  ' DAYS'                DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACE TO RPT-LINE.
           STRING 'PRINTER   ITEM            ON HAND   PER DAY'
                                         DELIMITED BY SIZE
                  '  DAYS LEFT  REORDER AT'
                                         DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           PERFORM VARYING WS-PRT-IDX FROM 1 BY 1
                     UNTIL WS-PRT-IDX > DB-PRINTER-NUM
               MOVE 'N' TO WS-PRT-DUE
               IF DB-PRINTER-YIELD(WS-PRT-IDX) > ZERO
                   MOVE 'TONER CART'  TO WS-ITEM
                   MOVE DB-PRINTER-TONER(WS-PRT-IDX) TO WS-ON-HAND
                   MOVE DB-PRINTER-YIELD(WS-PRT-IDX) TO WS-UNIT-SIZE
                   MOVE DB-PRINTER-CART-RP(WS-PRT-IDX) TO WS-RP-UNITS
                   MOVE WS-RATE-IMPR(WS-PRT-IDX) TO WS-RATE-UNITS
                   PERFORM 510-WRITE-ITEM
               END-IF
               PERFORM VARYING WS-STK-IDX FROM 1 BY 1
                         UNTIL WS-STK-IDX > 3
                   IF DB-PRINTER-PAPER(WS-PRT-IDX WS-STK-IDX)
                          NOT = SPACE
                      AND DB-PRINTER-REAM(WS-PRT-IDX WS-STK-IDX)
                          > ZERO
                       MOVE SPACE TO WS-ITEM
                       STRING 'REAM '     DELIMITED BY SIZE
                              DB-PRINTER-PAPER(WS-PRT-IDX WS-STK-IDX)
                                          DELIMITED BY SPACE
                              INTO WS-ITEM
                       END-STRING
                       MOVE DB-PRINTER-SHEETS(WS-PRT-IDX WS-STK-IDX)
                           TO WS-ON-HAND
                       MOVE DB-PRINTER-REAM(WS-PRT-IDX WS-STK-IDX)
                           TO WS-UNIT-SIZE
                       MOVE DB-PRINTER-REAM-RP(WS-PRT-IDX WS-STK-IDX)
                           TO WS-RP-UNITS
                       MOVE WS-RATE-SHEETS(WS-PRT-IDX WS-STK-IDX)
                           TO WS-RATE-UNITS
                       PERFORM 510-WRITE-ITEM
                   END-IF
               END-PERFORM
               IF WS-PRT-DUE = 'Y'
                   ADD 1 TO WS-DUE-COUNT
                   MOVE DB-PRINTER-CODE(WS-PRT-IDX)
                       TO WS-DUE-PRINTER(WS-DUE-COUNT)
               END-IF
           END-PERFORM.
           MOVE SPACE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-DUE-COUNT TO WS-EDIT-COUNT.
           MOVE SPACE TO RPT-LINE.
           STRING 'PRINTERS DUE FOR REORDER: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT                DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           PERFORM VARYING WS-PRT-IDX FROM 1 BY 1
                     UNTIL WS-PRT-IDX > WS-DUE-COUNT
               MOVE SPACE TO RPT-LINE
               STRING '  '                     DELIMITED BY SIZE
                      WS-DUE-PRINTER(WS-PRT-IDX)
                                               DELIMITED BY SPACE
                      INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE
           END-PERFORM.
           CLOSE RPTFD.
           EXIT.
      ************************************************************************
       510-WRITE-ITEM          SECTION.
      * ON HAND AND THE DAILY RATE ARE SHOWN IN CARTRIDGES OR REAMS.
           COMPUTE WS-UNITS ROUNDED = WS-ON-HAND / WS-UNIT-SIZE.
           COMPUTE WS-DAILY ROUNDED = WS-RATE-UNITS / WS-RATE-DAYS.
           COMPUTE WS-UNIT-RATE ROUNDED =
               WS-RATE-UNITS / WS-RATE-DAYS / WS-UNIT-SIZE.
           IF WS-DAILY > ZERO
               COMPUTE WS-DAYS-LEFT = WS-ON-HAND / WS-DAILY
                   ON SIZE ERROR
                       MOVE 99999 TO WS-DAYS-LEFT
               END-COMPUTE
           ELSE
               MOVE 99999 TO WS-DAYS-LEFT
           END-IF.
           MOVE 'N' TO WS-REORDER.
           COMPUTE WS-RP-AMOUNT = WS-RP-UNITS * WS-UNIT-SIZE.
           IF WS-ON-HAND <= WS-RP-AMOUNT
              OR WS-DAYS-LEFT <= WS-LEAD-DAYS
               MOVE 'Y' TO WS-REORDER
               MOVE 'Y' TO WS-PRT-DUE
           END-IF.
           MOVE WS-UNITS     TO WS-EDIT-UNITS.
           MOVE WS-UNIT-RATE TO WS-EDIT-RATE.
           MOVE WS-DAYS-LEFT TO WS-EDIT-DAYS.
           MOVE WS-RP-UNITS  TO WS-EDIT-RP.
           MOVE SPACE TO RPT-LINE.
           STRING DB-PRINTER-CODE(WS-PRT-IDX)
                                  DELIMITED BY SIZE
                  '  '            DELIMITED BY SIZE
                  WS-ITEM         DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  WS-EDIT-UNITS   DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  WS-EDIT-RATE    DELIMITED BY SIZE
                  '      '        DELIMITED BY SIZE
                  WS-EDIT-DAYS    DELIMITED BY SIZE
                  '        '      DELIMITED BY SIZE
                  WS-EDIT-RP      DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING.
           IF WS-REORDER = 'Y'
               MOVE 'REORDER' TO RPT-LINE(70:7)
           END-IF.
           WRITE RPT-LINE.
           EXIT.
      ************************************************************************
       980-FILE-REPORT         SECTION.
           MOVE 'PRTCONS' TO DB-RPTREPO-PROGRAM.
           MOVE RPT-FILE TO DB-RPTREPO-SOURCE.
           MOVE SPACE TO DB-RPTREPO-BIZDATE.
           MOVE SPACE TO DB-RPTREPO-CLASS.
           CALL 'RPTREPO' USING
                MCPAREA
                SPAAREA
                DB-RPTREPO.
           EXIT.
