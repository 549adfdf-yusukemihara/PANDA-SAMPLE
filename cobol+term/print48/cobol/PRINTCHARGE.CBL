       CONFIGURATION       SECTION.
       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
           SELECT RPTFD    ASSIGN TO RPT-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS RPT-FILE-ST.
           SELECT GLFD     ASSIGN TO GL-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS GL-FILE-ST.
           SELECT DSPFD    ASSIGN TO DSP-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS DSP-FILE-ST.
       DATA                DIVISION.
       FILE                SECTION.
           FD  RPTFD.
           01  RPT-LINE            PIC X(132).
           FD  RATEFD.
           01  RATE-LINE           PIC X(60).
           FD  GLFD.
           01  GL-LINE             PIC X(80).
           FD  DSPFD.
           01  DSP-LINE            PIC X(350).
       WORKING-STORAGE     SECTION.
            COPY    "DB-RPTREPO".
            COPY    "DB-PRINTQ".
            COPY    "DB-CBDISPUTE".
            COPY    "DB-FILELOCK".
            COPY    "DB-DEPTMAST".
       01  RPT-FILE            PIC X(80)
                               VALUE './cobol/print-chargeback.rpt'.
       01  RPT-FILE-ST         PIC X(02).
       01  WS-TOT-IDX          PIC 9(4).
       01  WS-SORT-IDX         PIC 9(4).
       01  WS-MIN-IDX          PIC 9(4).
       01  WS-SWAP-ENTRY       PIC X(63).
      * THE MONTH'S JOBS ARE TOTALLED BY DEPARTMENT AND ACCOUNT AS
      * THE QUEUE IS READ; THE REPORT AND JOURNAL WORK FROM THESE
      * TOTALS, SO THE NUMBER OF JOBS IN THE MONTH DOES NOT MATTER.
       01  WS-ACCT-TOTALS.
           05  WS-TOT-NUM          PIC 9(4).
           05  WS-TOT-ENTRY OCCURS 500 TIMES.
               10  WS-TOT-DEPT     PIC X(20).
               10  WS-TOT-ACCT     PIC X(20).
               10  WS-TOT-JOBS     PIC 9(5).
               10  WS-TOT-PAGES    PIC 9(7).
               10  WS-TOT-AMT      PIC 9(9)V99.
       01  WS-REPORT-MONTH     PIC X(6).
       01  WS-CUR-DEPT         PIC X(20).
       01  WS-CUR-ACCT         PIC X(20).
       01  WS-CUR-COSTCTR      PIC X(8).
       01  WS-ACCT-JOBS        PIC 9(5) VALUE 0.
       01  WS-ACCT-PAGES       PIC 9(7) VALUE 0.
       01  WS-DEPT-JOBS        PIC 9(5) VALUE 0.
           05  GL-D-ACCT           PIC X(20).
           05  GL-D-PAGES          PIC 9(7).
           05  GL-D-AMOUNT         PIC 9(9)V99.
           05  GL-D-COSTCTR        PIC X(8).
      * A CREDIT RECORD CARRIES THE MONTH, DEPARTMENT AND ACCOUNT OF
      * THE CHARGE IT CORRECTS, AND THE COST CENTER THE DEPARTMENT
      * HAD IN THAT MONTH, SO THE LEDGER REVERSES IT AGAINST THE
      * ORIGINAL COST CENTER.
       01  GL-CREDIT.
           05  GL-C-TYPE           PIC X(1) VALUE 'C'.
           05  GL-C-MONTH          PIC X(6).
           05  GL-C-DEPT           PIC X(20).
           05  GL-C-ACCT           PIC X(20).
           05  GL-C-PAGES          PIC 9(7) VALUE 0.
           05  GL-C-AMOUNT         PIC 9(9)V99.
           05  GL-C-COSTCTR        PIC X(8).
       01  GL-TRAILER.
           05  GL-T-TYPE           PIC X(1) VALUE 'T'.
           05  GL-T-COUNT          PIC 9(6).
           05  GL-T-PAGES          PIC 9(9).
           05  GL-T-AMOUNT         PIC 9(11)V99.
           05  GL-T-CREDITS        PIC 9(11)V99.
       01  DSP-FILE            PIC X(80)
                               VALUE './cobol/chargeback-disputes.dat'.
       01  DSP-FILE-ST         PIC X(02).
       01  WS-DSP-IDX          PIC 9(4).
       01  WS-DSP-LOCKED       PIC X(1).
       01  WS-CREDIT-COUNT     PIC 9(5) VALUE 0.
       01  WS-CREDIT-AMT       PIC 9(9)V99.
       01  WS-GRAND-CREDIT     PIC 9(11)V99 VALUE 0.
       01  WS-NET-AMT          PIC S9(11)V99.
       01  WS-EDIT-NET         PIC -ZZZZZZZZZ9.99.
       LINKAGE                 SECTION.
            COPY    "MCPAREA".
            COPY    "SPAAREA".
                     WS-GRAND-JOBS WS-GRAND-PAGES.
           MOVE 0 TO WS-ACCT-AMT WS-DEPT-AMT WS-GRAND-AMT
                     WS-GL-COUNT.
           MOVE 0 TO WS-CREDIT-COUNT WS-GRAND-CREDIT.
      * A RERUN FOR A PAST MONTH PASSES A DATE IN THAT MONTH AS THE
      * PROCESSING DATE; OTHERWISE THE RUN IS FOR THIS MONTH.
           IF SPA-PROCDATE NOT = SPACE
              AND SPA-PROCDATE NOT = LOW-VALUE
               MOVE SPA-PROCDATE(1:6) TO WS-REPORT-MONTH
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:6) TO WS-REPORT-MONTH
           END-IF.
           PERFORM 130-LOAD-RATECARD.
           PERFORM 100-TOTAL-QUEUE.
           PERFORM 120-SORT-BY-DEPT-ACCT.
           PERFORM 150-LOAD-CREDITS.
           OPEN OUTPUT GLFD.
           PERFORM 200-WRITE-REPORT.
           PERFORM 230-WRITE-GL-TRAILER.
           CLOSE GLFD.
           PERFORM 160-MARK-CREDITS-POSTED.
           DISPLAY 'chargeback jobs reported:' WS-GRAND-JOBS.
           DISPLAY 'chargeback credits posted:' WS-CREDIT-COUNT.
           EXIT.
      ************************************************************************
       100-TOTAL-QUEUE         SECTION.
           MOVE 0 TO WS-TOT-NUM.
           INITIALIZE DB-PRINTQ.
           MOVE 'FIRST' TO DB-PRINTQ-FUNC.
           CALL 'PRINTQ' USING DB-PRINTQ.
           PERFORM UNTIL DB-PRINTQ-RC NOT = ZERO
               IF DB-PRINTQ-TIME(1:6) = WS-REPORT-MONTH
                   PERFORM 135-COUNT-SHEETS
                   PERFORM 140-FIND-RATE
                   COMPUTE WS-JOB-AMT =
                       WS-JOB-SHEETS * WS-JOB-CENTS / 100
                   PERFORM 110-ADD-TO-TOTALS
               END-IF
               MOVE 'NEXT' TO DB-PRINTQ-FUNC
               CALL 'PRINTQ' USING DB-PRINTQ
           END-PERFORM.
           EXIT.
      ************************************************************************
       110-ADD-TO-TOTALS       SECTION.
           PERFORM VARYING WS-TOT-IDX FROM 1 BY 1
                     UNTIL WS-TOT-IDX > WS-TOT-NUM
               IF WS-TOT-DEPT(WS-TOT-IDX) = DB-PRINTQ-DEPT
                  AND WS-TOT-ACCT(WS-TOT-IDX) = DB-PRINTQ-ACCOUNT
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-TOT-IDX > WS-TOT-NUM
               IF WS-TOT-NUM >= 500
                   DISPLAY 'account totals full - job '
                       DB-PRINTQ-JOBID ' not charged'
                   EXIT SECTION
               END-IF
               ADD 1 TO WS-TOT-NUM
               MOVE WS-TOT-NUM        TO WS-TOT-IDX
               MOVE DB-PRINTQ-DEPT    TO WS-TOT-DEPT(WS-TOT-IDX)
               MOVE DB-PRINTQ-ACCOUNT TO WS-TOT-ACCT(WS-TOT-IDX)
               MOVE 0 TO WS-TOT-JOBS(WS-TOT-IDX)
               MOVE 0 TO WS-TOT-PAGES(WS-TOT-IDX)
               MOVE 0 TO WS-TOT-AMT(WS-TOT-IDX)
           END-IF.
           ADD 1             TO WS-TOT-JOBS(WS-TOT-IDX).
           ADD WS-JOB-SHEETS TO WS-TOT-PAGES(WS-TOT-IDX).
           ADD WS-JOB-AMT    TO WS-TOT-AMT(WS-TOT-IDX).
           EXIT.
      ************************************************************************
       120-SORT-BY-DEPT-ACCT   SECTION.
           PERFORM VARYING WS-SORT-IDX FROM 1 BY 1
                     UNTIL WS-SORT-IDX >= WS-TOT-NUM
               MOVE WS-SORT-IDX TO WS-MIN-IDX
               PERFORM VARYING WS-TOT-IDX FROM WS-SORT-IDX BY 1
                         UNTIL WS-TOT-IDX > WS-TOT-NUM
                   IF WS-TOT-DEPT(WS-TOT-IDX) <
                          WS-TOT-DEPT(WS-MIN-IDX)
                    OR (WS-TOT-DEPT(WS-TOT-IDX) =
                          WS-TOT-DEPT(WS-MIN-IDX)
                        AND WS-TOT-ACCT(WS-TOT-IDX) <
                          WS-TOT-ACCT(WS-MIN-IDX))
                       MOVE WS-TOT-IDX TO WS-MIN-IDX
                   END-IF
               END-PERFORM
               IF WS-MIN-IDX NOT = WS-SORT-IDX
                   MOVE WS-TOT-ENTRY(WS-SORT-IDX)
                       TO WS-SWAP-ENTRY
                   MOVE WS-TOT-ENTRY(WS-MIN-IDX)
                       TO WS-TOT-ENTRY(WS-SORT-IDX)
                   MOVE WS-SWAP-ENTRY
                       TO WS-TOT-ENTRY(WS-MIN-IDX)
               END-IF
           END-PERFORM.
           EXIT.

           MOVE SPACE TO WS-CUR-DEPT.
           MOVE SPACE TO WS-CUR-ACCT.
           PERFORM VARYING WS-TOT-IDX FROM 1 BY 1
                     UNTIL WS-TOT-IDX > WS-TOT-NUM
               IF WS-TOT-DEPT(WS-TOT-IDX) NOT = WS-CUR-DEPT
                   IF WS-CUR-DEPT NOT = SPACE
                       PERFORM 220-WRITE-DEPT-SUBTOTAL
                   END-IF
                   MOVE WS-TOT-DEPT(WS-TOT-IDX) TO WS-CUR-DEPT
                   MOVE WS-REPORT-MONTH TO DB-DEPTMAST-ASOF
                   PERFORM 170-COSTCTR-AS-OF
                   MOVE DB-DEPTMAST-COSTCTR TO WS-CUR-COSTCTR
                   MOVE SPACE TO RPT-LINE
                   STRING 'DEPARTMENT: ' DELIMITED BY SIZE
                          WS-CUR-DEPT    DELIMITED BY SIZE
                          '  COST CENTER: ' DELIMITED BY SIZE
                          WS-CUR-COSTCTR DELIMITED BY SIZE
                          INTO RPT-LINE
                   END-STRING
                   WRITE RPT-LINE
               END-IF
               MOVE WS-TOT-ACCT(WS-TOT-IDX)  TO WS-CUR-ACCT
               MOVE WS-TOT-JOBS(WS-TOT-IDX)  TO WS-ACCT-JOBS
               MOVE WS-TOT-PAGES(WS-TOT-IDX) TO WS-ACCT-PAGES
               MOVE WS-TOT-AMT(WS-TOT-IDX)   TO WS-ACCT-AMT
               ADD WS-ACCT-JOBS  TO WS-DEPT-JOBS
               ADD WS-ACCT-JOBS  TO WS-GRAND-JOBS
               ADD WS-ACCT-PAGES TO WS-DEPT-PAGES
               ADD WS-ACCT-PAGES TO WS-GRAND-PAGES
               ADD WS-ACCT-AMT   TO WS-DEPT-AMT
               ADD WS-ACCT-AMT   TO WS-GRAND-AMT
               PERFORM 210-WRITE-ACCT-SUBTOTAL
           END-PERFORM.
           IF WS-CUR-DEPT NOT = SPACE
               PERFORM 220-WRITE-DEPT-SUBTOTAL
           END-IF.
                  INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           PERFORM 240-WRITE-CREDITS.
           CLOSE RPTFD.
           PERFORM 980-FILE-REPORT.
           EXIT.
      ************************************************************************
       210-WRITE-ACCT-SUBTOTAL SECTION.
           MOVE WS-CUR-ACCT     TO GL-D-ACCT.
           MOVE WS-ACCT-PAGES   TO GL-D-PAGES.
           MOVE WS-ACCT-AMT     TO GL-D-AMOUNT.
           MOVE WS-CUR-COSTCTR  TO GL-D-COSTCTR.
           MOVE SPACE TO GL-LINE.
           MOVE GL-DETAIL TO GL-LINE.
           WRITE GL-LINE.
      * BILLING IS BY PHYSICAL SHEET: COPIES TIMES PAGES, HALVED AND
      * ROUNDED UP WHEN THE JOB PRINTS BOTH SIDES.  OLD QUEUE LINES
      * WITHOUT THE COPIES FIELD COUNT AS ONE SINGLE-SIDED COPY.
           IF DB-PRINTQ-COPIES = ZERO
               MOVE 1 TO DB-PRINTQ-COPIES
           END-IF.
           COMPUTE WS-JOB-SHEETS =
               DB-PRINTQ-COPIES
               * DB-PRINTQ-PAGES.
           IF DB-PRINTQ-DUPLEX = 'Y'
               COMPUTE WS-JOB-SHEETS = (WS-JOB-SHEETS + 1) / 2
           END-IF.
           EXIT.
                     UNTIL WS-RATE-IDX > WS-RATE-NUM
               IF WS-RATE-SCOPE(WS-RATE-IDX) = 'DEPT'
                  AND WS-RATE-KEY(WS-RATE-IDX) =
                      DB-PRINTQ-DEPT
                   MOVE WS-RATE-CENTS(WS-RATE-IDX) TO WS-JOB-CENTS
                   EXIT PERFORM
               END-IF
                         UNTIL WS-RATE-IDX > WS-RATE-NUM
                   IF WS-RATE-SCOPE(WS-RATE-IDX) = 'PRINTER'
                      AND WS-RATE-KEY(WS-RATE-IDX) =
                          DB-PRINTQ-PRINTER
                       MOVE WS-RATE-CENTS(WS-RATE-IDX) TO WS-JOB-CENTS
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.
           EXIT.
      ************************************************************************
       150-LOAD-CREDITS        SECTION.
      * DISPUTE CREDITS ACCEPTED SINCE THE LAST RUN ARE TAKEN INTO THIS
      * MONTH'S JOURNAL.  A RERUN IN THE SAME MONTH REWRITES THE
      * JOURNAL, SO CREDITS ALREADY POSTED TO THIS MONTH ARE TAKEN
      * AGAIN.  THE REGISTER STAYS LOCKED UNTIL THEY ARE MARKED
      * POSTED; IF IT IS BUSY THE CREDITS WAIT FOR THE NEXT RUN.
           MOVE 0 TO DB-DSP-NUM.
           MOVE 'N' TO WS-DSP-LOCKED.
           MOVE 'ACQUIRE' TO DB-FILELOCK-FUNC.
           MOVE DSP-FILE TO DB-FILELOCK-FILE.
           MOVE MCP-TERM TO DB-FILELOCK-OWNER.
           MOVE 30 TO DB-FILELOCK-TIMEOUT.
           CALL 'FILELOCK' USING DB-FILELOCK.
           IF DB-FILELOCK-RC = 2
               DISPLAY 'dispute register locked by '
                   DB-FILELOCK-HOLDER ' - credits not posted'
               EXIT SECTION
           END-IF.
           MOVE 'Y' TO WS-DSP-LOCKED.
           OPEN INPUT DSPFD.
           IF DSP-FILE-ST = "00"
               PERFORM UNTIL DSP-FILE-ST NOT = "00"
                        OR DB-DSP-NUM >= 300
                   READ DSPFD INTO DSP-LINE
                   IF DSP-FILE-ST = "00" AND DSP-LINE NOT = SPACE
                       ADD 1 TO DB-DSP-NUM
                       INITIALIZE DB-DSP-ENTRY(DB-DSP-NUM)
                       UNSTRING DSP-LINE DELIMITED BY '|'
                           INTO DB-DSP-ID(DB-DSP-NUM)
                                DB-DSP-JOBID(DB-DSP-NUM)
                                DB-DSP-STATUS(DB-DSP-NUM)
                                DB-DSP-RAISEDBY(DB-DSP-NUM)
                                DB-DSP-RAISEDTS(DB-DSP-NUM)
                                DB-DSP-MONTH(DB-DSP-NUM)
                                DB-DSP-DEPT(DB-DSP-NUM)
                                DB-DSP-ACCOUNT(DB-DSP-NUM)
                                DB-DSP-COSTCTR(DB-DSP-NUM)
                                DB-DSP-REASON(DB-DSP-NUM)
                                DB-DSP-CREDIT(DB-DSP-NUM)
                                DB-DSP-NOTE(DB-DSP-NUM)
                                DB-DSP-DECIDEDBY(DB-DSP-NUM)
                                DB-DSP-DECIDEDTS(DB-DSP-NUM)
                                DB-DSP-POSTED(DB-DSP-NUM)
                   END-IF
               END-PERFORM
               CLOSE DSPFD
           END-IF.
           PERFORM VARYING WS-DSP-IDX FROM 1 BY 1
                     UNTIL WS-DSP-IDX > DB-DSP-NUM
               IF DB-DSP-STATUS(WS-DSP-IDX) = 'ACCEPTED'
                  AND DB-DSP-POSTED(WS-DSP-IDX) = SPACE
                   MOVE WS-REPORT-MONTH TO DB-DSP-POSTED(WS-DSP-IDX)
               END-IF
           END-PERFORM.
           EXIT.
      ************************************************************************
       160-MARK-CREDITS-POSTED SECTION.
           IF WS-DSP-LOCKED NOT = 'Y'
               EXIT SECTION
           END-IF.
           IF WS-CREDIT-COUNT > 0
               OPEN OUTPUT DSPFD
               PERFORM VARYING WS-DSP-IDX FROM 1 BY 1
                         UNTIL WS-DSP-IDX > DB-DSP-NUM
                   PERFORM 165-WRITE-DISPUTE
               END-PERFORM
               CLOSE DSPFD
           END-IF.
           MOVE 'RELEASE' TO DB-FILELOCK-FUNC.
           MOVE DSP-FILE TO DB-FILELOCK-FILE.
           MOVE MCP-TERM TO DB-FILELOCK-OWNER.
           CALL 'FILELOCK' USING DB-FILELOCK.
           EXIT.
      ************************************************************************
       165-WRITE-DISPUTE       SECTION.
           MOVE SPACE TO DSP-LINE.
           STRING DB-DSP-ID(WS-DSP-IDX)        DELIMITED BY SPACE
                  '|'                          DELIMITED BY SIZE
                  DB-DSP-JOBID(WS-DSP-IDX)     DELIMITED BY SPACE
                  '|'                          DELIMITED BY SIZE
                  DB-DSP-STATUS(WS-DSP-IDX)    DELIMITED BY SPACE
                  '|'                          DELIMITED BY SIZE
                  DB-DSP-RAISEDBY(WS-DSP-IDX)  DELIMITED BY SPACE
                  '|'                          DELIMITED BY SIZE
                  DB-DSP-RAISEDTS(WS-DSP-IDX)  DELIMITED BY SPACE
                  '|'                          DELIMITED BY SIZE
                  DB-DSP-MONTH(WS-DSP-IDX)     DELIMITED BY SPACE
                  '|'                          DELIMITED BY SIZE
                  DB-DSP-DEPT(WS-DSP-IDX)      DELIMITED BY '  '
                  '|'                          DELIMITED BY SIZE
                  DB-DSP-ACCOUNT(WS-DSP-IDX)   DELIMITED BY '  '
                  '|'                          DELIMITED BY SIZE
                  DB-DSP-COSTCTR(WS-DSP-IDX)   DELIMITED BY SPACE
                  '|'                          DELIMITED BY SIZE
                  DB-DSP-REASON(WS-DSP-IDX)    DELIMITED BY '  '
                  '|'                          DELIMITED BY SIZE
                  DB-DSP-CREDIT(WS-DSP-IDX)    DELIMITED BY SIZE
                  '|'                          DELIMITED BY SIZE
                  DB-DSP-NOTE(WS-DSP-IDX)      DELIMITED BY '  '
                  '|'                          DELIMITED BY SIZE
                  DB-DSP-DECIDEDBY(WS-DSP-IDX) DELIMITED BY SPACE
                  '|'                          DELIMITED BY SIZE
                  DB-DSP-DECIDEDTS(WS-DSP-IDX) DELIMITED BY SPACE
                  '|'                          DELIMITED BY SIZE
                  DB-DSP-POSTED(WS-DSP-IDX)    DELIMITED BY SPACE
                  INTO DSP-LINE
           END-STRING.
           WRITE DSP-LINE.
           EXIT.
      ************************************************************************
       170-COSTCTR-AS-OF       SECTION.
      * COST CENTER OF WS-CUR-DEPT IN FORCE AT THE END OF THE MONTH
      * IN DB-DEPTMAST-ASOF, SO A RERUN OR A CORRECTION FOR A PAST
      * MONTH POSTS WHERE THAT MONTH'S CHARGES WENT.
           MOVE 'COSTASOF' TO DB-DEPTMAST-FUNC.
           MOVE WS-CUR-DEPT TO DB-DEPTMAST-DEPT.
           MOVE '31' TO DB-DEPTMAST-ASOF(7:2).
           CALL 'DEPTMASTER' USING DB-DEPTMAST.
           EXIT.
      ************************************************************************
       240-WRITE-CREDITS       SECTION.
      * ONE REPORT LINE AND ONE JOURNAL CREDIT PER ACCEPTED DISPUTE
      * POSTED TO THIS MONTH, THEN THE NET OF CHARGES LESS CREDITS.
           PERFORM VARYING WS-DSP-IDX FROM 1 BY 1
                     UNTIL WS-DSP-IDX > DB-DSP-NUM
               IF DB-DSP-STATUS(WS-DSP-IDX) = 'ACCEPTED'
                  AND DB-DSP-POSTED(WS-DSP-IDX) = WS-REPORT-MONTH
                   IF WS-CREDIT-COUNT = 0
                       MOVE SPACE TO RPT-LINE
                       WRITE RPT-LINE
                       MOVE 'CREDIT ADJUSTMENTS FROM ACCEPTED DISPUTES'
                           TO RPT-LINE
                       WRITE RPT-LINE
                   END-IF
                   ADD 1 TO WS-CREDIT-COUNT
                   COMPUTE WS-CREDIT-AMT =
                       DB-DSP-CREDIT(WS-DSP-IDX) / 100
                   ADD WS-CREDIT-AMT TO WS-GRAND-CREDIT
                   MOVE WS-CREDIT-AMT TO WS-EDIT-AMT
                   MOVE DB-DSP-DEPT(WS-DSP-IDX)  TO WS-CUR-DEPT
                   MOVE DB-DSP-MONTH(WS-DSP-IDX) TO DB-DEPTMAST-ASOF
                   PERFORM 170-COSTCTR-AS-OF
                   MOVE DB-DEPTMAST-COSTCTR TO WS-CUR-COSTCTR
                   MOVE SPACE TO RPT-LINE
                   STRING '  DISPUTE '      DELIMITED BY SIZE
                          DB-DSP-ID(WS-DSP-IDX)
                                            DELIMITED BY SPACE
                          ' JOB '           DELIMITED BY SIZE
                          DB-DSP-JOBID(WS-DSP-IDX)
                                            DELIMITED BY SPACE
                          ' MONTH '         DELIMITED BY SIZE
                          DB-DSP-MONTH(WS-DSP-IDX)
                                            DELIMITED BY SIZE
                          ' '               DELIMITED BY SIZE
                          DB-DSP-DEPT(WS-DSP-IDX)
                                            DELIMITED BY '  '
                          ' / '             DELIMITED BY SIZE
                          DB-DSP-ACCOUNT(WS-DSP-IDX)
                                            DELIMITED BY '  '
                          ' CC '            DELIMITED BY SIZE
                          WS-CUR-COSTCTR    DELIMITED BY SIZE
                          '  CREDIT: '      DELIMITED BY SIZE
                          WS-EDIT-AMT       DELIMITED BY SIZE
                          INTO RPT-LINE
                   END-STRING
                   WRITE RPT-LINE
                   MOVE DB-DSP-MONTH(WS-DSP-IDX)   TO GL-C-MONTH
                   MOVE DB-DSP-DEPT(WS-DSP-IDX)    TO GL-C-DEPT
                   MOVE DB-DSP-ACCOUNT(WS-DSP-IDX) TO GL-C-ACCT
                   MOVE WS-CREDIT-AMT              TO GL-C-AMOUNT
                   MOVE WS-CUR-COSTCTR             TO GL-C-COSTCTR
                   MOVE SPACE TO GL-LINE
                   MOVE GL-CREDIT TO GL-LINE
                   WRITE GL-LINE
                   ADD 1 TO WS-GL-COUNT
               END-IF
           END-PERFORM.
           IF WS-CREDIT-COUNT = 0
               EXIT SECTION
           END-IF.
           MOVE WS-GRAND-CREDIT TO WS-EDIT-AMT.
           MOVE SPACE TO RPT-LINE.
           STRING 'TOTAL CREDITS                     AMOUNT: '
                                                DELIMITED BY SIZE
                  WS-EDIT-AMT                   DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           COMPUTE WS-NET-AMT = WS-GRAND-AMT - WS-GRAND-CREDIT.
           MOVE WS-NET-AMT TO WS-EDIT-NET.
           MOVE SPACE TO RPT-LINE.
           STRING 'NET CHARGEBACK                    AMOUNT: '
                                                DELIMITED BY SIZE
                  WS-EDIT-NET                   DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           EXIT.
      ************************************************************************
       230-WRITE-GL-TRAILER    SECTION.
           MOVE WS-GL-COUNT    TO GL-T-COUNT.
           MOVE WS-GRAND-PAGES TO GL-T-PAGES.
           MOVE WS-GRAND-AMT   TO GL-T-AMOUNT.
           MOVE WS-GRAND-CREDIT TO GL-T-CREDITS.
           MOVE SPACE TO GL-LINE.
           MOVE GL-TRAILER TO GL-LINE.
           WRITE GL-LINE.
           EXIT.
      ************************************************************************
       980-FILE-REPORT         SECTION.
           MOVE 'PRINTCHARGE' TO DB-RPTREPO-PROGRAM.
           MOVE RPT-FILE TO DB-RPTREPO-SOURCE.
           MOVE SPACE TO DB-RPTREPO-BIZDATE.
           MOVE SPACE TO DB-RPTREPO-CLASS.
           CALL 'RPTREPO' USING
                MCPAREA
                SPAAREA
                DB-RPTREPO.
           EXIT.
