       CONFIGURATION       SECTION.
       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
           SELECT HISTFD   ASSIGN TO HIST-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS HIST-FILE-ST.
                           FILE STATUS IS RPT-FILE-ST.
       DATA                DIVISION.
       FILE                SECTION.
           FD  HISTFD.
           01  HIST-LINE           PIC X(300).
           FD  RPTFD.
           01  RPT-LINE            PIC X(132).
       WORKING-STORAGE     SECTION.
            COPY    "DB-RPTREPO".
            COPY    "DB-PRINTQ".
       01  HIST-FILE           PIC X(80)
                               VALUE './cobol/print-history.dat'.
       01  HIST-FILE-ST        PIC X(02).
       01  RPT-FILE            PIC X(80)
                               VALUE './cobol/print-pageaudit.rpt'.
       01  RPT-FILE-ST         PIC X(02).
       01  WS-REPORT-MONTH     PIC X(6).
       01  WS-DIFF-COUNT       PIC 9(5) VALUE 0.
       01  WS-DIFF-PAGES       PIC S9(7) VALUE 0.
           MOVE 0 TO WS-DIFF-COUNT.
           MOVE 0 TO WS-DIFF-PAGES.
           MOVE FUNCTION CURRENT-DATE(1:6) TO WS-REPORT-MONTH.
           PERFORM 200-WRITE-REPORT.
           MOVE WS-DIFF-COUNT TO SPA-NUM.
           DISPLAY 'page-count discrepancies:' WS-DIFF-COUNT.
           EXIT.
      ************************************************************************
       100-AUDIT-QUEUE         SECTION.
           INITIALIZE DB-PRINTQ.
           MOVE 'FIRST' TO DB-PRINTQ-FUNC.
           CALL 'PRINTQ' USING DB-PRINTQ.
           PERFORM UNTIL DB-PRINTQ-RC NOT = ZERO
               PERFORM 120-CHECK-JOB
               MOVE 'NEXT' TO DB-PRINTQ-FUNC
               CALL 'PRINTQ' USING DB-PRINTQ
           END-PERFORM.
           EXIT.
      ************************************************************************
       110-AUDIT-ARCHIVED      SECTION.
      * THE QUEUE ARCHIVER MOVES FINISHED JOBS OLDER THAN A WEEK TO
      * THE PRINT-HISTORY FILE IN THE SAME PIPE LAYOUT, SO BY
      * MONTH-END MOST OF THE MONTH'S JOBS LIVE THERE; THE AUDIT
      * CHECKS THE ARCHIVED ROWS THE SAME WAY AS THE LIVE QUEUE.
           OPEN INPUT HISTFD.
           IF HIST-FILE-ST NOT = "00"
               EXIT SECTION
           END-IF.
           PERFORM UNTIL HIST-FILE-ST NOT = "00"
               READ HISTFD INTO HIST-LINE
               IF HIST-FILE-ST = "00" AND HIST-LINE NOT = SPACE
                  AND HIST-LINE(1:5) NOT = '*END|'
                   INITIALIZE DB-PRINTQ-JOB
                   UNSTRING HIST-LINE DELIMITED BY '|'
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
                   PERFORM 120-CHECK-JOB
               END-IF
           END-PERFORM.
           CLOSE HISTFD.
           EXIT.
      ************************************************************************
       120-CHECK-JOB           SECTION.
           IF DB-PRINTQ-TIME(1:6) = WS-REPORT-MONTH
              AND DB-PRINTQ-ACTPAGES > 0
              AND DB-PRINTQ-ACTPAGES NOT = DB-PRINTQ-PAGES
               PERFORM 210-WRITE-DETAIL
           END-IF.
           EXIT.
      ************************************************************************
       200-WRITE-REPORT        SECTION.
           OPEN OUTPUT RPTFD.
           MOVE 'JOB ID           DEPARTMENT           DECLARED   ACTU
      -        'AL    DIFFERENCE' TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM 100-AUDIT-QUEUE.
           PERFORM 110-AUDIT-ARCHIVED.
           MOVE SPACE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-DIFF-COUNT TO WS-EDIT-COUNT.
           END-STRING.
           WRITE RPT-LINE.
           CLOSE RPTFD.
           PERFORM 980-FILE-REPORT.
           EXIT.
      ************************************************************************
       210-WRITE-DETAIL        SECTION.
           ADD 1 TO WS-DIFF-COUNT.
           COMPUTE WS-DIFF-PAGES = WS-DIFF-PAGES
               + DB-PRINTQ-ACTPAGES
               - DB-PRINTQ-PAGES.
           MOVE DB-PRINTQ-PAGES    TO WS-EDIT-DECL.
           MOVE DB-PRINTQ-ACTPAGES TO WS-EDIT-ACT.
           COMPUTE WS-EDIT-DIFF =
               DB-PRINTQ-ACTPAGES
               - DB-PRINTQ-PAGES.
           MOVE SPACE TO RPT-LINE.
           STRING DB-PRINTQ-JOBID DELIMITED BY SIZE
                  ' '                           DELIMITED BY SIZE
                  DB-PRINTQ-DEPT  DELIMITED BY SIZE
                  ' '                           DELIMITED BY SIZE
                  WS-EDIT-DECL                  DELIMITED BY SIZE
                  '      '                      DELIMITED BY SIZE
           END-STRING.
           WRITE RPT-LINE.
           EXIT.
      ************************************************************************
       980-FILE-REPORT         SECTION.
           MOVE 'PRINTAUDIT' TO DB-RPTREPO-PROGRAM.
           MOVE RPT-FILE TO DB-RPTREPO-SOURCE.
           MOVE SPACE TO DB-RPTREPO-BIZDATE.
           MOVE SPACE TO DB-RPTREPO-CLASS.
           CALL 'RPTREPO' USING
                MCPAREA
                SPAAREA
                DB-RPTREPO.
           EXIT.
