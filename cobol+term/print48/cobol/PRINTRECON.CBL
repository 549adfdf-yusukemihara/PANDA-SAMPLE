       CONFIGURATION       SECTION.
       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
           SELECT RPTFD    ASSIGN TO RPT-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS RPT-FILE-ST.
       DATA                DIVISION.
       FILE                SECTION.
           FD  RPTFD.
           01  RPT-LINE            PIC X(132).
       WORKING-STORAGE     SECTION.
            COPY    "DB-RPTREPO".
            COPY    "DB-WORK".
            COPY    "DB-PRINTQ".
       01  RPT-FILE            PIC X(80)
                               VALUE './cobol/print-recon.rpt'.
       01  RPT-FILE-ST         PIC X(02).
       01  WS-TODAY            PIC X(8).
       01  WS-DONE             PIC X(1).
       01  WS-FOUND            PIC X(1).
                     WS-CNT-RUNNING WS-CNT-COMPLETE WS-CNT-FAILED
                     WS-CNT-HELD WS-CNT-CANCELLED WS-CNT-OTHER.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           OPEN OUTPUT RPTFD.
           MOVE SPACE TO RPT-LINE.
           STRING 'PRINT QUEUE RECONCILIATION  ' DELIMITED BY SIZE
           PERFORM 300-CHECK-ORPHAN-BLOBS.
           PERFORM 400-WRITE-STATUS-COUNTS.
           CLOSE RPTFD.
           PERFORM 980-FILE-REPORT.
           MOVE WS-EXCEPT-COUNT TO SPA-NUM.
           DISPLAY 'reconciliation exceptions:' WS-EXCEPT-COUNT.
           EXIT.
      ************************************************************************
       200-CHECK-QUEUE-JOBS    SECTION.
           INITIALIZE DB-PRINTQ.
           MOVE 'FIRST' TO DB-PRINTQ-FUNC.
           CALL 'PRINTQ' USING DB-PRINTQ.
           PERFORM UNTIL DB-PRINTQ-RC NOT = ZERO
               EVALUATE DB-PRINTQ-STATUS
                 WHEN 'RUNNING'   ADD 1 TO WS-CNT-RUNNING
                 WHEN 'COMPLETE'  ADD 1 TO WS-CNT-COMPLETE
                 WHEN 'FAILED'    ADD 1 TO WS-CNT-FAILED
                 WHEN 'CANCELLED' ADD 1 TO WS-CNT-CANCELLED
                 WHEN OTHER       ADD 1 TO WS-CNT-OTHER
               END-EVALUATE
               IF DB-PRINTQ-STATUS = 'RUNNING'
                  AND DB-PRINTQ-TIME(1:8) < WS-TODAY
                   ADD 1 TO WS-STUCK-COUNT
                   ADD 1 TO WS-EXCEPT-COUNT
                   MOVE SPACE TO RPT-LINE
                   STRING 'STUCK RUNNING: '   DELIMITED BY SIZE
                          DB-PRINTQ-JOBID
                                              DELIMITED BY SPACE
                          ' '                 DELIMITED BY SIZE
                          DB-PRINTQ-FILENAME
                                              DELIMITED BY SPACE
                          ' since '           DELIMITED BY SIZE
                          DB-PRINTQ-TIME
                                              DELIMITED BY SPACE
                          INTO RPT-LINE
                   END-STRING
                   WRITE RPT-LINE
               END-IF
               IF DB-PRINTQ-STATUS = 'COMPLETE'
                   PERFORM 210-CHECK-BLOB-PRESENT
               END-IF
               MOVE 'NEXT' TO DB-PRINTQ-FUNC
               CALL 'PRINTQ' USING DB-PRINTQ
           END-PERFORM.
           EXIT.
      ************************************************************************
           MOVE   'BLOBLOOKUP' TO  MCP-FUNC.
           MOVE   'work'       TO  MCP-TABLE.
           MOVE   'key'        TO  MCP-PATHNAME.
           MOVE   DB-PRINTQ-FILENAME TO DB-WORK-FILE.
           CALL   'MONFUNC'     USING
                MCPAREA
                DB-WORK.
               ADD 1 TO WS-EXCEPT-COUNT
               MOVE SPACE TO RPT-LINE
               STRING 'MISSING BLOB: '    DELIMITED BY SIZE
                      DB-PRINTQ-JOBID
                                          DELIMITED BY SPACE
                      ' '                 DELIMITED BY SIZE
                      DB-PRINTQ-FILENAME
                                          DELIMITED BY SPACE
                      ' marked COMPLETE but no work blob'
                                          DELIMITED BY SIZE
      ************************************************************************
       310-MATCH-BLOB-TO-QUEUE SECTION.
           MOVE 'N' TO WS-FOUND.
           INITIALIZE DB-PRINTQ.
           MOVE 'BYFILE' TO DB-PRINTQ-FUNC.
           MOVE DB-WORK-FILE TO DB-PRINTQ-FILENAME.
           CALL 'PRINTQ' USING DB-PRINTQ.
           IF DB-PRINTQ-RC = ZERO
               MOVE 'Y' TO WS-FOUND
           END-IF.
           IF WS-FOUND = 'N'
               ADD 1 TO WS-ORPHAN-COUNT
               ADD 1 TO WS-EXCEPT-COUNT
           END-STRING.
           WRITE RPT-LINE.
           EXIT.
      ************************************************************************
       980-FILE-REPORT         SECTION.
           MOVE 'PRINTRECON' TO DB-RPTREPO-PROGRAM.
           MOVE RPT-FILE TO DB-RPTREPO-SOURCE.
           MOVE SPACE TO DB-RPTREPO-BIZDATE.
           MOVE SPACE TO DB-RPTREPO-CLASS.
           CALL 'RPTREPO' USING
                MCPAREA
                SPAAREA
                DB-RPTREPO.
           EXIT.
