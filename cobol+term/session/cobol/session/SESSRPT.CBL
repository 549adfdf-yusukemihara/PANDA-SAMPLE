           FD  RPTFD.
           01  RPT-LINE            PIC X(132).
       WORKING-STORAGE     SECTION.
            COPY    "DB-RPTREPO".
       01  HIST-FILE           PIC X(80)
                  VALUE './cobol/session-history.dat'.
       01  HIST-FILE-ST        PIC X(02).
      ************************************************************************
       010-RUN-REPORT          SECTION.
           MOVE 0 TO SUM-NUM.
      * A CATCH-UP RUN PASSES THE MISSED BUSINESS DATE AS THE
      * PROCESSING DATE; OTHERWISE THE RUN IS FOR TODAY.
           IF SPA-PROCDATE NOT = SPACE
              AND SPA-PROCDATE NOT = LOW-VALUE
               MOVE SPA-PROCDATE TO WS-TODAY
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           END-IF.
           PERFORM 100-SCAN-HISTORY.
           PERFORM 300-WRITE-REPORT.
           MOVE SUM-NUM TO SPA-NUM.
               WRITE RPT-LINE
           END-PERFORM.
           CLOSE RPTFD.
           PERFORM 980-FILE-REPORT.
           EXIT.
      ************************************************************************
       980-FILE-REPORT         SECTION.
           MOVE 'SESSRPT' TO DB-RPTREPO-PROGRAM.
           MOVE RPT-FILE TO DB-RPTREPO-SOURCE.
           MOVE SPACE TO DB-RPTREPO-BIZDATE.
           MOVE SPACE TO DB-RPTREPO-CLASS.
           CALL 'RPTREPO' USING
                MCPAREA
                SPAAREA
                DB-RPTREPO.
           EXIT.
