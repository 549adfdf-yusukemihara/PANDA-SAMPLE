           FD  RPTFD.
           01  RPT-LINE            PIC X(132).
       WORKING-STORAGE     SECTION.
            COPY    "DB-RPTREPO".
       01  USAGE-FILE          PIC X(80)
                               VALUE './cobol/upload-usage.dat'.
       01  USAGE-FILE-ST       PIC X(02).
           PERFORM 100-SCAN-USAGE.
           PERFORM 300-WRITE-DEPT-TOTALS.
           CLOSE RPTFD.
           PERFORM 980-FILE-REPORT.
           MOVE WS-ROWS TO SPA-NUM.
           DISPLAY 'upload usage rows:' WS-ROWS.
           EXIT.
               WRITE RPT-LINE
           END-PERFORM.
           EXIT.
      ************************************************************************
       980-FILE-REPORT         SECTION.
           MOVE 'UPUSAGE' TO DB-RPTREPO-PROGRAM.
           MOVE RPT-FILE TO DB-RPTREPO-SOURCE.
           MOVE SPACE TO DB-RPTREPO-BIZDATE.
           MOVE SPACE TO DB-RPTREPO-CLASS.
           CALL 'RPTREPO' USING
                MCPAREA
                SPAAREA
                DB-RPTREPO.
           EXIT.
