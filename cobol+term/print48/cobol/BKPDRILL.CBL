           FD  RPTFD.
           01  RPT-LINE            PIC X(132).
       WORKING-STORAGE     SECTION.
            COPY    "DB-RPTREPO".
       01  CAT-FILE            PIC X(80)
                               VALUE './cobol/backup-catalog.dat'.
       01  CAT-FILE-ST         PIC X(02).
           END-STRING.
           WRITE RPT-LINE.
           CLOSE RPTFD.
           PERFORM 980-FILE-REPORT.
           MOVE WS-FAIL-COUNT TO SPA-NUM.
           DISPLAY 'restore drill failures:' WS-FAIL-COUNT.
           EXIT.
           CLOSE DSTFD.
           MOVE 'Y' TO WS-COPY-OK.
           EXIT.
      ************************************************************************
       980-FILE-REPORT         SECTION.
           MOVE 'BKPDRILL' TO DB-RPTREPO-PROGRAM.
           MOVE RPT-FILE TO DB-RPTREPO-SOURCE.
           MOVE SPACE TO DB-RPTREPO-BIZDATE.
           MOVE SPACE TO DB-RPTREPO-CLASS.
           CALL 'RPTREPO' USING
                MCPAREA
                SPAAREA
                DB-RPTREPO.
           EXIT.
