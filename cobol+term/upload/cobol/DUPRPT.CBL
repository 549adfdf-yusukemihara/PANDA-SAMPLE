           FD  RPTFD.
           01  RPT-LINE            PIC X(132).
       WORKING-STORAGE     SECTION.
            COPY    "DB-RPTREPO".
            COPY    "DB-DEPTMAST".
       01  HASH-FILE           PIC X(80)
                               VALUE './cobol/upload-hashes.dat'.
           END-PERFORM.
           PERFORM 300-WRITE-DEPT-WASTE.
           CLOSE RPTFD.
           PERFORM 980-FILE-REPORT.
           MOVE WS-GROUPS TO SPA-NUM.
           DISPLAY 'duplicate groups:' WS-GROUPS.
           EXIT.
               WRITE RPT-LINE
           END-PERFORM.
           EXIT.
      ************************************************************************
       980-FILE-REPORT         SECTION.
           MOVE 'DUPRPT' TO DB-RPTREPO-PROGRAM.
           MOVE RPT-FILE TO DB-RPTREPO-SOURCE.
           MOVE SPACE TO DB-RPTREPO-BIZDATE.
           MOVE SPACE TO DB-RPTREPO-CLASS.
           CALL 'RPTREPO' USING
                MCPAREA
                SPAAREA
                DB-RPTREPO.
           EXIT.
