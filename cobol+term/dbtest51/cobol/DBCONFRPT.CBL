           FD  RPTFD.
           01  RPT-LINE            PIC X(132).
       WORKING-STORAGE     SECTION.
            COPY    "DB-RPTREPO".
       01  CONF-FILE           PIC X(80)
                               VALUE './cobol/dbtest-conflicts.log'.
       01  CONF-FILE-ST        PIC X(02).
           END-STRING.
           WRITE RPT-LINE.
           CLOSE RPTFD.
           PERFORM 980-FILE-REPORT.
           MOVE WS-CONFLICTS TO SPA-NUM.
           DISPLAY 'version collisions reported:' WS-CONFLICTS.
           EXIT.
               END-IF
           END-PERFORM.
           EXIT.
      ************************************************************************
       980-FILE-REPORT         SECTION.
           MOVE 'DBCONFRPT' TO DB-RPTREPO-PROGRAM.
           MOVE RPT-FILE TO DB-RPTREPO-SOURCE.
           MOVE SPACE TO DB-RPTREPO-BIZDATE.
           MOVE SPACE TO DB-RPTREPO-CLASS.
           CALL 'RPTREPO' USING
                MCPAREA
                SPAAREA
                DB-RPTREPO.
           EXIT.
