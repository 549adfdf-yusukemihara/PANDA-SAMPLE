           FD  RPTFD.
           01  RPT-LINE            PIC X(132).
       WORKING-STORAGE     SECTION.
            COPY    "DB-RPTREPO".
       01  NOT-FILE            PIC X(80) VALUE
           './cobol/pending-notifications.dat'.
       01  NOT-FILE-ST         PIC X(02).
           END-STRING.
           WRITE RPT-LINE.
           CLOSE RPTFD.
           PERFORM 980-FILE-REPORT.
           MOVE WS-UNACKED TO SPA-NUM.
           DISPLAY 'unacknowledged criticals:' WS-UNACKED.
           EXIT.
      ************************************************************************
       980-FILE-REPORT         SECTION.
           MOVE 'NOTIFRPT' TO DB-RPTREPO-PROGRAM.
           MOVE RPT-FILE TO DB-RPTREPO-SOURCE.
           MOVE SPACE TO DB-RPTREPO-BIZDATE.
           MOVE SPACE TO DB-RPTREPO-CLASS.
           CALL 'RPTREPO' USING
                MCPAREA
                SPAAREA
                DB-RPTREPO.
           EXIT.
