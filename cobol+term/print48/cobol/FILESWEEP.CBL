           FD  RPTFD.
           01  RPT-LINE            PIC X(132).
       WORKING-STORAGE     SECTION.
            COPY    "DB-RPTREPO".
            COPY    "DB-FILEGUARD".
       01  REG-FILE            PIC X(80)
                               VALUE './cobol/fileguard-registry.dat'.
           END-STRING.
           WRITE RPT-LINE.
           CLOSE RPTFD.
           PERFORM 980-FILE-REPORT.
           MOVE WS-EXCEPT-COUNT TO SPA-NUM.
           DISPLAY 'integrity sweep exceptions:' WS-EXCEPT-COUNT.
           EXIT.
           CLOSE CHKFD.
           CLOSE QUARFD.
           EXIT.
      ************************************************************************
       980-FILE-REPORT         SECTION.
           MOVE 'FILESWEEP' TO DB-RPTREPO-PROGRAM.
           MOVE RPT-FILE TO DB-RPTREPO-SOURCE.
           MOVE SPACE TO DB-RPTREPO-BIZDATE.
           MOVE SPACE TO DB-RPTREPO-CLASS.
           CALL 'RPTREPO' USING
                MCPAREA
                SPAAREA
                DB-RPTREPO.
           EXIT.
