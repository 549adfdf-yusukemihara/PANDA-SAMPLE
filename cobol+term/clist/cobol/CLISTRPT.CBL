           FD  RPTFD.
           01  RPT-LINE            PIC X(132).
       WORKING-STORAGE     SECTION.
            COPY    "DB-RPTREPO".
            COPY    "DB-BIZDAY".
       01  INST-FILE           PIC X(80)
                               VALUE './cobol/checklist-instance.dat'.
           END-STRING.
           WRITE RPT-LINE.
           CLOSE RPTFD.
           PERFORM 980-FILE-REPORT.
           EXIT.
      ************************************************************************
       980-FILE-REPORT         SECTION.
           MOVE 'CLISTRPT' TO DB-RPTREPO-PROGRAM.
           MOVE RPT-FILE TO DB-RPTREPO-SOURCE.
           MOVE SPACE TO DB-RPTREPO-BIZDATE.
           MOVE SPACE TO DB-RPTREPO-CLASS.
           CALL 'RPTREPO' USING
                MCPAREA
                SPAAREA
                DB-RPTREPO.
           EXIT.
