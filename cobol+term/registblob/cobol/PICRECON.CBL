           FD  RPTFD.
           01  RPT-LINE            PIC X(132).
       WORKING-STORAGE     SECTION.
            COPY    "DB-RPTREPO".
            COPY    "DB-PATH".
            COPY    "DB-PATHSEL".
            COPY    "DB-WORK".
           05  DB-PUSH-ID          PIC X(20).
           05  DB-PUSH-COMMENT     PIC X(80).
           05  DB-PUSH-TOPIC       PIC X(20).
           05  DB-PUSH-SEVERITY    PIC X(8).
       01  WS-IDX              PIC 9(4).
       01  WS-J                PIC 9(4).
       01  WS-MISSING          PIC 9(4) VALUE 0.
           END-STRING.
           WRITE RPT-LINE.
           CLOSE RPTFD.
           PERFORM 980-FILE-REPORT.
           PERFORM 500-PUSH-COUNTS.
           COMPUTE SPA-NUM = WS-MISSING + WS-ORPHANS + WS-BADFLAGS.
           DISPLAY 'image reconciliation exceptions:' SPA-NUM.
           MOVE 'image-recon'  TO DB-PUSH-EVENT.
           MOVE 'PICRECON'     TO DB-PUSH-ID.
           MOVE 'operations'   TO DB-PUSH-TOPIC.
           MOVE 'INFO'         TO DB-PUSH-SEVERITY.
           MOVE SPACE TO DB-PUSH-COMMENT.
           STRING 'missing='   DELIMITED BY SIZE
                  WS-MISSING   DELIMITED BY SIZE
           CALL 'PATHSEL' USING DB-PATHSEL.
           MOVE DB-PATHSEL-PATH TO PATH-WORK-PRIMARY.
           EXIT.
      ************************************************************************
       980-FILE-REPORT         SECTION.
           MOVE 'PICRECON' TO DB-RPTREPO-PROGRAM.
           MOVE RPT-FILE TO DB-RPTREPO-SOURCE.
           MOVE SPACE TO DB-RPTREPO-BIZDATE.
           MOVE SPACE TO DB-RPTREPO-CLASS.
           CALL 'RPTREPO' USING
                MCPAREA
                SPAAREA
                DB-RPTREPO.
           EXIT.
