           FD  RPTFD.
           01  RPT-LINE            PIC X(200).
       WORKING-STORAGE     SECTION.
            COPY    "DB-RPTREPO".
            COPY    "DB-BLOB".
            COPY    "DB-JSON".
            COPY    "DB-JSONIDX".
            COPY    "DB-PATH".
            COPY    "DB-PATHSEL".
            COPY    "DB-SHELL".
           END-STRING.
           WRITE RPT-LINE.
           CLOSE RPTFD.
           PERFORM 980-FILE-REPORT.
           COMPUTE SPA-NUM = WS-ACCEPTED + WS-REJECTED.
           DISPLAY 'json ingest accepted:' WS-ACCEPTED
               ' rejected:' WS-REJECTED.
           IF MCP-RC NOT = ZERO AND MCP-RC NOT = 1
               MOVE 'N' TO WS-OK
               MOVE 'json table write failed' TO WS-VIOLATION-MSG
               EXIT SECTION
           END-IF.
      * INGESTED DOCUMENTS CARRY NO VERSION HISTORY - INDEXED AS 0.
           MOVE 'UPDATE'       TO DB-JSONIDX-FUNC.
           MOVE 'JSONINGEST'   TO DB-JSONIDX-OWNER.
           MOVE 0              TO DB-JSONIDX-VERSION.
           CALL 'JSONINDEX' USING DB-JSONIDX DB-JSON-OBJECT.
           IF DB-JSONIDX-RC = 2
               DISPLAY 'json field index busy - '
                       WS-FNAME(1:40)
                       ' not indexed, run JSONREINDEX'
           END-IF.
           EXIT.
      ************************************************************************
           CALL 'PATHSEL' USING DB-PATHSEL.
           MOVE DB-PATHSEL-PATH TO PATH-WORK-PRIMARY.
           EXIT.
      ************************************************************************
       980-FILE-REPORT         SECTION.
           MOVE 'JSONINGEST' TO DB-RPTREPO-PROGRAM.
           MOVE RPT-FILE TO DB-RPTREPO-SOURCE.
           MOVE SPACE TO DB-RPTREPO-BIZDATE.
           MOVE SPACE TO DB-RPTREPO-CLASS.
           CALL 'RPTREPO' USING
                MCPAREA
                SPAAREA
                DB-RPTREPO.
           EXIT.
