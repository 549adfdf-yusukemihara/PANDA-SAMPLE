           FD  RPTFD.
           01  RPT-LINE            PIC X(132).
       WORKING-STORAGE     SECTION.
            COPY    "DB-RPTREPO".
            COPY    "DB-FILEGUARD".
            COPY    "DB-PRINTQ".
       01  CAT-FILE            PIC X(80)
                               VALUE './cobol/backup-catalog.dat'.
       01  CAT-FILE-ST         PIC X(02).
       01  WS-CHAR-IDX         PIC 9(4).
       01  WS-READ-OK          PIC X(1).
       01  WS-LIVE-COUNT       PIC 9(6).
       01  WS-QUEUE-FILE       PIC X(40)
                               VALUE './cobol/printqueue.idx'.
       01  WS-FAIL-COUNT       PIC 9(4) VALUE 0.
       01  WS-PASS-COUNT       PIC 9(4) VALUE 0.
       01  WS-VERDICT          PIC X(40).
           END-STRING.
           WRITE RPT-LINE.
           CLOSE RPTFD.
           PERFORM 980-FILE-REPORT.
           MOVE WS-FAIL-COUNT TO SPA-NUM.
           DISPLAY 'backup generations failing verify:'
               WS-FAIL-COUNT.
           EXIT.
      ************************************************************************
       400-COUNT-LIVE-FILE     SECTION.
      * THE PRINT QUEUE IS A KEYED FILE AND IS COUNTED THROUGH PRINTQ.
           IF DB-BKPCAT-FILE(WS-IDX) = WS-QUEUE-FILE
               PERFORM 410-COUNT-LIVE-QUEUE
               EXIT SECTION
           END-IF.
           MOVE DB-BKPCAT-FILE(WS-IDX) TO DB-FILEGUARD-FILE.
           CALL 'FILEGUARD' USING DB-FILEGUARD.
           MOVE DB-BKPCAT-FILE(WS-IDX) TO GEN-FILE.
               CLOSE GENFD
           END-IF.
           EXIT.
      ************************************************************************
       410-COUNT-LIVE-QUEUE    SECTION.
           MOVE 0 TO WS-LIVE-COUNT.
           INITIALIZE DB-PRINTQ.
           MOVE 'FIRST' TO DB-PRINTQ-FUNC.
           CALL 'PRINTQ' USING DB-PRINTQ.
           PERFORM UNTIL DB-PRINTQ-RC NOT = ZERO
               ADD 1 TO WS-LIVE-COUNT
               MOVE 'NEXT' TO DB-PRINTQ-FUNC
               CALL 'PRINTQ' USING DB-PRINTQ
           END-PERFORM.
           EXIT.
      ************************************************************************
       980-FILE-REPORT         SECTION.
           MOVE 'BKPVERIFY' TO DB-RPTREPO-PROGRAM.
           MOVE RPT-FILE TO DB-RPTREPO-SOURCE.
           MOVE SPACE TO DB-RPTREPO-BIZDATE.
           MOVE SPACE TO DB-RPTREPO-CLASS.
           CALL 'RPTREPO' USING
                MCPAREA
                SPAAREA
                DB-RPTREPO.
           EXIT.
