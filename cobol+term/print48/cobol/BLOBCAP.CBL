           FD  RPTFD.
           01  RPT-LINE            PIC X(132).
       WORKING-STORAGE     SECTION.
            COPY    "DB-RPTREPO".
            COPY    "DB-WORK".
            COPY    "DB-BIZDAY".
            COPY    "DB-PRINTQ".
       01  SCAN-FILE           PIC X(80).
       01  SCAN-FILE-ST        PIC X(02).
       01  RPT-FILE            PIC X(80)
           EXIT.
      ************************************************************************
       100-LOAD-KEY-LISTS      SECTION.
      * JOBS STILL ON THE PRINT QUEUE ARE LOOKED UP ON THE QUEUE ITSELF
      * AS EACH BLOB IS CLASSIFIED.
           MOVE './cobol/print-history.dat' TO SCAN-FILE.
           MOVE 'PRINT' TO WS-SUBSYS.
           PERFORM 110-LOAD-ONE-LIST.
           MOVE 5 TO WS-SUB-IDX.
           IF DB-WORK-FILE(1:2) = 'q-'
               MOVE 2 TO WS-SUB-IDX
               PERFORM 315-TALLY-SUBSYS
               EXIT SECTION
           END-IF.
           INITIALIZE DB-PRINTQ.
           MOVE 'BYFILE' TO DB-PRINTQ-FUNC.
           MOVE DB-WORK-FILE TO DB-PRINTQ-FILENAME.
           CALL 'PRINTQ' USING DB-PRINTQ.
           IF DB-PRINTQ-RC = ZERO
               MOVE 1 TO WS-SUB-IDX
           ELSE
               PERFORM VARYING WS-IDX FROM 1 BY 1
                         UNTIL WS-IDX > KL-NUM
                   END-IF
               END-PERFORM
           END-IF.
           PERFORM 315-TALLY-SUBSYS.
           EXIT.
      ************************************************************************
       315-TALLY-SUBSYS        SECTION.
           ADD 1 TO ST-COUNT(WS-SUB-IDX).
           ADD WS-OBJ-BYTES TO ST-BYTES(WS-SUB-IDX).
           EXIT.
           WRITE RPT-LINE.
           PERFORM 410-WRITE-PROJECTION.
           CLOSE RPTFD.
           PERFORM 980-FILE-REPORT.
           EXIT.
      ************************************************************************
       410-WRITE-PROJECTION    SECTION.
           END-IF.
           WRITE RPT-LINE.
           EXIT.
      ************************************************************************
       980-FILE-REPORT         SECTION.
           MOVE 'BLOBCAP' TO DB-RPTREPO-PROGRAM.
           MOVE RPT-FILE TO DB-RPTREPO-SOURCE.
           MOVE SPACE TO DB-RPTREPO-BIZDATE.
           MOVE SPACE TO DB-RPTREPO-CLASS.
           CALL 'RPTREPO' USING
                MCPAREA
                SPAAREA
                DB-RPTREPO.
           EXIT.
