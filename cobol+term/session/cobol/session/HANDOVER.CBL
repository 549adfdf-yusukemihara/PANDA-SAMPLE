      *   - DEAD LETTERS AWAITING REVIEW
      *   - PARAMETER CHANGES AWAITING APPROVAL
      *   - UNACKNOWLEDGED NOTIFICATIONS
      *   - APPROVALS LEFT UNDECIDED BY THE CLOSING OPERATOR, FROM
      *     THE SAME COLLECTOR AS THE APPROVALS INBOX
      * SIGN-ON SHOWS THE DOCUMENT TO THE NEXT OPERATOR OF THE SAME
      * DEPARTMENT, SO HANDOVER NO LONGER DEPENDS ON MEMORY.
      ******************************************************************
           01  DOC-LINE            PIC X(132).
       WORKING-STORAGE     SECTION.
            COPY    "DB-DEPTMAST".
            COPY    "DB-APPRBOX".
            COPY    "DB-PRINTQ".
       01  SCAN-FILE           PIC X(80).
       01  SCAN-FILE-ST        PIC X(02).
       01  DOC-FILE            PIC X(90).
       01  WS-DEAD             PIC 9(4).
       01  WS-PENDCHG          PIC 9(4).
       01  WS-UNACKED          PIC 9(4).
       01  WS-UNDECIDED        PIC 9(4).
       01  WS-TIMESTAMP        PIC X(21).
       LINKAGE                 SECTION.
            COPY    "MCPAREA".
           MCPAREA.
       000-MAIN                SECTION.
           MOVE 0 TO WS-RUNNING WS-FAILED WS-HELD WS-OTHER
                     WS-DEAD WS-PENDCHG WS-UNACKED WS-UNDECIDED.
           MOVE FUNCTION CURRENT-DATE(1:21) TO WS-TIMESTAMP.
           MOVE 'USERDEPT' TO DB-DEPTMAST-FUNC.
           MOVE MCP-USER   TO DB-DEPTMAST-USER.
           PERFORM 200-COUNT-DEAD-LETTERS.
           PERFORM 300-COUNT-PENDING-CHANGES.
           PERFORM 400-COUNT-UNACKED.
           PERFORM 450-COUNT-UNDECIDED.
           PERFORM 500-WRITE-DOCUMENT.
           EXIT    PROGRAM.
      ************************************************************************
       100-COUNT-PRINT-JOBS    SECTION.
           INITIALIZE DB-PRINTQ.
           MOVE 'FIRST' TO DB-PRINTQ-FUNC.
           CALL 'PRINTQ' USING DB-PRINTQ.
           PERFORM UNTIL DB-PRINTQ-RC NOT = ZERO
               IF DB-PRINTQ-DEPT = WS-DEPT
                   EVALUATE DB-PRINTQ-STATUS
                     WHEN 'RUNNING'
                       ADD 1 TO WS-RUNNING
                     WHEN 'FAILED'
                       ADD 1 TO WS-FAILED
                     WHEN 'HELD'
                       ADD 1 TO WS-HELD
                     WHEN 'COMPLETE'
                       CONTINUE
                     WHEN 'CONFIRMED'
                       CONTINUE
                     WHEN OTHER
                       ADD 1 TO WS-OTHER
                   END-EVALUATE
               END-IF
               MOVE 'NEXT' TO DB-PRINTQ-FUNC
               CALL 'PRINTQ' USING DB-PRINTQ
           END-PERFORM.
           EXIT.
      ************************************************************************
       200-COUNT-DEAD-LETTERS  SECTION.
           END-PERFORM.
           CLOSE SCANFD.
           EXIT.
      ************************************************************************
       450-COUNT-UNDECIDED     SECTION.
           INITIALIZE DB-APPRBOX.
           MOVE MCP-USER TO DB-APPRBOX-USER.
           CALL 'APPRBOX' USING DB-APPRBOX.
           MOVE DB-APPRBOX-NUM TO WS-UNDECIDED.
           EXIT.
      ************************************************************************
       500-WRITE-DOCUMENT      SECTION.
           MOVE SPACE TO DOC-FILE.
                  INTO DOC-LINE
           END-STRING.
           WRITE DOC-LINE.
           MOVE SPACE TO DOC-LINE.
           STRING 'APPROVALS LEFT UNDECIDED: '
                              DELIMITED BY SIZE
                  WS-UNDECIDED DELIMITED BY SIZE
                  INTO DOC-LINE
           END-STRING.
           WRITE DOC-LINE.
           CLOSE DOCFD.
           EXIT.
