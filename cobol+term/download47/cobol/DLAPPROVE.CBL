      * DOCUMENT ACCESS APPROVAL.  LISTS PENDING ACCESS REQUESTS FOR
      * RESTRICTED CATALOG DOCUMENTS OWNED BY THE SIGNED-ON USER;
      * APPROVE OR REJECT UPDATES THE APPROVAL REGISTER AND LANDS
      * THE DECISION IN THE DOWNLOAD ACTIVITY LOG.  REQUESTS FOR
      * DOCUMENTS OF AN OWNER WHO HAS REGISTERED THIS USER AS THEIR
      * OUT-OF-OFFICE DELEGATE ARE LISTED TOO; A DECISION TAKEN ON ONE
      * OF THOSE IS STAMPED ON BEHALF OF THE OWNER IN THE ACTIVITY LOG
      * AND CHAINED INTO THE APPROVAL AUDIT LOG.
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
           FD  ACTFD.
           01  ACT-LINE            PIC X(150).
       WORKING-STORAGE     SECTION.
            COPY    "DB-DELEG".
            COPY    "DB-AUDITCHAIN".
       01  APP-FILE            PIC X(80)
                               VALUE './cobol/download-approvals.dat'.
       01  APP-FILE-ST         PIC X(02).
       01  ACT-FILE            PIC X(80)
                               VALUE './cobol/download-activity.log'.
       01  ACT-FILE-ST         PIC X(02).
       01  APPR-AUDIT-FILE     PIC X(80)
                               VALUE './cobol/approval-audit.log'.
       01  DB-DLAPP.
           05  DB-DLAPP-NUM            PIC 9(3).
           05  DB-DLAPP-ENTRY OCCURS 100 TIMES.
                               PIC 9(3).
       01  WS-TIMESTAMP        PIC X(21).
       01  WS-DECISION         PIC X(10).
       01  WS-PRE-CODE         PIC X(10).
       01  WS-PRE-USER         PIC X(20).
       01  WS-ON-BEHALF        PIC X(20).
       01  WS-DLG-IDX          PIC 9(2).
       01  WS-COVERED          PIC X(1).
       01  WS-BEHALF-NOTE      PIC X(40).
       LINKAGE                 SECTION.
            COPY    "MCPAREA".
            COPY    "SPAAREA".
           MOVE SPACE TO SCR-APMSG.
           PERFORM 100-LOAD-REQUESTS.
           PERFORM 500-REQUESTS-TO-TABLE.
           PERFORM 015-PRESELECT.
           MOVE   'NEW'        TO  MCP-PUTTYPE.
           MOVE   'dlapprove'  TO  MCP-WINDOW.
           PERFORM 900-PUT-WINDOW.
           EXIT.
      ************************************************************************
       015-PRESELECT           SECTION.
      * ARRIVING FROM THE APPROVALS INBOX - SELECT THE REQUEST IT
      * NAMED (DOCUMENT|REQUESTER) AMONG THE ROWS JUST LISTED.
           IF SPA-PRESEL-WINDOW NOT = 'dlapprove'
               EXIT SECTION
           END-IF.
           MOVE SPACE TO WS-PRE-CODE WS-PRE-USER.
           UNSTRING SPA-PRESEL-KEY DELIMITED BY '|'
               INTO WS-PRE-CODE
                    WS-PRE-USER.
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                     UNTIL WS-MAP-IDX > WS-MAP-NUM
               MOVE WS-ROW-APP(WS-MAP-IDX) TO WS-IDX
               IF DB-DLAPP-CODE(WS-IDX) = WS-PRE-CODE
                  AND DB-DLAPP-USER(WS-IDX) = WS-PRE-USER
                   MOVE WS-MAP-IDX TO APTROW
               END-IF
           END-PERFORM.
           MOVE SPACE TO SPA-PRESEL-WINDOW.
           MOVE SPACE TO SPA-PRESEL-KEY.
           EXIT.
      ************************************************************************
       030-DECIDE-APPROVE      SECTION.
           MOVE 'APPROVED' TO WS-DECISION.
               END-PERFORM
               CLOSE APPFD
           END-IF.
           PERFORM 110-LOAD-PRINCIPALS.
           EXIT.
      ************************************************************************
       110-LOAD-PRINCIPALS     SECTION.
      * THE OWNERS THIS USER IS STANDING IN FOR TODAY.
           INITIALIZE DB-DELEG.
           MOVE 'PRINCIPALS' TO DB-DELEG-FUNC.
           MOVE MCP-USER TO DB-DELEG-USER.
           CALL 'DELEGATE' USING DB-DELEG.
           EXIT.
      ************************************************************************
       200-APPLY-DECISION      SECTION.
               EXIT SECTION
           END-IF.
           MOVE WS-ROW-APP(APTROW) TO WS-SEL-IDX.
           MOVE SPACE TO WS-ON-BEHALF.
           IF DB-DLAPP-OWNER(WS-SEL-IDX) NOT = MCP-USER
               IF DB-DLAPP-USER(WS-SEL-IDX) = MCP-USER
                   MOVE 'cannot decide your own request'
                       TO SCR-APMSG
                   PERFORM 090-SHOW
                   EXIT SECTION
               END-IF
               MOVE DB-DLAPP-OWNER(WS-SEL-IDX) TO WS-ON-BEHALF
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:21) TO WS-TIMESTAMP.
           MOVE WS-DECISION   TO DB-DLAPP-STATUS(WS-SEL-IDX).
           MOVE WS-TIMESTAMP  TO DB-DLAPP-DECIDED(WS-SEL-IDX).
           PERFORM 300-SAVE-REQUESTS.
           PERFORM 310-LOG-DECISION.
           IF WS-ON-BEHALF NOT = SPACE
               PERFORM 320-AUDIT-DELEGATED
           END-IF.
           MOVE SPACE TO SCR-APMSG.
           STRING 'request '   DELIMITED BY SIZE
                  WS-DECISION  DELIMITED BY SPACE
           EXIT.
      ************************************************************************
       310-LOG-DECISION        SECTION.
           MOVE SPACE TO WS-BEHALF-NOTE.
           IF WS-ON-BEHALF NOT = SPACE
               STRING ' on behalf of '      DELIMITED BY SIZE
                      WS-ON-BEHALF          DELIMITED BY SPACE
                      INTO WS-BEHALF-NOTE
               END-STRING
           END-IF.
           OPEN EXTEND ACTFD.
           IF ACT-FILE-ST = "05" OR "35"
               OPEN OUTPUT ACTFD
                      WS-DECISION               DELIMITED BY SPACE
                      ' for '                   DELIMITED BY SIZE
                      DB-DLAPP-USER(WS-SEL-IDX) DELIMITED BY SPACE
                      WS-BEHALF-NOTE            DELIMITED BY '  '
                      INTO ACT-LINE
               END-STRING
               WRITE ACT-LINE
               CLOSE ACTFD
           END-IF.
           EXIT.
      ************************************************************************
       320-AUDIT-DELEGATED     SECTION.
      * A DECISION TAKEN STANDING IN FOR AN ABSENT OWNER IS CHAINED
      * INTO THE APPROVAL AUDIT LOG:
      *   TS|USER|TERM|SOURCE|KEY|DECISION|ON BEHALF OF <OWNER>
           MOVE APPR-AUDIT-FILE TO DB-AUDITCHAIN-FILE.
           MOVE SPACE TO DB-AUDITCHAIN-LINE.
           STRING WS-TIMESTAMP              DELIMITED BY SPACE
                  '|'                       DELIMITED BY SIZE
                  MCP-USER                  DELIMITED BY SPACE
                  '|'                       DELIMITED BY SIZE
                  MCP-TERM                  DELIMITED BY SPACE
                  '|DOWNLOAD|'              DELIMITED BY SIZE
                  DB-DLAPP-CODE(WS-SEL-IDX) DELIMITED BY SPACE
                  '|'                       DELIMITED BY SIZE
                  DB-DLAPP-USER(WS-SEL-IDX) DELIMITED BY SPACE
                  '|'                       DELIMITED BY SIZE
                  WS-DECISION               DELIMITED BY SPACE
                  '|ON BEHALF OF '          DELIMITED BY SIZE
                  WS-ON-BEHALF              DELIMITED BY SPACE
                  INTO DB-AUDITCHAIN-LINE
           END-STRING.
           CALL 'AUDITCHAIN' USING DB-AUDITCHAIN.
           EXIT.
      ************************************************************************
       460-BUILD-ROWMAP        SECTION.
      * ONLY PENDING REQUESTS FOR DOCUMENTS THIS USER OWNS, OR OWNS
      * ON BEHALF OF AN ABSENT OWNER, ARE LISTED; THE MAP TIES A
      * TABLE ROW BACK TO ITS REGISTER SLOT.
           MOVE 0 TO WS-MAP-NUM.
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                     UNTIL WS-MAP-IDX > DB-DLAPP-NUM
                        OR WS-MAP-NUM >= 50
               IF DB-DLAPP-STATUS(WS-MAP-IDX) = 'PENDING'
                   PERFORM 470-CHECK-OWNER
                   IF WS-COVERED = 'Y'
                       ADD 1 TO WS-MAP-NUM
                       MOVE WS-MAP-IDX TO WS-ROW-APP(WS-MAP-NUM)
                   END-IF
               END-IF
           END-PERFORM.
           EXIT.
      ************************************************************************
       470-CHECK-OWNER         SECTION.
           MOVE 'N' TO WS-COVERED.
           IF DB-DLAPP-OWNER(WS-MAP-IDX) = MCP-USER
               MOVE 'Y' TO WS-COVERED
               EXIT SECTION
           END-IF.
           PERFORM VARYING WS-DLG-IDX FROM 1 BY 1
                     UNTIL WS-DLG-IDX > DB-DELEG-NUM
               IF DB-DLAPP-OWNER(WS-MAP-IDX) = DB-DELEG-FOR(WS-DLG-IDX)
                   MOVE 'Y' TO WS-COVERED
               END-IF
           END-PERFORM.
           EXIT.
