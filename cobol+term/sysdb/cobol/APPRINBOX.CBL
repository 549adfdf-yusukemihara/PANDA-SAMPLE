       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         APPRINBOX.
      ******************************************************************
      * "MY APPROVALS" INBOX.  ONE LIST OF EVERYTHING AWAITING THE
      * SIGNED-ON USER'S DECISION - STAGED PARAMETER CHANGES,
      * DOCUMENT ACCESS REQUESTS, QUARANTINED UPLOADS AND HELD PRINT
      * JOBS - WITH REQUESTER AND AGE IN DAYS.  OPEN HANDS THE
      * SELECTED ITEM TO THE WINDOW THAT DECIDES IT, WHICH COMES UP
      * WITH THAT ITEM ALREADY SELECTED.
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       DATA                DIVISION.
       WORKING-STORAGE     SECTION.
            COPY    "DB-APPRBOX".
       01  WS-IDX              PIC 9(4).
       01  WS-SEL-IDX          PIC 9(4).
       01  WS-AGE-EDIT         PIC ZZZ9.
       LINKAGE                 SECTION.
            COPY    "MCPAREA".
            COPY    "SPAAREA".
            COPY    "LINKAREA".
            COPY    "SCRAREA".
      ************************************************************************
       PROCEDURE           DIVISION    USING
           MCPAREA
           SPAAREA
           LINKAREA
           SCRAREA.
       000-MAIN                SECTION.
           DISPLAY 'apprinbox widget:' MCP-WIDGET
           EVALUATE    MCP-STATUS      ALSO    MCP-WIDGET
             WHEN     'LINK'           ALSO    ANY
               PERFORM 010-INIT
             WHEN     'PUTG'           ALSO    'ibtable'
               PERFORM 020-ROW-CLICKED
             WHEN     'PUTG'           ALSO    'openbutton'
               PERFORM 030-OPEN-ITEM
             WHEN     'PUTG'           ALSO    'refreshbutton'
               PERFORM 080-REFRESH
           END-EVALUATE.
           EXIT    PROGRAM.
      ************************************************************************
       010-INIT                SECTION.
           INITIALIZE IBTABLE.
           MOVE 2 TO IBTROWATTR.
           MOVE SPACE TO SCR-IBMSG.
           PERFORM 100-LOAD-INBOX.
           PERFORM 500-INBOX-TO-TABLE.
           MOVE   'NEW'         TO  MCP-PUTTYPE.
           MOVE   'apprinbox'   TO  MCP-WINDOW.
           PERFORM 900-PUT-WINDOW.
           EXIT.
      ************************************************************************
       020-ROW-CLICKED         SECTION.
           MOVE SPACE TO SCR-IBMSG.
           MOVE   'PUTG'        TO  MCP-PUTTYPE.
           MOVE   'apprinbox'   TO  MCP-WINDOW.
           PERFORM 900-PUT-WINDOW.
           EXIT.
      ************************************************************************
       030-OPEN-ITEM           SECTION.
           PERFORM 100-LOAD-INBOX.
           IF IBTROW = ZERO OR IBTROW > DB-APPRBOX-NUM
               MOVE 'select an item first' TO SCR-IBMSG
               PERFORM 090-SHOW-INBOX
               EXIT SECTION
           END-IF.
           MOVE IBTROW TO WS-SEL-IDX.
           MOVE DB-APPRBOX-WINDOW(WS-SEL-IDX) TO SPA-PRESEL-WINDOW.
           MOVE DB-APPRBOX-KEY(WS-SEL-IDX)    TO SPA-PRESEL-KEY.
           MOVE   'CHANGE'      TO  MCP-PUTTYPE.
           MOVE DB-APPRBOX-WINDOW(WS-SEL-IDX) TO MCP-WINDOW.
           PERFORM 900-PUT-WINDOW.
           EXIT.
      ************************************************************************
       080-REFRESH             SECTION.
           MOVE SPACE TO SCR-IBMSG.
           PERFORM 100-LOAD-INBOX.
           PERFORM 090-SHOW-INBOX.
           EXIT.
      ************************************************************************
       090-SHOW-INBOX          SECTION.
           PERFORM 500-INBOX-TO-TABLE.
           MOVE   'PUTG'        TO  MCP-PUTTYPE.
           MOVE   'apprinbox'   TO  MCP-WINDOW.
           PERFORM 900-PUT-WINDOW.
           EXIT.
      ************************************************************************
       100-LOAD-INBOX          SECTION.
           INITIALIZE DB-APPRBOX.
           MOVE MCP-USER TO DB-APPRBOX-USER.
           CALL 'APPRBOX' USING DB-APPRBOX.
           EXIT.
      ************************************************************************
       500-INBOX-TO-TABLE      SECTION.
           MOVE IBTROW TO WS-SEL-IDX.
           INITIALIZE IBTABLE.
           MOVE 2 TO IBTROWATTR.
           MOVE WS-SEL-IDX TO IBTROW.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > DB-APPRBOX-NUM
               ADD 1 TO IBROWCNT
               MOVE DB-APPRBOX-SOURCE(WS-IDX) TO IBCELL1(IBROWCNT)
               MOVE DB-APPRBOX-DESC(WS-IDX)   TO IBCELL2(IBROWCNT)
               MOVE DB-APPRBOX-REQ(WS-IDX)    TO IBCELL3(IBROWCNT)
               MOVE DB-APPRBOX-AGE(WS-IDX)    TO WS-AGE-EDIT
               MOVE SPACE TO IBCELL4(IBROWCNT)
               STRING WS-AGE-EDIT             DELIMITED BY SIZE
                      ' days  '               DELIMITED BY SIZE
                      DB-APPRBOX-SUBMIT(WS-IDX)(1:8)
                                              DELIMITED BY SIZE
                      INTO IBCELL4(IBROWCNT)
               END-STRING
           END-PERFORM.
           IF SCR-IBMSG = SPACE
               IF DB-APPRBOX-NUM = 0
                   MOVE 'nothing is waiting for your decision'
                       TO SCR-IBMSG
               END-IF
               IF DB-APPRBOX-RC NOT = 0
                   MOVE 'more items waiting than shown'
                       TO SCR-IBMSG
               END-IF
           END-IF.
           EXIT.
      ************************************************************************
       900-PUT-WINDOW          SECTION.
           CALL 'BANNER' USING
                MCPAREA
                LINKAREA.
           MOVE   1  TO  MCP-RC.
           MOVE   'PUTWINDOW'  TO  MCP-FUNC.
           CALL   'MCPSUB'     USING
                MCPAREA.
           EXIT.
