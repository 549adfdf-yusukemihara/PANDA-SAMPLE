       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         RECERTIFY.
      ******************************************************************
      * ACCESS RECERTIFICATION.  LISTS THE PENDING ITEMS OF THE OPEN
      * CAMPAIGNS THAT THE SIGNED-ON USER REVIEWS - THOSE NAMING THE
      * USER AS DEPARTMENT MANAGER, AND FOR A PERMISSION
      * ADMINISTRATOR THOSE WITH NO MANAGER - AND LETS EACH BE
      * CONFIRMED OR REVOKED.  NOBODY DECIDES AN ITEM FOR THEIR
      * OWN ROLE.  A REVOKE TAKES THE ROLE AWAY AT ONCE THROUGH
      * ROLEREVOKE; A CONFIRM IS RECORDED IN THE APPROVAL AUDIT
      * CHAIN:
      *   TS|USER|TERM|ROLE|USER:ROLE|CONFIRMED
      * ITEMS STILL PENDING AT THE DEADLINE ARE REVOKED BY RECERTGEN.
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
           SELECT ITMFD    ASSIGN TO ITM-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS ITM-FILE-ST.
       DATA                DIVISION.
       FILE                SECTION.
           FD  ITMFD.
           01  ITM-LINE            PIC X(200).
       WORKING-STORAGE     SECTION.
            COPY    "DB-RECERT".
            COPY    "DB-ROLEREV".
            COPY    "DB-AUTH".
            COPY    "DB-FILELOCK".
            COPY    "DB-AUDITCHAIN".
       01  ITM-FILE            PIC X(80)
                               VALUE './cobol/recert-items.dat'.
       01  ITM-FILE-ST         PIC X(02).
       01  APPR-AUDIT-FILE     PIC X(80)
                               VALUE './cobol/approval-audit.log'.
       01  WS-IDX              PIC 9(4).
       01  WS-SEL-IDX          PIC 9(4).
       01  WS-ADMIN            PIC X(1).
       01  WS-REG-FULL         PIC X(1).
       01  WS-ACTION           PIC X(12).
       01  WS-TIMESTAMP        PIC X(21).
       01  WS-ITEM-KEY         PIC X(40).
       01  WS-ROWMAP.
           05  WS-MAP-NUM          PIC 9(4).
           05  WS-MAP-IDX          PIC 9(4).
           05  WS-ROW-ITEM OCCURS 100 TIMES
                                   PIC 9(4).
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
           DISPLAY 'recertify widget:' MCP-WIDGET
           MOVE MCP-USER TO DB-AUTH-USER.
           MOVE 'AUTH-MAINT' TO DB-AUTH-FUNC.
           MOVE 'N' TO DB-AUTH-DEFAULT.
           MOVE 'Y' TO DB-AUTH-NOLOG.
           CALL 'AUTHCHECK' USING DB-AUTH.
           MOVE 'N' TO DB-AUTH-NOLOG.
           MOVE DB-AUTH-ALLOW TO WS-ADMIN.
           EVALUATE    MCP-STATUS      ALSO    MCP-WIDGET
             WHEN     'LINK'           ALSO    ANY
               PERFORM 010-INIT
             WHEN     'PUTG'           ALSO    'rctable'
               PERFORM 020-ROW-CLICKED
             WHEN     'PUTG'           ALSO    'confirmbutton'
               MOVE 'CONFIRMED' TO WS-ACTION
               PERFORM 030-DECIDE-ITEM
             WHEN     'PUTG'           ALSO    'revokebutton'
               MOVE 'REVOKED' TO WS-ACTION
               PERFORM 030-DECIDE-ITEM
             WHEN     'PUTG'           ALSO    'refreshbutton'
               PERFORM 080-REFRESH
           END-EVALUATE.
           EXIT    PROGRAM.
      ************************************************************************
       010-INIT                SECTION.
           INITIALIZE RCTABLE.
           MOVE 2 TO RCTROWATTR.
           MOVE SPACE TO SCR-RCMSG.
           PERFORM 100-LOAD-ITEMS.
           PERFORM 015-PRESELECT.
           PERFORM 500-ITEMS-TO-TABLE.
           MOVE   'NEW'        TO  MCP-PUTTYPE.
           MOVE   'recertify'  TO  MCP-WINDOW.
           PERFORM 900-PUT-WINDOW.
           EXIT.
      ************************************************************************
       015-PRESELECT           SECTION.
      * ARRIVING FROM THE APPROVALS INBOX THE KEY IS
      * CAMPAIGN:USER:ROLE - SELECT THAT ITEM SO THE REVIEWER LANDS
      * ON IT.
           IF SPA-PRESEL-WINDOW NOT = 'recertify'
               EXIT SECTION
           END-IF.
           PERFORM 460-BUILD-ROWMAP.
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                     UNTIL WS-MAP-IDX > WS-MAP-NUM
               MOVE WS-ROW-ITEM(WS-MAP-IDX) TO WS-IDX
               MOVE SPACE TO WS-ITEM-KEY
               STRING DB-RCI-CAMPAIGN(WS-IDX) DELIMITED BY SPACE
                      ':'                     DELIMITED BY SIZE
                      DB-RCI-USER(WS-IDX)     DELIMITED BY SPACE
                      ':'                     DELIMITED BY SIZE
                      DB-RCI-ROLE(WS-IDX)     DELIMITED BY SPACE
                      INTO WS-ITEM-KEY
               END-STRING
               IF WS-ITEM-KEY = SPA-PRESEL-KEY
                   MOVE WS-MAP-IDX TO RCTROW
               END-IF
           END-PERFORM.
           MOVE SPACE TO SPA-PRESEL-WINDOW.
           MOVE SPACE TO SPA-PRESEL-KEY.
           EXIT.
      ************************************************************************
       020-ROW-CLICKED         SECTION.
           PERFORM 100-LOAD-ITEMS.
           PERFORM 110-CHECK-SELECTION.
           IF WS-SEL-IDX NOT = ZERO
               MOVE SPACE TO SCR-RCMSG
               STRING 'review '                 DELIMITED BY SIZE
                      DB-RCI-ROLE(WS-SEL-IDX)   DELIMITED BY SPACE
                      ' held by '               DELIMITED BY SIZE
                      DB-RCI-USER(WS-SEL-IDX)   DELIMITED BY SPACE
                      ' - due '                 DELIMITED BY SIZE
                      DB-RCI-DEADLINE(WS-SEL-IDX)
                                                DELIMITED BY SPACE
                      INTO SCR-RCMSG
               END-STRING
           END-IF.
           PERFORM 090-SHOW-ITEMS.
           EXIT.
      ************************************************************************
       030-DECIDE-ITEM         SECTION.
           PERFORM 200-LOCK-REGISTER.
           IF DB-FILELOCK-RC = 2
               PERFORM 090-SHOW-ITEMS
               EXIT SECTION
           END-IF.
           PERFORM 100-LOAD-ITEMS.
           IF WS-REG-FULL = 'Y'
               MOVE 'recertification register too long to update'
                   TO SCR-RCMSG
               PERFORM 220-UNLOCK-REGISTER
               PERFORM 090-SHOW-ITEMS
               EXIT SECTION
           END-IF.
           PERFORM 110-CHECK-SELECTION.
           IF WS-SEL-IDX = ZERO
               PERFORM 220-UNLOCK-REGISTER
               PERFORM 090-SHOW-ITEMS
               EXIT SECTION
           END-IF.
           IF WS-ACTION = 'REVOKED'
               PERFORM 300-REVOKE-ROLE
               IF DB-ROLEREV-RC > 1
                   PERFORM 220-UNLOCK-REGISTER
                   PERFORM 090-SHOW-ITEMS
                   EXIT SECTION
               END-IF
           ELSE
               PERFORM 320-AUDIT-CONFIRM
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:14)
               TO DB-RCI-DECIDEDTS(WS-SEL-IDX).
           MOVE WS-ACTION TO DB-RCI-STATUS(WS-SEL-IDX).
           MOVE MCP-USER  TO DB-RCI-DECIDEDBY(WS-SEL-IDX).
           PERFORM 210-SAVE-ITEMS.
           PERFORM 220-UNLOCK-REGISTER.
           MOVE SPACE TO SCR-RCMSG.
           STRING DB-RCI-ROLE(WS-SEL-IDX)   DELIMITED BY SPACE
                  ' for '                   DELIMITED BY SIZE
                  DB-RCI-USER(WS-SEL-IDX)   DELIMITED BY SPACE
                  ' '                       DELIMITED BY SIZE
                  WS-ACTION                 DELIMITED BY SPACE
                  INTO SCR-RCMSG
           END-STRING.
           PERFORM 090-SHOW-ITEMS.
           EXIT.
      ************************************************************************
       080-REFRESH             SECTION.
           MOVE SPACE TO SCR-RCMSG.
           PERFORM 090-SHOW-ITEMS.
           EXIT.
      ************************************************************************
       090-SHOW-ITEMS          SECTION.
           PERFORM 100-LOAD-ITEMS.
           PERFORM 500-ITEMS-TO-TABLE.
           MOVE   'PUTG'       TO  MCP-PUTTYPE.
           MOVE   'recertify'  TO  MCP-WINDOW.
           PERFORM 900-PUT-WINDOW.
           EXIT.
      ************************************************************************
       100-LOAD-ITEMS          SECTION.
           MOVE 0 TO DB-RCI-NUM.
           MOVE 'N' TO WS-REG-FULL.
           OPEN INPUT ITMFD.
           IF ITM-FILE-ST NOT = "00"
               EXIT SECTION
           END-IF.
           PERFORM UNTIL ITM-FILE-ST NOT = "00"
               READ ITMFD INTO ITM-LINE
               IF ITM-FILE-ST = "00" AND ITM-LINE NOT = SPACE
                   IF DB-RCI-NUM >= 400
                       MOVE 'Y' TO WS-REG-FULL
                   ELSE
                       ADD 1 TO DB-RCI-NUM
                       INITIALIZE DB-RCI-ENTRY(DB-RCI-NUM)
                       UNSTRING ITM-LINE DELIMITED BY '|'
                           INTO DB-RCI-CAMPAIGN(DB-RCI-NUM)
                                DB-RCI-USER(DB-RCI-NUM)
                                DB-RCI-ROLE(DB-RCI-NUM)
                                DB-RCI-DEPT(DB-RCI-NUM)
                                DB-RCI-MANAGER(DB-RCI-NUM)
                                DB-RCI-DEADLINE(DB-RCI-NUM)
                                DB-RCI-STATUS(DB-RCI-NUM)
                                DB-RCI-DECIDEDBY(DB-RCI-NUM)
                                DB-RCI-DECIDEDTS(DB-RCI-NUM)
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ITMFD.
           EXIT.
      ************************************************************************
       110-CHECK-SELECTION     SECTION.
           MOVE 0 TO WS-SEL-IDX.
           PERFORM 460-BUILD-ROWMAP.
           IF RCTROW = ZERO OR RCTROW > WS-MAP-NUM
               MOVE 'select an item first' TO SCR-RCMSG
           ELSE
               MOVE WS-ROW-ITEM(RCTROW) TO WS-SEL-IDX
           END-IF.
           EXIT.
      ************************************************************************
       200-LOCK-REGISTER       SECTION.
           MOVE 'ACQUIRE' TO DB-FILELOCK-FUNC.
           MOVE ITM-FILE TO DB-FILELOCK-FILE.
           MOVE MCP-TERM TO DB-FILELOCK-OWNER.
           MOVE 30 TO DB-FILELOCK-TIMEOUT.
           CALL 'FILELOCK' USING DB-FILELOCK.
           IF DB-FILELOCK-RC = 2
               MOVE SPACE TO SCR-RCMSG
               STRING 'register locked by ' DELIMITED BY SIZE
                      DB-FILELOCK-HOLDER    DELIMITED BY SPACE
                      ' - try again'        DELIMITED BY SIZE
                      INTO SCR-RCMSG
               END-STRING
           END-IF.
           EXIT.
      ************************************************************************
       210-SAVE-ITEMS          SECTION.
           OPEN OUTPUT ITMFD.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > DB-RCI-NUM
               MOVE SPACE TO ITM-LINE
               STRING DB-RCI-CAMPAIGN(WS-IDX)  DELIMITED BY SPACE
                      '|'                      DELIMITED BY SIZE
                      DB-RCI-USER(WS-IDX)      DELIMITED BY SPACE
                      '|'                      DELIMITED BY SIZE
                      DB-RCI-ROLE(WS-IDX)      DELIMITED BY SPACE
                      '|'                      DELIMITED BY SIZE
                      DB-RCI-DEPT(WS-IDX)      DELIMITED BY '  '
                      '|'                      DELIMITED BY SIZE
                      DB-RCI-MANAGER(WS-IDX)   DELIMITED BY SPACE
                      '|'                      DELIMITED BY SIZE
                      DB-RCI-DEADLINE(WS-IDX)  DELIMITED BY SPACE
                      '|'                      DELIMITED BY SIZE
                      DB-RCI-STATUS(WS-IDX)    DELIMITED BY SPACE
                      '|'                      DELIMITED BY SIZE
                      DB-RCI-DECIDEDBY(WS-IDX) DELIMITED BY SPACE
                      '|'                      DELIMITED BY SIZE
                      DB-RCI-DECIDEDTS(WS-IDX) DELIMITED BY SPACE
                      INTO ITM-LINE
               END-STRING
               WRITE ITM-LINE
           END-PERFORM.
           CLOSE ITMFD.
           EXIT.
      ************************************************************************
       220-UNLOCK-REGISTER     SECTION.
           MOVE 'RELEASE' TO DB-FILELOCK-FUNC.
           MOVE ITM-FILE TO DB-FILELOCK-FILE.
           MOVE MCP-TERM TO DB-FILELOCK-OWNER.
           CALL 'FILELOCK' USING DB-FILELOCK.
           EXIT.
      ************************************************************************
       300-REVOKE-ROLE         SECTION.
      * RC 1 - THE ROLE WAS ALREADY TAKEN AWAY BY OTHER MEANS, SO THE
      * ITEM IS STILL MARKED REVOKED.
           INITIALIZE DB-ROLEREV.
           MOVE DB-RCI-USER(WS-SEL-IDX) TO DB-ROLEREV-USER.
           MOVE DB-RCI-ROLE(WS-SEL-IDX) TO DB-ROLEREV-ROLE.
           MOVE MCP-USER                TO DB-ROLEREV-BY.
           MOVE MCP-TERM                TO DB-ROLEREV-OWNER.
           MOVE 'REVOKED'               TO DB-ROLEREV-ACTION.
           CALL 'ROLEREVOKE' USING DB-ROLEREV.
           EVALUATE DB-ROLEREV-RC
             WHEN 2
               MOVE SPACE TO SCR-RCMSG
               STRING 'role table locked by ' DELIMITED BY SIZE
                      DB-ROLEREV-HOLDER       DELIMITED BY SPACE
                      ' - try again'          DELIMITED BY SIZE
                      INTO SCR-RCMSG
               END-STRING
             WHEN 3
               MOVE 'no role table on file' TO SCR-RCMSG
             WHEN 4
               MOVE 'role table too long to rewrite' TO SCR-RCMSG
           END-EVALUATE.
           EXIT.
      ************************************************************************
       320-AUDIT-CONFIRM       SECTION.
           MOVE FUNCTION CURRENT-DATE(1:21) TO WS-TIMESTAMP.
           MOVE APPR-AUDIT-FILE TO DB-AUDITCHAIN-FILE.
           MOVE SPACE TO DB-AUDITCHAIN-LINE.
           STRING WS-TIMESTAMP             DELIMITED BY SPACE
                  '|'                      DELIMITED BY SIZE
                  MCP-USER                 DELIMITED BY SPACE
                  '|'                      DELIMITED BY SIZE
                  MCP-TERM                 DELIMITED BY SPACE
                  '|ROLE|'                 DELIMITED BY SIZE
                  DB-RCI-USER(WS-SEL-IDX)  DELIMITED BY SPACE
                  ':'                      DELIMITED BY SIZE
                  DB-RCI-ROLE(WS-SEL-IDX)  DELIMITED BY SPACE
                  '|CONFIRMED'             DELIMITED BY SIZE
                  INTO DB-AUDITCHAIN-LINE
           END-STRING.
           CALL 'AUDITCHAIN' USING DB-AUDITCHAIN.
           EXIT.
      ************************************************************************
       460-BUILD-ROWMAP        SECTION.
      * THE MAP TIES A TABLE ROW BACK TO ITS REGISTER SLOT.
           MOVE 0 TO WS-MAP-NUM.
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                     UNTIL WS-MAP-IDX > DB-RCI-NUM
                        OR WS-MAP-NUM >= 100
               IF DB-RCI-STATUS(WS-MAP-IDX) = 'PENDING'
                  AND DB-RCI-USER(WS-MAP-IDX) NOT = MCP-USER
                  AND (DB-RCI-MANAGER(WS-MAP-IDX) = MCP-USER
                       OR (DB-RCI-MANAGER(WS-MAP-IDX) = SPACE
                           AND WS-ADMIN = 'Y'))
                   ADD 1 TO WS-MAP-NUM
                   MOVE WS-MAP-IDX TO WS-ROW-ITEM(WS-MAP-NUM)
               END-IF
           END-PERFORM.
           EXIT.
      ************************************************************************
       500-ITEMS-TO-TABLE      SECTION.
           MOVE RCTROW TO WS-SEL-IDX.
           INITIALIZE RCTABLE.
           MOVE 2 TO RCTROWATTR.
           MOVE WS-SEL-IDX TO RCTROW.
           PERFORM 460-BUILD-ROWMAP.
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                     UNTIL WS-MAP-IDX > WS-MAP-NUM
               MOVE WS-ROW-ITEM(WS-MAP-IDX) TO WS-IDX
               ADD 1 TO RCROWCNT
               MOVE DB-RCI-USER(WS-IDX) TO RCCELL1(RCROWCNT)
               MOVE DB-RCI-ROLE(WS-IDX) TO RCCELL2(RCROWCNT)
               MOVE DB-RCI-DEPT(WS-IDX) TO RCCELL3(RCROWCNT)
               MOVE SPACE TO RCCELL4(RCROWCNT)
               STRING DB-RCI-CAMPAIGN(WS-IDX) DELIMITED BY SPACE
                      ' due '                 DELIMITED BY SIZE
                      DB-RCI-DEADLINE(WS-IDX) DELIMITED BY SPACE
                      INTO RCCELL4(RCROWCNT)
               END-STRING
           END-PERFORM.
           IF SCR-RCMSG = SPACE AND WS-MAP-NUM = 0
               MOVE 'no access awaiting your review' TO SCR-RCMSG
           END-IF.
           EXIT.
      ************************************************************************
       900-PUT-WINDOW          SECTION.
           CALL 'BANNER' USING
                MCPAREA
                LINKAREA.
           MOVE   'PUTWINDOW'  TO  MCP-FUNC.
           CALL   'MONFUNC'     USING
                MCPAREA.
           EXIT.
