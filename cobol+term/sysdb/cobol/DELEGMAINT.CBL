       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         DELEGMAINT.
      ******************************************************************
      * OUT-OF-OFFICE DELEGATION MAINTENANCE.  AN APPROVER GOING ON
      * LEAVE NAMES A DELEGATE AND A DATE RANGE; FOR THAT WINDOW THE
      * APPROVAL SCREENS AND THE AUTHORIZATION CHECK LET THE DELEGATE
      * DECIDE AS IF THEY WERE THE APPROVER.  THE SCREEN LISTS THE
      * SIGNED-ON USER'S OWN DELEGATIONS; ADD REGISTERS A NEW ONE,
      * REVOKE CANCELS THE SELECTED ONE.  REGISTER LAYOUT:
      *   PRINCIPAL|DELEGATE|FROM-DATE|TO-DATE|STATUS|CREATED-TS
      * THE REGISTER IS REWRITTEN UNDER THE SHARED FILE LOCK.  EVERY
      * REGISTRATION AND REVOCATION IS CHAINED INTO THE APPROVAL
      * AUDIT LOG.
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
           SELECT DLGFD    ASSIGN TO DLG-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS DLG-FILE-ST.
       DATA                DIVISION.
       FILE                SECTION.
           FD  DLGFD.
           01  DLG-LINE            PIC X(120).
       WORKING-STORAGE     SECTION.
            COPY    "DB-DEPTMAST".
            COPY    "DB-FILELOCK".
            COPY    "DB-AUDITCHAIN".
       01  DLG-FILE            PIC X(80)
                               VALUE './cobol/approval-delegations.dat'.
       01  DLG-FILE-ST         PIC X(02).
       01  APPR-AUDIT-FILE     PIC X(80)
                               VALUE './cobol/approval-audit.log'.
       01  DB-DLGREG.
           05  DB-DLGREG-NUM           PIC 9(3).
           05  DB-DLGREG-ENTRY OCCURS 200 TIMES.
               10  DB-DLGREG-PRINCIPAL PIC X(20).
               10  DB-DLGREG-DELEGATE  PIC X(20).
               10  DB-DLGREG-FROM      PIC X(8).
               10  DB-DLGREG-TO        PIC X(8).
               10  DB-DLGREG-STATUS    PIC X(10).
               10  DB-DLGREG-CREATED   PIC X(21).
       01  WS-IDX              PIC 9(3).
       01  WS-SEL-IDX          PIC 9(3).
       01  WS-MAP-IDX          PIC 9(3).
       01  WS-MAP-NUM          PIC 9(3).
       01  WS-ROWMAP.
           05  WS-ROW-DLG      OCCURS 50 TIMES
                               PIC 9(3).
       01  WS-TIMESTAMP        PIC X(21).
       01  WS-ACTION           PIC X(10).
       01  WS-VALID            PIC X(1).
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
           DISPLAY 'delegmaint widget:' MCP-WIDGET
           EVALUATE    MCP-STATUS      ALSO    MCP-WIDGET
             WHEN     'LINK'           ALSO    ANY
               PERFORM 010-INIT
             WHEN     'PUTG'           ALSO    'dlgtable'
               PERFORM 020-ROW-CLICKED
             WHEN     'PUTG'           ALSO    'addbutton'
               PERFORM 030-ADD-DELEGATE
             WHEN     'PUTG'           ALSO    'revokebutton'
               PERFORM 040-REVOKE-DELEGATE
             WHEN     'PUTG'           ALSO    'refreshbutton'
               PERFORM 080-REFRESH
           END-EVALUATE.
           EXIT    PROGRAM.
      ************************************************************************
       010-INIT                SECTION.
           INITIALIZE SCR-APPROVALS.
           MOVE 2 TO APTROWATTR.
           MOVE SPACE TO SCR-APPMSG.
           MOVE SPACE TO SCR-DLGUSER.
           MOVE SPACE TO SCR-DLGFROM.
           MOVE SPACE TO SCR-DLGTO.
           PERFORM 100-LOAD-REGISTER.
           PERFORM 500-REGISTER-TO-TABLE.
           MOVE   'NEW'         TO  MCP-PUTTYPE.
           MOVE   'delegmaint'  TO  MCP-WINDOW.
           PERFORM 900-PUT-WINDOW.
           EXIT.
      ************************************************************************
       020-ROW-CLICKED         SECTION.
           MOVE SPACE TO SCR-APPMSG.
           MOVE   'PUTG'        TO  MCP-PUTTYPE.
           MOVE   'delegmaint'  TO  MCP-WINDOW.
           PERFORM 900-PUT-WINDOW.
           EXIT.
      ************************************************************************
       030-ADD-DELEGATE        SECTION.
           PERFORM 300-VALIDATE-ENTRY.
           IF WS-VALID NOT = 'Y'
               PERFORM 080-REFRESH
               EXIT SECTION
           END-IF.
           PERFORM 200-LOCK-REGISTER.
           IF DB-FILELOCK-RC = 2
               PERFORM 080-REFRESH
               EXIT SECTION
           END-IF.
           PERFORM 100-LOAD-REGISTER.
           IF DB-DLGREG-NUM >= 200
               MOVE 'delegation register is full' TO SCR-APPMSG
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:21) TO WS-TIMESTAMP
               ADD 1 TO DB-DLGREG-NUM
               MOVE MCP-USER    TO DB-DLGREG-PRINCIPAL(DB-DLGREG-NUM)
               MOVE SCR-DLGUSER TO DB-DLGREG-DELEGATE(DB-DLGREG-NUM)
               MOVE SCR-DLGFROM TO DB-DLGREG-FROM(DB-DLGREG-NUM)
               MOVE SCR-DLGTO   TO DB-DLGREG-TO(DB-DLGREG-NUM)
               MOVE 'ACTIVE'    TO DB-DLGREG-STATUS(DB-DLGREG-NUM)
               MOVE WS-TIMESTAMP
                                TO DB-DLGREG-CREATED(DB-DLGREG-NUM)
               PERFORM 210-SAVE-REGISTER
               MOVE DB-DLGREG-NUM TO WS-SEL-IDX
               MOVE 'DELEGATED' TO WS-ACTION
               PERFORM 320-AUDIT-DELEGATION
               MOVE 'delegate registered' TO SCR-APPMSG
               MOVE SPACE TO SCR-DLGUSER
               MOVE SPACE TO SCR-DLGFROM
               MOVE SPACE TO SCR-DLGTO
           END-IF.
           PERFORM 220-UNLOCK-REGISTER.
           PERFORM 090-SHOW-REGISTER.
           EXIT.
      ************************************************************************
       040-REVOKE-DELEGATE     SECTION.
           PERFORM 200-LOCK-REGISTER.
           IF DB-FILELOCK-RC = 2
               PERFORM 080-REFRESH
               EXIT SECTION
           END-IF.
           PERFORM 100-LOAD-REGISTER.
           PERFORM 460-BUILD-ROWMAP.
           IF APTROW = ZERO OR APTROW > WS-MAP-NUM
               MOVE 'select a delegation first' TO SCR-APPMSG
           ELSE
               MOVE WS-ROW-DLG(APTROW) TO WS-SEL-IDX
               IF DB-DLGREG-STATUS(WS-SEL-IDX) NOT = 'ACTIVE'
                   MOVE 'delegation is not active' TO SCR-APPMSG
               ELSE
                   MOVE 'CANCELLED' TO DB-DLGREG-STATUS(WS-SEL-IDX)
                   PERFORM 210-SAVE-REGISTER
                   MOVE 'REVOKED' TO WS-ACTION
                   PERFORM 320-AUDIT-DELEGATION
                   MOVE 'delegation revoked' TO SCR-APPMSG
               END-IF
           END-IF.
           PERFORM 220-UNLOCK-REGISTER.
           PERFORM 090-SHOW-REGISTER.
           EXIT.
      ************************************************************************
       080-REFRESH             SECTION.
           PERFORM 100-LOAD-REGISTER.
           PERFORM 090-SHOW-REGISTER.
           EXIT.
      ************************************************************************
       090-SHOW-REGISTER       SECTION.
           PERFORM 500-REGISTER-TO-TABLE.
           MOVE   'PUTG'        TO  MCP-PUTTYPE.
           MOVE   'delegmaint'  TO  MCP-WINDOW.
           PERFORM 900-PUT-WINDOW.
           EXIT.
      ************************************************************************
       100-LOAD-REGISTER       SECTION.
           MOVE 0 TO DB-DLGREG-NUM.
           OPEN INPUT DLGFD.
           IF DLG-FILE-ST = "00"
               PERFORM UNTIL DLG-FILE-ST NOT = "00"
                        OR DB-DLGREG-NUM >= 200
                   READ DLGFD INTO DLG-LINE
                   IF DLG-FILE-ST = "00" AND DLG-LINE NOT = SPACE
                       ADD 1 TO DB-DLGREG-NUM
                       UNSTRING DLG-LINE DELIMITED BY '|'
                           INTO DB-DLGREG-PRINCIPAL(DB-DLGREG-NUM)
                                DB-DLGREG-DELEGATE(DB-DLGREG-NUM)
                                DB-DLGREG-FROM(DB-DLGREG-NUM)
                                DB-DLGREG-TO(DB-DLGREG-NUM)
                                DB-DLGREG-STATUS(DB-DLGREG-NUM)
                                DB-DLGREG-CREATED(DB-DLGREG-NUM)
                   END-IF
               END-PERFORM
               CLOSE DLGFD
           END-IF.
           EXIT.
      ************************************************************************
       200-LOCK-REGISTER       SECTION.
           MOVE 'ACQUIRE' TO DB-FILELOCK-FUNC.
           MOVE DLG-FILE TO DB-FILELOCK-FILE.
           MOVE MCP-TERM TO DB-FILELOCK-OWNER.
           MOVE 30 TO DB-FILELOCK-TIMEOUT.
           CALL 'FILELOCK' USING DB-FILELOCK.
           IF DB-FILELOCK-RC = 2
               MOVE SPACE TO SCR-APPMSG
               STRING 'register locked by ' DELIMITED BY SIZE
                      DB-FILELOCK-HOLDER    DELIMITED BY SPACE
                      ' - try again'        DELIMITED BY SIZE
                      INTO SCR-APPMSG
               END-STRING
           END-IF.
           EXIT.
      ************************************************************************
       210-SAVE-REGISTER       SECTION.
           OPEN OUTPUT DLGFD.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > DB-DLGREG-NUM
               MOVE SPACE TO DLG-LINE
               STRING DB-DLGREG-PRINCIPAL(WS-IDX) DELIMITED BY SPACE
                      '|'                         DELIMITED BY SIZE
                      DB-DLGREG-DELEGATE(WS-IDX)  DELIMITED BY SPACE
                      '|'                         DELIMITED BY SIZE
                      DB-DLGREG-FROM(WS-IDX)      DELIMITED BY SPACE
                      '|'                         DELIMITED BY SIZE
                      DB-DLGREG-TO(WS-IDX)        DELIMITED BY SPACE
                      '|'                         DELIMITED BY SIZE
                      DB-DLGREG-STATUS(WS-IDX)    DELIMITED BY SPACE
                      '|'                         DELIMITED BY SIZE
                      DB-DLGREG-CREATED(WS-IDX)   DELIMITED BY SPACE
                      INTO DLG-LINE
               END-STRING
               WRITE DLG-LINE
           END-PERFORM.
           CLOSE DLGFD.
           EXIT.
      ************************************************************************
       220-UNLOCK-REGISTER     SECTION.
           MOVE 'RELEASE' TO DB-FILELOCK-FUNC.
           MOVE DLG-FILE TO DB-FILELOCK-FILE.
           MOVE MCP-TERM TO DB-FILELOCK-OWNER.
           CALL 'FILELOCK' USING DB-FILELOCK.
           EXIT.
      ************************************************************************
       300-VALIDATE-ENTRY      SECTION.
      * THE DELEGATE MUST BE SOMEONE ELSE ON THE DEPARTMENT MASTER,
      * AND THE RANGE TWO VALID DATES IN ORDER THAT HAVE NOT ALREADY
      * PASSED.
           MOVE 'N' TO WS-VALID.
           IF SCR-DLGUSER = SPACE
               MOVE 'enter the delegate user' TO SCR-APPMSG
               EXIT SECTION
           END-IF.
           IF SCR-DLGUSER = MCP-USER
               MOVE 'you cannot delegate to yourself' TO SCR-APPMSG
               EXIT SECTION
           END-IF.
           MOVE 'USERDEPT' TO DB-DEPTMAST-FUNC.
           MOVE SCR-DLGUSER TO DB-DEPTMAST-USER.
           CALL 'DEPTMASTER' USING DB-DEPTMAST.
           IF DB-DEPTMAST-FLAG NOT = 'Y'
               MOVE 'delegate is not on the department master'
                   TO SCR-APPMSG
               EXIT SECTION
           END-IF.
           IF SCR-DLGFROM NOT NUMERIC OR SCR-DLGTO NOT NUMERIC
               MOVE 'dates must be YYYYMMDD' TO SCR-APPMSG
               EXIT SECTION
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(SCR-DLGFROM))
                  NOT = 0
              OR FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(SCR-DLGTO))
                  NOT = 0
               MOVE 'dates must be YYYYMMDD' TO SCR-APPMSG
               EXIT SECTION
           END-IF.
           IF SCR-DLGFROM > SCR-DLGTO
               MOVE 'from date is after to date' TO SCR-APPMSG
               EXIT SECTION
           END-IF.
           IF SCR-DLGTO < FUNCTION CURRENT-DATE(1:8)
               MOVE 'the date range has already passed' TO SCR-APPMSG
               EXIT SECTION
           END-IF.
           MOVE 'Y' TO WS-VALID.
           EXIT.
      ************************************************************************
       320-AUDIT-DELEGATION    SECTION.
      * REGISTRATIONS AND REVOCATIONS GO INTO THE SAME CHAIN AS THE
      * DECISIONS TAKEN UNDER THEM:
      *   TS|USER|TERM|DELEGATE|DELEGATE:FROM-TO|ACTION|PRINCIPAL
           MOVE FUNCTION CURRENT-DATE(1:21) TO WS-TIMESTAMP.
           MOVE APPR-AUDIT-FILE TO DB-AUDITCHAIN-FILE.
           MOVE SPACE TO DB-AUDITCHAIN-LINE.
           STRING WS-TIMESTAMP              DELIMITED BY SPACE
                  '|'                       DELIMITED BY SIZE
                  MCP-USER                  DELIMITED BY SPACE
                  '|'                       DELIMITED BY SIZE
                  MCP-TERM                  DELIMITED BY SPACE
                  '|DELEGATE|'              DELIMITED BY SIZE
                  DB-DLGREG-DELEGATE(WS-SEL-IDX)
                                            DELIMITED BY SPACE
                  ':'                       DELIMITED BY SIZE
                  DB-DLGREG-FROM(WS-SEL-IDX)
                                            DELIMITED BY SPACE
                  '-'                       DELIMITED BY SIZE
                  DB-DLGREG-TO(WS-SEL-IDX)  DELIMITED BY SPACE
                  '|'                       DELIMITED BY SIZE
                  WS-ACTION                 DELIMITED BY SPACE
                  '|'                       DELIMITED BY SIZE
                  DB-DLGREG-PRINCIPAL(WS-SEL-IDX)
                                            DELIMITED BY SPACE
                  INTO DB-AUDITCHAIN-LINE
           END-STRING.
           CALL 'AUDITCHAIN' USING DB-AUDITCHAIN.
           EXIT.
      ************************************************************************
       460-BUILD-ROWMAP        SECTION.
      * ONLY THE SIGNED-ON USER'S OWN DELEGATIONS ARE LISTED; THE MAP
      * TIES A TABLE ROW BACK TO ITS REGISTER SLOT.
           MOVE 0 TO WS-MAP-NUM.
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                     UNTIL WS-MAP-IDX > DB-DLGREG-NUM
                        OR WS-MAP-NUM >= 50
               IF DB-DLGREG-PRINCIPAL(WS-MAP-IDX) = MCP-USER
                   ADD 1 TO WS-MAP-NUM
                   MOVE WS-MAP-IDX TO WS-ROW-DLG(WS-MAP-NUM)
               END-IF
           END-PERFORM.
           EXIT.
      ************************************************************************
       500-REGISTER-TO-TABLE   SECTION.
           MOVE APTROW TO WS-SEL-IDX.
           INITIALIZE SCR-APPROVALS.
           MOVE 2 TO APTROWATTR.
           MOVE WS-SEL-IDX TO APTROW.
           PERFORM 460-BUILD-ROWMAP.
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                     UNTIL WS-MAP-IDX > WS-MAP-NUM
               MOVE WS-ROW-DLG(WS-MAP-IDX) TO WS-IDX
               ADD 1 TO APROWCNT
               MOVE DB-DLGREG-DELEGATE(WS-IDX) TO APCELL1(APROWCNT)
               MOVE DB-DLGREG-FROM(WS-IDX)     TO APCELL2(APROWCNT)
               MOVE DB-DLGREG-TO(WS-IDX)       TO APCELL3(APROWCNT)
               MOVE DB-DLGREG-STATUS(WS-IDX)   TO APCELL4(APROWCNT)
           END-PERFORM.
           IF SCR-APPMSG = SPACE AND WS-MAP-NUM = 0
               MOVE 'no delegations registered' TO SCR-APPMSG
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
