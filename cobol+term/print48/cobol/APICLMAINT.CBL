       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         APICLMAINT.
      ******************************************************************
      * API CLIENT REGISTRY MAINTENANCE.  EACH CALLING SYSTEM IS
      * REGISTERED WITH ITS CLIENT ID, OWNING DEPARTMENT, CONTACT,
      * ISSUED KEY, THE ENDPOINTS IT MAY CALL (COMMA LIST, OR * FOR
      * ALL) AND ACTIVE/SUSPENDED STATUS.  A NEW CLIENT IS ISSUED ITS
      * KEY ON REGISTRATION; THE KEY IS SHOWN ONCE, ON THE MESSAGE
      * LINE, AND CAN BE REISSUED, WHICH VOIDS THE OLD ONE.  EVERY
      * CHANGE NEEDS API-CLIENT-ADMIN AND GOES INTO THE APPROVAL
      * AUDIT CHAIN.  THE ENDPOINTS CHECK CALLERS THROUGH APICLIENT.
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
           SELECT CLFD     ASSIGN TO CL-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS CL-FILE-ST.
       DATA                DIVISION.
       FILE                SECTION.
           FD  CLFD.
           01  CL-LINE             PIC X(250).
       WORKING-STORAGE     SECTION.
            COPY    "DB-AUTH".
            COPY    "DB-FILELOCK".
            COPY    "DB-DEPTMAST".
            COPY    "DB-AUDITCHAIN".
       01  CL-FILE             PIC X(80)
                               VALUE './cobol/api-clients.dat'.
       01  CL-FILE-ST          PIC X(02).
       01  APPR-AUDIT-FILE     PIC X(80)
                               VALUE './cobol/approval-audit.log'.
       01  DB-APICL.
           05  DB-APICL-NUM            PIC 9(3).
           05  DB-APICL-ENTRY OCCURS 200 TIMES.
               10  DB-APICL-CLIENT     PIC X(20).
               10  DB-APICL-DEPT       PIC X(20).
               10  DB-APICL-CONTACT    PIC X(40).
               10  DB-APICL-KEY        PIC X(24).
               10  DB-APICL-ENDPOINTS  PIC X(40).
               10  DB-APICL-STATUS     PIC X(9).
               10  DB-APICL-ISSUED     PIC X(21).
       01  SIGN-SECRET         PIC X(16) VALUE 'PANDA-API-CLKEYS'.
       01  SIGN-INPUT          PIC X(80).
       01  WS-HASH             PIC 9(9).
       01  WS-LEN              PIC 9(3).
       01  WS-I                PIC 9(3).
       01  WS-IDX              PIC 9(4).
       01  WS-SEL-IDX          PIC 9(4).
       01  WS-VALID            PIC X(1).
       01  WS-KNOWN            PIC X(1).
       01  WS-ACTION           PIC X(12).
       01  WS-TIMESTAMP        PIC X(21).
       01  WS-EP-LIST.
           05  WS-EP-NAME      PIC X(12) OCCURS 8 TIMES.
       01  WS-EP-IDX           PIC 9(2).
       01  WS-KNOWN-EPS.
           05  FILLER          PIC X(12) VALUE 'JSONIO'.
           05  FILLER          PIC X(12) VALUE 'XMLIO2'.
           05  FILLER          PIC X(12) VALUE 'DOWNLOAD2'.
           05  FILLER          PIC X(12) VALUE 'API47'.
       01  WS-KNOWN-TABLE      REDEFINES WS-KNOWN-EPS.
           05  WS-KNOWN-EP     PIC X(12) OCCURS 4 TIMES.
       01  WS-K                PIC 9(2).
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
           DISPLAY 'apiclmaint widget:' MCP-WIDGET
           EVALUATE    MCP-STATUS      ALSO    MCP-WIDGET
             WHEN     'LINK'           ALSO    ANY
               PERFORM 010-INIT
             WHEN     'PUTG'           ALSO    'queuetable'
               PERFORM 020-ROW-CLICKED
             WHEN     'PUTG'           ALSO    'savebutton'
               PERFORM 030-SAVE-CLIENT
             WHEN     'PUTG'           ALSO    'suspendbutton'
               MOVE 'SUSPENDED' TO WS-ACTION
               PERFORM 040-SET-STATUS
             WHEN     'PUTG'           ALSO    'activatebutton'
               MOVE 'ACTIVE' TO WS-ACTION
               PERFORM 040-SET-STATUS
             WHEN     'PUTG'           ALSO    'keybutton'
               PERFORM 050-REISSUE-KEY
             WHEN     'PUTG'           ALSO    'refreshbutton'
               PERFORM 080-REFRESH
           END-EVALUATE.
           EXIT    PROGRAM.
      ************************************************************************
       010-INIT                SECTION.
           INITIALIZE QUEUETABLE.
           MOVE 2 TO QTROWATTR.
           MOVE SPACE TO SCR-QMSG.
           PERFORM 070-CLEAR-ENTRY.
           PERFORM 100-LOAD-REGISTER.
           PERFORM 500-REGISTER-TO-TABLE.
           MOVE   'NEW'        TO  MCP-PUTTYPE.
           MOVE   'apiclmaint' TO  MCP-WINDOW.
           PERFORM 900-PUT-WINDOW.
           EXIT.
      ************************************************************************
       020-ROW-CLICKED         SECTION.
           MOVE SPACE TO SCR-QMSG.
           PERFORM 100-LOAD-REGISTER.
           PERFORM 110-CHECK-SELECTION.
           IF WS-SEL-IDX NOT = ZERO
               PERFORM 060-LOAD-ENTRY
           END-IF.
           MOVE   'PUTG'       TO  MCP-PUTTYPE.
           MOVE   'apiclmaint' TO  MCP-WINDOW.
           PERFORM 900-PUT-WINDOW.
           EXIT.
      ************************************************************************
       030-SAVE-CLIENT         SECTION.
      * A CLIENT ID NOT YET ON FILE IS REGISTERED ACTIVE AND ISSUED
      * A KEY; ONE ALREADY ON FILE HAS ITS DETAILS REPLACED AND
      * KEEPS ITS KEY AND STATUS.
           MOVE SPACE TO SCR-QMSG.
           PERFORM 075-CHECK-AUTH.
           IF DB-AUTH-ALLOW NOT = 'Y'
               PERFORM 080-REFRESH
               EXIT SECTION
           END-IF.
           PERFORM 300-VALIDATE-ENTRY.
           IF WS-VALID NOT = 'Y'
               PERFORM 090-SHOW-REGISTER
               EXIT SECTION
           END-IF.
           PERFORM 200-LOCK-REGISTER.
           IF DB-FILELOCK-RC = 2
               PERFORM 090-SHOW-REGISTER
               EXIT SECTION
           END-IF.
           PERFORM 100-LOAD-REGISTER.
           PERFORM 120-FIND-CLIENT.
           IF WS-SEL-IDX = ZERO
               IF DB-APICL-NUM >= 200
                   MOVE 'client registry is full' TO SCR-QMSG
                   PERFORM 220-UNLOCK-REGISTER
                   PERFORM 090-SHOW-REGISTER
                   EXIT SECTION
               END-IF
               ADD 1 TO DB-APICL-NUM
               MOVE DB-APICL-NUM TO WS-SEL-IDX
               MOVE SCR-APICLIENT TO DB-APICL-CLIENT(WS-SEL-IDX)
               MOVE 'ACTIVE' TO DB-APICL-STATUS(WS-SEL-IDX)
               PERFORM 130-STORE-ENTRY
               PERFORM 400-ISSUE-KEY
               MOVE 'REGISTER' TO WS-ACTION
           ELSE
               PERFORM 130-STORE-ENTRY
               MOVE 'UPDATE' TO WS-ACTION
               MOVE 'client details updated' TO SCR-QMSG
           END-IF.
           PERFORM 210-SAVE-REGISTER.
           PERFORM 220-UNLOCK-REGISTER.
           PERFORM 320-AUDIT-CLIENT.
           PERFORM 090-SHOW-REGISTER.
           EXIT.
      ************************************************************************
       040-SET-STATUS          SECTION.
           MOVE SPACE TO SCR-QMSG.
           PERFORM 075-CHECK-AUTH.
           IF DB-AUTH-ALLOW NOT = 'Y'
               PERFORM 080-REFRESH
               EXIT SECTION
           END-IF.
           PERFORM 200-LOCK-REGISTER.
           IF DB-FILELOCK-RC = 2
               PERFORM 090-SHOW-REGISTER
               EXIT SECTION
           END-IF.
           PERFORM 100-LOAD-REGISTER.
           PERFORM 110-CHECK-SELECTION.
           IF WS-SEL-IDX = ZERO
               MOVE 'select a client first' TO SCR-QMSG
           ELSE
               IF DB-APICL-STATUS(WS-SEL-IDX) = WS-ACTION
                   MOVE SPACE TO SCR-QMSG
                   STRING 'client is already '  DELIMITED BY SIZE
                          WS-ACTION             DELIMITED BY SPACE
                          INTO SCR-QMSG
                   END-STRING
               ELSE
                   MOVE WS-ACTION TO DB-APICL-STATUS(WS-SEL-IDX)
                   PERFORM 210-SAVE-REGISTER
                   PERFORM 320-AUDIT-CLIENT
                   MOVE SPACE TO SCR-QMSG
                   STRING 'client '             DELIMITED BY SIZE
                          DB-APICL-CLIENT(WS-SEL-IDX)
                                                DELIMITED BY SPACE
                          ' now '               DELIMITED BY SIZE
                          WS-ACTION             DELIMITED BY SPACE
                          INTO SCR-QMSG
                   END-STRING
               END-IF
           END-IF.
           PERFORM 220-UNLOCK-REGISTER.
           PERFORM 090-SHOW-REGISTER.
           EXIT.
      ************************************************************************
       050-REISSUE-KEY         SECTION.
           MOVE SPACE TO SCR-QMSG.
           PERFORM 075-CHECK-AUTH.
           IF DB-AUTH-ALLOW NOT = 'Y'
               PERFORM 080-REFRESH
               EXIT SECTION
           END-IF.
           PERFORM 200-LOCK-REGISTER.
           IF DB-FILELOCK-RC = 2
               PERFORM 090-SHOW-REGISTER
               EXIT SECTION
           END-IF.
           PERFORM 100-LOAD-REGISTER.
           PERFORM 110-CHECK-SELECTION.
           IF WS-SEL-IDX = ZERO
               MOVE 'select a client first' TO SCR-QMSG
           ELSE
               PERFORM 400-ISSUE-KEY
               PERFORM 210-SAVE-REGISTER
               MOVE 'REKEY' TO WS-ACTION
               PERFORM 320-AUDIT-CLIENT
           END-IF.
           PERFORM 220-UNLOCK-REGISTER.
           PERFORM 090-SHOW-REGISTER.
           EXIT.
      ************************************************************************
       060-LOAD-ENTRY          SECTION.
           MOVE DB-APICL-CLIENT(WS-SEL-IDX)    TO SCR-APICLIENT.
           MOVE DB-APICL-DEPT(WS-SEL-IDX)      TO DEPARTMENT.
           MOVE DB-APICL-CONTACT(WS-SEL-IDX)   TO SCR-APICONTACT.
           MOVE DB-APICL-ENDPOINTS(WS-SEL-IDX) TO SCR-APIENDPTS.
           EXIT.
      ************************************************************************
       070-CLEAR-ENTRY         SECTION.
           MOVE SPACE TO SCR-APICLIENT.
           MOVE SPACE TO DEPARTMENT.
           MOVE SPACE TO SCR-APICONTACT.
           MOVE SPACE TO SCR-APIENDPTS.
           EXIT.
      ************************************************************************
       075-CHECK-AUTH          SECTION.
           MOVE MCP-USER TO DB-AUTH-USER.
           MOVE 'API-CLIENT-ADMIN' TO DB-AUTH-FUNC.
           MOVE 'N' TO DB-AUTH-DEFAULT.
           CALL 'AUTHCHECK' USING DB-AUTH.
           IF DB-AUTH-ALLOW NOT = 'Y'
               MOVE 'not authorized to maintain api clients'
                   TO SCR-QMSG
           END-IF.
           EXIT.
      ************************************************************************
       080-REFRESH             SECTION.
           PERFORM 100-LOAD-REGISTER.
           PERFORM 090-SHOW-REGISTER.
           EXIT.
      ************************************************************************
       090-SHOW-REGISTER       SECTION.
           PERFORM 500-REGISTER-TO-TABLE.
           MOVE   'PUTG'       TO  MCP-PUTTYPE.
           MOVE   'apiclmaint' TO  MCP-WINDOW.
           PERFORM 900-PUT-WINDOW.
           EXIT.
      ************************************************************************
       100-LOAD-REGISTER       SECTION.
           MOVE 0 TO DB-APICL-NUM.
           OPEN INPUT CLFD.
           IF CL-FILE-ST NOT = "00"
               DISPLAY 'no api client registry yet'
               EXIT SECTION
           END-IF.
           PERFORM UNTIL CL-FILE-ST NOT = "00"
                    OR DB-APICL-NUM >= 200
               READ CLFD INTO CL-LINE
               IF CL-FILE-ST = "00" AND CL-LINE NOT = SPACE
                   ADD 1 TO DB-APICL-NUM
                   MOVE SPACE TO DB-APICL-ENTRY(DB-APICL-NUM)
                   UNSTRING CL-LINE DELIMITED BY '|'
                       INTO DB-APICL-CLIENT(DB-APICL-NUM)
                            DB-APICL-DEPT(DB-APICL-NUM)
                            DB-APICL-CONTACT(DB-APICL-NUM)
                            DB-APICL-KEY(DB-APICL-NUM)
                            DB-APICL-ENDPOINTS(DB-APICL-NUM)
                            DB-APICL-STATUS(DB-APICL-NUM)
                            DB-APICL-ISSUED(DB-APICL-NUM)
               END-IF
           END-PERFORM.
           CLOSE CLFD.
           EXIT.
      ************************************************************************
       110-CHECK-SELECTION     SECTION.
           MOVE 0 TO WS-SEL-IDX.
           IF QTROW > ZERO AND QTROW NOT > DB-APICL-NUM
               MOVE QTROW TO WS-SEL-IDX
           END-IF.
           EXIT.
      ************************************************************************
       120-FIND-CLIENT         SECTION.
           MOVE 0 TO WS-SEL-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > DB-APICL-NUM
               IF DB-APICL-CLIENT(WS-IDX) = SCR-APICLIENT
                   MOVE WS-IDX TO WS-SEL-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           EXIT.
      ************************************************************************
       130-STORE-ENTRY         SECTION.
           MOVE DEPARTMENT     TO DB-APICL-DEPT(WS-SEL-IDX).
           MOVE SCR-APICONTACT TO DB-APICL-CONTACT(WS-SEL-IDX).
           MOVE SCR-APIENDPTS  TO DB-APICL-ENDPOINTS(WS-SEL-IDX).
           EXIT.
      ************************************************************************
       200-LOCK-REGISTER       SECTION.
           MOVE 'ACQUIRE' TO DB-FILELOCK-FUNC.
           MOVE CL-FILE TO DB-FILELOCK-FILE.
           MOVE MCP-TERM TO DB-FILELOCK-OWNER.
           MOVE 30 TO DB-FILELOCK-TIMEOUT.
           CALL 'FILELOCK' USING DB-FILELOCK.
           IF DB-FILELOCK-RC = 2
               MOVE SPACE TO SCR-QMSG
               STRING 'register locked by ' DELIMITED BY SIZE
                      DB-FILELOCK-HOLDER    DELIMITED BY SPACE
                      ' - try again'        DELIMITED BY SIZE
                      INTO SCR-QMSG
               END-STRING
           END-IF.
           EXIT.
      ************************************************************************
       210-SAVE-REGISTER       SECTION.
           OPEN OUTPUT CLFD.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > DB-APICL-NUM
               MOVE SPACE TO CL-LINE
               STRING DB-APICL-CLIENT(WS-IDX)    DELIMITED BY SPACE
                      '|'                        DELIMITED BY SIZE
                      DB-APICL-DEPT(WS-IDX)      DELIMITED BY '  '
                      '|'                        DELIMITED BY SIZE
                      DB-APICL-CONTACT(WS-IDX)   DELIMITED BY '  '
                      '|'                        DELIMITED BY SIZE
                      DB-APICL-KEY(WS-IDX)       DELIMITED BY SPACE
                      '|'                        DELIMITED BY SIZE
                      DB-APICL-ENDPOINTS(WS-IDX) DELIMITED BY SPACE
                      '|'                        DELIMITED BY SIZE
                      DB-APICL-STATUS(WS-IDX)    DELIMITED BY SPACE
                      '|'                        DELIMITED BY SIZE
                      DB-APICL-ISSUED(WS-IDX)    DELIMITED BY SPACE
                      INTO CL-LINE
               END-STRING
               WRITE CL-LINE
           END-PERFORM.
           CLOSE CLFD.
           EXIT.
      ************************************************************************
       220-UNLOCK-REGISTER     SECTION.
           MOVE 'RELEASE' TO DB-FILELOCK-FUNC.
           MOVE CL-FILE TO DB-FILELOCK-FILE.
           MOVE MCP-TERM TO DB-FILELOCK-OWNER.
           CALL 'FILELOCK' USING DB-FILELOCK.
           EXIT.
      ************************************************************************
       300-VALIDATE-ENTRY      SECTION.
      * THE OWNING DEPARTMENT MUST BE ACTIVE ON THE DEPARTMENT
      * MASTER, AND EVERY ENDPOINT NAMED MUST BE ONE THE REGISTRY
      * GUARDS.
           MOVE 'N' TO WS-VALID.
           IF SCR-APICLIENT = SPACE OR SCR-APICLIENT = LOW-VALUE
               MOVE 'enter the client id' TO SCR-QMSG
               EXIT SECTION
           END-IF.
           IF SCR-APICLIENT(1:1) = '*'
               MOVE 'client id cannot start with *' TO SCR-QMSG
               EXIT SECTION
           END-IF.
           MOVE 'VALDEPT'  TO DB-DEPTMAST-FUNC.
           MOVE DEPARTMENT TO DB-DEPTMAST-DEPT.
           MOVE SPACE      TO DB-DEPTMAST-ASOF.
           CALL 'DEPTMASTER' USING DB-DEPTMAST.
           IF DB-DEPTMAST-FLAG NOT = 'Y'
               MOVE 'unknown department' TO SCR-QMSG
               EXIT SECTION
           END-IF.
           IF SCR-APICONTACT = SPACE OR SCR-APICONTACT = LOW-VALUE
               MOVE 'enter the contact for this client' TO SCR-QMSG
               EXIT SECTION
           END-IF.
           IF SCR-APIENDPTS = SPACE OR SCR-APIENDPTS = LOW-VALUE
               MOVE 'enter the endpoints allowed, or *' TO SCR-QMSG
               EXIT SECTION
           END-IF.
           INSPECT SCR-APICLIENT REPLACING ALL '|' BY '/'.
           INSPECT SCR-APICONTACT REPLACING ALL '|' BY '/'.
           IF SCR-APIENDPTS NOT = '*'
               PERFORM 310-CHECK-ENDPOINTS
               IF WS-KNOWN NOT = 'Y'
                   EXIT SECTION
               END-IF
           END-IF.
           MOVE 'Y' TO WS-VALID.
           EXIT.
      ************************************************************************
       310-CHECK-ENDPOINTS     SECTION.
           MOVE 'Y' TO WS-KNOWN.
           MOVE SPACE TO WS-EP-LIST.
           UNSTRING SCR-APIENDPTS DELIMITED BY ',' OR ' '
               INTO WS-EP-NAME(1) WS-EP-NAME(2) WS-EP-NAME(3)
                    WS-EP-NAME(4) WS-EP-NAME(5) WS-EP-NAME(6)
                    WS-EP-NAME(7) WS-EP-NAME(8).
           PERFORM VARYING WS-EP-IDX FROM 1 BY 1 UNTIL WS-EP-IDX > 8
               IF WS-EP-NAME(WS-EP-IDX) NOT = SPACE
                   MOVE 'N' TO WS-KNOWN
                   PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 4
                       IF WS-EP-NAME(WS-EP-IDX) = WS-KNOWN-EP(WS-K)
                           MOVE 'Y' TO WS-KNOWN
                       END-IF
                   END-PERFORM
                   IF WS-KNOWN NOT = 'Y'
                       MOVE SPACE TO SCR-QMSG
                       STRING 'unknown endpoint '   DELIMITED BY SIZE
                              WS-EP-NAME(WS-EP-IDX) DELIMITED BY SPACE
                              INTO SCR-QMSG
                       END-STRING
                       EXIT SECTION
                   END-IF
               END-IF
           END-PERFORM.
           EXIT.
      ************************************************************************
       320-AUDIT-CLIENT        SECTION.
      * REGISTRY CHANGES GO INTO THE APPROVAL AUDIT CHAIN; THE KEY
      * ITSELF IS NEVER WRITTEN THERE:
      *   TS|USER|TERM|APICLIENT|CLIENT|ACTION
           MOVE FUNCTION CURRENT-DATE(1:21) TO WS-TIMESTAMP.
           MOVE APPR-AUDIT-FILE TO DB-AUDITCHAIN-FILE.
           MOVE SPACE TO DB-AUDITCHAIN-LINE.
           STRING WS-TIMESTAMP                DELIMITED BY SPACE
                  '|'                         DELIMITED BY SIZE
                  MCP-USER                    DELIMITED BY SPACE
                  '|'                         DELIMITED BY SIZE
                  MCP-TERM                    DELIMITED BY SPACE
                  '|APICLIENT|'               DELIMITED BY SIZE
                  DB-APICL-CLIENT(WS-SEL-IDX) DELIMITED BY SPACE
                  '|'                         DELIMITED BY SIZE
                  WS-ACTION                   DELIMITED BY SPACE
                  INTO DB-AUDITCHAIN-LINE
           END-STRING.
           CALL 'AUDITCHAIN' USING DB-AUDITCHAIN.
           EXIT.
      ************************************************************************
       400-ISSUE-KEY           SECTION.
      * KEY = ISSUE STAMP, A DASH, AND A SIGNATURE OVER THE CLIENT
      * AND THE FULL ISSUE TIME.  SHOWN ONCE ON THE MESSAGE LINE.
           MOVE FUNCTION CURRENT-DATE(1:21) TO WS-TIMESTAMP.
           MOVE SPACE TO SIGN-INPUT.
           STRING DB-APICL-CLIENT(WS-SEL-IDX) DELIMITED BY SPACE
                  WS-TIMESTAMP                DELIMITED BY SIZE
                  SIGN-SECRET                 DELIMITED BY SIZE
                  INTO SIGN-INPUT
           END-STRING.
           MOVE ZERO TO WS-HASH.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(SIGN-INPUT))
               TO WS-LEN.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-LEN
               COMPUTE WS-HASH =
                   FUNCTION MOD((WS-HASH * 31) +
                       FUNCTION ORD(SIGN-INPUT(WS-I:1)),
                       999999999)
           END-PERFORM.
           MOVE SPACE TO DB-APICL-KEY(WS-SEL-IDX).
           STRING WS-TIMESTAMP(1:14)  DELIMITED BY SIZE
                  '-'                 DELIMITED BY SIZE
                  WS-HASH             DELIMITED BY SIZE
                  INTO DB-APICL-KEY(WS-SEL-IDX)
           END-STRING.
           MOVE WS-TIMESTAMP TO DB-APICL-ISSUED(WS-SEL-IDX).
           MOVE SPACE TO SCR-QMSG.
           STRING 'key for '                  DELIMITED BY SIZE
                  DB-APICL-CLIENT(WS-SEL-IDX) DELIMITED BY SPACE
                  ': '                        DELIMITED BY SIZE
                  DB-APICL-KEY(WS-SEL-IDX)    DELIMITED BY SIZE
                  ' - note it now'            DELIMITED BY SIZE
                  INTO SCR-QMSG
           END-STRING.
           EXIT.
      ************************************************************************
       500-REGISTER-TO-TABLE   SECTION.
           MOVE QTROW TO WS-SEL-IDX.
           INITIALIZE QUEUETABLE.
           MOVE 2 TO QTROWATTR.
           MOVE WS-SEL-IDX TO QTROW.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > DB-APICL-NUM
               ADD 1 TO QROWCNT
               MOVE DB-APICL-CLIENT(WS-IDX)    TO QCELL1(QROWCNT)
               MOVE DB-APICL-STATUS(WS-IDX)    TO QCELL2(QROWCNT)
               MOVE SPACE TO QCELL3(QROWCNT)
               STRING DB-APICL-DEPT(WS-IDX)    DELIMITED BY '  '
                      ' '                      DELIMITED BY SIZE
                      DB-APICL-CONTACT(WS-IDX) DELIMITED BY '  '
                      INTO QCELL3(QROWCNT)
               END-STRING
               MOVE DB-APICL-ENDPOINTS(WS-IDX) TO QCELL4(QROWCNT)
           END-PERFORM.
           IF SCR-QMSG = SPACE AND DB-APICL-NUM = 0
               MOVE 'no api clients registered' TO SCR-QMSG
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
