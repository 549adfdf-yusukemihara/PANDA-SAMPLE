       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         ENDPROBE.
      ******************************************************************
      * SYNTHETIC PROBES FOR THE HTTP-STYLE ENDPOINTS.  EACH PASS
      * SENDS ONE CANNED REQUEST TO JSONIO (KNOWN-DOCUMENT GET),
      * XMLIO2 (SMALL XML ROUND TRIP), DOWNLOAD2 (TOKEN-PROTECTED
      * FETCH) AND API47 (STATUS CALL), AND RECORDS PASS OR FAIL
      * WITH THE ELAPSED TIME ON THE PROBE LOG.  A RUN OF FAILURES
      * ON ONE ENDPOINT RAISES AN ERROR EVENT ONCE THE RUN REACHES
      * THE THRESHOLD; A PASS CLEARS THE RUN.
      * THE CALLS ARE MADE UNDER THE RESERVED PROBE IDENTITY, WHICH
      * THE ACCESS LOG CARRIES AS BOTH USER AND TERMINAL, SO THE
      * TRAFFIC REPORT CAN LEAVE PROBE REQUESTS OUT.
      * THE DOWNLOAD PROBE FETCHES THE CANARY DOCUMENT, WHICH MUST
      * BE ON THE DOWNLOAD ALLOW-LIST.  ITS TOKEN IS KEPT BETWEEN
      * PASSES AND ONLY REISSUED ON THE DAY IT EXPIRES, SO THE
      * PROBE DOES NOT CROWD REAL TOKENS OUT OF THE REGISTER.
      * THE PROBE IDENTITY IS ALSO A REGISTERED API CLIENT; ITS KEY
      * IS TAKEN FROM THE REGISTRY ON EACH PASS, SO AN UNREGISTERED
      * OR SUSPENDED PROBE CLIENT SHOWS AS FAILURES ON EVERY ENDPOINT.
      * PROBE LOG: ENDPOINT|PASS/FAIL|STATUS|ELAPSED-MS|TS|RUN
      * STATE:     ENDPOINT|CONSECUTIVE-FAILURES
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
           SELECT LOGFD    ASSIGN TO LOG-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS LOG-FILE-ST.
           SELECT STATEFD  ASSIGN TO STATE-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS STATE-FILE-ST.
           SELECT TOKFD    ASSIGN TO TOK-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS TOK-FILE-ST.
       DATA                DIVISION.
       FILE                SECTION.
           FD  LOGFD.
           01  LOG-LINE            PIC X(100).
           FD  STATEFD.
           01  STATE-LINE          PIC X(40).
           FD  TOKFD.
           01  TOK-LINE            PIC X(40).
       WORKING-STORAGE     SECTION.
            COPY    "ERRCODE".
            COPY    "DB-PROBE".
            COPY    "DB-DLTOKEN".
            COPY    "DB-ERREVENT".
            COPY    "DB-APICLIENT".
       01  LOG-FILE            PIC X(80)
                               VALUE './cobol/endpoint-probe.log'.
       01  LOG-FILE-ST         PIC X(02).
       01  STATE-FILE          PIC X(80)
                               VALUE './cobol/endpoint-probe.dat'.
       01  STATE-FILE-ST       PIC X(02).
       01  TOK-FILE            PIC X(80)
                               VALUE './cobol/endpoint-probe-token.dat'.
       01  TOK-FILE-ST         PIC X(02).
       01  WS-FAIL-THRESHOLD   PIC 9(3) VALUE 3.
       01  WS-JSON-DOC         PIC X(80) VALUE '1'.
       01  WS-XML-DOC          PIC X(40)
                               VALUE '<probe><ping>1</ping></probe>'.
       01  WS-CANARY-DOC       PIC X(20) VALUE 'probe-canary.txt'.
       01  WS-TOKEN-HOURS      PIC 9(3) VALUE 48.
       01  WS-TOKEN            PIC X(24).
       01  WS-CLIENT-KEY       PIC X(24).
       01  WS-SAVE-USER        PIC X(20).
       01  WS-SAVE-TERM        PIC X(20).
       01  WS-TODAY            PIC X(8).
       01  WS-TIMESTAMP        PIC X(21).
       01  WS-REQ-START-CS     PIC 9(9).
       01  WS-REQ-END-CS       PIC 9(9).
       01  WS-ELAPSED          PIC 9(6).
       01  WS-PROBE-OK         PIC X(1).
       01  WS-PROBE-STATUS     PIC 9(3).
       01  WS-RESULT           PIC X(4).
       01  WS-EP               PIC 9(2).
       01  WS-IDX              PIC 9(2).
       01  WS-FAILED           PIC 9(2) VALUE 0.
       01  WS-RAISED           PIC 9(2) VALUE 0.
       01  WS-ST-NAME          PIC X(12).
       01  WS-ST-FAILS         PIC 9(5).
       01  EP-NAMES.
           05  FILLER          PIC X(12) VALUE 'JSONIO'.
           05  FILLER          PIC X(12) VALUE 'XMLIO2'.
           05  FILLER          PIC X(12) VALUE 'DOWNLOAD2'.
           05  FILLER          PIC X(12) VALUE 'API47'.
       01  EP-NAME-TABLE       REDEFINES EP-NAMES.
           05  EP-NAME         PIC X(12) OCCURS 4 TIMES.
       01  EP-STATE.
           05  EP-FAILS        PIC 9(5) OCCURS 4 TIMES.
      * REQUEST AREAS, LAID OUT AS EACH ENDPOINT'S OWN SCREEN AREA.
      * THE THREE DOCUMENT ENDPOINTS SHARE ONE BUFFER; THE DOWNLOAD
      * LAYOUT IS THE LONGEST AND SO CARRIES THE STORAGE.
       01  PRB-DL-AREA.
           05  PRB-DL-METHOD       PIC X(10).
           05  PRB-DL-STATUS       PIC 9(3).
           05  PRB-DL-ARG          PIC X(80).
           05  PRB-DL-TOKEN        PIC X(24).
           05  PRB-DL-BODY         PIC X(2097152).
           05  PRB-DL-D21.
               10  PRB-DL-PATH         OCCURS 10 TIMES
                                        PIC X(80).
               10  PRB-DL-FILENAME     OCCURS 10 TIMES
                                        PIC X(20).
               10  PRB-DL-DESCRIPTION  OCCURS 10 TIMES
                                        PIC X(80).
               10  PRB-DL-NRETRY       OCCURS 10 TIMES
                                        PIC 9(2).
           05  PRB-DL-CLIENT-ID    PIC X(20).
           05  PRB-DL-CLIENT-KEY   PIC X(24).
       01  PRB-JSON-AREA       REDEFINES PRB-DL-AREA.
           05  PRB-JSON-METHOD     PIC X(10).
           05  PRB-JSON-STATUS     PIC 9(3).
           05  PRB-JSON-QUERYID    PIC X(80).
           05  PRB-JSON-BODY       PIC X(2097152).
           05  PRB-JSON-ERR-CODE   PIC 9(4).
           05  PRB-JSON-CLIENT-ID  PIC X(20).
           05  PRB-JSON-CLIENT-KEY PIC X(24).
       01  PRB-XML-AREA        REDEFINES PRB-DL-AREA.
           05  PRB-XML-METHOD      PIC X(10).
           05  PRB-XML-STATUS      PIC 9(3).
           05  PRB-XML-BODY        PIC X(2097152).
           05  PRB-XML-ERR-CODE    PIC 9(4).
           05  PRB-XML-CLIENT-ID   PIC X(20).
           05  PRB-XML-CLIENT-KEY  PIC X(24).
       01  PRB-API-AREA.
           05  PRB-API-METHOD      PIC X(10).
           05  PRB-API-REQSTATUS   PIC 9(3).
           05  PRB-API-HTTPSTATUS  PIC 9(3).
           05  PRB-API-BODY        PIC X(2000).
           05  PRB-API-ERR-CODE    PIC 9(4).
           05  PRB-API-PROBESTATUS PIC 9(3).
           05  PRB-API-UPSTREAM    PIC X(10).
           05  PRB-API-CLIENT-ID   PIC X(20).
           05  PRB-API-CLIENT-KEY  PIC X(24).
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
           EVALUATE    MCP-STATUS
             WHEN     'LINK'
               PERFORM 010-RUN-PROBES
           END-EVALUATE.
           EXIT    PROGRAM.
      ************************************************************************
       010-RUN-PROBES          SECTION.
           MOVE 0 TO WS-FAILED.
           MOVE 0 TO WS-RAISED.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           PERFORM 100-LOAD-STATE.
           MOVE MCP-USER TO WS-SAVE-USER.
           MOVE MCP-TERM TO WS-SAVE-TERM.
           MOVE DB-PROBE-USER TO MCP-USER.
           MOVE DB-PROBE-USER TO MCP-TERM.
           MOVE 'KEY' TO DB-APICLIENT-FUNC.
           MOVE DB-PROBE-USER TO DB-APICLIENT-CLIENT.
           CALL 'APICLIENT' USING DB-APICLIENT.
           MOVE DB-APICLIENT-KEY TO WS-CLIENT-KEY.
           IF DB-APICLIENT-RC NOT = 0
               DISPLAY 'probe client not registered:' DB-PROBE-USER
           END-IF.
           MOVE 1 TO WS-EP.
           PERFORM 200-PROBE-JSONIO.
           PERFORM 300-RECORD-RESULT.
           MOVE 2 TO WS-EP.
           PERFORM 210-PROBE-XMLIO2.
           PERFORM 300-RECORD-RESULT.
           MOVE 3 TO WS-EP.
           PERFORM 220-PROBE-DOWNLOAD2.
           PERFORM 300-RECORD-RESULT.
           MOVE 4 TO WS-EP.
           PERFORM 230-PROBE-API47.
           PERFORM 300-RECORD-RESULT.
           MOVE WS-SAVE-USER TO MCP-USER.
           MOVE WS-SAVE-TERM TO MCP-TERM.
           PERFORM 150-SAVE-STATE.
           MOVE WS-FAILED TO SPA-NUM.
           DISPLAY 'endpoint probes failed:' WS-FAILED
               ' alerts raised:' WS-RAISED.
           EXIT.
      ************************************************************************
       100-LOAD-STATE          SECTION.
           MOVE ZERO TO EP-STATE.
           OPEN INPUT STATEFD.
           IF STATE-FILE-ST NOT = "00"
               EXIT SECTION
           END-IF.
           PERFORM UNTIL STATE-FILE-ST NOT = "00"
               READ STATEFD INTO STATE-LINE
               IF STATE-FILE-ST = "00" AND STATE-LINE NOT = SPACE
                   MOVE SPACE TO WS-ST-NAME
                   MOVE 0 TO WS-ST-FAILS
                   UNSTRING STATE-LINE DELIMITED BY '|'
                       INTO WS-ST-NAME
                            WS-ST-FAILS
                   PERFORM VARYING WS-IDX FROM 1 BY 1
                             UNTIL WS-IDX > 4
                       IF EP-NAME(WS-IDX) = WS-ST-NAME
                           MOVE WS-ST-FAILS TO EP-FAILS(WS-IDX)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           CLOSE STATEFD.
           EXIT.
      ************************************************************************
       150-SAVE-STATE          SECTION.
           OPEN OUTPUT STATEFD.
           IF STATE-FILE-ST NOT = "00"
               DISPLAY 'cannot write probe state'
               EXIT SECTION
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 4
               MOVE SPACE TO STATE-LINE
               STRING EP-NAME(WS-IDX)  DELIMITED BY SPACE
                      '|'              DELIMITED BY SIZE
                      EP-FAILS(WS-IDX) DELIMITED BY SIZE
                      INTO STATE-LINE
               END-STRING
               WRITE STATE-LINE
           END-PERFORM.
           CLOSE STATEFD.
           EXIT.
      ************************************************************************
       200-PROBE-JSONIO        SECTION.
           MOVE 'N' TO WS-PROBE-OK.
           MOVE SPACE TO PRB-JSON-AREA.
           MOVE 'GET' TO PRB-JSON-METHOD.
           MOVE 0 TO PRB-JSON-STATUS.
           MOVE WS-JSON-DOC TO PRB-JSON-QUERYID.
           MOVE DB-PROBE-USER TO PRB-JSON-CLIENT-ID.
           MOVE WS-CLIENT-KEY TO PRB-JSON-CLIENT-KEY.
           MOVE 0 TO PRB-JSON-ERR-CODE.
           PERFORM 960-TIME-OF-DAY-CS.
           MOVE WS-REQ-END-CS TO WS-REQ-START-CS.
           CALL 'JSONIO' USING
                MCPAREA
                SPAAREA
                LINKAREA
                PRB-JSON-AREA.
           PERFORM 970-ELAPSED.
           MOVE PRB-JSON-STATUS TO WS-PROBE-STATUS.
           IF PRB-JSON-STATUS = 200
              AND PRB-JSON-BODY(1:1) NOT = LOW-VALUE
               MOVE 'Y' TO WS-PROBE-OK
           END-IF.
           EXIT.
      ************************************************************************
       210-PROBE-XMLIO2        SECTION.
           MOVE 'N' TO WS-PROBE-OK.
           MOVE SPACE TO PRB-XML-AREA.
           MOVE 'POST' TO PRB-XML-METHOD.
           MOVE 0 TO PRB-XML-STATUS.
           MOVE WS-XML-DOC TO PRB-XML-BODY.
           MOVE DB-PROBE-USER TO PRB-XML-CLIENT-ID.
           MOVE WS-CLIENT-KEY TO PRB-XML-CLIENT-KEY.
           MOVE 0 TO PRB-XML-ERR-CODE.
           PERFORM 960-TIME-OF-DAY-CS.
           MOVE WS-REQ-END-CS TO WS-REQ-START-CS.
           CALL 'XMLIO2' USING
                MCPAREA
                SPAAREA
                LINKAREA
                PRB-XML-AREA.
           PERFORM 970-ELAPSED.
           MOVE PRB-XML-STATUS TO WS-PROBE-STATUS.
           IF PRB-XML-STATUS = 200
               MOVE 'Y' TO WS-PROBE-OK
           END-IF.
           EXIT.
      ************************************************************************
       220-PROBE-DOWNLOAD2     SECTION.
           MOVE 'N' TO WS-PROBE-OK.
           MOVE 0 TO WS-PROBE-STATUS.
           MOVE 0 TO WS-ELAPSED.
           PERFORM 250-ENSURE-TOKEN.
           IF WS-TOKEN = SPACE
               DISPLAY 'no probe token for ' WS-CANARY-DOC
               EXIT SECTION
           END-IF.
           MOVE SPACE TO PRB-DL-AREA.
           MOVE 'GET' TO PRB-DL-METHOD.
           MOVE 0 TO PRB-DL-STATUS.
           MOVE WS-CANARY-DOC TO PRB-DL-ARG.
           MOVE WS-TOKEN TO PRB-DL-TOKEN.
           MOVE DB-PROBE-USER TO PRB-DL-CLIENT-ID.
           MOVE WS-CLIENT-KEY TO PRB-DL-CLIENT-KEY.
           PERFORM 960-TIME-OF-DAY-CS.
           MOVE WS-REQ-END-CS TO WS-REQ-START-CS.
           CALL 'DOWNLOAD2' USING
                MCPAREA
                SPAAREA
                LINKAREA
                PRB-DL-AREA.
           PERFORM 970-ELAPSED.
           MOVE PRB-DL-STATUS TO WS-PROBE-STATUS.
           IF PRB-DL-STATUS = 200
              AND PRB-DL-BODY(1:1) NOT = LOW-VALUE
              AND PRB-DL-BODY NOT = SPACE
               MOVE 'Y' TO WS-PROBE-OK
           END-IF.
           EXIT.
      ************************************************************************
       230-PROBE-API47         SECTION.
      * THE STATUS CALL REPORTS A CLEAN UPSTREAM AND NO HEALTH PROBE
      * RESULT, SO THE PROBE NEVER DRIVES THE FAILOVER OR FAILBACK
      * ITSELF; IT ONLY SEES WHAT A CALLER WOULD BE ANSWERED.
           MOVE 'N' TO WS-PROBE-OK.
           MOVE SPACE TO PRB-API-AREA.
           MOVE 'GET' TO PRB-API-METHOD.
           MOVE 200 TO PRB-API-REQSTATUS.
           MOVE 0 TO PRB-API-HTTPSTATUS.
           MOVE 0 TO PRB-API-ERR-CODE.
           MOVE 0 TO PRB-API-PROBESTATUS.
           MOVE DB-PROBE-USER TO PRB-API-CLIENT-ID.
           MOVE WS-CLIENT-KEY TO PRB-API-CLIENT-KEY.
           PERFORM 960-TIME-OF-DAY-CS.
           MOVE WS-REQ-END-CS TO WS-REQ-START-CS.
           CALL 'API47' USING
                MCPAREA
                SPAAREA
                LINKAREA
                PRB-API-AREA.
           PERFORM 970-ELAPSED.
           MOVE PRB-API-HTTPSTATUS TO WS-PROBE-STATUS.
           IF PRB-API-HTTPSTATUS = 200
               MOVE 'Y' TO WS-PROBE-OK
           END-IF.
           EXIT.
      ************************************************************************
       250-ENSURE-TOKEN        SECTION.
           MOVE SPACE TO WS-TOKEN.
           OPEN INPUT TOKFD.
           IF TOK-FILE-ST = "00"
               READ TOKFD INTO TOK-LINE
               IF TOK-FILE-ST = "00"
                   MOVE TOK-LINE(1:24) TO WS-TOKEN
               END-IF
               CLOSE TOKFD
           END-IF.
      * THE TOKEN OPENS WITH ITS EXPIRY STAMP; ONE THAT RUNS OUT
      * TODAY OR EARLIER IS REPLACED BEFORE IT CAN FAIL THE PROBE.
           IF WS-TOKEN NOT = SPACE
              AND WS-TOKEN(1:8) > WS-TODAY
               EXIT SECTION
           END-IF.
           INITIALIZE DB-DLTOKEN.
           MOVE 'ISSUE' TO DB-DLTOKEN-FUNC.
           MOVE WS-CANARY-DOC TO DB-DLTOKEN-FILE.
           MOVE WS-TOKEN-HOURS TO DB-DLTOKEN-HOURS.
           MOVE DB-PROBE-USER TO DB-DLTOKEN-USER.
           CALL 'DLTOKEN' USING DB-DLTOKEN.
           IF DB-DLTOKEN-RC NOT = 0
               MOVE SPACE TO WS-TOKEN
               EXIT SECTION
           END-IF.
           MOVE DB-DLTOKEN-VALUE TO WS-TOKEN.
           OPEN OUTPUT TOKFD.
           IF TOK-FILE-ST = "00"
               MOVE WS-TOKEN TO TOK-LINE
               WRITE TOK-LINE
               CLOSE TOKFD
           END-IF.
           EXIT.
      ************************************************************************
       300-RECORD-RESULT       SECTION.
           IF WS-PROBE-OK = 'Y'
               IF EP-FAILS(WS-EP) > 0
                   DISPLAY 'probe recovered:' EP-NAME(WS-EP)
               END-IF
               MOVE 0 TO EP-FAILS(WS-EP)
           ELSE
               ADD 1 TO WS-FAILED
               IF EP-FAILS(WS-EP) < 99999
                   ADD 1 TO EP-FAILS(WS-EP)
               END-IF
               DISPLAY 'probe failed:' EP-NAME(WS-EP)
                   ' status:' WS-PROBE-STATUS
                   ' run:' EP-FAILS(WS-EP)
           END-IF.
           PERFORM 400-WRITE-LOG.
           IF WS-PROBE-OK = 'N'
              AND EP-FAILS(WS-EP) = WS-FAIL-THRESHOLD
               PERFORM 500-RAISE-EVENT
           END-IF.
           EXIT.
      ************************************************************************
       400-WRITE-LOG           SECTION.
           MOVE FUNCTION CURRENT-DATE(1:21) TO WS-TIMESTAMP.
           OPEN EXTEND LOGFD.
           IF LOG-FILE-ST = "05" OR "35"
               OPEN OUTPUT LOGFD
           END-IF.
           IF LOG-FILE-ST NOT = "00"
               DISPLAY 'cannot open probe log'
               EXIT SECTION
           END-IF.
           IF WS-PROBE-OK = 'Y'
               MOVE 'PASS' TO WS-RESULT
           ELSE
               MOVE 'FAIL' TO WS-RESULT
           END-IF.
           MOVE SPACE TO LOG-LINE.
           STRING EP-NAME(WS-EP)    DELIMITED BY SPACE
                  '|'               DELIMITED BY SIZE
                  WS-RESULT         DELIMITED BY SIZE
                  '|'               DELIMITED BY SIZE
                  WS-PROBE-STATUS   DELIMITED BY SIZE
                  '|'               DELIMITED BY SIZE
                  WS-ELAPSED        DELIMITED BY SIZE
                  '|'               DELIMITED BY SIZE
                  WS-TIMESTAMP      DELIMITED BY SPACE
                  '|'               DELIMITED BY SIZE
                  EP-FAILS(WS-EP)   DELIMITED BY SIZE
                  INTO LOG-LINE
           END-STRING.
           WRITE LOG-LINE.
           CLOSE LOGFD.
           EXIT.
      ************************************************************************
       500-RAISE-EVENT         SECTION.
      * RAISED ONCE PER RUN OF FAILURES, UNDER THE ENDPOINT'S OWN
      * NAME, SO A DOWN ENDPOINT OPENS ONE INCIDENT AGAINST ITSELF.
           MOVE EP-NAME(WS-EP) TO DB-ERREVENT-PROGRAM.
           MOVE ERR-PROBE-FAILURE TO DB-ERREVENT-CODE.
           CALL 'ERREVENT' USING
                MCPAREA
                DB-ERREVENT.
           ADD 1 TO WS-RAISED.
           EXIT.
      ************************************************************************
       960-TIME-OF-DAY-CS      SECTION.
      * CURRENT TIME OF DAY IN CENTISECONDS, FOR THE ELAPSED TIME
      * RECORDED AGAINST EACH PROBE.
           COMPUTE WS-REQ-END-CS =
               FUNCTION NUMVAL(FUNCTION CURRENT-DATE(9:2)) * 360000
               + FUNCTION NUMVAL(FUNCTION CURRENT-DATE(11:2)) * 6000
               + FUNCTION NUMVAL(FUNCTION CURRENT-DATE(13:2)) * 100
               + FUNCTION NUMVAL(FUNCTION CURRENT-DATE(15:2)).
           EXIT.
      ************************************************************************
       970-ELAPSED             SECTION.
           PERFORM 960-TIME-OF-DAY-CS.
           IF WS-REQ-END-CS < WS-REQ-START-CS
               ADD 8640000 TO WS-REQ-END-CS
           END-IF.
           COMPUTE WS-ELAPSED =
               (WS-REQ-END-CS - WS-REQ-START-CS) * 10.
           EXIT.
