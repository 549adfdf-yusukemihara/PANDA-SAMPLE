       01  WS-HIST-PTR         PIC 9(7).
       01  WS-TIMESTAMP        PIC X(21).
            COPY    "DB-ERREVENT".
            COPY    "DB-APICLIENT".
            COPY    "DB-JSONIDX".
       01  WS-PAGE-SIZE        PIC 9(5) VALUE 50.
       01  WS-PAGE             PIC 9(5).
       01  WS-PAGE-COUNT       PIC 9(5).
       01  WS-TERM-TABLE.
           05  WS-TERM         PIC X(80) OCCURS 6 TIMES.
       01  WS-TERM-COUNT       PIC 9(2).
       01  WS-TERM-IDX         PIC 9(2).
       01  WS-CRIT-FIELD       PIC X(30).
       01  WS-CRIT-VALUE       PIC X(80).
       01  WS-FIND-OK          PIC X(1).
       01  WS-FIND-PTR         PIC 9(7).
       01  WS-HIT-IDX          PIC 9(5).
       01  WS-NEXT-QUERY       PIC X(80).
       01  WS-NEXT-PTR         PIC 9(3).
       01  WS-CLIENT-OK        PIC X(1).
       01  WS-REQ-START-CS     PIC 9(9).
       01  WS-REQ-END-CS       PIC 9(9).

           PERFORM 960-TIME-OF-DAY-CS.
           MOVE WS-REQ-END-CS TO WS-REQ-START-CS.
           DISPLAY  SCR-HTTP-METHOD
           PERFORM 940-CHECK-CLIENT.
           IF WS-CLIENT-OK = 'Y'
               EVALUATE    SCR-HTTP-METHOD
                 WHEN     'GET'
                   PERFORM 010-GET
                 WHEN     'POST'
                   PERFORM 020-POST
               END-EVALUATE
           END-IF.
           MOVE 'JSONIO' TO DB-ACCESSLOG-PROGRAM.
           MOVE SCR-HTTP-METHOD TO DB-ACCESSLOG-METHOD.
           MOVE SCR-HTTP-STATUS TO DB-ACCESSLOG-STATUS.
           MOVE SCR-CLIENT-ID TO DB-ACCESSLOG-CLIENT.
           IF SCR-BODY(1:1) = LOW-VALUE
               MOVE 0 TO DB-ACCESSLOG-SIZE
           ELSE
           DISPLAY '010-GET start'
           DISPLAY 'queryid:' SCR-QUERYID
           PERFORM 100-COUNT-VERSIONS.
           MOVE 0 TO WS-TERM-COUNT.
           INSPECT SCR-QUERYID TALLYING WS-TERM-COUNT FOR ALL '='.
           EVALUATE TRUE
             WHEN WS-TERM-COUNT > 0
               PERFORM 110-FIND-BY-FIELD
             WHEN FUNCTION TRIM(SCR-QUERYID) = 'history'
               PERFORM 120-RETURN-HISTORY
             WHEN SCR-QUERYID NOT = SPACE
               CLOSE IDXFD
           END-IF.
           EXIT.
      ************************************************************************
       110-FIND-BY-FIELD       SECTION.
      * FIELD=VALUE[&FIELD=VALUE...][&page=N] - THE CURRENT DOCUMENTS
      * WHOSE INDEXED FIELDS CARRY EVERY VALUE GIVEN, FIFTY TO A
      * PAGE, ONE DOCUMENT PER LINE.  WHEN MORE REMAIN THE PAGE IS
      * PARTIAL (206) AND ITS LAST LINE IS CONTTOKEN: FOLLOWED BY THE
      * QUERY FOR THE NEXT PAGE.
           MOVE 'Y' TO WS-FIND-OK.
           MOVE 1 TO WS-PAGE.
           MOVE 0 TO DB-JSONIDX-NUM.
           MOVE SPACE TO WS-NEXT-QUERY.
           MOVE 1 TO WS-NEXT-PTR.
           MOVE SPACE TO WS-TERM-TABLE.
           MOVE 0 TO WS-TERM-COUNT.
           UNSTRING SCR-QUERYID DELIMITED BY '&'
               INTO WS-TERM(1) WS-TERM(2) WS-TERM(3)
                    WS-TERM(4) WS-TERM(5) WS-TERM(6)
               TALLYING IN WS-TERM-COUNT
           END-UNSTRING.
           PERFORM VARYING WS-TERM-IDX FROM 1 BY 1
                     UNTIL WS-TERM-IDX > WS-TERM-COUNT
               IF WS-TERM(WS-TERM-IDX) NOT = SPACE
                   PERFORM 112-ADD-CRITERION
               END-IF
           END-PERFORM.
           IF WS-FIND-OK = 'N' OR DB-JSONIDX-NUM = 0
               MOVE LOW-VALUE TO SCR-BODY
               MOVE 'query must be field=value[&field=value][&page=n]'
                   TO SCR-BODY
               MOVE 400 TO SCR-HTTP-STATUS
               MOVE ERR-VALIDATION-FAILURE TO SCR-ERR-CODE
               EXIT SECTION
           END-IF.
           MOVE 'FIND' TO DB-JSONIDX-FUNC.
           MOVE MCP-TERM TO DB-JSONIDX-OWNER.
           CALL 'JSONINDEX' USING DB-JSONIDX SCR-BODY.
           IF DB-JSONIDX-RC = 3
               MOVE LOW-VALUE TO SCR-BODY
               MOVE 'query names a field that is not indexed'
                   TO SCR-BODY
               MOVE 400 TO SCR-HTTP-STATUS
               MOVE ERR-VALIDATION-FAILURE TO SCR-ERR-CODE
               EXIT SECTION
           END-IF.
           IF DB-JSONIDX-RC = 4
               DISPLAY 'json field query limited to first 1000 keys'
           END-IF.
           MOVE SPACE TO SCR-BODY.
           MOVE 1 TO WS-FIND-PTR.
           MOVE 0 TO WS-PAGE-COUNT.
           COMPUTE WS-HIT-IDX = (WS-PAGE - 1) * WS-PAGE-SIZE + 1.
           PERFORM UNTIL WS-HIT-IDX > DB-JSONIDX-HITS
                      OR WS-PAGE-COUNT >= WS-PAGE-SIZE
               PERFORM 114-APPEND-DOCUMENT
               ADD 1 TO WS-HIT-IDX
           END-PERFORM.
           IF WS-HIT-IDX <= DB-JSONIDX-HITS
               ADD 1 TO WS-PAGE
               STRING 'page='      DELIMITED BY SIZE
                      WS-PAGE      DELIMITED BY SIZE
                      INTO WS-NEXT-QUERY
                      WITH POINTER WS-NEXT-PTR
               END-STRING
               STRING 'CONTTOKEN:'  DELIMITED BY SIZE
                      WS-NEXT-QUERY DELIMITED BY SPACE
                      INTO SCR-BODY
                      WITH POINTER WS-FIND-PTR
               END-STRING
               MOVE 206 TO SCR-HTTP-STATUS
               EXIT SECTION
           END-IF.
           IF WS-PAGE-COUNT = 0
               MOVE LOW-VALUE TO SCR-BODY
               MOVE 404 TO SCR-HTTP-STATUS
           ELSE
               MOVE 200 TO SCR-HTTP-STATUS
           END-IF.
           EXIT.
      ************************************************************************
       112-ADD-CRITERION       SECTION.
           MOVE SPACE TO WS-CRIT-FIELD.
           MOVE SPACE TO WS-CRIT-VALUE.
           UNSTRING WS-TERM(WS-TERM-IDX) DELIMITED BY '='
               INTO WS-CRIT-FIELD
                    WS-CRIT-VALUE
           END-UNSTRING.
           IF WS-CRIT-FIELD = SPACE OR WS-CRIT-VALUE = SPACE
               MOVE 'N' TO WS-FIND-OK
               EXIT SECTION
           END-IF.
           IF WS-CRIT-FIELD = 'page'
               IF FUNCTION TEST-NUMVAL(WS-CRIT-VALUE) = 0
                  AND FUNCTION NUMVAL(WS-CRIT-VALUE) >= 1
                  AND FUNCTION NUMVAL(WS-CRIT-VALUE) <= 99999
                   COMPUTE WS-PAGE = FUNCTION NUMVAL(WS-CRIT-VALUE)
               ELSE
                   MOVE 'N' TO WS-FIND-OK
               END-IF
               EXIT SECTION
           END-IF.
           IF DB-JSONIDX-NUM >= 5
               MOVE 'N' TO WS-FIND-OK
               EXIT SECTION
           END-IF.
           ADD 1 TO DB-JSONIDX-NUM.
           MOVE WS-CRIT-FIELD TO DB-JSONIDX-FIELD(DB-JSONIDX-NUM).
           MOVE WS-CRIT-VALUE TO DB-JSONIDX-VALUE(DB-JSONIDX-NUM).
           STRING WS-TERM(WS-TERM-IDX) DELIMITED BY SPACE
                  '&'                  DELIMITED BY SIZE
                  INTO WS-NEXT-QUERY
                  WITH POINTER WS-NEXT-PTR
           END-STRING.
           EXIT.
      ************************************************************************
       114-APPEND-DOCUMENT     SECTION.
      * THE INDEX NAMES THE KEY; THE DOCUMENT RETURNED IS THE ONE
      * CURRENTLY ON THE JSON TABLE.  A KEY NO LONGER ON THE TABLE
      * IS PASSED OVER.
           MOVE   'JSON2READ' TO  MCP-FUNC.
           MOVE   'json'      TO  MCP-TABLE.
           MOVE   'key'       TO  MCP-PATHNAME.
           MOVE   DB-JSONIDX-HIT-KEY(WS-HIT-IDX) TO DB-JSON-OBJECT.
           CALL   'MONFUNC'     USING
                MCPAREA
                DB-JSON.
           IF (MCP-RC NOT = ZERO AND MCP-RC NOT = 1)
              OR DB-JSON-OBJECT = LOW-VALUE
              OR DB-JSON-OBJECT = SPACE
               EXIT SECTION
           END-IF.
           STRING FUNCTION TRIM(DB-JSON-OBJECT TRAILING)
                                    DELIMITED BY SIZE
                  X'0A'             DELIMITED BY SIZE
                  INTO SCR-BODY
                  WITH POINTER WS-FIND-PTR
           END-STRING.
           ADD 1 TO WS-PAGE-COUNT.
           EXIT.
      ************************************************************************
       120-RETURN-HISTORY      SECTION.
           MOVE LOW-VALUE TO SCR-BODY.
           IF (MCP-RC = ZERO OR 1)
               MOVE DB-JSON-OBJECT TO SCR-BODY
               PERFORM 150-RECORD-VERSION
               PERFORM 160-INDEX-DOCUMENT
               MOVE 200 TO SCR-HTTP-STATUS
               MOVE ERR-NONE TO SCR-ERR-CODE
               CONTINUE
               CLOSE IDXFD
           END-IF.
           EXIT.
      ************************************************************************
       160-INDEX-DOCUMENT      SECTION.
      * THE WRITE HAS ALREADY SUCCEEDED; AN INDEX THAT CANNOT BE
      * UPDATED IS LOGGED FOR THE NEXT JSONREINDEX RUN TO PUT RIGHT.
           MOVE 'UPDATE' TO DB-JSONIDX-FUNC.
           MOVE MCP-TERM TO DB-JSONIDX-OWNER.
           MOVE WS-VER-NUM TO DB-JSONIDX-VERSION.
           CALL 'JSONINDEX' USING DB-JSONIDX SCR-BODY.
           IF DB-JSONIDX-RC = 2
               DISPLAY 'json field index busy - version ' WS-VER-NUM
                   ' not indexed, run JSONREINDEX'
           END-IF.
           EXIT.
      ************************************************************************
       025-VALIDATE-SCHEMA     SECTION.
           MOVE 'Y' TO WS-SCHEMA-OK.
                   DELIMITED BY SIZE INTO WS-VIOLATION-MSG
           END-IF.
           EXIT.
      ************************************************************************
       940-CHECK-CLIENT        SECTION.
      * ONLY REGISTERED, ACTIVE CLIENTS PRESENTING THEIR ISSUED KEY
      * AND ALLOWED ON THIS ENDPOINT ARE SERVED.  AN UNKNOWN CLIENT
      * OR WRONG KEY IS UNAUTHORIZED; A SUSPENDED CLIENT, OR ONE NOT
      * ALLOWED HERE, IS FORBIDDEN.
           MOVE 'Y' TO WS-CLIENT-OK.
           MOVE ERR-NONE TO SCR-ERR-CODE.
           MOVE 'CHECK' TO DB-APICLIENT-FUNC.
           MOVE SCR-CLIENT-ID TO DB-APICLIENT-CLIENT.
           MOVE SCR-CLIENT-KEY TO DB-APICLIENT-KEY.
           MOVE 'JSONIO' TO DB-APICLIENT-ENDPOINT.
           CALL 'APICLIENT' USING DB-APICLIENT.
           IF DB-APICLIENT-RC = 0
               EXIT SECTION
           END-IF.
           MOVE 'N' TO WS-CLIENT-OK.
           DISPLAY 'api client refused:' SCR-CLIENT-ID
               ' rc:' DB-APICLIENT-RC.
           MOVE LOW-VALUE TO SCR-BODY.
           IF DB-APICLIENT-RC = 3 OR DB-APICLIENT-RC = 4
               MOVE 403 TO SCR-HTTP-STATUS
           ELSE
               MOVE 401 TO SCR-HTTP-STATUS
           END-IF.
           MOVE ERR-AUTH-FAILURE TO SCR-ERR-CODE.
           EXIT.
      ************************************************************************
       960-TIME-OF-DAY-CS      SECTION.
      * CURRENT TIME OF DAY IN CENTISECONDS, FOR THE RESPONSE-TIME
