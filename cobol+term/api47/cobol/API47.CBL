               10  WS-CLIENT-FAILS  PIC 9(3).
               10  WS-CLIENT-COOL   PIC 9(3).
            COPY    "DB-ERREVENT".
            COPY    "DB-APICLIENT".
            COPY    "DB-ACCESSLOG".
       01  WS-REQ-START-CS     PIC 9(9).
       01  WS-REQ-END-CS       PIC 9(9).
       01  WS-CLIENT-OK        PIC X(1).
       LINKAGE                 SECTION.
            COPY    "MCPAREA".
            COPY    "SPAAREA".
           LINKAREA
           SCRAREA.
       000-MAIN                SECTION.
           PERFORM 960-TIME-OF-DAY-CS.
           MOVE WS-REQ-END-CS TO WS-REQ-START-CS.
           PERFORM 950-RESOLVE-PATHS.
           DISPLAY  MCP-STATUS
           DISPLAY  METHODTYPE
           PERFORM 940-CHECK-CLIENT.
           IF WS-CLIENT-OK = 'Y'
               EVALUATE    METHODTYPE
                 WHEN     'GET'
                   PERFORM 010-GET
                 WHEN     ANY
                   PERFORM 020-ERROR
               END-EVALUATE
           END-IF.
           MOVE 'API47' TO DB-ACCESSLOG-PROGRAM.
           MOVE METHODTYPE TO DB-ACCESSLOG-METHOD.
           MOVE HTTPSTATUS TO DB-ACCESSLOG-STATUS.
           MOVE SCR-CLIENT-ID TO DB-ACCESSLOG-CLIENT.
           IF BODY(1:1) = LOW-VALUE
               MOVE 0 TO DB-ACCESSLOG-SIZE
           ELSE
               COMPUTE DB-ACCESSLOG-SIZE = FUNCTION LENGTH(
                   FUNCTION TRIM(BODY TRAILING))
           END-IF.
           PERFORM 960-TIME-OF-DAY-CS.
           IF WS-REQ-END-CS < WS-REQ-START-CS
               ADD 8640000 TO WS-REQ-END-CS
           END-IF.
           COMPUTE DB-ACCESSLOG-ELAPSED =
               (WS-REQ-END-CS - WS-REQ-START-CS) * 10.
           CALL 'ACCESSLOG' USING
                MCPAREA
                DB-ACCESSLOG.
           IF SCR-ERR-CODE NOT = ZERO
               MOVE 'API47' TO DB-ERREVENT-PROGRAM
               MOVE SCR-ERR-CODE TO DB-ERREVENT-CODE

           IF WS-FOUND = 0
               DISPLAY 'rate-limit table full, rejecting new client:'
                   SCR-CLIENT-ID
               MOVE 503 TO HTTPSTATUS
               MOVE ERR-RATE-LIMITED TO SCR-ERR-CODE
               EXIT SECTION
               SUBTRACT 1 FROM WS-CLIENT-COOL(WS-FOUND)
               IF WS-ACTIVE-EP NOT = 'SECONDARY'
                   DISPLAY 'circuit breaker open for client:'
                       SCR-CLIENT-ID
                   MOVE 503 TO HTTPSTATUS
                   MOVE ERR-RATE-LIMITED TO SCR-ERR-CODE
                   PERFORM 200-SAVE-LIMITS
           ADD 1 TO WS-CLIENT-COUNT(WS-FOUND).

           IF WS-CLIENT-COUNT(WS-FOUND) > WS-RATE-LIMIT
               DISPLAY 'rate limit exceeded for client:'
                   SCR-CLIENT-ID
               MOVE 429 TO HTTPSTATUS
               MOVE ERR-RATE-LIMITED TO SCR-ERR-CODE
               PERFORM 200-SAVE-LIMITS
                           TO WS-CLIENT-COOL(WS-FOUND)
                       MOVE 0 TO WS-CLIENT-FAILS(WS-FOUND)
                       DISPLAY 'circuit breaker tripped for client:'
                           SCR-CLIENT-ID
                       MOVE 'SECONDARY' TO WS-ACTIVE-EP
                       PERFORM 170-RECORD-SWITCHOVER
                       PERFORM 180-SAVE-ENDPOINT
           MOVE 0 TO WS-FOUND.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > WS-NUM
               IF WS-CLIENT-ID(WS-IDX) = SCR-CLIENT-ID
                   MOVE WS-IDX TO WS-FOUND
               END-IF
           END-PERFORM.
           IF WS-FOUND = 0 AND WS-NUM < 100
               ADD 1 TO WS-NUM
               MOVE SCR-CLIENT-ID TO WS-CLIENT-ID(WS-NUM)
               MOVE 0 TO WS-CLIENT-WINDOW(WS-NUM)
               MOVE 0 TO WS-CLIENT-COUNT(WS-NUM)
               MOVE 0 TO WS-CLIENT-FAILS(WS-NUM)
           END-PERFORM.
           CLOSE RATEFD.
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
           MOVE 'API47' TO DB-APICLIENT-ENDPOINT.
           CALL 'APICLIENT' USING DB-APICLIENT.
           IF DB-APICLIENT-RC = 0
               EXIT SECTION
           END-IF.
           MOVE 'N' TO WS-CLIENT-OK.
           DISPLAY 'api client refused:' SCR-CLIENT-ID
               ' rc:' DB-APICLIENT-RC.
           MOVE LOW-VALUE TO BODY.
           IF DB-APICLIENT-RC = 3 OR DB-APICLIENT-RC = 4
               MOVE 403 TO HTTPSTATUS
           ELSE
               MOVE 401 TO HTTPSTATUS
           END-IF.
           MOVE ERR-AUTH-FAILURE TO SCR-ERR-CODE.
           EXIT.
      ************************************************************************
       950-RESOLVE-PATHS       SECTION.
      * THE PATH NAMES IN DB-PATH START AS THE PRIMARIES; THE
           CALL 'PATHSEL' USING DB-PATHSEL.
           MOVE DB-PATHSEL-PATH TO PATH-WORK-PRIMARY.
           EXIT.
      ************************************************************************
       960-TIME-OF-DAY-CS      SECTION.
      * CURRENT TIME OF DAY IN CENTISECONDS, FOR THE RESPONSE-TIME
      * FIGURE CARRIED ON EVERY ACCESS-LOG LINE.
           COMPUTE WS-REQ-END-CS =
               FUNCTION NUMVAL(FUNCTION CURRENT-DATE(9:2)) * 360000
               + FUNCTION NUMVAL(FUNCTION CURRENT-DATE(11:2)) * 6000
               + FUNCTION NUMVAL(FUNCTION CURRENT-DATE(13:2)) * 100
               + FUNCTION NUMVAL(FUNCTION CURRENT-DATE(15:2)).
           EXIT.
