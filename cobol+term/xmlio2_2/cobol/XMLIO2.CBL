            COPY    "DB-BLOB".
            COPY    "DB-XML2".
            COPY    "DB-ACCESSLOG".
            COPY    "ERRCODE".
            COPY    "DB-ERREVENT".
            COPY    "DB-APICLIENT".
       01  WS-REQ-START-CS     PIC 9(9).
       01  WS-REQ-END-CS       PIC 9(9).
       01  WS-CLIENT-OK        PIC X(1).

       LINKAGE                 SECTION.
            COPY    "MCPAREA".
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
           MOVE 'XMLIO2' TO DB-ACCESSLOG-PROGRAM.
           MOVE SCR-HTTP-METHOD TO DB-ACCESSLOG-METHOD.
           MOVE SCR-HTTP-STATUS TO DB-ACCESSLOG-STATUS.
           MOVE SCR-CLIENT-ID TO DB-ACCESSLOG-CLIENT.
           IF SCR-BODY(1:1) = LOW-VALUE
               MOVE 0 TO DB-ACCESSLOG-SIZE
           ELSE
           CALL 'ACCESSLOG' USING
                MCPAREA
                DB-ACCESSLOG.
           IF SCR-ERR-CODE NOT = ZERO
               MOVE 'XMLIO2' TO DB-ERREVENT-PROGRAM
               MOVE SCR-ERR-CODE TO DB-ERREVENT-CODE
               CALL 'ERREVENT' USING
                    MCPAREA
                    DB-ERREVENT
           END-IF.
           EXIT    PROGRAM.
      ************************************************************************
       010-GET                SECTION.
           MOVE WS-TOKEN   TO SCR-BODY.
           MOVE 206        TO SCR-HTTP-STATUS.
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
           MOVE 'XMLIO2' TO DB-APICLIENT-ENDPOINT.
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
