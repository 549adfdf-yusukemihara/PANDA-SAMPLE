            COPY    "DB-WORK".
            COPY    "DB-DLTOKEN".
            COPY    "DB-ACCESSLOG".
            COPY    "ERRCODE".
            COPY    "DB-ERREVENT".
            COPY    "DB-APICLIENT".
       01  ALLOW-FILE          PIC X(80)
                               VALUE './cobol/download2-allowlist.dat'.
       01  ALLOW-FILE-ST       PIC X(02).
       01  WS-TIMESTAMP        PIC X(21).
       01  WS-REQ-START-CS     PIC 9(9).
       01  WS-REQ-END-CS       PIC 9(9).
       01  WS-CLIENT-OK        PIC X(1).

       LINKAGE                 SECTION.
            COPY    "MCPAREA".
           PERFORM 960-TIME-OF-DAY-CS.
           MOVE WS-REQ-END-CS TO WS-REQ-START-CS.
           DISPLAY  HTTP-METHOD
           PERFORM 940-CHECK-CLIENT.
           IF WS-CLIENT-OK = 'Y'
               EVALUATE    HTTP-METHOD
                 WHEN     'GET'
                   PERFORM 010-GET
               END-EVALUATE
           END-IF.
           MOVE 'DOWNLOAD2' TO DB-ACCESSLOG-PROGRAM.
           MOVE HTTP-METHOD TO DB-ACCESSLOG-METHOD.
           MOVE HTTP-STATUS TO DB-ACCESSLOG-STATUS.
           MOVE CLIENT-ID TO DB-ACCESSLOG-CLIENT.
           IF BODY(1:1) = LOW-VALUE
               MOVE 0 TO DB-ACCESSLOG-SIZE
           ELSE
           MOVE DB-WORK-OBJECT TO BODY
           DISPLAY 'body:' DB-WORK-OBJECT
           EXIT.
      ************************************************************************
       940-CHECK-CLIENT        SECTION.
      * ONLY REGISTERED, ACTIVE CLIENTS PRESENTING THEIR ISSUED KEY
      * AND ALLOWED ON THIS ENDPOINT ARE SERVED.  AN UNKNOWN CLIENT
      * OR WRONG KEY IS UNAUTHORIZED; A SUSPENDED CLIENT, OR ONE NOT
      * ALLOWED HERE, IS FORBIDDEN.
           MOVE 'Y' TO WS-CLIENT-OK.
           MOVE 'CHECK' TO DB-APICLIENT-FUNC.
           MOVE CLIENT-ID TO DB-APICLIENT-CLIENT.
           MOVE CLIENT-KEY TO DB-APICLIENT-KEY.
           MOVE 'DOWNLOAD2' TO DB-APICLIENT-ENDPOINT.
           CALL 'APICLIENT' USING DB-APICLIENT.
           IF DB-APICLIENT-RC = 0
               EXIT SECTION
           END-IF.
           MOVE 'N' TO WS-CLIENT-OK.
           DISPLAY 'api client refused:' CLIENT-ID
               ' rc:' DB-APICLIENT-RC.
           MOVE LOW-VALUE TO BODY.
           IF DB-APICLIENT-RC = 3 OR DB-APICLIENT-RC = 4
               MOVE 403 TO HTTP-STATUS
           ELSE
               MOVE 401 TO HTTP-STATUS
           END-IF.
           MOVE 'DOWNLOAD2' TO DB-ERREVENT-PROGRAM.
           MOVE ERR-AUTH-FAILURE TO DB-ERREVENT-CODE.
           CALL 'ERREVENT' USING
                MCPAREA
                DB-ERREVENT.
           EXIT.
      ************************************************************************
       960-TIME-OF-DAY-CS      SECTION.
      * CURRENT TIME OF DAY IN CENTISECONDS, FOR THE RESPONSE-TIME
