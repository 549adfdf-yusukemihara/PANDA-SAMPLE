           IF WS-REQ-END-CS < WS-REQ-START-CS
               ADD 8640000 TO WS-REQ-END-CS
           END-IF.
           MOVE SPACE TO DB-ACCESSLOG-CLIENT.
           COMPUTE DB-ACCESSLOG-ELAPSED =
               (WS-REQ-END-CS - WS-REQ-START-CS) * 10.
           CALL 'ACCESSLOG' USING
