       01  WS-HASH-I           PIC 9(7).
       01  WS-DUP-FILE         PIC X(80).
       01  WS-DUP-USER         PIC X(20).
       01  WS-PEND-PTR         PIC 9(3).
       LINKAGE                 SECTION.
            COPY    "MCPAREA".
            COPY    "SPAAREA".
      * ACCEPTED UPLOADS LAND IN QUARANTINE; ONLY A REVIEWER'S
      * APPROVAL ON THE RELEASE SCREEN EXPORTS THE OBJECT TO THE
      * LIVE NAME.
           PERFORM 736-PRINT-OPTIONS.
           PERFORM 745-HASH-CONTENT.
           PERFORM 746-CHECK-DUPLICATE.
           CALL 'JOBID' USING DB-JOBID.
               MOVE 'N' TO WS-MAGIC-OK
           END-EVALUATE.
           EXIT.
      **************************************************************************
       736-PRINT-OPTIONS        SECTION.
      * PRINT ON APPROVAL TAKES THE PRINT SCREEN'S DEFAULTS FOR
      * ANYTHING LEFT BLANK; THE ACCOUNT DEFAULTS TO THE UPLOADER.
           IF PRINTONAPPROVAL NOT = 'Y'
               MOVE 'N' TO PRINTONAPPROVAL
               EXIT SECTION
           END-IF.
           IF PRINTCOPIES NOT NUMERIC OR PRINTCOPIES = ZERO
               MOVE 1 TO PRINTCOPIES
           END-IF.
           IF PRINTDUPLEX NOT = 'Y'
               MOVE 'N' TO PRINTDUPLEX
           END-IF.
           IF PRINTPAPER = SPACE OR PRINTPAPER = LOW-VALUE
               MOVE 'A4' TO PRINTPAPER
           END-IF.
           IF PRINTACCOUNT = SPACE OR PRINTACCOUNT = LOW-VALUE
               MOVE MCP-USER TO PRINTACCOUNT
           END-IF.
           EXIT.
      **************************************************************************
       740-REGISTER-PENDING     SECTION.
      * REGISTER LAYOUT: ID|USER|FILE|SIZE|TS|STATUS|REASON, AND FOR
      * AN UPLOAD TO BE PRINTED ON APPROVAL
      * |PRINT|COPIES|DUPLEX|PAPER|ACCOUNT|PRINT JOB ID.
           MOVE FUNCTION CURRENT-DATE(1:21) TO WS-TIMESTAMP.
           OPEN EXTEND PENDFD.
           IF PEND-FILE-ST = "05" OR "35"
               DISPLAY 'cannot open pending-upload register'
           ELSE
               MOVE SPACE TO PEND-LINE
               MOVE 1 TO WS-PEND-PTR
               STRING DB-JOBID-VALUE DELIMITED BY SPACE
                      '|'            DELIMITED BY SIZE
                      MCP-USER       DELIMITED BY SPACE
                      WS-TIMESTAMP   DELIMITED BY SPACE
                      '|PENDING|'    DELIMITED BY SIZE
                      INTO PEND-LINE
                      WITH POINTER WS-PEND-PTR
               END-STRING
               IF PRINTONAPPROVAL = 'Y'
                   STRING '|Y|'          DELIMITED BY SIZE
                          PRINTCOPIES    DELIMITED BY SIZE
                          '|'            DELIMITED BY SIZE
                          PRINTDUPLEX    DELIMITED BY SIZE
                          '|'            DELIMITED BY SIZE
                          PRINTPAPER     DELIMITED BY SPACE
                          '|'            DELIMITED BY SIZE
                          PRINTACCOUNT   DELIMITED BY SPACE
                          '|'            DELIMITED BY SIZE
                          INTO PEND-LINE
                          WITH POINTER WS-PEND-PTR
                   END-STRING
               END-IF
               WRITE PEND-LINE
               CLOSE PENDFD
           END-IF.
