                               VALUE './cobol/legal-holds.dat'.
       01  HOLD-FILE-ST        PIC X(02).
       01  HOLD-TABLE.
           05  HOLD-NUM            PIC 9(4).
           05  HOLD-ENTRY OCCURS 1000 TIMES.
               10  HOLD-STORE      PIC X(10).
               10  HOLD-KEY        PIC X(80).
       01  HOLD-REC.
           05  HOLD-REC-STORE      PIC X(10).
           05  HOLD-REC-KEY        PIC X(80).
       01  WS-HOLD-IDX         PIC 9(4).
       01  WS-ON-HOLD          PIC X(1).
       01  WS-HOLD-OVERFLOW    PIC X(1).
       LINKAGE                 SECTION.
            COPY    "MCPAREA".
            COPY    "SPAAREA".
           CALL 'BIZDAY' USING DB-BIZDAY.
           MOVE DB-BIZDAY-RESULT TO WS-CUTOFF-DATE.
           PERFORM 050-LOAD-HOLDS.
           IF WS-HOLD-OVERFLOW = 'Y'
               DISPLAY 'work blob holds over 1000 items - '
                   'purge not run'
               MOVE 0 TO SPA-NUM
               EXIT SECTION
           END-IF.
           MOVE   'BLOBLIST'    TO  MCP-FUNC.
           MOVE   'work'        TO  MCP-TABLE.
           MOVE   'key'         TO  MCP-PATHNAME.
      ************************************************************************
       050-LOAD-HOLDS           SECTION.
      * AN OBJECT NAMED ON THE LEGAL-HOLD LIST IS EXEMPT FROM EVERY
      * PURGE UNTIL COMPLIANCE RELEASES IT.  THE LIST ALSO CARRIES
      * THE HOLDS OF OTHER STORES; ONLY WORK BLOB HOLDS ARE KEPT.
           MOVE 0 TO HOLD-NUM.
           MOVE 'N' TO WS-HOLD-OVERFLOW.
           OPEN INPUT HOLDFD.
           IF HOLD-FILE-ST = "00"
               PERFORM UNTIL HOLD-FILE-ST NOT = "00"
                        OR WS-HOLD-OVERFLOW = 'Y'
                   READ HOLDFD INTO HOLD-LINE
                   MOVE SPACE TO HOLD-REC
                   IF HOLD-FILE-ST = "00" AND HOLD-LINE NOT = SPACE
                       UNSTRING HOLD-LINE DELIMITED BY '|'
                           INTO HOLD-REC-STORE
                                HOLD-REC-KEY
                   END-IF
                   IF HOLD-REC-STORE = 'WORKBLOB'
                      AND HOLD-NUM >= 1000
                       MOVE 'Y' TO WS-HOLD-OVERFLOW
                   END-IF
                   IF HOLD-REC-STORE = 'WORKBLOB'
                      AND WS-HOLD-OVERFLOW = 'N'
                       ADD 1 TO HOLD-NUM
                       MOVE HOLD-REC-STORE TO HOLD-STORE(HOLD-NUM)
                       MOVE HOLD-REC-KEY TO HOLD-KEY(HOLD-NUM)
                   END-IF
               END-PERFORM
               CLOSE HOLDFD
