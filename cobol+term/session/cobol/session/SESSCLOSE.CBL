      * CLOSE-OUT CANNOT BIND TO SOME OTHER PROGRAM THAT HAPPENS TO
      * SHARE A NAME WITH A WINDOW PROGRAM.  THE SESSION-HISTORY
      * RECORD IS WRITTEN AND EVERY NOTEBOOK PAGE LOCK HELD BY THE
      * CLOSING TERMINAL IS RELEASED.  THE HISTORY RECORD CARRIES
      * THE BUSINESS DATE THE SESSION CLOSED UNDER AFTER THE CLOCK
      * TIMES:  USER|TERM|START-TS|END-TS|REASON|BUSINESS-DATE
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION           SECTION.
            COPY    "DB-CHECKPT".
            COPY    "DB-FILEGUARD".
            COPY    "DB-FILELOCK".
            COPY    "DB-BUSDATE".
       01  HIST-FILE           PIC X(80)
                  VALUE './cobol/session-history.dat'.
       01  HIST-FILE-ST        PIC X(02).
           ELSE
               MOVE MCP-EVENT TO WS-REASON
           END-IF.
           INITIALIZE DB-BUSDATE.
           MOVE 'GET' TO DB-BUSDATE-FUNC.
           CALL 'BUSDATE' USING DB-BUSDATE.
           OPEN EXTEND HISTFD.
           IF HIST-FILE-ST = "05" OR "35"
               OPEN OUTPUT HISTFD
                      WS-END-TS    DELIMITED BY SPACE
                      '|'          DELIMITED BY SIZE
                      WS-REASON    DELIMITED BY SPACE
                      '|'          DELIMITED BY SIZE
                      DB-BUSDATE-DATE
                                   DELIMITED BY SIZE
                      INTO HIST-LINE
               END-STRING
               WRITE HIST-LINE
