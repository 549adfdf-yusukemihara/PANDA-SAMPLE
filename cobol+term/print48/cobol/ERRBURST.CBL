      * PROGRAM'S SCHEDULE ENTRY IS DISABLED SO THE SCHEDULER STOPS
      * RELAUNCHING IT, AND ONE ESCALATED ALERT GOES TO THE OPERATOR
      * DESK.  A PROGRAM ALREADY DISABLED IS NOT ALERTED AGAIN.
      * THE BURST OPENS AN INCIDENT, OR GOES ON THE TIMELINE OF THE
      * ONE STILL OPEN FOR THE SAME PROGRAM AND CODE (INCRAISE).
      * RULE LAYOUT: PROGRAM|CODE|COUNT|MINUTES.
      ******************************************************************
       ENVIRONMENT         DIVISION.
       WORKING-STORAGE     SECTION.
            COPY    "DB-BATCH".
            COPY    "DB-FILELOCK".
            COPY    "DB-INCRAISE".
       01  RULE-FILE           PIC X(80)
                               VALUE './cobol/errburst-rules.dat'.
       01  RULE-FILE-ST        PIC X(02).
                      INTO WS-NOTE-TEXT
               END-STRING
               PERFORM 500-NOTIFY-OPERATOR
               PERFORM 600-RAISE-INCIDENT
           END-IF.
           EXIT.
      ************************************************************************
           MOVE MCP-TERM TO DB-FILELOCK-OWNER.
           CALL 'FILELOCK' USING DB-FILELOCK.
           EXIT.
      ************************************************************************
       600-RAISE-INCIDENT      SECTION.
           INITIALIZE DB-INCRAISE.
           MOVE WS-RULE-PROGRAM(WS-RULE-IDX) TO DB-INCRAISE-PROGRAM.
           MOVE WS-RULE-CODE(WS-RULE-IDX)    TO DB-INCRAISE-CODE.
           MOVE 'ERRBURST'                   TO DB-INCRAISE-SOURCE.
           MOVE WS-NOTE-TEXT                 TO DB-INCRAISE-TEXT.
           CALL 'INCRAISE' USING
                MCPAREA
                DB-INCRAISE.
           EXIT.
