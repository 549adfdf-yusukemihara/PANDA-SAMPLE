      * WEEK'S ON-CALL OPERATOR FROM THE ROTATING ROSTER, THROUGH
      * BOTH THE PUSH PATH AND THE PENDING-NOTIFICATION REGISTER;
      * THE ESCALATION SWEEP PAGES THE BACKUP IF THE FIRST PAGE IS
      * NOT ACKNOWLEDGED IN TIME.  EACH CRITICAL OCCURRENCE ALSO
      * OPENS AN INCIDENT, OR ATTACHES TO THE ONE STILL OPEN FOR THE
      * SAME PROGRAM AND CODE (INCRAISE).
      * SEVERITY TABLE: CODE|SEVERITY.  ROSTER: PRIMARY|BACKUP, ONE
      * LINE PER ROTATION SLOT, PICKED BY WEEK NUMBER.
      ******************************************************************
       01  WS-ONCALL           PIC X(20).
       01  WS-TIMESTAMP        PIC X(21).
            COPY    "DB-FILELOCK".
            COPY    "DB-INCRAISE".
       01  DB-PUSH.
           05  DB-PUSH-EVENT       PIC X(20).
           05  DB-PUSH-ID          PIC X(20).
           05  DB-PUSH-COMMENT     PIC X(80).
           05  DB-PUSH-TOPIC       PIC X(20).
           05  DB-PUSH-SEVERITY    PIC X(8).
       LINKAGE                 SECTION.
            COPY    "MCPAREA".
            COPY    "DB-ERREVENT".
           PERFORM 100-CHECK-SEVERITY.
           IF WS-SEVERITY = 'CRITICAL'
               PERFORM 200-PAGE-ONCALL
               PERFORM 300-RAISE-INCIDENT
           END-IF.
           EXIT    PROGRAM.
      ************************************************************************
                  INTO DB-PUSH-COMMENT
           END-STRING.
           MOVE 'oncall'             TO DB-PUSH-TOPIC.
           MOVE 'CRITICAL'           TO DB-PUSH-SEVERITY.
           CALL 'PUSHSEND' USING
                MCPAREA
                DB-PUSH.
           MOVE MCP-TERM TO DB-FILELOCK-OWNER.
           CALL 'FILELOCK' USING DB-FILELOCK.
           EXIT.
      ************************************************************************
       300-RAISE-INCIDENT      SECTION.
           INITIALIZE DB-INCRAISE.
           MOVE DB-ERREVENT-PROGRAM TO DB-INCRAISE-PROGRAM.
           MOVE DB-ERREVENT-CODE    TO DB-INCRAISE-CODE.
           MOVE 'ERREVENT'          TO DB-INCRAISE-SOURCE.
           STRING 'critical code '   DELIMITED BY SIZE
                  DB-ERREVENT-CODE   DELIMITED BY SIZE
                  ' from '           DELIMITED BY SIZE
                  DB-ERREVENT-PROGRAM DELIMITED BY SPACE
                  ', user '          DELIMITED BY SIZE
                  MCP-USER           DELIMITED BY SPACE
                  ', terminal '      DELIMITED BY SIZE
                  MCP-TERM           DELIMITED BY SPACE
                  INTO DB-INCRAISE-TEXT
           END-STRING.
           CALL 'INCRAISE' USING
                MCPAREA
                DB-INCRAISE.
           EXIT.
