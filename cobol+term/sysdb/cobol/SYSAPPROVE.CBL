      * CHANGES.  SHOWS THE BEFORE/AFTER OF EACH PENDING CHANGE;
      * APPROVAL BY A SECOND OPERATOR PERFORMS THE SETVALUE AND THE
      * AUDIT WRITE, REJECTION RECORDS THE REASON.  THE REQUESTING
      * OPERATOR CANNOT APPROVE THEIR OWN CHANGE.  AN OPERATOR
      * STANDING IN AS AN ABSENT APPROVER'S DELEGATE IS LET IN BY THE
      * AUTHORIZATION CHECK; THE AUDIT LINE OF EVERY DECISION THEY
      * TAKE IS STAMPED ON BEHALF OF THAT APPROVER, AND NEITHER THE
      * DELEGATE NOR THE APPROVER THEY STAND IN FOR MAY APPROVE A
      * CHANGE THEY REQUESTED THEMSELVES.  APPROVING ASKS FOR THE
      * OPERATOR'S PASSWORD AGAIN (STEPUP) BEFORE THE SETVALUE.
      * A CHANGE STAGED WITH AN EFFECTIVE TIME STILL TO COME IS NOT
      * APPLIED ON APPROVAL BUT SCHEDULED: THE SCHEDULED-CHANGE JOB
      * (PARMAPPLY) PERFORMS ITS SETVALUE AND AUDIT WRITE WHEN THE
      * TIME ARRIVES, UNLESS IT IS CANCELLED FIRST ON THE SCHEDULED
      * CHANGES SCREEN (SYSSCHED).  A DECISION IS TAKEN WITH THE
      * PENDING-CHANGE FILE LOCKED FROM LOAD TO SAVE, AS THE JOB AND
      * THE SCHEDULED CHANGES SCREEN ALSO REWRITE IT.  THE LIST SHOWS
      * OPEN CHANGES FIRST, THEN DECIDED ONES NEWEST FIRST.
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
                               VALUE './cobol/sysdb-pending.dat'.
       01  PEND-FILE-ST        PIC X(02).
            COPY    "DB-AUDITCHAIN".
            COPY    "DB-STEPUP".
            COPY    "DB-TZCONV".
            COPY    "DB-FILELOCK".
       01  AUDIT-FILE          PIC X(80)
                               VALUE './cobol/sysdb-audit.log'.
       01  AUDIT-FILE-ST       PIC X(02).
       01  APPR-AUDIT-FILE     PIC X(80)
                               VALUE './cobol/approval-audit.log'.
       01  DB-PENDING.
           05  DB-PEND-NUM             PIC 9(4).
           05  DB-PEND-ENTRY OCCURS 500 TIMES.
               10  DB-PEND-ID          PIC X(16).
               10  DB-PEND-KEY         PIC X(30).
               10  DB-PEND-OLD         PIC X(100).
               10  DB-PEND-TIME        PIC X(21).
               10  DB-PEND-STATUS      PIC X(10).
               10  DB-PEND-REASON      PIC X(40).
               10  DB-PEND-EFFECTIVE   PIC X(12).
               10  DB-PEND-ONBEHALF    PIC X(20).
       01  WS-IDX              PIC 9(4).
       01  WS-SEL-IDX          PIC 9(4).
       01  WS-TIMESTAMP        PIC X(21).
       01  WS-PTR              PIC 9(4).
       01  WS-LOCAL-EFF        PIC X(12).
       01  WS-LOCKED           PIC X(1).
       01  WS-ROW              PIC 9(4).
      * SCREEN ROW TO PENDING-CHANGE ENTRY.
       01  DB-ROWMAP.
           05  MAP-NUM                 PIC 9(4).
           05  MAP-IDX OCCURS 50 TIMES PIC 9(4).
       LINKAGE                 SECTION.
            COPY    "MCPAREA".
            COPY    "SPAAREA".
           MOVE 2 TO APTROWATTR.
           MOVE SPACE TO SCR-APPMSG.
           PERFORM 100-LOAD-PENDING.
           PERFORM 015-PRESELECT.
           PERFORM 500-PENDING-TO-TABLE.
           MOVE   'NEW'         TO  MCP-PUTTYPE.
           MOVE   'sysapprove'  TO  MCP-WINDOW.
           PERFORM 900-PUT-WINDOW.
           EXIT.
      ************************************************************************
       015-PRESELECT           SECTION.
      * ARRIVING FROM THE APPROVALS INBOX - SELECT THE CHANGE IT
      * NAMED SO THE APPROVER LANDS ON IT.
           IF SPA-PRESEL-WINDOW NOT = 'sysapprove'
               EXIT SECTION
           END-IF.
           PERFORM VARYING WS-ROW FROM 1 BY 1
                     UNTIL WS-ROW > MAP-NUM
               IF DB-PEND-ID(MAP-IDX(WS-ROW)) = SPA-PRESEL-KEY
                   MOVE WS-ROW TO APTROW
               END-IF
           END-PERFORM.
           MOVE SPACE TO SPA-PRESEL-WINDOW.
           MOVE SPACE TO SPA-PRESEL-KEY.
           EXIT.
      ************************************************************************
       020-ROW-CLICKED         SECTION.
           MOVE SPACE TO SCR-APPMSG.
           EXIT.
      ************************************************************************
       030-APPROVE             SECTION.
           PERFORM 130-LOCK-PENDING.
           IF WS-LOCKED NOT = 'Y'
               MOVE 'pending changes busy - try again' TO SCR-APPMSG
               PERFORM 100-LOAD-PENDING
               PERFORM 090-SHOW-PENDING
               EXIT SECTION
           END-IF.
           PERFORM 100-LOAD-PENDING.
           PERFORM 035-DECIDE-APPROVE.
           PERFORM 140-UNLOCK-PENDING.
           PERFORM 090-SHOW-PENDING.
           EXIT.
      ************************************************************************
       035-DECIDE-APPROVE      SECTION.
           PERFORM 110-CHECK-SELECTION.
           IF WS-SEL-IDX = ZERO
               EXIT SECTION
           END-IF.
           IF DB-PEND-STATUS(WS-SEL-IDX) NOT = 'PENDING'
               MOVE 'change is not pending' TO SCR-APPMSG
               EXIT SECTION
           END-IF.
           IF DB-PEND-REQ(WS-SEL-IDX) = MCP-USER
               MOVE 'requestor cannot approve own change'
                   TO SCR-APPMSG
               EXIT SECTION
           END-IF.
           IF DB-AUTH-ONBEHALF NOT = SPACE
              AND DB-PEND-REQ(WS-SEL-IDX) = DB-AUTH-ONBEHALF
               MOVE 'requestor cannot approve own change by delegate'
                   TO SCR-APPMSG
               EXIT SECTION
           END-IF.
           PERFORM 120-STEP-UP.
           IF DB-STEPUP-RC NOT = ZERO
               EXIT SECTION
           END-IF.
           IF DB-PEND-EFFECTIVE(WS-SEL-IDX) NOT = SPACE
              AND DB-PEND-EFFECTIVE(WS-SEL-IDX) >
                  FUNCTION CURRENT-DATE(1:12)
               PERFORM 305-SCHEDULE-CHANGE
               EXIT SECTION
           END-IF.
           PERFORM 300-APPLY-CHANGE.
               MOVE 'SETVALUE failed - change left pending'
                   TO SCR-APPMSG
           END-IF.
           EXIT.
      ************************************************************************
       040-REJECT              SECTION.
           PERFORM 130-LOCK-PENDING.
           IF WS-LOCKED NOT = 'Y'
               MOVE 'pending changes busy - try again' TO SCR-APPMSG
               PERFORM 100-LOAD-PENDING
               PERFORM 090-SHOW-PENDING
               EXIT SECTION
           END-IF.
           PERFORM 100-LOAD-PENDING.
           PERFORM 045-DECIDE-REJECT.
           PERFORM 140-UNLOCK-PENDING.
           PERFORM 090-SHOW-PENDING.
           EXIT.
      ************************************************************************
       045-DECIDE-REJECT       SECTION.
           PERFORM 110-CHECK-SELECTION.
           IF WS-SEL-IDX = ZERO
               EXIT SECTION
           END-IF.
           IF DB-PEND-STATUS(WS-SEL-IDX) NOT = 'PENDING'
                   MOVE SCR-REJREASON
                       TO DB-PEND-REASON(WS-SEL-IDX)
                   PERFORM 200-SAVE-PENDING
                   IF DB-AUTH-ONBEHALF NOT = SPACE
                       PERFORM 320-AUDIT-DELEGATED
                   END-IF
                   MOVE 'change rejected' TO SCR-APPMSG
                   MOVE SPACE TO SCR-REJREASON
               END-IF
           END-IF.
           EXIT.
      ************************************************************************
       080-REFRESH             SECTION.
           OPEN INPUT PENDFD.
           IF PEND-FILE-ST = "00"
               PERFORM UNTIL PEND-FILE-ST NOT = "00"
                        OR DB-PEND-NUM >= 500
                   READ PENDFD INTO PEND-LINE
                   IF PEND-FILE-ST = "00" AND PEND-LINE NOT = SPACE
                       ADD 1 TO DB-PEND-NUM
                       MOVE SPACE TO DB-PEND-ENTRY(DB-PEND-NUM)
                       UNSTRING PEND-LINE DELIMITED BY '|'
                           INTO DB-PEND-ID(DB-PEND-NUM)
                                DB-PEND-KEY(DB-PEND-NUM)
                                DB-PEND-TIME(DB-PEND-NUM)
                                DB-PEND-STATUS(DB-PEND-NUM)
                                DB-PEND-REASON(DB-PEND-NUM)
                                DB-PEND-EFFECTIVE(DB-PEND-NUM)
                                DB-PEND-ONBEHALF(DB-PEND-NUM)
                   END-IF
               END-PERFORM
               CLOSE PENDFD
           ELSE
               DISPLAY 'no pending-change file'
           END-IF.
           PERFORM 150-BUILD-MAP.
           EXIT.
      ************************************************************************
       110-CHECK-SELECTION     SECTION.
      * THE ROW IS MAPPED AFRESH FROM THE FILE AS JUST LOADED; IF IT
      * NO LONGER HOLDS THE CHANGE THE OPERATOR SAW, NOTHING IS TAKEN.
           MOVE 0 TO WS-SEL-IDX.
           IF APTROW = ZERO OR APTROW > MAP-NUM
               MOVE 'select a pending change first' TO SCR-APPMSG
               EXIT SECTION
           END-IF.
           IF DB-PEND-KEY(MAP-IDX(APTROW)) NOT = APCELL1(APTROW)
               MOVE 'list has changed - select the change again'
                   TO SCR-APPMSG
               EXIT SECTION
           END-IF.
           MOVE MAP-IDX(APTROW) TO WS-SEL-IDX.
           EXIT.
      ************************************************************************
       120-STEP-UP         SECTION.
      * THE CONFIRMATION GOES AHEAD ONLY ON DB-STEPUP-RC ZERO.
           MOVE SCR-STEPPASS TO DB-STEPUP-PASS.
           MOVE SPACE TO SCR-STEPPASS.
           CALL 'STEPUP' USING
                MCPAREA
                DB-STEPUP.
           EVALUATE DB-STEPUP-RC
             WHEN 0
               CONTINUE
             WHEN 1
               MOVE 'enter your password to confirm' TO SCR-APPMSG
             WHEN 3
               MOVE 'account locked - see an administrator'
                   TO SCR-APPMSG
             WHEN OTHER
               MOVE 'password not accepted' TO SCR-APPMSG
           END-EVALUATE.
           EXIT.
      ************************************************************************
       130-LOCK-PENDING        SECTION.
           MOVE 'N' TO WS-LOCKED.
           MOVE 'ACQUIRE' TO DB-FILELOCK-FUNC.
           MOVE PEND-FILE TO DB-FILELOCK-FILE.
           MOVE MCP-TERM TO DB-FILELOCK-OWNER.
           MOVE 30 TO DB-FILELOCK-TIMEOUT.
           CALL 'FILELOCK' USING DB-FILELOCK.
           IF DB-FILELOCK-RC NOT = 2
               MOVE 'Y' TO WS-LOCKED
           END-IF.
           EXIT.
      ************************************************************************
       140-UNLOCK-PENDING      SECTION.
           MOVE 'RELEASE' TO DB-FILELOCK-FUNC.
           MOVE PEND-FILE TO DB-FILELOCK-FILE.
           MOVE MCP-TERM TO DB-FILELOCK-OWNER.
           CALL 'FILELOCK' USING DB-FILELOCK.
           EXIT.
      ************************************************************************
       150-BUILD-MAP           SECTION.
      * OPEN CHANGES IN THE ORDER STAGED, THEN DECIDED ONES NEWEST
      * FIRST, AS MANY AS THE SCREEN TABLE HOLDS.
           MOVE 0 TO MAP-NUM.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > DB-PEND-NUM OR MAP-NUM >= 50
               IF DB-PEND-STATUS(WS-IDX) = 'PENDING' OR 'SCHEDULED'
                   ADD 1 TO MAP-NUM
                   MOVE WS-IDX TO MAP-IDX(MAP-NUM)
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-IDX FROM DB-PEND-NUM BY -1
                     UNTIL WS-IDX < 1 OR MAP-NUM >= 50
               IF DB-PEND-STATUS(WS-IDX) NOT = 'PENDING'
                  AND DB-PEND-STATUS(WS-IDX) NOT = 'SCHEDULED'
                   ADD 1 TO MAP-NUM
                   MOVE WS-IDX TO MAP-IDX(MAP-NUM)
               END-IF
           END-PERFORM.
           EXIT.
      ************************************************************************
       200-SAVE-PENDING        SECTION.
                      DB-PEND-STATUS(WS-IDX) DELIMITED BY SPACE
                      '|'                    DELIMITED BY SIZE
                      DB-PEND-REASON(WS-IDX) DELIMITED BY '  '
                      '|'                    DELIMITED BY SIZE
                      DB-PEND-EFFECTIVE(WS-IDX)
                                             DELIMITED BY SPACE
                      '|'                    DELIMITED BY SIZE
                      DB-PEND-ONBEHALF(WS-IDX)
                                             DELIMITED BY SPACE
                      INTO PEND-LINE
               END-STRING
               WRITE PEND-LINE
                MCPAREA
                DB-SYSTEM.
           EXIT.
      ************************************************************************
       305-SCHEDULE-CHANGE     SECTION.
      * THE APPROVER, AND ANY ABSENT APPROVER THEY STAND IN FOR, ARE
      * KEPT ON THE CHANGE FOR THE AUDIT LINE WRITTEN WHEN IT FIRES.
           MOVE 'SCHEDULED' TO DB-PEND-STATUS(WS-SEL-IDX).
           MOVE MCP-USER TO DB-PEND-REASON(WS-SEL-IDX).
           MOVE DB-AUTH-ONBEHALF TO DB-PEND-ONBEHALF(WS-SEL-IDX).
           PERFORM 200-SAVE-PENDING.
           PERFORM 330-AUDIT-SCHEDULED.
           MOVE DB-PEND-EFFECTIVE(WS-SEL-IDX) TO WS-LOCAL-EFF.
           PERFORM 510-LOCAL-EFFECTIVE.
           MOVE SPACE TO SCR-APPMSG.
           STRING 'change scheduled for '  DELIMITED BY SIZE
                  WS-LOCAL-EFF             DELIMITED BY SIZE
                  INTO SCR-APPMSG
           END-STRING.
           EXIT.
      ************************************************************************
       310-WRITE-AUDIT         SECTION.
      * AUDIT LINES GO THROUGH THE SHARED CHAIN SERVICE, WHICH
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE AUDIT-FILE TO DB-AUDITCHAIN-FILE.
           MOVE SPACE TO DB-AUDITCHAIN-LINE.
           MOVE 1 TO WS-PTR.
           STRING WS-TIMESTAMP            DELIMITED BY SIZE
             '|'                          DELIMITED BY SIZE
             MCP-USER                     DELIMITED BY SPACE
             '|'                          DELIMITED BY SIZE
             MCP-TERM                     DELIMITED BY SPACE
             '|'                          DELIMITED BY SIZE
             DB-PEND-KEY(WS-SEL-IDX)      DELIMITED BY SPACE
             '|'                          DELIMITED BY SIZE
             DB-PEND-OLD(WS-SEL-IDX)      DELIMITED BY '  '
             '|'                          DELIMITED BY SIZE
             DB-PEND-NEW(WS-SEL-IDX)      DELIMITED BY '  '
             INTO DB-AUDITCHAIN-LINE
             WITH POINTER WS-PTR
           END-STRING.
      * APPROVED BY A DELEGATE - THE LINE CARRIES WHOSE AUTHORITY
      * WAS USED AS A TRAILING FIELD.
           IF DB-AUTH-ONBEHALF NOT = SPACE
               STRING '|ON BEHALF OF '    DELIMITED BY SIZE
                      DB-AUTH-ONBEHALF    DELIMITED BY SPACE
                      INTO DB-AUDITCHAIN-LINE
                      WITH POINTER WS-PTR
               END-STRING
           END-IF.
           CALL 'AUDITCHAIN' USING DB-AUDITCHAIN.
           EXIT.
      ************************************************************************
       320-AUDIT-DELEGATED     SECTION.
      * A REJECTION BY A DELEGATE CHANGES NO PARAMETER, SO IT IS
      * CHAINED INTO THE APPROVAL AUDIT LOG INSTEAD:
      *   TS|USER|TERM|SOURCE|KEY|DECISION|ON BEHALF OF <APPROVER>
           MOVE FUNCTION CURRENT-DATE(1:21) TO WS-TIMESTAMP.
           MOVE APPR-AUDIT-FILE TO DB-AUDITCHAIN-FILE.
           MOVE SPACE TO DB-AUDITCHAIN-LINE.
           STRING WS-TIMESTAMP              DELIMITED BY SPACE
                  '|'                       DELIMITED BY SIZE
                  MCP-USER                  DELIMITED BY SPACE
                  '|'                       DELIMITED BY SIZE
                  MCP-TERM                  DELIMITED BY SPACE
                  '|SYSDB|'                 DELIMITED BY SIZE
                  DB-PEND-ID(WS-SEL-IDX)    DELIMITED BY SPACE
                  '|'                       DELIMITED BY SIZE
                  DB-PEND-STATUS(WS-SEL-IDX)
                                            DELIMITED BY SPACE
                  '|ON BEHALF OF '          DELIMITED BY SIZE
                  DB-AUTH-ONBEHALF          DELIMITED BY SPACE
                  INTO DB-AUDITCHAIN-LINE
           END-STRING.
           CALL 'AUDITCHAIN' USING DB-AUDITCHAIN.
           EXIT.
      ************************************************************************
       330-AUDIT-SCHEDULED     SECTION.
      * A SCHEDULING APPROVAL CHANGES NO PARAMETER YET, SO IT IS
      * CHAINED INTO THE APPROVAL AUDIT LOG LIKE A DELEGATE'S
      * REJECTION:  TS|USER|TERM|SOURCE|KEY|SCHEDULED[|ON BEHALF OF
      * <APPROVER>]
           MOVE FUNCTION CURRENT-DATE(1:21) TO WS-TIMESTAMP.
           MOVE APPR-AUDIT-FILE TO DB-AUDITCHAIN-FILE.
           MOVE SPACE TO DB-AUDITCHAIN-LINE.
           MOVE 1 TO WS-PTR.
           STRING WS-TIMESTAMP              DELIMITED BY SPACE
                  '|'                       DELIMITED BY SIZE
                  MCP-USER                  DELIMITED BY SPACE
                  '|'                       DELIMITED BY SIZE
                  MCP-TERM                  DELIMITED BY SPACE
                  '|SYSDB|'                 DELIMITED BY SIZE
                  DB-PEND-ID(WS-SEL-IDX)    DELIMITED BY SPACE
                  '|SCHEDULED'              DELIMITED BY SIZE
                  INTO DB-AUDITCHAIN-LINE
                  WITH POINTER WS-PTR
           END-STRING.
           IF DB-AUTH-ONBEHALF NOT = SPACE
               STRING '|ON BEHALF OF '    DELIMITED BY SIZE
                      DB-AUTH-ONBEHALF    DELIMITED BY SPACE
                      INTO DB-AUDITCHAIN-LINE
                      WITH POINTER WS-PTR
               END-STRING
           END-IF.
           CALL 'AUDITCHAIN' USING DB-AUDITCHAIN.
           EXIT.
      ************************************************************************
       500-PENDING-TO-TABLE    SECTION.
      * A DECISION MOVES ITS CHANGE DOWN THE LIST; THE SELECTION
      * FOLLOWS THE CHANGE, NOT THE ROW.
           MOVE 0 TO WS-SEL-IDX.
           IF APTROW > ZERO AND APTROW NOT > MAP-NUM
               MOVE MAP-IDX(APTROW) TO WS-SEL-IDX
           END-IF.
           PERFORM 150-BUILD-MAP.
           INITIALIZE SCR-APPROVALS.
           MOVE 2 TO APTROWATTR.
           PERFORM VARYING WS-ROW FROM 1 BY 1
                     UNTIL WS-ROW > MAP-NUM
               MOVE MAP-IDX(WS-ROW) TO WS-IDX
               IF WS-IDX = WS-SEL-IDX
                   MOVE WS-ROW TO APTROW
               END-IF
               ADD 1 TO APROWCNT
               MOVE DB-PEND-KEY(WS-IDX)    TO APCELL1(APROWCNT)
               MOVE DB-PEND-OLD(WS-IDX)    TO APCELL2(APROWCNT)
                      DB-PEND-REQ(WS-IDX)    DELIMITED BY SPACE
                      INTO APCELL4(APROWCNT)
               END-STRING
               IF DB-PEND-EFFECTIVE(WS-IDX) NOT = SPACE
                   MOVE DB-PEND-EFFECTIVE(WS-IDX) TO WS-LOCAL-EFF
                   PERFORM 510-LOCAL-EFFECTIVE
                   MOVE 1 TO WS-PTR
                   INSPECT APCELL4(APROWCNT) TALLYING WS-PTR
                       FOR CHARACTERS BEFORE INITIAL '  '
                   STRING ' @'             DELIMITED BY SIZE
                          WS-LOCAL-EFF     DELIMITED BY SIZE
                          INTO APCELL4(APROWCNT)
                          WITH POINTER WS-PTR
                   END-STRING
               END-IF
           END-PERFORM.
           EXIT.
      ************************************************************************
       510-LOCAL-EFFECTIVE     SECTION.
      * WS-LOCAL-EFF, AN EFFECTIVE TIME IN REFERENCE TIME, AS LOCAL
      * TIME AT THIS TERMINAL.
           INITIALIZE DB-TZCONV.
           MOVE 'TOLOCAL' TO DB-TZCONV-FUNC.
           MOVE MCP-TERM TO DB-TZCONV-TERM.
           MOVE WS-LOCAL-EFF TO DB-TZCONV-TS-IN(1:12).
           MOVE '0000' TO DB-TZCONV-TS-IN(13:4).
           CALL 'TZCONV' USING DB-TZCONV.
           MOVE DB-TZCONV-TS-OUT(1:12) TO WS-LOCAL-EFF.
           EXIT.
      ************************************************************************
       900-PUT-WINDOW          SECTION.
           CALL 'BANNER' USING
