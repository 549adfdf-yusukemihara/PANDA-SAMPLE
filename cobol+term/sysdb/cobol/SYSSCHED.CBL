       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         SYSSCHED.
      ******************************************************************
      * SCHEDULED PARAMETER CHANGES.  LISTS, SOONEST FIRST, THE
      * STAGED CHANGES CARRYING AN EFFECTIVE TIME: THOSE APPROVED
      * AND WAITING FOR THE SCHEDULED-CHANGE JOB (PARMAPPLY), AND
      * THOSE STILL AWAITING APPROVAL WHOSE TIME IS TO COME.  TIMES
      * ARE SHOWN LOCAL TO THE TERMINAL.  AN APPROVER MAY CANCEL A
      * SCHEDULED CHANGE UNTIL THE JOB HAS APPLIED IT; ONE NOT YET
      * APPROVED IS REJECTED ON THE APPROVAL SCREEN INSTEAD.  THE
      * CANCELLATION IS CHAINED INTO THE APPROVAL AUDIT LOG.  THE
      * PENDING-CHANGE FILE IS HELD LOCKED WHILE A CANCELLATION IS
      * RECORDED SO IT CANNOT CROSS A PASS OF THE JOB.
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
           SELECT PENDFD   ASSIGN TO PEND-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS PEND-FILE-ST.
       DATA                DIVISION.
       FILE                SECTION.
           FD  PENDFD.
           01  PEND-LINE           PIC X(400).
       WORKING-STORAGE     SECTION.
            COPY    "DB-AUTH".
            COPY    "DB-AUDITCHAIN".
            COPY    "DB-FILELOCK".
            COPY    "DB-TZCONV".
       01  PEND-FILE           PIC X(80)
                               VALUE './cobol/sysdb-pending.dat'.
       01  PEND-FILE-ST        PIC X(02).
       01  APPR-AUDIT-FILE     PIC X(80)
                               VALUE './cobol/approval-audit.log'.
       01  DB-PENDING.
           05  DB-PEND-NUM             PIC 9(4).
           05  DB-PEND-ENTRY OCCURS 500 TIMES.
               10  DB-PEND-ID          PIC X(16).
               10  DB-PEND-KEY         PIC X(30).
               10  DB-PEND-OLD         PIC X(100).
               10  DB-PEND-NEW         PIC X(100).
               10  DB-PEND-REQ         PIC X(20).
               10  DB-PEND-TIME        PIC X(21).
               10  DB-PEND-STATUS      PIC X(10).
               10  DB-PEND-REASON      PIC X(40).
               10  DB-PEND-EFFECTIVE   PIC X(12).
               10  DB-PEND-ONBEHALF    PIC X(20).
      * THE LISTED CHANGES, BY SCREEN ROW.
       01  SCHED-MAP.
           05  MAP-NUM                 PIC 9(4).
           05  MAP-IDX OCCURS 50 TIMES PIC 9(4).
       01  WS-IDX              PIC 9(4).
       01  WS-ROW              PIC 9(4).
       01  WS-SLOT             PIC 9(4).
       01  WS-SEL-IDX          PIC 9(4).
       01  WS-NOW              PIC X(12).
       01  WS-LOCAL-EFF        PIC X(12).
       01  WS-TIMESTAMP        PIC X(21).
       01  WS-PTR              PIC 9(4).
       01  WS-LOCKED           PIC X(1).
       LINKAGE                 SECTION.
            COPY    "MCPAREA".
            COPY    "SPAAREA".
            COPY    "LINKAREA".
            COPY    "SCRAREA".
      ************************************************************************
       PROCEDURE           DIVISION    USING
           MCPAREA
           SPAAREA
           LINKAREA
           SCRAREA.
       000-MAIN                SECTION.
           DISPLAY 'syssched widget:' MCP-WIDGET
           MOVE MCP-USER TO DB-AUTH-USER.
           MOVE 'SYSDB-APPROVE' TO DB-AUTH-FUNC.
           MOVE 'N' TO DB-AUTH-DEFAULT.
           CALL 'AUTHCHECK' USING DB-AUTH.
           IF DB-AUTH-ALLOW NOT = 'Y'
               PERFORM 005-REFUSE-ENTRY
           ELSE
               EVALUATE    MCP-STATUS      ALSO    MCP-WIDGET
                 WHEN     'LINK'           ALSO    ANY
                   PERFORM 010-INIT
                 WHEN     'PUTG'           ALSO    'schedtable'
                   PERFORM 020-ROW-CLICKED
                 WHEN     'PUTG'           ALSO    'cancelbutton'
                   PERFORM 030-CANCEL
                 WHEN     'PUTG'           ALSO    'refreshbutton'
                   PERFORM 080-REFRESH
               END-EVALUATE
           END-IF.
           EXIT    PROGRAM.
      ************************************************************************
       005-REFUSE-ENTRY        SECTION.
           MOVE 'not authorized for scheduled changes' TO SCR-SCMSG.
           INITIALIZE SCTABLE.
           MOVE 2 TO SCTROWATTR.
           MOVE 'sysschedule' TO MCP-WINDOW.
           IF MCP-STATUS = 'LINK'
               MOVE 'NEW' TO MCP-PUTTYPE
           ELSE
               MOVE 'PUTG' TO MCP-PUTTYPE
           END-IF.
           PERFORM 900-PUT-WINDOW.
           EXIT.
      ************************************************************************
       010-INIT                SECTION.
           INITIALIZE SCTABLE.
           MOVE 2 TO SCTROWATTR.
           MOVE SPACE TO SCR-SCMSG.
           PERFORM 100-LOAD-PENDING.
           PERFORM 150-BUILD-MAP.
           PERFORM 500-MAP-TO-TABLE.
           MOVE   'NEW'          TO  MCP-PUTTYPE.
           MOVE   'sysschedule'  TO  MCP-WINDOW.
           PERFORM 900-PUT-WINDOW.
           EXIT.
      ************************************************************************
       020-ROW-CLICKED         SECTION.
           MOVE SPACE TO SCR-SCMSG.
           MOVE   'PUTG'         TO  MCP-PUTTYPE.
           MOVE   'sysschedule'  TO  MCP-WINDOW.
           PERFORM 900-PUT-WINDOW.
           EXIT.
      ************************************************************************
       030-CANCEL              SECTION.
           PERFORM 110-LOCK-PENDING.
           IF WS-LOCKED NOT = 'Y'
               MOVE 'scheduled changes busy - try again' TO SCR-SCMSG
               PERFORM 090-SHOW-SCHEDULE
               EXIT SECTION
           END-IF.
           PERFORM 100-LOAD-PENDING.
           PERFORM 150-BUILD-MAP.
           MOVE 0 TO WS-SEL-IDX.
           IF SCTROW = ZERO OR SCTROW > MAP-NUM
               MOVE 'select a scheduled change first' TO SCR-SCMSG
           ELSE
               MOVE MAP-IDX(SCTROW) TO WS-SEL-IDX
               EVALUATE DB-PEND-STATUS(WS-SEL-IDX)
                 WHEN 'SCHEDULED'
                   MOVE 'CANCELLED' TO DB-PEND-STATUS(WS-SEL-IDX)
                   MOVE MCP-USER TO DB-PEND-REASON(WS-SEL-IDX)
                   PERFORM 200-SAVE-PENDING
                   PERFORM 320-AUDIT-CANCEL
                   MOVE 'scheduled change cancelled' TO SCR-SCMSG
                 WHEN 'PENDING'
                   MOVE 'not yet approved - reject it instead'
                       TO SCR-SCMSG
                 WHEN OTHER
                   MOVE 'change is no longer scheduled' TO SCR-SCMSG
               END-EVALUATE
           END-IF.
           PERFORM 120-UNLOCK-PENDING.
           PERFORM 150-BUILD-MAP.
           PERFORM 090-SHOW-SCHEDULE.
           EXIT.
      ************************************************************************
       080-REFRESH             SECTION.
           PERFORM 100-LOAD-PENDING.
           PERFORM 150-BUILD-MAP.
           PERFORM 090-SHOW-SCHEDULE.
           EXIT.
      ************************************************************************
       090-SHOW-SCHEDULE       SECTION.
           PERFORM 500-MAP-TO-TABLE.
           MOVE   'PUTG'         TO  MCP-PUTTYPE.
           MOVE   'sysschedule'  TO  MCP-WINDOW.
           PERFORM 900-PUT-WINDOW.
           EXIT.
      ************************************************************************
       100-LOAD-PENDING        SECTION.
           MOVE 0 TO DB-PEND-NUM.
           OPEN INPUT PENDFD.
           IF PEND-FILE-ST NOT = "00"
               EXIT SECTION
           END-IF.
           PERFORM UNTIL PEND-FILE-ST NOT = "00"
                    OR DB-PEND-NUM >= 500
               READ PENDFD INTO PEND-LINE
               IF PEND-FILE-ST = "00" AND PEND-LINE NOT = SPACE
                   ADD 1 TO DB-PEND-NUM
                   MOVE SPACE TO DB-PEND-ENTRY(DB-PEND-NUM)
                   UNSTRING PEND-LINE DELIMITED BY '|'
                       INTO DB-PEND-ID(DB-PEND-NUM)
                            DB-PEND-KEY(DB-PEND-NUM)
                            DB-PEND-OLD(DB-PEND-NUM)
                            DB-PEND-NEW(DB-PEND-NUM)
                            DB-PEND-REQ(DB-PEND-NUM)
                            DB-PEND-TIME(DB-PEND-NUM)
                            DB-PEND-STATUS(DB-PEND-NUM)
                            DB-PEND-REASON(DB-PEND-NUM)
                            DB-PEND-EFFECTIVE(DB-PEND-NUM)
                            DB-PEND-ONBEHALF(DB-PEND-NUM)
                   END-UNSTRING
               END-IF
           END-PERFORM.
           CLOSE PENDFD.
           EXIT.
      ************************************************************************
       110-LOCK-PENDING        SECTION.
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
       120-UNLOCK-PENDING      SECTION.
           MOVE 'RELEASE' TO DB-FILELOCK-FUNC.
           MOVE PEND-FILE TO DB-FILELOCK-FILE.
           MOVE MCP-TERM TO DB-FILELOCK-OWNER.
           CALL 'FILELOCK' USING DB-FILELOCK.
           EXIT.
      ************************************************************************
       150-BUILD-MAP           SECTION.
      * APPROVED CHANGES STAY LISTED UNTIL THE JOB APPLIES THEM, EVEN
      * PAST THEIR TIME; UNAPPROVED ONES ONLY WHILE THEIR TIME IS TO
      * COME.  EACH IS SLOTTED IN BY EFFECTIVE TIME AS IT IS FOUND.
           MOVE FUNCTION CURRENT-DATE(1:12) TO WS-NOW.
           MOVE 0 TO MAP-NUM.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > DB-PEND-NUM
               IF DB-PEND-EFFECTIVE(WS-IDX) NOT = SPACE
                  AND (DB-PEND-STATUS(WS-IDX) = 'SCHEDULED'
                       OR (DB-PEND-STATUS(WS-IDX) = 'PENDING'
                           AND DB-PEND-EFFECTIVE(WS-IDX) > WS-NOW))
                   PERFORM 160-SLOT-IN
               END-IF
           END-PERFORM.
           EXIT.
      ************************************************************************
       160-SLOT-IN             SECTION.
           IF MAP-NUM >= 50
               EXIT SECTION
           END-IF.
           ADD 1 TO MAP-NUM.
           MOVE MAP-NUM TO WS-SLOT.
           PERFORM UNTIL WS-SLOT = 1
                  OR DB-PEND-EFFECTIVE(MAP-IDX(WS-SLOT - 1))
                     NOT > DB-PEND-EFFECTIVE(WS-IDX)
               MOVE MAP-IDX(WS-SLOT - 1) TO MAP-IDX(WS-SLOT)
               SUBTRACT 1 FROM WS-SLOT
           END-PERFORM.
           MOVE WS-IDX TO MAP-IDX(WS-SLOT).
           EXIT.
      ************************************************************************
       200-SAVE-PENDING        SECTION.
           OPEN OUTPUT PENDFD.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > DB-PEND-NUM
               MOVE SPACE TO PEND-LINE
               STRING DB-PEND-ID(WS-IDX)     DELIMITED BY SPACE
                      '|'                    DELIMITED BY SIZE
                      DB-PEND-KEY(WS-IDX)    DELIMITED BY SPACE
                      '|'                    DELIMITED BY SIZE
                      DB-PEND-OLD(WS-IDX)    DELIMITED BY '  '
                      '|'                    DELIMITED BY SIZE
                      DB-PEND-NEW(WS-IDX)    DELIMITED BY '  '
                      '|'                    DELIMITED BY SIZE
                      DB-PEND-REQ(WS-IDX)    DELIMITED BY SPACE
                      '|'                    DELIMITED BY SIZE
                      DB-PEND-TIME(WS-IDX)   DELIMITED BY SPACE
                      '|'                    DELIMITED BY SIZE
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
           END-PERFORM.
           CLOSE PENDFD.
           EXIT.
      ************************************************************************
       320-AUDIT-CANCEL        SECTION.
      *   TS|USER|TERM|SOURCE|KEY|CANCELLED[|ON BEHALF OF <APPROVER>]
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
                  '|CANCELLED'              DELIMITED BY SIZE
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
       500-MAP-TO-TABLE        SECTION.
           MOVE SCTROW TO WS-SEL-IDX.
           INITIALIZE SCTABLE.
           MOVE 2 TO SCTROWATTR.
           MOVE WS-SEL-IDX TO SCTROW.
           PERFORM VARYING WS-ROW FROM 1 BY 1
                     UNTIL WS-ROW > MAP-NUM
               MOVE MAP-IDX(WS-ROW) TO WS-IDX
               ADD 1 TO SCROWCNT
               MOVE DB-PEND-EFFECTIVE(WS-IDX) TO WS-LOCAL-EFF
               PERFORM 510-LOCAL-EFFECTIVE
               STRING WS-LOCAL-EFF(1:4)  DELIMITED BY SIZE
                      '-'                DELIMITED BY SIZE
                      WS-LOCAL-EFF(5:2)  DELIMITED BY SIZE
                      '-'                DELIMITED BY SIZE
                      WS-LOCAL-EFF(7:2)  DELIMITED BY SIZE
                      ' '                DELIMITED BY SIZE
                      WS-LOCAL-EFF(9:2)  DELIMITED BY SIZE
                      ':'                DELIMITED BY SIZE
                      WS-LOCAL-EFF(11:2) DELIMITED BY SIZE
                      ' '                DELIMITED BY SIZE
                      DB-TZCONV-ZONE     DELIMITED BY SIZE
                      INTO SCCELL1(SCROWCNT)
               END-STRING
               MOVE DB-PEND-KEY(WS-IDX) TO SCCELL2(SCROWCNT)
               MOVE DB-PEND-NEW(WS-IDX) TO SCCELL3(SCROWCNT)
               IF DB-PEND-STATUS(WS-IDX) = 'SCHEDULED'
                   STRING 'SCHEDULED BY '        DELIMITED BY SIZE
                          DB-PEND-REASON(WS-IDX) DELIMITED BY SPACE
                          INTO SCCELL4(SCROWCNT)
                   END-STRING
               ELSE
                   STRING 'AWAITING APPROVAL - ' DELIMITED BY SIZE
                          DB-PEND-REQ(WS-IDX)    DELIMITED BY SPACE
                          INTO SCCELL4(SCROWCNT)
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
                MCPAREA
                LINKAREA.
           MOVE   1  TO  MCP-RC.
           MOVE   'PUTWINDOW'  TO  MCP-FUNC.
           CALL   'MCPSUB'     USING
                MCPAREA.
           EXIT.
