       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PARMAPPLY.
      ******************************************************************
      * SCHEDULED PARAMETER CHANGE JOB.  A STAGED CHANGE CARRYING AN
      * EFFECTIVE TIME IS APPROVED IN ADVANCE ON THE APPROVAL SCREEN
      * AND LEFT SCHEDULED.  THE BATCH SCHEDULER CALLS THIS JOB ON
      * EVERY PASS; EACH PASS PERFORMS THE SETVALUE FOR EVERY
      * SCHEDULED CHANGE WHOSE TIME HAS ARRIVED AND WRITES ITS AUDIT
      * CHAIN LINE THERE AND THEN, STAMPED WITH THE APPROVER (AND
      * ANY ABSENT APPROVER THEY STOOD IN FOR) AND WITH THE VALUE IT
      * ACTUALLY REPLACED.  THE CHANGE IS MARKED APPLIED; ONE WHOSE
      * SETVALUE FAILS STAYS SCHEDULED FOR THE NEXT PASS.  THE
      * PENDING-CHANGE FILE IS HELD LOCKED FOR THE PASS SO A
      * CANCELLATION CANNOT CROSS IT.  A PASS WITH NOTHING DUE
      * LEAVES NO TRACE.
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
           SELECT PENDFD   ASSIGN TO PEND-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS PEND-FILE-ST.
           SELECT HISTFD   ASSIGN TO HIST-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS HIST-FILE-ST.
       DATA                DIVISION.
       FILE                SECTION.
           FD  PENDFD.
           01  PEND-LINE           PIC X(400).
           FD  HISTFD.
           01  HIST-LINE           PIC X(200).
       WORKING-STORAGE     SECTION.
            COPY    "DB-PATH".
            COPY    "DB-PATHSEL".
            COPY    "DB-SYSTEM".
            COPY    "DB-AUDITCHAIN".
            COPY    "DB-FILELOCK".
       01  PEND-FILE           PIC X(80)
                               VALUE './cobol/sysdb-pending.dat'.
       01  PEND-FILE-ST        PIC X(02).
       01  AUDIT-FILE          PIC X(80)
                               VALUE './cobol/sysdb-audit.log'.
       01  HIST-FILE           PIC X(80)
                               VALUE './cobol/batch-history.log'.
       01  HIST-FILE-ST        PIC X(02).
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
       01  WS-IDX              PIC 9(4).
       01  WS-NOW              PIC X(12).
       01  WS-START-TS         PIC X(21).
       01  WS-END-TS           PIC X(21).
       01  WS-TIMESTAMP        PIC X(21).
       01  WS-OLD-VALUE        PIC X(100).
       01  WS-PTR              PIC 9(4).
       01  WS-APPLIED          PIC 9(4).
       01  WS-FAILED           PIC 9(4).
       01  WS-RUN-STATUS       PIC X(10).
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
           EVALUATE    MCP-STATUS
             WHEN     'LINK'
               PERFORM 010-RUN-PASS
           END-EVALUATE.
           EXIT    PROGRAM.
      ************************************************************************
       010-RUN-PASS            SECTION.
           MOVE FUNCTION CURRENT-DATE(1:21) TO WS-START-TS.
           MOVE WS-START-TS(1:12) TO WS-NOW.
           MOVE 0 TO WS-APPLIED WS-FAILED.
           MOVE 0 TO SPA-NUM.
           MOVE 'ACQUIRE' TO DB-FILELOCK-FUNC.
           MOVE PEND-FILE TO DB-FILELOCK-FILE.
           MOVE 'PARMAPPLY' TO DB-FILELOCK-OWNER.
           MOVE 30 TO DB-FILELOCK-TIMEOUT.
           CALL 'FILELOCK' USING DB-FILELOCK.
           IF DB-FILELOCK-RC = 2
               DISPLAY 'pending-change file locked - pass skipped'
               EXIT SECTION
           END-IF.
           PERFORM 950-RESOLVE-PATHS.
           PERFORM 100-LOAD-PENDING.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > DB-PEND-NUM
               IF DB-PEND-STATUS(WS-IDX) = 'SCHEDULED'
                  AND DB-PEND-EFFECTIVE(WS-IDX) NOT = SPACE
                  AND DB-PEND-EFFECTIVE(WS-IDX) NOT > WS-NOW
                   PERFORM 200-APPLY-ONE
               END-IF
           END-PERFORM.
           IF WS-APPLIED > 0
               PERFORM 300-SAVE-PENDING
           END-IF.
           MOVE 'RELEASE' TO DB-FILELOCK-FUNC.
           MOVE PEND-FILE TO DB-FILELOCK-FILE.
           MOVE 'PARMAPPLY' TO DB-FILELOCK-OWNER.
           CALL 'FILELOCK' USING DB-FILELOCK.
           IF WS-APPLIED = 0 AND WS-FAILED = 0
               EXIT SECTION
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:21) TO WS-END-TS.
           PERFORM 400-WRITE-HISTORY.
           MOVE WS-APPLIED TO SPA-NUM.
           DISPLAY 'scheduled parameter changes applied:' WS-APPLIED
               ' failed:' WS-FAILED.
           IF WS-FAILED > 0
               MOVE 9 TO MCP-RC
           END-IF.
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
       200-APPLY-ONE           SECTION.
      * THE VALUE BEING REPLACED IS READ AT THE MOMENT OF THE CHANGE;
      * THE ONE RECORDED WHEN IT WAS STAGED MAY SINCE HAVE MOVED.
           INITIALIZE DB-SYSTEM.
           MOVE 'GETVALUE' TO MCP-FUNC.
           MOVE PATH-SYSTEM-PRIMARY TO MCP-PATH.
           MOVE MCP-TERM TO DB-SYSTEM-ID.
           MOVE 10 TO DB-SYSTEM-NUM.
           MOVE DB-PEND-KEY(WS-IDX) TO DB-SYSTEM-KEY(1).
           CALL 'MCPSUB' USING
                MCPAREA
                DB-SYSTEM.
           IF (MCP-RC = ZERO OR 1)
               MOVE DB-SYSTEM-VALUE(1) TO WS-OLD-VALUE
           ELSE
               MOVE DB-PEND-OLD(WS-IDX) TO WS-OLD-VALUE
           END-IF.
           INITIALIZE DB-SYSTEM.
           MOVE 'SETVALUE' TO MCP-FUNC.
           MOVE PATH-SYSTEM-PRIMARY TO MCP-PATH.
           MOVE MCP-TERM TO DB-SYSTEM-ID.
           MOVE 10 TO DB-SYSTEM-NUM.
           MOVE DB-PEND-KEY(WS-IDX) TO DB-SYSTEM-KEY(1).
           MOVE DB-PEND-NEW(WS-IDX) TO DB-SYSTEM-VALUE(1).
           CALL 'MCPSUB' USING
                MCPAREA
                DB-SYSTEM.
           IF MCP-RC NOT = ZERO AND MCP-RC NOT = 1
               DISPLAY 'SETVALUE failed for scheduled change '
                   DB-PEND-ID(WS-IDX) ' - left scheduled'
               ADD 1 TO WS-FAILED
               EXIT SECTION
           END-IF.
           MOVE 'APPLIED' TO DB-PEND-STATUS(WS-IDX).
           PERFORM 210-WRITE-AUDIT.
           ADD 1 TO WS-APPLIED.
           EXIT.
      ************************************************************************
       210-WRITE-AUDIT         SECTION.
      * THE SAME LINE AN IMMEDIATE APPROVAL WRITES, WITH THE APPROVER
      * AS THE USER.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE AUDIT-FILE TO DB-AUDITCHAIN-FILE.
           MOVE SPACE TO DB-AUDITCHAIN-LINE.
           MOVE 1 TO WS-PTR.
           STRING WS-TIMESTAMP            DELIMITED BY SIZE
             '|'                          DELIMITED BY SIZE
             DB-PEND-REASON(WS-IDX)(1:20) DELIMITED BY SPACE
             '|'                          DELIMITED BY SIZE
             MCP-TERM                     DELIMITED BY SPACE
             '|'                          DELIMITED BY SIZE
             DB-PEND-KEY(WS-IDX)          DELIMITED BY SPACE
             '|'                          DELIMITED BY SIZE
             WS-OLD-VALUE                 DELIMITED BY '  '
             '|'                          DELIMITED BY SIZE
             DB-PEND-NEW(WS-IDX)          DELIMITED BY '  '
             INTO DB-AUDITCHAIN-LINE
             WITH POINTER WS-PTR
           END-STRING.
           IF DB-PEND-ONBEHALF(WS-IDX) NOT = SPACE
               STRING '|ON BEHALF OF '        DELIMITED BY SIZE
                      DB-PEND-ONBEHALF(WS-IDX) DELIMITED BY SPACE
                      INTO DB-AUDITCHAIN-LINE
                      WITH POINTER WS-PTR
               END-STRING
           END-IF.
           CALL 'AUDITCHAIN' USING DB-AUDITCHAIN.
           EXIT.
      ************************************************************************
       300-SAVE-PENDING        SECTION.
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
       400-WRITE-HISTORY       SECTION.
           IF WS-FAILED = 0
               MOVE 'OK' TO WS-RUN-STATUS
           ELSE
               MOVE 'FAILED' TO WS-RUN-STATUS
           END-IF.
           OPEN EXTEND HISTFD.
           IF HIST-FILE-ST = "05" OR "35"
               OPEN OUTPUT HISTFD
           END-IF.
           IF HIST-FILE-ST NOT = "00"
               DISPLAY 'cannot open batch history file'
           ELSE
               MOVE SPACE TO HIST-LINE
               STRING 'PARMAPPLY|'   DELIMITED BY SIZE
                      WS-START-TS    DELIMITED BY SPACE
                      '|'            DELIMITED BY SIZE
                      WS-END-TS      DELIMITED BY SPACE
                      '|'            DELIMITED BY SIZE
                      WS-APPLIED     DELIMITED BY SIZE
                      '|'            DELIMITED BY SIZE
                      WS-FAILED      DELIMITED BY SIZE
                      '|'            DELIMITED BY SIZE
                      WS-RUN-STATUS  DELIMITED BY SPACE
                      INTO HIST-LINE
               END-STRING
               WRITE HIST-LINE
               CLOSE HISTFD
           END-IF.
           EXIT.
      ************************************************************************
       950-RESOLVE-PATHS       SECTION.
      * THE PATH NAMES IN DB-PATH START AS THE PRIMARIES; THE
      * SELECTOR OVERWRITES THEM WITH WHICHEVER SIDE IS ACTIVE SO
      * EVERY LATER TABLE CALL IN THIS PROGRAM RIDES THE HEALTHY
      * STORAGE PATH.
           MOVE 'SELECT' TO DB-PATHSEL-FUNC.
           MOVE 'SYSTEM' TO DB-PATHSEL-CLASS.
           CALL 'PATHSEL' USING DB-PATHSEL.
           MOVE DB-PATHSEL-PATH TO PATH-SYSTEM-PRIMARY.
           EXIT.
