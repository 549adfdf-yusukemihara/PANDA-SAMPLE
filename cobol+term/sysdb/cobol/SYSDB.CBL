            COPY    "DB-AUTH".
            COPY    "DB-JOBID".
            COPY    "DB-AUDITCHAIN".
            COPY    "DB-TZCONV".
            COPY    "DB-FILELOCK".
           01  AUDIT-FILE          PIC X(80)
                                   VALUE './cobol/sysdb-audit.log'.
           01  AUDIT-FILE-ST       PIC X(02).
                                   VALUE './cobol/sysdb-pending.dat'.
           01  PEND-FILE-ST        PIC X(02).
           01  WS-STAGED           PIC 9(2).
           01  WS-UNSTAGED         PIC 9(2).
      * PENDING-CHANGE FILE LOCK: SPACE NOT YET TAKEN, Y HELD,
      * N BUSY.
           01  WS-PEND-LOCK        PIC X(1).
           01  WS-STAGE-EDIT       PIC Z9.
      * EFFECTIVE TIME OF A SET, IN REFERENCE TIME.  BLANK WHEN THE
      * CHANGE IS TO TAKE EFFECT AT ONCE.
           01  WS-EFFECTIVE        PIC X(12).
           01  WS-EFF-DATE         PIC 9(8).
       LINKAGE                 SECTION.
            COPY    "MCPAREA".
            COPY    "SPAAREA".
           SCRAREA.
       000-MAIN                SECTION.
           PERFORM 950-RESOLVE-PATHS.
           MOVE SPACE TO WS-EFFECTIVE.
           EVALUATE    MCP-STATUS      ALSO    MCP-WIDGET
             WHEN     'LINK'           ALSO    ANY
               PERFORM 010-INIT
           MOVE  10          TO DB-SYSTEM-NUM.
           PERFORM 300-SCR-TO-DB.
           PERFORM 450-VALIDATE-ENTRIES.
           IF WS-VAL-OK = 'Y'
               PERFORM 440-CHECK-EFFECTIVE
           END-IF.
           IF WS-VAL-OK = 'N'
               DISPLAY 'sysdb validation failed: ' SCR-VALMSG
               PERFORM 900-PUT-WINDOW
           MOVE  10          TO DB-SYSTEM-NUM.
           PERFORM 300-SCR-TO-DB.
           PERFORM 450-VALIDATE-ENTRIES.
           IF WS-VAL-OK = 'Y'
               PERFORM 440-CHECK-EFFECTIVE
           END-IF.
           IF WS-VAL-OK = 'N'
               DISPLAY 'sysdb validation failed: ' SCR-VALMSG
               PERFORM 900-PUT-WINDOW
               CLOSE DICTFD
           END-IF.
           EXIT.
      ************************************************************************
       440-CHECK-EFFECTIVE      SECTION.
      * AN EFFECTIVE TIME (YYYYMMDDHHMM, LOCAL TO THE TERMINAL) MAKES
      * THE SET A SCHEDULED CHANGE: EVERY KEY ON IT IS STAGED FOR
      * APPROVAL AND THE SCHEDULED-CHANGE JOB APPLIES IT ONCE THE
      * TIME ARRIVES.  IT IS HELD IN REFERENCE TIME, AND MUST STILL
      * BE TO COME.
           MOVE SPACE TO WS-EFFECTIVE.
           IF SCR-EFFECTIVE = SPACE OR SCR-EFFECTIVE = LOW-VALUE
               EXIT SECTION
           END-IF.
           IF SCR-EFFECTIVE NOT NUMERIC
              OR SCR-EFFECTIVE(9:2) > '23'
              OR SCR-EFFECTIVE(11:2) > '59'
               PERFORM 445-BAD-EFFECTIVE
               EXIT SECTION
           END-IF.
           MOVE SCR-EFFECTIVE(1:8) TO WS-EFF-DATE.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-EFF-DATE) NOT = 0
               PERFORM 445-BAD-EFFECTIVE
               EXIT SECTION
           END-IF.
           INITIALIZE DB-TZCONV.
           MOVE 'TOREF' TO DB-TZCONV-FUNC.
           MOVE MCP-TERM TO DB-TZCONV-TERM.
           MOVE SCR-EFFECTIVE TO DB-TZCONV-TS-IN(1:12).
           MOVE '0000' TO DB-TZCONV-TS-IN(13:4).
           CALL 'TZCONV' USING DB-TZCONV.
           MOVE DB-TZCONV-TS-OUT(1:12) TO WS-EFFECTIVE.
           IF WS-EFFECTIVE NOT > FUNCTION CURRENT-DATE(1:12)
               MOVE SPACE TO WS-EFFECTIVE
               MOVE 'N' TO WS-VAL-OK
               MOVE 'effective time has already passed' TO SCR-VALMSG
           END-IF.
           EXIT.
      ************************************************************************
       445-BAD-EFFECTIVE        SECTION.
           MOVE 'N' TO WS-VAL-OK.
           MOVE 'effective time must be YYYYMMDDHHMM' TO SCR-VALMSG.
           EXIT.
      ************************************************************************
       450-VALIDATE-ENTRIES     SECTION.
           MOVE 'Y' TO WS-VAL-OK.
           EXIT.
      ************************************************************************
       550-STAGE-SENSITIVE      SECTION.
      * THE PENDING-CHANGE FILE IS LOCKED ON THE FIRST KEY STAGED AND
      * HELD UNTIL ALL ARE WRITTEN, SO NO LINE IS APPENDED WHILE THE
      * SCHEDULED-CHANGE JOB OR A CANCELLATION REWRITES THE FILE.  A
      * KEY THAT CANNOT BE STAGED IS STILL DROPPED FROM THE SET - IT
      * MUST NOT BE APPLIED WITHOUT APPROVAL.
           MOVE 0 TO WS-STAGED.
           MOVE 0 TO WS-UNSTAGED.
           MOVE SPACE TO WS-PEND-LOCK.
           PERFORM VARYING WS-VAL-IDX FROM 1 BY 1
                     UNTIL WS-VAL-IDX > 10
               IF DB-SYSTEM-KEY(WS-VAL-IDX) NOT = SPACE
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF WS-EFFECTIVE NOT = SPACE
                      OR (WS-DICT-FOUND NOT = 0
                          AND DB-DICT-SENS(WS-DICT-FOUND) = 'Y')
                       IF WS-PEND-LOCK = SPACE
                           PERFORM 555-LOCK-PENDING
                       END-IF
                       IF WS-PEND-LOCK = 'Y'
                           PERFORM 560-WRITE-PENDING
                           ADD 1 TO WS-STAGED
                       ELSE
                           ADD 1 TO WS-UNSTAGED
                       END-IF
                       MOVE SPACE
                           TO DB-SYSTEM-KEY(WS-VAL-IDX)
                       MOVE SPACE
                           TO DB-SYSTEM-VALUE(WS-VAL-IDX)
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-PEND-LOCK = 'Y'
               MOVE 'RELEASE' TO DB-FILELOCK-FUNC
               MOVE PEND-FILE TO DB-FILELOCK-FILE
               MOVE MCP-TERM TO DB-FILELOCK-OWNER
               CALL 'FILELOCK' USING DB-FILELOCK
           END-IF.
           IF WS-UNSTAGED > 0
               MOVE WS-UNSTAGED TO WS-STAGE-EDIT
               MOVE SPACE TO SCR-VALMSG
               STRING 'pending changes busy - '  DELIMITED BY SIZE
                 WS-STAGE-EDIT DELIMITED BY SIZE
                 ' change(s) not staged, try again'
                                   DELIMITED BY SIZE
                 INTO SCR-VALMSG
               END-STRING
               EXIT SECTION
           END-IF.
           IF WS-STAGED > 0
               MOVE WS-STAGED TO WS-STAGE-EDIT
               MOVE SPACE TO SCR-VALMSG
               IF WS-EFFECTIVE = SPACE
                   STRING WS-STAGE-EDIT DELIMITED BY SIZE
                     ' sensitive change(s) staged for approval'
                                       DELIMITED BY SIZE
                     INTO SCR-VALMSG
                   END-STRING
               ELSE
                   STRING WS-STAGE-EDIT DELIMITED BY SIZE
                     ' change(s) staged for approval, effective '
                                       DELIMITED BY SIZE
                     SCR-EFFECTIVE     DELIMITED BY SIZE
                     INTO SCR-VALMSG
                   END-STRING
               END-IF
           END-IF.
           EXIT.
      ************************************************************************
       555-LOCK-PENDING         SECTION.
           MOVE 'ACQUIRE' TO DB-FILELOCK-FUNC.
           MOVE PEND-FILE TO DB-FILELOCK-FILE.
           MOVE MCP-TERM TO DB-FILELOCK-OWNER.
           MOVE 30 TO DB-FILELOCK-TIMEOUT.
           CALL 'FILELOCK' USING DB-FILELOCK.
           IF DB-FILELOCK-RC = 2
               MOVE 'N' TO WS-PEND-LOCK
           ELSE
               MOVE 'Y' TO WS-PEND-LOCK
           END-IF.
           EXIT.
      ************************************************************************
                 MCP-USER             DELIMITED BY SPACE
                 '|'                  DELIMITED BY SIZE
                 AUDIT-TIMESTAMP     DELIMITED BY SPACE
                 '|PENDING||'         DELIMITED BY SIZE
                 WS-EFFECTIVE         DELIMITED BY SPACE
                 INTO PEND-LINE
               END-STRING
               WRITE PEND-LINE
