      * LONG EACH COVERED STORE KEEPS ITS RECORDS AND WHAT HAPPENS
      * AFTER - PURGE REMOVES THEM, KEEP LEAVES THE STORE ALONE.
      * COVERED STORES: WORKBLOB (THE WORK BLOB TABLE), SESSIONS
      * (SESSION-HISTORY.DAT), API2LOG (API2-TRANSACTIONS.LOG AND
      * ITS MONTHLY ARCHIVES) AND AUDITLOG (SYSDB-AUDIT.LOG) AND
      * REPORTS (THE REPORT REPOSITORY - EACH REPORTS CLASS AGES OUT
      * ONLY THE FILED REPORTS INDEXED UNDER THAT SAME CLASS NAME,
      * JUDGED ON THEIR BUSINESS DATE, AND THE STORED REPORT FILE IS
      * REMOVED WITH ITS INDEX LINE).  AN ITEM ON THE LEGAL-HOLD LIST
      * IS EXEMPT FROM EVERY PURGE UNTIL THE HOLD IS RELEASED, AND
      * EVERY DISPOSAL PASS WRITES A CERTIFICATE-OF-DESTRUCTION
      * RECORD FOR THE AUDIT FILE.
      * CLASS TABLE: CLASS|STORE|KEEP-DAYS|ACTION.
      * HOLD LIST:   STORE|ITEM-KEY, OPTIONALLY FOLLOWED BY THE
      *              MATTER AND DATE OF A DISCOVERY HOLD.  A LIST
      *              TOO LONG TO LOAD WHOLE STOPS THE RUN RATHER
      *              THAN PURGE AN ITEM WHOSE HOLD WAS NOT SEEN.
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       WORKING-STORAGE     SECTION.
            COPY    "DB-WORK".
            COPY    "DB-BIZDAY".
            COPY    "DB-FILELOCK".
            COPY    "DB-SHELL".
            COPY    "DB-LOGARCH".
       01  CLS-FILE            PIC X(80)
                               VALUE './cobol/retention-classes.dat'.
       01  CLS-FILE-ST         PIC X(02).
               10  CLS-KEEPDAYS    PIC 9(5).
               10  CLS-ACTION      PIC X(8).
       01  HOLD-TABLE.
           05  HOLD-NUM            PIC 9(4).
           05  HOLD-ENTRY OCCURS 5000 TIMES.
               10  HOLD-STORE      PIC X(10).
               10  HOLD-KEY        PIC X(80).
       01  WS-CLS-IDX          PIC 9(2).
       01  WS-HOLD-IDX         PIC 9(4).
       01  WS-HOLD-OVERFLOW    PIC X(1).
       01  WS-CUTOFF-DATE      PIC X(8).
       01  WS-LINE-DATE        PIC X(8).
       01  WS-F1               PIC X(80).
       01  WS-F2               PIC X(80).
       01  WS-F3               PIC X(80).
       01  WS-F4               PIC X(80).
       01  WS-F5               PIC X(80).
       01  WS-F6               PIC X(80).
       01  WS-REPORT-STORE     PIC X(1).
       01  WS-DATE-FIELD       PIC 9(1).
       01  WS-ON-HOLD          PIC X(1).
       01  WS-DISPOSED         PIC 9(6).
       01  WS-REG-DATE         PIC 9(8).
       01  WS-DONE             PIC X(1).
       01  WS-TIMESTAMP        PIC X(21).
       01  WS-FILE-IDX         PIC 9(3).
       LINKAGE                 SECTION.
            COPY    "MCPAREA".
            COPY    "SPAAREA".
           MOVE FUNCTION CURRENT-DATE(1:21) TO WS-TIMESTAMP.
           PERFORM 100-LOAD-CLASSES.
           PERFORM 110-LOAD-HOLDS.
           IF WS-HOLD-OVERFLOW = 'Y'
               DISPLAY 'legal hold list over 5000 items - '
                   'disposal not run'
               MOVE 0 TO SPA-NUM
               EXIT SECTION
           END-IF.
           PERFORM VARYING WS-CLS-IDX FROM 1 BY 1
                     UNTIL WS-CLS-IDX > CLS-NUM
               IF CLS-ACTION(WS-CLS-IDX) = 'PURGE'
      ************************************************************************
       110-LOAD-HOLDS          SECTION.
           MOVE 0 TO HOLD-NUM.
           MOVE 'N' TO WS-HOLD-OVERFLOW.
           OPEN INPUT HOLDFD.
           IF HOLD-FILE-ST = "00"
               PERFORM UNTIL HOLD-FILE-ST NOT = "00"
                        OR WS-HOLD-OVERFLOW = 'Y'
                   READ HOLDFD INTO HOLD-LINE
                   IF HOLD-FILE-ST = "00" AND HOLD-LINE NOT = SPACE
                      AND HOLD-NUM >= 5000
                       MOVE 'Y' TO WS-HOLD-OVERFLOW
                   END-IF
                   IF HOLD-FILE-ST = "00" AND HOLD-LINE NOT = SPACE
                      AND WS-HOLD-OVERFLOW = 'N'
                       ADD 1 TO HOLD-NUM
                       UNSTRING HOLD-LINE DELIMITED BY '|'
                           INTO HOLD-STORE(HOLD-NUM)
           COMPUTE DB-BIZDAY-OFFSET = 0 - CLS-KEEPDAYS(WS-CLS-IDX).
           CALL 'BIZDAY' USING DB-BIZDAY.
           MOVE DB-BIZDAY-RESULT TO WS-CUTOFF-DATE.
           MOVE 'N' TO WS-REPORT-STORE.
           EVALUATE CLS-STORE(WS-CLS-IDX)
             WHEN 'WORKBLOB'
               PERFORM 300-DISPOSE-WORKBLOBS
               MOVE './cobol/api2-transactions.log' TO STORE-FILE
               MOVE 2 TO WS-DATE-FIELD
               PERFORM 400-DISPOSE-LINE-STORE
               PERFORM 430-DISPOSE-ARCHIVES
             WHEN 'AUDITLOG'
               MOVE './cobol/sysdb-audit.log' TO STORE-FILE
               MOVE 1 TO WS-DATE-FIELD
               PERFORM 400-DISPOSE-LINE-STORE
             WHEN 'REPORTS'
               MOVE './cobol/report-index.dat' TO STORE-FILE
               MOVE 4 TO WS-DATE-FIELD
               MOVE 'Y' TO WS-REPORT-STORE
               PERFORM 450-DISPOSE-REPORTS
             WHEN OTHER
               DISPLAY 'unknown retention store '
                   CLS-STORE(WS-CLS-IDX)
           MOVE SPACE TO WS-F2.
           MOVE SPACE TO WS-F3.
           MOVE SPACE TO WS-F4.
           MOVE SPACE TO WS-F5.
           MOVE SPACE TO WS-F6.
           UNSTRING STORE-LINE DELIMITED BY '|'
               INTO WS-F1
                    WS-F2
                    WS-F3
                    WS-F4
                    WS-F5
                    WS-F6.
           MOVE SPACE TO WS-LINE-DATE.
           EVALUATE WS-DATE-FIELD
             WHEN 1
                   MOVE WS-F4(1:8) TO WS-LINE-DATE
               END-IF
           END-EVALUATE.
      * A REPORT INDEX LINE FILED UNDER ANOTHER CLASS IS THAT
      * CLASS'S BUSINESS AND IS CARRIED FORWARD UNJUDGED.
           IF WS-REPORT-STORE = 'Y'
              AND WS-F6 NOT = CLS-CLASS(WS-CLS-IDX)
               MOVE SPACE TO WS-LINE-DATE
           END-IF.
           PERFORM 120-CHECK-HOLD.
           IF WS-LINE-DATE NOT = SPACE
              AND WS-LINE-DATE < WS-CUTOFF-DATE
              AND WS-ON-HOLD = 'N'
               ADD 1 TO WS-DISPOSED
               IF WS-REPORT-STORE = 'Y'
                   PERFORM 460-REMOVE-REPORT
               END-IF
           ELSE
               ADD 1 TO WS-KEPT
               MOVE STORE-LINE TO SAVE-LINE
           CLOSE SAVEFD.
           CLOSE STOREFD.
           EXIT.
      ************************************************************************
       430-DISPOSE-ARCHIVES    SECTION.
      * THE MONTHLY LOG ROTATION MOVES OLDER RELAY LINES OUT INTO
      * DATED ARCHIVES; THE SCHEDULE APPLIES TO THEM JUST THE SAME.
      * ONLY ARCHIVES UP TO THE CUTOFF MONTH CAN HOLD EXPIRED LINES.
           MOVE STORE-FILE TO DB-LOGARCH-LOG.
           MOVE SPACE TO DB-LOGARCH-FROM.
           MOVE WS-CUTOFF-DATE TO DB-LOGARCH-TO.
           CALL 'LOGARCH' USING DB-LOGARCH.
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                     UNTIL WS-FILE-IDX > DB-LOGARCH-NUM
               MOVE DB-LOGARCH-FILE(WS-FILE-IDX) TO STORE-FILE
               PERFORM 400-DISPOSE-LINE-STORE
           END-PERFORM.
           EXIT.
      ************************************************************************
       450-DISPOSE-REPORTS     SECTION.
      * THE REPORT INDEX IS APPENDED TO BY EVERY REPORT JOB, SO IT IS
      * REWRITTEN ONLY UNDER THE SHARED FILE LOCK.
           MOVE 'ACQUIRE' TO DB-FILELOCK-FUNC.
           MOVE STORE-FILE TO DB-FILELOCK-FILE.
           MOVE 'RETENTION' TO DB-FILELOCK-OWNER.
           MOVE 30 TO DB-FILELOCK-TIMEOUT.
           CALL 'FILELOCK' USING DB-FILELOCK.
           IF DB-FILELOCK-RC = 2
               DISPLAY 'report index busy - reports class '
                   CLS-CLASS(WS-CLS-IDX) ' deferred'
               EXIT SECTION
           END-IF.
           PERFORM 400-DISPOSE-LINE-STORE.
           MOVE 'RELEASE' TO DB-FILELOCK-FUNC.
           MOVE STORE-FILE TO DB-FILELOCK-FILE.
           MOVE 'RETENTION' TO DB-FILELOCK-OWNER.
           CALL 'FILELOCK' USING DB-FILELOCK.
           EXIT.
      ************************************************************************
       460-REMOVE-REPORT       SECTION.
      * WS-F1 IS THE STORED REPORT FILE NAMED BY THE INDEX LINE.
           INITIALIZE DB-SHELL.
           MOVE 'SHELL' TO MCP-FUNC.
           MOVE 'shell' TO MCP-TABLE.
           MOVE 'command' TO MCP-PATHNAME.
           MOVE '/bin/rm' TO DB-SHELL-NAME.
           MOVE '-f' TO DB-SHELL-ARG1.
           MOVE WS-F1 TO DB-SHELL-ARG2.
           CALL 'MONFUNC' USING
                MCPAREA
                DB-SHELL.
           EXIT.
      ************************************************************************
       500-WRITE-CERTIFICATE   SECTION.
           OPEN EXTEND CERTFD.
