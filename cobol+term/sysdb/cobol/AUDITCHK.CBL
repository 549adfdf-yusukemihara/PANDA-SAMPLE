      * AS THE APPEND SERVICE DID.  THE FIRST LINE ONLY SEEDS THE
      * CHAIN - AFTER A LOG ROTATION ITS PREDECESSOR IS IN THE
      * ARCHIVE - SO VERIFICATION PROVES EVERY LINE FROM THE SECOND
      * ONWARD.  WHEN THE LOG ARCHIVE INDEX CARRIES THE HASH OF THE
      * LAST LINE ROTATED OUT, THE CHAIN STARTS FROM THAT HASH AND
      * THE FIRST LINE IS PROVEN TOO.  THE FIRST BROKEN LINK IS
      * REPORTED AND RAISED TO THE OPERATOR DESK, AND RECORDED ON THE
      * BREAK LOG AS
      * TIMESTAMP|LOG|LINE FOR THE SECURITY EVENT FEED.
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
           SELECT NOTFD    ASSIGN TO NOT-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS NOT-FILE-ST.
           SELECT BRKFD    ASSIGN TO BRK-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS BRK-FILE-ST.
       DATA                DIVISION.
       FILE                SECTION.
           FD  AUDFD.
           01  RPT-LINE            PIC X(132).
           FD  NOTFD.
           01  NOT-LINE            PIC X(250).
           FD  BRKFD.
           01  BRK-LINE            PIC X(100).
       WORKING-STORAGE     SECTION.
            COPY    "DB-RPTREPO".
            COPY    "DB-FILELOCK".
            COPY    "DB-LOGARCH".
       01  AUD-FILE            PIC X(84).
       01  AUD-FILE-ST         PIC X(02).
       01  RPT-FILE            PIC X(80)
       01  NOT-FILE            PIC X(80) VALUE
           './cobol/pending-notifications.dat'.
       01  NOT-FILE-ST         PIC X(02).
       01  BRK-FILE            PIC X(80)
                               VALUE './cobol/audit-chain-breaks.log'.
       01  BRK-FILE-ST         PIC X(02).
       01  CHAINED-LOGS.
           05  FILLER          PIC X(40)
               VALUE './cobol/sysdb-audit.log'.
           05  FILLER          PIC X(40)
               VALUE './cobol/msgarray-deadletter-audit.log'.
           05  FILLER          PIC X(40)
               VALUE './cobol/approval-audit.log'.
       01  CHAINED-LOG-TABLE REDEFINES CHAINED-LOGS.
           05  CHAINED-LOG     OCCURS 3 TIMES
                               PIC X(40).
       01  WS-LOG-IDX          PIC 9(1).
       01  WS-LINE-NO          PIC 9(6).
       01  WS-STORED-HASH      PIC 9(9).
       01  WS-HASH-TEXT        PIC X(9).
       01  WS-BROKEN-AT        PIC 9(6).
       01  WS-SEEDED           PIC X(1).
       01  WS-BROKEN-TOTAL     PIC 9(4) VALUE 0.
       01  WS-TIMESTAMP        PIC X(21).
       01  WS-NOTE-TEXT        PIC X(80).
           MOVE SPACE TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM VARYING WS-LOG-IDX FROM 1 BY 1
                     UNTIL WS-LOG-IDX > 3
               MOVE CHAINED-LOG(WS-LOG-IDX) TO AUD-FILE
               PERFORM 100-CHECK-ONE-LOG
           END-PERFORM.
           CLOSE RPTFD.
           PERFORM 980-FILE-REPORT.
           MOVE WS-BROKEN-TOTAL TO SPA-NUM.
           DISPLAY 'audit chains broken:' WS-BROKEN-TOTAL.
           EXIT.
           MOVE 0 TO WS-LINE-NO.
           MOVE 0 TO WS-HASH.
           MOVE 0 TO WS-BROKEN-AT.
           PERFORM 150-FIND-ARCHIVE-SEED.
           OPEN INPUT AUDFD.
           IF AUD-FILE-ST NOT = "00"
               MOVE SPACE TO RPT-LINE
                      INTO WS-NOTE-TEXT
               END-STRING
               PERFORM 500-NOTIFY-OPERATOR
               PERFORM 510-LOG-BREAK
           END-IF.
           WRITE RPT-LINE.
           EXIT.
      ************************************************************************
       150-FIND-ARCHIVE-SEED   SECTION.
      * THE NEWEST ARCHIVE HOLDS THE LINE THE LIVE LOG FOLLOWS ON
      * FROM; ITS HASH IS WHERE THE LIVE CHAIN MUST START.
           MOVE 'N' TO WS-SEEDED.
           MOVE AUD-FILE TO DB-LOGARCH-LOG.
           MOVE SPACE TO DB-LOGARCH-FROM.
           MOVE SPACE TO DB-LOGARCH-TO.
           CALL 'LOGARCH' USING DB-LOGARCH.
           IF DB-LOGARCH-NUM = 0
               EXIT SECTION
           END-IF.
           IF DB-LOGARCH-HASH(DB-LOGARCH-NUM) IS NUMERIC
               MOVE DB-LOGARCH-HASH(DB-LOGARCH-NUM) TO WS-HASH
               MOVE 'Y' TO WS-SEEDED
           END-IF.
           EXIT.
      ************************************************************************
       200-CHECK-ONE-LINE      SECTION.
           COMPUTE WS-LINE-LEN = FUNCTION LENGTH(
                   + FUNCTION ORD(AUD-LINE(WS-CHAR-IDX:1))
           END-PERFORM.
           IF WS-LINE-NO = 1 AND WS-HASH NOT = WS-STORED-HASH
              AND WS-SEEDED = 'N'
      * FIRST LINE AFTER A ROTATION CHAINS BACK INTO THE ARCHIVED
      * PORTION; WITH NO INDEXED HASH TO START FROM, ACCEPT ITS
      * STORED HASH AS THE SEED.
               MOVE WS-STORED-HASH TO WS-HASH
           ELSE
               IF WS-HASH NOT = WS-STORED-HASH
           MOVE MCP-TERM TO DB-FILELOCK-OWNER.
           CALL 'FILELOCK' USING DB-FILELOCK.
           EXIT.
      ************************************************************************
       510-LOG-BREAK           SECTION.
           OPEN EXTEND BRKFD.
           IF BRK-FILE-ST = "05" OR "35"
               OPEN OUTPUT BRKFD
           END-IF.
           IF BRK-FILE-ST NOT = "00"
               DISPLAY 'cannot open audit chain break log'
           ELSE
               MOVE SPACE TO BRK-LINE
               STRING WS-TIMESTAMP     DELIMITED BY SPACE
                      '|'              DELIMITED BY SIZE
                      AUD-FILE         DELIMITED BY SPACE
                      '|'              DELIMITED BY SIZE
                      WS-BROKEN-AT     DELIMITED BY SIZE
                      INTO BRK-LINE
               END-STRING
               WRITE BRK-LINE
               CLOSE BRKFD
           END-IF.
           EXIT.
      ************************************************************************
       980-FILE-REPORT         SECTION.
           MOVE 'AUDITCHK' TO DB-RPTREPO-PROGRAM.
           MOVE RPT-FILE TO DB-RPTREPO-SOURCE.
           MOVE SPACE TO DB-RPTREPO-BIZDATE.
           MOVE SPACE TO DB-RPTREPO-CLASS.
           CALL 'RPTREPO' USING
                MCPAREA
                SPAAREA
                DB-RPTREPO.
           EXIT.
