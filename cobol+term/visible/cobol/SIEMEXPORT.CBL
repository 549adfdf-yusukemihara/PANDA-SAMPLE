       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         SIEMEXPORT.
      ******************************************************************
      * SECURITY EVENT EXPORT FOR THE CORPORATE SIEM.  COLLECTS THE
      * EVENTS WRITTEN SINCE THE LAST RUN FROM EACH SECURITY SOURCE
      * AND WRITES THEM AS ONE SYSLOG-STYLE LINE PER EVENT:
      *   <PRI>1 TIMESTAMP HOST APP - MSGID - KEY=VALUE ...
      * FACILITY IS AUTHPRIV; THE SEVERITY FOLLOWS THE EVENT TYPE.
      *   ERROR EVENTS   SIGN-ON FAILURES, UNKNOWN-TERMINAL AND
      *                  SESSION-LIMIT REJECTIONS, FAILED STEP-UPS
      *                  AND LOCKOUTS
      *   AUTH DENIALS   REFUSALS LOGGED BY AUTHCHECK
      *   GRANT HISTORY  GRANTS ISSUED, REVOKED AND EXPIRED
      *   CHAIN BREAKS   BROKEN AUDIT CHAINS FOUND BY AUDITCHK
      *   RESTORES       DATA RESTORES CARRIED OUT BY DATARESTORE
      * THE HIGH-WATER MARK KEEPS, PER SOURCE, THE LATEST TIMESTAMP
      * SENT AND HOW MANY LINES CARRY IT, SO EVENTS SHARING THAT
      * TIMESTAMP WITH ONES WRITTEN AFTER THE RUN ARE NEITHER SENT
      * TWICE NOR MISSED.  THE MARK ONLY MOVES ONCE THE FILE IS ON
      * THE MANAGED FILE TRANSFER OUTBOUND QUEUE FOR THE SIEM
      * PARTNER; IF THE HAND-OFF FAILS THE NEXT RUN COLLECTS THE
      * SAME EVENTS AGAIN.  LOG ROTATION KEEPS ERROR EVENTS AT OR
      * AFTER THE MARK LIVE, SO NONE IS ARCHIVED BEFORE IT IS SENT.
      * HIGH-WATER MARK LAYOUT: SOURCE|TIMESTAMP|COUNT.
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
           SELECT SRCFD    ASSIGN TO SRC-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS SRC-FILE-ST.
           SELECT HWMFD    ASSIGN TO HWM-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS HWM-FILE-ST.
           SELECT OUTFD    ASSIGN TO OUT-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS OUT-FILE-ST.
           SELECT QUEFD    ASSIGN TO QUE-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS QUE-FILE-ST.
       DATA                DIVISION.
       FILE                SECTION.
           FD  SRCFD.
           01  SRC-LINE            PIC X(250).
           FD  HWMFD.
           01  HWM-LINE            PIC X(60).
           FD  OUTFD.
           01  OUT-LINE            PIC X(300).
           FD  QUEFD.
           01  QUE-LINE            PIC X(100).
       WORKING-STORAGE     SECTION.
            COPY    "DB-FILELOCK".
            COPY    "DB-FILEGUARD".
       01  SRC-FILE            PIC X(80).
       01  SRC-FILE-ST         PIC X(02).
       01  HWM-FILE            PIC X(80)
                               VALUE './cobol/siem-hwm.dat'.
       01  HWM-FILE-ST         PIC X(02).
       01  OUT-FILE            PIC X(80).
       01  OUT-FILE-ST         PIC X(02).
       01  OUT-NAME            PIC X(30).
       01  QUE-FILE            PIC X(80)
                               VALUE './cobol/mft-outbound.dat'.
       01  QUE-FILE-ST         PIC X(02).
       01  EVENT-SOURCES.
           05  FILLER          PIC X(10) VALUE 'ERREVENTS'.
           05  FILLER          PIC X(40)
               VALUE './cobol/error-events.log'.
           05  FILLER          PIC X(10) VALUE 'AUTHDENY'.
           05  FILLER          PIC X(40)
               VALUE './cobol/auth-denials.log'.
           05  FILLER          PIC X(10) VALUE 'GRANTS'.
           05  FILLER          PIC X(40)
               VALUE './cobol/auth-grant-history.log'.
           05  FILLER          PIC X(10) VALUE 'CHAINBREAK'.
           05  FILLER          PIC X(40)
               VALUE './cobol/audit-chain-breaks.log'.
           05  FILLER          PIC X(10) VALUE 'RESTORE'.
           05  FILLER          PIC X(40)
               VALUE './cobol/backup-audit.log'.
       01  SOURCE-TABLE REDEFINES EVENT-SOURCES.
           05  SOURCE-ENTRY    OCCURS 5 TIMES.
               10  SOURCE-NAME     PIC X(10).
               10  SOURCE-PATH     PIC X(40).
       01  HWM-TABLE.
           05  HWM-NUM             PIC 9(2).
           05  HWM-ENTRY OCCURS 20 TIMES.
               10  HWM-SOURCE      PIC X(10).
               10  HWM-TS          PIC X(16).
               10  HWM-COUNT       PIC 9(6).
               10  HWM-NEW-TS      PIC X(16).
               10  HWM-NEW-COUNT   PIC 9(6).
       01  EV-REC.
           05  EV-TS               PIC X(21).
           05  EV-KEY              PIC X(16).
           05  EV-KEEP             PIC X(1).
           05  EV-PRI              PIC X(3).
           05  EV-APP              PIC X(12).
           05  EV-MSGID            PIC X(16).
           05  EV-TEXT             PIC X(200).
       01  EV-FIELDS.
           05  EV-F1               PIC X(80).
           05  EV-F2               PIC X(80).
           05  EV-F3               PIC X(30).
           05  EV-F4               PIC X(30).
           05  EV-F5               PIC X(80).
           05  EV-F6               PIC X(80).
       01  WS-SYSLOG-HOST      PIC X(8)  VALUE 'panda'.
       01  WS-MFT-PARTNER      PIC X(20) VALUE 'SIEM'.
       01  WS-NOW              PIC X(21).
       01  WS-ISO-TS           PIC X(32).
       01  WS-TZ               PIC X(6).
       01  WS-CS               PIC X(2).
       01  WS-SRC-IDX          PIC 9(1).
       01  WS-HWM-IDX          PIC 9(2).
       01  WS-AT-MARK          PIC 9(6).
       01  WS-EVENTS           PIC 9(6) VALUE 0.
       01  WS-SRC-EVENTS       PIC 9(6).
       01  WS-HANDED           PIC X(1).
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
               PERFORM 010-RUN-EXPORT
           END-EVALUATE.
           EXIT    PROGRAM.
      ************************************************************************
       010-RUN-EXPORT          SECTION.
           MOVE 0 TO WS-EVENTS.
           MOVE 0 TO SPA-NUM.
           MOVE FUNCTION CURRENT-DATE(1:21) TO WS-NOW.
           PERFORM 100-LOAD-HWM.
           MOVE SPACE TO OUT-NAME.
           STRING 'siem-'          DELIMITED BY SIZE
                  WS-NOW(1:14)     DELIMITED BY SIZE
                  '.log'           DELIMITED BY SIZE
                  INTO OUT-NAME
           END-STRING.
           MOVE SPACE TO OUT-FILE.
           STRING './cobol/'       DELIMITED BY SIZE
                  OUT-NAME         DELIMITED BY SPACE
                  INTO OUT-FILE
           END-STRING.
           OPEN OUTPUT OUTFD.
           IF OUT-FILE-ST NOT = "00"
               DISPLAY 'cannot open siem export file'
               EXIT SECTION
           END-IF.
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                     UNTIL WS-SRC-IDX > 5
               PERFORM 200-COLLECT-SOURCE
           END-PERFORM.
           CLOSE OUTFD.
      * AN EMPTY FILE IS STILL HANDED OVER SO THE SIEM SEES THAT
      * THE FEED RAN.
           PERFORM 500-HAND-OFF.
           IF WS-HANDED = 'Y'
               PERFORM 600-SAVE-HWM
           END-IF.
           MOVE WS-EVENTS TO SPA-NUM.
           DISPLAY 'security events exported:' WS-EVENTS
               ' file:' OUT-NAME.
           EXIT.
      ************************************************************************
       100-LOAD-HWM            SECTION.
           MOVE 0 TO HWM-NUM.
           OPEN INPUT HWMFD.
           IF HWM-FILE-ST = "00"
               PERFORM UNTIL HWM-FILE-ST NOT = "00"
                        OR HWM-NUM >= 20
                   READ HWMFD INTO HWM-LINE
                   IF HWM-FILE-ST = "00" AND HWM-LINE NOT = SPACE
                       ADD 1 TO HWM-NUM
                       MOVE SPACE TO HWM-SOURCE(HWM-NUM)
                                     HWM-TS(HWM-NUM)
                       MOVE 0 TO HWM-COUNT(HWM-NUM)
                       UNSTRING HWM-LINE DELIMITED BY '|'
                           INTO HWM-SOURCE(HWM-NUM)
                                HWM-TS(HWM-NUM)
                                HWM-COUNT(HWM-NUM)
                       MOVE HWM-TS(HWM-NUM) TO HWM-NEW-TS(HWM-NUM)
                       MOVE HWM-COUNT(HWM-NUM)
                           TO HWM-NEW-COUNT(HWM-NUM)
                   END-IF
               END-PERFORM
               CLOSE HWMFD
           END-IF.
           EXIT.
      ************************************************************************
       110-FIND-HWM            SECTION.
      * A SOURCE WITH NO MARK YET STARTS FROM THE BEGINNING OF ITS
      * LOG.
           PERFORM VARYING WS-HWM-IDX FROM 1 BY 1
                     UNTIL WS-HWM-IDX > HWM-NUM
               IF HWM-SOURCE(WS-HWM-IDX) = SOURCE-NAME(WS-SRC-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-HWM-IDX > HWM-NUM
               ADD 1 TO HWM-NUM
               MOVE HWM-NUM TO WS-HWM-IDX
               MOVE SOURCE-NAME(WS-SRC-IDX) TO HWM-SOURCE(WS-HWM-IDX)
               MOVE SPACE TO HWM-TS(WS-HWM-IDX)
               MOVE 0 TO HWM-COUNT(WS-HWM-IDX)
               MOVE SPACE TO HWM-NEW-TS(WS-HWM-IDX)
               MOVE 0 TO HWM-NEW-COUNT(WS-HWM-IDX)
           END-IF.
           EXIT.
      ************************************************************************
       200-COLLECT-SOURCE      SECTION.
      * THE LOGS ARE APPEND-ONLY, SO A LINE OLDER THAN THE MARK WAS
      * SENT BEFORE, AND OF THE LINES AT THE MARK ONLY THOSE BEYOND
      * THE COUNT ALREADY SENT ARE NEW.  THE NEW MARK COUNTS EVERY
      * LINE AT THE LATEST TIMESTAMP, EXPORTED OR FILTERED OUT.
           PERFORM 110-FIND-HWM.
           MOVE 0 TO WS-AT-MARK.
           MOVE 0 TO WS-SRC-EVENTS.
           MOVE HWM-TS(WS-HWM-IDX) TO HWM-NEW-TS(WS-HWM-IDX).
           MOVE 0 TO HWM-NEW-COUNT(WS-HWM-IDX).
           MOVE SOURCE-PATH(WS-SRC-IDX) TO SRC-FILE.
           OPEN INPUT SRCFD.
           IF SRC-FILE-ST = "00"
               PERFORM UNTIL SRC-FILE-ST NOT = "00"
                   READ SRCFD INTO SRC-LINE
                   IF SRC-FILE-ST = "00" AND SRC-LINE NOT = SPACE
                       PERFORM 210-COLLECT-ONE-LINE
                   END-IF
               END-PERFORM
               CLOSE SRCFD
           END-IF.
      * A LOG ROTATED SINCE THE LAST RUN MAY HOLD FEWER LINES AT
      * THE OLD MARK THAN WERE SENT; THE MARK NEVER MOVES BACK.
           IF HWM-NEW-TS(WS-HWM-IDX) = HWM-TS(WS-HWM-IDX)
              AND HWM-NEW-COUNT(WS-HWM-IDX) < HWM-COUNT(WS-HWM-IDX)
               MOVE HWM-COUNT(WS-HWM-IDX)
                   TO HWM-NEW-COUNT(WS-HWM-IDX)
           END-IF.
           DISPLAY SOURCE-NAME(WS-SRC-IDX) ' events:' WS-SRC-EVENTS.
           EXIT.
      ************************************************************************
       210-COLLECT-ONE-LINE    SECTION.
           MOVE SPACE TO EV-REC.
           MOVE SPACE TO EV-FIELDS.
           EVALUATE SOURCE-NAME(WS-SRC-IDX)
             WHEN 'ERREVENTS'
               PERFORM 300-PARSE-ERROR-EVENT
             WHEN 'AUTHDENY'
               PERFORM 310-PARSE-DENIAL
             WHEN 'GRANTS'
               PERFORM 320-PARSE-GRANT
             WHEN 'CHAINBREAK'
               PERFORM 330-PARSE-CHAIN-BREAK
             WHEN 'RESTORE'
               PERFORM 340-PARSE-RESTORE
           END-EVALUATE.
           IF EV-TS(1:14) IS NOT NUMERIC
               EXIT SECTION
           END-IF.
           MOVE EV-TS(1:16) TO EV-KEY.
           IF EV-KEY > HWM-NEW-TS(WS-HWM-IDX)
               MOVE EV-KEY TO HWM-NEW-TS(WS-HWM-IDX)
               MOVE 1 TO HWM-NEW-COUNT(WS-HWM-IDX)
           ELSE
               IF EV-KEY = HWM-NEW-TS(WS-HWM-IDX)
                   ADD 1 TO HWM-NEW-COUNT(WS-HWM-IDX)
               END-IF
           END-IF.
           IF EV-KEY < HWM-TS(WS-HWM-IDX)
               EXIT SECTION
           END-IF.
           IF EV-KEY = HWM-TS(WS-HWM-IDX)
               ADD 1 TO WS-AT-MARK
               IF WS-AT-MARK NOT > HWM-COUNT(WS-HWM-IDX)
                   EXIT SECTION
               END-IF
           END-IF.
           IF EV-KEEP = 'Y'
               PERFORM 400-WRITE-EVENT
           END-IF.
           EXIT.
      ************************************************************************
       300-PARSE-ERROR-EVENT   SECTION.
      * PROGRAM|CODE|USER|TERM|TS.  ONLY THE SIGN-ON AND STEP-UP
      * CODES ARE SECURITY EVENTS; THE REST STAY WITH OPERATIONS.
           UNSTRING SRC-LINE DELIMITED BY '|'
               INTO EV-F1 EV-F2 EV-F3 EV-F4 EV-TS.
           MOVE 'N' TO EV-KEEP.
           MOVE EV-F1 TO EV-APP.
           IF EV-F1 = 'SESSIONSTART' OR EV-F1 = 'STEPUP'
               EVALUATE EV-F2(1:4)
                 WHEN '1004'
                   MOVE 'Y' TO EV-KEEP
                   MOVE '84' TO EV-PRI
                   MOVE 'SIGNON-FAIL' TO EV-MSGID
                 WHEN '1009'
                   MOVE 'Y' TO EV-KEEP
                   MOVE '84' TO EV-PRI
                   MOVE 'TERM-REJECT' TO EV-MSGID
                 WHEN '1011'
                   MOVE 'Y' TO EV-KEEP
                   MOVE '84' TO EV-PRI
                   MOVE 'STEPUP-FAIL' TO EV-MSGID
                 WHEN '1012'
                   MOVE 'Y' TO EV-KEEP
                   MOVE '83' TO EV-PRI
                   MOVE 'LOCKOUT' TO EV-MSGID
                 WHEN '1013'
                   MOVE 'Y' TO EV-KEEP
                   MOVE '84' TO EV-PRI
                   MOVE 'SESSION-LIMIT' TO EV-MSGID
               END-EVALUATE
           END-IF.
           IF EV-F3 = SPACE
               MOVE '-' TO EV-F3
           END-IF.
           IF EV-F4 = SPACE
               MOVE '-' TO EV-F4
           END-IF.
           STRING 'user='          DELIMITED BY SIZE
                  EV-F3            DELIMITED BY SPACE
                  ' term='         DELIMITED BY SIZE
                  EV-F4            DELIMITED BY SPACE
                  ' code='         DELIMITED BY SIZE
                  EV-F2            DELIMITED BY SPACE
                  INTO EV-TEXT
           END-STRING.
           EXIT.
      ************************************************************************
       310-PARSE-DENIAL        SECTION.
      * TS|USER|ROLE|FUNCTION.
           UNSTRING SRC-LINE DELIMITED BY '|'
               INTO EV-TS EV-F1 EV-F2 EV-F3.
           MOVE 'Y' TO EV-KEEP.
           MOVE '85' TO EV-PRI.
           MOVE 'AUTHCHECK' TO EV-APP.
           MOVE 'AUTH-DENY' TO EV-MSGID.
           IF EV-F1 = SPACE
               MOVE '-' TO EV-F1
           END-IF.
           STRING 'user='          DELIMITED BY SIZE
                  EV-F1            DELIMITED BY SPACE
                  ' role='         DELIMITED BY SIZE
                  EV-F2            DELIMITED BY SPACE
                  ' function='     DELIMITED BY SIZE
                  EV-F3            DELIMITED BY SPACE
                  INTO EV-TEXT
           END-STRING.
           EXIT.
      ************************************************************************
       320-PARSE-GRANT         SECTION.
      * TS|BY|ACTION|USER|FUNCTION|EXPIRY|REASON.  THE REASON IS
      * FREE TEXT AND STAYS IN THE GRANT HISTORY.
           UNSTRING SRC-LINE DELIMITED BY '|'
               INTO EV-TS EV-F1 EV-F2 EV-F3 EV-F4 EV-F5.
           MOVE 'Y' TO EV-KEEP.
           MOVE '85' TO EV-PRI.
           MOVE 'GRANTADM' TO EV-APP.
           STRING 'GRANT-'         DELIMITED BY SIZE
                  EV-F2            DELIMITED BY SPACE
                  INTO EV-MSGID
           END-STRING.
           IF EV-F1 = SPACE
               MOVE '-' TO EV-F1
           END-IF.
           STRING 'user='          DELIMITED BY SIZE
                  EV-F3            DELIMITED BY SPACE
                  ' function='     DELIMITED BY SIZE
                  EV-F4            DELIMITED BY SPACE
                  ' expiry='       DELIMITED BY SIZE
                  EV-F5            DELIMITED BY SPACE
                  ' by='           DELIMITED BY SIZE
                  EV-F1            DELIMITED BY SPACE
                  INTO EV-TEXT
           END-STRING.
           EXIT.
      ************************************************************************
       330-PARSE-CHAIN-BREAK   SECTION.
      * TS|LOG|LINE.
           UNSTRING SRC-LINE DELIMITED BY '|'
               INTO EV-TS EV-F1 EV-F2.
           MOVE 'Y' TO EV-KEEP.
           MOVE '82' TO EV-PRI.
           MOVE 'AUDITCHK' TO EV-APP.
           MOVE 'CHAIN-BREAK' TO EV-MSGID.
           STRING 'log='           DELIMITED BY SIZE
                  EV-F1            DELIMITED BY SPACE
                  ' line='         DELIMITED BY SIZE
                  EV-F2            DELIMITED BY SPACE
                  INTO EV-TEXT
           END-STRING.
           EXIT.
      ************************************************************************
       340-PARSE-RESTORE       SECTION.
      * TS|USER|TERM|RESTORE|TARGET|SOURCE.
           UNSTRING SRC-LINE DELIMITED BY '|'
               INTO EV-TS EV-F1 EV-F2 EV-F3 EV-F5 EV-F6.
           MOVE 'N' TO EV-KEEP.
           IF EV-F3 = 'RESTORE'
               MOVE 'Y' TO EV-KEEP
           END-IF.
           MOVE '85' TO EV-PRI.
           MOVE 'DATARESTORE' TO EV-APP.
           MOVE 'DATA-RESTORE' TO EV-MSGID.
           IF EV-F2 = SPACE
               MOVE '-' TO EV-F2
           END-IF.
           STRING 'user='          DELIMITED BY SIZE
                  EV-F1            DELIMITED BY SPACE
                  ' term='         DELIMITED BY SIZE
                  EV-F2            DELIMITED BY SPACE
                  ' target='       DELIMITED BY SIZE
                  EV-F5            DELIMITED BY SPACE
                  ' source='       DELIMITED BY SIZE
                  EV-F6            DELIMITED BY SPACE
                  INTO EV-TEXT
           END-STRING.
           EXIT.
      ************************************************************************
       400-WRITE-EVENT         SECTION.
      * LOGS STAMPED TO THE SECOND ONLY CARRY NO ZONE; THEY ARE
      * WRITTEN IN THE SAME LOCAL TIME AS THE RUN.
           IF EV-TS(15:2) IS NUMERIC
               MOVE EV-TS(15:2) TO WS-CS
           ELSE
               MOVE '00' TO WS-CS
           END-IF.
           MOVE SPACE TO WS-TZ.
           IF EV-TS(17:1) = '+' OR EV-TS(17:1) = '-'
               STRING EV-TS(17:3)  DELIMITED BY SIZE
                      ':'          DELIMITED BY SIZE
                      EV-TS(20:2)  DELIMITED BY SIZE
                      INTO WS-TZ
               END-STRING
           ELSE
               STRING WS-NOW(17:3) DELIMITED BY SIZE
                      ':'          DELIMITED BY SIZE
                      WS-NOW(20:2) DELIMITED BY SIZE
                      INTO WS-TZ
               END-STRING
           END-IF.
           MOVE SPACE TO WS-ISO-TS.
           STRING EV-TS(1:4)       DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  EV-TS(5:2)       DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  EV-TS(7:2)       DELIMITED BY SIZE
                  'T'              DELIMITED BY SIZE
                  EV-TS(9:2)       DELIMITED BY SIZE
                  ':'              DELIMITED BY SIZE
                  EV-TS(11:2)      DELIMITED BY SIZE
                  ':'              DELIMITED BY SIZE
                  EV-TS(13:2)      DELIMITED BY SIZE
                  '.'              DELIMITED BY SIZE
                  WS-CS            DELIMITED BY SIZE
                  WS-TZ            DELIMITED BY SIZE
                  INTO WS-ISO-TS
           END-STRING.
           MOVE SPACE TO OUT-LINE.
           STRING '<'              DELIMITED BY SIZE
                  EV-PRI           DELIMITED BY SPACE
                  '>1 '            DELIMITED BY SIZE
                  WS-ISO-TS        DELIMITED BY SPACE
                  ' '              DELIMITED BY SIZE
                  WS-SYSLOG-HOST   DELIMITED BY SPACE
                  ' '              DELIMITED BY SIZE
                  EV-APP           DELIMITED BY SPACE
                  ' - '            DELIMITED BY SIZE
                  EV-MSGID         DELIMITED BY SPACE
                  ' - '            DELIMITED BY SIZE
                  EV-TEXT          DELIMITED BY '  '
                  INTO OUT-LINE
           END-STRING.
           WRITE OUT-LINE.
           ADD 1 TO WS-EVENTS.
           ADD 1 TO WS-SRC-EVENTS.
           EXIT.
      ************************************************************************
       500-HAND-OFF            SECTION.
      * THE TRANSFER SCHEDULER REWRITES ITS OUTBOUND QUEUE UNDER THE
      * SHARED FILE LOCK, SO THE APPEND TAKES THE SAME LOCK, AND
      * FIRST FINISHES ANY REWRITE THE SCHEDULER WAS STOPPED IN.
           MOVE 'N' TO WS-HANDED.
           MOVE 'ACQUIRE' TO DB-FILELOCK-FUNC.
           MOVE QUE-FILE TO DB-FILELOCK-FILE.
           MOVE MCP-TERM TO DB-FILELOCK-OWNER.
           MOVE 30 TO DB-FILELOCK-TIMEOUT.
           CALL 'FILELOCK' USING DB-FILELOCK.
           IF DB-FILELOCK-RC = 2
               DISPLAY 'outbound queue busy - export not handed over'
               EXIT SECTION
           END-IF.
           MOVE QUE-FILE TO DB-FILEGUARD-FILE.
           CALL 'FILEGUARD' USING DB-FILEGUARD.
           OPEN EXTEND QUEFD.
           IF QUE-FILE-ST = "05" OR "35"
               OPEN OUTPUT QUEFD
           END-IF.
           IF QUE-FILE-ST NOT = "00"
               DISPLAY 'cannot open outbound queue'
           ELSE
               MOVE SPACE TO QUE-LINE
               STRING OUT-NAME         DELIMITED BY SPACE
                      '|'              DELIMITED BY SIZE
                      WS-MFT-PARTNER   DELIMITED BY SPACE
                      '|'              DELIMITED BY SIZE
                      WS-NOW           DELIMITED BY SPACE
                      '|CREATED'       DELIMITED BY SIZE
                      INTO QUE-LINE
               END-STRING
               WRITE QUE-LINE
               CLOSE QUEFD
               MOVE 'Y' TO WS-HANDED
           END-IF.
           MOVE 'RELEASE' TO DB-FILELOCK-FUNC.
           MOVE QUE-FILE TO DB-FILELOCK-FILE.
           MOVE MCP-TERM TO DB-FILELOCK-OWNER.
           CALL 'FILELOCK' USING DB-FILELOCK.
           EXIT.
      ************************************************************************
       600-SAVE-HWM            SECTION.
           OPEN OUTPUT HWMFD.
           IF HWM-FILE-ST NOT = "00"
               DISPLAY 'cannot save siem high-water mark'
               EXIT SECTION
           END-IF.
           PERFORM VARYING WS-HWM-IDX FROM 1 BY 1
                     UNTIL WS-HWM-IDX > HWM-NUM
               MOVE SPACE TO HWM-LINE
               STRING HWM-SOURCE(WS-HWM-IDX)    DELIMITED BY SPACE
                      '|'                       DELIMITED BY SIZE
                      HWM-NEW-TS(WS-HWM-IDX)    DELIMITED BY SIZE
                      '|'                       DELIMITED BY SIZE
                      HWM-NEW-COUNT(WS-HWM-IDX) DELIMITED BY SIZE
                      INTO HWM-LINE
               END-STRING
               WRITE HWM-LINE
           END-PERFORM.
           CLOSE HWMFD.
           EXIT.
