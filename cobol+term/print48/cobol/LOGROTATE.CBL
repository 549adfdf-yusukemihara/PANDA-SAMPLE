       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         LOGROTATE.
      ******************************************************************
      * MONTHLY ROTATION OF THE HIGH-VOLUME OPERATIONAL LOGS.  FOR
      * EACH LOG IN THE TABLE BELOW, LINES DATED IN A MONTH BEFORE
      * THE CURRENT ONE ARE MOVED OUT OF THE LIVE FILE INTO
      * <LOG>-YYYYMM ARCHIVES, THE WAY AUDITRPT ALREADY ROTATES THE
      * SYSDB AUDIT LOG, AND EVERY ARCHIVE WRITTEN TO IS RECORDED
      * IN THE LOG ARCHIVE INDEX THAT THE INQUIRIES SEARCH THROUGH
      * LOGARCH.  LINES WITHOUT A READABLE DATE STAY LIVE.
      * KIND P  PLAIN LOG.
      * KIND C  HASH-CHAINED AUDIT LOG.  THE LAST LINE ALWAYS STAYS
      *         LIVE SO AUDITCHAIN KEEPS CHAINING FROM IT, AND THE
      *         INDEX CARRIES THE HASH OF THE LAST LINE ARCHIVED SO
      *         AUDITCHK CAN PROVE THE LIVE FILE FOLLOWS ON.
      * KIND J  PUSH EVENT JOURNAL.  THE LAST LINE STAYS LIVE FOR THE
      *         NEXT SEQUENCE NUMBER, AND SO DOES ANY EVENT A
      *         SUBSCRIBER OF ITS TOPIC HAS NOT YET BEEN SENT, SO
      *         REPLAYS AND DIGESTS STILL FIND IT.
      * KIND M  MAIL SEND LOG.  A LINE FOR A NOTIFICATION STILL ON
      *         THE PENDING REGISTER STAYS LIVE, OTHERWISE MAILGATE
      *         WOULD NOT SEE IT WAS SENT AND WOULD MAIL IT AGAIN.
      * KIND S  SECURITY EVENT LOG.  A LINE AT OR AFTER THE SIEM
      *         EXPORT HIGH-WATER MARK FOR THE LOG STAYS LIVE, SO
      *         AN EVENT IS NEVER ARCHIVED BEFORE IT IS EXPORTED.  A
      *         SITE WITH NO MARK YET ROTATES THE LOG AS PLAIN.
      * INDEX: LOG|MONTH|ARCHIVE|LINES|FIRST-TS|LAST-TS|LAST-HASH|
      *        ROTATED-TS - ONE LINE PER LOG AND MONTH, UPDATED WHEN
      *        A LATER RUN ADDS TO THE SAME ARCHIVE.
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
           SELECT LOGFD    ASSIGN TO LOG-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS LOG-FILE-ST.
           SELECT ARCHFD   ASSIGN TO ARCH-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS ARCH-FILE-ST.
           SELECT KEEPFD   ASSIGN TO KEEP-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS KEEP-FILE-ST.
           SELECT IDXFD    ASSIGN TO IDX-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS IDX-FILE-ST.
           SELECT IDXNEWFD ASSIGN TO IDXNEW-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS IDXNEW-FILE-ST.
           SELECT NOTFD    ASSIGN TO NOT-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS NOT-FILE-ST.
           SELECT SUBFD    ASSIGN TO SUB-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS SUB-FILE-ST.
           SELECT HWMFD    ASSIGN TO HWM-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS HWM-FILE-ST.
       DATA                DIVISION.
       FILE                SECTION.
           FD  LOGFD.
           01  LOG-LINE            PIC X(1000).
           FD  ARCHFD.
           01  ARCH-LINE           PIC X(1000).
           FD  KEEPFD.
           01  KEEP-LINE           PIC X(1000).
           FD  IDXFD.
           01  IDX-LINE            PIC X(300).
           FD  IDXNEWFD.
           01  IDXNEW-LINE         PIC X(300).
           FD  NOTFD.
           01  NOT-LINE            PIC X(300).
           FD  SUBFD.
           01  SUB-LINE            PIC X(200).
           FD  HWMFD.
           01  HWM-LINE            PIC X(60).
       WORKING-STORAGE     SECTION.
            COPY    "DB-FILEGUARD".
            COPY    "DB-FILELOCK".
       01  LOG-FILE            PIC X(80).
       01  LOG-FILE-ST         PIC X(02).
       01  ARCH-FILE           PIC X(84).
       01  ARCH-FILE-ST        PIC X(02).
       01  KEEP-FILE           PIC X(84).
       01  KEEP-FILE-ST        PIC X(02).
       01  IDX-FILE            PIC X(80)
                               VALUE './cobol/log-archive-index.dat'.
       01  IDX-FILE-ST         PIC X(02).
       01  IDXNEW-FILE         PIC X(84) VALUE
           './cobol/log-archive-index.dat.new'.
       01  IDXNEW-FILE-ST      PIC X(02).
       01  NOT-FILE            PIC X(80) VALUE
           './cobol/pending-notifications.dat'.
       01  NOT-FILE-ST         PIC X(02).
       01  SUB-FILE            PIC X(80) VALUE
           './cobol/pushevent-subscribers.dat'.
       01  SUB-FILE-ST         PIC X(02).
       01  HWM-FILE            PIC X(80) VALUE
           './cobol/siem-hwm.dat'.
       01  HWM-FILE-ST         PIC X(02).
      * LOG TABLE: LIVE FILE, ARCHIVE NAME STEM AND EXTENSION, THE
      * FIELD CARRYING THE YYYYMMDD TIMESTAMP, AND THE KIND.
       01  ROTATED-LOGS.
           05  FILLER          PIC X(40)
               VALUE './cobol/http-access.log'.
           05  FILLER          PIC X(40)
               VALUE './cobol/http-access-'.
           05  FILLER          PIC X(4)  VALUE '.log'.
           05  FILLER          PIC 9(1)  VALUE 6.
           05  FILLER          PIC X(1)  VALUE 'P'.
           05  FILLER          PIC X(40)
               VALUE './cobol/error-events.log'.
           05  FILLER          PIC X(40)
               VALUE './cobol/error-events-'.
           05  FILLER          PIC X(4)  VALUE '.log'.
           05  FILLER          PIC 9(1)  VALUE 5.
           05  FILLER          PIC X(1)  VALUE 'S'.
           05  FILLER          PIC X(40)
               VALUE './cobol/api2-transactions.log'.
           05  FILLER          PIC X(40)
               VALUE './cobol/api2-transactions-'.
           05  FILLER          PIC X(4)  VALUE '.log'.
           05  FILLER          PIC 9(1)  VALUE 2.
           05  FILLER          PIC X(1)  VALUE 'P'.
           05  FILLER          PIC X(40)
               VALUE './cobol/download-activity.log'.
           05  FILLER          PIC X(40)
               VALUE './cobol/download-activity-'.
           05  FILLER          PIC X(4)  VALUE '.log'.
           05  FILLER          PIC 9(1)  VALUE 4.
           05  FILLER          PIC X(1)  VALUE 'P'.
           05  FILLER          PIC X(40)
               VALUE './cobol/batch-history.log'.
           05  FILLER          PIC X(40)
               VALUE './cobol/batch-history-'.
           05  FILLER          PIC X(4)  VALUE '.log'.
           05  FILLER          PIC 9(1)  VALUE 2.
           05  FILLER          PIC X(1)  VALUE 'P'.
           05  FILLER          PIC X(40)
               VALUE './cobol/mail-send.log'.
           05  FILLER          PIC X(40)
               VALUE './cobol/mail-send-'.
           05  FILLER          PIC X(4)  VALUE '.log'.
           05  FILLER          PIC 9(1)  VALUE 1.
           05  FILLER          PIC X(1)  VALUE 'M'.
           05  FILLER          PIC X(40)
               VALUE './cobol/pushevent-journal.dat'.
           05  FILLER          PIC X(40)
               VALUE './cobol/pushevent-journal-'.
           05  FILLER          PIC X(4)  VALUE '.dat'.
           05  FILLER          PIC 9(1)  VALUE 6.
           05  FILLER          PIC X(1)  VALUE 'J'.
           05  FILLER          PIC X(40)
               VALUE './cobol/msgarray-consumed.dat'.
           05  FILLER          PIC X(40)
               VALUE './cobol/msgarray-consumed-'.
           05  FILLER          PIC X(4)  VALUE '.dat'.
           05  FILLER          PIC 9(1)  VALUE 3.
           05  FILLER          PIC X(1)  VALUE 'P'.
           05  FILLER          PIC X(40)
               VALUE './cobol/msgarray-deadletter-audit.log'.
           05  FILLER          PIC X(40)
               VALUE './cobol/msgarray-deadletter-audit-'.
           05  FILLER          PIC X(4)  VALUE '.log'.
           05  FILLER          PIC 9(1)  VALUE 1.
           05  FILLER          PIC X(1)  VALUE 'C'.
           05  FILLER          PIC X(40)
               VALUE './cobol/approval-audit.log'.
           05  FILLER          PIC X(40)
               VALUE './cobol/approval-audit-'.
           05  FILLER          PIC X(4)  VALUE '.log'.
           05  FILLER          PIC 9(1)  VALUE 1.
           05  FILLER          PIC X(1)  VALUE 'C'.
       01  ROTATED-LOG-TABLE REDEFINES ROTATED-LOGS.
           05  ROT-ENTRY       OCCURS 10 TIMES.
               10  ROT-LOG         PIC X(40).
               10  ROT-STEM        PIC X(40).
               10  ROT-EXT         PIC X(4).
               10  ROT-FIELD       PIC 9(1).
               10  ROT-KIND        PIC X(1).
       01  WS-LOG-COUNT        PIC 9(2) VALUE 10.
      * ARCHIVES WRITTEN IN THIS RUN, FOLDED INTO THE INDEX AT THE END.
       01  TOUCHED-TABLE.
           05  TCH-NUM             PIC 9(3).
           05  TCH-ENTRY OCCURS 200 TIMES.
               10  TCH-LOG         PIC X(40).
               10  TCH-MONTH       PIC X(6).
               10  TCH-ARCHIVE     PIC X(84).
               10  TCH-LINES       PIC 9(7).
               10  TCH-FIRST-TS    PIC X(21).
               10  TCH-LAST-TS     PIC X(21).
               10  TCH-LAST-HASH   PIC X(9).
               10  TCH-INDEXED     PIC X(1).
      * NOTIFICATIONS STILL ON THE PENDING REGISTER, AS MAILGATE KEYS
      * THEM IN THE SEND LOG: RECIPIENT-TIME.
       01  PENDING-TABLE.
           05  PND-NUM             PIC 9(4).
           05  PND-KEY OCCURS 1000 TIMES
                                   PIC X(42).
       01  PND-OVERFLOW        PIC X(1).
      * LOWEST SEQUENCE ANY SUBSCRIBER OF EACH TOPIC HAS BEEN SENT.
       01  TOPIC-TABLE.
           05  TOP-NUM             PIC 9(3).
           05  TOP-ENTRY OCCURS 100 TIMES.
               10  TOP-TOPIC       PIC X(20).
               10  TOP-MINSEQ      PIC 9(9).
       01  TOP-OVERFLOW        PIC X(1).
      * SIEM EXPORT MARK FOR THE SECURITY EVENT LOG: SOURCE|TS|COUNT.
       01  HWM-REC.
           05  HWM-SOURCE          PIC X(10).
           05  HWM-TS              PIC X(16).
           05  HWM-COUNT           PIC X(6).
       01  WS-SIEM-MARK        PIC X(16).
       01  NOTE-REC.
           05  NOTE-RECIPIENT      PIC X(20).
           05  NOTE-SEVERITY       PIC X(8).
           05  NOTE-SUMMARY        PIC X(40).
           05  NOTE-BODY           PIC X(80).
           05  NOTE-TOPIC          PIC X(20).
           05  NOTE-TIME           PIC X(21).
           05  NOTE-STATUS         PIC X(10).
       01  SUB-REC.
           05  SUB-TOPIC           PIC X(20).
           05  SUB-TERM            PIC X(20).
           05  SUB-LASTSEQ         PIC 9(9).
       01  IDX-REC.
           05  IDX-LOG             PIC X(80).
           05  IDX-MONTH           PIC X(6).
           05  IDX-ARCHIVE         PIC X(84).
           05  IDX-LINES           PIC 9(7).
           05  IDX-FIRST-TS        PIC X(21).
           05  IDX-LAST-TS         PIC X(21).
           05  IDX-LAST-HASH       PIC X(9).
           05  IDX-ROTATED-TS      PIC X(21).
       01  WS-FIELDS.
           05  WS-FLD OCCURS 8 TIMES
                                   PIC X(60).
       01  WS-LOG-IDX          PIC 9(2).
       01  WS-IDX              PIC 9(4).
       01  WS-TCH-IDX          PIC 9(3).
       01  WS-MONTH            PIC X(6).
       01  WS-TIMESTAMP        PIC X(21).
       01  WS-LINE-DATE        PIC X(8).
       01  WS-LINE-MONTH       PIC X(6).
       01  WS-OPEN-MONTH       PIC X(6).
       01  WS-LINE-NO          PIC 9(7).
       01  WS-LINE-TOTAL       PIC 9(7).
       01  WS-KEEP-COUNT       PIC 9(6).
       01  WS-ARCH-COUNT       PIC 9(7).
       01  WS-LOG-ARCHIVED     PIC 9(7).
       01  WS-IDX-COUNT        PIC 9(6).
       01  WS-KEEP-LIVE        PIC X(1).
       01  WS-LOG-OK           PIC X(1).
       01  WS-MAIL-KEY         PIC X(42).
       01  WS-SEQ              PIC 9(9).
       01  WS-LINE-LEN         PIC 9(4).
       01  WS-PIPE-POS         PIC 9(4).
       01  WS-SCAN             PIC 9(4).
       01  WS-HASH-TEXT        PIC X(9).
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
               PERFORM 010-RUN-ROTATION
           END-EVALUATE.
           EXIT    PROGRAM.
      ************************************************************************
       010-RUN-ROTATION        SECTION.
           MOVE 0 TO WS-ARCH-COUNT.
           MOVE 0 TO TCH-NUM.
           MOVE FUNCTION CURRENT-DATE(1:6) TO WS-MONTH.
           MOVE FUNCTION CURRENT-DATE(1:21) TO WS-TIMESTAMP.
           PERFORM 050-LOAD-PENDING.
           PERFORM 060-LOAD-SUBSCRIBERS.
           PERFORM 070-LOAD-SIEM-MARK.
           PERFORM VARYING WS-LOG-IDX FROM 1 BY 1
                     UNTIL WS-LOG-IDX > WS-LOG-COUNT
               PERFORM 100-ROTATE-ONE-LOG
           END-PERFORM.
           IF TCH-NUM > 0
               PERFORM 400-UPDATE-INDEX
           END-IF.
           MOVE WS-ARCH-COUNT TO SPA-NUM.
           DISPLAY 'log lines archived:' WS-ARCH-COUNT.
           EXIT.
      ************************************************************************
       050-LOAD-PENDING        SECTION.
           MOVE 0 TO PND-NUM.
           MOVE 'N' TO PND-OVERFLOW.
           OPEN INPUT NOTFD.
           IF NOT-FILE-ST NOT = "00"
               EXIT SECTION
           END-IF.
           PERFORM UNTIL NOT-FILE-ST NOT = "00"
               READ NOTFD
               IF NOT-FILE-ST = "00" AND NOT-LINE NOT = SPACE
                   MOVE SPACE TO NOTE-REC
                   UNSTRING NOT-LINE DELIMITED BY '|'
                       INTO NOTE-RECIPIENT
                            NOTE-SEVERITY
                            NOTE-SUMMARY
                            NOTE-BODY
                            NOTE-TOPIC
                            NOTE-TIME
                            NOTE-STATUS
                   IF PND-NUM < 1000
                       ADD 1 TO PND-NUM
                       MOVE SPACE TO PND-KEY(PND-NUM)
                       STRING NOTE-RECIPIENT DELIMITED BY SPACE
                              '-'            DELIMITED BY SIZE
                              NOTE-TIME      DELIMITED BY SPACE
                              INTO PND-KEY(PND-NUM)
                       END-STRING
                   ELSE
                       MOVE 'Y' TO PND-OVERFLOW
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE NOTFD.
           EXIT.
      ************************************************************************
       060-LOAD-SUBSCRIBERS    SECTION.
           MOVE 0 TO TOP-NUM.
           MOVE 'N' TO TOP-OVERFLOW.
           OPEN INPUT SUBFD.
           IF SUB-FILE-ST NOT = "00"
               EXIT SECTION
           END-IF.
           PERFORM UNTIL SUB-FILE-ST NOT = "00"
               READ SUBFD
               IF SUB-FILE-ST = "00" AND SUB-LINE NOT = SPACE
                   MOVE SPACE TO SUB-REC
                   MOVE 0 TO SUB-LASTSEQ
                   UNSTRING SUB-LINE DELIMITED BY '|'
                       INTO SUB-TOPIC
                            SUB-TERM
                            SUB-LASTSEQ
                   END-UNSTRING
                   PERFORM 065-NOTE-TOPIC-SEQ
               END-IF
           END-PERFORM.
           CLOSE SUBFD.
           EXIT.
      ************************************************************************
       065-NOTE-TOPIC-SEQ      SECTION.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > TOP-NUM
               IF TOP-TOPIC(WS-IDX) = SUB-TOPIC
                   IF SUB-LASTSEQ < TOP-MINSEQ(WS-IDX)
                       MOVE SUB-LASTSEQ TO TOP-MINSEQ(WS-IDX)
                   END-IF
                   EXIT SECTION
               END-IF
           END-PERFORM.
           IF TOP-NUM >= 100
               MOVE 'Y' TO TOP-OVERFLOW
               EXIT SECTION
           END-IF.
           ADD 1 TO TOP-NUM.
           MOVE SUB-TOPIC   TO TOP-TOPIC(TOP-NUM).
           MOVE SUB-LASTSEQ TO TOP-MINSEQ(TOP-NUM).
           EXIT.
      ************************************************************************
       070-LOAD-SIEM-MARK      SECTION.
           MOVE SPACE TO WS-SIEM-MARK.
           OPEN INPUT HWMFD.
           IF HWM-FILE-ST NOT = "00"
               EXIT SECTION
           END-IF.
           PERFORM UNTIL HWM-FILE-ST NOT = "00"
               READ HWMFD
               IF HWM-FILE-ST = "00" AND HWM-LINE NOT = SPACE
                   MOVE SPACE TO HWM-REC
                   UNSTRING HWM-LINE DELIMITED BY '|'
                       INTO HWM-SOURCE
                            HWM-TS
                            HWM-COUNT
                   END-UNSTRING
                   IF HWM-SOURCE = 'ERREVENTS'
                       MOVE HWM-TS TO WS-SIEM-MARK
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE HWMFD.
           EXIT.
      ************************************************************************
       100-ROTATE-ONE-LOG      SECTION.
           MOVE ROT-LOG(WS-LOG-IDX) TO LOG-FILE.
           MOVE 0 TO WS-LOG-ARCHIVED.
      * A REGISTER TOO LARGE TO HOLD CANNOT BE CHECKED LINE BY LINE,
      * SO THAT LOG WAITS FOR A LATER RUN RATHER THAN RISK A RESEND
      * OR A LOST REPLAY.
           IF ROT-KIND(WS-LOG-IDX) = 'M' AND PND-OVERFLOW = 'Y'
               DISPLAY 'pending register too large - '
                   'mail send log not rotated'
               EXIT SECTION
           END-IF.
           IF ROT-KIND(WS-LOG-IDX) = 'J' AND TOP-OVERFLOW = 'Y'
               DISPLAY 'too many subscribed topics - '
                   'push journal not rotated'
               EXIT SECTION
           END-IF.
           MOVE 'ACQUIRE' TO DB-FILELOCK-FUNC.
           MOVE LOG-FILE TO DB-FILELOCK-FILE.
           MOVE 'LOGROTATE' TO DB-FILELOCK-OWNER.
           MOVE 30 TO DB-FILELOCK-TIMEOUT.
           CALL 'FILELOCK' USING DB-FILELOCK.
           IF DB-FILELOCK-RC = 2
               DISPLAY 'log busy - rotation deferred ' LOG-FILE
               EXIT SECTION
           END-IF.
           PERFORM 110-COUNT-LINES.
           IF WS-LOG-OK = 'Y'
               PERFORM 120-SPLIT-LOG
           END-IF.
           MOVE 'RELEASE' TO DB-FILELOCK-FUNC.
           MOVE LOG-FILE TO DB-FILELOCK-FILE.
           MOVE 'LOGROTATE' TO DB-FILELOCK-OWNER.
           CALL 'FILELOCK' USING DB-FILELOCK.
           IF WS-LOG-ARCHIVED > 0
               DISPLAY LOG-FILE ' lines archived:' WS-LOG-ARCHIVED
           END-IF.
           EXIT.
      ************************************************************************
       110-COUNT-LINES         SECTION.
      * THE CHAINED LOGS AND THE JOURNAL MUST KNOW WHICH LINE IS THE
      * LAST BEFORE DECIDING ON ANY OF THEM.
           MOVE 'N' TO WS-LOG-OK.
           MOVE 0 TO WS-LINE-TOTAL.
           OPEN INPUT LOGFD.
           IF LOG-FILE-ST NOT = "00"
               EXIT SECTION
           END-IF.
           MOVE 'Y' TO WS-LOG-OK.
           IF ROT-KIND(WS-LOG-IDX) = 'C' OR ROT-KIND(WS-LOG-IDX) = 'J'
               PERFORM UNTIL LOG-FILE-ST NOT = "00"
                   READ LOGFD
                   IF LOG-FILE-ST = "00" AND LOG-LINE NOT = SPACE
                      AND LOG-LINE(1:5) NOT = '*END|'
                       ADD 1 TO WS-LINE-TOTAL
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE LOGFD.
           EXIT.
      ************************************************************************
       120-SPLIT-LOG           SECTION.
           MOVE SPACE TO KEEP-FILE.
           STRING LOG-FILE  DELIMITED BY SPACE
                  '.new'    DELIMITED BY SIZE
                  INTO KEEP-FILE
           END-STRING.
           OPEN INPUT LOGFD.
           IF LOG-FILE-ST NOT = "00"
               EXIT SECTION
           END-IF.
           OPEN OUTPUT KEEPFD.
           IF KEEP-FILE-ST NOT = "00"
               DISPLAY 'cannot open ' KEEP-FILE
               CLOSE LOGFD
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-KEEP-COUNT.
           MOVE 0 TO WS-LINE-NO.
           MOVE SPACE TO WS-OPEN-MONTH.
           PERFORM UNTIL LOG-FILE-ST NOT = "00"
               READ LOGFD
               IF LOG-FILE-ST = "00" AND LOG-LINE NOT = SPACE
                  AND LOG-LINE(1:5) NOT = '*END|'
                   ADD 1 TO WS-LINE-NO
                   PERFORM 200-JUDGE-LINE
                   IF WS-KEEP-LIVE = 'Y'
                       MOVE LOG-LINE TO KEEP-LINE
                       WRITE KEEP-LINE
                       ADD 1 TO WS-KEEP-COUNT
                   ELSE
                       PERFORM 300-ARCHIVE-LINE
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE LOGFD.
           IF WS-OPEN-MONTH NOT = SPACE
               CLOSE ARCHFD
           END-IF.
           MOVE SPACE TO KEEP-LINE.
           STRING '*END|'        DELIMITED BY SIZE
                  WS-KEEP-COUNT  DELIMITED BY SIZE
                  INTO KEEP-LINE
           END-STRING.
           WRITE KEEP-LINE.
           CLOSE KEEPFD.
           MOVE LOG-FILE TO DB-FILEGUARD-FILE.
           CALL 'FILEGUARD' USING DB-FILEGUARD.
           EXIT.
      ************************************************************************
       200-JUDGE-LINE          SECTION.
           MOVE 'Y' TO WS-KEEP-LIVE.
           MOVE SPACE TO WS-FIELDS.
           UNSTRING LOG-LINE DELIMITED BY '|'
               INTO WS-FLD(1)
                    WS-FLD(2)
                    WS-FLD(3)
                    WS-FLD(4)
                    WS-FLD(5)
                    WS-FLD(6)
                    WS-FLD(7)
                    WS-FLD(8)
           END-UNSTRING.
           MOVE WS-FLD(ROT-FIELD(WS-LOG-IDX))(1:8) TO WS-LINE-DATE.
           IF WS-LINE-DATE IS NOT NUMERIC
               EXIT SECTION
           END-IF.
           MOVE WS-LINE-DATE(1:6) TO WS-LINE-MONTH.
           IF WS-LINE-MONTH NOT < WS-MONTH
               EXIT SECTION
           END-IF.
           EVALUATE ROT-KIND(WS-LOG-IDX)
             WHEN 'C'
               IF WS-LINE-NO = WS-LINE-TOTAL
                   EXIT SECTION
               END-IF
             WHEN 'J'
               IF WS-LINE-NO = WS-LINE-TOTAL
                   EXIT SECTION
               END-IF
               PERFORM 210-CHECK-UNSENT
               IF WS-KEEP-LIVE = 'Y'
                   EXIT SECTION
               END-IF
             WHEN 'M'
               PERFORM 220-CHECK-PENDING
               IF WS-KEEP-LIVE = 'Y'
                   EXIT SECTION
               END-IF
             WHEN 'S'
               IF WS-SIEM-MARK NOT = SPACE
                  AND WS-FLD(5)(1:16) NOT < WS-SIEM-MARK
                   EXIT SECTION
               END-IF
           END-EVALUATE.
           MOVE 'N' TO WS-KEEP-LIVE.
           EXIT.
      ************************************************************************
       210-CHECK-UNSENT        SECTION.
      * JOURNAL: SEQ|TOPIC|EVENT|ID|COMMENT|TS|SEVERITY.
           MOVE 'N' TO WS-KEEP-LIVE.
           MOVE 0 TO WS-SEQ.
           IF WS-FLD(1)(1:9) IS NUMERIC
               MOVE WS-FLD(1)(1:9) TO WS-SEQ
           ELSE
               MOVE FUNCTION NUMVAL(WS-FLD(1)) TO WS-SEQ
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > TOP-NUM
               IF TOP-TOPIC(WS-IDX) = WS-FLD(2)
                   IF WS-SEQ > TOP-MINSEQ(WS-IDX)
                       MOVE 'Y' TO WS-KEEP-LIVE
                   END-IF
                   EXIT SECTION
               END-IF
           END-PERFORM.
           EXIT.
      ************************************************************************
       220-CHECK-PENDING       SECTION.
      * SEND LOG: TS|ADDRESS|KEY|OUTCOME.
           MOVE 'N' TO WS-KEEP-LIVE.
           MOVE WS-FLD(3) TO WS-MAIL-KEY.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > PND-NUM
               IF PND-KEY(WS-IDX) = WS-MAIL-KEY
                   MOVE 'Y' TO WS-KEEP-LIVE
                   EXIT SECTION
               END-IF
           END-PERFORM.
           EXIT.
      ************************************************************************
       300-ARCHIVE-LINE        SECTION.
      * THE LOG IS IN TIME ORDER, SO ONE ARCHIVE STAYS OPEN UNTIL THE
      * MONTH CHANGES INSTEAD OF REOPENING IT FOR EVERY LINE.
           IF WS-LINE-MONTH NOT = WS-OPEN-MONTH
               IF WS-OPEN-MONTH NOT = SPACE
                   CLOSE ARCHFD
                   MOVE SPACE TO WS-OPEN-MONTH
               END-IF
               MOVE SPACE TO ARCH-FILE
               STRING ROT-STEM(WS-LOG-IDX) DELIMITED BY SPACE
                      WS-LINE-MONTH        DELIMITED BY SIZE
                      ROT-EXT(WS-LOG-IDX)  DELIMITED BY SPACE
                      INTO ARCH-FILE
               END-STRING
               OPEN EXTEND ARCHFD
               IF ARCH-FILE-ST = "05" OR "35"
                   OPEN OUTPUT ARCHFD
               END-IF
               IF ARCH-FILE-ST NOT = "00"
      * AN ARCHIVE THAT CANNOT BE WRITTEN KEEPS ITS LINES LIVE.
                   DISPLAY 'cannot open archive ' ARCH-FILE
                   MOVE LOG-LINE TO KEEP-LINE
                   WRITE KEEP-LINE
                   ADD 1 TO WS-KEEP-COUNT
                   EXIT SECTION
               END-IF
               MOVE WS-LINE-MONTH TO WS-OPEN-MONTH
           END-IF.
      * A LINE THAT COULD NOT BE INDEXED WOULD BE LOST TO THE
      * INQUIRIES, SO IT WAITS IN THE LIVE LOG FOR THE NEXT RUN.
           PERFORM 310-NOTE-ARCHIVE.
           IF WS-TCH-IDX > TCH-NUM
               MOVE LOG-LINE TO KEEP-LINE
               WRITE KEEP-LINE
               ADD 1 TO WS-KEEP-COUNT
               EXIT SECTION
           END-IF.
           MOVE LOG-LINE TO ARCH-LINE.
           WRITE ARCH-LINE.
           ADD 1 TO WS-ARCH-COUNT.
           ADD 1 TO WS-LOG-ARCHIVED.
           EXIT.
      ************************************************************************
       310-NOTE-ARCHIVE        SECTION.
           PERFORM VARYING WS-TCH-IDX FROM 1 BY 1
                     UNTIL WS-TCH-IDX > TCH-NUM
               IF TCH-LOG(WS-TCH-IDX) = ROT-LOG(WS-LOG-IDX)
                  AND TCH-MONTH(WS-TCH-IDX) = WS-LINE-MONTH
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-TCH-IDX > TCH-NUM
               IF TCH-NUM >= 200
                   EXIT SECTION
               END-IF
               ADD 1 TO TCH-NUM
               MOVE TCH-NUM TO WS-TCH-IDX
               MOVE ROT-LOG(WS-LOG-IDX) TO TCH-LOG(WS-TCH-IDX)
               MOVE WS-LINE-MONTH TO TCH-MONTH(WS-TCH-IDX)
               MOVE ARCH-FILE TO TCH-ARCHIVE(WS-TCH-IDX)
               MOVE 0 TO TCH-LINES(WS-TCH-IDX)
               MOVE WS-FLD(ROT-FIELD(WS-LOG-IDX))
                   TO TCH-FIRST-TS(WS-TCH-IDX)
               MOVE SPACE TO TCH-LAST-HASH(WS-TCH-IDX)
               MOVE 'N' TO TCH-INDEXED(WS-TCH-IDX)
           END-IF.
           ADD 1 TO TCH-LINES(WS-TCH-IDX).
           MOVE WS-FLD(ROT-FIELD(WS-LOG-IDX))
               TO TCH-LAST-TS(WS-TCH-IDX).
           IF ROT-KIND(WS-LOG-IDX) = 'C'
               PERFORM 320-LINE-HASH
               MOVE WS-HASH-TEXT TO TCH-LAST-HASH(WS-TCH-IDX)
           END-IF.
           EXIT.
      ************************************************************************
       320-LINE-HASH           SECTION.
      * THE CHAIN HASH IS THE LAST PIPE-DELIMITED FIELD OF THE LINE.
           MOVE SPACE TO WS-HASH-TEXT.
           COMPUTE WS-LINE-LEN = FUNCTION LENGTH(
               FUNCTION TRIM(LOG-LINE TRAILING)).
           MOVE 0 TO WS-PIPE-POS.
           PERFORM VARYING WS-SCAN FROM 1 BY 1
                     UNTIL WS-SCAN > WS-LINE-LEN
               IF LOG-LINE(WS-SCAN:1) = '|'
                   MOVE WS-SCAN TO WS-PIPE-POS
               END-IF
           END-PERFORM.
           IF WS-PIPE-POS > 0 AND WS-PIPE-POS < WS-LINE-LEN
               MOVE LOG-LINE(WS-PIPE-POS + 1:
                        WS-LINE-LEN - WS-PIPE-POS)
                   TO WS-HASH-TEXT
           END-IF.
           EXIT.
      ************************************************************************
       400-UPDATE-INDEX        SECTION.
      * AN ARCHIVE ALREADY ON THE INDEX KEEPS ITS FIRST TIMESTAMP AND
      * TAKES THE NEW LINE COUNT, LAST TIMESTAMP AND LAST HASH.
           MOVE 0 TO WS-IDX-COUNT.
           OPEN OUTPUT IDXNEWFD.
           IF IDXNEW-FILE-ST NOT = "00"
               DISPLAY 'cannot open log archive index work file'
               EXIT SECTION
           END-IF.
           OPEN INPUT IDXFD.
           IF IDX-FILE-ST = "00"
               PERFORM UNTIL IDX-FILE-ST NOT = "00"
                   READ IDXFD
                   IF IDX-FILE-ST = "00" AND IDX-LINE NOT = SPACE
                      AND IDX-LINE(1:5) NOT = '*END|'
                       PERFORM 410-CARRY-INDEX-LINE
                   END-IF
               END-PERFORM
               CLOSE IDXFD
           END-IF.
           PERFORM VARYING WS-TCH-IDX FROM 1 BY 1
                     UNTIL WS-TCH-IDX > TCH-NUM
               IF TCH-INDEXED(WS-TCH-IDX) = 'N'
                   MOVE SPACE TO IDX-REC
                   MOVE TCH-LOG(WS-TCH-IDX)       TO IDX-LOG
                   MOVE TCH-MONTH(WS-TCH-IDX)     TO IDX-MONTH
                   MOVE TCH-ARCHIVE(WS-TCH-IDX)   TO IDX-ARCHIVE
                   MOVE TCH-LINES(WS-TCH-IDX)     TO IDX-LINES
                   MOVE TCH-FIRST-TS(WS-TCH-IDX)  TO IDX-FIRST-TS
                   MOVE TCH-LAST-TS(WS-TCH-IDX)   TO IDX-LAST-TS
                   MOVE TCH-LAST-HASH(WS-TCH-IDX) TO IDX-LAST-HASH
                   MOVE WS-TIMESTAMP              TO IDX-ROTATED-TS
                   PERFORM 420-WRITE-INDEX-LINE
               END-IF
           END-PERFORM.
           MOVE SPACE TO IDXNEW-LINE.
           STRING '*END|'        DELIMITED BY SIZE
                  WS-IDX-COUNT   DELIMITED BY SIZE
                  INTO IDXNEW-LINE
           END-STRING.
           WRITE IDXNEW-LINE.
           CLOSE IDXNEWFD.
           MOVE IDX-FILE TO DB-FILEGUARD-FILE.
           CALL 'FILEGUARD' USING DB-FILEGUARD.
           EXIT.
      ************************************************************************
       410-CARRY-INDEX-LINE    SECTION.
           MOVE SPACE TO IDX-REC.
           MOVE 0 TO IDX-LINES.
           UNSTRING IDX-LINE DELIMITED BY '|'
               INTO IDX-LOG
                    IDX-MONTH
                    IDX-ARCHIVE
                    IDX-LINES
                    IDX-FIRST-TS
                    IDX-LAST-TS
                    IDX-LAST-HASH
                    IDX-ROTATED-TS
           END-UNSTRING.
           PERFORM VARYING WS-TCH-IDX FROM 1 BY 1
                     UNTIL WS-TCH-IDX > TCH-NUM
               IF TCH-INDEXED(WS-TCH-IDX) = 'N'
                  AND TCH-LOG(WS-TCH-IDX) = IDX-LOG
                  AND TCH-MONTH(WS-TCH-IDX) = IDX-MONTH
                   ADD TCH-LINES(WS-TCH-IDX) TO IDX-LINES
                   MOVE TCH-LAST-TS(WS-TCH-IDX)   TO IDX-LAST-TS
                   IF TCH-LAST-HASH(WS-TCH-IDX) NOT = SPACE
                       MOVE TCH-LAST-HASH(WS-TCH-IDX)
                           TO IDX-LAST-HASH
                   END-IF
                   MOVE WS-TIMESTAMP TO IDX-ROTATED-TS
                   MOVE 'Y' TO TCH-INDEXED(WS-TCH-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           PERFORM 420-WRITE-INDEX-LINE.
           EXIT.
      ************************************************************************
       420-WRITE-INDEX-LINE    SECTION.
           MOVE SPACE TO IDXNEW-LINE.
           STRING IDX-LOG         DELIMITED BY SPACE
                  '|'             DELIMITED BY SIZE
                  IDX-MONTH       DELIMITED BY SPACE
                  '|'             DELIMITED BY SIZE
                  IDX-ARCHIVE     DELIMITED BY SPACE
                  '|'             DELIMITED BY SIZE
                  IDX-LINES       DELIMITED BY SIZE
                  '|'             DELIMITED BY SIZE
                  IDX-FIRST-TS    DELIMITED BY SPACE
                  '|'             DELIMITED BY SIZE
                  IDX-LAST-TS     DELIMITED BY SPACE
                  '|'             DELIMITED BY SIZE
                  IDX-LAST-HASH   DELIMITED BY SPACE
                  '|'             DELIMITED BY SIZE
                  IDX-ROTATED-TS  DELIMITED BY SPACE
                  INTO IDXNEW-LINE
           END-STRING.
           WRITE IDXNEW-LINE.
           ADD 1 TO WS-IDX-COUNT.
           EXIT.
