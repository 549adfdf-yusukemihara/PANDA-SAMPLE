      ******************************************************************
      * END-OF-DAY STATISTICS FOR THE MESSAGE SUBSYSTEM: MESSAGES
      * CONSUMED AND DEAD-LETTERED TODAY, PEAK PENDING DEPTH, AND THE
      * OLDEST PENDING AGE COMPUTED FROM THE PENDING TIMESTAMPS,
      * THE LINES THE PRODUCER ACCEPTED AND REJECTED BY TYPE, AND
      * THE THROUGHPUT OF EACH CONSUMER INSTANCE.
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
           SELECT DEFFD    ASSIGN TO DEF-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS DEF-FILE-ST.
           SELECT TSTFD    ASSIGN TO TST-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS TST-FILE-ST.
           SELECT ARCHFD   ASSIGN TO ARCH-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS ARCH-FILE-ST.
           SELECT DEADFD   ASSIGN TO DEAD-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS DEAD-FILE-ST.
           SELECT RPTFD    ASSIGN TO RPT-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS RPT-FILE-ST.
           01  MSGQ-LINE           PIC X(80).
           FD  DEFFD.
           01  DEF-LINE            PIC X(280).
           FD  TSTFD.
           01  TST-LINE            PIC X(80).
           FD  ARCHFD.
           01  ARCH-LINE           PIC X(500).
           FD  DEADFD.
           01  DEAD-LINE           PIC X(80).
           FD  RPTFD.
           01  RPT-LINE            PIC X(132).
       WORKING-STORAGE     SECTION.
            COPY    "DB-RPTREPO".
            COPY    "DB-MSGQ".
            COPY    "DB-FILEGUARD".
       01  STAT-FILE           PIC X(80)
       01  DEF-FILE-ST         PIC X(02).
       01  WS-DEFERRED         PIC 9(5).
       01  WS-EDIT-NUM         PIC ZZZZZZ9.
       01  TST-FILE            PIC X(80)
                               VALUE './cobol/msgarray-typestats.dat'.
       01  TST-FILE-ST         PIC X(02).
       01  TST-REC.
           05  TST-DATE            PIC X(8).
           05  TST-TYPE            PIC X(12).
           05  TST-ACCEPTED        PIC 9(7).
           05  TST-REJECTED        PIC 9(7).
       01  WS-TSTATS.
           05  WS-TS-NUM           PIC 9(3).
           05  WS-TS-ENTRY         OCCURS 60 TIMES.
               10  WS-TS-TYPE          PIC X(12).
               10  WS-TS-ACCEPTED      PIC 9(7).
               10  WS-TS-REJECTED      PIC 9(7).
       01  WS-EDIT-ACC         PIC ZZZZZZZ9.
       01  ARCH-FILE           PIC X(80)
                               VALUE './cobol/msgarray-consumed.dat'.
       01  ARCH-FILE-ST        PIC X(02).
       01  DEAD-FILE           PIC X(80)
                               VALUE './cobol/msgarray-deadletter.log'.
       01  DEAD-FILE-ST        PIC X(02).
       01  WS-REC-KEY          PIC X(20).
       01  WS-REC-INSTANCE     PIC X(20).
       01  WS-REC-TS           PIC X(21).
       01  WS-CX               PIC 9(3).
       01  WS-CONSUMERS.
           05  WS-CN-NUM           PIC 9(3).
           05  WS-CN-ENTRY         OCCURS 50 TIMES.
               10  WS-CN-INSTANCE      PIC X(20).
               10  WS-CN-CONSUMED      PIC 9(7).
               10  WS-CN-DEAD          PIC 9(7).
               10  WS-CN-FIRST         PIC X(6).
               10  WS-CN-LAST          PIC X(6).
       01  WS-EDIT-TIME        PIC X(8).
       01  WS-EDIT-REJ         PIC ZZZZZZZ9.
       LINKAGE                 SECTION.
            COPY    "MCPAREA".
            COPY    "SPAAREA".
           PERFORM 200-LOAD-PENDING.
           PERFORM 300-OLDEST-AGE.
           PERFORM 250-COUNT-DEFERRED.
           PERFORM 260-LOAD-TYPE-STATS.
           PERFORM 270-CONSUMER-COUNTS.
           PERFORM 400-WRITE-REPORT.
           MOVE STAT-CONSUMED TO SPA-NUM.
           DISPLAY 'queue stats reported for ' STAT-DATE.
           IF STAT-DATE = SPACE
               MOVE FUNCTION CURRENT-DATE(1:8) TO STAT-DATE
           END-IF.
      * A CATCH-UP RUN FOR A MISSED BUSINESS DATE REPORTS THAT DATE.
      * THE COUNTERS ONLY EVER HOLD THE CURRENT DAY, SO A DATE THEY
      * DO NOT COVER REPORTS AS ZERO RATHER THAN ANOTHER DAY'S COUNT.
           IF SPA-PROCDATE NOT = SPACE
              AND SPA-PROCDATE NOT = LOW-VALUE
              AND SPA-PROCDATE NOT = STAT-DATE
               MOVE SPA-PROCDATE TO STAT-DATE
               MOVE 0 TO STAT-CONSUMED STAT-DEADLETTERS STAT-PEAK
               MOVE 'N' TO STAT-ALERTED
           END-IF.
           EXIT.
      ************************************************************************
       250-COUNT-DEFERRED      SECTION.
               CLOSE DEFFD
           END-IF.
           EXIT.
      ************************************************************************
       260-LOAD-TYPE-STATS     SECTION.
      * THE PRODUCER KEEPS ONE DATE|TYPE|ACCEPTED|REJECTED LINE PER
      * MESSAGE TYPE FOR THE CURRENT DAY; ONLY THE REPORTED DATE IS
      * TAKEN.
           MOVE 0 TO WS-TS-NUM.
           OPEN INPUT TSTFD.
           IF TST-FILE-ST = '00'
               PERFORM UNTIL TST-FILE-ST NOT = '00'
                   READ TSTFD
                   IF TST-FILE-ST = '00' AND TST-LINE NOT = SPACE
                       MOVE SPACE TO TST-REC
                       MOVE 0 TO TST-ACCEPTED TST-REJECTED
                       UNSTRING TST-LINE DELIMITED BY '|'
                           INTO TST-DATE
                                TST-TYPE
                                TST-ACCEPTED
                                TST-REJECTED
                       END-UNSTRING
                       IF TST-DATE = STAT-DATE AND WS-TS-NUM < 60
                           ADD 1 TO WS-TS-NUM
                           MOVE TST-TYPE TO WS-TS-TYPE(WS-TS-NUM)
                           MOVE TST-ACCEPTED
                             TO WS-TS-ACCEPTED(WS-TS-NUM)
                           MOVE TST-REJECTED
                             TO WS-TS-REJECTED(WS-TS-NUM)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE TSTFD
           END-IF.
           EXIT.
      ************************************************************************
       270-CONSUMER-COUNTS     SECTION.
      * THROUGHPUT PER CONSUMER INSTANCE FOR THE REPORTED DATE, TAKEN
      * FROM THE CONSUMED ARCHIVE (KEY|INSTANCE|TIMESTAMP|PAYLOAD)
      * AND THE DEAD-LETTER LOG (KEY|TIMESTAMP|INSTANCE), WITH THE
      * FIRST AND LAST MESSAGE EACH INSTANCE TOOK THAT DAY.
           MOVE 0 TO WS-CN-NUM.
           OPEN INPUT ARCHFD.
           IF ARCH-FILE-ST = '00'
               PERFORM UNTIL ARCH-FILE-ST NOT = '00'
                   READ ARCHFD
                   IF ARCH-FILE-ST = '00' AND ARCH-LINE NOT = SPACE
                       MOVE SPACE TO WS-REC-INSTANCE WS-REC-TS
                       UNSTRING ARCH-LINE DELIMITED BY '|'
                           INTO WS-REC-KEY
                                WS-REC-INSTANCE
                                WS-REC-TS
                       END-UNSTRING
                       IF WS-REC-TS(1:8) = STAT-DATE
                           PERFORM 275-FIND-CONSUMER
                           IF WS-CX > 0
                               ADD 1 TO WS-CN-CONSUMED(WS-CX)
                               IF WS-CN-FIRST(WS-CX) = SPACE
                                  OR WS-REC-TS(9:6) < WS-CN-FIRST(WS-CX)
                                   MOVE WS-REC-TS(9:6)
                                     TO WS-CN-FIRST(WS-CX)
                               END-IF
                               IF WS-REC-TS(9:6) > WS-CN-LAST(WS-CX)
                                   MOVE WS-REC-TS(9:6)
                                     TO WS-CN-LAST(WS-CX)
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ARCHFD
           END-IF.
           OPEN INPUT DEADFD.
           IF DEAD-FILE-ST = '00'
               PERFORM UNTIL DEAD-FILE-ST NOT = '00'
                   READ DEADFD
                   IF DEAD-FILE-ST = '00' AND DEAD-LINE NOT = SPACE
                       MOVE SPACE TO WS-REC-INSTANCE WS-REC-TS
                       UNSTRING DEAD-LINE DELIMITED BY '|'
                           INTO WS-REC-KEY
                                WS-REC-TS
                                WS-REC-INSTANCE
                       END-UNSTRING
                       IF WS-REC-TS(1:8) = STAT-DATE
                           PERFORM 275-FIND-CONSUMER
                           IF WS-CX > 0
                               ADD 1 TO WS-CN-DEAD(WS-CX)
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE DEADFD
           END-IF.
           EXIT.
      ************************************************************************
       275-FIND-CONSUMER       SECTION.
      * DEAD-LETTER LINES WRITTEN BEFORE INSTANCES WERE RECORDED
      * CARRY NONE AND ARE SHOWN AS (NONE).
           IF WS-REC-INSTANCE = SPACE
               MOVE '(NONE)' TO WS-REC-INSTANCE
           END-IF.
           MOVE 0 TO WS-CX.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-CN-NUM OR WS-CX > 0
               IF WS-CN-INSTANCE(WS-I) = WS-REC-INSTANCE
                   MOVE WS-I TO WS-CX
               END-IF
           END-PERFORM.
           IF WS-CX = 0 AND WS-CN-NUM < 50
               ADD 1 TO WS-CN-NUM
               MOVE WS-CN-NUM TO WS-CX
               MOVE WS-REC-INSTANCE TO WS-CN-INSTANCE(WS-CX)
               MOVE 0 TO WS-CN-CONSUMED(WS-CX)
               MOVE 0 TO WS-CN-DEAD(WS-CX)
               MOVE SPACE TO WS-CN-FIRST(WS-CX)
               MOVE SPACE TO WS-CN-LAST(WS-CX)
           END-IF.
           EXIT.
      ************************************************************************
       200-LOAD-PENDING        SECTION.
           MOVE MSGQ-FILE TO DB-FILEGUARD-FILE.
                  INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE '  PRODUCER LINES BY TYPE' TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE '    TYPE          ACCEPTED REJECTED' TO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-TS-NUM = 0
               MOVE '    (NONE)' TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-TS-NUM
               MOVE WS-TS-ACCEPTED(WS-I) TO WS-EDIT-ACC
               MOVE WS-TS-REJECTED(WS-I) TO WS-EDIT-REJ
               MOVE SPACE TO RPT-LINE
               STRING '    '              DELIMITED BY SIZE
                      WS-TS-TYPE(WS-I)    DELIMITED BY SIZE
                      '  '                DELIMITED BY SIZE
                      WS-EDIT-ACC         DELIMITED BY SIZE
                      ' '                 DELIMITED BY SIZE
                      WS-EDIT-REJ         DELIMITED BY SIZE
                      INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE
           END-PERFORM.
           MOVE SPACE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE '  CONSUMER THROUGHPUT' TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACE TO RPT-LINE.
           MOVE '    INSTANCE' TO RPT-LINE(1:12).
           MOVE 'CONSUMED DEADLTRD' TO RPT-LINE(27:17).
           MOVE 'FIRST     LAST' TO RPT-LINE(45:14).
           WRITE RPT-LINE.
           IF WS-CN-NUM = 0
               MOVE '    (NONE)' TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-CN-NUM
               MOVE WS-CN-CONSUMED(WS-I) TO WS-EDIT-ACC
               MOVE WS-CN-DEAD(WS-I) TO WS-EDIT-REJ
               MOVE SPACE TO RPT-LINE
               STRING '    '                 DELIMITED BY SIZE
                      WS-CN-INSTANCE(WS-I)   DELIMITED BY SIZE
                      '  '                   DELIMITED BY SIZE
                      WS-EDIT-ACC            DELIMITED BY SIZE
                      ' '                    DELIMITED BY SIZE
                      WS-EDIT-REJ            DELIMITED BY SIZE
                      '  '                   DELIMITED BY SIZE
                      INTO RPT-LINE
               END-STRING
               IF WS-CN-FIRST(WS-I) NOT = SPACE
                   MOVE SPACE TO WS-EDIT-TIME
                   STRING WS-CN-FIRST(WS-I)(1:2) ':'
                          WS-CN-FIRST(WS-I)(3:2) ':'
                          WS-CN-FIRST(WS-I)(5:2)
                          DELIMITED BY SIZE INTO WS-EDIT-TIME
                   END-STRING
                   MOVE WS-EDIT-TIME TO RPT-LINE(45:8)
                   MOVE SPACE TO WS-EDIT-TIME
                   STRING WS-CN-LAST(WS-I)(1:2) ':'
                          WS-CN-LAST(WS-I)(3:2) ':'
                          WS-CN-LAST(WS-I)(5:2)
                          DELIMITED BY SIZE INTO WS-EDIT-TIME
                   END-STRING
                   MOVE WS-EDIT-TIME TO RPT-LINE(55:8)
               END-IF
               WRITE RPT-LINE
           END-PERFORM.
           CLOSE RPTFD.
           PERFORM 980-FILE-REPORT.
           EXIT.
      ************************************************************************
       980-FILE-REPORT         SECTION.
           MOVE 'MSGSTATS' TO DB-RPTREPO-PROGRAM.
           MOVE RPT-FILE TO DB-RPTREPO-SOURCE.
           MOVE SPACE TO DB-RPTREPO-BIZDATE.
           MOVE SPACE TO DB-RPTREPO-CLASS.
           CALL 'RPTREPO' USING
                MCPAREA
                SPAAREA
                DB-RPTREPO.
           EXIT.
