       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PUSHDIGEST.
      ******************************************************************
      * DIGEST DELIVERY FOR NOISY PUSH TOPICS.  A SUBSCRIBER MAY TAKE
      * A TOPIC HOURLY OR PER SHIFT INSTEAD OF EVENT BY EVENT;
      * PUSHSEND THEN LEAVES THE TOPIC'S EVENTS IN THE JOURNAL.  EACH
      * RUN OF THIS JOB FINDS THE DIGEST SUBSCRIBERS WHOSE INTERVAL
      * HAS TURNED OVER SINCE THEIR LAST DIGEST AND SENDS EACH ONE
      * SUMMARY EVENT COUNTING WHAT WAS JOURNALED ON THE TOPIC SINCE
      * THE LAST SEQUENCE IT COVERED.  CRITICAL EVENTS WENT OUT
      * IMMEDIATELY AND ARE NOT COUNTED AGAIN.  SHIFTS TURN OVER AT
      * 06:00, 14:00 AND 22:00.  THE SUBSCRIBER FILE IS HELD UNDER
      * THE SHARED FILE LOCK FOR THE WHOLE LOAD-AND-SAVE CYCLE.
      * A DIGEST FALLING DUE WHILE THE OPERATOR IS IN QUIET HOURS OR
      * ON DO-NOT-DISTURB IS HELD BACK; THE FIRST RUN AFTER THEY ARE
      * ACTIVE AGAIN SENDS ONE DIGEST COVERING THE WHOLE GAP.
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT PUSHSUBFD ASSIGN TO PUSHSUB-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS PUSHSUB-FILE-ST.
           SELECT SAVEFD   ASSIGN TO SAVE-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS SAVE-FILE-ST.
           SELECT JRNFD    ASSIGN TO JRN-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS JRN-FILE-ST.
       DATA                DIVISION.
       FILE                SECTION.
           FD  PUSHSUBFD.
           01  PUSHSUB-LINE        PIC X(120).
           FD  SAVEFD.
           01  SAVE-LINE           PIC X(120).
           FD  JRNFD.
           01  JRN-LINE            PIC X(200).
       WORKING-STORAGE         SECTION.
            COPY    "DB-PUSH".
            COPY    "DB-PUSHSUB".
            COPY    "DB-FILEGUARD".
            COPY    "DB-FILELOCK".
            COPY    "DB-QUIET".
       01  PUSHSUB-FILE        PIC X(80) VALUE
           './cobol/pushevent-subscribers.dat'.
       01  PUSHSUB-FILE-ST     PIC X(02).
       01  SAVE-FILE           PIC X(84) VALUE
           './cobol/pushevent-subscribers.dat.new'.
       01  SAVE-FILE-ST        PIC X(02).
       01  SAVE-COUNT          PIC 9(6).
       01  JRN-FILE            PIC X(80)
                               VALUE './cobol/pushevent-journal.dat'.
       01  JRN-FILE-ST         PIC X(02).
       01  JRN-REC.
           05  JRN-SEQ             PIC 9(9).
           05  JRN-TOPIC           PIC X(20).
           05  JRN-EVENT           PIC X(20).
           05  JRN-ID              PIC X(20).
           05  JRN-COMMENT         PIC X(80).
           05  JRN-TS              PIC X(21).
           05  JRN-SEVERITY        PIC X(8).
       01  WS-IDX              PIC 9(4).
       01  WS-EX               PIC 9(2).
       01  WS-FOUND            PIC X(1).
       01  WS-SAVE-TERM        PIC X(20).
       01  WS-NOW              PIC X(14).
       01  WS-HOUR             PIC 9(2).
       01  WS-DAYS             PIC 9(7).
       01  WS-YESTERDAY        PIC 9(8).
       01  WS-HOUR-START       PIC X(10).
       01  WS-SHIFT-START      PIC X(10).
       01  WS-PERIOD-START     PIC X(10).
       01  WS-DUE              PIC 9(4).
       01  WS-SENT             PIC 9(4).
       01  WS-EVENTS           PIC 9(5).
       01  WS-MAX-SEQ          PIC 9(9).
       01  WS-EDIT-COUNT       PIC ZZZZ9.
       01  WS-EDIT-EVCOUNT     PIC ZZZZ9.
       01  WS-PTR              PIC 9(3).
      * EVENT NAMES SEEN ON THE TOPIC IN THE INTERVAL WITH THEIR COUNTS
       01  WS-EVTAB.
           05  WS-EV-NUM           PIC 9(2).
           05  WS-EV-ENTRY         OCCURS 10 TIMES.
               10  WS-EV-NAME          PIC X(20).
               10  WS-EV-COUNT         PIC 9(5).
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
               PERFORM 010-RUN-DIGESTS
           END-EVALUATE.
           EXIT    PROGRAM.
      ************************************************************************
       010-RUN-DIGESTS         SECTION.
           MOVE 0 TO WS-DUE.
           MOVE 0 TO WS-SENT.
           MOVE 'ACQUIRE' TO DB-FILELOCK-FUNC.
           MOVE PUSHSUB-FILE TO DB-FILELOCK-FILE.
           MOVE MCP-TERM TO DB-FILELOCK-OWNER.
           MOVE 30 TO DB-FILELOCK-TIMEOUT.
           CALL 'FILELOCK' USING DB-FILELOCK.
           IF DB-FILELOCK-RC = 2
               DISPLAY 'ALERT: subscriber table locked by '
                   DB-FILELOCK-HOLDER ' - digests not sent'
               MOVE 0 TO SPA-NUM
               EXIT SECTION
           END-IF.
           PERFORM 100-PERIOD-STARTS.
           PERFORM 210-LOAD-SUBSCRIBERS.
           MOVE MCP-TERM TO WS-SAVE-TERM.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > DB-PUSHSUB-NUM
               EVALUATE DB-PUSHSUB-DELIVERY(WS-IDX)
                 WHEN 'HOURLY'
                   MOVE WS-HOUR-START TO WS-PERIOD-START
                 WHEN 'SHIFT'
                   MOVE WS-SHIFT-START TO WS-PERIOD-START
                 WHEN OTHER
                   MOVE HIGH-VALUE TO WS-PERIOD-START
               END-EVALUATE
               IF WS-PERIOD-START NOT = HIGH-VALUE
                  AND DB-PUSHSUB-LASTDIG(WS-IDX)(1:10) < WS-PERIOD-START
                   ADD 1 TO WS-DUE
                   PERFORM 300-SEND-DIGEST
               END-IF
           END-PERFORM.
           MOVE WS-SAVE-TERM TO MCP-TERM.
           PERFORM 220-SAVE-SUBSCRIBERS.
           MOVE 'RELEASE' TO DB-FILELOCK-FUNC.
           MOVE PUSHSUB-FILE TO DB-FILELOCK-FILE.
           MOVE MCP-TERM TO DB-FILELOCK-OWNER.
           CALL 'FILELOCK' USING DB-FILELOCK.
           MOVE WS-SENT TO SPA-NUM.
           DISPLAY 'digests due ' WS-DUE ' sent ' WS-SENT.
           EXIT.
      ************************************************************************
       100-PERIOD-STARTS       SECTION.
      * THE CURRENT HOUR AND THE START OF THE CURRENT SHIFT AS
      * YYYYMMDDHH.  BEFORE 06:00 THE NIGHT SHIFT BEGAN AT 22:00
      * THE DAY BEFORE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW.
           MOVE WS-NOW(1:10) TO WS-HOUR-START.
           MOVE WS-NOW(9:2) TO WS-HOUR.
           MOVE WS-NOW(1:8) TO WS-SHIFT-START(1:8).
           EVALUATE TRUE
             WHEN WS-HOUR >= 22
               MOVE '22' TO WS-SHIFT-START(9:2)
             WHEN WS-HOUR >= 14
               MOVE '14' TO WS-SHIFT-START(9:2)
             WHEN WS-HOUR >= 06
               MOVE '06' TO WS-SHIFT-START(9:2)
             WHEN OTHER
               COMPUTE WS-DAYS = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-NOW(1:8))) - 1
               COMPUTE WS-YESTERDAY =
                   FUNCTION DATE-OF-INTEGER(WS-DAYS)
               MOVE WS-YESTERDAY TO WS-SHIFT-START(1:8)
               MOVE '22' TO WS-SHIFT-START(9:2)
           END-EVALUATE.
           EXIT.
      ************************************************************************
       300-SEND-DIGEST         SECTION.
           PERFORM 310-COLLECT-EVENTS.
           IF WS-EVENTS = 0
               MOVE WS-NOW TO DB-PUSHSUB-LASTDIG(WS-IDX)
               EXIT SECTION
           END-IF.
           MOVE 'CHECK' TO DB-QUIET-FUNC.
           MOVE SPACE TO DB-QUIET-USER.
           MOVE DB-PUSHSUB-TERM(WS-IDX) TO DB-QUIET-TERM.
           CALL 'OPQUIET' USING DB-QUIET.
           IF DB-QUIET-ACTIVE = 'Y'
               DISPLAY 'digest held for quiet time: '
                   DB-PUSHSUB-TERM(WS-IDX)
               EXIT SECTION
           END-IF.
           PERFORM 320-BUILD-SUMMARY.
           MOVE DB-PUSHSUB-TERM(WS-IDX) TO MCP-TERM.
           MOVE 'PUSHEVENT' TO MCP-FUNC.
           MOVE 'push' TO MCP-TABLE.
           MOVE 'push' TO MCP-PATHNAME.
           MOVE 0 TO MCP-RC.
           CALL 'MONFUNC' USING
             MCPAREA
             DB-PUSH.
           IF MCP-RC = ZERO OR MCP-RC = 1
               MOVE WS-MAX-SEQ TO DB-PUSHSUB-LASTSEQ(WS-IDX)
               MOVE 0 TO DB-PUSHSUB-FAILS(WS-IDX)
               MOVE FUNCTION CURRENT-DATE(1:21)
                   TO DB-PUSHSUB-LASTOK(WS-IDX)
               MOVE WS-NOW TO DB-PUSHSUB-LASTDIG(WS-IDX)
               ADD 1 TO WS-SENT
           ELSE
      * THE HELD EVENTS STAY UNCOVERED AND GO IN THE NEXT ATTEMPT.
               ADD 1 TO DB-PUSHSUB-FAILS(WS-IDX)
               DISPLAY 'digest delivery failed to '
                   DB-PUSHSUB-TERM(WS-IDX)
                   ' fails=' DB-PUSHSUB-FAILS(WS-IDX)
           END-IF.
           MOVE WS-SAVE-TERM TO MCP-TERM.
           EXIT.
      ************************************************************************
       310-COLLECT-EVENTS      SECTION.
           MOVE 0 TO WS-EVENTS.
           MOVE 0 TO WS-EV-NUM.
           MOVE DB-PUSHSUB-LASTSEQ(WS-IDX) TO WS-MAX-SEQ.
           OPEN INPUT JRNFD.
           IF JRN-FILE-ST NOT = "00"
               EXIT SECTION
           END-IF.
           PERFORM UNTIL JRN-FILE-ST NOT = "00"
               READ JRNFD INTO JRN-LINE
               IF JRN-FILE-ST = "00" AND JRN-LINE NOT = SPACE
                   MOVE SPACE TO JRN-REC
                   MOVE 0 TO JRN-SEQ
                   UNSTRING JRN-LINE DELIMITED BY '|'
                       INTO JRN-SEQ
                            JRN-TOPIC
                            JRN-EVENT
                            JRN-ID
                            JRN-COMMENT
                            JRN-TS
                            JRN-SEVERITY
                   END-UNSTRING
                   IF JRN-TOPIC = DB-PUSHSUB-TOPIC(WS-IDX)
                      AND JRN-SEQ > DB-PUSHSUB-LASTSEQ(WS-IDX)
                       IF JRN-SEQ > WS-MAX-SEQ
                           MOVE JRN-SEQ TO WS-MAX-SEQ
                       END-IF
                       IF JRN-SEVERITY NOT = 'CRITICAL'
                           ADD 1 TO WS-EVENTS
                           PERFORM 315-TALLY-EVENT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE JRNFD.
           EXIT.
      ************************************************************************
       315-TALLY-EVENT         SECTION.
           MOVE 'N' TO WS-FOUND.
           PERFORM VARYING WS-EX FROM 1 BY 1
                     UNTIL WS-EX > WS-EV-NUM OR WS-FOUND = 'Y'
               IF WS-EV-NAME(WS-EX) = JRN-EVENT
                   ADD 1 TO WS-EV-COUNT(WS-EX)
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM.
           IF WS-FOUND = 'N' AND WS-EV-NUM < 10
               ADD 1 TO WS-EV-NUM
               MOVE JRN-EVENT TO WS-EV-NAME(WS-EV-NUM)
               MOVE 1 TO WS-EV-COUNT(WS-EV-NUM)
           END-IF.
           EXIT.
      ************************************************************************
       320-BUILD-SUMMARY       SECTION.
      * ONE EVENT PER INTERVAL: THE ID CARRIES THE EVENT COUNT AND
      * THE COMMENT LISTS EACH EVENT NAME WITH ITS COUNT, AS MANY AS
      * FIT.
           INITIALIZE DB-PUSH.
           MOVE 'digest' TO DB-PUSH-EVENT.
           MOVE DB-PUSHSUB-TOPIC(WS-IDX) TO DB-PUSH-TOPIC.
           MOVE 'INFO' TO DB-PUSH-SEVERITY.
           MOVE WS-EVENTS TO WS-EDIT-COUNT.
           STRING FUNCTION TRIM(WS-EDIT-COUNT) DELIMITED BY SIZE
                  ' events'                    DELIMITED BY SIZE
                  INTO DB-PUSH-ID
           END-STRING.
           MOVE 1 TO WS-PTR.
           PERFORM VARYING WS-EX FROM 1 BY 1 UNTIL WS-EX > WS-EV-NUM
               MOVE WS-EV-COUNT(WS-EX) TO WS-EDIT-EVCOUNT
               IF WS-EX > 1
                   STRING ', ' DELIMITED BY SIZE
                          INTO DB-PUSH-COMMENT
                          WITH POINTER WS-PTR
                   END-STRING
               END-IF
               STRING WS-EV-NAME(WS-EX)         DELIMITED BY SPACE
                      ' x'                      DELIMITED BY SIZE
                      FUNCTION TRIM(WS-EDIT-EVCOUNT)
                                                DELIMITED BY SIZE
                      INTO DB-PUSH-COMMENT
                      WITH POINTER WS-PTR
               END-STRING
           END-PERFORM.
           EXIT.
      ************************************************************************
       210-LOAD-SUBSCRIBERS      SECTION.
           MOVE PUSHSUB-FILE TO DB-FILEGUARD-FILE.
           CALL 'FILEGUARD' USING DB-FILEGUARD.
           MOVE 0 TO DB-PUSHSUB-NUM.
           OPEN INPUT PUSHSUBFD.
           IF PUSHSUB-FILE-ST = "00"
               PERFORM UNTIL PUSHSUB-FILE-ST NOT = "00"
                        OR DB-PUSHSUB-NUM >= 100
                   READ PUSHSUBFD INTO PUSHSUB-LINE
                   IF PUSHSUB-FILE-ST = "00"
                      AND PUSHSUB-LINE NOT = SPACE
                       ADD 1 TO DB-PUSHSUB-NUM
                       MOVE SPACE TO DB-PUSHSUB-DELIVERY(DB-PUSHSUB-NUM)
                                     DB-PUSHSUB-LASTDIG(DB-PUSHSUB-NUM)
                       UNSTRING PUSHSUB-LINE DELIMITED BY '|'
                           INTO DB-PUSHSUB-TOPIC(DB-PUSHSUB-NUM)
                                DB-PUSHSUB-TERM(DB-PUSHSUB-NUM)
                                DB-PUSHSUB-LASTSEQ(DB-PUSHSUB-NUM)
                                DB-PUSHSUB-FAILS(DB-PUSHSUB-NUM)
                                DB-PUSHSUB-LASTOK(DB-PUSHSUB-NUM)
                                DB-PUSHSUB-DELIVERY(DB-PUSHSUB-NUM)
                                DB-PUSHSUB-LASTDIG(DB-PUSHSUB-NUM)
                   END-IF
               END-PERFORM
               CLOSE PUSHSUBFD
           ELSE
               DISPLAY 'no existing subscriber table'
           END-IF.
           EXIT.
      ************************************************************************
       220-SAVE-SUBSCRIBERS      SECTION.
           OPEN OUTPUT SAVEFD.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > DB-PUSHSUB-NUM
               MOVE SPACE TO SAVE-LINE
               STRING DB-PUSHSUB-TOPIC(WS-IDX) DELIMITED BY SPACE
                      '|'                      DELIMITED BY SIZE
                      DB-PUSHSUB-TERM(WS-IDX)  DELIMITED BY SPACE
                      '|'                      DELIMITED BY SIZE
                      DB-PUSHSUB-LASTSEQ(WS-IDX)
                                               DELIMITED BY SIZE
                      '|'                      DELIMITED BY SIZE
                      DB-PUSHSUB-FAILS(WS-IDX) DELIMITED BY SIZE
                      '|'                      DELIMITED BY SIZE
                      DB-PUSHSUB-LASTOK(WS-IDX)
                                               DELIMITED BY SPACE
                      '|'                      DELIMITED BY SIZE
                      DB-PUSHSUB-DELIVERY(WS-IDX)
                                               DELIMITED BY SPACE
                      '|'                      DELIMITED BY SIZE
                      DB-PUSHSUB-LASTDIG(WS-IDX)
                                               DELIMITED BY SPACE
                      INTO SAVE-LINE
               END-STRING
               WRITE SAVE-LINE
           END-PERFORM.
           MOVE DB-PUSHSUB-NUM TO SAVE-COUNT.
           MOVE SPACE TO SAVE-LINE.
           STRING '*END|'    DELIMITED BY SIZE
                  SAVE-COUNT DELIMITED BY SIZE
                  INTO SAVE-LINE
           END-STRING.
           WRITE SAVE-LINE.
           CLOSE SAVEFD.
           MOVE PUSHSUB-FILE TO DB-FILEGUARD-FILE.
           CALL 'FILEGUARD' USING DB-FILEGUARD.
           EXIT.
