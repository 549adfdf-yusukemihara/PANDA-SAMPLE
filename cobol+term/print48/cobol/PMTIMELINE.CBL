       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PMTIMELINE.
      ******************************************************************
      * POST-INCIDENT TIMELINE.  MERGES EVERY ENTRY BETWEEN THE FROM
      * AND TO TIMES IN THE OPERATIONAL LOGS INTO ONE REPORT IN TIME
      * ORDER, SO THE POST-MORTEM DOES NOT HAVE TO PIECE IT TOGETHER
      * BY HAND.  SOURCES AND THEIR LAYOUTS:
      *   ERREVENT   ERROR-EVENTS.LOG     PROGRAM|CODE|USER|TERM|TS
      *   PATHSEL    PATH-SWITCHOVER.LOG  TS|CLASS|OLD-PATH|NEW-PATH
      *   API47      API47-FAILOVER.LOG   TS|EVENT|ENDPOINT
      *   BATCH      BATCH-HISTORY.LOG    PROGRAM|START|END|RECORDS|
      *                                   FAILURES|STATUS|...
      *   SESSREAP   SESSION-REAP.LOG     TS|TERM|LASTPUT=TS
      *   MAILGATE   MAIL-SEND.LOG        TS|ADDRESS|KEY|OUTCOME
      *   PUSHEVENT  PUSHEVENT-JOURNAL    SEQ|TOPIC|EVENT|ID|COMMENT|
      *                                   TS
      * A BATCH RUN IS PLACED AT ITS END TIME; A PUSH EVENT SHOWS ITS
      * ID (THE FAILING PROGRAM FOR A CRITICAL-ERROR ALERT) AS THE
      * PROGRAM.  ENTRIES WITH THE SAME TIME KEEP THE SOURCE ORDER
      * ABOVE.  MONTHS ALREADY ROTATED OUT OF A LOG ARE READ FROM ITS
      * ARCHIVES, OLDEST FIRST, BEFORE THE LIVE FILE.  THE REPORT IS
      * NAMED AFTER THE INCIDENT WHEN ONE IS GIVEN AND FILED IN THE
      * REPORT REPOSITORY.
      * CALLED BY INCMGR.
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
           SELECT SRCFD    ASSIGN TO SRC-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS SRC-FILE-ST.
           SELECT RPTFD    ASSIGN TO RPT-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS RPT-FILE-ST.
       DATA                DIVISION.
       FILE                SECTION.
           FD  SRCFD.
           01  SRC-LINE            PIC X(250).
           FD  RPTFD.
           01  RPT-LINE            PIC X(132).
       WORKING-STORAGE     SECTION.
            COPY    "DB-RPTREPO".
            COPY    "DB-LOGARCH".
       01  SRC-FILE            PIC X(84).
       01  SRC-FILE-ST         PIC X(02).
       01  RPT-FILE            PIC X(80).
       01  RPT-FILE-ST         PIC X(02).
       01  LOG-SOURCES.
           05  FILLER          PIC X(10) VALUE 'ERREVENT'.
           05  FILLER          PIC X(40)
               VALUE './cobol/error-events.log'.
           05  FILLER          PIC X(10) VALUE 'PATHSEL'.
           05  FILLER          PIC X(40)
               VALUE './cobol/path-switchover.log'.
           05  FILLER          PIC X(10) VALUE 'API47'.
           05  FILLER          PIC X(40)
               VALUE './cobol/api47-failover.log'.
           05  FILLER          PIC X(10) VALUE 'BATCH'.
           05  FILLER          PIC X(40)
               VALUE './cobol/batch-history.log'.
           05  FILLER          PIC X(10) VALUE 'SESSREAP'.
           05  FILLER          PIC X(40)
               VALUE './cobol/session-reap.log'.
           05  FILLER          PIC X(10) VALUE 'MAILGATE'.
           05  FILLER          PIC X(40)
               VALUE './cobol/mail-send.log'.
           05  FILLER          PIC X(10) VALUE 'PUSHEVENT'.
           05  FILLER          PIC X(40)
               VALUE './cobol/pushevent-journal.dat'.
       01  SOURCE-TABLE REDEFINES LOG-SOURCES.
           05  SOURCE-ENTRY    OCCURS 7 TIMES.
               10  SOURCE-NAME     PIC X(10).
               10  SOURCE-PATH     PIC X(40).
       01  EV-REC.
           05  EV-TS               PIC X(21).
           05  EV-PROG             PIC X(12).
           05  EV-TERM             PIC X(8).
           05  EV-USER             PIC X(20).
           05  EV-TEXT             PIC X(80).
       01  EV-FIELDS.
           05  EV-F1               PIC X(80).
           05  EV-F2               PIC X(80).
           05  EV-F3               PIC X(30).
           05  EV-F4               PIC X(30).
           05  EV-F5               PIC X(80).
           05  EV-F6               PIC X(30).
       01  WS-ENT-NUM          PIC 9(4) VALUE 0.
       01  WS-ENT-MAX          PIC 9(4) VALUE 2000.
       01  WS-ENT-TABLE.
           05  WS-ENT          OCCURS 2000 TIMES.
               10  WS-ENT-TS       PIC X(14).
               10  WS-ENT-SOURCE   PIC X(10).
               10  WS-ENT-PROG     PIC X(12).
               10  WS-ENT-TERM     PIC X(8).
               10  WS-ENT-USER     PIC X(20).
               10  WS-ENT-TEXT     PIC X(80).
       01  WS-ORDER.
           05  WS-ORD-IDX      OCCURS 2000 TIMES
                               PIC 9(4).
       01  WS-SKIPPED          PIC 9(6) VALUE 0.
       01  WS-SRC-IDX          PIC 9(1).
       01  WS-FILE-IDX         PIC 9(3).
       01  WS-IDX              PIC 9(4).
       01  WS-SORT-IDX         PIC 9(4).
       01  WS-MIN-IDX          PIC 9(4).
       01  WS-SWAP-IDX         PIC 9(4).
       01  WS-NOW              PIC X(21).
       01  WS-EDIT-COUNT       PIC ZZZZ9.
       01  WS-EDIT-TS          PIC X(19).
       LINKAGE                 SECTION.
            COPY    "MCPAREA".
            COPY    "SPAAREA".
            COPY    "DB-PMTIMELINE".
      ************************************************************************
       PROCEDURE           DIVISION    USING
           MCPAREA
           SPAAREA
           DB-PMTIMELINE.
       000-MAIN                SECTION.
           MOVE 0 TO DB-PMTIMELINE-RC.
           MOVE 0 TO DB-PMTIMELINE-LINES.
           MOVE 'N' TO DB-PMTIMELINE-TRUNC.
           MOVE SPACE TO DB-PMTIMELINE-FILE.
           MOVE 0 TO WS-ENT-NUM.
           MOVE 0 TO WS-SKIPPED.
           MOVE FUNCTION CURRENT-DATE(1:21) TO WS-NOW.
           PERFORM 100-CHECK-WINDOW.
           IF DB-PMTIMELINE-RC NOT = ZERO
               EXIT PROGRAM
           END-IF.
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                     UNTIL WS-SRC-IDX > 7
               PERFORM 200-COLLECT-SOURCE
           END-PERFORM.
           PERFORM 400-SORT-BY-TIME.
           PERFORM 500-WRITE-REPORT.
           MOVE WS-ENT-NUM TO DB-PMTIMELINE-LINES.
           IF WS-SKIPPED > 0
               MOVE 'Y' TO DB-PMTIMELINE-TRUNC
           END-IF.
           IF WS-ENT-NUM = 0
               MOVE 4 TO DB-PMTIMELINE-RC
           END-IF.
           DISPLAY 'post-incident timeline entries:' WS-ENT-NUM
               ' file:' RPT-FILE.
           EXIT    PROGRAM.
      ************************************************************************
       100-CHECK-WINDOW        SECTION.
      * SECONDS LEFT OFF MEAN THE WHOLE MINUTE AT EITHER END.
           IF DB-PMTIMELINE-FROM(13:2) = SPACE
               MOVE '00' TO DB-PMTIMELINE-FROM(13:2)
           END-IF.
           IF DB-PMTIMELINE-TO(13:2) = SPACE
               MOVE '59' TO DB-PMTIMELINE-TO(13:2)
           END-IF.
           IF DB-PMTIMELINE-FROM IS NOT NUMERIC
              OR DB-PMTIMELINE-TO IS NOT NUMERIC
              OR DB-PMTIMELINE-FROM > DB-PMTIMELINE-TO
               MOVE 8 TO DB-PMTIMELINE-RC
               EXIT SECTION
           END-IF.
           IF DB-PMTIMELINE-PROGRAM = LOW-VALUE
               MOVE SPACE TO DB-PMTIMELINE-PROGRAM
           END-IF.
           IF DB-PMTIMELINE-USER = LOW-VALUE
               MOVE SPACE TO DB-PMTIMELINE-USER
           END-IF.
           MOVE FUNCTION UPPER-CASE(DB-PMTIMELINE-PROGRAM)
               TO DB-PMTIMELINE-PROGRAM.
           EXIT.
      ************************************************************************
       200-COLLECT-SOURCE      SECTION.
           MOVE SOURCE-PATH(WS-SRC-IDX) TO DB-LOGARCH-LOG.
           MOVE DB-PMTIMELINE-FROM(1:8) TO DB-LOGARCH-FROM.
           MOVE DB-PMTIMELINE-TO(1:8) TO DB-LOGARCH-TO.
           CALL 'LOGARCH' USING DB-LOGARCH.
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                     UNTIL WS-FILE-IDX > DB-LOGARCH-NUM
               MOVE DB-LOGARCH-FILE(WS-FILE-IDX) TO SRC-FILE
               PERFORM 205-COLLECT-ONE-FILE
           END-PERFORM.
           MOVE SOURCE-PATH(WS-SRC-IDX) TO SRC-FILE.
           PERFORM 205-COLLECT-ONE-FILE.
           EXIT.
      ************************************************************************
       205-COLLECT-ONE-FILE    SECTION.
           OPEN INPUT SRCFD.
           IF SRC-FILE-ST NOT = "00"
               EXIT SECTION
           END-IF.
           PERFORM UNTIL SRC-FILE-ST NOT = "00"
               READ SRCFD INTO SRC-LINE
               IF SRC-FILE-ST = "00" AND SRC-LINE NOT = SPACE
                   PERFORM 210-COLLECT-ONE-LINE
               END-IF
           END-PERFORM.
           CLOSE SRCFD.
           EXIT.
      ************************************************************************
       210-COLLECT-ONE-LINE    SECTION.
           MOVE SPACE TO EV-REC.
           MOVE SPACE TO EV-FIELDS.
           EVALUATE SOURCE-NAME(WS-SRC-IDX)
             WHEN 'ERREVENT'
               PERFORM 300-PARSE-ERROR-EVENT
             WHEN 'PATHSEL'
               PERFORM 310-PARSE-SWITCHOVER
             WHEN 'API47'
               PERFORM 320-PARSE-FAILOVER
             WHEN 'BATCH'
               PERFORM 330-PARSE-BATCH-RUN
             WHEN 'SESSREAP'
               PERFORM 340-PARSE-REAP
             WHEN 'MAILGATE'
               PERFORM 350-PARSE-MAIL
             WHEN 'PUSHEVENT'
               PERFORM 360-PARSE-PUSH
           END-EVALUATE.
           IF EV-TS(1:14) IS NOT NUMERIC
              OR EV-TS(1:14) < DB-PMTIMELINE-FROM
              OR EV-TS(1:14) > DB-PMTIMELINE-TO
               EXIT SECTION
           END-IF.
           IF DB-PMTIMELINE-PROGRAM NOT = SPACE
              AND EV-PROG NOT = DB-PMTIMELINE-PROGRAM
               EXIT SECTION
           END-IF.
           IF DB-PMTIMELINE-USER NOT = SPACE
              AND EV-USER NOT = DB-PMTIMELINE-USER
              AND EV-TERM NOT = DB-PMTIMELINE-USER
               EXIT SECTION
           END-IF.
           IF WS-ENT-NUM >= WS-ENT-MAX
               ADD 1 TO WS-SKIPPED
               EXIT SECTION
           END-IF.
           ADD 1 TO WS-ENT-NUM.
           MOVE EV-TS(1:14)             TO WS-ENT-TS(WS-ENT-NUM).
           MOVE SOURCE-NAME(WS-SRC-IDX) TO WS-ENT-SOURCE(WS-ENT-NUM).
           MOVE EV-PROG                 TO WS-ENT-PROG(WS-ENT-NUM).
           MOVE EV-TERM                 TO WS-ENT-TERM(WS-ENT-NUM).
           MOVE EV-USER                 TO WS-ENT-USER(WS-ENT-NUM).
           MOVE EV-TEXT                 TO WS-ENT-TEXT(WS-ENT-NUM).
           EXIT.
      ************************************************************************
       300-PARSE-ERROR-EVENT   SECTION.
      * PROGRAM|CODE|USER|TERM|TS.
           UNSTRING SRC-LINE DELIMITED BY '|'
               INTO EV-PROG EV-F2 EV-USER EV-TERM EV-TS.
           STRING 'error code '    DELIMITED BY SIZE
                  EV-F2            DELIMITED BY SPACE
                  INTO EV-TEXT
           END-STRING.
           EXIT.
      ************************************************************************
       310-PARSE-SWITCHOVER    SECTION.
      * TS|CLASS|OLD-PATH|NEW-PATH.
           UNSTRING SRC-LINE DELIMITED BY '|'
               INTO EV-TS EV-F1 EV-F2 EV-F3.
           MOVE 'PATHSEL' TO EV-PROG.
           STRING 'path class '    DELIMITED BY SIZE
                  EV-F1            DELIMITED BY SPACE
                  ' switched '     DELIMITED BY SIZE
                  EV-F2            DELIMITED BY SPACE
                  ' -> '           DELIMITED BY SIZE
                  EV-F3            DELIMITED BY SPACE
                  INTO EV-TEXT
           END-STRING.
           EXIT.
      ************************************************************************
       320-PARSE-FAILOVER      SECTION.
      * TS|SWITCHOVER|ENDPOINT OR TS|STANDBY-FAIL|ENDPOINT.
           UNSTRING SRC-LINE DELIMITED BY '|'
               INTO EV-TS EV-F1 EV-F2.
           MOVE 'API47' TO EV-PROG.
           IF EV-F1 = 'SWITCHOVER'
               STRING 'status feed switched to ' DELIMITED BY SIZE
                      EV-F2                      DELIMITED BY SPACE
                      INTO EV-TEXT
               END-STRING
           ELSE
               STRING 'status feed '   DELIMITED BY SIZE
                      EV-F1            DELIMITED BY SPACE
                      ' '              DELIMITED BY SIZE
                      EV-F2            DELIMITED BY SPACE
                      INTO EV-TEXT
               END-STRING
           END-IF.
           EXIT.
      ************************************************************************
       330-PARSE-BATCH-RUN     SECTION.
      * PROGRAM|START|END|RECORDS|FAILURES|STATUS|...
           UNSTRING SRC-LINE DELIMITED BY '|'
               INTO EV-PROG EV-F1 EV-TS EV-F3 EV-F4 EV-F5.
           STRING 'batch run '     DELIMITED BY SIZE
                  EV-F5            DELIMITED BY SPACE
                  ', records '     DELIMITED BY SIZE
                  EV-F3            DELIMITED BY SPACE
                  ', started '     DELIMITED BY SIZE
                  EV-F1(9:2)       DELIMITED BY SIZE
                  ':'              DELIMITED BY SIZE
                  EV-F1(11:2)      DELIMITED BY SIZE
                  ':'              DELIMITED BY SIZE
                  EV-F1(13:2)      DELIMITED BY SIZE
                  INTO EV-TEXT
           END-STRING.
           EXIT.
      ************************************************************************
       340-PARSE-REAP          SECTION.
      * TS|TERM|LASTPUT=TS.
           UNSTRING SRC-LINE DELIMITED BY '|'
               INTO EV-TS EV-TERM EV-F1.
           MOVE 'SESSREAP' TO EV-PROG.
           STRING 'idle session reaped, '  DELIMITED BY SIZE
                  EV-F1                    DELIMITED BY SPACE
                  INTO EV-TEXT
           END-STRING.
           EXIT.
      ************************************************************************
       350-PARSE-MAIL          SECTION.
      * TS|ADDRESS|KEY|OUTCOME.
           UNSTRING SRC-LINE DELIMITED BY '|'
               INTO EV-TS EV-F1 EV-F2 EV-F3.
           MOVE 'MAILGATE' TO EV-PROG.
           STRING 'mail '          DELIMITED BY SIZE
                  EV-F2            DELIMITED BY SPACE
                  ' to '           DELIMITED BY SIZE
                  EV-F1            DELIMITED BY SPACE
                  ' '              DELIMITED BY SIZE
                  EV-F3            DELIMITED BY SPACE
                  INTO EV-TEXT
           END-STRING.
           EXIT.
      ************************************************************************
       360-PARSE-PUSH          SECTION.
      * SEQ|TOPIC|EVENT|ID|COMMENT|TS.
           UNSTRING SRC-LINE DELIMITED BY '|'
               INTO EV-F6 EV-F3 EV-F4 EV-PROG EV-F5 EV-TS.
           STRING EV-F3            DELIMITED BY SPACE
                  ' '              DELIMITED BY SIZE
                  EV-F4            DELIMITED BY SPACE
                  ': '             DELIMITED BY SIZE
                  EV-F5            DELIMITED BY '  '
                  INTO EV-TEXT
           END-STRING.
           EXIT.
      ************************************************************************
       400-SORT-BY-TIME        SECTION.
      * EARLIEST FIRST; ENTRIES AT THE SAME TIME STAY IN THE ORDER
      * THEY WERE COLLECTED.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > WS-ENT-NUM
               MOVE WS-IDX TO WS-ORD-IDX(WS-IDX)
           END-PERFORM.
           PERFORM VARYING WS-SORT-IDX FROM 1 BY 1
                     UNTIL WS-SORT-IDX >= WS-ENT-NUM
               MOVE WS-SORT-IDX TO WS-MIN-IDX
               PERFORM VARYING WS-IDX FROM WS-SORT-IDX BY 1
                         UNTIL WS-IDX > WS-ENT-NUM
                   IF WS-ENT-TS(WS-ORD-IDX(WS-IDX)) <
                      WS-ENT-TS(WS-ORD-IDX(WS-MIN-IDX))
                      OR (WS-ENT-TS(WS-ORD-IDX(WS-IDX)) =
                          WS-ENT-TS(WS-ORD-IDX(WS-MIN-IDX))
                          AND WS-ORD-IDX(WS-IDX) <
                              WS-ORD-IDX(WS-MIN-IDX))
                       MOVE WS-IDX TO WS-MIN-IDX
                   END-IF
               END-PERFORM
               IF WS-MIN-IDX NOT = WS-SORT-IDX
                   MOVE WS-ORD-IDX(WS-SORT-IDX) TO WS-SWAP-IDX
                   MOVE WS-ORD-IDX(WS-MIN-IDX)
                       TO WS-ORD-IDX(WS-SORT-IDX)
                   MOVE WS-SWAP-IDX TO WS-ORD-IDX(WS-MIN-IDX)
               END-IF
           END-PERFORM.
           EXIT.
      ************************************************************************
       500-WRITE-REPORT        SECTION.
           MOVE SPACE TO RPT-FILE.
           IF DB-PMTIMELINE-INCIDENT NOT = SPACE
               STRING './cobol/postmortem-'    DELIMITED BY SIZE
                      DB-PMTIMELINE-INCIDENT   DELIMITED BY SPACE
                      '.rpt'                   DELIMITED BY SIZE
                      INTO RPT-FILE
               END-STRING
           ELSE
               STRING './cobol/postmortem-'    DELIMITED BY SIZE
                      WS-NOW(1:14)             DELIMITED BY SIZE
                      '.rpt'                   DELIMITED BY SIZE
                      INTO RPT-FILE
               END-STRING
           END-IF.
           MOVE RPT-FILE TO DB-PMTIMELINE-FILE.
           OPEN OUTPUT RPTFD.
           IF RPT-FILE-ST NOT = "00"
               DISPLAY 'cannot open post-incident timeline report'
               EXIT SECTION
           END-IF.
           MOVE SPACE TO RPT-LINE.
           STRING 'POST-INCIDENT TIMELINE  '   DELIMITED BY SIZE
                  DB-PMTIMELINE-INCIDENT       DELIMITED BY SPACE
                  INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACE TO RPT-LINE.
           STRING 'FROM '                  DELIMITED BY SIZE
                  DB-PMTIMELINE-FROM       DELIMITED BY SIZE
                  '  TO '                  DELIMITED BY SIZE
                  DB-PMTIMELINE-TO         DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING.
           IF DB-PMTIMELINE-PROGRAM NOT = SPACE
               MOVE 'PROGRAM'              TO RPT-LINE(40:7)
               MOVE DB-PMTIMELINE-PROGRAM  TO RPT-LINE(48:12)
           END-IF.
           IF DB-PMTIMELINE-USER NOT = SPACE
               MOVE 'USER/TERMINAL'        TO RPT-LINE(62:13)
               MOVE DB-PMTIMELINE-USER     TO RPT-LINE(76:20)
           END-IF.
           WRITE RPT-LINE.
           MOVE SPACE TO RPT-LINE.
           STRING 'BUILT '                 DELIMITED BY SIZE
                  WS-NOW(1:14)             DELIMITED BY SIZE
                  ' BY '                   DELIMITED BY SIZE
                  MCP-USER                 DELIMITED BY SPACE
                  INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACE TO RPT-LINE.
           MOVE 'TIME'       TO RPT-LINE(1:4).
           MOVE 'SOURCE'     TO RPT-LINE(21:6).
           MOVE 'PROGRAM'    TO RPT-LINE(32:7).
           MOVE 'TERMINAL'   TO RPT-LINE(45:8).
           MOVE 'USER'       TO RPT-LINE(54:4).
           MOVE 'EVENT'      TO RPT-LINE(75:5).
           WRITE RPT-LINE.
           PERFORM VARYING WS-SORT-IDX FROM 1 BY 1
                     UNTIL WS-SORT-IDX > WS-ENT-NUM
               MOVE WS-ORD-IDX(WS-SORT-IDX) TO WS-IDX
               PERFORM 510-WRITE-ENTRY
           END-PERFORM.
           IF WS-ENT-NUM = 0
               MOVE '  NO LOG ENTRIES IN THE WINDOW' TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           MOVE SPACE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-ENT-NUM TO WS-EDIT-COUNT.
           MOVE SPACE TO RPT-LINE.
           STRING 'ENTRIES: '              DELIMITED BY SIZE
                  WS-EDIT-COUNT            DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           IF WS-SKIPPED > 0
               MOVE WS-SKIPPED TO WS-EDIT-COUNT
               MOVE SPACE TO RPT-LINE
               STRING 'NOT SHOWN - WINDOW HOLDS MORE THAN THE REPORT '
                                           DELIMITED BY SIZE
                      'TAKES, NARROW IT: ' DELIMITED BY SIZE
                      WS-EDIT-COUNT        DELIMITED BY SIZE
                      INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE
           END-IF.
           CLOSE RPTFD.
           PERFORM 980-FILE-REPORT.
           EXIT.
      ************************************************************************
       510-WRITE-ENTRY         SECTION.
           MOVE SPACE TO WS-EDIT-TS.
           STRING WS-ENT-TS(WS-IDX)(1:4)   DELIMITED BY SIZE
                  '-'                      DELIMITED BY SIZE
                  WS-ENT-TS(WS-IDX)(5:2)   DELIMITED BY SIZE
                  '-'                      DELIMITED BY SIZE
                  WS-ENT-TS(WS-IDX)(7:2)   DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  WS-ENT-TS(WS-IDX)(9:2)   DELIMITED BY SIZE
                  ':'                      DELIMITED BY SIZE
                  WS-ENT-TS(WS-IDX)(11:2)  DELIMITED BY SIZE
                  ':'                      DELIMITED BY SIZE
                  WS-ENT-TS(WS-IDX)(13:2)  DELIMITED BY SIZE
                  INTO WS-EDIT-TS
           END-STRING.
           MOVE SPACE TO RPT-LINE.
           MOVE WS-EDIT-TS               TO RPT-LINE(1:19).
           MOVE WS-ENT-SOURCE(WS-IDX)    TO RPT-LINE(21:10).
           MOVE WS-ENT-PROG(WS-IDX)      TO RPT-LINE(32:12).
           MOVE WS-ENT-TERM(WS-IDX)      TO RPT-LINE(45:8).
           MOVE WS-ENT-USER(WS-IDX)      TO RPT-LINE(54:20).
           MOVE WS-ENT-TEXT(WS-IDX)      TO RPT-LINE(75:58).
           WRITE RPT-LINE.
           EXIT.
      ************************************************************************
       980-FILE-REPORT         SECTION.
           MOVE 'PMTIMELINE' TO DB-RPTREPO-PROGRAM.
           MOVE RPT-FILE TO DB-RPTREPO-SOURCE.
           MOVE SPACE TO DB-RPTREPO-BIZDATE.
           MOVE SPACE TO DB-RPTREPO-CLASS.
           CALL 'RPTREPO' USING
                MCPAREA
                SPAAREA
                DB-RPTREPO.
           EXIT.
