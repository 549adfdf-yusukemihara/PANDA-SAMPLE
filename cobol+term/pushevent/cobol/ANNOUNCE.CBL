      * SHOWING WHICH SUBSCRIBERS OF THE TOPIC WERE REACHED
      * DIRECTLY AND WHICH WERE BRIDGED TO THEIR NEXT SIGN-ON.
      * A DAILY OR WEEKLY ANNOUNCEMENT IS RESCHEDULED INSTEAD OF
      * MARKED SENT.  AN ANNOUNCEMENT FOR A LOCATION FALLS DUE AT ITS
      * DELIVERY TIME IN THAT SITE'S LOCAL TIME, AND IS RESCHEDULED
      * FROM THE SITE'S DATE; ONE WITH NO LOCATION RUNS ON THE
      * REFERENCE CLOCK.
      * REGISTER: ID|TOPIC|TEXT|DUE|RECUR|STATUS|LOCATION
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       DATA                DIVISION.
       FILE                SECTION.
           FD  ANNFD.
           01  ANN-LINE            PIC X(200).
           FD  SUBFD.
           01  SUB-LINE            PIC X(120).
           FD  RPTFD.
           01  RPT-LINE            PIC X(132).
       WORKING-STORAGE     SECTION.
            COPY    "DB-RPTREPO".
            COPY    "DB-PUSH".
            COPY    "DB-PUSHSUB".
            COPY    "DB-TZCONV".
       01  ANN-FILE            PIC X(80)
                               VALUE './cobol/announcements.dat'.
       01  ANN-FILE-ST         PIC X(02).
               10  DB-ANN-DUE          PIC X(14).
               10  DB-ANN-RECUR        PIC X(8).
               10  DB-ANN-STATUS       PIC X(10).
               10  DB-ANN-LOC          PIC X(20).
       01  WS-IDX              PIC 9(4).
       01  WS-SUB-IDX          PIC 9(4).
       01  WS-NOW              PIC X(14).
       01  WS-LOCAL-NOW        PIC X(14).
       01  WS-SENT-COUNT       PIC 9(4) VALUE 0.
       01  WS-ADD-DAYS         PIC 9(3).
       01  WS-NEW-DATE         PIC 9(8).
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > DB-ANN-NUM
               IF DB-ANN-STATUS(WS-IDX) = 'PENDING'
                   PERFORM 150-LOCAL-NOW
                   IF DB-ANN-DUE(WS-IDX) NOT > WS-LOCAL-NOW
                       PERFORM 200-SEND-ONE
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE RPTFD.
           PERFORM 980-FILE-REPORT.
           IF WS-SENT-COUNT > 0
               PERFORM 400-SAVE-ANNOUNCEMENTS
           END-IF.
                   READ ANNFD INTO ANN-LINE
                   IF ANN-FILE-ST = "00" AND ANN-LINE NOT = SPACE
                       ADD 1 TO DB-ANN-NUM
                       MOVE SPACE TO DB-ANN-ENTRY(DB-ANN-NUM)
                       UNSTRING ANN-LINE DELIMITED BY '|'
                           INTO DB-ANN-ID(DB-ANN-NUM)
                                DB-ANN-TOPIC(DB-ANN-NUM)
                                DB-ANN-DUE(DB-ANN-NUM)
                                DB-ANN-RECUR(DB-ANN-NUM)
                                DB-ANN-STATUS(DB-ANN-NUM)
                                DB-ANN-LOC(DB-ANN-NUM)
                   END-IF
               END-PERFORM
               CLOSE ANNFD
           END-IF.
           EXIT.
      ************************************************************************
       150-LOCAL-NOW           SECTION.
           INITIALIZE DB-TZCONV.
           MOVE 'NOW' TO DB-TZCONV-FUNC.
           MOVE DB-ANN-LOC(WS-IDX) TO DB-TZCONV-LOCATION.
           CALL 'TZCONV' USING DB-TZCONV.
           MOVE DB-TZCONV-TS-OUT(1:14) TO WS-LOCAL-NOW.
           EXIT.
      ************************************************************************
       200-SEND-ONE            SECTION.
           INITIALIZE DB-PUSH.
       250-RESCHEDULE          SECTION.
           COMPUTE WS-NEW-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-LOCAL-NOW(1:8)))
               + WS-ADD-DAYS).
           MOVE DB-ANN-DUE(WS-IDX)(9:6) TO WS-DUE-TIME.
           MOVE SPACE TO DB-ANN-DUE(WS-IDX).
                      DB-ANN-RECUR(WS-IDX)  DELIMITED BY SPACE
                      '|'                   DELIMITED BY SIZE
                      DB-ANN-STATUS(WS-IDX) DELIMITED BY SPACE
                      '|'                   DELIMITED BY SIZE
                      DB-ANN-LOC(WS-IDX)    DELIMITED BY '  '
                      INTO ANN-LINE
               END-STRING
               WRITE ANN-LINE
           END-PERFORM.
           CLOSE ANNFD.
           EXIT.
      ************************************************************************
       980-FILE-REPORT         SECTION.
           MOVE 'ANNOUNCE' TO DB-RPTREPO-PROGRAM.
           MOVE RPT-FILE TO DB-RPTREPO-SOURCE.
           MOVE SPACE TO DB-RPTREPO-BIZDATE.
           MOVE SPACE TO DB-RPTREPO-CLASS.
           CALL 'RPTREPO' USING
                MCPAREA
                SPAAREA
                DB-RPTREPO.
           EXIT.
