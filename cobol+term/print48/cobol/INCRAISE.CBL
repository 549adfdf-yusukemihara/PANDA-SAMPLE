       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         INCRAISE.
      ******************************************************************
      * OPENS AN INCIDENT FOR A CRITICAL ERROR EVENT OR A TRIPPED
      * ERROR-BURST RULE, SO THE FIX IS RECORDED AFTER THE PAGE IS
      * ANSWERED.  WHILE AN INCIDENT FOR THE SAME PROGRAM AND CODE
      * IS STILL OPEN OR UNDER INVESTIGATION, A REPEAT OCCURRENCE IS
      * ATTACHED TO IT - ITS COUNT AND LAST-SEEN TIME ARE UPDATED -
      * INSTEAD OF OPENING ANOTHER; A BURST ALSO GOES ON ITS
      * TIMELINE.  A RESOLVED INCIDENT IS NOT REOPENED: A FAULT THAT
      * COMES BACK AFTER THE FIX GETS AN INCIDENT OF ITS OWN.
      * REGISTER LAYOUT:
      *   INCIDENT-ID|PROGRAM|CODE|STATUS|OWNER|CATEGORY|OPENED-TS|
      *   ACKED-TS|RESOLVED-TS|CLOSED-TS|COUNT|LAST-TS|SOURCE
      * TIMELINE LAYOUT: INCIDENT-ID|TS|USER|TEXT
      * BOTH ARE WRITTEN UNDER THE SHARED FILE LOCK ON THE REGISTER.
      * CALLED BY ERREVENT AND ERRBURST.
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
           SELECT INCFD    ASSIGN TO INC-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS INC-FILE-ST.
           SELECT TLFD     ASSIGN TO TL-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS TL-FILE-ST.
       DATA                DIVISION.
       FILE                SECTION.
           FD  INCFD.
           01  INC-LINE            PIC X(250).
           FD  TLFD.
           01  TL-LINE             PIC X(150).
       WORKING-STORAGE     SECTION.
            COPY    "DB-INCIDENT".
            COPY    "DB-FILELOCK".
            COPY    "DB-JOBID".
       01  INC-FILE            PIC X(80)
                               VALUE './cobol/incidents.dat'.
       01  INC-FILE-ST         PIC X(02).
       01  TL-FILE             PIC X(80)
                               VALUE './cobol/incident-timeline.log'.
       01  TL-FILE-ST          PIC X(02).
       01  WS-IDX              PIC 9(4).
       01  WS-SEL-IDX          PIC 9(3).
       01  WS-TIMESTAMP        PIC X(21).
       01  WS-TL-TEXT          PIC X(100).
       LINKAGE                 SECTION.
            COPY    "MCPAREA".
            COPY    "DB-INCRAISE".
      ************************************************************************
       PROCEDURE           DIVISION    USING
           MCPAREA
           DB-INCRAISE.
       000-MAIN                SECTION.
           MOVE SPACE TO DB-INCRAISE-ID.
           MOVE 'N' TO DB-INCRAISE-NEW.
           MOVE 0 TO DB-INCRAISE-RC.
           MOVE 'ACQUIRE' TO DB-FILELOCK-FUNC.
           MOVE INC-FILE TO DB-FILELOCK-FILE.
           MOVE MCP-TERM TO DB-FILELOCK-OWNER.
           MOVE 30 TO DB-FILELOCK-TIMEOUT.
           CALL 'FILELOCK' USING DB-FILELOCK.
           IF DB-FILELOCK-RC = 2
               DISPLAY 'incident register busy - incident not raised'
               MOVE 2 TO DB-INCRAISE-RC
               EXIT PROGRAM
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:21) TO WS-TIMESTAMP.
           INSPECT DB-INCRAISE-TEXT REPLACING ALL '|' BY '/'.
           PERFORM 100-LOAD-REGISTER.
           PERFORM 200-FIND-OPEN.
           IF WS-SEL-IDX NOT = ZERO
               PERFORM 300-ATTACH
           ELSE
               PERFORM 400-OPEN-INCIDENT
           END-IF.
           IF DB-INCRAISE-ID NOT = SPACE
               PERFORM 110-SAVE-REGISTER
           END-IF.
           MOVE 'RELEASE' TO DB-FILELOCK-FUNC.
           MOVE INC-FILE TO DB-FILELOCK-FILE.
           MOVE MCP-TERM TO DB-FILELOCK-OWNER.
           CALL 'FILELOCK' USING DB-FILELOCK.
           EXIT    PROGRAM.
      ************************************************************************
       100-LOAD-REGISTER       SECTION.
           MOVE 0 TO DB-INC-NUM.
           OPEN INPUT INCFD.
           IF INC-FILE-ST = "00"
               PERFORM UNTIL INC-FILE-ST NOT = "00"
                        OR DB-INC-NUM >= 300
                   READ INCFD INTO INC-LINE
                   IF INC-FILE-ST = "00" AND INC-LINE NOT = SPACE
                       ADD 1 TO DB-INC-NUM
                       INITIALIZE DB-INC-ENTRY(DB-INC-NUM)
                       UNSTRING INC-LINE DELIMITED BY '|'
                           INTO DB-INC-ID(DB-INC-NUM)
                                DB-INC-PROGRAM(DB-INC-NUM)
                                DB-INC-CODE(DB-INC-NUM)
                                DB-INC-STATUS(DB-INC-NUM)
                                DB-INC-OWNER(DB-INC-NUM)
                                DB-INC-CATEGORY(DB-INC-NUM)
                                DB-INC-OPENEDTS(DB-INC-NUM)
                                DB-INC-ACKEDTS(DB-INC-NUM)
                                DB-INC-RESOLVEDTS(DB-INC-NUM)
                                DB-INC-CLOSEDTS(DB-INC-NUM)
                                DB-INC-COUNT(DB-INC-NUM)
                                DB-INC-LASTTS(DB-INC-NUM)
                                DB-INC-SOURCE(DB-INC-NUM)
                   END-IF
               END-PERFORM
               CLOSE INCFD
           END-IF.
           EXIT.
      ************************************************************************
       110-SAVE-REGISTER       SECTION.
           OPEN OUTPUT INCFD.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > DB-INC-NUM
               MOVE SPACE TO INC-LINE
               STRING DB-INC-ID(WS-IDX)         DELIMITED BY SPACE
                      '|'                       DELIMITED BY SIZE
                      DB-INC-PROGRAM(WS-IDX)    DELIMITED BY SPACE
                      '|'                       DELIMITED BY SIZE
                      DB-INC-CODE(WS-IDX)       DELIMITED BY SIZE
                      '|'                       DELIMITED BY SIZE
                      DB-INC-STATUS(WS-IDX)     DELIMITED BY SPACE
                      '|'                       DELIMITED BY SIZE
                      DB-INC-OWNER(WS-IDX)      DELIMITED BY SPACE
                      '|'                       DELIMITED BY SIZE
                      DB-INC-CATEGORY(WS-IDX)   DELIMITED BY SPACE
                      '|'                       DELIMITED BY SIZE
                      DB-INC-OPENEDTS(WS-IDX)   DELIMITED BY SPACE
                      '|'                       DELIMITED BY SIZE
                      DB-INC-ACKEDTS(WS-IDX)    DELIMITED BY SPACE
                      '|'                       DELIMITED BY SIZE
                      DB-INC-RESOLVEDTS(WS-IDX) DELIMITED BY SPACE
                      '|'                       DELIMITED BY SIZE
                      DB-INC-CLOSEDTS(WS-IDX)   DELIMITED BY SPACE
                      '|'                       DELIMITED BY SIZE
                      DB-INC-COUNT(WS-IDX)      DELIMITED BY SIZE
                      '|'                       DELIMITED BY SIZE
                      DB-INC-LASTTS(WS-IDX)     DELIMITED BY SPACE
                      '|'                       DELIMITED BY SIZE
                      DB-INC-SOURCE(WS-IDX)     DELIMITED BY SPACE
                      INTO INC-LINE
               END-STRING
               WRITE INC-LINE
           END-PERFORM.
           CLOSE INCFD.
           EXIT.
      ************************************************************************
       200-FIND-OPEN           SECTION.
           MOVE 0 TO WS-SEL-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > DB-INC-NUM
               IF DB-INC-PROGRAM(WS-IDX) = DB-INCRAISE-PROGRAM
                  AND DB-INC-CODE(WS-IDX) = DB-INCRAISE-CODE
                  AND (DB-INC-STATUS(WS-IDX) = 'OPEN'
                       OR DB-INC-STATUS(WS-IDX) = 'INVESTIGATING')
                   MOVE WS-IDX TO WS-SEL-IDX
               END-IF
           END-PERFORM.
           EXIT.
      ************************************************************************
       300-ATTACH              SECTION.
      * EVERY CRITICAL OCCURRENCE IS ALREADY IN THE ERROR-EVENT LOG,
      * SO ONLY A BURST - ONE PER RULE TRIP - IS WORTH A TIMELINE
      * ENTRY.
           ADD 1 TO DB-INC-COUNT(WS-SEL-IDX).
           MOVE WS-TIMESTAMP TO DB-INC-LASTTS(WS-SEL-IDX).
           MOVE DB-INC-ID(WS-SEL-IDX) TO DB-INCRAISE-ID.
           IF DB-INCRAISE-SOURCE = 'ERRBURST'
               MOVE SPACE TO WS-TL-TEXT
               STRING 'error burst: '    DELIMITED BY SIZE
                      DB-INCRAISE-TEXT   DELIMITED BY '  '
                      INTO WS-TL-TEXT
               END-STRING
               PERFORM 500-WRITE-TIMELINE
           END-IF.
           EXIT.
      ************************************************************************
       400-OPEN-INCIDENT       SECTION.
           IF DB-INC-NUM >= 300
               DISPLAY 'incident register full - incident not raised'
               EXIT SECTION
           END-IF.
           CALL 'JOBID' USING DB-JOBID.
           IF DB-JOBID-RC NOT = ZERO
               DISPLAY 'no incident id available - incident not raised'
               EXIT SECTION
           END-IF.
           ADD 1 TO DB-INC-NUM.
           MOVE DB-INC-NUM TO WS-SEL-IDX.
           INITIALIZE DB-INC-ENTRY(WS-SEL-IDX).
           MOVE DB-JOBID-VALUE      TO DB-INC-ID(WS-SEL-IDX).
           MOVE DB-INCRAISE-PROGRAM TO DB-INC-PROGRAM(WS-SEL-IDX).
           MOVE DB-INCRAISE-CODE    TO DB-INC-CODE(WS-SEL-IDX).
           MOVE 'OPEN'              TO DB-INC-STATUS(WS-SEL-IDX).
           MOVE WS-TIMESTAMP        TO DB-INC-OPENEDTS(WS-SEL-IDX).
           MOVE 1                   TO DB-INC-COUNT(WS-SEL-IDX).
           MOVE WS-TIMESTAMP        TO DB-INC-LASTTS(WS-SEL-IDX).
           MOVE DB-INCRAISE-SOURCE  TO DB-INC-SOURCE(WS-SEL-IDX).
           MOVE DB-JOBID-VALUE      TO DB-INCRAISE-ID.
           MOVE 'Y'                 TO DB-INCRAISE-NEW.
           MOVE SPACE TO WS-TL-TEXT.
           STRING 'opened by '       DELIMITED BY SIZE
                  DB-INCRAISE-SOURCE DELIMITED BY SPACE
                  ': '               DELIMITED BY SIZE
                  DB-INCRAISE-TEXT   DELIMITED BY '  '
                  INTO WS-TL-TEXT
           END-STRING.
           PERFORM 500-WRITE-TIMELINE.
           EXIT.
      ************************************************************************
       500-WRITE-TIMELINE      SECTION.
           OPEN EXTEND TLFD.
           IF TL-FILE-ST = "05" OR "35"
               OPEN OUTPUT TLFD
           END-IF.
           IF TL-FILE-ST NOT = "00"
               DISPLAY 'cannot open incident timeline'
               EXIT SECTION
           END-IF.
           MOVE SPACE TO TL-LINE.
           STRING DB-INCRAISE-ID     DELIMITED BY SPACE
                  '|'                DELIMITED BY SIZE
                  WS-TIMESTAMP       DELIMITED BY SPACE
                  '|'                DELIMITED BY SIZE
                  MCP-USER           DELIMITED BY SPACE
                  '|'                DELIMITED BY SIZE
                  WS-TL-TEXT         DELIMITED BY '  '
                  INTO TL-LINE
           END-STRING.
           WRITE TL-LINE.
           CLOSE TLFD.
           EXIT.
