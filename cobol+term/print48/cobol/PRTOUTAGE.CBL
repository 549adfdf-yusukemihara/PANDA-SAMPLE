       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PRTOUTAGE.
      ******************************************************************
      * PRINTER OUTAGE LOG.  THE PRINTER MAINTENANCE SCREEN OPENS AN
      * OUTAGE WHEN A PRINTER IS TAKEN OUT OF SERVICE AND CLOSES IT
      * WHEN THE PRINTER IS RETURNED; THE DISPATCH BATCH OPENS ONE
      * WHEN A DEVICE REJECTS A DELIVERY AND CLOSES ITS OWN OUTAGE ON
      * THE NEXT DELIVERY THE DEVICE ACCEPTS.  A PRINTER HAS AT MOST
      * ONE OPEN OUTAGE.  THE LOG IS REWRITTEN UNDER THE SHARED FILE
      * LOCK; CLOSED OUTAGES DROP OUT AFTER THE KEEP PERIOD.
      * JOBS THE ROUTER SENDS TO A BACKUP PRINTER ARE APPENDED TO THE
      * DIVERSION LOG:  TIMESTAMP|JOBID|PRINTER|BACKUP|PROGRAM
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
           SELECT OUTFD    ASSIGN TO OUT-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS OUT-FILE-ST.
           SELECT DIVFD    ASSIGN TO DIV-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS DIV-FILE-ST.
       DATA                DIVISION.
       FILE                SECTION.
           FD  OUTFD.
           01  OUT-LINE            PIC X(200).
           FD  DIVFD.
           01  DIV-LINE            PIC X(100).
       WORKING-STORAGE     SECTION.
            COPY    "DB-OUTLOG".
            COPY    "DB-FILELOCK".
       01  OUT-FILE            PIC X(80)
                               VALUE './cobol/printer-outage.dat'.
       01  OUT-FILE-ST         PIC X(02).
       01  DIV-FILE            PIC X(80)
                               VALUE './cobol/printer-diversion.log'.
       01  DIV-FILE-ST         PIC X(02).
       01  WS-KEEP-DAYS        PIC 9(3) VALUE 400.
       01  WS-KEEP-DATE        PIC X(8).
       01  WS-WORK-DATE        PIC 9(8).
       01  WS-WORK-DAYS        PIC 9(7).
       01  WS-TIMESTAMP        PIC X(21).
       01  WS-IDX              PIC 9(4).
       01  WS-OPEN-IDX         PIC 9(4).
       LINKAGE                 SECTION.
            COPY    "DB-PRTOUTAGE".
      ************************************************************************
       PROCEDURE           DIVISION    USING
           DB-PRTOUTAGE.
       000-MAIN                SECTION.
           MOVE 0 TO DB-PRTOUTAGE-RC.
           MOVE FUNCTION CURRENT-DATE(1:21) TO WS-TIMESTAMP.
           EVALUATE DB-PRTOUTAGE-FUNC
             WHEN 'OPEN'
               PERFORM 200-OPEN-OUTAGE
             WHEN 'CLOSE'
               PERFORM 300-CLOSE-OUTAGE
             WHEN 'DIVERT'
               PERFORM 400-LOG-DIVERSION
             WHEN OTHER
               MOVE 1 TO DB-PRTOUTAGE-RC
           END-EVALUATE.
           EXIT    PROGRAM.
      ************************************************************************
       100-LOAD-LOG            SECTION.
           MOVE 0 TO DB-OUTLOG-NUM.
           OPEN INPUT OUTFD.
           IF OUT-FILE-ST = "00"
               PERFORM UNTIL OUT-FILE-ST NOT = "00"
                        OR DB-OUTLOG-NUM >= 500
                   READ OUTFD INTO OUT-LINE
                   IF OUT-FILE-ST = "00" AND OUT-LINE NOT = SPACE
                       ADD 1 TO DB-OUTLOG-NUM
                       INITIALIZE DB-OUTLOG-ENTRY(DB-OUTLOG-NUM)
                       UNSTRING OUT-LINE DELIMITED BY '|'
                           INTO DB-OUTLOG-PRINTER(DB-OUTLOG-NUM)
                                DB-OUTLOG-START(DB-OUTLOG-NUM)
                                DB-OUTLOG-END(DB-OUTLOG-NUM)
                                DB-OUTLOG-REASON(DB-OUTLOG-NUM)
                                DB-OUTLOG-SOURCE(DB-OUTLOG-NUM)
                                DB-OUTLOG-OPENBY(DB-OUTLOG-NUM)
                                DB-OUTLOG-CLOSEBY(DB-OUTLOG-NUM)
                   END-IF
               END-PERFORM
               CLOSE OUTFD
           END-IF.
      * THE OPEN OUTAGE FOR THE PRINTER, IF THERE IS ONE.
           MOVE 0 TO WS-OPEN-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > DB-OUTLOG-NUM
               IF DB-OUTLOG-PRINTER(WS-IDX) = DB-PRTOUTAGE-PRINTER
                  AND DB-OUTLOG-END(WS-IDX) = SPACE
                   MOVE WS-IDX TO WS-OPEN-IDX
               END-IF
           END-PERFORM.
           EXIT.
      ************************************************************************
       110-SAVE-LOG            SECTION.
      * CLOSED OUTAGES THAT ENDED BEFORE THE KEEP PERIOD ARE DROPPED;
      * OPEN ONES ARE ALWAYS KEPT.
           MOVE WS-TIMESTAMP(1:8) TO WS-WORK-DATE.
           COMPUTE WS-WORK-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-WORK-DATE) - WS-KEEP-DAYS.
           MOVE FUNCTION DATE-OF-INTEGER(WS-WORK-DAYS)
               TO WS-KEEP-DATE.
           OPEN OUTPUT OUTFD.
           IF OUT-FILE-ST NOT = "00"
               DISPLAY 'cannot write printer outage log'
               MOVE 3 TO DB-PRTOUTAGE-RC
               EXIT SECTION
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > DB-OUTLOG-NUM
               IF DB-OUTLOG-END(WS-IDX) = SPACE
                  OR DB-OUTLOG-END(WS-IDX)(1:8) NOT < WS-KEEP-DATE
                   MOVE SPACE TO OUT-LINE
                   STRING DB-OUTLOG-PRINTER(WS-IDX) DELIMITED BY SPACE
                          '|'                       DELIMITED BY SIZE
                          DB-OUTLOG-START(WS-IDX)   DELIMITED BY SPACE
                          '|'                       DELIMITED BY SIZE
                          DB-OUTLOG-END(WS-IDX)     DELIMITED BY SPACE
                          '|'                       DELIMITED BY SIZE
                          DB-OUTLOG-REASON(WS-IDX)  DELIMITED BY '  '
                          '|'                       DELIMITED BY SIZE
                          DB-OUTLOG-SOURCE(WS-IDX)  DELIMITED BY SPACE
                          '|'                       DELIMITED BY SIZE
                          DB-OUTLOG-OPENBY(WS-IDX)  DELIMITED BY SPACE
                          '|'                       DELIMITED BY SIZE
                          DB-OUTLOG-CLOSEBY(WS-IDX) DELIMITED BY SPACE
                          INTO OUT-LINE
                   END-STRING
                   WRITE OUT-LINE
               END-IF
           END-PERFORM.
           CLOSE OUTFD.
           EXIT.
      ************************************************************************
       120-LOCK-LOG            SECTION.
           MOVE 'ACQUIRE' TO DB-FILELOCK-FUNC.
           MOVE OUT-FILE TO DB-FILELOCK-FILE.
           MOVE 'PRTOUTAGE' TO DB-FILELOCK-OWNER.
           MOVE 30 TO DB-FILELOCK-TIMEOUT.
           CALL 'FILELOCK' USING DB-FILELOCK.
           IF DB-FILELOCK-RC = 2
               DISPLAY 'printer outage log locked by '
                   DB-FILELOCK-HOLDER
               MOVE 2 TO DB-PRTOUTAGE-RC
           END-IF.
           EXIT.
      ************************************************************************
       130-UNLOCK-LOG          SECTION.
           MOVE 'RELEASE' TO DB-FILELOCK-FUNC.
           MOVE OUT-FILE TO DB-FILELOCK-FILE.
           MOVE 'PRTOUTAGE' TO DB-FILELOCK-OWNER.
           CALL 'FILELOCK' USING DB-FILELOCK.
           EXIT.
      ************************************************************************
       200-OPEN-OUTAGE         SECTION.
           PERFORM 120-LOCK-LOG.
           IF DB-PRTOUTAGE-RC = 2
               EXIT SECTION
           END-IF.
           PERFORM 100-LOAD-LOG.
           IF WS-OPEN-IDX NOT = ZERO
               MOVE DB-OUTLOG-START(WS-OPEN-IDX) TO DB-PRTOUTAGE-START
               MOVE 1 TO DB-PRTOUTAGE-RC
               PERFORM 130-UNLOCK-LOG
               EXIT SECTION
           END-IF.
           IF DB-OUTLOG-NUM >= 500
               PERFORM 210-DROP-OLDEST
           END-IF.
           INSPECT DB-PRTOUTAGE-REASON REPLACING ALL '|' BY '/'.
           ADD 1 TO DB-OUTLOG-NUM.
           MOVE DB-PRTOUTAGE-PRINTER
               TO DB-OUTLOG-PRINTER(DB-OUTLOG-NUM).
           MOVE WS-TIMESTAMP(1:14) TO DB-OUTLOG-START(DB-OUTLOG-NUM).
           MOVE SPACE TO DB-OUTLOG-END(DB-OUTLOG-NUM).
           MOVE DB-PRTOUTAGE-REASON TO DB-OUTLOG-REASON(DB-OUTLOG-NUM).
           MOVE DB-PRTOUTAGE-SOURCE TO DB-OUTLOG-SOURCE(DB-OUTLOG-NUM).
           MOVE DB-PRTOUTAGE-USER TO DB-OUTLOG-OPENBY(DB-OUTLOG-NUM).
           MOVE SPACE TO DB-OUTLOG-CLOSEBY(DB-OUTLOG-NUM).
           MOVE WS-TIMESTAMP(1:14) TO DB-PRTOUTAGE-START.
           PERFORM 110-SAVE-LOG.
           PERFORM 130-UNLOCK-LOG.
           EXIT.
      ************************************************************************
       210-DROP-OLDEST         SECTION.
      * A FULL LOG GIVES UP ITS OLDEST CLOSED OUTAGE TO MAKE ROOM.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > DB-OUTLOG-NUM
               IF DB-OUTLOG-END(WS-IDX) NOT = SPACE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-IDX > DB-OUTLOG-NUM
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-IDX >= DB-OUTLOG-NUM
               MOVE DB-OUTLOG-ENTRY(WS-IDX + 1)
                   TO DB-OUTLOG-ENTRY(WS-IDX)
               ADD 1 TO WS-IDX
           END-PERFORM.
           SUBTRACT 1 FROM DB-OUTLOG-NUM.
           EXIT.
      ************************************************************************
       300-CLOSE-OUTAGE        SECTION.
      * THE DISPATCH BATCH ONLY CLOSES THE OUTAGES IT RAISED ITSELF -
      * A PRINTER TAKEN OUT OF SERVICE BY HAND IS RETURNED BY HAND.
           PERFORM 120-LOCK-LOG.
           IF DB-PRTOUTAGE-RC = 2
               EXIT SECTION
           END-IF.
           PERFORM 100-LOAD-LOG.
           IF WS-OPEN-IDX = ZERO
               MOVE 1 TO DB-PRTOUTAGE-RC
               PERFORM 130-UNLOCK-LOG
               EXIT SECTION
           END-IF.
           IF DB-PRTOUTAGE-SOURCE = 'PRINTDISP'
              AND DB-OUTLOG-SOURCE(WS-OPEN-IDX) NOT = 'PRINTDISP'
               MOVE 1 TO DB-PRTOUTAGE-RC
               PERFORM 130-UNLOCK-LOG
               EXIT SECTION
           END-IF.
           MOVE WS-TIMESTAMP(1:14) TO DB-OUTLOG-END(WS-OPEN-IDX).
           MOVE DB-PRTOUTAGE-USER TO DB-OUTLOG-CLOSEBY(WS-OPEN-IDX).
           MOVE DB-OUTLOG-START(WS-OPEN-IDX) TO DB-PRTOUTAGE-START.
           PERFORM 110-SAVE-LOG.
           PERFORM 130-UNLOCK-LOG.
           EXIT.
      ************************************************************************
       400-LOG-DIVERSION       SECTION.
           OPEN EXTEND DIVFD.
           IF DIV-FILE-ST = "05" OR "35"
               OPEN OUTPUT DIVFD
           END-IF.
           IF DIV-FILE-ST NOT = "00"
               DISPLAY 'cannot open printer diversion log'
               MOVE 3 TO DB-PRTOUTAGE-RC
               EXIT SECTION
           END-IF.
           MOVE SPACE TO DIV-LINE.
           STRING WS-TIMESTAMP(1:14)    DELIMITED BY SIZE
                  '|'                   DELIMITED BY SIZE
                  DB-PRTOUTAGE-JOBID    DELIMITED BY SPACE
                  '|'                   DELIMITED BY SIZE
                  DB-PRTOUTAGE-PRINTER  DELIMITED BY SPACE
                  '|'                   DELIMITED BY SIZE
                  DB-PRTOUTAGE-BACKUP   DELIMITED BY SPACE
                  '|'                   DELIMITED BY SIZE
                  DB-PRTOUTAGE-SOURCE   DELIMITED BY SPACE
                  INTO DIV-LINE
           END-STRING.
           WRITE DIV-LINE.
           CLOSE DIVFD.
           EXIT.
