       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PRTAVAIL.
      ******************************************************************
      * MONTHLY PRINTER AVAILABILITY REPORT FOR THE FACILITIES VENDOR.
      * RUN EARLY IN THE MONTH, IT REPORTS THE MONTH BEFORE THE RUN
      * DATE FROM THE PRINTER OUTAGE LOG AND THE DIVERSION LOG.  PER
      * PRINTER IT SHOWS:
      *   - UPTIME: THE PART OF THE MONTH NOT COVERED BY AN OUTAGE.
      *     AN OUTAGE STILL OPEN COUNTS AS DOWN UP TO NOW.
      *   - OUTAGES: THOSE THAT STARTED IN THE MONTH.
      *   - MTTR: THE MEAN LENGTH, IN HOURS, OF THE OUTAGES REPAIRED
      *     (CLOSED) IN THE MONTH, WHENEVER THEY STARTED.
      *   - DOWN HOURS AND THE JOBS THE ROUTER SENT TO THE BACKUP.
      * EVERY OUTAGE TOUCHING THE MONTH IS LISTED UNDERNEATH WITH ITS
      * REASON AND WHO LOGGED AND CLOSED IT.
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
           SELECT PRTFD    ASSIGN TO PRT-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS PRT-FILE-ST.
           SELECT OUTFD    ASSIGN TO OUT-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS OUT-FILE-ST.
           SELECT DIVFD    ASSIGN TO DIV-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS DIV-FILE-ST.
           SELECT RPTFD    ASSIGN TO RPT-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS RPT-FILE-ST.
       DATA                DIVISION.
       FILE                SECTION.
           FD  PRTFD.
           01  PRT-LINE            PIC X(250).
           FD  OUTFD.
           01  OUT-LINE            PIC X(200).
           FD  DIVFD.
           01  DIV-LINE            PIC X(100).
           FD  RPTFD.
           01  RPT-LINE            PIC X(132).
       WORKING-STORAGE     SECTION.
            COPY    "DB-PRINTER".
            COPY    "DB-OUTLOG".
            COPY    "DB-FILELOCK".
            COPY    "DB-RPTREPO".
       01  PRT-FILE            PIC X(80)
                               VALUE './cobol/printer-defs.dat'.
       01  PRT-FILE-ST         PIC X(02).
       01  OUT-FILE            PIC X(80)
                               VALUE './cobol/printer-outage.dat'.
       01  OUT-FILE-ST         PIC X(02).
       01  DIV-FILE            PIC X(80)
                               VALUE './cobol/printer-diversion.log'.
       01  DIV-FILE-ST         PIC X(02).
       01  RPT-FILE            PIC X(80)
                               VALUE './cobol/printer-availability.rpt'.
       01  RPT-FILE-ST         PIC X(02).
       01  WS-RUN-DATE         PIC X(8).
       01  WS-MONTH            PIC X(6).
       01  WS-MONTH-FIRST      PIC X(8).
       01  WS-NEXT-FIRST       PIC X(8).
       01  WS-WORK-DATE        PIC 9(8).
       01  WS-WORK-DAYS        PIC 9(7).
       01  WS-TIMESTAMP        PIC X(21).
      * TIMES ARE COMPARED AS MINUTES SINCE THE CALENDAR EPOCH.
       01  WS-TS               PIC X(14).
       01  WS-MINS             PIC 9(10).
       01  WS-PER-START        PIC 9(10).
       01  WS-PER-END          PIC 9(10).
       01  WS-NOW-MINS         PIC 9(10).
       01  WS-OUT-START        PIC 9(10).
       01  WS-OUT-END          PIC 9(10).
       01  WS-FROM-MINS        PIC 9(10).
       01  WS-TO-MINS          PIC 9(10).
       01  WS-PER-MINS         PIC 9(7).
       01  WS-DIV-REC.
           05  WS-DIV-TS           PIC X(14).
           05  WS-DIV-JOBID        PIC X(16).
           05  WS-DIV-PRINTER      PIC X(8).
           05  WS-DIV-BACKUP       PIC X(8).
           05  WS-DIV-SOURCE       PIC X(10).
      * TOTALS PER PRINTER, PARALLEL TO THE PRINTER TABLE.
       01  WS-AVAIL.
           05  WS-AV-ENTRY OCCURS 20 TIMES.
               10  WS-AV-DOWN          PIC 9(7).
               10  WS-AV-COUNT         PIC 9(4).
               10  WS-AV-REPAIRED      PIC 9(4).
               10  WS-AV-REPAIR-MINS   PIC 9(9).
               10  WS-AV-DIVERTED      PIC 9(6).
       01  WS-IDX              PIC 9(4).
       01  WS-PRT-IDX          PIC 9(4).
       01  WS-IN-MONTH         PIC X(1).
       01  WS-OUT-TOTAL        PIC 9(4) VALUE 0.
       01  WS-UPTIME           PIC 9(3)V99.
       01  WS-MTTR             PIC 9(5)V9.
       01  WS-DOWN-HRS         PIC 9(5)V9.
       01  WS-EDIT-UPTIME      PIC ZZ9.99.
       01  WS-EDIT-COUNT       PIC ZZZ9.
       01  WS-EDIT-MTTR        PIC ZZZZ9.9.
       01  WS-EDIT-DOWN        PIC ZZZZ9.9.
       01  WS-EDIT-DIVERTED    PIC ZZZZZ9.
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
               PERFORM 010-RUN-REPORT
           END-EVALUATE.
           EXIT    PROGRAM.
      ************************************************************************
       010-RUN-REPORT          SECTION.
           MOVE 0 TO WS-OUT-TOTAL.
      * A CATCH-UP RUN PASSES THE MISSED BUSINESS DATE AS THE
      * PROCESSING DATE; OTHERWISE THE RUN IS FOR TODAY.
           IF SPA-PROCDATE NOT = SPACE
              AND SPA-PROCDATE NOT = LOW-VALUE
               MOVE SPA-PROCDATE TO WS-RUN-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           END-IF.
           MOVE WS-RUN-DATE(1:6) TO WS-NEXT-FIRST(1:6).
           MOVE '01' TO WS-NEXT-FIRST(7:2).
           MOVE WS-NEXT-FIRST TO WS-WORK-DATE.
           COMPUTE WS-WORK-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-WORK-DATE) - 1.
           MOVE FUNCTION DATE-OF-INTEGER(WS-WORK-DAYS)
               TO WS-MONTH-FIRST.
           MOVE WS-MONTH-FIRST(1:6) TO WS-MONTH.
           MOVE '01' TO WS-MONTH-FIRST(7:2).
           MOVE WS-MONTH-FIRST TO WS-TS(1:8).
           MOVE '000000' TO WS-TS(9:6).
           PERFORM 150-TS-TO-MINS.
           MOVE WS-MINS TO WS-PER-START.
           MOVE WS-NEXT-FIRST TO WS-TS(1:8).
           PERFORM 150-TS-TO-MINS.
           MOVE WS-MINS TO WS-PER-END.
           COMPUTE WS-PER-MINS = WS-PER-END - WS-PER-START.
           MOVE FUNCTION CURRENT-DATE(1:21) TO WS-TIMESTAMP.
           MOVE WS-TIMESTAMP(1:14) TO WS-TS.
           PERFORM 150-TS-TO-MINS.
           MOVE WS-MINS TO WS-NOW-MINS.
           PERFORM 100-LOAD-PRINTERS.
           MOVE 'ACQUIRE' TO DB-FILELOCK-FUNC.
           MOVE OUT-FILE TO DB-FILELOCK-FILE.
           MOVE MCP-TERM TO DB-FILELOCK-OWNER.
           MOVE 30 TO DB-FILELOCK-TIMEOUT.
           CALL 'FILELOCK' USING DB-FILELOCK.
           IF DB-FILELOCK-RC = 2
               DISPLAY 'outage log locked by ' DB-FILELOCK-HOLDER
                   ' - report deferred'
               EXIT SECTION
           END-IF.
           PERFORM 110-LOAD-OUTAGES.
           MOVE 'RELEASE' TO DB-FILELOCK-FUNC.
           MOVE OUT-FILE TO DB-FILELOCK-FILE.
           CALL 'FILELOCK' USING DB-FILELOCK.
           INITIALIZE WS-AVAIL.
           PERFORM 200-TALLY-OUTAGES.
           PERFORM 300-TALLY-DIVERSIONS.
           PERFORM 500-WRITE-REPORT.
           PERFORM 980-FILE-REPORT.
           MOVE WS-OUT-TOTAL TO SPA-NUM.
           DISPLAY 'availability report for ' WS-MONTH
                   ' outages:' WS-OUT-TOTAL.
           EXIT.
      ************************************************************************
       100-LOAD-PRINTERS       SECTION.
           MOVE 0 TO DB-PRINTER-NUM.
           OPEN INPUT PRTFD.
           IF PRT-FILE-ST = "00"
               PERFORM UNTIL PRT-FILE-ST NOT = "00"
                        OR DB-PRINTER-NUM >= 20
                   READ PRTFD INTO PRT-LINE
                   IF PRT-FILE-ST = "00" AND PRT-LINE NOT = SPACE
                       ADD 1 TO DB-PRINTER-NUM
                       UNSTRING PRT-LINE DELIMITED BY '|'
                           INTO DB-PRINTER-CODE(DB-PRINTER-NUM)
                                DB-PRINTER-DESC(DB-PRINTER-NUM)
                                DB-PRINTER-LOC(DB-PRINTER-NUM)
                                DB-PRINTER-STATUS(DB-PRINTER-NUM)
                                DB-PRINTER-BACKUP(DB-PRINTER-NUM)
                   END-IF
               END-PERFORM
               CLOSE PRTFD
           ELSE
               DISPLAY 'no printer definition table'
           END-IF.
           EXIT.
      ************************************************************************
       110-LOAD-OUTAGES        SECTION.
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
           EXIT.
      ************************************************************************
       150-TS-TO-MINS          SECTION.
      * WS-TS (YYYYMMDDHHMMSS) TO MINUTES IN WS-MINS; ZERO IF THE
      * TIMESTAMP IS NOT READABLE.
           MOVE 0 TO WS-MINS.
           IF WS-TS(1:12) NOT NUMERIC
               EXIT SECTION
           END-IF.
           MOVE WS-TS(1:8) TO WS-WORK-DATE.
           COMPUTE WS-MINS =
               FUNCTION INTEGER-OF-DATE(WS-WORK-DATE) * 1440
               + FUNCTION NUMVAL(WS-TS(9:2)) * 60
               + FUNCTION NUMVAL(WS-TS(11:2)).
           EXIT.
      ************************************************************************
       200-TALLY-OUTAGES       SECTION.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > DB-OUTLOG-NUM
               PERFORM 210-TALLY-ONE-OUTAGE
           END-PERFORM.
           EXIT.
      ************************************************************************
       210-TALLY-ONE-OUTAGE    SECTION.
           PERFORM VARYING WS-PRT-IDX FROM 1 BY 1
                     UNTIL WS-PRT-IDX > DB-PRINTER-NUM
               IF DB-PRINTER-CODE(WS-PRT-IDX)
                      = DB-OUTLOG-PRINTER(WS-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-PRT-IDX > DB-PRINTER-NUM
               EXIT SECTION
           END-IF.
           MOVE DB-OUTLOG-START(WS-IDX) TO WS-TS.
           PERFORM 150-TS-TO-MINS.
           IF WS-MINS = ZERO
               EXIT SECTION
           END-IF.
           MOVE WS-MINS TO WS-OUT-START.
           IF DB-OUTLOG-END(WS-IDX) = SPACE
               MOVE WS-NOW-MINS TO WS-OUT-END
           ELSE
               MOVE DB-OUTLOG-END(WS-IDX) TO WS-TS
               PERFORM 150-TS-TO-MINS
               MOVE WS-MINS TO WS-OUT-END
           END-IF.
           IF DB-OUTLOG-START(WS-IDX)(1:6) = WS-MONTH
               ADD 1 TO WS-AV-COUNT(WS-PRT-IDX)
               ADD 1 TO WS-OUT-TOTAL
           END-IF.
           IF DB-OUTLOG-END(WS-IDX) NOT = SPACE
              AND DB-OUTLOG-END(WS-IDX)(1:6) = WS-MONTH
              AND WS-OUT-END >= WS-OUT-START
               ADD 1 TO WS-AV-REPAIRED(WS-PRT-IDX)
               ADD WS-OUT-END TO WS-AV-REPAIR-MINS(WS-PRT-IDX)
               SUBTRACT WS-OUT-START
                   FROM WS-AV-REPAIR-MINS(WS-PRT-IDX)
           END-IF.
      * DOWNTIME IS THE PART OF THE OUTAGE INSIDE THE MONTH.
           IF WS-OUT-START > WS-PER-START
               MOVE WS-OUT-START TO WS-FROM-MINS
           ELSE
               MOVE WS-PER-START TO WS-FROM-MINS
           END-IF.
           IF WS-OUT-END < WS-PER-END
               MOVE WS-OUT-END TO WS-TO-MINS
           ELSE
               MOVE WS-PER-END TO WS-TO-MINS
           END-IF.
           IF WS-TO-MINS > WS-FROM-MINS
               ADD WS-TO-MINS TO WS-AV-DOWN(WS-PRT-IDX)
               SUBTRACT WS-FROM-MINS FROM WS-AV-DOWN(WS-PRT-IDX)
           END-IF.
           EXIT.
      ************************************************************************
       300-TALLY-DIVERSIONS    SECTION.
           OPEN INPUT DIVFD.
           IF DIV-FILE-ST NOT = "00"
               EXIT SECTION
           END-IF.
           PERFORM UNTIL DIV-FILE-ST NOT = "00"
               READ DIVFD INTO DIV-LINE
               IF DIV-FILE-ST = "00" AND DIV-LINE NOT = SPACE
                   INITIALIZE WS-DIV-REC
                   UNSTRING DIV-LINE DELIMITED BY '|'
                       INTO WS-DIV-TS
                            WS-DIV-JOBID
                            WS-DIV-PRINTER
                            WS-DIV-BACKUP
                            WS-DIV-SOURCE
                   IF WS-DIV-TS(1:6) = WS-MONTH
                       PERFORM VARYING WS-PRT-IDX FROM 1 BY 1
                                 UNTIL WS-PRT-IDX > DB-PRINTER-NUM
                           IF DB-PRINTER-CODE(WS-PRT-IDX)
                                  = WS-DIV-PRINTER
                               ADD 1 TO WS-AV-DIVERTED(WS-PRT-IDX)
                               EXIT PERFORM
                           END-IF
                       END-PERFORM
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE DIVFD.
           EXIT.
      ************************************************************************
       500-WRITE-REPORT        SECTION.
           OPEN OUTPUT RPTFD.
           MOVE SPACE TO RPT-LINE.
           STRING 'PRINTER AVAILABILITY REPORT  MONTH '
                                         DELIMITED BY SIZE
                  WS-MONTH               DELIMITED BY SIZE
                  '  PRODUCED '          DELIMITED BY SIZE
                  WS-TIMESTAMP(1:8)      DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACE TO RPT-LINE.
           STRING 'PRINTER   DESCRIPTION                     UPTIME%'
                                         DELIMITED BY SIZE
                  '  OUTAGES  MTTR HRS  DOWN HRS  DIVERTED'
                                         DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           PERFORM VARYING WS-PRT-IDX FROM 1 BY 1
                     UNTIL WS-PRT-IDX > DB-PRINTER-NUM
               PERFORM 510-WRITE-PRINTER
           END-PERFORM.
           MOVE SPACE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACE TO RPT-LINE.
           MOVE 'OUTAGES IN THE MONTH' TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACE TO RPT-LINE.
           STRING 'PRINTER   START           END             '
                                         DELIMITED BY SIZE
                  'REASON                                   '
                                         DELIMITED BY SIZE
                  'LOGGED BY  CLOSED BY'  DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > DB-OUTLOG-NUM
               PERFORM 520-WRITE-OUTAGE
           END-PERFORM.
           CLOSE RPTFD.
           EXIT.
      ************************************************************************
       510-WRITE-PRINTER       SECTION.
           IF WS-PER-MINS > ZERO
               COMPUTE WS-UPTIME ROUNDED =
                   (WS-PER-MINS - WS-AV-DOWN(WS-PRT-IDX)) * 100
                   / WS-PER-MINS
           ELSE
               MOVE 100 TO WS-UPTIME
           END-IF.
           COMPUTE WS-DOWN-HRS ROUNDED = WS-AV-DOWN(WS-PRT-IDX) / 60.
           MOVE WS-UPTIME TO WS-EDIT-UPTIME.
           MOVE WS-AV-COUNT(WS-PRT-IDX) TO WS-EDIT-COUNT.
           MOVE WS-DOWN-HRS TO WS-EDIT-DOWN.
           MOVE WS-AV-DIVERTED(WS-PRT-IDX) TO WS-EDIT-DIVERTED.
           MOVE SPACE TO RPT-LINE.
           MOVE DB-PRINTER-CODE(WS-PRT-IDX) TO RPT-LINE(1:8).
           MOVE DB-PRINTER-DESC(WS-PRT-IDX) TO RPT-LINE(11:30).
           MOVE WS-EDIT-UPTIME TO RPT-LINE(43:6).
           MOVE WS-EDIT-COUNT TO RPT-LINE(54:4).
      * NO OUTAGE REPAIRED IN THE MONTH LEAVES MTTR BLANK.
           IF WS-AV-REPAIRED(WS-PRT-IDX) > ZERO
               COMPUTE WS-MTTR ROUNDED =
                   WS-AV-REPAIR-MINS(WS-PRT-IDX)
                   / WS-AV-REPAIRED(WS-PRT-IDX) / 60
               MOVE WS-MTTR TO WS-EDIT-MTTR
               MOVE WS-EDIT-MTTR TO RPT-LINE(62:7)
           ELSE
               MOVE '-' TO RPT-LINE(68:1)
           END-IF.
           MOVE WS-EDIT-DOWN TO RPT-LINE(72:7).
           MOVE WS-EDIT-DIVERTED TO RPT-LINE(83:6).
           WRITE RPT-LINE.
           EXIT.
      ************************************************************************
       520-WRITE-OUTAGE        SECTION.
      * AN OUTAGE TOUCHES THE MONTH IF IT STARTED BEFORE THE MONTH
      * ENDED AND WAS STILL OPEN, OR ENDED, AFTER THE MONTH BEGAN.
           MOVE 'N' TO WS-IN-MONTH.
           IF DB-OUTLOG-START(WS-IDX)(1:6) <= WS-MONTH
               IF DB-OUTLOG-END(WS-IDX) = SPACE
                  OR DB-OUTLOG-END(WS-IDX)(1:6) >= WS-MONTH
                   MOVE 'Y' TO WS-IN-MONTH
               END-IF
           END-IF.
           IF WS-IN-MONTH NOT = 'Y'
               EXIT SECTION
           END-IF.
           MOVE SPACE TO RPT-LINE.
           MOVE DB-OUTLOG-PRINTER(WS-IDX) TO RPT-LINE(1:8).
           MOVE DB-OUTLOG-START(WS-IDX) TO RPT-LINE(11:14).
           IF DB-OUTLOG-END(WS-IDX) = SPACE
               MOVE 'STILL DOWN' TO RPT-LINE(27:10)
           ELSE
               MOVE DB-OUTLOG-END(WS-IDX) TO RPT-LINE(27:14)
           END-IF.
           MOVE DB-OUTLOG-REASON(WS-IDX) TO RPT-LINE(43:40).
           MOVE DB-OUTLOG-OPENBY(WS-IDX) TO RPT-LINE(84:10).
           MOVE DB-OUTLOG-CLOSEBY(WS-IDX) TO RPT-LINE(95:10).
           WRITE RPT-LINE.
           EXIT.
      ************************************************************************
       980-FILE-REPORT         SECTION.
           MOVE 'PRTAVAIL' TO DB-RPTREPO-PROGRAM.
           MOVE RPT-FILE TO DB-RPTREPO-SOURCE.
           MOVE SPACE TO DB-RPTREPO-BIZDATE.
           MOVE SPACE TO DB-RPTREPO-CLASS.
           CALL 'RPTREPO' USING
                MCPAREA
                SPAAREA
                DB-RPTREPO.
           EXIT.
