       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         TIMEWEEK.
      ******************************************************************
      * WEEKLY OPERATOR TIMESHEET.  RUN AT THE START OF THE WEEK, IT
      * REPORTS THE MONDAY-TO-SUNDAY WEEK BEFORE THE RUN DATE FROM THE
      * TIME TRACKING FILE KEPT BY THE TASK TIMER.  EACH OPERATOR GETS
      * A SECTION WITH ONE LINE PER DAY AND TASK CODE - THE
      * NUMBER OF TIMINGS AND THE HOURS, STOPPED TIMINGS INCLUDED -
      * AND A WEEK TOTAL.  A TIMING BELONGS TO THE DAY IT STARTED.
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
           SELECT TIMFD    ASSIGN TO TIM-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS TIM-FILE-ST.
           SELECT RPTFD    ASSIGN TO RPT-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS RPT-FILE-ST.
       DATA                DIVISION.
       FILE                SECTION.
           FD  TIMFD.
           01  TIM-LINE            PIC X(150).
           FD  RPTFD.
           01  RPT-LINE            PIC X(132).
       WORKING-STORAGE     SECTION.
            COPY    "DB-RPTREPO".
       01  TIM-FILE            PIC X(80)
                               VALUE './cobol/time-tracking.dat'.
       01  TIM-FILE-ST         PIC X(02).
       01  RPT-FILE            PIC X(80)
                               VALUE './cobol/operator-timesheet.rpt'.
       01  RPT-FILE-ST         PIC X(02).
       01  TIM-REC.
           05  TIM-USER            PIC X(20).
           05  TIM-TERM            PIC X(20).
           05  TIM-TASK            PIC X(10).
           05  TIM-DEPT            PIC X(20).
           05  TIM-START           PIC X(14).
           05  TIM-END             PIC X(14).
           05  TIM-ELAPSED         PIC 9(9).
           05  TIM-RESULT          PIC X(10).
      * ONE ENTRY PER OPERATOR, DAY AND TASK CODE, IN THE ORDER FIRST
      * MET - THE FILE IS APPENDED AS TIMINGS END, SO DAYS COME IN
      * ORDER WITHIN EACH OPERATOR.
       01  WS-SHEET.
           05  WS-SH-NUM               PIC 9(4).
           05  WS-SH-ENTRY OCCURS 1000 TIMES.
               10  WS-SH-USER          PIC X(20).
               10  WS-SH-DATE          PIC X(8).
               10  WS-SH-TASK          PIC X(10).
               10  WS-SH-DEPT          PIC X(20).
               10  WS-SH-COUNT         PIC 9(5).
               10  WS-SH-SECS          PIC 9(9).
       01  WS-OPERATORS.
           05  WS-OP-NUM               PIC 9(3).
           05  WS-OP-USER OCCURS 200 TIMES
                                       PIC X(20).
       01  WS-RUN-DATE         PIC X(8).
       01  WS-WORK-DATE        PIC 9(8).
       01  WS-RUN-DAYS         PIC 9(7).
       01  WS-DOW              PIC 9(1).
       01  WS-WEEK-FIRST       PIC X(8).
       01  WS-WEEK-LAST        PIC X(8).
       01  WS-TIMESTAMP        PIC X(21).
       01  WS-IDX              PIC 9(4).
       01  WS-OP-IDX           PIC 9(3).
       01  WS-FOUND            PIC X(1).
       01  WS-DROPPED          PIC 9(5) VALUE 0.
       01  WS-OP-SECS          PIC 9(9).
       01  WS-OP-COUNT         PIC 9(5).
       01  WS-HOURS            PIC 9(5)V99.
       01  WS-EDIT-HOURS       PIC ZZZZ9.99.
       01  WS-EDIT-COUNT       PIC ZZZZ9.
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
      * A CATCH-UP RUN PASSES THE MISSED BUSINESS DATE AS THE
      * PROCESSING DATE; OTHERWISE THE RUN IS FOR TODAY.
           IF SPA-PROCDATE NOT = SPACE
              AND SPA-PROCDATE NOT = LOW-VALUE
               MOVE SPA-PROCDATE TO WS-RUN-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           END-IF.
      * DAY 1 OF THE CALENDAR WAS A MONDAY, SO WS-DOW IS 1 FOR MONDAY
      * THROUGH 7 FOR SUNDAY.  THE WEEK REPORTED ENDS ON THE SUNDAY
      * BEFORE THE RUN DATE.
           MOVE WS-RUN-DATE TO WS-WORK-DATE.
           COMPUTE WS-RUN-DAYS = FUNCTION INTEGER-OF-DATE(WS-WORK-DATE).
           COMPUTE WS-DOW = FUNCTION MOD(WS-RUN-DAYS - 1, 7) + 1.
           MOVE FUNCTION DATE-OF-INTEGER(WS-RUN-DAYS - WS-DOW)
               TO WS-WEEK-LAST.
           MOVE FUNCTION DATE-OF-INTEGER(WS-RUN-DAYS - WS-DOW - 6)
               TO WS-WEEK-FIRST.
           MOVE FUNCTION CURRENT-DATE(1:21) TO WS-TIMESTAMP.
           PERFORM 100-LOAD-TIMINGS.
           PERFORM 500-WRITE-REPORT.
           PERFORM 980-FILE-REPORT.
           MOVE WS-OP-NUM TO SPA-NUM.
           DISPLAY 'timesheet for week ' WS-WEEK-FIRST '-' WS-WEEK-LAST
                   ' operators:' WS-OP-NUM.
           IF WS-DROPPED > ZERO
               DISPLAY 'timesheet table full - timings left out:'
                       WS-DROPPED
           END-IF.
           EXIT.
      ************************************************************************
       100-LOAD-TIMINGS        SECTION.
           MOVE 0 TO WS-SH-NUM.
           MOVE 0 TO WS-OP-NUM.
           OPEN INPUT TIMFD.
           IF TIM-FILE-ST NOT = "00"
               DISPLAY 'no time tracking file'
               EXIT SECTION
           END-IF.
           PERFORM UNTIL TIM-FILE-ST NOT = "00"
               READ TIMFD INTO TIM-LINE
               IF TIM-FILE-ST = "00" AND TIM-LINE NOT = SPACE
                   INITIALIZE TIM-REC
                   UNSTRING TIM-LINE DELIMITED BY '|'
                       INTO TIM-USER
                            TIM-TERM
                            TIM-TASK
                            TIM-DEPT
                            TIM-START
                            TIM-END
                            TIM-ELAPSED
                            TIM-RESULT
                   IF TIM-START(1:8) NOT < WS-WEEK-FIRST
                      AND TIM-START(1:8) NOT > WS-WEEK-LAST
                       PERFORM 110-ADD-TIMING
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE TIMFD.
           EXIT.
      ************************************************************************
       110-ADD-TIMING          SECTION.
           MOVE 'N' TO WS-FOUND.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > WS-SH-NUM OR WS-FOUND = 'Y'
               IF WS-SH-USER(WS-IDX) = TIM-USER
                  AND WS-SH-DATE(WS-IDX) = TIM-START(1:8)
                  AND WS-SH-TASK(WS-IDX) = TIM-TASK
                  AND WS-SH-DEPT(WS-IDX) = TIM-DEPT
                   MOVE 'Y' TO WS-FOUND
                   ADD 1 TO WS-SH-COUNT(WS-IDX)
                   ADD TIM-ELAPSED TO WS-SH-SECS(WS-IDX)
               END-IF
           END-PERFORM.
           IF WS-FOUND = 'Y'
               EXIT SECTION
           END-IF.
           IF WS-SH-NUM >= 1000
               ADD 1 TO WS-DROPPED
               EXIT SECTION
           END-IF.
           ADD 1 TO WS-SH-NUM.
           MOVE TIM-USER       TO WS-SH-USER(WS-SH-NUM).
           MOVE TIM-START(1:8) TO WS-SH-DATE(WS-SH-NUM).
           MOVE TIM-TASK       TO WS-SH-TASK(WS-SH-NUM).
           MOVE TIM-DEPT       TO WS-SH-DEPT(WS-SH-NUM).
           MOVE 1              TO WS-SH-COUNT(WS-SH-NUM).
           MOVE TIM-ELAPSED    TO WS-SH-SECS(WS-SH-NUM).
           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                     UNTIL WS-OP-IDX > WS-OP-NUM
               IF WS-OP-USER(WS-OP-IDX) = TIM-USER
                   EXIT SECTION
               END-IF
           END-PERFORM.
           IF WS-OP-NUM < 200
               ADD 1 TO WS-OP-NUM
               MOVE TIM-USER TO WS-OP-USER(WS-OP-NUM)
           END-IF.
           EXIT.
      ************************************************************************
       500-WRITE-REPORT        SECTION.
           OPEN OUTPUT RPTFD.
           MOVE SPACE TO RPT-LINE.
           STRING 'OPERATOR TIMESHEET  WEEK '  DELIMITED BY SIZE
                  WS-WEEK-FIRST                DELIMITED BY SIZE
                  ' - '                        DELIMITED BY SIZE
                  WS-WEEK-LAST                 DELIMITED BY SIZE
                  '  PRODUCED '                DELIMITED BY SIZE
                  WS-TIMESTAMP(1:8)            DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           IF WS-OP-NUM = ZERO
               MOVE SPACE TO RPT-LINE
               WRITE RPT-LINE
               MOVE 'NO TIMINGS RECORDED IN THE WEEK' TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                     UNTIL WS-OP-IDX > WS-OP-NUM
               PERFORM 510-WRITE-OPERATOR
           END-PERFORM.
           CLOSE RPTFD.
           EXIT.
      ************************************************************************
       510-WRITE-OPERATOR      SECTION.
           MOVE SPACE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACE TO RPT-LINE.
           STRING 'OPERATOR '              DELIMITED BY SIZE
                  WS-OP-USER(WS-OP-IDX)    DELIMITED BY SPACE
                  INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACE TO RPT-LINE.
           STRING '  DATE      TASK        DEPARTMENT          '
                                           DELIMITED BY SIZE
                  '   TIMINGS     HOURS'   DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE 0 TO WS-OP-SECS.
           MOVE 0 TO WS-OP-COUNT.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > WS-SH-NUM
               IF WS-SH-USER(WS-IDX) = WS-OP-USER(WS-OP-IDX)
                   ADD WS-SH-SECS(WS-IDX)  TO WS-OP-SECS
                   ADD WS-SH-COUNT(WS-IDX) TO WS-OP-COUNT
                   COMPUTE WS-HOURS ROUNDED = WS-SH-SECS(WS-IDX) / 3600
                   MOVE WS-HOURS TO WS-EDIT-HOURS
                   MOVE WS-SH-COUNT(WS-IDX) TO WS-EDIT-COUNT
                   MOVE SPACE TO RPT-LINE
                   MOVE WS-SH-DATE(WS-IDX) TO RPT-LINE(3:8)
                   MOVE WS-SH-TASK(WS-IDX) TO RPT-LINE(13:10)
                   MOVE WS-SH-DEPT(WS-IDX) TO RPT-LINE(25:20)
                   MOVE WS-EDIT-COUNT      TO RPT-LINE(50:5)
                   MOVE WS-EDIT-HOURS      TO RPT-LINE(57:8)
                   WRITE RPT-LINE
               END-IF
           END-PERFORM.
           COMPUTE WS-HOURS ROUNDED = WS-OP-SECS / 3600.
           MOVE WS-HOURS TO WS-EDIT-HOURS.
           MOVE WS-OP-COUNT TO WS-EDIT-COUNT.
           MOVE SPACE TO RPT-LINE.
           MOVE '  WEEK TOTAL' TO RPT-LINE(1:12).
           MOVE WS-EDIT-COUNT TO RPT-LINE(50:5).
           MOVE WS-EDIT-HOURS TO RPT-LINE(57:8).
           WRITE RPT-LINE.
           EXIT.
      ************************************************************************
       980-FILE-REPORT         SECTION.
           MOVE 'TIMEWEEK' TO DB-RPTREPO-PROGRAM.
           MOVE RPT-FILE TO DB-RPTREPO-SOURCE.
           MOVE SPACE TO DB-RPTREPO-BIZDATE.
           MOVE SPACE TO DB-RPTREPO-CLASS.
           CALL 'RPTREPO' USING
                MCPAREA
                SPAAREA
                DB-RPTREPO.
           EXIT.
