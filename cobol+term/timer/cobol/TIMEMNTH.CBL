       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         TIMEMNTH.
      ******************************************************************
      * MONTHLY TASK SUMMARY BY DEPARTMENT.  RUN EARLY IN THE MONTH,
      * IT REPORTS THE MONTH BEFORE THE RUN DATE FROM THE TIME
      * TRACKING FILE KEPT BY THE TASK TIMER: FOR EACH DEPARTMENT,
      * EVERY TASK CODE WITH ITS TIMINGS, OPERATOR HOURS AND SHARE OF
      * THE DEPARTMENT'S HOURS, THEN DEPARTMENT AND GRAND TOTALS.
      * THE DEPARTMENT IS THE ONE THE OPERATOR BELONGED TO WHEN THE
      * TIMING WAS RECORDED; A TIMING BELONGS TO THE MONTH IT STARTED.
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
                               VALUE './cobol/task-summary.rpt'.
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
       01  WS-SUMMARY.
           05  WS-SM-NUM               PIC 9(3).
           05  WS-SM-ENTRY OCCURS 500 TIMES.
               10  WS-SM-DEPT          PIC X(20).
               10  WS-SM-TASK          PIC X(10).
               10  WS-SM-COUNT         PIC 9(6).
               10  WS-SM-SECS          PIC 9(10).
       01  WS-DEPTS.
           05  WS-DP-NUM               PIC 9(3).
           05  WS-DP-ENTRY OCCURS 100 TIMES.
               10  WS-DP-DEPT          PIC X(20).
               10  WS-DP-COUNT         PIC 9(6).
               10  WS-DP-SECS          PIC 9(10).
       01  WS-RUN-DATE         PIC X(8).
       01  WS-MONTH            PIC X(6).
       01  WS-WORK-DATE        PIC 9(8).
       01  WS-WORK-DAYS        PIC 9(7).
       01  WS-PREV-DATE        PIC X(8).
       01  WS-TIMESTAMP        PIC X(21).
       01  WS-IDX              PIC 9(3).
       01  WS-DP-IDX           PIC 9(3).
       01  WS-FOUND            PIC X(1).
       01  WS-DROPPED          PIC 9(5) VALUE 0.
       01  WS-TOTAL-COUNT      PIC 9(7).
       01  WS-TOTAL-SECS       PIC 9(11).
       01  WS-HOURS            PIC 9(6)V99.
       01  WS-SHARE            PIC 9(3)V9.
       01  WS-EDIT-HOURS       PIC ZZZZZ9.99.
       01  WS-EDIT-COUNT       PIC ZZZZZ9.
       01  WS-EDIT-SHARE       PIC ZZ9.9.
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
           MOVE WS-RUN-DATE(1:6) TO WS-WORK-DATE(1:6).
           MOVE '01' TO WS-WORK-DATE(7:2).
           COMPUTE WS-WORK-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-WORK-DATE) - 1.
           MOVE FUNCTION DATE-OF-INTEGER(WS-WORK-DAYS)
               TO WS-PREV-DATE.
           MOVE WS-PREV-DATE(1:6) TO WS-MONTH.
           MOVE FUNCTION CURRENT-DATE(1:21) TO WS-TIMESTAMP.
           PERFORM 100-LOAD-TIMINGS.
           PERFORM 500-WRITE-REPORT.
           PERFORM 980-FILE-REPORT.
           MOVE WS-DP-NUM TO SPA-NUM.
           DISPLAY 'task summary for ' WS-MONTH
                   ' departments:' WS-DP-NUM.
           IF WS-DROPPED > ZERO
               DISPLAY 'task summary table full - timings left out:'
                       WS-DROPPED
           END-IF.
           EXIT.
      ************************************************************************
       100-LOAD-TIMINGS        SECTION.
           MOVE 0 TO WS-SM-NUM.
           MOVE 0 TO WS-DP-NUM.
           MOVE 0 TO WS-TOTAL-COUNT.
           MOVE 0 TO WS-TOTAL-SECS.
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
                   IF TIM-START(1:6) = WS-MONTH
                       IF TIM-DEPT = SPACE
                           MOVE '(NONE)' TO TIM-DEPT
                       END-IF
                       PERFORM 110-ADD-TIMING
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE TIMFD.
           EXIT.
      ************************************************************************
       110-ADD-TIMING          SECTION.
           PERFORM VARYING WS-DP-IDX FROM 1 BY 1
                     UNTIL WS-DP-IDX > WS-DP-NUM
               IF WS-DP-DEPT(WS-DP-IDX) = TIM-DEPT
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-DP-IDX > WS-DP-NUM
               IF WS-DP-NUM >= 100
                   ADD 1 TO WS-DROPPED
                   EXIT SECTION
               END-IF
               ADD 1 TO WS-DP-NUM
               MOVE TIM-DEPT TO WS-DP-DEPT(WS-DP-NUM)
               MOVE 0 TO WS-DP-COUNT(WS-DP-NUM)
               MOVE 0 TO WS-DP-SECS(WS-DP-NUM)
               MOVE WS-DP-NUM TO WS-DP-IDX
           END-IF.
           MOVE 'N' TO WS-FOUND.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > WS-SM-NUM OR WS-FOUND = 'Y'
               IF WS-SM-DEPT(WS-IDX) = TIM-DEPT
                  AND WS-SM-TASK(WS-IDX) = TIM-TASK
                   MOVE 'Y' TO WS-FOUND
                   ADD 1 TO WS-SM-COUNT(WS-IDX)
                   ADD TIM-ELAPSED TO WS-SM-SECS(WS-IDX)
               END-IF
           END-PERFORM.
           IF WS-FOUND NOT = 'Y'
               IF WS-SM-NUM >= 500
                   ADD 1 TO WS-DROPPED
                   EXIT SECTION
               END-IF
               ADD 1 TO WS-SM-NUM
               MOVE TIM-DEPT    TO WS-SM-DEPT(WS-SM-NUM)
               MOVE TIM-TASK    TO WS-SM-TASK(WS-SM-NUM)
               MOVE 1           TO WS-SM-COUNT(WS-SM-NUM)
               MOVE TIM-ELAPSED TO WS-SM-SECS(WS-SM-NUM)
           END-IF.
           ADD 1 TO WS-DP-COUNT(WS-DP-IDX).
           ADD TIM-ELAPSED TO WS-DP-SECS(WS-DP-IDX).
           ADD 1 TO WS-TOTAL-COUNT.
           ADD TIM-ELAPSED TO WS-TOTAL-SECS.
           EXIT.
      ************************************************************************
       500-WRITE-REPORT        SECTION.
           OPEN OUTPUT RPTFD.
           MOVE SPACE TO RPT-LINE.
           STRING 'OPERATOR TASK SUMMARY BY DEPARTMENT  MONTH '
                                         DELIMITED BY SIZE
                  WS-MONTH               DELIMITED BY SIZE
                  '  PRODUCED '          DELIMITED BY SIZE
                  WS-TIMESTAMP(1:8)      DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           IF WS-DP-NUM = ZERO
               MOVE SPACE TO RPT-LINE
               WRITE RPT-LINE
               MOVE 'NO TIMINGS RECORDED IN THE MONTH' TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           PERFORM VARYING WS-DP-IDX FROM 1 BY 1
                     UNTIL WS-DP-IDX > WS-DP-NUM
               PERFORM 510-WRITE-DEPARTMENT
           END-PERFORM.
           MOVE SPACE TO RPT-LINE.
           WRITE RPT-LINE.
           COMPUTE WS-HOURS ROUNDED = WS-TOTAL-SECS / 3600.
           MOVE WS-HOURS TO WS-EDIT-HOURS.
           MOVE WS-TOTAL-COUNT TO WS-EDIT-COUNT.
           MOVE SPACE TO RPT-LINE.
           MOVE 'ALL DEPARTMENTS' TO RPT-LINE(1:15).
           MOVE WS-EDIT-COUNT TO RPT-LINE(26:6).
           MOVE WS-EDIT-HOURS TO RPT-LINE(33:9).
           WRITE RPT-LINE.
           CLOSE RPTFD.
           EXIT.
      ************************************************************************
       510-WRITE-DEPARTMENT    SECTION.
           MOVE SPACE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACE TO RPT-LINE.
           STRING 'DEPARTMENT '            DELIMITED BY SIZE
                  WS-DP-DEPT(WS-DP-IDX)    DELIMITED BY '  '
                  INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACE TO RPT-LINE.
           MOVE '  TASK                  TIMINGS     HOURS  SHARE%'
               TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > WS-SM-NUM
               IF WS-SM-DEPT(WS-IDX) = WS-DP-DEPT(WS-DP-IDX)
                   COMPUTE WS-HOURS ROUNDED = WS-SM-SECS(WS-IDX) / 3600
                   IF WS-DP-SECS(WS-DP-IDX) > ZERO
                       COMPUTE WS-SHARE ROUNDED =
                           WS-SM-SECS(WS-IDX) * 100
                           / WS-DP-SECS(WS-DP-IDX)
                   ELSE
                       MOVE 0 TO WS-SHARE
                   END-IF
                   MOVE WS-HOURS TO WS-EDIT-HOURS
                   MOVE WS-SM-COUNT(WS-IDX) TO WS-EDIT-COUNT
                   MOVE WS-SHARE TO WS-EDIT-SHARE
                   MOVE SPACE TO RPT-LINE
                   MOVE WS-SM-TASK(WS-IDX) TO RPT-LINE(3:10)
                   MOVE WS-EDIT-COUNT      TO RPT-LINE(26:6)
                   MOVE WS-EDIT-HOURS      TO RPT-LINE(33:9)
                   MOVE WS-EDIT-SHARE      TO RPT-LINE(45:5)
                   WRITE RPT-LINE
               END-IF
           END-PERFORM.
           COMPUTE WS-HOURS ROUNDED = WS-DP-SECS(WS-DP-IDX) / 3600.
           MOVE WS-HOURS TO WS-EDIT-HOURS.
           MOVE WS-DP-COUNT(WS-DP-IDX) TO WS-EDIT-COUNT.
           MOVE SPACE TO RPT-LINE.
           MOVE '  DEPARTMENT TOTAL' TO RPT-LINE(1:18).
           MOVE WS-EDIT-COUNT TO RPT-LINE(26:6).
           MOVE WS-EDIT-HOURS TO RPT-LINE(33:9).
           WRITE RPT-LINE.
           EXIT.
      ************************************************************************
       980-FILE-REPORT         SECTION.
           MOVE 'TIMEMNTH' TO DB-RPTREPO-PROGRAM.
           MOVE RPT-FILE TO DB-RPTREPO-SOURCE.
           MOVE SPACE TO DB-RPTREPO-BIZDATE.
           MOVE SPACE TO DB-RPTREPO-CLASS.
           CALL 'RPTREPO' USING
                MCPAREA
                SPAAREA
                DB-RPTREPO.
           EXIT.
