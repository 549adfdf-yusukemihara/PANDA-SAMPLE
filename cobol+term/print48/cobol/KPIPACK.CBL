      * PACK SHOWS IT AGAINST THE PRIOR THREE MONTHS SO TRENDS ARE
      * VISIBLE WITHOUT A SPREADSHEET.
      * HISTORY LAYOUT: MONTH|METRIC|VALUE.
      * THE MONTH'S PRINT JOBS AND PAGES ARE ALSO SHOWN BY COST
      * CENTER, EACH DEPARTMENT TAKING THE COST CENTER IT HAD AT THE
      * END OF THE MONTH.  A RERUN FOR A PAST MONTH PASSES A DATE IN
      * THAT MONTH AS THE PROCESSING DATE.
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
           FD  RPTFD.
           01  RPT-LINE            PIC X(132).
       WORKING-STORAGE     SECTION.
            COPY    "DB-RPTREPO".
            COPY    "DB-PRINTQ".
            COPY    "DB-DEPTMAST".
       01  SCAN-FILE           PIC X(80).
       01  SCAN-FILE-ST        PIC X(02).
       01  HIST-FILE           PIC X(80)
               10  HI-MONTH        PIC X(6).
               10  HI-NAME         PIC X(16).
               10  HI-VALUE        PIC 9(12).
      * DEPARTMENTS ALREADY LOOKED UP, SO THE MASTER IS READ ONCE
      * PER DEPARTMENT.
       01  DEPT-CACHE.
           05  DC-NUM              PIC 9(3).
           05  DC-ENTRY OCCURS 100 TIMES.
               10  DC-DEPT         PIC X(20).
               10  DC-COSTCTR      PIC X(8).
       01  COSTCTR-TABLE.
           05  CC-NUM              PIC 9(3).
           05  CC-ENTRY OCCURS 100 TIMES.
               10  CC-CODE         PIC X(8).
               10  CC-JOBS         PIC 9(7).
               10  CC-PAGES        PIC 9(12).
       01  WS-CC-DEPT          PIC X(20).
       01  WS-CC-CODE          PIC X(8).
       01  WS-CC-PAGES         PIC 9(12).
       01  WS-CC-IDX           PIC 9(3).
       01  WS-MONTHS.
           05  WS-MONTH            OCCURS 4 TIMES
                                   PIC X(6).
      ************************************************************************
       050-BUILD-MONTH-LIST    SECTION.
      * SLOT 1 IS THE CURRENT MONTH, SLOTS 2-4 THE THREE BEFORE IT.
           IF SPA-PROCDATE NOT = SPACE
              AND SPA-PROCDATE NOT = LOW-VALUE
               MOVE SPA-PROCDATE(1:6) TO WS-MONTH(1)
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:6) TO WS-MONTH(1)
           END-IF.
           MOVE FUNCTION NUMVAL(WS-MONTH(1)(1:4)) TO WS-YY.
           MOVE FUNCTION NUMVAL(WS-MONTH(1)(5:2)) TO WS-MM.
           PERFORM VARYING WS-M FROM 2 BY 1 UNTIL WS-M > 4
           PERFORM VARYING WS-MET FROM 1 BY 1 UNTIL WS-MET > 8
               MOVE 0 TO MET-VALUE(WS-MET)
           END-PERFORM.
           MOVE 0 TO DC-NUM CC-NUM.
           EXIT.
      ************************************************************************
       200-COLLECT-MSG-STATS   SECTION.
           EXIT.
      ************************************************************************
       230-COLLECT-PRINT       SECTION.
           INITIALIZE DB-PRINTQ.
           MOVE 'FIRST' TO DB-PRINTQ-FUNC.
           CALL 'PRINTQ' USING DB-PRINTQ.
           PERFORM UNTIL DB-PRINTQ-RC NOT = ZERO
               IF DB-PRINTQ-TIME(1:6) = WS-MONTH(1)
                   ADD 1 TO MET-VALUE(7)
                   ADD DB-PRINTQ-PAGES TO MET-VALUE(8)
                   MOVE DB-PRINTQ-DEPT  TO WS-CC-DEPT
                   MOVE DB-PRINTQ-PAGES TO WS-CC-PAGES
                   PERFORM 250-ADD-TO-COSTCTR
               END-IF
               MOVE 'NEXT' TO DB-PRINTQ-FUNC
               CALL 'PRINTQ' USING DB-PRINTQ
           END-PERFORM.
           MOVE './cobol/print-history.dat' TO SCAN-FILE.
           PERFORM 240-COUNT-PRINT-FILE.
           EXIT.
                            WS-F1
                   IF WS-F1(1:6) = WS-MONTH(1)
                       ADD 1 TO MET-VALUE(7)
                       MOVE 0 TO WS-CC-PAGES
                       IF WS-F5 IS NUMERIC
                           COMPUTE MET-VALUE(8) = MET-VALUE(8)
                               + FUNCTION NUMVAL(WS-F5)
                           MOVE FUNCTION NUMVAL(WS-F5) TO WS-CC-PAGES
                       END-IF
                       MOVE WS-F4 TO WS-CC-DEPT
                       PERFORM 250-ADD-TO-COSTCTR
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE SCANFD.
           EXIT.
      ************************************************************************
       250-ADD-TO-COSTCTR      SECTION.
      * ADDS ONE JOB OF WS-CC-PAGES FOR DEPARTMENT WS-CC-DEPT TO THE
      * COST CENTER THE DEPARTMENT HAD AT THE END OF THE MONTH.
           PERFORM VARYING WS-CC-IDX FROM 1 BY 1
                     UNTIL WS-CC-IDX > DC-NUM
               IF DC-DEPT(WS-CC-IDX) = WS-CC-DEPT
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-CC-IDX > DC-NUM
               MOVE 'COSTASOF'  TO DB-DEPTMAST-FUNC
               MOVE WS-CC-DEPT  TO DB-DEPTMAST-DEPT
               MOVE WS-MONTH(1) TO DB-DEPTMAST-ASOF
               MOVE '31'        TO DB-DEPTMAST-ASOF(7:2)
               CALL 'DEPTMASTER' USING DB-DEPTMAST
               MOVE DB-DEPTMAST-COSTCTR TO WS-CC-CODE
               IF DC-NUM < 100
                   ADD 1 TO DC-NUM
                   MOVE WS-CC-DEPT TO DC-DEPT(DC-NUM)
                   MOVE WS-CC-CODE TO DC-COSTCTR(DC-NUM)
               END-IF
           ELSE
               MOVE DC-COSTCTR(WS-CC-IDX) TO WS-CC-CODE
           END-IF.
           IF WS-CC-CODE = SPACE
               MOVE '(NONE)' TO WS-CC-CODE
           END-IF.
           PERFORM VARYING WS-CC-IDX FROM 1 BY 1
                     UNTIL WS-CC-IDX > CC-NUM
               IF CC-CODE(WS-CC-IDX) = WS-CC-CODE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-CC-IDX > CC-NUM
               IF CC-NUM >= 100
                   EXIT SECTION
               END-IF
               ADD 1 TO CC-NUM
               MOVE CC-NUM     TO WS-CC-IDX
               MOVE WS-CC-CODE TO CC-CODE(WS-CC-IDX)
               MOVE 0 TO CC-JOBS(WS-CC-IDX) CC-PAGES(WS-CC-IDX)
           END-IF.
           ADD 1           TO CC-JOBS(WS-CC-IDX).
           ADD WS-CC-PAGES TO CC-PAGES(WS-CC-IDX).
           EXIT.
      ************************************************************************
       300-LOAD-HISTORY        SECTION.
           MOVE 0 TO HI-NUM.
               END-PERFORM
               WRITE RPT-LINE
           END-PERFORM.
           PERFORM 420-WRITE-COSTCTR.
           CLOSE RPTFD.
           PERFORM 980-FILE-REPORT.
           EXIT.
      ************************************************************************
       410-FIND-HISTORY-VALUE  SECTION.
               END-IF
           END-PERFORM.
           EXIT.
      ************************************************************************
       420-WRITE-COSTCTR       SECTION.
           MOVE SPACE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACE TO RPT-LINE.
           STRING 'PRINT BY COST CENTER  ' DELIMITED BY SIZE
                  WS-MONTH(1)              DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE 'COST CTR         JOBS        PAGES' TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM VARYING WS-CC-IDX FROM 1 BY 1
                     UNTIL WS-CC-IDX > CC-NUM
               MOVE SPACE TO RPT-LINE
               MOVE 1 TO WS-OUT-PTR
               STRING CC-CODE(WS-CC-IDX) DELIMITED BY SIZE
                      ' '                DELIMITED BY SIZE
                      INTO RPT-LINE
                      WITH POINTER WS-OUT-PTR
               END-STRING
               MOVE CC-JOBS(WS-CC-IDX) TO WS-EDIT-VAL
               STRING WS-EDIT-VAL DELIMITED BY SIZE
                      ' '         DELIMITED BY SIZE
                      INTO RPT-LINE
                      WITH POINTER WS-OUT-PTR
               END-STRING
               MOVE CC-PAGES(WS-CC-IDX) TO WS-EDIT-VAL
               STRING WS-EDIT-VAL DELIMITED BY SIZE
                      INTO RPT-LINE
                      WITH POINTER WS-OUT-PTR
               END-STRING
               WRITE RPT-LINE
           END-PERFORM.
           EXIT.
      ************************************************************************
       980-FILE-REPORT         SECTION.
           MOVE 'KPIPACK' TO DB-RPTREPO-PROGRAM.
           MOVE RPT-FILE TO DB-RPTREPO-SOURCE.
           MOVE SPACE TO DB-RPTREPO-BIZDATE.
           MOVE SPACE TO DB-RPTREPO-CLASS.
           CALL 'RPTREPO' USING
                MCPAREA
                SPAAREA
                DB-RPTREPO.
           EXIT.
