       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         EODCLOSE.
      ******************************************************************
      * END-OF-DAY CLOSE.  CHECKS EVERY ENABLED DAILY JOB ON THE BATCH
      * RUN-CONTROL TABLE AGAINST THE OPEN BUSINESS DATE AND PRINTS A
      * CLOSE CERTIFICATE.  A JOB IS CLEAR WHEN IT HAS RUN FOR THE
      * BUSINESS DATE OR LATER AND ITS LAST STATUS IS OK; ANY OTHER
      * JOB IS LISTED AS AN EXCEPTION.  ONLY WITH NO EXCEPTIONS IS THE
      * BUSINESS DATE ADVANCED TO THE NEXT BUSINESS DAY - OTHERWISE
      * THE DAY STAYS OPEN AND THE RUN ENDS FAILED SO THE OPERATOR
      * DESK SEES IT.  THE CLOSE JOB ITSELF IS NOT CHECKED.
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
           SELECT CTLFD    ASSIGN TO CTL-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS CTL-FILE-ST.
           SELECT RPTFD    ASSIGN TO RPT-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS RPT-FILE-ST.
       DATA                DIVISION.
       FILE                SECTION.
           FD  CTLFD.
           01  CTL-LINE            PIC X(100).
           FD  RPTFD.
           01  RPT-LINE            PIC X(132).
       WORKING-STORAGE     SECTION.
            COPY    "DB-RPTREPO".
            COPY    "DB-BATCH".
            COPY    "DB-BUSDATE".
       01  CTL-FILE            PIC X(80)
                               VALUE './cobol/batch-schedule.dat'.
       01  CTL-FILE-ST         PIC X(02).
       01  RPT-FILE            PIC X(80)
                               VALUE './cobol/eod-close.rpt'.
       01  RPT-FILE-ST         PIC X(02).
       01  WS-IDX              PIC 9(4).
       01  WS-BUS-DATE         PIC X(8).
       01  WS-TIMESTAMP        PIC X(21).
       01  WS-JOB-COUNT        PIC 9(4) VALUE 0.
       01  WS-EXCEPT-COUNT     PIC 9(4) VALUE 0.
       01  WS-EXCEPT-REASON    PIC X(30).
       01  WS-CLOSE-RC         PIC 9(4) VALUE 0.
       01  WS-EDIT-COUNT       PIC ZZZ9.
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
               PERFORM 010-RUN-CLOSE
           END-EVALUATE.
           EXIT    PROGRAM.
      ************************************************************************
       010-RUN-CLOSE           SECTION.
           MOVE 0 TO WS-JOB-COUNT WS-EXCEPT-COUNT WS-CLOSE-RC.
           MOVE FUNCTION CURRENT-DATE(1:21) TO WS-TIMESTAMP.
           INITIALIZE DB-BUSDATE.
           MOVE 'GET' TO DB-BUSDATE-FUNC.
           CALL 'BUSDATE' USING DB-BUSDATE.
           MOVE DB-BUSDATE-DATE TO WS-BUS-DATE.
           PERFORM 100-LOAD-CONTROL.
           OPEN OUTPUT RPTFD.
           MOVE SPACE TO RPT-LINE.
           STRING 'END-OF-DAY CLOSE CERTIFICATE  BUSINESS DATE '
                                          DELIMITED BY SIZE
                  WS-BUS-DATE             DELIMITED BY SIZE
                  '  RUN '                DELIMITED BY SIZE
                  WS-TIMESTAMP(1:8)       DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WS-TIMESTAMP(9:6)       DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACE TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM 200-CHECK-JOBS.
           PERFORM 300-CLOSE-DAY.
           CLOSE RPTFD.
           PERFORM 980-FILE-REPORT.
           IF WS-CLOSE-RC NOT = ZERO
               MOVE WS-CLOSE-RC TO MCP-RC
           END-IF.
           MOVE WS-EXCEPT-COUNT TO SPA-NUM.
           DISPLAY 'end-of-day close exceptions:' WS-EXCEPT-COUNT.
           EXIT.
      ************************************************************************
       100-LOAD-CONTROL        SECTION.
           MOVE 0 TO DB-BATCH-NUM.
           OPEN INPUT CTLFD.
           IF CTL-FILE-ST = "00"
               PERFORM UNTIL CTL-FILE-ST NOT = "00"
                        OR DB-BATCH-NUM >= 20
                   READ CTLFD INTO CTL-LINE
                   IF CTL-FILE-ST = "00" AND CTL-LINE NOT = SPACE
                       ADD 1 TO DB-BATCH-NUM
                       UNSTRING CTL-LINE DELIMITED BY '|'
                           INTO DB-BATCH-PROGRAM(DB-BATCH-NUM)
                                DB-BATCH-SCHEDTIME(DB-BATCH-NUM)
                                DB-BATCH-ENABLED(DB-BATCH-NUM)
                                DB-BATCH-LASTDATE(DB-BATCH-NUM)
                                DB-BATCH-LASTSTATUS(DB-BATCH-NUM)
                                DB-BATCH-PREDECESSOR(DB-BATCH-NUM)
                                DB-BATCH-ONFAIL(DB-BATCH-NUM)
                   END-IF
               END-PERFORM
               CLOSE CTLFD
           ELSE
               DISPLAY 'no batch run-control table'
           END-IF.
           EXIT.
      ************************************************************************
       200-CHECK-JOBS          SECTION.
           MOVE 'DAILY JOBS' TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > DB-BATCH-NUM
               IF DB-BATCH-ENABLED(WS-IDX) = 'Y'
                  AND DB-BATCH-PROGRAM(WS-IDX) NOT = 'EODCLOSE'
                   ADD 1 TO WS-JOB-COUNT
                   PERFORM 210-CHECK-ONE-JOB
               END-IF
           END-PERFORM.
           MOVE SPACE TO RPT-LINE.
           WRITE RPT-LINE.
           EXIT.
      ************************************************************************
       210-CHECK-ONE-JOB       SECTION.
           MOVE SPACE TO WS-EXCEPT-REASON.
           IF DB-BATCH-LASTDATE(WS-IDX) = SPACE
              OR DB-BATCH-LASTDATE(WS-IDX) < WS-BUS-DATE
               MOVE 'NOT RUN FOR BUSINESS DATE' TO WS-EXCEPT-REASON
           ELSE
               IF DB-BATCH-LASTSTATUS(WS-IDX) NOT = 'OK'
                   MOVE 'DID NOT FINISH OK' TO WS-EXCEPT-REASON
               END-IF
           END-IF.
           MOVE SPACE TO RPT-LINE.
           IF WS-EXCEPT-REASON = SPACE
               STRING '  OK         '          DELIMITED BY SIZE
                      DB-BATCH-PROGRAM(WS-IDX) DELIMITED BY SIZE
                      ' LAST RUN '             DELIMITED BY SIZE
                      DB-BATCH-LASTDATE(WS-IDX)
                                               DELIMITED BY SIZE
                      INTO RPT-LINE
               END-STRING
           ELSE
               ADD 1 TO WS-EXCEPT-COUNT
               STRING '  EXCEPTION  '          DELIMITED BY SIZE
                      DB-BATCH-PROGRAM(WS-IDX) DELIMITED BY SIZE
                      ' LAST RUN '             DELIMITED BY SIZE
                      DB-BATCH-LASTDATE(WS-IDX)
                                               DELIMITED BY SIZE
                      ' STATUS '               DELIMITED BY SIZE
                      DB-BATCH-LASTSTATUS(WS-IDX)
                                               DELIMITED BY SIZE
                      ' - '                    DELIMITED BY SIZE
                      WS-EXCEPT-REASON         DELIMITED BY '  '
                      INTO RPT-LINE
               END-STRING
           END-IF.
           WRITE RPT-LINE.
           EXIT.
      ************************************************************************
       300-CLOSE-DAY           SECTION.
           MOVE WS-JOB-COUNT TO WS-EDIT-COUNT.
           MOVE SPACE TO RPT-LINE.
           STRING 'JOBS CHECKED:    ' DELIMITED BY SIZE
                  WS-EDIT-COUNT       DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE WS-EXCEPT-COUNT TO WS-EDIT-COUNT.
           MOVE SPACE TO RPT-LINE.
           STRING 'EXCEPTIONS:      ' DELIMITED BY SIZE
                  WS-EDIT-COUNT       DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACE TO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-EXCEPT-COUNT > 0
               MOVE SPACE TO RPT-LINE
               STRING 'BUSINESS DATE '  DELIMITED BY SIZE
                      WS-BUS-DATE       DELIMITED BY SIZE
                      ' NOT CLOSED - CLEAR THE EXCEPTIONS AND RERUN'
                                        DELIMITED BY SIZE
                      INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE
               MOVE 8 TO WS-CLOSE-RC
               EXIT SECTION
           END-IF.
           INITIALIZE DB-BUSDATE.
           MOVE 'ADVANCE' TO DB-BUSDATE-FUNC.
           MOVE WS-BUS-DATE TO DB-BUSDATE-DATE.
           MOVE MCP-USER TO DB-BUSDATE-USER.
           CALL 'BUSDATE' USING DB-BUSDATE.
           MOVE SPACE TO RPT-LINE.
           IF DB-BUSDATE-RC = ZERO
               STRING 'BUSINESS DATE '  DELIMITED BY SIZE
                      WS-BUS-DATE       DELIMITED BY SIZE
                      ' CLOSED - NEW BUSINESS DATE '
                                        DELIMITED BY SIZE
                      DB-BUSDATE-DATE   DELIMITED BY SIZE
                      INTO RPT-LINE
               END-STRING
           ELSE
               STRING 'BUSINESS DATE '  DELIMITED BY SIZE
                      WS-BUS-DATE       DELIMITED BY SIZE
                      ' NOT ADVANCED - RC '
                                        DELIMITED BY SIZE
                      DB-BUSDATE-RC     DELIMITED BY SIZE
                      ' OPEN DATE '     DELIMITED BY SIZE
                      DB-BUSDATE-DATE   DELIMITED BY SIZE
                      INTO RPT-LINE
               END-STRING
               MOVE 8 TO WS-CLOSE-RC
           END-IF.
           WRITE RPT-LINE.
           EXIT.
      ************************************************************************
       980-FILE-REPORT         SECTION.
           MOVE 'EODCLOSE' TO DB-RPTREPO-PROGRAM.
           MOVE RPT-FILE TO DB-RPTREPO-SOURCE.
           MOVE WS-BUS-DATE TO DB-RPTREPO-BIZDATE.
           MOVE SPACE TO DB-RPTREPO-CLASS.
           CALL 'RPTREPO' USING
                MCPAREA
                SPAAREA
                DB-RPTREPO.
           EXIT.
