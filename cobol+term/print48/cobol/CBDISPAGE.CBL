       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         CBDISPAGE.
      ******************************************************************
      * CHARGEBACK DISPUTE AGING REPORT.  LISTS EVERY DISPUTE STILL
      * AWAITING A FINANCE DECISION, OLDEST FIRST, WITH ITS AGE IN
      * DAYS SINCE IT WAS RAISED, THEN COUNTS THEM BY AGE BAND:
      *   0-7 DAYS, 8-14 DAYS, 15-30 DAYS, OVER 30 DAYS.
      * ACCEPTED CREDITS NOT YET CARRIED BY A CHARGEBACK JOURNAL ARE
      * TOTALLED UNDERNEATH SO FINANCE CAN SEE WHAT THE NEXT RUN WILL
      * POST.
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
           SELECT DSPFD    ASSIGN TO DSP-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS DSP-FILE-ST.
           SELECT RPTFD    ASSIGN TO RPT-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS RPT-FILE-ST.
       DATA                DIVISION.
       FILE                SECTION.
           FD  DSPFD.
           01  DSP-LINE            PIC X(350).
           FD  RPTFD.
           01  RPT-LINE            PIC X(132).
       WORKING-STORAGE     SECTION.
            COPY    "DB-CBDISPUTE".
            COPY    "DB-RPTREPO".
       01  DSP-FILE            PIC X(80)
                               VALUE './cobol/chargeback-disputes.dat'.
       01  DSP-FILE-ST         PIC X(02).
       01  RPT-FILE            PIC X(80)
                               VALUE './cobol/dispute-aging.rpt'.
       01  RPT-FILE-ST         PIC X(02).
       01  WS-RUN-DATE         PIC X(8).
       01  WS-IDX              PIC 9(4).
       01  WS-SORT-IDX         PIC 9(4).
       01  WS-MIN-IDX          PIC 9(4).
       01  WS-SWAP-IDX         PIC 9(3).
       01  WS-OPEN-NUM         PIC 9(4) VALUE 0.
       01  WS-OPEN-LIST.
           05  WS-OPEN-IDX     OCCURS 300 TIMES
                               PIC 9(3).
       01  WS-AGE              PIC 9(5).
       01  WS-BAND-1           PIC 9(4) VALUE 0.
       01  WS-BAND-2           PIC 9(4) VALUE 0.
       01  WS-BAND-3           PIC 9(4) VALUE 0.
       01  WS-BAND-4           PIC 9(4) VALUE 0.
       01  WS-UNPOSTED-NUM     PIC 9(4) VALUE 0.
       01  WS-UNPOSTED-AMT     PIC 9(11)V99 VALUE 0.
       01  WS-CREDIT-AMT       PIC 9(9)V99.
       01  WS-EDIT-AGE         PIC ZZZZ9.
       01  WS-EDIT-COUNT       PIC ZZZ9.
       01  WS-EDIT-AMT         PIC ZZZZZZZZ9.99.
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
           MOVE 0 TO WS-OPEN-NUM WS-UNPOSTED-NUM WS-UNPOSTED-AMT.
           MOVE 0 TO WS-BAND-1 WS-BAND-2 WS-BAND-3 WS-BAND-4.
      * A CATCH-UP RUN PASSES THE MISSED BUSINESS DATE AS THE
      * PROCESSING DATE; OTHERWISE THE RUN IS FOR TODAY.
           IF SPA-PROCDATE NOT = SPACE
              AND SPA-PROCDATE NOT = LOW-VALUE
               MOVE SPA-PROCDATE TO WS-RUN-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           END-IF.
           PERFORM 100-LOAD-REGISTER.
           PERFORM 110-SELECT-OPEN.
           PERFORM 120-SORT-BY-AGE.
           PERFORM 200-WRITE-REPORT.
           DISPLAY 'open chargeback disputes:' WS-OPEN-NUM.
           DISPLAY 'accepted credits not yet posted:' WS-UNPOSTED-NUM.
           MOVE WS-OPEN-NUM TO SPA-NUM.
           EXIT.
      ************************************************************************
       100-LOAD-REGISTER       SECTION.
           MOVE 0 TO DB-DSP-NUM.
           OPEN INPUT DSPFD.
           IF DSP-FILE-ST = "00"
               PERFORM UNTIL DSP-FILE-ST NOT = "00"
                        OR DB-DSP-NUM >= 300
                   READ DSPFD INTO DSP-LINE
                   IF DSP-FILE-ST = "00" AND DSP-LINE NOT = SPACE
                       ADD 1 TO DB-DSP-NUM
                       INITIALIZE DB-DSP-ENTRY(DB-DSP-NUM)
                       UNSTRING DSP-LINE DELIMITED BY '|'
                           INTO DB-DSP-ID(DB-DSP-NUM)
                                DB-DSP-JOBID(DB-DSP-NUM)
                                DB-DSP-STATUS(DB-DSP-NUM)
                                DB-DSP-RAISEDBY(DB-DSP-NUM)
                                DB-DSP-RAISEDTS(DB-DSP-NUM)
                                DB-DSP-MONTH(DB-DSP-NUM)
                                DB-DSP-DEPT(DB-DSP-NUM)
                                DB-DSP-ACCOUNT(DB-DSP-NUM)
                                DB-DSP-COSTCTR(DB-DSP-NUM)
                                DB-DSP-REASON(DB-DSP-NUM)
                                DB-DSP-CREDIT(DB-DSP-NUM)
                                DB-DSP-NOTE(DB-DSP-NUM)
                                DB-DSP-DECIDEDBY(DB-DSP-NUM)
                                DB-DSP-DECIDEDTS(DB-DSP-NUM)
                                DB-DSP-POSTED(DB-DSP-NUM)
                   END-IF
               END-PERFORM
               CLOSE DSPFD
           ELSE
               DISPLAY 'no chargeback disputes on file'
           END-IF.
           EXIT.
      ************************************************************************
       110-SELECT-OPEN         SECTION.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > DB-DSP-NUM
               IF DB-DSP-STATUS(WS-IDX) = 'OPEN'
                   ADD 1 TO WS-OPEN-NUM
                   MOVE WS-IDX TO WS-OPEN-IDX(WS-OPEN-NUM)
               END-IF
               IF DB-DSP-STATUS(WS-IDX) = 'ACCEPTED'
                  AND DB-DSP-POSTED(WS-IDX) = SPACE
                   ADD 1 TO WS-UNPOSTED-NUM
                   COMPUTE WS-CREDIT-AMT =
                       DB-DSP-CREDIT(WS-IDX) / 100
                   ADD WS-CREDIT-AMT TO WS-UNPOSTED-AMT
               END-IF
           END-PERFORM.
           EXIT.
      ************************************************************************
       120-SORT-BY-AGE         SECTION.
      * OLDEST FIRST: ASCENDING ON THE TIME THE DISPUTE WAS RAISED.
           PERFORM VARYING WS-SORT-IDX FROM 1 BY 1
                     UNTIL WS-SORT-IDX >= WS-OPEN-NUM
               MOVE WS-SORT-IDX TO WS-MIN-IDX
               PERFORM VARYING WS-IDX FROM WS-SORT-IDX BY 1
                         UNTIL WS-IDX > WS-OPEN-NUM
                   IF DB-DSP-RAISEDTS(WS-OPEN-IDX(WS-IDX)) <
                      DB-DSP-RAISEDTS(WS-OPEN-IDX(WS-MIN-IDX))
                       MOVE WS-IDX TO WS-MIN-IDX
                   END-IF
               END-PERFORM
               IF WS-MIN-IDX NOT = WS-SORT-IDX
                   MOVE WS-OPEN-IDX(WS-SORT-IDX) TO WS-SWAP-IDX
                   MOVE WS-OPEN-IDX(WS-MIN-IDX)
                       TO WS-OPEN-IDX(WS-SORT-IDX)
                   MOVE WS-SWAP-IDX TO WS-OPEN-IDX(WS-MIN-IDX)
               END-IF
           END-PERFORM.
           EXIT.
      ************************************************************************
       200-WRITE-REPORT        SECTION.
           OPEN OUTPUT RPTFD.
           MOVE SPACE TO RPT-LINE.
           STRING 'CHARGEBACK DISPUTE AGING REPORT  AS OF '
                                       DELIMITED BY SIZE
                  WS-RUN-DATE          DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACE TO RPT-LINE.
           MOVE 'DISPUTE'    TO RPT-LINE(1:7).
           MOVE 'JOB'        TO RPT-LINE(18:3).
           MOVE 'MONTH'      TO RPT-LINE(35:5).
           MOVE 'DEPARTMENT' TO RPT-LINE(42:10).
           MOVE 'RAISED BY'  TO RPT-LINE(63:9).
           MOVE 'AGE'        TO RPT-LINE(86:3).
           MOVE 'REASON'     TO RPT-LINE(91:6).
           WRITE RPT-LINE.
           PERFORM VARYING WS-SORT-IDX FROM 1 BY 1
                     UNTIL WS-SORT-IDX > WS-OPEN-NUM
               MOVE WS-OPEN-IDX(WS-SORT-IDX) TO WS-IDX
               PERFORM 210-WRITE-DISPUTE
           END-PERFORM.
           IF WS-OPEN-NUM = 0
               MOVE '  NO DISPUTES AWAITING A DECISION' TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           MOVE SPACE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 'OPEN DISPUTES BY AGE' TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-BAND-1 TO WS-EDIT-COUNT.
           MOVE SPACE TO RPT-LINE.
           STRING '  0-7 DAYS      ' DELIMITED BY SIZE
                  WS-EDIT-COUNT      DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE WS-BAND-2 TO WS-EDIT-COUNT.
           MOVE SPACE TO RPT-LINE.
           STRING '  8-14 DAYS     ' DELIMITED BY SIZE
                  WS-EDIT-COUNT      DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE WS-BAND-3 TO WS-EDIT-COUNT.
           MOVE SPACE TO RPT-LINE.
           STRING '  15-30 DAYS    ' DELIMITED BY SIZE
                  WS-EDIT-COUNT      DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE WS-BAND-4 TO WS-EDIT-COUNT.
           MOVE SPACE TO RPT-LINE.
           STRING '  OVER 30 DAYS  ' DELIMITED BY SIZE
                  WS-EDIT-COUNT      DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE WS-OPEN-NUM TO WS-EDIT-COUNT.
           MOVE SPACE TO RPT-LINE.
           STRING '  TOTAL OPEN    ' DELIMITED BY SIZE
                  WS-EDIT-COUNT      DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-UNPOSTED-NUM TO WS-EDIT-COUNT.
           MOVE WS-UNPOSTED-AMT TO WS-EDIT-AMT.
           MOVE SPACE TO RPT-LINE.
           STRING 'ACCEPTED CREDITS AWAITING THE NEXT CHARGEBACK RUN: '
                                     DELIMITED BY SIZE
                  WS-EDIT-COUNT      DELIMITED BY SIZE
                  '  AMOUNT: '       DELIMITED BY SIZE
                  WS-EDIT-AMT        DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           CLOSE RPTFD.
           PERFORM 980-FILE-REPORT.
           EXIT.
      ************************************************************************
       210-WRITE-DISPUTE       SECTION.
           MOVE 0 TO WS-AGE.
           IF DB-DSP-RAISEDTS(WS-IDX)(1:8) IS NUMERIC
              AND DB-DSP-RAISEDTS(WS-IDX)(1:8) < WS-RUN-DATE
               COMPUTE WS-AGE =
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WS-RUN-DATE))
                 - FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(DB-DSP-RAISEDTS(WS-IDX)(1:8)))
           END-IF.
           EVALUATE TRUE
             WHEN WS-AGE <= 7
               ADD 1 TO WS-BAND-1
             WHEN WS-AGE <= 14
               ADD 1 TO WS-BAND-2
             WHEN WS-AGE <= 30
               ADD 1 TO WS-BAND-3
             WHEN OTHER
               ADD 1 TO WS-BAND-4
           END-EVALUATE.
           MOVE WS-AGE TO WS-EDIT-AGE.
           MOVE SPACE TO RPT-LINE.
           MOVE DB-DSP-ID(WS-IDX)       TO RPT-LINE(1:16).
           MOVE DB-DSP-JOBID(WS-IDX)    TO RPT-LINE(18:16).
           MOVE DB-DSP-MONTH(WS-IDX)    TO RPT-LINE(35:6).
           MOVE DB-DSP-DEPT(WS-IDX)     TO RPT-LINE(42:20).
           MOVE DB-DSP-RAISEDBY(WS-IDX) TO RPT-LINE(63:20).
           MOVE WS-EDIT-AGE             TO RPT-LINE(84:5).
           MOVE DB-DSP-REASON(WS-IDX)   TO RPT-LINE(91:40).
           WRITE RPT-LINE.
           EXIT.
      ************************************************************************
       980-FILE-REPORT         SECTION.
           MOVE 'CBDISPAGE' TO DB-RPTREPO-PROGRAM.
           MOVE RPT-FILE TO DB-RPTREPO-SOURCE.
           MOVE SPACE TO DB-RPTREPO-BIZDATE.
           MOVE SPACE TO DB-RPTREPO-CLASS.
           CALL 'RPTREPO' USING
                MCPAREA
                SPAAREA
                DB-RPTREPO.
           EXIT.
