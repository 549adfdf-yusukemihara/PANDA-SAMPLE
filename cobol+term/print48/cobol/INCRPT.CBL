       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         INCRPT.
      ******************************************************************
      * MONTHLY INCIDENT REPORT.  TAKES THE INCIDENTS OPENED IN THE
      * MONTH OF THE RUN DATE AND, BY ROOT-CAUSE CATEGORY, COUNTS
      * HOW MANY WERE OPENED, ACKNOWLEDGED AND RESOLVED AND HOW MANY
      * ARE STILL OPEN, WITH THE MEAN TIME TO ACKNOWLEDGE (OPENED TO
      * FIRST TAKEN UP) AND MEAN TIME TO RESOLVE (OPENED TO
      * RESOLVED), BOTH IN MINUTES.  INCIDENTS NOT YET GIVEN A
      * CATEGORY ARE SHOWN UNDER (NONE).  A TOTALS LINE FOLLOWS.
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
           SELECT INCFD    ASSIGN TO INC-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS INC-FILE-ST.
           SELECT RPTFD    ASSIGN TO RPT-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS RPT-FILE-ST.
       DATA                DIVISION.
       FILE                SECTION.
           FD  INCFD.
           01  INC-LINE            PIC X(250).
           FD  RPTFD.
           01  RPT-LINE            PIC X(132).
       WORKING-STORAGE     SECTION.
            COPY    "DB-INCIDENT".
            COPY    "DB-RPTREPO".
       01  INC-FILE            PIC X(80)
                               VALUE './cobol/incidents.dat'.
       01  INC-FILE-ST         PIC X(02).
       01  RPT-FILE            PIC X(80)
                               VALUE './cobol/incident-mttr.rpt'.
       01  RPT-FILE-ST         PIC X(02).
       01  WS-RUN-DATE         PIC X(8).
       01  WS-MONTH            PIC X(6).
       01  WS-IDX              PIC 9(4).
       01  WS-CAT-IDX          PIC 9(3).
       01  WS-CAT-NUM          PIC 9(3) VALUE 0.
       01  WS-CAT-TABLE.
           05  WS-CAT-ENTRY    OCCURS 50 TIMES.
               10  WS-CAT-NAME         PIC X(12).
               10  WS-CAT-OPENED       PIC 9(4).
               10  WS-CAT-ACKED        PIC 9(4).
               10  WS-CAT-ACK-SECS     PIC 9(11).
               10  WS-CAT-RESOLVED     PIC 9(4).
               10  WS-CAT-RES-SECS     PIC 9(11).
               10  WS-CAT-STILLOPEN    PIC 9(4).
       01  WS-TOTAL.
           05  WS-TOT-OPENED       PIC 9(4) VALUE 0.
           05  WS-TOT-ACKED        PIC 9(4) VALUE 0.
           05  WS-TOT-ACK-SECS     PIC 9(11) VALUE 0.
           05  WS-TOT-RESOLVED     PIC 9(4) VALUE 0.
           05  WS-TOT-RES-SECS     PIC 9(11) VALUE 0.
           05  WS-TOT-STILLOPEN    PIC 9(4) VALUE 0.
       01  WS-LINE.
           05  WS-LINE-NAME        PIC X(12).
           05  WS-LINE-COUNTS.
               10  WS-LINE-OPENED      PIC 9(4).
               10  WS-LINE-ACKED       PIC 9(4).
               10  WS-LINE-ACK-SECS    PIC 9(11).
               10  WS-LINE-RESOLVED    PIC 9(4).
               10  WS-LINE-RES-SECS    PIC 9(11).
               10  WS-LINE-STILLOPEN   PIC 9(4).
       01  WS-CATEGORY         PIC X(12).
       01  WS-STAMP            PIC X(21).
       01  WS-SECONDS          PIC 9(11).
       01  WS-OPEN-SECS        PIC 9(11).
       01  WS-MINUTES          PIC 9(7)V9.
       01  WS-EDIT-COUNT       PIC ZZZ9.
       01  WS-EDIT-MIN         PIC ZZZZZZ9.9.
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
           MOVE 0 TO WS-CAT-NUM.
           INITIALIZE WS-CAT-TABLE.
           INITIALIZE WS-TOTAL.
      * A CATCH-UP RUN PASSES THE MISSED BUSINESS DATE AS THE
      * PROCESSING DATE; OTHERWISE THE RUN IS FOR TODAY.
           IF SPA-PROCDATE NOT = SPACE
              AND SPA-PROCDATE NOT = LOW-VALUE
               MOVE SPA-PROCDATE TO WS-RUN-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           END-IF.
           MOVE WS-RUN-DATE(1:6) TO WS-MONTH.
           PERFORM 100-LOAD-REGISTER.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > DB-INC-NUM
               IF DB-INC-OPENEDTS(WS-IDX)(1:6) = WS-MONTH
                   PERFORM 200-COUNT-INCIDENT
               END-IF
           END-PERFORM.
           PERFORM 400-WRITE-REPORT.
           DISPLAY 'incidents opened in ' WS-MONTH ':' WS-TOT-OPENED.
           MOVE WS-TOT-OPENED TO SPA-NUM.
           EXIT.
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
           ELSE
               DISPLAY 'no incidents on file'
           END-IF.
           EXIT.
      ************************************************************************
       200-COUNT-INCIDENT      SECTION.
           MOVE DB-INC-CATEGORY(WS-IDX) TO WS-CATEGORY.
           IF WS-CATEGORY = SPACE
               MOVE '(NONE)' TO WS-CATEGORY
           END-IF.
           PERFORM 210-FIND-CATEGORY.
           IF WS-CAT-IDX = ZERO
               EXIT SECTION
           END-IF.
           ADD 1 TO WS-CAT-OPENED(WS-CAT-IDX) WS-TOT-OPENED.
           MOVE DB-INC-OPENEDTS(WS-IDX) TO WS-STAMP.
           PERFORM 300-STAMP-TO-SECONDS.
           MOVE WS-SECONDS TO WS-OPEN-SECS.
           IF DB-INC-ACKEDTS(WS-IDX) NOT = SPACE
               MOVE DB-INC-ACKEDTS(WS-IDX) TO WS-STAMP
               PERFORM 300-STAMP-TO-SECONDS
               IF WS-SECONDS < WS-OPEN-SECS
                   MOVE WS-OPEN-SECS TO WS-SECONDS
               END-IF
               ADD 1 TO WS-CAT-ACKED(WS-CAT-IDX) WS-TOT-ACKED
               COMPUTE WS-CAT-ACK-SECS(WS-CAT-IDX) =
                   WS-CAT-ACK-SECS(WS-CAT-IDX)
                 + WS-SECONDS - WS-OPEN-SECS
               COMPUTE WS-TOT-ACK-SECS =
                   WS-TOT-ACK-SECS + WS-SECONDS - WS-OPEN-SECS
           END-IF.
           IF DB-INC-RESOLVEDTS(WS-IDX) NOT = SPACE
               MOVE DB-INC-RESOLVEDTS(WS-IDX) TO WS-STAMP
               PERFORM 300-STAMP-TO-SECONDS
               IF WS-SECONDS < WS-OPEN-SECS
                   MOVE WS-OPEN-SECS TO WS-SECONDS
               END-IF
               ADD 1 TO WS-CAT-RESOLVED(WS-CAT-IDX) WS-TOT-RESOLVED
               COMPUTE WS-CAT-RES-SECS(WS-CAT-IDX) =
                   WS-CAT-RES-SECS(WS-CAT-IDX)
                 + WS-SECONDS - WS-OPEN-SECS
               COMPUTE WS-TOT-RES-SECS =
                   WS-TOT-RES-SECS + WS-SECONDS - WS-OPEN-SECS
           END-IF.
           IF DB-INC-STATUS(WS-IDX) = 'OPEN'
              OR DB-INC-STATUS(WS-IDX) = 'INVESTIGATING'
               ADD 1 TO WS-CAT-STILLOPEN(WS-CAT-IDX) WS-TOT-STILLOPEN
           END-IF.
           EXIT.
      ************************************************************************
       210-FIND-CATEGORY       SECTION.
           MOVE 0 TO WS-CAT-IDX.
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                     UNTIL WS-CAT-IDX > WS-CAT-NUM
                        OR WS-CAT-NAME(WS-CAT-IDX) = WS-CATEGORY
           END-PERFORM.
           IF WS-CAT-IDX > WS-CAT-NUM
               IF WS-CAT-NUM >= 50
                   DISPLAY 'too many incident categories - skipped '
                           WS-CATEGORY
                   MOVE 0 TO WS-CAT-IDX
                   EXIT SECTION
               END-IF
               ADD 1 TO WS-CAT-NUM
               MOVE WS-CAT-NUM TO WS-CAT-IDX
               MOVE WS-CATEGORY TO WS-CAT-NAME(WS-CAT-IDX)
           END-IF.
           EXIT.
      ************************************************************************
       300-STAMP-TO-SECONDS    SECTION.
           MOVE 0 TO WS-SECONDS.
           IF WS-STAMP(1:14) IS NUMERIC
               COMPUTE WS-SECONDS =
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WS-STAMP(1:8))) * 86400
                 + FUNCTION NUMVAL(WS-STAMP(9:2)) * 3600
                 + FUNCTION NUMVAL(WS-STAMP(11:2)) * 60
                 + FUNCTION NUMVAL(WS-STAMP(13:2))
           END-IF.
           EXIT.
      ************************************************************************
       400-WRITE-REPORT        SECTION.
           OPEN OUTPUT RPTFD.
           MOVE SPACE TO RPT-LINE.
           STRING 'INCIDENT REPORT BY ROOT-CAUSE CATEGORY  MONTH '
                                       DELIMITED BY SIZE
                  WS-MONTH             DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACE TO RPT-LINE.
           MOVE 'CATEGORY'     TO RPT-LINE(1:8).
           MOVE 'OPENED'       TO RPT-LINE(15:6).
           MOVE 'ACKED'        TO RPT-LINE(24:5).
           MOVE 'MEAN ACK MIN' TO RPT-LINE(31:12).
           MOVE 'RESOLVED'     TO RPT-LINE(45:8).
           MOVE 'MEAN RES MIN' TO RPT-LINE(55:12).
           MOVE 'STILL OPEN'   TO RPT-LINE(69:10).
           WRITE RPT-LINE.
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                     UNTIL WS-CAT-IDX > WS-CAT-NUM
               MOVE WS-CAT-ENTRY(WS-CAT-IDX) TO WS-LINE
               PERFORM 410-WRITE-LINE
           END-PERFORM.
           IF WS-CAT-NUM = 0
               MOVE '  NO INCIDENTS OPENED IN THE MONTH' TO RPT-LINE
               WRITE RPT-LINE
           ELSE
               MOVE SPACE TO RPT-LINE
               WRITE RPT-LINE
               MOVE 'TOTAL' TO WS-LINE-NAME
               MOVE WS-TOTAL TO WS-LINE-COUNTS
               PERFORM 410-WRITE-LINE
           END-IF.
           CLOSE RPTFD.
           PERFORM 980-FILE-REPORT.
           EXIT.
      ************************************************************************
       410-WRITE-LINE          SECTION.
           MOVE SPACE TO RPT-LINE.
           MOVE WS-LINE-NAME TO RPT-LINE(1:12).
           MOVE WS-LINE-OPENED TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO RPT-LINE(17:4).
           MOVE WS-LINE-ACKED TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO RPT-LINE(25:4).
           IF WS-LINE-ACKED > 0
               COMPUTE WS-MINUTES ROUNDED =
                   WS-LINE-ACK-SECS / WS-LINE-ACKED / 60
               MOVE WS-MINUTES TO WS-EDIT-MIN
               MOVE WS-EDIT-MIN TO RPT-LINE(34:9)
           ELSE
               MOVE '-' TO RPT-LINE(42:1)
           END-IF.
           MOVE WS-LINE-RESOLVED TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO RPT-LINE(49:4).
           IF WS-LINE-RESOLVED > 0
               COMPUTE WS-MINUTES ROUNDED =
                   WS-LINE-RES-SECS / WS-LINE-RESOLVED / 60
               MOVE WS-MINUTES TO WS-EDIT-MIN
               MOVE WS-EDIT-MIN TO RPT-LINE(58:9)
           ELSE
               MOVE '-' TO RPT-LINE(66:1)
           END-IF.
           MOVE WS-LINE-STILLOPEN TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO RPT-LINE(75:4).
           WRITE RPT-LINE.
           EXIT.
      ************************************************************************
       980-FILE-REPORT         SECTION.
           MOVE 'INCRPT' TO DB-RPTREPO-PROGRAM.
           MOVE RPT-FILE TO DB-RPTREPO-SOURCE.
           MOVE SPACE TO DB-RPTREPO-BIZDATE.
           MOVE SPACE TO DB-RPTREPO-CLASS.
           CALL 'RPTREPO' USING
                MCPAREA
                SPAAREA
                DB-RPTREPO.
           EXIT.
