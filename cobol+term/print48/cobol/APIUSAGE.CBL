       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         APIUSAGE.
      ******************************************************************
      * MONTHLY API CLIENT USAGE STATEMENT.  TAKES THE ACCESS-LOG
      * LINES FOR THE MONTH OF THE RUN DATE AND, FOR EACH CLIENT AND
      * WITHIN IT EACH ENDPOINT, SHOWS REQUESTS, ERRORS (STATUS 400
      * AND UP), THE ERROR RATE AND THE VOLUME RETURNED IN BYTES,
      * WITH A SUBTOTAL PER CLIENT AND A GRAND TOTAL.  THE OWNING
      * DEPARTMENT AND STATUS COME FROM THE CLIENT REGISTRY.  LINES
      * WITH NO CLIENT ARE SHOWN UNDER (NONE); SYNTHETIC PROBE
      * TRAFFIC IS LEFT OUT, AS IN THE DAILY TRAFFIC REPORT.
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
           SELECT LOGFD    ASSIGN TO LOG-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS LOG-FILE-ST.
           SELECT RPTFD    ASSIGN TO RPT-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS RPT-FILE-ST.
       DATA                DIVISION.
       FILE                SECTION.
           FD  LOGFD.
           01  LOG-LINE            PIC X(150).
           FD  RPTFD.
           01  RPT-LINE            PIC X(132).
       WORKING-STORAGE     SECTION.
            COPY    "DB-PROBE".
            COPY    "DB-APICLIENT".
            COPY    "DB-RPTREPO".
       01  LOG-FILE            PIC X(80)
                               VALUE './cobol/http-access.log'.
       01  LOG-FILE-ST         PIC X(02).
       01  RPT-FILE            PIC X(80)
                               VALUE './cobol/api-usage.rpt'.
       01  RPT-FILE-ST         PIC X(02).
       01  ACC-REC.
           05  ACC-PROGRAM         PIC X(12).
           05  ACC-METHOD          PIC X(10).
           05  ACC-STATUS          PIC X(3).
           05  ACC-TERM            PIC X(20).
           05  ACC-USER            PIC X(20).
           05  ACC-TS              PIC X(21).
           05  ACC-SIZE            PIC 9(9).
           05  ACC-ELAPSED         PIC 9(6).
           05  ACC-CLIENT          PIC X(20).
       01  WS-RUN-DATE         PIC X(8).
       01  WS-MONTH            PIC X(6).
       01  WS-IDX              PIC 9(3).
       01  WS-FOUND            PIC 9(3).
       01  WS-CL-IDX           PIC 9(3).
       01  WS-CL-NUM           PIC 9(3) VALUE 0.
       01  WS-CL-TABLE.
           05  WS-CL-NAME      PIC X(20) OCCURS 100 TIMES.
       01  WS-USE-NUM          PIC 9(3) VALUE 0.
       01  WS-USE-TABLE.
           05  WS-USE-ENTRY    OCCURS 400 TIMES.
               10  WS-USE-CLIENT       PIC X(20).
               10  WS-USE-ENDPOINT     PIC X(12).
               10  WS-USE-COUNTS.
                   15  WS-USE-REQS     PIC 9(7).
                   15  WS-USE-ERRS     PIC 9(7).
                   15  WS-USE-BYTES    PIC 9(13).
       01  WS-SKIPPED          PIC 9(7) VALUE 0.
       01  WS-SUB.
           05  WS-SUB-REQS         PIC 9(7).
           05  WS-SUB-ERRS         PIC 9(7).
           05  WS-SUB-BYTES        PIC 9(13).
       01  WS-TOTAL.
           05  WS-TOT-REQS         PIC 9(7) VALUE 0.
           05  WS-TOT-ERRS         PIC 9(7) VALUE 0.
           05  WS-TOT-BYTES        PIC 9(13) VALUE 0.
       01  WS-LINE.
           05  WS-LINE-NAME        PIC X(12).
           05  WS-LINE-COUNTS.
               10  WS-LINE-REQS        PIC 9(7).
               10  WS-LINE-ERRS        PIC 9(7).
               10  WS-LINE-BYTES       PIC 9(13).
       01  WS-CLIENT           PIC X(20).
       01  WS-PCT              PIC 9(3)V9.
       01  WS-EDIT-COUNT       PIC ZZZZZZ9.
       01  WS-EDIT-PCT         PIC ZZ9.9.
       01  WS-EDIT-BYTES       PIC Z(12)9.
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
           MOVE 0 TO WS-CL-NUM.
           MOVE 0 TO WS-USE-NUM.
           MOVE 0 TO WS-SKIPPED.
           INITIALIZE WS-USE-TABLE.
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
           PERFORM 100-SCAN-LOG.
           PERFORM 400-WRITE-REPORT.
           IF WS-SKIPPED > 0
               DISPLAY 'usage lines beyond table capacity:' WS-SKIPPED
           END-IF.
           DISPLAY 'api requests in ' WS-MONTH ':' WS-TOT-REQS
               ' clients:' WS-CL-NUM.
           MOVE WS-CL-NUM TO SPA-NUM.
           EXIT.
      ************************************************************************
       100-SCAN-LOG            SECTION.
           OPEN INPUT LOGFD.
           IF LOG-FILE-ST NOT = "00"
               DISPLAY 'no access log yet'
               EXIT SECTION
           END-IF.
           PERFORM UNTIL LOG-FILE-ST NOT = "00"
               READ LOGFD INTO LOG-LINE
               IF LOG-FILE-ST = "00" AND LOG-LINE NOT = SPACE
                   MOVE SPACE TO ACC-REC
                   MOVE 0 TO ACC-SIZE
                   MOVE 0 TO ACC-ELAPSED
                   UNSTRING LOG-LINE DELIMITED BY '|'
                       INTO ACC-PROGRAM
                            ACC-METHOD
                            ACC-STATUS
                            ACC-TERM
                            ACC-USER
                            ACC-TS
                            ACC-SIZE
                            ACC-ELAPSED
                            ACC-CLIENT
                   IF ACC-TS(1:6) = WS-MONTH
                      AND ACC-USER NOT = DB-PROBE-USER
                       PERFORM 200-COUNT-ONE
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE LOGFD.
           EXIT.
      ************************************************************************
       200-COUNT-ONE           SECTION.
           IF ACC-CLIENT = SPACE
               MOVE '(NONE)' TO WS-CLIENT
           ELSE
               MOVE ACC-CLIENT TO WS-CLIENT
           END-IF.
           MOVE 0 TO WS-FOUND.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > WS-USE-NUM
               IF WS-USE-CLIENT(WS-IDX) = WS-CLIENT
                  AND WS-USE-ENDPOINT(WS-IDX) = ACC-PROGRAM
                   MOVE WS-IDX TO WS-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-FOUND = 0
               IF WS-USE-NUM >= 400
                   ADD 1 TO WS-SKIPPED
                   EXIT SECTION
               END-IF
               PERFORM 210-NOTE-CLIENT
               IF WS-CL-IDX = 0
                   ADD 1 TO WS-SKIPPED
                   EXIT SECTION
               END-IF
               ADD 1 TO WS-USE-NUM
               MOVE WS-USE-NUM TO WS-FOUND
               MOVE WS-CLIENT TO WS-USE-CLIENT(WS-FOUND)
               MOVE ACC-PROGRAM TO WS-USE-ENDPOINT(WS-FOUND)
           END-IF.
           ADD 1 TO WS-USE-REQS(WS-FOUND).
           ADD ACC-SIZE TO WS-USE-BYTES(WS-FOUND).
           IF ACC-STATUS >= '400'
               ADD 1 TO WS-USE-ERRS(WS-FOUND)
           END-IF.
           EXIT.
      ************************************************************************
       210-NOTE-CLIENT         SECTION.
      * CLIENTS ARE LISTED IN THE ORDER FIRST SEEN IN THE MONTH.
           MOVE 0 TO WS-CL-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > WS-CL-NUM
               IF WS-CL-NAME(WS-IDX) = WS-CLIENT
                   MOVE WS-IDX TO WS-CL-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-CL-IDX = 0 AND WS-CL-NUM < 100
               ADD 1 TO WS-CL-NUM
               MOVE WS-CLIENT TO WS-CL-NAME(WS-CL-NUM)
               MOVE WS-CL-NUM TO WS-CL-IDX
           END-IF.
           EXIT.
      ************************************************************************
       400-WRITE-REPORT        SECTION.
           OPEN OUTPUT RPTFD.
           MOVE SPACE TO RPT-LINE.
           STRING 'API CLIENT USAGE STATEMENT  MONTH '
                                       DELIMITED BY SIZE
                  WS-MONTH             DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                     UNTIL WS-CL-IDX > WS-CL-NUM
               PERFORM 410-WRITE-CLIENT
           END-PERFORM.
           MOVE SPACE TO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-CL-NUM = 0
               MOVE '  NO API REQUESTS IN THE MONTH' TO RPT-LINE
               WRITE RPT-LINE
           ELSE
               MOVE 'GRAND TOTAL' TO WS-LINE-NAME
               MOVE WS-TOTAL TO WS-LINE-COUNTS
               PERFORM 420-WRITE-LINE
           END-IF.
           CLOSE RPTFD.
           PERFORM 980-FILE-REPORT.
           EXIT.
      ************************************************************************
       410-WRITE-CLIENT        SECTION.
           MOVE WS-CL-NAME(WS-CL-IDX) TO WS-CLIENT.
           MOVE SPACE TO DB-APICLIENT-DEPT.
           MOVE SPACE TO DB-APICLIENT-STATUS.
           IF WS-CLIENT NOT = '(NONE)'
               MOVE 'KEY' TO DB-APICLIENT-FUNC
               MOVE WS-CLIENT TO DB-APICLIENT-CLIENT
               CALL 'APICLIENT' USING DB-APICLIENT
               IF DB-APICLIENT-RC NOT = 0
                   MOVE 'NOT ON REGISTRY' TO DB-APICLIENT-DEPT
               END-IF
           END-IF.
           MOVE SPACE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACE TO RPT-LINE.
           STRING 'CLIENT '             DELIMITED BY SIZE
                  WS-CLIENT             DELIMITED BY SPACE
                  '  DEPARTMENT '       DELIMITED BY SIZE
                  DB-APICLIENT-DEPT     DELIMITED BY '  '
                  '  '                  DELIMITED BY SIZE
                  DB-APICLIENT-STATUS   DELIMITED BY SPACE
                  INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACE TO RPT-LINE.
           MOVE 'ENDPOINT'     TO RPT-LINE(3:8).
           MOVE 'REQUESTS'     TO RPT-LINE(16:8).
           MOVE 'ERRORS'       TO RPT-LINE(28:6).
           MOVE 'ERROR %'      TO RPT-LINE(37:7).
           MOVE 'BYTES'        TO RPT-LINE(55:5).
           WRITE RPT-LINE.
           INITIALIZE WS-SUB.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > WS-USE-NUM
               IF WS-USE-CLIENT(WS-IDX) = WS-CLIENT
                   MOVE WS-USE-ENDPOINT(WS-IDX) TO WS-LINE-NAME
                   MOVE WS-USE-COUNTS(WS-IDX) TO WS-LINE-COUNTS
                   PERFORM 420-WRITE-LINE
                   ADD WS-USE-REQS(WS-IDX)  TO WS-SUB-REQS
                   ADD WS-USE-ERRS(WS-IDX)  TO WS-SUB-ERRS
                   ADD WS-USE-BYTES(WS-IDX) TO WS-SUB-BYTES
               END-IF
           END-PERFORM.
           MOVE 'CLIENT TOTAL' TO WS-LINE-NAME.
           MOVE WS-SUB TO WS-LINE-COUNTS.
           PERFORM 420-WRITE-LINE.
           ADD WS-SUB-REQS  TO WS-TOT-REQS.
           ADD WS-SUB-ERRS  TO WS-TOT-ERRS.
           ADD WS-SUB-BYTES TO WS-TOT-BYTES.
           EXIT.
      ************************************************************************
       420-WRITE-LINE          SECTION.
           MOVE SPACE TO RPT-LINE.
           MOVE WS-LINE-NAME TO RPT-LINE(3:12).
           MOVE WS-LINE-REQS TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO RPT-LINE(17:7).
           MOVE WS-LINE-ERRS TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT TO RPT-LINE(27:7).
           IF WS-LINE-REQS > 0
               COMPUTE WS-PCT ROUNDED =
                   WS-LINE-ERRS * 100 / WS-LINE-REQS
               MOVE WS-PCT TO WS-EDIT-PCT
               MOVE WS-EDIT-PCT TO RPT-LINE(39:5)
           ELSE
               MOVE '-' TO RPT-LINE(43:1)
           END-IF.
           MOVE WS-LINE-BYTES TO WS-EDIT-BYTES.
           MOVE WS-EDIT-BYTES TO RPT-LINE(47:13).
           WRITE RPT-LINE.
           EXIT.
      ************************************************************************
       980-FILE-REPORT         SECTION.
           MOVE 'APIUSAGE' TO DB-RPTREPO-PROGRAM.
           MOVE RPT-FILE TO DB-RPTREPO-SOURCE.
           MOVE SPACE TO DB-RPTREPO-BIZDATE.
           MOVE SPACE TO DB-RPTREPO-CLASS.
           CALL 'RPTREPO' USING
                MCPAREA
                SPAAREA
                DB-RPTREPO.
           EXIT.
