      * AND ERROR RATES PER ENDPOINT, STATUS-CODE BREAKDOWN, THE
      * BUSIEST HOURS OF THE DAY, AND RESPONSE TIMES - AVERAGE AND
      * 95TH PERCENTILE PER ENDPOINT PLUS THE WORST TEN AVERAGES
      * COMPARED AGAINST THE PRIOR DAY'S RUN.  REQUESTS MADE UNDER
      * THE SYNTHETIC PROBE IDENTITY ARE LEFT OUT OF EVERY FIGURE.
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
           FD  PRIORFD.
           01  PRIOR-LINE          PIC X(40).
       WORKING-STORAGE     SECTION.
            COPY    "DB-PROBE".
            COPY    "DB-RPTREPO".
       01  LOG-FILE            PIC X(80)
                               VALUE './cobol/http-access.log'.
       01  LOG-FILE-ST         PIC X(02).
                            ACC-SIZE
                            ACC-ELAPSED
                   IF ACC-TS(1:8) = WS-TODAY
                      AND ACC-USER NOT = DB-PROBE-USER
                       PERFORM 200-COUNT-ONE
                   END-IF
               END-IF
               END-IF
           END-PERFORM.
           CLOSE RPTFD.
           PERFORM 980-FILE-REPORT.
           EXIT.
      ************************************************************************
       310-WRITE-WORST-TEN     SECTION.
               WRITE RPT-LINE
           END-PERFORM.
           EXIT.
      ************************************************************************
       980-FILE-REPORT         SECTION.
           MOVE 'HTTPTRAFFIC' TO DB-RPTREPO-PROGRAM.
           MOVE RPT-FILE TO DB-RPTREPO-SOURCE.
           MOVE SPACE TO DB-RPTREPO-BIZDATE.
           MOVE SPACE TO DB-RPTREPO-CLASS.
           CALL 'RPTREPO' USING
                MCPAREA
                SPAAREA
                DB-RPTREPO.
           EXIT.
