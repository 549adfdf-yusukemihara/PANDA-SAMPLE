      *     NON-BUSINESS DAY PER THE BIZDAY CALENDAR
      *   - THE SAME USER ACTIVE FROM TWO TERMINALS AT ONCE
      *   - A RUN OF SIGN-ON FAILURES FOLLOWED BY A SUCCESS
      *   - A FAILED STEP-UP RE-AUTHENTICATION BEFORE A PRIVILEGED
      *     CONFIRMATION
      * THE TWO SERIOUS CASES ARE ALSO PUSHED TO THE OPERATOR DESK
      * THROUGH THE PENDING-NOTIFICATION REGISTER.
      ******************************************************************
           FD  NOTFD.
           01  NOT-LINE            PIC X(250).
       WORKING-STORAGE     SECTION.
            COPY    "DB-RPTREPO".
            COPY    "DB-BIZDAY".
            COPY    "DB-FILELOCK".
            COPY    "ERRCODE".
      ************************************************************************
       010-RUN-REPORT          SECTION.
           MOVE 0 TO WS-ANOM-COUNT.
      * A CATCH-UP RUN PASSES THE MISSED BUSINESS DATE AS THE
      * PROCESSING DATE; OTHERWISE THE RUN IS FOR TODAY.
           IF SPA-PROCDATE NOT = SPACE
              AND SPA-PROCDATE NOT = LOW-VALUE
               MOVE SPA-PROCDATE TO WS-TODAY
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           END-IF.
           PERFORM 100-LOAD-SESSIONS.
           OPEN OUTPUT RPTFD.
           MOVE 'SIGN-ON ANOMALY REPORT' TO RPT-LINE.
           PERFORM 200-CHECK-HOURS.
           PERFORM 300-CHECK-CONCURRENT.
           PERFORM 400-CHECK-FAILED-RUNS.
           PERFORM 450-CHECK-STEPUP-FAILURES.
           MOVE SPACE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACE TO RPT-LINE.
           END-STRING.
           WRITE RPT-LINE.
           CLOSE RPTFD.
           PERFORM 980-FILE-REPORT.
           MOVE WS-ANOM-COUNT TO SPA-NUM.
           DISPLAY 'sign-on anomalies:' WS-ANOM-COUNT.
           EXIT.
           END-PERFORM.
           CLOSE ERRFD.
           EXIT.
      ************************************************************************
       450-CHECK-STEPUP-FAILURES SECTION.
      * A WRONG PASSWORD AT A CONFIRMATION IS SOMEONE OTHER THAN THE
      * SIGNED-ON OPERATOR AT THE DESK, OR A GUESS - EACH ONE TODAY
      * IS LISTED.
           OPEN INPUT ERRFD.
           IF ERR-FILE-ST NOT = "00"
               EXIT SECTION
           END-IF.
           PERFORM UNTIL ERR-FILE-ST NOT = "00"
               READ ERRFD INTO ERR-LINE
               IF ERR-FILE-ST = "00" AND ERR-LINE NOT = SPACE
                   MOVE SPACE TO ERR-REC
                   UNSTRING ERR-LINE DELIMITED BY '|'
                       INTO ERR-PROGRAM
                            ERR-CODE
                            ERR-USER
                            ERR-TERM
                            ERR-TS
                   IF ERR-PROGRAM = 'STEPUP'
                      AND FUNCTION NUMVAL(ERR-CODE)
                          = ERR-STEPUP-FAILURE
                      AND ERR-TS(1:8) = WS-TODAY
                       ADD 1 TO WS-ANOM-COUNT
                       MOVE SPACE TO RPT-LINE
                       STRING 'FAILED STEP-UP: '  DELIMITED BY SIZE
                              ERR-USER            DELIMITED BY SPACE
                              ' on '              DELIMITED BY SIZE
                              ERR-TERM            DELIMITED BY SPACE
                              ' at '              DELIMITED BY SIZE
                              ERR-TS              DELIMITED BY SPACE
                              INTO RPT-LINE
                       END-STRING
                       WRITE RPT-LINE
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ERRFD.
           EXIT.
      ************************************************************************
       500-NOTIFY-OPERATOR     SECTION.
      * THE NOTIFY WINDOWS REWRITE THE PENDING REGISTER UNDER THE
           MOVE MCP-TERM TO DB-FILELOCK-OWNER.
           CALL 'FILELOCK' USING DB-FILELOCK.
           EXIT.
      ************************************************************************
       980-FILE-REPORT         SECTION.
           MOVE 'SESSANOM' TO DB-RPTREPO-PROGRAM.
           MOVE RPT-FILE TO DB-RPTREPO-SOURCE.
           MOVE SPACE TO DB-RPTREPO-BIZDATE.
           MOVE SPACE TO DB-RPTREPO-CLASS.
           CALL 'RPTREPO' USING
                MCPAREA
                SPAAREA
                DB-RPTREPO.
           EXIT.
