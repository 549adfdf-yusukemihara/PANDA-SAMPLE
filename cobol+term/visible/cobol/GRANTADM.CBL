      * UNTIL ITS EXPIRY TIMESTAMP, THE SCREEN MARKS RUN-OUT GRANTS
      * EXPIRED ON EVERY VISIT, AND EVERY ISSUE, REVOKE AND EXPIRY
      * IS APPENDED TO THE GRANT HISTORY LOG.
      * A GRANT THAT WOULD GIVE ITS HOLDER BOTH SIDES OF A
      * SEGREGATION-OF-DUTIES CONFLICT RULE IS REFUSED UNLESS AN
      * OVERRIDE REASON IS ENTERED; THE OVERRIDE IS THEN RECORDED
      * THROUGH SODCHECK.  ISSUING A GRANT ASKS FOR THE OPERATOR'S
      * PASSWORD AGAIN (STEPUP).
      * GRANT LAYOUT: USER|FUNCTION|EXPIRY|GRANTEDBY|REASON|STATUS.
      ******************************************************************
       ENVIRONMENT         DIVISION.
           01  HIST-LINE           PIC X(200).
       WORKING-STORAGE     SECTION.
            COPY    "DB-AUTH".
            COPY    "DB-SOD".
            COPY    "DB-STEPUP".
       01  GR-FILE             PIC X(80)
                               VALUE './cobol/auth-grants.dat'.
       01  GR-FILE-ST          PIC X(02).
       01  WS-EXP-MM           PIC 9(2).
       01  WS-EXP-SS           PIC 9(2).
       01  WS-EXPIRY           PIC X(14).
       01  WS-SOD-OK           PIC X(1).
       LINKAGE                 SECTION.
            COPY    "MCPAREA".
            COPY    "SPAAREA".
               PERFORM 090-SHOW-GRANTS
               EXIT SECTION
           END-IF.
           PERFORM 180-STEP-UP.
           IF DB-STEPUP-RC NOT = ZERO
               PERFORM 090-SHOW-GRANTS
               EXIT SECTION
           END-IF.
           PERFORM 170-CHECK-CONFLICTS.
           IF WS-SOD-OK = 'N'
               PERFORM 090-SHOW-GRANTS
               EXIT SECTION
           END-IF.
           PERFORM 160-COMPUTE-EXPIRY.
           ADD 1 TO DB-GRANT-NUM.
           MOVE DB-GRANT-NUM TO WS-SEL-IDX.
           PERFORM 300-WRITE-HISTORY.
           PERFORM 200-SAVE-GRANTS.
           MOVE 'grant issued' TO SCR-GRMSG.
           IF WS-SOD-OK = 'O'
               MOVE 'grant issued - conflict override recorded'
                   TO SCR-GRMSG
           END-IF.
           PERFORM 090-SHOW-GRANTS.
           EXIT.
      ************************************************************************
                  INTO WS-EXPIRY
           END-STRING.
           EXIT.
      ************************************************************************
       170-CHECK-CONFLICTS     SECTION.
      * WS-SOD-OK IS Y (NO NEW CONFLICT), O (OVERRIDE RECORDED) OR
      * N (REFUSED, REASON IN SCR-GRMSG).
           MOVE 'Y' TO WS-SOD-OK.
           MOVE 'CHECK' TO DB-SOD-FUNC.
           MOVE SCR-GRUSER TO DB-SOD-USER.
           MOVE SPACE TO DB-SOD-NEWROLE.
           MOVE SCR-GRFUNC TO DB-SOD-NEWGRANT.
           MOVE SPACE TO DB-SOD-RULEFUNC.
           CALL 'SODCHECK' USING DB-SOD.
           IF DB-SOD-NUM = ZERO
               EXIT SECTION
           END-IF.
           IF SCR-GRSODOVR = SPACE
               MOVE 'N' TO WS-SOD-OK
               MOVE SPACE TO SCR-GRMSG
               STRING 'conflict: '          DELIMITED BY SIZE
                      DB-SOD-HIT-USER(1)    DELIMITED BY SPACE
                      ' would hold '        DELIMITED BY SIZE
                      DB-SOD-HIT-FUNCA(1)   DELIMITED BY SPACE
                      ' and '               DELIMITED BY SIZE
                      DB-SOD-HIT-FUNCB(1)   DELIMITED BY SPACE
                      ' - override reason required'
                                            DELIMITED BY SIZE
                      INTO SCR-GRMSG
               END-STRING
               EXIT SECTION
           END-IF.
           MOVE 'O' TO WS-SOD-OK.
           MOVE 'RECORD' TO DB-SOD-FUNC.
           MOVE MCP-USER TO DB-SOD-BY.
           MOVE MCP-TERM TO DB-SOD-TERM.
           MOVE 'GRANTADM' TO DB-SOD-SOURCE.
           MOVE SCR-GRSODOVR TO DB-SOD-REASON.
           CALL 'SODCHECK' USING DB-SOD.
           MOVE SPACE TO SCR-GRSODOVR.
           EXIT.
      ************************************************************************
       180-STEP-UP         SECTION.
      * THE CONFIRMATION GOES AHEAD ONLY ON DB-STEPUP-RC ZERO.
           MOVE SCR-STEPPASS TO DB-STEPUP-PASS.
           MOVE SPACE TO SCR-STEPPASS.
           CALL 'STEPUP' USING
                MCPAREA
                DB-STEPUP.
           EVALUATE DB-STEPUP-RC
             WHEN 0
               CONTINUE
             WHEN 1
               MOVE 'enter your password to confirm' TO SCR-GRMSG
             WHEN 3
               MOVE 'account locked - see an administrator'
                   TO SCR-GRMSG
             WHEN OTHER
               MOVE 'password not accepted' TO SCR-GRMSG
           END-EVALUATE.
           EXIT.
      ************************************************************************
       200-SAVE-GRANTS         SECTION.
           OPEN OUTPUT GRFD.
