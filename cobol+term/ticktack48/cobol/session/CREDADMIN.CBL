      * SUPERVISOR-ONLY ADMINISTRATION WINDOW OVER THE OPERATOR
      * CREDENTIAL TABLE USED BY SESSIONSTART.  SUPPORTS ADD, DISABLE,
      * UNLOCK AND PASSWORD RESET, SAVING THROUGH THE SAME SAFE-SAVE
      * PROTOCOL AS SESSIONSTART.  ALSO SETS THE SELECTED USER'S ROLE
      * THROUGH ROLEASSIGN; A ROLE THAT WOULD GIVE THE USER BOTH SIDES
      * OF A SEGREGATION-OF-DUTIES CONFLICT RULE IS REFUSED UNLESS AN
      * OVERRIDE REASON IS ENTERED, AND THE OVERRIDE IS RECORDED
      * THROUGH SODCHECK.  EACH USER'S LAST SUCCESSFUL SIGN-ON, FROM
      * THE SESSION HISTORY, IS SHOWN BESIDE THE LOCK FLAG.  A
      * PASSWORD RESET ASKS FOR THE OPERATOR'S OWN PASSWORD AGAIN
      * (STEPUP) BEFORE IT IS MADE.
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
           SELECT SAVEFD   ASSIGN TO SAVE-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS SAVE-FILE-ST.
           SELECT HISTFD   ASSIGN TO HIST-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS HIST-FILE-ST.
       DATA                DIVISION.
       FILE                SECTION.
           FD  CREDFD.
           01  CRED-LINE           PIC X(80).
           FD  SAVEFD.
           01  SAVE-LINE           PIC X(80).
           FD  HISTFD.
           01  HIST-LINE           PIC X(120).
       WORKING-STORAGE     SECTION.
            COPY    "DB-CRED".
            COPY    "DB-FILEGUARD".
            COPY    "DB-AUTH".
            COPY    "DB-SOD".
            COPY    "DB-ROLEASG".
            COPY    "DB-STEPUP".
       01  CRED-FILE           PIC X(80)
                               VALUE './cobol/operator-credentials.dat'.
       01  CRED-FILE-ST        PIC X(02).
           './cobol/operator-credentials.dat.new'.
       01  SAVE-FILE-ST        PIC X(02).
       01  SAVE-COUNT          PIC 9(6).
       01  HIST-FILE           PIC X(80)
                  VALUE './cobol/session-history.dat'.
       01  HIST-FILE-ST        PIC X(02).
       01  HIST-USER           PIC X(20).
       01  HIST-TERM           PIC X(20).
       01  HIST-START          PIC X(21).
       01  WS-LASTON-TABLE.
           05  WS-LASTON OCCURS 100 TIMES
                                   PIC X(8).
       01  WS-IDX              PIC 9(4).
       01  WS-SEL-IDX          PIC 9(4).
       01  WS-PASSHASH         PIC 9(9).
       01  WS-LEN              PIC 9(3).
       01  WS-I                PIC 9(3).
       01  WS-SOD-OK           PIC X(1).
       LINKAGE                 SECTION.
            COPY    "MCPAREA".
            COPY    "SPAAREA".
                   PERFORM 050-UNLOCK-USER
                 WHEN     'PUTG'           ALSO    'resetbutton'
                   PERFORM 060-RESET-PASSWORD
                 WHEN     'PUTG'           ALSO    'rolebutton'
                   PERFORM 070-SET-ROLE
                 WHEN     'PUTG'           ALSO    'refreshbutton'
                   PERFORM 080-REFRESH
               END-EVALUATE
           END-IF.
           IF SCR-ADMPASS = SPACE
               MOVE 'enter the new password first' TO SCR-AMSG
               PERFORM 090-SHOW-CRED
               EXIT SECTION
           END-IF.
           PERFORM 150-STEP-UP.
           IF DB-STEPUP-RC NOT = ZERO
               MOVE SPACE TO SCR-ADMPASS
               PERFORM 090-SHOW-CRED
               EXIT SECTION
           END-IF.
      * THE STEP-UP REWRITES THE TABLE, SO THE RESET WORKS FROM A
      * FRESH COPY RATHER THAN OVERWRITE THE FAILURE COUNT IT SET.
           PERFORM 100-LOAD-CRED.
           MOVE SCR-ADMPASS TO PASSWD.
           PERFORM 120-HASH-PASSWD.
           MOVE DB-CRED-HIST(WS-SEL-IDX 2)
               TO DB-CRED-HIST(WS-SEL-IDX 3).
           MOVE DB-CRED-HIST(WS-SEL-IDX 1)
               TO DB-CRED-HIST(WS-SEL-IDX 2).
           MOVE DB-CRED-HASH(WS-SEL-IDX)
               TO DB-CRED-HIST(WS-SEL-IDX 1).
           MOVE WS-PASSHASH TO DB-CRED-HASH(WS-SEL-IDX).
           MOVE FUNCTION CURRENT-DATE(1:8)
               TO DB-CRED-CHANGED(WS-SEL-IDX).
           MOVE 0   TO DB-CRED-FAILS(WS-SEL-IDX).
           MOVE 'N' TO DB-CRED-LOCKED(WS-SEL-IDX).
           PERFORM 200-SAVE-CRED.
           MOVE 'password reset' TO SCR-AMSG.
           MOVE SPACE TO SCR-ADMPASS.
           PERFORM 090-SHOW-CRED.
           EXIT.
      ************************************************************************
       070-SET-ROLE            SECTION.
           PERFORM 100-LOAD-CRED.
           PERFORM 115-CHECK-SELECTION.
           IF WS-SEL-IDX = ZERO
               PERFORM 090-SHOW-CRED
               EXIT SECTION
           END-IF.
           IF SCR-ADMROLE = SPACE
               MOVE 'enter the role first' TO SCR-AMSG
               PERFORM 090-SHOW-CRED
               EXIT SECTION
           END-IF.
           PERFORM 130-CHECK-CONFLICTS.
           IF WS-SOD-OK = 'N'
               PERFORM 090-SHOW-CRED
               EXIT SECTION
           END-IF.
           MOVE DB-CRED-USER(WS-SEL-IDX) TO DB-ROLEASG-USER.
           MOVE SCR-ADMROLE TO DB-ROLEASG-ROLE.
           MOVE MCP-USER TO DB-ROLEASG-BY.
           MOVE MCP-TERM TO DB-ROLEASG-OWNER.
           CALL 'ROLEASSIGN' USING DB-ROLEASG.
           EVALUATE DB-ROLEASG-RC
             WHEN 0
               IF WS-SOD-OK = 'O'
                   MOVE 'role set - conflict override recorded'
                       TO SCR-AMSG
               ELSE
                   MOVE 'role set' TO SCR-AMSG
               END-IF
               MOVE SPACE TO SCR-ADMROLE
             WHEN 2
               MOVE SPACE TO SCR-AMSG
               STRING 'role table in use by '  DELIMITED BY SIZE
                      DB-ROLEASG-HOLDER        DELIMITED BY SPACE
                      INTO SCR-AMSG
               END-STRING
             WHEN OTHER
               MOVE 'role table is full' TO SCR-AMSG
           END-EVALUATE.
           PERFORM 090-SHOW-CRED.
           EXIT.
      ************************************************************************
       080-REFRESH             SECTION.
           PERFORM 100-LOAD-CRED.
                       999999999)
           END-PERFORM.
           EXIT.
      ************************************************************************
       130-CHECK-CONFLICTS     SECTION.
      * WS-SOD-OK IS Y (NO NEW CONFLICT), O (OVERRIDE RECORDED) OR
      * N (REFUSED, REASON IN SCR-AMSG).
           MOVE 'Y' TO WS-SOD-OK.
           MOVE 'CHECK' TO DB-SOD-FUNC.
           MOVE DB-CRED-USER(WS-SEL-IDX) TO DB-SOD-USER.
           MOVE SCR-ADMROLE TO DB-SOD-NEWROLE.
           MOVE SPACE TO DB-SOD-NEWGRANT.
           MOVE SPACE TO DB-SOD-RULEFUNC.
           CALL 'SODCHECK' USING DB-SOD.
           IF DB-SOD-NUM = ZERO
               EXIT SECTION
           END-IF.
           IF SCR-ADMSODOVR = SPACE
               MOVE 'N' TO WS-SOD-OK
               MOVE SPACE TO SCR-AMSG
               STRING 'conflict: '          DELIMITED BY SIZE
                      DB-SOD-HIT-USER(1)    DELIMITED BY SPACE
                      ' would hold '        DELIMITED BY SIZE
                      DB-SOD-HIT-FUNCA(1)   DELIMITED BY SPACE
                      ' and '               DELIMITED BY SIZE
                      DB-SOD-HIT-FUNCB(1)   DELIMITED BY SPACE
                      ' - override reason required'
                                            DELIMITED BY SIZE
                      INTO SCR-AMSG
               END-STRING
               EXIT SECTION
           END-IF.
           MOVE 'O' TO WS-SOD-OK.
           MOVE 'RECORD' TO DB-SOD-FUNC.
           MOVE MCP-USER TO DB-SOD-BY.
           MOVE MCP-TERM TO DB-SOD-TERM.
           MOVE 'CREDADMIN' TO DB-SOD-SOURCE.
           MOVE SCR-ADMSODOVR TO DB-SOD-REASON.
           CALL 'SODCHECK' USING DB-SOD.
           MOVE SPACE TO SCR-ADMSODOVR.
           EXIT.
      ************************************************************************
       140-LOAD-LAST-SIGNON    SECTION.
      * THE LATEST SESSION START ON THE HISTORY FOR EACH USER.
           MOVE SPACE TO WS-LASTON-TABLE.
           OPEN INPUT HISTFD.
           IF HIST-FILE-ST NOT = "00"
               EXIT SECTION
           END-IF.
           PERFORM UNTIL HIST-FILE-ST NOT = "00"
               READ HISTFD INTO HIST-LINE
               IF HIST-FILE-ST = "00" AND HIST-LINE NOT = SPACE
                   MOVE SPACE TO HIST-USER HIST-TERM HIST-START
                   UNSTRING HIST-LINE DELIMITED BY '|'
                       INTO HIST-USER
                            HIST-TERM
                            HIST-START
                   PERFORM VARYING WS-IDX FROM 1 BY 1
                             UNTIL WS-IDX > DB-CRED-NUM
                       IF DB-CRED-USER(WS-IDX) = HIST-USER
                          AND HIST-START(1:8) > WS-LASTON(WS-IDX)
                           MOVE HIST-START(1:8) TO WS-LASTON(WS-IDX)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           CLOSE HISTFD.
           EXIT.
      ************************************************************************
       150-STEP-UP         SECTION.
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
               MOVE 'enter your password to confirm' TO SCR-AMSG
             WHEN 3
               MOVE 'account locked - see an administrator'
                   TO SCR-AMSG
             WHEN OTHER
               MOVE 'password not accepted' TO SCR-AMSG
           END-EVALUATE.
           EXIT.
      ************************************************************************
       200-SAVE-CRED            SECTION.
           OPEN OUTPUT SAVEFD.
           EXIT.
      ************************************************************************
       500-CRED-TO-TABLE       SECTION.
           PERFORM 140-LOAD-LAST-SIGNON.
           MOVE ATROW TO WS-SEL-IDX.
           INITIALIZE ADMTABLE.
           MOVE 2 TO ATROWATTR.
               MOVE DB-CRED-USER(WS-IDX)   TO ACELL1(AROWCNT)
               MOVE DB-CRED-FAILS(WS-IDX)  TO ACELL2(AROWCNT)
               MOVE DB-CRED-LOCKED(WS-IDX) TO ACELL3(AROWCNT)
               IF WS-LASTON(WS-IDX) = SPACE
                   MOVE 'never'            TO ACELL4(AROWCNT)
               ELSE
                   MOVE WS-LASTON(WS-IDX)  TO ACELL4(AROWCNT)
               END-IF
           END-PERFORM.
           EXIT.
      ************************************************************************
