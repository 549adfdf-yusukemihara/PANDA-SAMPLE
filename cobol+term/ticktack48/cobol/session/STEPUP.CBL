       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         STEPUP.
      ******************************************************************
      * STEP-UP RE-AUTHENTICATION.  A SCREEN ABOUT TO CARRY OUT A
      * PRIVILEGED CONFIRMATION CALLS HERE WITH THE PASSWORD THE
      * OPERATOR RE-ENTERED, SO A SIGNED-ON TERMINAL LEFT UNATTENDED
      * DOES NOT LEND ITS AUTHORITY TO WHOEVER SITS DOWN AT IT.  THE
      * PASSWORD IS CHECKED AGAINST THE OPERATOR CREDENTIAL TABLE THE
      * WAY SESSIONSTART CHECKS IT, AND A WRONG ONE COUNTS TOWARD THE
      * SAME LOCKOUT.  A FAILED STEP-UP IS RAISED AS AN ERROR EVENT
      * FOR THE SIGN-ON ANOMALY REPORT.
      * A SUCCESSFUL STEP-UP IS RECORDED AS USER|TERMINAL|TIMESTAMP
      * AND STAYS GOOD FOR WS-VALID-MINUTES, SO A CALL WITH NO
      * PASSWORD INSIDE THAT WINDOW IS CONFIRMED WITHOUT ASKING AGAIN.
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
           SELECT CREDFD   ASSIGN TO CRED-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS CRED-FILE-ST.
           SELECT SAVEFD   ASSIGN TO SAVE-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS SAVE-FILE-ST.
           SELECT STEPFD   ASSIGN TO STEP-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS STEP-FILE-ST.
       DATA                DIVISION.
       FILE                SECTION.
           FD  CREDFD.
           01  CRED-LINE           PIC X(80).
           FD  SAVEFD.
           01  SAVE-LINE           PIC X(80).
           FD  STEPFD.
           01  STEP-LINE           PIC X(60).
       WORKING-STORAGE     SECTION.
            COPY    "DB-CRED".
            COPY    "ERRCODE".
            COPY    "DB-FILEGUARD".
            COPY    "DB-FILELOCK".
            COPY    "DB-ERREVENT".
       01  CRED-FILE           PIC X(80)
                               VALUE './cobol/operator-credentials.dat'.
       01  CRED-FILE-ST        PIC X(02).
       01  SAVE-FILE           PIC X(84) VALUE
           './cobol/operator-credentials.dat.new'.
       01  SAVE-FILE-ST        PIC X(02).
       01  SAVE-COUNT          PIC 9(6).
       01  STEP-FILE           PIC X(80)
                               VALUE './cobol/stepup-sessions.dat'.
       01  STEP-FILE-ST        PIC X(02).
       01  STEP-TABLE.
           05  STEP-NUM            PIC 9(3).
           05  STEP-ENTRY OCCURS 100 TIMES.
               10  STEP-USER       PIC X(20).
               10  STEP-TERM       PIC X(20).
               10  STEP-TS         PIC X(14).
       01  WS-MAXFAILS         PIC 9(3) VALUE 5.
       01  WS-VALID-MINUTES    PIC 9(3) VALUE 5.
       01  WS-IDX              PIC 9(4).
       01  WS-FOUND            PIC 9(4) VALUE 0.
       01  WS-PASSHASH         PIC 9(9).
       01  WS-LEN              PIC 9(3).
       01  WS-I                PIC 9(3).
       01  WS-NOW              PIC X(14).
       01  WS-STAMP            PIC X(14).
       01  WS-DAYS             PIC 9(8).
       01  WS-SECS             PIC 9(12).
       01  WS-NOW-SECS         PIC 9(12).
       01  WS-LIMIT-SECS       PIC 9(6).
       LINKAGE                 SECTION.
            COPY    "MCPAREA".
            COPY    "DB-STEPUP".
      ************************************************************************
       PROCEDURE           DIVISION    USING
           MCPAREA
           DB-STEPUP.
       000-MAIN                SECTION.
           MOVE 0 TO DB-STEPUP-RC.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW.
           MOVE WS-NOW TO WS-STAMP.
           PERFORM 220-STAMP-TO-SECONDS.
           MOVE WS-SECS TO WS-NOW-SECS.
           COMPUTE WS-LIMIT-SECS = WS-VALID-MINUTES * 60.
           IF DB-STEPUP-PASS = SPACE
               PERFORM 300-CHECK-RECENT
               EXIT PROGRAM
           END-IF.
           PERFORM 100-LOAD-CRED.
           PERFORM 110-FIND-USER.
           IF WS-FOUND = 0
               MOVE 4 TO DB-STEPUP-RC
               PERFORM 400-RAISE-FAILURE
               EXIT PROGRAM
           END-IF.
           IF DB-CRED-LOCKED(WS-FOUND) = 'Y'
               MOVE 3 TO DB-STEPUP-RC
               PERFORM 400-RAISE-FAILURE
               EXIT PROGRAM
           END-IF.
           PERFORM 120-HASH-PASSWD.
           IF WS-PASSHASH = DB-CRED-HASH(WS-FOUND)
               MOVE 0 TO DB-CRED-FAILS(WS-FOUND)
               PERFORM 200-SAVE-CRED
               PERFORM 310-RECORD-STEPUP
           ELSE
               ADD 1 TO DB-CRED-FAILS(WS-FOUND)
               IF DB-CRED-FAILS(WS-FOUND) >= WS-MAXFAILS
                   MOVE 'Y' TO DB-CRED-LOCKED(WS-FOUND)
                   DISPLAY 'account locked after too many attempts'
                   MOVE 'STEPUP' TO DB-ERREVENT-PROGRAM
                   MOVE ERR-ACCOUNT-LOCKED TO DB-ERREVENT-CODE
                   CALL 'ERREVENT' USING
                        MCPAREA
                        DB-ERREVENT
                   MOVE 3 TO DB-STEPUP-RC
               ELSE
                   MOVE 2 TO DB-STEPUP-RC
               END-IF
               PERFORM 200-SAVE-CRED
               PERFORM 400-RAISE-FAILURE
           END-IF.
           MOVE SPACE TO DB-STEPUP-PASS.
           EXIT    PROGRAM.
      ************************************************************************
       100-LOAD-CRED           SECTION.
           MOVE CRED-FILE TO DB-FILEGUARD-FILE.
           CALL 'FILEGUARD' USING DB-FILEGUARD.
           MOVE 0 TO DB-CRED-NUM.
           OPEN INPUT CREDFD.
           IF CRED-FILE-ST = "00"
               PERFORM UNTIL CRED-FILE-ST NOT = "00"
                        OR DB-CRED-NUM >= 100
                   READ CREDFD INTO CRED-LINE
                   IF CRED-FILE-ST = "00" AND CRED-LINE NOT = SPACE
                       ADD 1 TO DB-CRED-NUM
                       UNSTRING CRED-LINE DELIMITED BY '|'
                           INTO DB-CRED-USER(DB-CRED-NUM)
                                DB-CRED-HASH(DB-CRED-NUM)
                                DB-CRED-FAILS(DB-CRED-NUM)
                                DB-CRED-LOCKED(DB-CRED-NUM)
                                DB-CRED-CHANGED(DB-CRED-NUM)
                                DB-CRED-HIST(DB-CRED-NUM 1)
                                DB-CRED-HIST(DB-CRED-NUM 2)
                                DB-CRED-HIST(DB-CRED-NUM 3)
                   END-IF
               END-PERFORM
               CLOSE CREDFD
           ELSE
               DISPLAY 'cannot open operator credential table'
           END-IF.
           EXIT.
      ************************************************************************
       110-FIND-USER            SECTION.
           MOVE 0 TO WS-FOUND.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > DB-CRED-NUM
               IF DB-CRED-USER(WS-IDX) = MCP-USER
                   MOVE WS-IDX TO WS-FOUND
               END-IF
           END-PERFORM.
           EXIT.
      ************************************************************************
       120-HASH-PASSWD        SECTION.
           MOVE ZERO TO WS-PASSHASH.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(DB-STEPUP-PASS))
               TO WS-LEN.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-LEN
               COMPUTE WS-PASSHASH =
                   FUNCTION MOD((WS-PASSHASH * 31) +
                       FUNCTION ORD(DB-STEPUP-PASS(WS-I:1)),
                       999999999)
           END-PERFORM.
           EXIT.
      ************************************************************************
       200-SAVE-CRED            SECTION.
           OPEN OUTPUT SAVEFD.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > DB-CRED-NUM
               MOVE SPACE TO SAVE-LINE
               STRING DB-CRED-USER(WS-IDX)   DELIMITED BY SPACE
                      '|'                    DELIMITED BY SIZE
                      DB-CRED-HASH(WS-IDX)   DELIMITED BY SIZE
                      '|'                    DELIMITED BY SIZE
                      DB-CRED-FAILS(WS-IDX)  DELIMITED BY SIZE
                      '|'                    DELIMITED BY SIZE
                      DB-CRED-LOCKED(WS-IDX) DELIMITED BY SIZE
                      '|'                    DELIMITED BY SIZE
                      DB-CRED-CHANGED(WS-IDX)
                                             DELIMITED BY SPACE
                      '|'                    DELIMITED BY SIZE
                      DB-CRED-HIST(WS-IDX 1) DELIMITED BY SIZE
                      '|'                    DELIMITED BY SIZE
                      DB-CRED-HIST(WS-IDX 2) DELIMITED BY SIZE
                      '|'                    DELIMITED BY SIZE
                      DB-CRED-HIST(WS-IDX 3) DELIMITED BY SIZE
                      INTO SAVE-LINE
               END-STRING
               WRITE SAVE-LINE
           END-PERFORM.
           MOVE DB-CRED-NUM TO SAVE-COUNT.
           MOVE SPACE TO SAVE-LINE.
           STRING '*END|'    DELIMITED BY SIZE
                  SAVE-COUNT DELIMITED BY SIZE
                  INTO SAVE-LINE
           END-STRING.
           WRITE SAVE-LINE.
           CLOSE SAVEFD.
           MOVE CRED-FILE TO DB-FILEGUARD-FILE.
           CALL 'FILEGUARD' USING DB-FILEGUARD.
           EXIT.
      ************************************************************************
       210-LOAD-STEPUPS        SECTION.
           MOVE 0 TO STEP-NUM.
           OPEN INPUT STEPFD.
           IF STEP-FILE-ST NOT = "00"
               EXIT SECTION
           END-IF.
           PERFORM UNTIL STEP-FILE-ST NOT = "00"
                    OR STEP-NUM >= 100
               READ STEPFD
               IF STEP-FILE-ST = "00" AND STEP-LINE NOT = SPACE
                   ADD 1 TO STEP-NUM
                   MOVE SPACE TO STEP-ENTRY(STEP-NUM)
                   UNSTRING STEP-LINE DELIMITED BY '|'
                       INTO STEP-USER(STEP-NUM)
                            STEP-TERM(STEP-NUM)
                            STEP-TS(STEP-NUM)
               END-IF
           END-PERFORM.
           CLOSE STEPFD.
           EXIT.
      ************************************************************************
       220-STAMP-TO-SECONDS    SECTION.
           IF WS-STAMP(1:8) NOT NUMERIC OR WS-STAMP = SPACE
               MOVE 0 TO WS-SECS
               EXIT SECTION
           END-IF.
           COMPUTE WS-DAYS = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-STAMP(1:8))).
           COMPUTE WS-SECS = WS-DAYS * 86400
               + FUNCTION NUMVAL(WS-STAMP(9:2)) * 3600
               + FUNCTION NUMVAL(WS-STAMP(11:2)) * 60
               + FUNCTION NUMVAL(WS-STAMP(13:2)).
           EXIT.
      ************************************************************************
       300-CHECK-RECENT        SECTION.
           MOVE 1 TO DB-STEPUP-RC.
           PERFORM 210-LOAD-STEPUPS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > STEP-NUM
               IF STEP-USER(WS-IDX) = MCP-USER
                  AND STEP-TERM(WS-IDX) = MCP-TERM
                   MOVE STEP-TS(WS-IDX) TO WS-STAMP
                   PERFORM 220-STAMP-TO-SECONDS
                   IF WS-SECS NOT > WS-NOW-SECS
                      AND WS-NOW-SECS - WS-SECS <= WS-LIMIT-SECS
                       MOVE 0 TO DB-STEPUP-RC
                   END-IF
               END-IF
           END-PERFORM.
           EXIT.
      ************************************************************************
       310-RECORD-STEPUP       SECTION.
      * THE REGISTER KEEPS ONE LINE PER USER AND TERMINAL; LINES
      * PAST THEIR WINDOW ARE DROPPED ON EVERY REWRITE.
           MOVE 'ACQUIRE' TO DB-FILELOCK-FUNC.
           MOVE STEP-FILE TO DB-FILELOCK-FILE.
           MOVE MCP-TERM TO DB-FILELOCK-OWNER.
           MOVE 30 TO DB-FILELOCK-TIMEOUT.
           CALL 'FILELOCK' USING DB-FILELOCK.
           IF DB-FILELOCK-RC = 2
               DISPLAY 'step-up register busy - not recorded'
               EXIT SECTION
           END-IF.
           PERFORM 210-LOAD-STEPUPS.
           OPEN OUTPUT STEPFD.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > STEP-NUM
               MOVE STEP-TS(WS-IDX) TO WS-STAMP
               PERFORM 220-STAMP-TO-SECONDS
               IF (STEP-USER(WS-IDX) NOT = MCP-USER
                   OR STEP-TERM(WS-IDX) NOT = MCP-TERM)
                  AND WS-SECS NOT > WS-NOW-SECS
                  AND WS-NOW-SECS - WS-SECS <= WS-LIMIT-SECS
                   MOVE SPACE TO STEP-LINE
                   STRING STEP-USER(WS-IDX)  DELIMITED BY SPACE
                          '|'                DELIMITED BY SIZE
                          STEP-TERM(WS-IDX)  DELIMITED BY SPACE
                          '|'                DELIMITED BY SIZE
                          STEP-TS(WS-IDX)    DELIMITED BY SPACE
                          INTO STEP-LINE
                   END-STRING
                   WRITE STEP-LINE
               END-IF
           END-PERFORM.
           MOVE SPACE TO STEP-LINE.
           STRING MCP-USER           DELIMITED BY SPACE
                  '|'                DELIMITED BY SIZE
                  MCP-TERM           DELIMITED BY SPACE
                  '|'                DELIMITED BY SIZE
                  WS-NOW             DELIMITED BY SIZE
                  INTO STEP-LINE
           END-STRING.
           WRITE STEP-LINE.
           CLOSE STEPFD.
           MOVE 'RELEASE' TO DB-FILELOCK-FUNC.
           MOVE STEP-FILE TO DB-FILELOCK-FILE.
           MOVE MCP-TERM TO DB-FILELOCK-OWNER.
           CALL 'FILELOCK' USING DB-FILELOCK.
           EXIT.
      ************************************************************************
       400-RAISE-FAILURE       SECTION.
           MOVE SPACE TO DB-STEPUP-PASS.
           MOVE 'STEPUP' TO DB-ERREVENT-PROGRAM.
           MOVE ERR-STEPUP-FAILURE TO DB-ERREVENT-CODE.
           CALL 'ERREVENT' USING
                MCPAREA
                DB-ERREVENT.
           EXIT.
