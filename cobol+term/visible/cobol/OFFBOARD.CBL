       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         OFFBOARD.
      ******************************************************************
      * OPERATOR OFFBOARDING.  MARKING A LEAVER INACTIVE ON THE
      * DEPARTMENT MASTER TAKES NOTHING ELSE AWAY, SO THIS CASCADES
      * THE DEPARTURE THROUGH EVERY REGISTER THAT NAMES THE USER:
      *   - THE OPERATOR CREDENTIAL IS LOCKED (SAFE-SAVE PROTOCOL);
      *   - EVERY ROLE IS REVOKED THROUGH ROLEREVOKE;
      *   - EVERY ACTIVE EMERGENCY GRANT IS REVOKED AND THE
      *     REVOCATION WRITTEN TO THE GRANT HISTORY LOG;
      *   - DOWNLOAD CATALOG DOCUMENTS THE USER OWNS ARE HANDED TO
      *     THE SUCCESSOR - THE ONE GIVEN, ELSE THE MANAGER OF THE
      *     USER'S DEPARTMENT;
      *   - ON-CALL ROSTER LINES AND DISTRIBUTION LIST MEMBERS
      *     NAMING THE USER ARE FLAGGED FOR REPLACEMENT TO THE
      *     OPERATOR DESK - SOMEONE MUST CHOOSE WHO TAKES THEM;
      *   - ANY ONBOARDING WIZARD DRAFT IS DISCARDED.
      * EACH STEP IS AN ITEM ON THE USER'S OFFBOARDING CHECKLIST,
      * FILED THROUGH THE REPORT REPOSITORY FOR THE AUDITORS, AND
      * EACH RUN IS APPENDED TO THE OFFBOARDING LOG:
      *   TS|USER|DEPARTMENT|SUCCESSOR|BY|DONE|OPEN
      * CALLED BY HRIMPORT FOR EACH USER IT MARKS INACTIVE AND BY
      * THE OFFBOARDING WINDOW.  RUNNING IT AGAIN FOR THE SAME USER
      * IS HARMLESS AND PICKS UP ANY ITEM LEFT OPEN.
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
           SELECT ROLEFD   ASSIGN TO ROLE-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS ROLE-FILE-ST.
           SELECT GRFD     ASSIGN TO GR-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS GR-FILE-ST.
           SELECT GHISTFD  ASSIGN TO GHIST-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS GHIST-FILE-ST.
           SELECT CATFD    ASSIGN TO CAT-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS CAT-FILE-ST.
           SELECT ONCFD    ASSIGN TO ONC-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS ONC-FILE-ST.
           SELECT DLSTFD   ASSIGN TO DLST-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS DLST-FILE-ST.
           SELECT MSTFD    ASSIGN TO MST-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS MST-FILE-ST.
           SELECT NOTFD    ASSIGN TO NOT-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS NOT-FILE-ST.
           SELECT OBLOGFD  ASSIGN TO OBLOG-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS OBLOG-FILE-ST.
           SELECT RPTFD    ASSIGN TO RPT-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS RPT-FILE-ST.
       DATA                DIVISION.
       FILE                SECTION.
           FD  CREDFD.
           01  CRED-LINE           PIC X(80).
           FD  SAVEFD.
           01  SAVE-LINE           PIC X(80).
           FD  ROLEFD.
           01  ROLE-LINE           PIC X(45).
           FD  GRFD.
           01  GR-LINE             PIC X(160).
           FD  GHISTFD.
           01  GHIST-LINE          PIC X(200).
           FD  CATFD.
           01  CAT-LINE            PIC X(300).
           FD  ONCFD.
           01  ONC-LINE            PIC X(50).
           FD  DLSTFD.
           01  DLST-LINE           PIC X(60).
           FD  MSTFD.
           01  MST-LINE            PIC X(80).
           FD  NOTFD.
           01  NOT-LINE            PIC X(250).
           FD  OBLOGFD.
           01  OBLOG-LINE          PIC X(160).
           FD  RPTFD.
           01  RPT-LINE            PIC X(132).
       WORKING-STORAGE     SECTION.
            COPY    "DB-CRED".
            COPY    "DB-ROLE".
            COPY    "DB-ROLEREV".
            COPY    "DB-WIZDRAFT".
            COPY    "DB-FILEGUARD".
            COPY    "DB-FILELOCK".
            COPY    "DB-DEPTMAST".
            COPY    "DB-RPTREPO".
       01  CRED-FILE           PIC X(80)
                               VALUE './cobol/operator-credentials.dat'.
       01  CRED-FILE-ST        PIC X(02).
       01  SAVE-FILE           PIC X(84) VALUE
           './cobol/operator-credentials.dat.new'.
       01  SAVE-FILE-ST        PIC X(02).
       01  SAVE-COUNT          PIC 9(6).
       01  ROLE-FILE           PIC X(80)
                               VALUE './cobol/testvisible-roles.dat'.
       01  ROLE-FILE-ST        PIC X(02).
       01  GR-FILE             PIC X(80)
                               VALUE './cobol/auth-grants.dat'.
       01  GR-FILE-ST          PIC X(02).
       01  GHIST-FILE          PIC X(80)
                               VALUE './cobol/auth-grant-history.log'.
       01  GHIST-FILE-ST       PIC X(02).
       01  CAT-FILE            PIC X(80)
                               VALUE './cobol/download-catalog.dat'.
       01  CAT-FILE-ST         PIC X(02).
       01  ONC-FILE            PIC X(80)
                               VALUE './cobol/oncall-roster.dat'.
       01  ONC-FILE-ST         PIC X(02).
       01  DLST-FILE           PIC X(80)
                               VALUE './cobol/distribution-lists.dat'.
       01  DLST-FILE-ST        PIC X(02).
       01  MST-FILE            PIC X(80)
                               VALUE './cobol/dept-user-master.dat'.
       01  MST-FILE-ST         PIC X(02).
       01  NOT-FILE            PIC X(80) VALUE
           './cobol/pending-notifications.dat'.
       01  NOT-FILE-ST         PIC X(02).
       01  OBLOG-FILE          PIC X(80)
                               VALUE './cobol/offboarding.log'.
       01  OBLOG-FILE-ST       PIC X(02).
       01  RPT-FILE            PIC X(80)
                               VALUE './cobol/offboard-checklist.rpt'.
       01  RPT-FILE-ST         PIC X(02).
       01  DB-GRANTS.
           05  DB-GRANT-NUM            PIC 9(4).
           05  DB-GRANT-ENTRY OCCURS 50 TIMES.
               10  DB-GRANT-USER       PIC X(20).
               10  DB-GRANT-FUNC       PIC X(30).
               10  DB-GRANT-EXPIRY     PIC X(14).
               10  DB-GRANT-BY         PIC X(20).
               10  DB-GRANT-REASON     PIC X(60).
               10  DB-GRANT-STATUS     PIC X(10).
       01  DB-DLCAT.
           05  DB-DLCAT-NUM            PIC 9(3).
           05  DB-DLCAT-ENTRY OCCURS 50 TIMES.
               10  DB-DLCAT-CODE       PIC X(10).
               10  DB-DLCAT-PATH       PIC X(80).
               10  DB-DLCAT-FILE       PIC X(80).
               10  DB-DLCAT-DESC       PIC X(80).
               10  DB-DLCAT-FROM       PIC X(8).
               10  DB-DLCAT-TO         PIC X(8).
               10  DB-DLCAT-RESTRICT   PIC X(1).
               10  DB-DLCAT-OWNER      PIC X(20).
               10  DB-DLCAT-VERSION    PIC 9(4).
       01  MST-REC.
           05  MST-TYPE            PIC X(1).
           05  MST-KEY             PIC X(20).
           05  MST-VALUE           PIC X(20).
           05  MST-STATUS          PIC X(10).
       01  ONC-PRIMARY         PIC X(20).
       01  ONC-BACKUP          PIC X(20).
       01  DLST-NAME           PIC X(20).
       01  DLST-TERM           PIC X(20).
       01  USER-ROLES.
           05  USER-ROLE-NUM       PIC 9(2).
           05  USER-ROLE           OCCURS 20 TIMES
                                   PIC X(20).
       01  WS-IDX              PIC 9(4).
       01  WS-IDX2             PIC 9(4).
       01  WS-LINE-NO          PIC 9(4).
       01  WS-EDIT-LINE        PIC ZZZ9.
       01  WS-CHANGED          PIC X(1).
       01  WS-FLAGGED          PIC 9(4).
       01  WS-NOW              PIC X(14).
       01  WS-TIMESTAMP        PIC X(21).
       01  WS-ITEM-STATE       PIC X(6).
       01  WS-ITEM-TEXT        PIC X(100).
       01  WS-NOTE-TEXT        PIC X(80).
       01  WS-EDIT-COUNT       PIC ZZZ9.
       LINKAGE                 SECTION.
            COPY    "MCPAREA".
            COPY    "SPAAREA".
            COPY    "DB-OFFBOARD".
      ************************************************************************
       PROCEDURE           DIVISION    USING
           MCPAREA
           SPAAREA
           DB-OFFBOARD.
       000-MAIN                SECTION.
           MOVE 0 TO DB-OFFBOARD-DONE.
           MOVE 0 TO DB-OFFBOARD-OPEN.
           MOVE 0 TO DB-OFFBOARD-RC.
           IF DB-OFFBOARD-USER = SPACE
               MOVE 9 TO DB-OFFBOARD-RC
               EXIT PROGRAM
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:21) TO WS-TIMESTAMP.
           MOVE WS-TIMESTAMP(1:14) TO WS-NOW.
           PERFORM 050-FIND-SUCCESSOR.
           OPEN OUTPUT RPTFD.
           PERFORM 500-REPORT-HEADING.
           PERFORM 100-LOCK-CREDENTIAL.
           PERFORM 200-REVOKE-ROLES.
           PERFORM 300-REVOKE-GRANTS.
           PERFORM 400-HAND-OVER-CATALOG.
           MOVE 0 TO WS-FLAGGED.
           PERFORM 450-FLAG-ONCALL.
           PERFORM 460-FLAG-LISTS.
           IF WS-FLAGGED > 0
               PERFORM 470-NOTIFY-DESK
           END-IF.
           PERFORM 480-DISCARD-DRAFT.
           PERFORM 520-REPORT-TOTALS.
           CLOSE RPTFD.
           PERFORM 980-FILE-REPORT.
           PERFORM 600-WRITE-LOG.
           IF DB-OFFBOARD-OPEN > 0
               MOVE 1 TO DB-OFFBOARD-RC
           END-IF.
           EXIT    PROGRAM.
      ************************************************************************
       050-FIND-SUCCESSOR      SECTION.
      * THE MASTER LOOKUP ANSWERS ONLY FOR ACTIVE USERS, AND A LEAVER
      * IS USUALLY INACTIVE ALREADY, SO THE USER RECORD IS READ HERE
      * WHATEVER ITS STATUS.
           IF DB-OFFBOARD-DEPT = SPACE
               OPEN INPUT MSTFD
               IF MST-FILE-ST = "00"
                   PERFORM UNTIL MST-FILE-ST NOT = "00"
                       READ MSTFD INTO MST-LINE
                       IF MST-FILE-ST = "00" AND MST-LINE(1:2) = 'U|'
                           MOVE SPACE TO MST-REC
                           UNSTRING MST-LINE DELIMITED BY '|'
                               INTO MST-TYPE
                                    MST-KEY
                                    MST-VALUE
                                    MST-STATUS
                           IF MST-KEY = DB-OFFBOARD-USER
                               MOVE MST-VALUE TO DB-OFFBOARD-DEPT
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE MSTFD
               END-IF
           END-IF.
           IF DB-OFFBOARD-SUCCESSOR = SPACE
              AND DB-OFFBOARD-DEPT NOT = SPACE
               INITIALIZE DB-DEPTMAST
               MOVE 'DEPTMGR' TO DB-DEPTMAST-FUNC
               MOVE DB-OFFBOARD-DEPT TO DB-DEPTMAST-DEPT
               CALL 'DEPTMASTER' USING DB-DEPTMAST
               IF DB-DEPTMAST-FLAG = 'Y'
                  AND DB-DEPTMAST-USER NOT = DB-OFFBOARD-USER
                   MOVE DB-DEPTMAST-USER TO DB-OFFBOARD-SUCCESSOR
               END-IF
           END-IF.
           IF DB-OFFBOARD-SUCCESSOR = DB-OFFBOARD-USER
               MOVE SPACE TO DB-OFFBOARD-SUCCESSOR
           END-IF.
           EXIT.
      ************************************************************************
       100-LOCK-CREDENTIAL     SECTION.
           MOVE CRED-FILE TO DB-FILEGUARD-FILE.
           CALL 'FILEGUARD' USING DB-FILEGUARD.
           MOVE 0 TO DB-CRED-NUM.
           OPEN INPUT CREDFD.
           IF CRED-FILE-ST NOT = "00"
               MOVE 'N/A' TO WS-ITEM-STATE
               MOVE 'no operator credential table' TO WS-ITEM-TEXT
               PERFORM 510-REPORT-ITEM
               EXIT SECTION
           END-IF.
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
           END-PERFORM.
           CLOSE CREDFD.
           MOVE 0 TO WS-IDX2.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > DB-CRED-NUM
               IF DB-CRED-USER(WS-IDX) = DB-OFFBOARD-USER
                   MOVE WS-IDX TO WS-IDX2
               END-IF
           END-PERFORM.
           IF WS-IDX2 = ZERO
               MOVE 'N/A' TO WS-ITEM-STATE
               MOVE 'no operator credential held' TO WS-ITEM-TEXT
               PERFORM 510-REPORT-ITEM
               EXIT SECTION
           END-IF.
           IF DB-CRED-LOCKED(WS-IDX2) = 'Y'
               MOVE 'DONE' TO WS-ITEM-STATE
               MOVE 'operator credential already locked'
                   TO WS-ITEM-TEXT
               PERFORM 510-REPORT-ITEM
               EXIT SECTION
           END-IF.
           MOVE 'Y' TO DB-CRED-LOCKED(WS-IDX2).
           PERFORM 110-SAVE-CRED.
           MOVE 'DONE' TO WS-ITEM-STATE.
           MOVE 'operator credential locked' TO WS-ITEM-TEXT.
           PERFORM 510-REPORT-ITEM.
           EXIT.
      ************************************************************************
       110-SAVE-CRED            SECTION.
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
       200-REVOKE-ROLES        SECTION.
      * THE USER'S ROLES ARE LISTED FIRST AND THEN REVOKED ONE BY ONE
      * THROUGH ROLEREVOKE, WHICH REWRITES THE TABLE UNDER ITS LOCK
      * AND CHAINS EACH REVOCATION INTO THE APPROVAL AUDIT LOG.
           MOVE 0 TO USER-ROLE-NUM.
           MOVE 0 TO DB-ROLE-NUM.
           OPEN INPUT ROLEFD.
           IF ROLE-FILE-ST = "00"
               PERFORM UNTIL ROLE-FILE-ST NOT = "00"
                        OR DB-ROLE-NUM >= 50
                   READ ROLEFD INTO ROLE-LINE
                   IF ROLE-FILE-ST = "00" AND ROLE-LINE NOT = SPACE
                       ADD 1 TO DB-ROLE-NUM
                       MOVE SPACE TO DB-ROLE-ENTRY(DB-ROLE-NUM)
                       UNSTRING ROLE-LINE DELIMITED BY '|'
                           INTO DB-ROLE-USER(DB-ROLE-NUM)
                                DB-ROLE-NAME(DB-ROLE-NUM)
                   END-IF
               END-PERFORM
               CLOSE ROLEFD
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > DB-ROLE-NUM
               IF DB-ROLE-USER(WS-IDX) = DB-OFFBOARD-USER
                  AND USER-ROLE-NUM < 20
                   PERFORM VARYING WS-IDX2 FROM 1 BY 1
                             UNTIL WS-IDX2 > USER-ROLE-NUM
                       IF USER-ROLE(WS-IDX2) = DB-ROLE-NAME(WS-IDX)
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF WS-IDX2 > USER-ROLE-NUM
                       ADD 1 TO USER-ROLE-NUM
                       MOVE DB-ROLE-NAME(WS-IDX)
                           TO USER-ROLE(USER-ROLE-NUM)
                   END-IF
               END-IF
           END-PERFORM.
           IF USER-ROLE-NUM = ZERO
               MOVE 'N/A' TO WS-ITEM-STATE
               MOVE 'no role held' TO WS-ITEM-TEXT
               PERFORM 510-REPORT-ITEM
               EXIT SECTION
           END-IF.
           PERFORM VARYING WS-IDX2 FROM 1 BY 1
                     UNTIL WS-IDX2 > USER-ROLE-NUM
               PERFORM 210-REVOKE-ONE-ROLE
           END-PERFORM.
           EXIT.
      ************************************************************************
       210-REVOKE-ONE-ROLE     SECTION.
           MOVE DB-OFFBOARD-USER   TO DB-ROLEREV-USER.
           MOVE USER-ROLE(WS-IDX2) TO DB-ROLEREV-ROLE.
           MOVE DB-OFFBOARD-BY     TO DB-ROLEREV-BY.
           MOVE MCP-TERM           TO DB-ROLEREV-OWNER.
           MOVE 'OFFBOARD'         TO DB-ROLEREV-ACTION.
           CALL 'ROLEREVOKE' USING DB-ROLEREV.
           MOVE SPACE TO WS-ITEM-TEXT.
           EVALUATE DB-ROLEREV-RC
             WHEN 0
             WHEN 1
               MOVE 'DONE' TO WS-ITEM-STATE
               STRING 'role '             DELIMITED BY SIZE
                      USER-ROLE(WS-IDX2)  DELIMITED BY SPACE
                      ' revoked'          DELIMITED BY SIZE
                      INTO WS-ITEM-TEXT
               END-STRING
             WHEN 2
               MOVE 'OPEN' TO WS-ITEM-STATE
               STRING 'role '             DELIMITED BY SIZE
                      USER-ROLE(WS-IDX2)  DELIMITED BY SPACE
                      ' not revoked - role table locked by '
                                          DELIMITED BY SIZE
                      DB-ROLEREV-HOLDER   DELIMITED BY SPACE
                      INTO WS-ITEM-TEXT
               END-STRING
             WHEN OTHER
               MOVE 'OPEN' TO WS-ITEM-STATE
               STRING 'role '             DELIMITED BY SIZE
                      USER-ROLE(WS-IDX2)  DELIMITED BY SPACE
                      ' not revoked - role table not rewritten'
                                          DELIMITED BY SIZE
                      INTO WS-ITEM-TEXT
               END-STRING
           END-EVALUATE.
           PERFORM 510-REPORT-ITEM.
           EXIT.
      ************************************************************************
       300-REVOKE-GRANTS       SECTION.
           MOVE 0 TO DB-GRANT-NUM.
           OPEN INPUT GRFD.
           IF GR-FILE-ST = "00"
               PERFORM UNTIL GR-FILE-ST NOT = "00"
                        OR DB-GRANT-NUM >= 50
                   READ GRFD INTO GR-LINE
                   IF GR-FILE-ST = "00" AND GR-LINE NOT = SPACE
                       ADD 1 TO DB-GRANT-NUM
                       UNSTRING GR-LINE DELIMITED BY '|'
                           INTO DB-GRANT-USER(DB-GRANT-NUM)
                                DB-GRANT-FUNC(DB-GRANT-NUM)
                                DB-GRANT-EXPIRY(DB-GRANT-NUM)
                                DB-GRANT-BY(DB-GRANT-NUM)
                                DB-GRANT-REASON(DB-GRANT-NUM)
                                DB-GRANT-STATUS(DB-GRANT-NUM)
                   END-IF
               END-PERFORM
               CLOSE GRFD
           END-IF.
           MOVE 'N' TO WS-CHANGED.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > DB-GRANT-NUM
               IF DB-GRANT-USER(WS-IDX) = DB-OFFBOARD-USER
                  AND DB-GRANT-STATUS(WS-IDX) = 'ACTIVE'
                   MOVE 'REVOKED' TO DB-GRANT-STATUS(WS-IDX)
                   MOVE 'Y' TO WS-CHANGED
                   PERFORM 310-WRITE-GRANT-HISTORY
                   MOVE 'DONE' TO WS-ITEM-STATE
                   MOVE SPACE TO WS-ITEM-TEXT
                   STRING 'grant '                DELIMITED BY SIZE
                          DB-GRANT-FUNC(WS-IDX)   DELIMITED BY SPACE
                          ' revoked'              DELIMITED BY SIZE
                          INTO WS-ITEM-TEXT
                   END-STRING
                   PERFORM 510-REPORT-ITEM
               END-IF
           END-PERFORM.
           IF WS-CHANGED = 'N'
               MOVE 'N/A' TO WS-ITEM-STATE
               MOVE 'no active emergency grant' TO WS-ITEM-TEXT
               PERFORM 510-REPORT-ITEM
               EXIT SECTION
           END-IF.
           OPEN OUTPUT GRFD.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > DB-GRANT-NUM
               MOVE SPACE TO GR-LINE
               STRING DB-GRANT-USER(WS-IDX)   DELIMITED BY SPACE
                      '|'                     DELIMITED BY SIZE
                      DB-GRANT-FUNC(WS-IDX)   DELIMITED BY SPACE
                      '|'                     DELIMITED BY SIZE
                      DB-GRANT-EXPIRY(WS-IDX) DELIMITED BY SPACE
                      '|'                     DELIMITED BY SIZE
                      DB-GRANT-BY(WS-IDX)     DELIMITED BY SPACE
                      '|'                     DELIMITED BY SIZE
                      DB-GRANT-REASON(WS-IDX) DELIMITED BY '  '
                      '|'                     DELIMITED BY SIZE
                      DB-GRANT-STATUS(WS-IDX) DELIMITED BY SPACE
                      INTO GR-LINE
               END-STRING
               WRITE GR-LINE
           END-PERFORM.
           CLOSE GRFD.
           EXIT.
      ************************************************************************
       310-WRITE-GRANT-HISTORY SECTION.
           OPEN EXTEND GHISTFD.
           IF GHIST-FILE-ST = "05" OR "35"
               OPEN OUTPUT GHISTFD
           END-IF.
           IF GHIST-FILE-ST NOT = "00"
               DISPLAY 'cannot open grant history log'
           ELSE
               MOVE SPACE TO GHIST-LINE
               STRING WS-NOW                  DELIMITED BY SPACE
                      '|'                     DELIMITED BY SIZE
                      DB-OFFBOARD-BY          DELIMITED BY SPACE
                      '|REVOKED|'             DELIMITED BY SIZE
                      DB-GRANT-USER(WS-IDX)   DELIMITED BY SPACE
                      '|'                     DELIMITED BY SIZE
                      DB-GRANT-FUNC(WS-IDX)   DELIMITED BY SPACE
                      '|'                     DELIMITED BY SIZE
                      DB-GRANT-EXPIRY(WS-IDX) DELIMITED BY SPACE
                      '|user offboarded'      DELIMITED BY SIZE
                      INTO GHIST-LINE
               END-STRING
               WRITE GHIST-LINE
               CLOSE GHISTFD
           END-IF.
           EXIT.
      ************************************************************************
       400-HAND-OVER-CATALOG   SECTION.
      * WITH NO SUCCESSOR THE DOCUMENTS STAY WITH THE LEAVER AND THE
      * ITEMS STAY OPEN; A RESTRICTED DOCUMENT'S ACCESS REQUESTS HAVE
      * NOBODY TO DECIDE THEM UNTIL AN OWNER IS SET IN CATMAINT.
           MOVE 0 TO DB-DLCAT-NUM.
           OPEN INPUT CATFD.
           IF CAT-FILE-ST = "00"
               PERFORM UNTIL CAT-FILE-ST NOT = "00"
                        OR DB-DLCAT-NUM >= 50
                   READ CATFD INTO CAT-LINE
                   IF CAT-FILE-ST = "00" AND CAT-LINE NOT = SPACE
                       ADD 1 TO DB-DLCAT-NUM
                       MOVE 0 TO DB-DLCAT-VERSION(DB-DLCAT-NUM)
                       UNSTRING CAT-LINE DELIMITED BY '|'
                           INTO DB-DLCAT-CODE(DB-DLCAT-NUM)
                                DB-DLCAT-PATH(DB-DLCAT-NUM)
                                DB-DLCAT-FILE(DB-DLCAT-NUM)
                                DB-DLCAT-DESC(DB-DLCAT-NUM)
                                DB-DLCAT-FROM(DB-DLCAT-NUM)
                                DB-DLCAT-TO(DB-DLCAT-NUM)
                                DB-DLCAT-RESTRICT(DB-DLCAT-NUM)
                                DB-DLCAT-OWNER(DB-DLCAT-NUM)
                                DB-DLCAT-VERSION(DB-DLCAT-NUM)
                       IF DB-DLCAT-VERSION(DB-DLCAT-NUM) = ZERO
                           MOVE 1 TO DB-DLCAT-VERSION(DB-DLCAT-NUM)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CATFD
           END-IF.
           MOVE 'N' TO WS-CHANGED.
           MOVE 0 TO WS-IDX2.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > DB-DLCAT-NUM
               IF DB-DLCAT-OWNER(WS-IDX) = DB-OFFBOARD-USER
                   ADD 1 TO WS-IDX2
                   PERFORM 410-HAND-OVER-ONE
               END-IF
           END-PERFORM.
           IF WS-IDX2 = ZERO
               MOVE 'N/A' TO WS-ITEM-STATE
               MOVE 'no download catalog document owned'
                   TO WS-ITEM-TEXT
               PERFORM 510-REPORT-ITEM
           END-IF.
           IF WS-CHANGED = 'N'
               EXIT SECTION
           END-IF.
           OPEN OUTPUT CATFD.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > DB-DLCAT-NUM
               MOVE SPACE TO CAT-LINE
               STRING DB-DLCAT-CODE(WS-IDX) DELIMITED BY SPACE
                      '|'                   DELIMITED BY SIZE
                      DB-DLCAT-PATH(WS-IDX) DELIMITED BY SPACE
                      '|'                   DELIMITED BY SIZE
                      DB-DLCAT-FILE(WS-IDX) DELIMITED BY SPACE
                      '|'                   DELIMITED BY SIZE
                      DB-DLCAT-DESC(WS-IDX) DELIMITED BY '  '
                      '|'                   DELIMITED BY SIZE
                      DB-DLCAT-FROM(WS-IDX) DELIMITED BY SPACE
                      '|'                   DELIMITED BY SIZE
                      DB-DLCAT-TO(WS-IDX)   DELIMITED BY SPACE
                      '|'                   DELIMITED BY SIZE
                      DB-DLCAT-RESTRICT(WS-IDX)
                                            DELIMITED BY SIZE
                      '|'                   DELIMITED BY SIZE
                      DB-DLCAT-OWNER(WS-IDX)
                                            DELIMITED BY SPACE
                      '|'                   DELIMITED BY SIZE
                      DB-DLCAT-VERSION(WS-IDX)
                                            DELIMITED BY SIZE
                      INTO CAT-LINE
               END-STRING
               WRITE CAT-LINE
           END-PERFORM.
           CLOSE CATFD.
           EXIT.
      ************************************************************************
       410-HAND-OVER-ONE       SECTION.
           MOVE SPACE TO WS-ITEM-TEXT.
           IF DB-OFFBOARD-SUCCESSOR = SPACE
               MOVE 'OPEN' TO WS-ITEM-STATE
               STRING 'catalog document '    DELIMITED BY SIZE
                      DB-DLCAT-CODE(WS-IDX)  DELIMITED BY SPACE
                      ' - no successor to take ownership'
                                             DELIMITED BY SIZE
                      INTO WS-ITEM-TEXT
               END-STRING
           ELSE
               MOVE DB-OFFBOARD-SUCCESSOR TO DB-DLCAT-OWNER(WS-IDX)
               MOVE 'Y' TO WS-CHANGED
               MOVE 'DONE' TO WS-ITEM-STATE
               STRING 'catalog document '    DELIMITED BY SIZE
                      DB-DLCAT-CODE(WS-IDX)  DELIMITED BY SPACE
                      ' handed to '          DELIMITED BY SIZE
                      DB-OFFBOARD-SUCCESSOR  DELIMITED BY SPACE
                      INTO WS-ITEM-TEXT
               END-STRING
           END-IF.
           IF DB-DLCAT-RESTRICT(WS-IDX) = 'Y'
               STRING WS-ITEM-TEXT           DELIMITED BY '  '
                      ' (restricted)'        DELIMITED BY SIZE
                      INTO WS-ITEM-TEXT
               END-STRING
           END-IF.
           PERFORM 510-REPORT-ITEM.
           EXIT.
      ************************************************************************
       450-FLAG-ONCALL         SECTION.
           OPEN INPUT ONCFD.
           IF ONC-FILE-ST NOT = "00"
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-LINE-NO.
           PERFORM UNTIL ONC-FILE-ST NOT = "00"
               READ ONCFD INTO ONC-LINE
               IF ONC-FILE-ST = "00" AND ONC-LINE NOT = SPACE
                   ADD 1 TO WS-LINE-NO
                   MOVE SPACE TO ONC-PRIMARY ONC-BACKUP
                   UNSTRING ONC-LINE DELIMITED BY '|'
                       INTO ONC-PRIMARY
                            ONC-BACKUP
                   IF ONC-PRIMARY = DB-OFFBOARD-USER
                      OR ONC-BACKUP = DB-OFFBOARD-USER
                       ADD 1 TO WS-FLAGGED
                       MOVE WS-LINE-NO TO WS-EDIT-LINE
                       MOVE 'OPEN' TO WS-ITEM-STATE
                       MOVE SPACE TO WS-ITEM-TEXT
                       STRING 'on-call roster line '
                                              DELIMITED BY SIZE
                              WS-EDIT-LINE    DELIMITED BY SIZE
                              ' names the user - replace'
                                              DELIMITED BY SIZE
                              INTO WS-ITEM-TEXT
                       END-STRING
                       PERFORM 510-REPORT-ITEM
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ONCFD.
           EXIT.
      ************************************************************************
       460-FLAG-LISTS          SECTION.
      * LIST MEMBERS ARE TERMINAL NAMES; A MEMBER SPELT AS THE USER'S
      * OWN NAME IS THE USER'S PERSONAL ADDRESS.
           OPEN INPUT DLSTFD.
           IF DLST-FILE-ST NOT = "00"
               EXIT SECTION
           END-IF.
           PERFORM UNTIL DLST-FILE-ST NOT = "00"
               READ DLSTFD INTO DLST-LINE
               IF DLST-FILE-ST = "00" AND DLST-LINE NOT = SPACE
                   MOVE SPACE TO DLST-NAME DLST-TERM
                   UNSTRING DLST-LINE DELIMITED BY '|'
                       INTO DLST-NAME
                            DLST-TERM
                   IF DLST-TERM = DB-OFFBOARD-USER
                       ADD 1 TO WS-FLAGGED
                       MOVE 'OPEN' TO WS-ITEM-STATE
                       MOVE SPACE TO WS-ITEM-TEXT
                       STRING 'distribution list @'
                                              DELIMITED BY SIZE
                              DLST-NAME       DELIMITED BY SPACE
                              ' has the user as a member - replace'
                                              DELIMITED BY SIZE
                              INTO WS-ITEM-TEXT
                       END-STRING
                       PERFORM 510-REPORT-ITEM
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE DLSTFD.
           EXIT.
      ************************************************************************
       470-NOTIFY-DESK         SECTION.
      * THE NOTIFY WINDOWS REWRITE THE PENDING REGISTER UNDER THE
      * SHARED FILE LOCK, SO THE APPEND TAKES THE SAME LOCK.
           MOVE WS-FLAGGED TO WS-EDIT-COUNT.
           MOVE SPACE TO WS-NOTE-TEXT.
           STRING 'leaver '               DELIMITED BY SIZE
                  DB-OFFBOARD-USER        DELIMITED BY SPACE
                  ' still named on '      DELIMITED BY SIZE
                  WS-EDIT-COUNT           DELIMITED BY SIZE
                  ' roster/list entries - replace them'
                                          DELIMITED BY SIZE
                  INTO WS-NOTE-TEXT
           END-STRING.
           MOVE 'ACQUIRE' TO DB-FILELOCK-FUNC.
           MOVE NOT-FILE TO DB-FILELOCK-FILE.
           MOVE MCP-TERM TO DB-FILELOCK-OWNER.
           MOVE 30 TO DB-FILELOCK-TIMEOUT.
           CALL 'FILELOCK' USING DB-FILELOCK.
           IF DB-FILELOCK-RC = 2
               DISPLAY 'pending register busy - notification dropped'
               EXIT SECTION
           END-IF.
           OPEN EXTEND NOTFD.
           IF NOT-FILE-ST = "05" OR "35"
               OPEN OUTPUT NOTFD
           END-IF.
           IF NOT-FILE-ST NOT = "00"
               DISPLAY 'cannot open pending notifications'
           ELSE
               MOVE SPACE TO NOT-LINE
               STRING 'OPERATOR|WARNING|'   DELIMITED BY SIZE
                      'leaver entries to replace|'
                                            DELIMITED BY SIZE
                      WS-NOTE-TEXT          DELIMITED BY '  '
                      '|OFFBOARD|'          DELIMITED BY SIZE
                      WS-TIMESTAMP          DELIMITED BY SPACE
                      '|PENDING|'           DELIMITED BY SIZE
                      INTO NOT-LINE
               END-STRING
               WRITE NOT-LINE
               CLOSE NOTFD
           END-IF.
           MOVE 'RELEASE' TO DB-FILELOCK-FUNC.
           MOVE NOT-FILE TO DB-FILELOCK-FILE.
           MOVE MCP-TERM TO DB-FILELOCK-OWNER.
           CALL 'FILELOCK' USING DB-FILELOCK.
           EXIT.
      ************************************************************************
       480-DISCARD-DRAFT       SECTION.
           INITIALIZE DB-WIZDRAFT.
           MOVE 'DELETE' TO DB-WIZDRAFT-FUNC.
           MOVE DB-OFFBOARD-USER TO DB-WIZDRAFT-USER.
           CALL 'WIZDRAFT' USING DB-WIZDRAFT.
           IF DB-WIZDRAFT-RC = ZERO
               MOVE 'DONE' TO WS-ITEM-STATE
               MOVE 'onboarding wizard draft discarded'
                   TO WS-ITEM-TEXT
           ELSE
               MOVE 'N/A' TO WS-ITEM-STATE
               MOVE 'no onboarding wizard draft' TO WS-ITEM-TEXT
           END-IF.
           PERFORM 510-REPORT-ITEM.
           EXIT.
      ************************************************************************
       500-REPORT-HEADING      SECTION.
           MOVE SPACE TO RPT-LINE.
           STRING 'OFFBOARDING CHECKLIST FOR ' DELIMITED BY SIZE
                  DB-OFFBOARD-USER             DELIMITED BY SPACE
                  INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACE TO RPT-LINE.
           STRING 'DEPARTMENT '                DELIMITED BY SIZE
                  DB-OFFBOARD-DEPT             DELIMITED BY SPACE
                  '   SUCCESSOR '              DELIMITED BY SIZE
                  DB-OFFBOARD-SUCCESSOR        DELIMITED BY SPACE
                  INTO RPT-LINE
           END-STRING.
           IF DB-OFFBOARD-SUCCESSOR = SPACE
               MOVE SPACE TO RPT-LINE
               STRING 'DEPARTMENT '            DELIMITED BY SIZE
                      DB-OFFBOARD-DEPT         DELIMITED BY SPACE
                      '   SUCCESSOR (none)'    DELIMITED BY SIZE
                      INTO RPT-LINE
               END-STRING
           END-IF.
           WRITE RPT-LINE.
           MOVE SPACE TO RPT-LINE.
           STRING 'RUN BY '                    DELIMITED BY SIZE
                  DB-OFFBOARD-BY               DELIMITED BY SPACE
                  ' AT '                       DELIMITED BY SIZE
                  WS-NOW                       DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACE TO RPT-LINE.
           WRITE RPT-LINE.
           EXIT.
      ************************************************************************
       510-REPORT-ITEM         SECTION.
      * WS-ITEM-STATE IS DONE, OPEN OR N/A.
           IF WS-ITEM-STATE = 'DONE'
               ADD 1 TO DB-OFFBOARD-DONE
           END-IF.
           IF WS-ITEM-STATE = 'OPEN'
               ADD 1 TO DB-OFFBOARD-OPEN
           END-IF.
           MOVE SPACE TO RPT-LINE.
           STRING '['                          DELIMITED BY SIZE
                  WS-ITEM-STATE                DELIMITED BY SPACE
                  '] '                         DELIMITED BY SIZE
                  WS-ITEM-TEXT                 DELIMITED BY '  '
                  INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           EXIT.
      ************************************************************************
       520-REPORT-TOTALS       SECTION.
           MOVE SPACE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACE TO RPT-LINE.
           MOVE DB-OFFBOARD-DONE TO WS-EDIT-COUNT.
           STRING 'ITEMS DONE: '          DELIMITED BY SIZE
                  WS-EDIT-COUNT           DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACE TO RPT-LINE.
           MOVE DB-OFFBOARD-OPEN TO WS-EDIT-COUNT.
           STRING 'ITEMS OPEN: '          DELIMITED BY SIZE
                  WS-EDIT-COUNT           DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           EXIT.
      ************************************************************************
       600-WRITE-LOG           SECTION.
           OPEN EXTEND OBLOGFD.
           IF OBLOG-FILE-ST = "05" OR "35"
               OPEN OUTPUT OBLOGFD
           END-IF.
           IF OBLOG-FILE-ST NOT = "00"
               DISPLAY 'cannot open offboarding log'
               EXIT SECTION
           END-IF.
           MOVE SPACE TO OBLOG-LINE.
           STRING WS-NOW                  DELIMITED BY SIZE
                  '|'                     DELIMITED BY SIZE
                  DB-OFFBOARD-USER        DELIMITED BY SPACE
                  '|'                     DELIMITED BY SIZE
                  DB-OFFBOARD-DEPT        DELIMITED BY SPACE
                  '|'                     DELIMITED BY SIZE
                  DB-OFFBOARD-SUCCESSOR   DELIMITED BY SPACE
                  '|'                     DELIMITED BY SIZE
                  DB-OFFBOARD-BY          DELIMITED BY SPACE
                  '|'                     DELIMITED BY SIZE
                  DB-OFFBOARD-DONE        DELIMITED BY SIZE
                  '|'                     DELIMITED BY SIZE
                  DB-OFFBOARD-OPEN        DELIMITED BY SIZE
                  INTO OBLOG-LINE
           END-STRING.
           WRITE OBLOG-LINE.
           CLOSE OBLOGFD.
           EXIT.
      ************************************************************************
       980-FILE-REPORT         SECTION.
           MOVE 'OFFBOARD' TO DB-RPTREPO-PROGRAM.
           MOVE RPT-FILE TO DB-RPTREPO-SOURCE.
           MOVE SPACE TO DB-RPTREPO-BIZDATE.
           MOVE SPACE TO DB-RPTREPO-CLASS.
           CALL 'RPTREPO' USING
                MCPAREA
                SPAAREA
                DB-RPTREPO.
           EXIT.
