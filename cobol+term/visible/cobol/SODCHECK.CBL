       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         SODCHECK.
      ******************************************************************
      * SEGREGATION-OF-DUTIES CHECK.  THE CONFLICT RULE TABLE NAMES
      * PAIRS OF FUNCTIONS THAT ONE USER MUST NOT HOLD TOGETHER:
      *   FUNCTION-A|FUNCTION-B|DESCRIPTION
      * A USER HOLDS A FUNCTION WHEN THE MATRIX ALLOWS IT TO THE
      * USER'S ROLE (OR TO EVERY ROLE), WHEN NO RULE COVERS IT AND
      * THE ROLE IS SUPERVISOR, OR WHEN THE USER HAS AN ACTIVE
      * UNEXPIRED GRANT OF IT - THE SAME READING AUTHCHECK GIVES.
      * FUNCTIONS OPEN TO EVERYONE ONLY BY A CALLER'S DEFAULT ARE
      * NOT COUNTED, NOR IS AUTHORITY BORROWED FOR A DAY AS AN
      * ABSENT APPROVER'S DELEGATE.  THREE FURTHER FUNCTION NAMES
      * ARE HELD BY WHAT THE USER OWNS RATHER THAN BY PERMISSION:
      *   UPLOADER      - HAS A FILE ON THE UPLOAD QUARANTINE REGISTER
      *   CATALOG-OWNER - OWNS A DOWNLOAD CATALOG DOCUMENT
      *   DL-APPROVER   - OWNS A RESTRICTED CATALOG DOCUMENT, SO
      *                   DECIDES ITS ACCESS REQUESTS
      * THE USERS CHECKED WHEN NO USER IS NAMED ARE EVERYONE ON THE
      * ROLE TABLE, THE GRANT REGISTER, THE OPERATOR CREDENTIAL
      * TABLE, THE QUARANTINE REGISTER AND THE CATALOG.
      * OVERRIDES ARE KEPT IN THE OVERRIDE LOG AND CHAINED INTO THE
      * APPROVAL AUDIT LOG:
      *   TS|BY|TERM|SOURCE|USER|FUNCTION-A|FUNCTION-B|REASON
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
           SELECT SCANFD   ASSIGN TO SCAN-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS SCAN-FILE-ST.
           SELECT OVRFD    ASSIGN TO OVR-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS OVR-FILE-ST.
       DATA                DIVISION.
       FILE                SECTION.
           FD  SCANFD.
           01  SCAN-LINE           PIC X(400).
           FD  OVRFD.
           01  OVR-LINE            PIC X(250).
       WORKING-STORAGE     SECTION.
            COPY    "DB-ROLE".
            COPY    "DB-AUDITCHAIN".
       01  SCAN-FILE           PIC X(80).
       01  SCAN-FILE-ST        PIC X(02).
       01  OVR-FILE            PIC X(80)
                               VALUE './cobol/sod-overrides.log'.
       01  OVR-FILE-ST         PIC X(02).
       01  APPR-AUDIT-FILE     PIC X(80)
                               VALUE './cobol/approval-audit.log'.
       01  WS-F1               PIC X(100).
       01  WS-F2               PIC X(100).
       01  WS-F3               PIC X(100).
       01  WS-F4               PIC X(100).
       01  WS-F5               PIC X(100).
       01  WS-F6               PIC X(100).
       01  WS-F7               PIC X(100).
       01  WS-F8               PIC X(100).
       01  DB-SODRULE.
           05  DB-SODRULE-NUM          PIC 9(3).
           05  DB-SODRULE-ENTRY OCCURS 50 TIMES.
               10  DB-SODRULE-FUNCA    PIC X(30).
               10  DB-SODRULE-FUNCB    PIC X(30).
               10  DB-SODRULE-DESC     PIC X(60).
               10  DB-SODRULE-NOW      PIC X(1).
       01  DB-AUTHMAT.
           05  DB-AUTHMAT-NUM          PIC 9(4).
           05  DB-AUTHMAT-ENTRY OCCURS 200 TIMES.
               10  DB-AUTHMAT-ROLE     PIC X(20).
               10  DB-AUTHMAT-FUNC     PIC X(30).
               10  DB-AUTHMAT-FLAG     PIC X(1).
       01  DB-SODGRANT.
           05  DB-SODGRANT-NUM         PIC 9(3).
           05  DB-SODGRANT-ENTRY OCCURS 50 TIMES.
               10  DB-SODGRANT-USER    PIC X(20).
               10  DB-SODGRANT-FUNC    PIC X(30).
       01  DB-SODOWN.
           05  DB-SODOWN-NUM           PIC 9(3).
           05  DB-SODOWN-ENTRY OCCURS 300 TIMES.
               10  DB-SODOWN-USER      PIC X(20).
               10  DB-SODOWN-FUNC      PIC X(30).
       01  DB-SODUSER.
           05  DB-SODUSER-NUM          PIC 9(3).
           05  DB-SODUSER-NAME OCCURS 300 TIMES
                                       PIC X(20).
       01  WS-NOW              PIC X(14).
       01  WS-TIMESTAMP        PIC X(21).
       01  WS-IDX              PIC 9(4).
       01  WS-RULE-IDX         PIC 9(3).
       01  WS-USR-IDX          PIC 9(3).
       01  WS-HIT-IDX          PIC 9(3).
       01  WS-STATE            PIC X(1).
       01  WS-USER             PIC X(20).
       01  WS-ROLE             PIC X(20).
       01  WS-FUNC             PIC X(30).
       01  WS-HOLDS            PIC X(1).
       01  WS-HOLDS-A          PIC X(1).
       01  WS-RULE-SEEN        PIC X(1).
       01  WS-DECIDED          PIC X(1).
       01  WS-FLAG             PIC X(1).
       01  WS-PROP-FOUND       PIC X(1).
       01  WS-CONFLICT         PIC X(1).
       LINKAGE                 SECTION.
            COPY    "DB-SOD".
      ************************************************************************
       PROCEDURE           DIVISION    USING
           DB-SOD.
       000-MAIN                SECTION.
           MOVE 0 TO DB-SOD-RC.
           IF DB-SOD-FUNC = 'RECORD'
               PERFORM 700-RECORD-OVERRIDE
               EXIT PROGRAM
           END-IF.
           MOVE 0 TO DB-SOD-NUM.
           PERFORM 100-LOAD-RULES.
           IF DB-SODRULE-NUM = ZERO
               MOVE 1 TO DB-SOD-RC
               EXIT PROGRAM
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW.
           PERFORM 110-LOAD-ROLES.
           PERFORM 120-LOAD-MATRIX.
           PERFORM 130-LOAD-GRANTS.
           PERFORM 140-LOAD-OWNERSHIP.
           PERFORM 150-LIST-USERS.
           PERFORM VARYING WS-USR-IDX FROM 1 BY 1
                     UNTIL WS-USR-IDX > DB-SODUSER-NUM
               MOVE DB-SODUSER-NAME(WS-USR-IDX) TO WS-USER
               PERFORM 200-CHECK-USER
           END-PERFORM.
           EXIT    PROGRAM.
      ************************************************************************
       100-LOAD-RULES          SECTION.
           MOVE 0 TO DB-SODRULE-NUM.
           MOVE './cobol/sod-rules.dat' TO SCAN-FILE.
           OPEN INPUT SCANFD.
           IF SCAN-FILE-ST NOT = "00"
               EXIT SECTION
           END-IF.
           PERFORM UNTIL SCAN-FILE-ST NOT = "00"
                    OR DB-SODRULE-NUM >= 50
               READ SCANFD
               IF SCAN-FILE-ST = "00" AND SCAN-LINE NOT = SPACE
                   PERFORM 600-SPLIT-LINE
                   IF WS-F1 NOT = SPACE AND WS-F2 NOT = SPACE
                       ADD 1 TO DB-SODRULE-NUM
                       MOVE WS-F1 TO DB-SODRULE-FUNCA(DB-SODRULE-NUM)
                       MOVE WS-F2 TO DB-SODRULE-FUNCB(DB-SODRULE-NUM)
                       MOVE WS-F3 TO DB-SODRULE-DESC(DB-SODRULE-NUM)
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE SCANFD.
           EXIT.
      ************************************************************************
       110-LOAD-ROLES          SECTION.
           MOVE 0 TO DB-ROLE-NUM.
           MOVE './cobol/testvisible-roles.dat' TO SCAN-FILE.
           OPEN INPUT SCANFD.
           IF SCAN-FILE-ST NOT = "00"
               EXIT SECTION
           END-IF.
           PERFORM UNTIL SCAN-FILE-ST NOT = "00"
                    OR DB-ROLE-NUM >= 50
               READ SCANFD
               IF SCAN-FILE-ST = "00" AND SCAN-LINE NOT = SPACE
                   PERFORM 600-SPLIT-LINE
                   ADD 1 TO DB-ROLE-NUM
                   MOVE WS-F1 TO DB-ROLE-USER(DB-ROLE-NUM)
                   MOVE WS-F2 TO DB-ROLE-NAME(DB-ROLE-NUM)
               END-IF
           END-PERFORM.
           CLOSE SCANFD.
           EXIT.
      ************************************************************************
       120-LOAD-MATRIX         SECTION.
      * WS-PROP-FOUND TELLS WHETHER A PROPOSED RULE REPLACES ONE
      * ALREADY ON THE MATRIX OR IS ADDED AFTER THE LAST.
           MOVE 0 TO DB-AUTHMAT-NUM.
           MOVE 'N' TO WS-PROP-FOUND.
           MOVE './cobol/auth-matrix.dat' TO SCAN-FILE.
           OPEN INPUT SCANFD.
           IF SCAN-FILE-ST NOT = "00"
               EXIT SECTION
           END-IF.
           PERFORM UNTIL SCAN-FILE-ST NOT = "00"
                    OR DB-AUTHMAT-NUM >= 200
               READ SCANFD
               IF SCAN-FILE-ST = "00" AND SCAN-LINE NOT = SPACE
                   PERFORM 600-SPLIT-LINE
                   ADD 1 TO DB-AUTHMAT-NUM
                   MOVE WS-F1 TO DB-AUTHMAT-ROLE(DB-AUTHMAT-NUM)
                   MOVE WS-F2 TO DB-AUTHMAT-FUNC(DB-AUTHMAT-NUM)
                   MOVE WS-F3 TO DB-AUTHMAT-FLAG(DB-AUTHMAT-NUM)
                   IF DB-SOD-RULEFUNC NOT = SPACE
                      AND WS-F1 = DB-SOD-RULEROLE
                      AND WS-F2 = DB-SOD-RULEFUNC
                       MOVE 'Y' TO WS-PROP-FOUND
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE SCANFD.
           EXIT.
      ************************************************************************
       130-LOAD-GRANTS         SECTION.
           MOVE 0 TO DB-SODGRANT-NUM.
           MOVE './cobol/auth-grants.dat' TO SCAN-FILE.
           OPEN INPUT SCANFD.
           IF SCAN-FILE-ST NOT = "00"
               EXIT SECTION
           END-IF.
           PERFORM UNTIL SCAN-FILE-ST NOT = "00"
                    OR DB-SODGRANT-NUM >= 50
               READ SCANFD
               IF SCAN-FILE-ST = "00" AND SCAN-LINE NOT = SPACE
                   PERFORM 600-SPLIT-LINE
      * F1 USER  F2 FUNCTION  F3 EXPIRY  F6 STATUS
                   IF WS-F6 = 'ACTIVE' AND WS-F3 > WS-NOW
                       ADD 1 TO DB-SODGRANT-NUM
                       MOVE WS-F1 TO DB-SODGRANT-USER(DB-SODGRANT-NUM)
                       MOVE WS-F2 TO DB-SODGRANT-FUNC(DB-SODGRANT-NUM)
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE SCANFD.
           EXIT.
      ************************************************************************
       140-LOAD-OWNERSHIP      SECTION.
           MOVE 0 TO DB-SODOWN-NUM.
           MOVE './cobol/pending-uploads.dat' TO SCAN-FILE.
           OPEN INPUT SCANFD.
           IF SCAN-FILE-ST = "00"
               PERFORM UNTIL SCAN-FILE-ST NOT = "00"
                        OR DB-SODOWN-NUM >= 298
                   READ SCANFD
                   IF SCAN-FILE-ST = "00" AND SCAN-LINE NOT = SPACE
                       PERFORM 600-SPLIT-LINE
      * F1 ID  F2 USER
                       MOVE WS-F2      TO WS-USER
                       MOVE 'UPLOADER' TO WS-FUNC
                       PERFORM 145-ADD-OWNERSHIP
                   END-IF
               END-PERFORM
               CLOSE SCANFD
           END-IF.
           MOVE './cobol/download-catalog.dat' TO SCAN-FILE.
           OPEN INPUT SCANFD.
           IF SCAN-FILE-ST = "00"
               PERFORM UNTIL SCAN-FILE-ST NOT = "00"
                        OR DB-SODOWN-NUM >= 298
                   READ SCANFD
                   IF SCAN-FILE-ST = "00" AND SCAN-LINE NOT = SPACE
                       PERFORM 600-SPLIT-LINE
      * F7 RESTRICTED  F8 OWNER
                       MOVE WS-F8           TO WS-USER
                       MOVE 'CATALOG-OWNER' TO WS-FUNC
                       PERFORM 145-ADD-OWNERSHIP
                       IF WS-F7 = 'Y'
                           MOVE 'DL-APPROVER' TO WS-FUNC
                           PERFORM 145-ADD-OWNERSHIP
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE SCANFD
           END-IF.
           EXIT.
      ************************************************************************
       145-ADD-OWNERSHIP       SECTION.
           IF WS-USER = SPACE
               EXIT SECTION
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > DB-SODOWN-NUM
               IF DB-SODOWN-USER(WS-IDX) = WS-USER
                  AND DB-SODOWN-FUNC(WS-IDX) = WS-FUNC
                   EXIT SECTION
               END-IF
           END-PERFORM.
           ADD 1 TO DB-SODOWN-NUM.
           MOVE WS-USER TO DB-SODOWN-USER(DB-SODOWN-NUM).
           MOVE WS-FUNC TO DB-SODOWN-FUNC(DB-SODOWN-NUM).
           EXIT.
      ************************************************************************
       150-LIST-USERS          SECTION.
           MOVE 0 TO DB-SODUSER-NUM.
           IF DB-SOD-USER NOT = SPACE
               MOVE DB-SOD-USER TO WS-USER
               PERFORM 155-ADD-USER
               EXIT SECTION
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > DB-ROLE-NUM
               MOVE DB-ROLE-USER(WS-IDX) TO WS-USER
               PERFORM 155-ADD-USER
           END-PERFORM.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > DB-SODGRANT-NUM
               MOVE DB-SODGRANT-USER(WS-IDX) TO WS-USER
               PERFORM 155-ADD-USER
           END-PERFORM.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > DB-SODOWN-NUM
               MOVE DB-SODOWN-USER(WS-IDX) TO WS-USER
               PERFORM 155-ADD-USER
           END-PERFORM.
           MOVE './cobol/operator-credentials.dat' TO SCAN-FILE.
           OPEN INPUT SCANFD.
           IF SCAN-FILE-ST = "00"
               PERFORM UNTIL SCAN-FILE-ST NOT = "00"
                   READ SCANFD
                   IF SCAN-FILE-ST = "00" AND SCAN-LINE NOT = SPACE
                       PERFORM 600-SPLIT-LINE
                       MOVE WS-F1 TO WS-USER
                       PERFORM 155-ADD-USER
                   END-IF
               END-PERFORM
               CLOSE SCANFD
           END-IF.
           EXIT.
      ************************************************************************
       155-ADD-USER            SECTION.
           IF WS-USER = SPACE OR DB-SODUSER-NUM >= 300
               EXIT SECTION
           END-IF.
           PERFORM VARYING WS-USR-IDX FROM 1 BY 1
                     UNTIL WS-USR-IDX > DB-SODUSER-NUM
               IF DB-SODUSER-NAME(WS-USR-IDX) = WS-USER
                   EXIT SECTION
               END-IF
           END-PERFORM.
           ADD 1 TO DB-SODUSER-NUM.
           MOVE WS-USER TO DB-SODUSER-NAME(DB-SODUSER-NUM).
           EXIT.
      ************************************************************************
       200-CHECK-USER          SECTION.
      * EVERY RULE IS TRIED AS THINGS STAND; FOR CHECK IT IS TRIED
      * AGAIN WITH THE PROPOSAL APPLIED, AND ONLY A CONFLICT THAT
      * APPEARS WITH THE PROPOSAL IS RETURNED.
           MOVE 'C' TO WS-STATE.
           PERFORM 210-RESOLVE-ROLE.
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                     UNTIL WS-RULE-IDX > DB-SODRULE-NUM
               PERFORM 220-TRY-RULE
               MOVE WS-CONFLICT TO DB-SODRULE-NOW(WS-RULE-IDX)
               IF DB-SOD-FUNC = 'LIST' AND WS-CONFLICT = 'Y'
                   PERFORM 230-ADD-HIT
               END-IF
           END-PERFORM.
           IF DB-SOD-FUNC NOT = 'CHECK'
               EXIT SECTION
           END-IF.
           MOVE 'P' TO WS-STATE.
           PERFORM 210-RESOLVE-ROLE.
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                     UNTIL WS-RULE-IDX > DB-SODRULE-NUM
               PERFORM 220-TRY-RULE
               IF WS-CONFLICT = 'Y'
                  AND DB-SODRULE-NOW(WS-RULE-IDX) NOT = 'Y'
                   PERFORM 230-ADD-HIT
               END-IF
           END-PERFORM.
           EXIT.
      ************************************************************************
       210-RESOLVE-ROLE        SECTION.
           MOVE 'clerk' TO WS-ROLE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > DB-ROLE-NUM
               IF DB-ROLE-USER(WS-IDX) = WS-USER
                   MOVE DB-ROLE-NAME(WS-IDX) TO WS-ROLE
               END-IF
           END-PERFORM.
           IF WS-STATE = 'P'
              AND WS-USER = DB-SOD-USER
              AND DB-SOD-NEWROLE NOT = SPACE
               MOVE DB-SOD-NEWROLE TO WS-ROLE
           END-IF.
           EXIT.
      ************************************************************************
       220-TRY-RULE            SECTION.
           MOVE DB-SODRULE-FUNCA(WS-RULE-IDX) TO WS-FUNC.
           PERFORM 300-HOLDS-FUNCTION.
           MOVE WS-HOLDS TO WS-HOLDS-A.
           MOVE DB-SODRULE-FUNCB(WS-RULE-IDX) TO WS-FUNC.
           PERFORM 300-HOLDS-FUNCTION.
           IF WS-HOLDS-A = 'Y' AND WS-HOLDS = 'Y'
               MOVE 'Y' TO WS-CONFLICT
           ELSE
               MOVE 'N' TO WS-CONFLICT
           END-IF.
           EXIT.
      ************************************************************************
       230-ADD-HIT             SECTION.
           IF DB-SOD-NUM >= 100
               MOVE 2 TO DB-SOD-RC
               EXIT SECTION
           END-IF.
           ADD 1 TO DB-SOD-NUM.
           MOVE WS-USER TO DB-SOD-HIT-USER(DB-SOD-NUM).
           MOVE DB-SODRULE-FUNCA(WS-RULE-IDX)
               TO DB-SOD-HIT-FUNCA(DB-SOD-NUM).
           MOVE DB-SODRULE-FUNCB(WS-RULE-IDX)
               TO DB-SOD-HIT-FUNCB(DB-SOD-NUM).
           MOVE DB-SODRULE-DESC(WS-RULE-IDX)
               TO DB-SOD-HIT-DESC(DB-SOD-NUM).
           EXIT.
      ************************************************************************
       300-HOLDS-FUNCTION      SECTION.
      * WS-USER UNDER WS-ROLE, IN STATE WS-STATE, AGAINST WS-FUNC.
           MOVE 'N' TO WS-HOLDS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > DB-SODOWN-NUM
               IF DB-SODOWN-USER(WS-IDX) = WS-USER
                  AND DB-SODOWN-FUNC(WS-IDX) = WS-FUNC
                   MOVE 'Y' TO WS-HOLDS
                   EXIT SECTION
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > DB-SODGRANT-NUM
               IF DB-SODGRANT-USER(WS-IDX) = WS-USER
                  AND (DB-SODGRANT-FUNC(WS-IDX) = WS-FUNC
                       OR DB-SODGRANT-FUNC(WS-IDX) = '*')
                   MOVE 'Y' TO WS-HOLDS
                   EXIT SECTION
               END-IF
           END-PERFORM.
           IF WS-STATE = 'P'
              AND WS-USER = DB-SOD-USER
              AND (DB-SOD-NEWGRANT = WS-FUNC
                   OR DB-SOD-NEWGRANT = '*')
               MOVE 'Y' TO WS-HOLDS
               EXIT SECTION
           END-IF.
      * THE MATRIX AS AUTHCHECK APPLIES IT - THE LAST RULE MATCHING
      * ROLE AND FUNCTION DECIDES.
           MOVE 'N' TO WS-RULE-SEEN.
           MOVE 'N' TO WS-DECIDED.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > DB-AUTHMAT-NUM
               MOVE DB-AUTHMAT-FLAG(WS-IDX) TO WS-FLAG
               IF WS-STATE = 'P'
                  AND DB-SOD-RULEFUNC NOT = SPACE
                  AND DB-AUTHMAT-ROLE(WS-IDX) = DB-SOD-RULEROLE
                  AND DB-AUTHMAT-FUNC(WS-IDX) = DB-SOD-RULEFUNC
                   IF DB-SOD-RULEDEL = 'Y'
                       MOVE SPACE TO WS-FLAG
                   ELSE
                       MOVE DB-SOD-RULEFLAG TO WS-FLAG
                   END-IF
               END-IF
               IF WS-FLAG NOT = SPACE
                   MOVE DB-AUTHMAT-ROLE(WS-IDX) TO WS-F1
                   MOVE DB-AUTHMAT-FUNC(WS-IDX) TO WS-F2
                   PERFORM 310-APPLY-RULE
               END-IF
           END-PERFORM.
           IF WS-STATE = 'P'
              AND DB-SOD-RULEFUNC NOT = SPACE
              AND DB-SOD-RULEDEL NOT = 'Y'
              AND WS-PROP-FOUND NOT = 'Y'
               MOVE DB-SOD-RULEFLAG TO WS-FLAG
               MOVE DB-SOD-RULEROLE TO WS-F1
               MOVE DB-SOD-RULEFUNC TO WS-F2
               PERFORM 310-APPLY-RULE
           END-IF.
           IF WS-DECIDED = 'N'
              AND WS-RULE-SEEN = 'N'
              AND WS-ROLE = 'supervisor'
               MOVE 'Y' TO WS-HOLDS
           END-IF.
           EXIT.
      ************************************************************************
       310-APPLY-RULE          SECTION.
      * WS-F1 ROLE  WS-F2 FUNCTION  WS-FLAG ALLOW FLAG.
           IF WS-F2 = WS-FUNC OR WS-F2 = '*'
               IF WS-F2 = WS-FUNC
                   MOVE 'Y' TO WS-RULE-SEEN
               END-IF
               IF WS-F1 = WS-ROLE OR WS-F1 = '*'
                   MOVE 'Y' TO WS-DECIDED
                   IF WS-FLAG = 'Y'
                       MOVE 'Y' TO WS-HOLDS
                   ELSE
                       MOVE 'N' TO WS-HOLDS
                   END-IF
               END-IF
           END-IF.
           EXIT.
      ************************************************************************
       600-SPLIT-LINE          SECTION.
           MOVE SPACE TO WS-F1 WS-F2 WS-F3 WS-F4
                         WS-F5 WS-F6 WS-F7 WS-F8.
           UNSTRING SCAN-LINE DELIMITED BY '|'
               INTO WS-F1
                    WS-F2
                    WS-F3
                    WS-F4
                    WS-F5
                    WS-F6
                    WS-F7
                    WS-F8.
           EXIT.
      ************************************************************************
       700-RECORD-OVERRIDE     SECTION.
           MOVE FUNCTION CURRENT-DATE(1:21) TO WS-TIMESTAMP.
           OPEN EXTEND OVRFD.
           IF OVR-FILE-ST = "05" OR "35"
               OPEN OUTPUT OVRFD
           END-IF.
           IF OVR-FILE-ST NOT = "00"
               DISPLAY 'cannot open conflict override log'
               MOVE 3 TO DB-SOD-RC
               EXIT SECTION
           END-IF.
           PERFORM VARYING WS-HIT-IDX FROM 1 BY 1
                     UNTIL WS-HIT-IDX > DB-SOD-NUM
               MOVE SPACE TO OVR-LINE
               STRING WS-TIMESTAMP           DELIMITED BY SPACE
                      '|'                    DELIMITED BY SIZE
                      DB-SOD-BY              DELIMITED BY SPACE
                      '|'                    DELIMITED BY SIZE
                      DB-SOD-TERM            DELIMITED BY SPACE
                      '|'                    DELIMITED BY SIZE
                      DB-SOD-SOURCE          DELIMITED BY SPACE
                      '|'                    DELIMITED BY SIZE
                      DB-SOD-HIT-USER(WS-HIT-IDX)
                                             DELIMITED BY SPACE
                      '|'                    DELIMITED BY SIZE
                      DB-SOD-HIT-FUNCA(WS-HIT-IDX)
                                             DELIMITED BY SPACE
                      '|'                    DELIMITED BY SIZE
                      DB-SOD-HIT-FUNCB(WS-HIT-IDX)
                                             DELIMITED BY SPACE
                      '|'                    DELIMITED BY SIZE
                      DB-SOD-REASON          DELIMITED BY '  '
                      INTO OVR-LINE
               END-STRING
               WRITE OVR-LINE
               MOVE APPR-AUDIT-FILE TO DB-AUDITCHAIN-FILE
               MOVE SPACE TO DB-AUDITCHAIN-LINE
               STRING WS-TIMESTAMP           DELIMITED BY SPACE
                      '|'                    DELIMITED BY SIZE
                      DB-SOD-BY              DELIMITED BY SPACE
                      '|'                    DELIMITED BY SIZE
                      DB-SOD-TERM            DELIMITED BY SPACE
                      '|SOD|'                DELIMITED BY SIZE
                      DB-SOD-HIT-USER(WS-HIT-IDX)
                                             DELIMITED BY SPACE
                      ':'                    DELIMITED BY SIZE
                      DB-SOD-HIT-FUNCA(WS-HIT-IDX)
                                             DELIMITED BY SPACE
                      '+'                    DELIMITED BY SIZE
                      DB-SOD-HIT-FUNCB(WS-HIT-IDX)
                                             DELIMITED BY SPACE
                      '|OVERRIDE '           DELIMITED BY SIZE
                      DB-SOD-SOURCE          DELIMITED BY SPACE
                      INTO DB-AUDITCHAIN-LINE
               END-STRING
               CALL 'AUDITCHAIN' USING DB-AUDITCHAIN
           END-PERFORM.
           CLOSE OVRFD.
           EXIT.
