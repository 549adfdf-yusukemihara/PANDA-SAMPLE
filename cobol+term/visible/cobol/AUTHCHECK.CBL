      * SCOPE IS ALL, OWN OR LIST AND LIMITS WHICH DEPARTMENTS'
      * ROWS THE FUNCTION MAY SHOW; A RULE WITHOUT A SCOPE, AND
      * EVERY DEFAULT DECISION, GRANTS ALL.
      * FOR THE APPROVAL FUNCTIONS ONLY, A USER REFUSED IN THEIR OWN
      * RIGHT WHO IS STANDING IN FOR AN ABSENT APPROVER (SEE THE
      * DELEGATION REGISTER) IS ANSWERED AS THAT APPROVER WOULD BE;
      * DB-AUTH-ONBEHALF THEN NAMES THE APPROVER SO THE DECISION CAN
      * BE STAMPED ACCORDINGLY.
      * EVERY REFUSAL IS APPENDED TO THE DENIAL LOG AS
      * TIMESTAMP|USER|ROLE|FUNCTION FOR THE SECURITY EVENT FEED,
      * UNLESS THE CALLER SETS DB-AUTH-NOLOG TO 'Y' BECAUSE IT IS
      * ONLY SOUNDING OUT WHAT THE USER MAY DO.
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
           SELECT GRFD     ASSIGN TO GR-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS GR-FILE-ST.
           SELECT DENYFD   ASSIGN TO DENY-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS DENY-FILE-ST.
       DATA                DIVISION.
       FILE                SECTION.
           FD  ROLEFD.
           01  MAT-LINE            PIC X(170).
           FD  GRFD.
           01  GR-LINE             PIC X(160).
           FD  DENYFD.
           01  DENY-LINE           PIC X(100).
       WORKING-STORAGE     SECTION.
            COPY    "DB-ROLE".
            COPY    "DB-DELEG".
       01  ROLE-FILE           PIC X(80)
                               VALUE './cobol/testvisible-roles.dat'.
       01  ROLE-FILE-ST        PIC X(02).
       01  GR-FILE             PIC X(80)
                               VALUE './cobol/auth-grants.dat'.
       01  GR-FILE-ST          PIC X(02).
       01  DENY-FILE           PIC X(80)
                               VALUE './cobol/auth-denials.log'.
       01  DENY-FILE-ST        PIC X(02).
       01  WS-TIMESTAMP        PIC X(21).
       01  GR-REC.
           05  GR-USER             PIC X(20).
           05  GR-FUNC             PIC X(30).
       01  WS-IDX              PIC 9(4).
       01  WS-RULE-SEEN        PIC X(1).
       01  WS-DECIDED          PIC X(1).
       01  WS-CALLER           PIC X(20).
       01  WS-DLG-IDX          PIC 9(2).
       01  DELEGABLE-FUNCS.
           05  FILLER          PIC X(30) VALUE 'SYSDB-APPROVE'.
           05  FILLER          PIC X(30) VALUE 'UPLOAD-REVIEW'.
           05  FILLER          PIC X(30) VALUE 'PRINT-QUEUE-MGR'.
           05  FILLER          PIC X(30) VALUE 'BATCH-ADHOC-APPROVE'.
       01  DELEGABLE-TABLE REDEFINES DELEGABLE-FUNCS.
           05  DELEGABLE-FUNC  OCCURS 4 TIMES
                               PIC X(30).
       01  WS-FUNC-IDX         PIC 9(1).
       01  WS-DELEGABLE        PIC X(1).
       LINKAGE                 SECTION.
            COPY    "DB-AUTH".
      ************************************************************************
       000-MAIN                SECTION.
           MOVE 0 TO DB-AUTH-RC.
           MOVE 'N' TO DB-AUTH-ALLOW.
           MOVE SPACE TO DB-AUTH-ONBEHALF.
           PERFORM 100-LOOKUP-ROLE.
           PERFORM 200-LOAD-MATRIX.
           PERFORM 300-APPLY-RULES.
           IF DB-AUTH-ALLOW NOT = 'Y'
               PERFORM 400-CHECK-GRANTS
           END-IF.
           IF DB-AUTH-ALLOW NOT = 'Y'
               PERFORM 500-CHECK-DELEGATIONS
           END-IF.
           IF DB-AUTH-ALLOW NOT = 'Y'
              AND DB-AUTH-NOLOG NOT = 'Y'
               PERFORM 600-LOG-DENIAL
           END-IF.
           EXIT    PROGRAM.
      ************************************************************************
       100-LOOKUP-ROLE         SECTION.
           END-PERFORM.
           CLOSE GRFD.
           EXIT.
      ************************************************************************
       500-CHECK-DELEGATIONS   SECTION.
      * EACH APPROVER THE CALLER STANDS IN FOR TODAY IS TRIED IN
      * TURN UNDER THE APPROVER'S OWN ROLE, RULES AND GRANTS.  THE
      * FIRST ONE ALLOWED DECIDES, AND THE ANSWER CARRIES THAT
      * APPROVER'S ROLE AND DATA SCOPE.
           MOVE 'N' TO WS-DELEGABLE.
           PERFORM VARYING WS-FUNC-IDX FROM 1 BY 1
                     UNTIL WS-FUNC-IDX > 4
               IF DELEGABLE-FUNC(WS-FUNC-IDX) = DB-AUTH-FUNC
                   MOVE 'Y' TO WS-DELEGABLE
               END-IF
           END-PERFORM.
           IF WS-DELEGABLE NOT = 'Y'
               EXIT SECTION
           END-IF.
           INITIALIZE DB-DELEG.
           MOVE 'PRINCIPALS' TO DB-DELEG-FUNC.
           MOVE DB-AUTH-USER TO DB-DELEG-USER.
           CALL 'DELEGATE' USING DB-DELEG.
           IF DB-DELEG-NUM = 0
               EXIT SECTION
           END-IF.
           MOVE DB-AUTH-USER TO WS-CALLER.
           PERFORM VARYING WS-DLG-IDX FROM 1 BY 1
                     UNTIL WS-DLG-IDX > DB-DELEG-NUM
                        OR DB-AUTH-ALLOW = 'Y'
               MOVE DB-DELEG-FOR(WS-DLG-IDX) TO DB-AUTH-USER
               PERFORM 100-LOOKUP-ROLE
               PERFORM 300-APPLY-RULES
               IF DB-AUTH-ALLOW NOT = 'Y'
                   PERFORM 400-CHECK-GRANTS
               END-IF
               IF DB-AUTH-ALLOW = 'Y'
                   MOVE DB-DELEG-FOR(WS-DLG-IDX) TO DB-AUTH-ONBEHALF
               END-IF
           END-PERFORM.
           MOVE WS-CALLER TO DB-AUTH-USER.
           IF DB-AUTH-ALLOW NOT = 'Y'
               PERFORM 100-LOOKUP-ROLE
               PERFORM 300-APPLY-RULES
           END-IF.
           EXIT.
      ************************************************************************
       600-LOG-DENIAL          SECTION.
           MOVE FUNCTION CURRENT-DATE(1:21) TO WS-TIMESTAMP.
           OPEN EXTEND DENYFD.
           IF DENY-FILE-ST = "05" OR "35"
               OPEN OUTPUT DENYFD
           END-IF.
           IF DENY-FILE-ST NOT = "00"
               DISPLAY 'cannot open authorization denial log'
           ELSE
               MOVE SPACE TO DENY-LINE
               STRING WS-TIMESTAMP     DELIMITED BY SPACE
                      '|'              DELIMITED BY SIZE
                      DB-AUTH-USER     DELIMITED BY SPACE
                      '|'              DELIMITED BY SIZE
                      DB-AUTH-ROLE     DELIMITED BY SPACE
                      '|'              DELIMITED BY SIZE
                      DB-AUTH-FUNC     DELIMITED BY SPACE
                      INTO DENY-LINE
               END-STRING
               WRITE DENY-LINE
               CLOSE DENYFD
           END-IF.
           EXIT.
