       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         APPRBOX.
      ******************************************************************
      * APPROVAL INBOX COLLECTOR.  GATHERS EVERY ITEM AWAITING A
      * DECISION FROM THE NAMED USER ACROSS THE SEVEN APPROVAL
      * REGISTERS SO ONE SCREEN (AND THE SHIFT HANDOVER) CAN SHOW
      * THEM TOGETHER:
      *   SYSDB    - STAGED PARAMETER CHANGES (SYSDB-PENDING.DAT)
      *              THE USER MAY APPROVE AND DID NOT REQUEST
      *   DOWNLOAD - DOCUMENT ACCESS REQUESTS (DOWNLOAD-APPROVALS.DAT)
      *              ON DOCUMENTS THE USER OWNS
      *   UPLOAD   - QUARANTINED UPLOADS (PENDING-UPLOADS.DAT) IN
      *              THE USER'S REVIEW SCOPE
      *   PRINT    - HELD PRINT JOBS (PRINTQUEUE.DAT) IN THE USER'S
      *              QUEUE-MANAGEMENT SCOPE
      *   ADHOC    - AD-HOC BATCH RUN REQUESTS (BATCH-ADHOC.DAT) THE
      *              USER MAY APPROVE AND DID NOT REQUEST
      *   DISPUTE  - PRINT CHARGEBACK DISPUTES (CHARGEBACK-DISPUTES.DAT)
      *              AWAITING FINANCE THAT THE USER DID NOT RAISE
      *   RECERT   - ACCESS RECERTIFICATION ITEMS (RECERT-ITEMS.DAT)
      *              NAMING THE USER AS MANAGER, OR WITH NO MANAGER
      *              FOR A PERMISSION ADMINISTRATOR
      * THE SAME AUTHORITY EACH SCREEN APPLIES DECIDES WHAT IS
      * LISTED.  THE PRINT QUEUE FUNCTION IS OPEN TO EVERYONE BY
      * DEFAULT, SO HOLDS ONLY REACH AN INBOX WHERE THE MATRIX
      * GRANTS THE FUNCTION OUTRIGHT - OTHERWISE EVERY CLERK WOULD
      * SEE EVERY HOLD.  EACH ITEM CARRIES THE WINDOW THAT DECIDES
      * IT AND THE KEY THAT WINDOW PRESELECTS.  WHERE THE USER IS
      * STANDING IN AS AN ABSENT APPROVER'S DELEGATE, THAT APPROVER'S
      * ITEMS ARE GATHERED TOO, AS THE SCREENS WILL LET THE DELEGATE
      * DECIDE THEM.
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
           SELECT SCANFD   ASSIGN TO SCAN-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS SCAN-FILE-ST.
       DATA                DIVISION.
       FILE                SECTION.
           FD  SCANFD.
           01  SCAN-LINE           PIC X(400).
       WORKING-STORAGE     SECTION.
            COPY    "DB-AUTH".
            COPY    "DB-SCOPE".
            COPY    "DB-DEPTMAST".
            COPY    "DB-DELEG".
            COPY    "DB-PRINTQ".
       01  SCAN-FILE           PIC X(80).
       01  SCAN-FILE-ST        PIC X(02).
       01  WS-F1               PIC X(100).
       01  WS-F2               PIC X(100).
       01  WS-F3               PIC X(100).
       01  WS-F4               PIC X(100).
       01  WS-F5               PIC X(100).
       01  WS-F6               PIC X(100).
       01  WS-F7               PIC X(100).
       01  WS-F8               PIC X(100).
       01  WS-TODAY            PIC X(8).
       01  WS-MY-DEPT          PIC X(20).
       01  WS-SCOPE-DEPT       PIC X(20).
       01  WS-ON-BEHALF        PIC X(20).
       01  WS-DLG-IDX          PIC 9(2).
       01  WS-ALLOWED          PIC X(1).
       01  WS-SCOPE-MODE       PIC X(4).
       01  WS-SCOPE-LIST       PIC X(100).
       01  WS-NEW-SOURCE       PIC X(8).
       01  WS-NEW-WINDOW       PIC X(20).
       01  WS-NEW-KEY          PIC X(40).
       01  WS-NEW-DESC         PIC X(60).
       01  WS-NEW-REQ          PIC X(20).
       01  WS-NEW-SUBMIT       PIC X(21).
       LINKAGE                 SECTION.
            COPY    "DB-APPRBOX".
      ************************************************************************
       PROCEDURE           DIVISION    USING
           DB-APPRBOX.
       000-MAIN                SECTION.
           MOVE 0 TO DB-APPRBOX-RC.
           MOVE 0 TO DB-APPRBOX-NUM.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE 'USERDEPT' TO DB-DEPTMAST-FUNC.
           MOVE DB-APPRBOX-USER TO DB-DEPTMAST-USER.
           CALL 'DEPTMASTER' USING DB-DEPTMAST.
           MOVE DB-DEPTMAST-DEPT TO WS-MY-DEPT.
           INITIALIZE DB-DELEG.
           MOVE 'PRINCIPALS' TO DB-DELEG-FUNC.
           MOVE DB-APPRBOX-USER TO DB-DELEG-USER.
           CALL 'DELEGATE' USING DB-DELEG.
           PERFORM 100-SYSDB-CHANGES.
           PERFORM 200-DOWNLOAD-REQUESTS.
           PERFORM 300-QUARANTINED-UPLOADS.
           PERFORM 400-PRINT-HOLDS.
           PERFORM 500-ADHOC-RUNS.
           PERFORM 550-CHARGEBACK-DISPUTES.
           PERFORM 560-ACCESS-RECERTS.
           EXIT    PROGRAM.
      ************************************************************************
       100-SYSDB-CHANGES       SECTION.
           MOVE 'SYSDB-APPROVE' TO DB-AUTH-FUNC.
           PERFORM 700-CHECK-AUTHORITY.
           IF WS-ALLOWED NOT = 'Y'
               EXIT SECTION
           END-IF.
           MOVE './cobol/sysdb-pending.dat' TO SCAN-FILE.
           OPEN INPUT SCANFD.
           IF SCAN-FILE-ST NOT = "00"
               EXIT SECTION
           END-IF.
           PERFORM UNTIL SCAN-FILE-ST NOT = "00"
               READ SCANFD
               IF SCAN-FILE-ST = "00" AND SCAN-LINE NOT = SPACE
                   PERFORM 600-SPLIT-LINE
      * F1 ID  F2 KEY  F4 NEW VALUE  F5 REQUESTOR  F6 TIME  F7 STATUS
                   IF WS-F7 = 'PENDING'
                      AND WS-F5 NOT = DB-APPRBOX-USER
                      AND WS-F5 NOT = WS-ON-BEHALF
                       MOVE 'SYSDB'      TO WS-NEW-SOURCE
                       MOVE 'sysapprove' TO WS-NEW-WINDOW
                       MOVE WS-F1        TO WS-NEW-KEY
                       MOVE SPACE        TO WS-NEW-DESC
                       STRING 'change '  DELIMITED BY SIZE
                              WS-F2      DELIMITED BY SPACE
                              ' to '     DELIMITED BY SIZE
                              WS-F4      DELIMITED BY '  '
                              INTO WS-NEW-DESC
                       END-STRING
                       MOVE WS-F5        TO WS-NEW-REQ
                       MOVE WS-F6        TO WS-NEW-SUBMIT
                       PERFORM 800-ADD-ENTRY
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE SCANFD.
           EXIT.
      ************************************************************************
       200-DOWNLOAD-REQUESTS   SECTION.
           MOVE './cobol/download-approvals.dat' TO SCAN-FILE.
           OPEN INPUT SCANFD.
           IF SCAN-FILE-ST NOT = "00"
               EXIT SECTION
           END-IF.
           PERFORM UNTIL SCAN-FILE-ST NOT = "00"
               READ SCANFD
               IF SCAN-FILE-ST = "00" AND SCAN-LINE NOT = SPACE
                   PERFORM 600-SPLIT-LINE
      * F1 DOCUMENT  F2 REQUESTER  F3 STATUS  F4 REQUESTED  F6 OWNER
                   MOVE 'N' TO WS-ALLOWED
                   IF WS-F6 = DB-APPRBOX-USER
                       MOVE 'Y' TO WS-ALLOWED
                   ELSE
                       PERFORM 720-CHECK-PRINCIPAL
                   END-IF
                   IF WS-F3 = 'PENDING'
                      AND WS-ALLOWED = 'Y'
                      AND (WS-F6 = DB-APPRBOX-USER
                           OR WS-F2 NOT = DB-APPRBOX-USER)
                       MOVE 'DOWNLOAD'   TO WS-NEW-SOURCE
                       MOVE 'dlapprove'  TO WS-NEW-WINDOW
                       MOVE SPACE        TO WS-NEW-KEY
                       STRING WS-F1      DELIMITED BY SPACE
                              '|'        DELIMITED BY SIZE
                              WS-F2      DELIMITED BY SPACE
                              INTO WS-NEW-KEY
                       END-STRING
                       MOVE SPACE        TO WS-NEW-DESC
                       IF WS-F6 = DB-APPRBOX-USER
                           STRING 'access to document '
                                             DELIMITED BY SIZE
                                  WS-F1      DELIMITED BY SPACE
                                  INTO WS-NEW-DESC
                           END-STRING
                       ELSE
                           STRING 'for '     DELIMITED BY SIZE
                                  WS-F6      DELIMITED BY SPACE
                                  ': access to document '
                                             DELIMITED BY SIZE
                                  WS-F1      DELIMITED BY SPACE
                                  INTO WS-NEW-DESC
                           END-STRING
                       END-IF
                       MOVE WS-F2        TO WS-NEW-REQ
                       MOVE WS-F4        TO WS-NEW-SUBMIT
                       PERFORM 800-ADD-ENTRY
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE SCANFD.
           EXIT.
      ************************************************************************
       300-QUARANTINED-UPLOADS SECTION.
           MOVE 'UPLOAD-REVIEW' TO DB-AUTH-FUNC.
           PERFORM 700-CHECK-AUTHORITY.
           IF WS-ALLOWED NOT = 'Y'
               EXIT SECTION
           END-IF.
           MOVE './cobol/pending-uploads.dat' TO SCAN-FILE.
           OPEN INPUT SCANFD.
           IF SCAN-FILE-ST NOT = "00"
               EXIT SECTION
           END-IF.
           PERFORM UNTIL SCAN-FILE-ST NOT = "00"
               READ SCANFD
               IF SCAN-FILE-ST = "00" AND SCAN-LINE NOT = SPACE
                   PERFORM 600-SPLIT-LINE
      * F1 ID  F2 UPLOADER  F3 FILE  F5 TIMESTAMP  F6 STATUS
                   IF WS-F6 = 'PENDING'
                       MOVE 'USERDEPT' TO DB-DEPTMAST-FUNC
                       MOVE WS-F2      TO DB-DEPTMAST-USER
                       CALL 'DEPTMASTER' USING DB-DEPTMAST
                       MOVE DB-DEPTMAST-DEPT TO DB-SCOPE-DEPT
                       PERFORM 710-CHECK-SCOPE
                       IF DB-SCOPE-FLAG = 'Y'
                           MOVE 'UPLOAD'     TO WS-NEW-SOURCE
                           MOVE 'uprelease'  TO WS-NEW-WINDOW
                           MOVE WS-F1        TO WS-NEW-KEY
                           MOVE SPACE        TO WS-NEW-DESC
                           STRING 'release upload '
                                             DELIMITED BY SIZE
                                  WS-F3      DELIMITED BY SPACE
                                  INTO WS-NEW-DESC
                           END-STRING
                           MOVE WS-F2        TO WS-NEW-REQ
                           MOVE WS-F5        TO WS-NEW-SUBMIT
                           PERFORM 800-ADD-ENTRY
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE SCANFD.
           EXIT.
      ************************************************************************
       400-PRINT-HOLDS         SECTION.
           MOVE 'PRINT-QUEUE-MGR' TO DB-AUTH-FUNC.
           PERFORM 700-CHECK-AUTHORITY.
           IF WS-ALLOWED NOT = 'Y'
               EXIT SECTION
           END-IF.
           INITIALIZE DB-PRINTQ.
           MOVE 'FIRST' TO DB-PRINTQ-FUNC.
           CALL 'PRINTQ' USING DB-PRINTQ.
           PERFORM UNTIL DB-PRINTQ-RC NOT = ZERO
               IF DB-PRINTQ-STATUS = 'HELD'
                   MOVE DB-PRINTQ-DEPT TO DB-SCOPE-DEPT
                   PERFORM 710-CHECK-SCOPE
                   IF DB-SCOPE-FLAG = 'Y'
                       MOVE 'PRINT'      TO WS-NEW-SOURCE
                       MOVE 'queuemgr'   TO WS-NEW-WINDOW
                       MOVE DB-PRINTQ-JOBID TO WS-NEW-KEY
                       MOVE SPACE        TO WS-NEW-DESC
                       STRING 'held print job '
                                         DELIMITED BY SIZE
                              DB-PRINTQ-FILENAME
                                         DELIMITED BY SPACE
                              ' '        DELIMITED BY SIZE
                              DB-PRINTQ-PAGES
                                         DELIMITED BY SIZE
                              ' pages'   DELIMITED BY SIZE
                              INTO WS-NEW-DESC
                       END-STRING
                       MOVE DB-PRINTQ-ACCOUNT TO WS-NEW-REQ
                       MOVE DB-PRINTQ-TIME    TO WS-NEW-SUBMIT
                       PERFORM 800-ADD-ENTRY
                   END-IF
               END-IF
               MOVE 'NEXT' TO DB-PRINTQ-FUNC
               CALL 'PRINTQ' USING DB-PRINTQ
           END-PERFORM.
           EXIT.
      ************************************************************************
       500-ADHOC-RUNS          SECTION.
           MOVE 'BATCH-ADHOC-APPROVE' TO DB-AUTH-FUNC.
           PERFORM 700-CHECK-AUTHORITY.
           IF WS-ALLOWED NOT = 'Y'
               EXIT SECTION
           END-IF.
           MOVE './cobol/batch-adhoc.dat' TO SCAN-FILE.
           OPEN INPUT SCANFD.
           IF SCAN-FILE-ST NOT = "00"
               EXIT SECTION
           END-IF.
           PERFORM UNTIL SCAN-FILE-ST NOT = "00"
               READ SCANFD
               IF SCAN-FILE-ST = "00" AND SCAN-LINE NOT = SPACE
                   PERFORM 600-SPLIT-LINE
      * F1 REQ ID  F2 PROGRAM  F3 STATUS  F4 REQUESTER  F5 TIME
                   IF WS-F3 = 'PENDING'
                      AND WS-F4 NOT = DB-APPRBOX-USER
                      AND WS-F4 NOT = WS-ON-BEHALF
                       MOVE 'ADHOC'      TO WS-NEW-SOURCE
                       MOVE 'adhocrun'   TO WS-NEW-WINDOW
                       MOVE WS-F1        TO WS-NEW-KEY
                       MOVE SPACE        TO WS-NEW-DESC
                       STRING 'ad-hoc run of '
                                         DELIMITED BY SIZE
                              WS-F2      DELIMITED BY SPACE
                              INTO WS-NEW-DESC
                       END-STRING
                       MOVE WS-F4        TO WS-NEW-REQ
                       MOVE WS-F5        TO WS-NEW-SUBMIT
                       PERFORM 800-ADD-ENTRY
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE SCANFD.
           EXIT.
      ************************************************************************
       550-CHARGEBACK-DISPUTES SECTION.
           MOVE 'CHARGEBACK-FINANCE' TO DB-AUTH-FUNC.
           PERFORM 700-CHECK-AUTHORITY.
           IF WS-ALLOWED NOT = 'Y'
               EXIT SECTION
           END-IF.
           MOVE './cobol/chargeback-disputes.dat' TO SCAN-FILE.
           OPEN INPUT SCANFD.
           IF SCAN-FILE-ST NOT = "00"
               EXIT SECTION
           END-IF.
           PERFORM UNTIL SCAN-FILE-ST NOT = "00"
               READ SCANFD
               IF SCAN-FILE-ST = "00" AND SCAN-LINE NOT = SPACE
                   PERFORM 600-SPLIT-LINE
      * F1 DISPUTE ID  F2 JOBID  F3 STATUS  F4 RAISED BY  F5 TIME
      * F6 MONTH  F7 DEPARTMENT
                   IF WS-F3 = 'OPEN'
                      AND WS-F4 NOT = DB-APPRBOX-USER
                       MOVE 'DISPUTE'    TO WS-NEW-SOURCE
                       MOVE 'cbdispute'  TO WS-NEW-WINDOW
                       MOVE WS-F1        TO WS-NEW-KEY
                       MOVE SPACE        TO WS-NEW-DESC
                       STRING 'chargeback dispute on job '
                                         DELIMITED BY SIZE
                              WS-F2      DELIMITED BY SPACE
                              ' '        DELIMITED BY SIZE
                              WS-F6      DELIMITED BY SPACE
                              INTO WS-NEW-DESC
                       END-STRING
                       MOVE WS-F4        TO WS-NEW-REQ
                       MOVE WS-F5        TO WS-NEW-SUBMIT
                       PERFORM 800-ADD-ENTRY
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE SCANFD.
           EXIT.
      ************************************************************************
       560-ACCESS-RECERTS      SECTION.
           MOVE 'AUTH-MAINT' TO DB-AUTH-FUNC.
           PERFORM 700-CHECK-AUTHORITY.
           MOVE './cobol/recert-items.dat' TO SCAN-FILE.
           OPEN INPUT SCANFD.
           IF SCAN-FILE-ST NOT = "00"
               EXIT SECTION
           END-IF.
           PERFORM UNTIL SCAN-FILE-ST NOT = "00"
               READ SCANFD
               IF SCAN-FILE-ST = "00" AND SCAN-LINE NOT = SPACE
                   PERFORM 600-SPLIT-LINE
      * F1 CAMPAIGN  F2 USER  F3 ROLE  F4 DEPARTMENT  F5 MANAGER
      * F6 DEADLINE  F7 STATUS
                   IF WS-F7 = 'PENDING'
                      AND WS-F2 NOT = DB-APPRBOX-USER
                      AND (WS-F5 = DB-APPRBOX-USER
                           OR (WS-F5 = SPACE AND WS-ALLOWED = 'Y'))
                       MOVE 'RECERT'     TO WS-NEW-SOURCE
                       MOVE 'recertify'  TO WS-NEW-WINDOW
                       MOVE SPACE        TO WS-NEW-KEY
                       STRING WS-F1      DELIMITED BY SPACE
                              ':'        DELIMITED BY SIZE
                              WS-F2      DELIMITED BY SPACE
                              ':'        DELIMITED BY SIZE
                              WS-F3      DELIMITED BY SPACE
                              INTO WS-NEW-KEY
                       END-STRING
                       MOVE SPACE        TO WS-NEW-DESC
                       STRING 'recertify '
                                         DELIMITED BY SIZE
                              WS-F3      DELIMITED BY SPACE
                              ' held by '
                                         DELIMITED BY SIZE
                              WS-F2      DELIMITED BY SPACE
                              ' due '    DELIMITED BY SIZE
                              WS-F6      DELIMITED BY SPACE
                              INTO WS-NEW-DESC
                       END-STRING
                       MOVE 'RECERTGEN'  TO WS-NEW-REQ
                       MOVE SPACE        TO WS-NEW-SUBMIT
                       PERFORM 800-ADD-ENTRY
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE SCANFD.
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
       700-CHECK-AUTHORITY     SECTION.
      * DB-AUTH-FUNC IS SET BY THE CALLER.  THE DATA SCOPE OF THE
      * DECISION IS KEPT FOR THE ROW CHECKS THAT FOLLOW.  WHEN THE
      * AUTHORITY IS BORROWED FROM AN ABSENT APPROVER, THE SCOPE IS
      * THAT APPROVER'S DEPARTMENT.  THE CHECK ONLY DECIDES WHICH
      * REGISTERS TO LIST, SO A REFUSAL IS NOT A DENIAL TO LOG.
           MOVE DB-APPRBOX-USER TO DB-AUTH-USER.
           MOVE 'N' TO DB-AUTH-DEFAULT.
           MOVE 'Y' TO DB-AUTH-NOLOG.
           CALL 'AUTHCHECK' USING DB-AUTH.
           MOVE 'N' TO DB-AUTH-NOLOG.
           MOVE DB-AUTH-ALLOW     TO WS-ALLOWED.
           MOVE DB-AUTH-SCOPE     TO WS-SCOPE-MODE.
           MOVE DB-AUTH-SCOPELIST TO WS-SCOPE-LIST.
           MOVE DB-AUTH-ONBEHALF  TO WS-ON-BEHALF.
           MOVE WS-MY-DEPT        TO WS-SCOPE-DEPT.
           IF WS-ON-BEHALF NOT = SPACE
               MOVE 'USERDEPT' TO DB-DEPTMAST-FUNC
               MOVE WS-ON-BEHALF TO DB-DEPTMAST-USER
               CALL 'DEPTMASTER' USING DB-DEPTMAST
               MOVE DB-DEPTMAST-DEPT TO WS-SCOPE-DEPT
           END-IF.
           EXIT.
      ************************************************************************
       710-CHECK-SCOPE         SECTION.
      * DB-SCOPE-DEPT IS SET BY THE CALLER TO THE ITEM'S DEPARTMENT.
           MOVE WS-SCOPE-MODE TO DB-SCOPE-MODE.
           MOVE WS-SCOPE-LIST TO DB-SCOPE-LIST.
           MOVE WS-SCOPE-DEPT TO DB-SCOPE-MYDEPT.
           CALL 'AUTHSCOPE' USING DB-SCOPE.
           EXIT.
      ************************************************************************
       720-CHECK-PRINCIPAL     SECTION.
      * WS-F6 OWNER IS ONE OF THE APPROVERS THE USER STANDS IN FOR.
           PERFORM VARYING WS-DLG-IDX FROM 1 BY 1
                     UNTIL WS-DLG-IDX > DB-DELEG-NUM
               IF WS-F6 = DB-DELEG-FOR(WS-DLG-IDX)
                   MOVE 'Y' TO WS-ALLOWED
               END-IF
           END-PERFORM.
           EXIT.
      ************************************************************************
       800-ADD-ENTRY           SECTION.
           IF DB-APPRBOX-NUM >= 200
               MOVE 1 TO DB-APPRBOX-RC
               EXIT SECTION
           END-IF.
           ADD 1 TO DB-APPRBOX-NUM.
           MOVE WS-NEW-SOURCE TO DB-APPRBOX-SOURCE(DB-APPRBOX-NUM).
           MOVE WS-NEW-WINDOW TO DB-APPRBOX-WINDOW(DB-APPRBOX-NUM).
           MOVE WS-NEW-KEY    TO DB-APPRBOX-KEY(DB-APPRBOX-NUM).
           MOVE WS-NEW-DESC   TO DB-APPRBOX-DESC(DB-APPRBOX-NUM).
           MOVE WS-NEW-REQ    TO DB-APPRBOX-REQ(DB-APPRBOX-NUM).
           MOVE WS-NEW-SUBMIT TO DB-APPRBOX-SUBMIT(DB-APPRBOX-NUM).
           MOVE 0 TO DB-APPRBOX-AGE(DB-APPRBOX-NUM).
           IF WS-NEW-SUBMIT(1:8) IS NUMERIC
              AND WS-NEW-SUBMIT(1:8) < WS-TODAY
               COMPUTE DB-APPRBOX-AGE(DB-APPRBOX-NUM) =
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WS-TODAY))
                 - FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WS-NEW-SUBMIT(1:8)))
           END-IF.
           EXIT.
