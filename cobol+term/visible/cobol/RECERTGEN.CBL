       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         RECERTGEN.
      ******************************************************************
      * QUARTERLY ACCESS RECERTIFICATION CAMPAIGN.  ROLES ARE ONLY
      * EVER ADDED TO THE ROLE TABLE, SO ONCE A QUARTER EVERY USER
      * HOLDING A ROLE ABOVE CLERK IS PUT BEFORE THE MANAGER OF THE
      * USER'S DEPARTMENT (THE M RECORD ON THE DEPARTMENT MASTER) TO
      * CONFIRM OR REVOKE ON THE RECERTIFICATION SCREEN.  A USER WITH
      * NO DEPARTMENT MANAGER, OR WHO IS THAT MANAGER, IS REVIEWED
      * BY THE PERMISSION ADMINISTRATORS INSTEAD.
      * THE JOB IS SCHEDULED WEEKLY.  THE FIRST RUN IN A QUARTER OPENS
      * THAT QUARTER'S CAMPAIGN WITH A DEADLINE WS-REVIEW-DAYS AFTER
      * THE RUN DATE.  ONCE THE DEADLINE HAS PASSED, EVERY ITEM STILL
      * PENDING HAS ITS ROLE REVOKED THROUGH ROLEREVOKE, THE CAMPAIGN
      * IS CLOSED AND ITS COMPLETION REPORT IS FILED IN THE REPORT
      * REPOSITORY FOR THE AUDITORS.  AN ITEM WHOSE REVOCATION COULD
      * NOT BE MADE STAYS PENDING AND THE CAMPAIGN STAYS OPEN UNTIL A
      * LATER RUN MANAGES IT.
      * THE CAMPAIGN AND ITEM REGISTERS ARE BOTH UPDATED UNDER THE
      * FILE LOCK ON THE ITEM REGISTER.
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
           SELECT CMPFD    ASSIGN TO CMP-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS CMP-FILE-ST.
           SELECT ITMFD    ASSIGN TO ITM-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS ITM-FILE-ST.
           SELECT ROLEFD   ASSIGN TO ROLE-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS ROLE-FILE-ST.
           SELECT RPTFD    ASSIGN TO RPT-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS RPT-FILE-ST.
       DATA                DIVISION.
       FILE                SECTION.
           FD  CMPFD.
           01  CMP-LINE            PIC X(80).
           FD  ITMFD.
           01  ITM-LINE            PIC X(200).
           FD  ROLEFD.
           01  ROLE-LINE           PIC X(45).
           FD  RPTFD.
           01  RPT-LINE            PIC X(132).
       WORKING-STORAGE     SECTION.
            COPY    "DB-RECERT".
            COPY    "DB-ROLE".
            COPY    "DB-ROLEREV".
            COPY    "DB-DEPTMAST".
            COPY    "DB-FILELOCK".
            COPY    "DB-RPTREPO".
       01  CMP-FILE            PIC X(80)
                               VALUE './cobol/recert-campaigns.dat'.
       01  CMP-FILE-ST         PIC X(02).
       01  ITM-FILE            PIC X(80)
                               VALUE './cobol/recert-items.dat'.
       01  ITM-FILE-ST         PIC X(02).
       01  ROLE-FILE           PIC X(80)
                               VALUE './cobol/testvisible-roles.dat'.
       01  ROLE-FILE-ST        PIC X(02).
       01  RPT-FILE            PIC X(80)
                               VALUE './cobol/recert-campaign.rpt'.
       01  RPT-FILE-ST         PIC X(02).
       01  WS-REVIEW-DAYS      PIC 9(3) VALUE 21.
       01  WS-KEEP-DAYS        PIC 9(4) VALUE 730.
       01  WS-RUN-DATE         PIC X(8).
       01  WS-WORK-DATE        PIC 9(8).
       01  WS-DEADLINE         PIC X(8).
       01  WS-KEEP-DATE        PIC X(8).
       01  WS-NOW              PIC X(14).
       01  WS-QUARTER          PIC 9(1).
       01  WS-CAMPAIGN         PIC X(6).
       01  WS-IDX              PIC 9(4).
       01  WS-IDX2             PIC 9(4).
       01  WS-CMP-IDX          PIC 9(4).
       01  WS-FOUND            PIC X(1).
       01  WS-KEEP             PIC X(1).
       01  WS-REG-FULL         PIC X(1).
       01  WS-STILL-PENDING    PIC 9(4).
       01  WS-GENERATED        PIC 9(4) VALUE 0.
       01  WS-AUTOREVOKED      PIC 9(4) VALUE 0.
       01  WS-CLOSED           PIC 9(4) VALUE 0.
       01  WS-FAILED           PIC 9(4) VALUE 0.
       01  WS-CNT-ITEMS        PIC 9(4).
       01  WS-CNT-CONFIRMED    PIC 9(4).
       01  WS-CNT-REVOKED      PIC 9(4).
       01  WS-CNT-AUTO         PIC 9(4).
       01  WS-EDIT-COUNT       PIC ZZZ9.
       01  RPT-DETAIL.
           05  RPT-D-USER          PIC X(20).
           05  FILLER              PIC X(1).
           05  RPT-D-ROLE          PIC X(16).
           05  FILLER              PIC X(1).
           05  RPT-D-DEPT          PIC X(16).
           05  FILLER              PIC X(1).
           05  RPT-D-MANAGER       PIC X(16).
           05  FILLER              PIC X(1).
           05  RPT-D-OUTCOME       PIC X(12).
           05  FILLER              PIC X(1).
           05  RPT-D-BY            PIC X(16).
           05  FILLER              PIC X(1).
           05  RPT-D-WHEN          PIC X(14).
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
               PERFORM 010-RUN-CAMPAIGN
           END-EVALUATE.
           EXIT    PROGRAM.
      ************************************************************************
       010-RUN-CAMPAIGN        SECTION.
      * A CATCH-UP RUN PASSES THE MISSED BUSINESS DATE AS THE
      * PROCESSING DATE; OTHERWISE THE RUN IS FOR TODAY.
           IF SPA-PROCDATE NOT = SPACE
              AND SPA-PROCDATE NOT = LOW-VALUE
               MOVE SPA-PROCDATE TO WS-RUN-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           END-IF.
           MOVE 0 TO SPA-NUM.
           MOVE 'ACQUIRE' TO DB-FILELOCK-FUNC.
           MOVE ITM-FILE TO DB-FILELOCK-FILE.
           MOVE 'RECERTGEN' TO DB-FILELOCK-OWNER.
           MOVE 30 TO DB-FILELOCK-TIMEOUT.
           CALL 'FILELOCK' USING DB-FILELOCK.
           IF DB-FILELOCK-RC = 2
               DISPLAY 'recertification register locked by '
                       DB-FILELOCK-HOLDER ' - run again later'
               EXIT SECTION
           END-IF.
           PERFORM 100-LOAD-CAMPAIGNS.
           PERFORM 110-LOAD-ITEMS.
           IF WS-REG-FULL = 'Y'
               DISPLAY 'recertification register too long to rewrite'
               PERFORM 900-UNLOCK-REGISTER
               EXIT SECTION
           END-IF.
           PERFORM 200-CLOSE-CAMPAIGNS.
           PERFORM 300-OPEN-CAMPAIGN.
           PERFORM 600-SAVE-CAMPAIGNS.
           PERFORM 610-SAVE-ITEMS.
           PERFORM 900-UNLOCK-REGISTER.
           MOVE WS-GENERATED TO SPA-NUM.
           DISPLAY 'recertification run ' WS-RUN-DATE
                   ' items opened:' WS-GENERATED
                   ' auto-revoked:' WS-AUTOREVOKED
                   ' campaigns closed:' WS-CLOSED.
           IF WS-FAILED > ZERO
               DISPLAY 'revocations not made, left pending:'
                       WS-FAILED
           END-IF.
           EXIT.
      ************************************************************************
       100-LOAD-CAMPAIGNS      SECTION.
           MOVE 0 TO DB-RCC-NUM.
           MOVE 'N' TO WS-REG-FULL.
           OPEN INPUT CMPFD.
           IF CMP-FILE-ST NOT = "00"
               EXIT SECTION
           END-IF.
           PERFORM UNTIL CMP-FILE-ST NOT = "00"
               READ CMPFD INTO CMP-LINE
               IF CMP-FILE-ST = "00" AND CMP-LINE NOT = SPACE
                   IF DB-RCC-NUM >= 40
                       MOVE 'Y' TO WS-REG-FULL
                   ELSE
                       ADD 1 TO DB-RCC-NUM
                       INITIALIZE DB-RCC-ENTRY(DB-RCC-NUM)
                       UNSTRING CMP-LINE DELIMITED BY '|'
                           INTO DB-RCC-ID(DB-RCC-NUM)
                                DB-RCC-OPENED(DB-RCC-NUM)
                                DB-RCC-DEADLINE(DB-RCC-NUM)
                                DB-RCC-STATUS(DB-RCC-NUM)
                                DB-RCC-CLOSED(DB-RCC-NUM)
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE CMPFD.
           EXIT.
      ************************************************************************
       110-LOAD-ITEMS          SECTION.
           MOVE 0 TO DB-RCI-NUM.
           OPEN INPUT ITMFD.
           IF ITM-FILE-ST NOT = "00"
               EXIT SECTION
           END-IF.
           PERFORM UNTIL ITM-FILE-ST NOT = "00"
               READ ITMFD INTO ITM-LINE
               IF ITM-FILE-ST = "00" AND ITM-LINE NOT = SPACE
                   IF DB-RCI-NUM >= 400
                       MOVE 'Y' TO WS-REG-FULL
                   ELSE
                       ADD 1 TO DB-RCI-NUM
                       INITIALIZE DB-RCI-ENTRY(DB-RCI-NUM)
                       UNSTRING ITM-LINE DELIMITED BY '|'
                           INTO DB-RCI-CAMPAIGN(DB-RCI-NUM)
                                DB-RCI-USER(DB-RCI-NUM)
                                DB-RCI-ROLE(DB-RCI-NUM)
                                DB-RCI-DEPT(DB-RCI-NUM)
                                DB-RCI-MANAGER(DB-RCI-NUM)
                                DB-RCI-DEADLINE(DB-RCI-NUM)
                                DB-RCI-STATUS(DB-RCI-NUM)
                                DB-RCI-DECIDEDBY(DB-RCI-NUM)
                                DB-RCI-DECIDEDTS(DB-RCI-NUM)
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ITMFD.
           EXIT.
      ************************************************************************
       200-CLOSE-CAMPAIGNS     SECTION.
      * EVERY OPEN CAMPAIGN PAST ITS DEADLINE HAS ITS PENDING ITEMS
      * REVOKED, AND IS CLOSED AND REPORTED ONCE NONE ARE LEFT.
           PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
                     UNTIL WS-CMP-IDX > DB-RCC-NUM
               IF DB-RCC-STATUS(WS-CMP-IDX) = 'OPEN'
                  AND DB-RCC-DEADLINE(WS-CMP-IDX) < WS-RUN-DATE
                   MOVE 0 TO WS-STILL-PENDING
                   PERFORM VARYING WS-IDX FROM 1 BY 1
                             UNTIL WS-IDX > DB-RCI-NUM
                       IF DB-RCI-CAMPAIGN(WS-IDX) =
                              DB-RCC-ID(WS-CMP-IDX)
                          AND DB-RCI-STATUS(WS-IDX) = 'PENDING'
                           PERFORM 210-AUTO-REVOKE
                       END-IF
                   END-PERFORM
                   IF WS-STILL-PENDING = ZERO
                       MOVE 'CLOSED' TO DB-RCC-STATUS(WS-CMP-IDX)
                       MOVE WS-RUN-DATE TO DB-RCC-CLOSED(WS-CMP-IDX)
                       ADD 1 TO WS-CLOSED
                       PERFORM 500-WRITE-REPORT
                       PERFORM 980-FILE-REPORT
                   END-IF
               END-IF
           END-PERFORM.
           EXIT.
      ************************************************************************
       210-AUTO-REVOKE         SECTION.
           INITIALIZE DB-ROLEREV.
           MOVE DB-RCI-USER(WS-IDX) TO DB-ROLEREV-USER.
           MOVE DB-RCI-ROLE(WS-IDX) TO DB-ROLEREV-ROLE.
           MOVE 'RECERTGEN'         TO DB-ROLEREV-BY.
           MOVE 'RECERTGEN'         TO DB-ROLEREV-OWNER.
           MOVE 'AUTOREVOKED'       TO DB-ROLEREV-ACTION.
           CALL 'ROLEREVOKE' USING DB-ROLEREV.
      * RC 1 - THE ROLE WAS ALREADY TAKEN AWAY BY OTHER MEANS.
           IF DB-ROLEREV-RC = 0 OR DB-ROLEREV-RC = 1
               MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW
               MOVE 'AUTOREVOKED' TO DB-RCI-STATUS(WS-IDX)
               MOVE 'RECERTGEN'   TO DB-RCI-DECIDEDBY(WS-IDX)
               MOVE WS-NOW        TO DB-RCI-DECIDEDTS(WS-IDX)
               ADD 1 TO WS-AUTOREVOKED
           ELSE
               ADD 1 TO WS-STILL-PENDING
               ADD 1 TO WS-FAILED
               DISPLAY 'cannot revoke ' DB-RCI-ROLE(WS-IDX)
                       ' from ' DB-RCI-USER(WS-IDX)
                       ' rc:' DB-ROLEREV-RC
           END-IF.
           EXIT.
      ************************************************************************
       300-OPEN-CAMPAIGN       SECTION.
      * THE CAMPAIGN IS NAMED FOR THE QUARTER OF THE RUN DATE AND IS
      * OPENED ONCE.
           COMPUTE WS-QUARTER =
               (FUNCTION NUMVAL(WS-RUN-DATE(5:2)) - 1) / 3 + 1.
           MOVE SPACE TO WS-CAMPAIGN.
           STRING WS-RUN-DATE(1:4) DELIMITED BY SIZE
                  'Q'              DELIMITED BY SIZE
                  WS-QUARTER       DELIMITED BY SIZE
                  INTO WS-CAMPAIGN
           END-STRING.
           PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
                     UNTIL WS-CMP-IDX > DB-RCC-NUM
               IF DB-RCC-ID(WS-CMP-IDX) = WS-CAMPAIGN
                   EXIT SECTION
               END-IF
           END-PERFORM.
           PERFORM 400-PRUNE-REGISTERS.
           IF DB-RCC-NUM >= 40
               DISPLAY 'campaign register is full'
               EXIT SECTION
           END-IF.
           PERFORM 310-LOAD-ROLES.
           MOVE WS-RUN-DATE TO WS-WORK-DATE.
           MOVE FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
                    + WS-REVIEW-DAYS)
               TO WS-DEADLINE.
           PERFORM VARYING WS-IDX2 FROM 1 BY 1
                     UNTIL WS-IDX2 > DB-ROLE-NUM
               IF DB-ROLE-NAME(WS-IDX2) NOT = 'clerk'
                  AND DB-ROLE-NAME(WS-IDX2) NOT = SPACE
                   PERFORM 320-ADD-ITEM
               END-IF
           END-PERFORM.
           ADD 1 TO DB-RCC-NUM.
           INITIALIZE DB-RCC-ENTRY(DB-RCC-NUM).
           MOVE WS-CAMPAIGN TO DB-RCC-ID(DB-RCC-NUM).
           MOVE WS-RUN-DATE TO DB-RCC-OPENED(DB-RCC-NUM).
           MOVE WS-DEADLINE TO DB-RCC-DEADLINE(DB-RCC-NUM).
           MOVE 'OPEN'      TO DB-RCC-STATUS(DB-RCC-NUM).
           DISPLAY 'campaign ' WS-CAMPAIGN ' opened, deadline '
                   WS-DEADLINE.
           EXIT.
      ************************************************************************
       310-LOAD-ROLES          SECTION.
           MOVE 0 TO DB-ROLE-NUM.
           OPEN INPUT ROLEFD.
           IF ROLE-FILE-ST NOT = "00"
               DISPLAY 'no role table on file'
               EXIT SECTION
           END-IF.
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
           END-PERFORM.
           CLOSE ROLEFD.
           EXIT.
      ************************************************************************
       320-ADD-ITEM            SECTION.
      * ONE ITEM PER USER AND ROLE, HOWEVER MANY LINES CARRY THEM.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > DB-RCI-NUM
               IF DB-RCI-CAMPAIGN(WS-IDX) = WS-CAMPAIGN
                  AND DB-RCI-USER(WS-IDX) = DB-ROLE-USER(WS-IDX2)
                  AND DB-RCI-ROLE(WS-IDX) = DB-ROLE-NAME(WS-IDX2)
                   EXIT SECTION
               END-IF
           END-PERFORM.
           IF DB-RCI-NUM >= 400
               DISPLAY 'item register full - not reviewed: '
                       DB-ROLE-USER(WS-IDX2)
               EXIT SECTION
           END-IF.
           ADD 1 TO DB-RCI-NUM.
           INITIALIZE DB-RCI-ENTRY(DB-RCI-NUM).
           MOVE WS-CAMPAIGN           TO DB-RCI-CAMPAIGN(DB-RCI-NUM).
           MOVE DB-ROLE-USER(WS-IDX2) TO DB-RCI-USER(DB-RCI-NUM).
           MOVE DB-ROLE-NAME(WS-IDX2) TO DB-RCI-ROLE(DB-RCI-NUM).
           MOVE WS-DEADLINE           TO DB-RCI-DEADLINE(DB-RCI-NUM).
           MOVE 'PENDING'             TO DB-RCI-STATUS(DB-RCI-NUM).
           MOVE 'USERDEPT' TO DB-DEPTMAST-FUNC.
           MOVE DB-ROLE-USER(WS-IDX2) TO DB-DEPTMAST-USER.
           CALL 'DEPTMASTER' USING DB-DEPTMAST.
           MOVE DB-DEPTMAST-DEPT TO DB-RCI-DEPT(DB-RCI-NUM).
           MOVE 'DEPTMGR' TO DB-DEPTMAST-FUNC.
           CALL 'DEPTMASTER' USING DB-DEPTMAST.
           IF DB-DEPTMAST-USER NOT = DB-ROLE-USER(WS-IDX2)
               MOVE DB-DEPTMAST-USER TO DB-RCI-MANAGER(DB-RCI-NUM)
           END-IF.
           ADD 1 TO WS-GENERATED.
           EXIT.
      ************************************************************************
       400-PRUNE-REGISTERS     SECTION.
      * CAMPAIGNS CLOSED LONGER AGO THAN THE KEEP PERIOD ARE DROPPED
      * WITH THEIR ITEMS; THE FILED REPORTS REMAIN THE RECORD.
           MOVE WS-RUN-DATE TO WS-WORK-DATE.
           MOVE FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
                    - WS-KEEP-DAYS)
               TO WS-KEEP-DATE.
           MOVE 1 TO WS-CMP-IDX.
           PERFORM UNTIL WS-CMP-IDX > DB-RCC-NUM
               IF DB-RCC-STATUS(WS-CMP-IDX) = 'CLOSED'
                  AND DB-RCC-CLOSED(WS-CMP-IDX) < WS-KEEP-DATE
                   PERFORM 410-DROP-ITEMS
                   PERFORM VARYING WS-IDX FROM WS-CMP-IDX BY 1
                             UNTIL WS-IDX >= DB-RCC-NUM
                       MOVE DB-RCC-ENTRY(WS-IDX + 1)
                           TO DB-RCC-ENTRY(WS-IDX)
                   END-PERFORM
                   SUBTRACT 1 FROM DB-RCC-NUM
               ELSE
                   ADD 1 TO WS-CMP-IDX
               END-IF
           END-PERFORM.
           EXIT.
      ************************************************************************
       410-DROP-ITEMS          SECTION.
           MOVE 1 TO WS-IDX.
           PERFORM UNTIL WS-IDX > DB-RCI-NUM
               IF DB-RCI-CAMPAIGN(WS-IDX) = DB-RCC-ID(WS-CMP-IDX)
                   PERFORM VARYING WS-IDX2 FROM WS-IDX BY 1
                             UNTIL WS-IDX2 >= DB-RCI-NUM
                       MOVE DB-RCI-ENTRY(WS-IDX2 + 1)
                           TO DB-RCI-ENTRY(WS-IDX2)
                   END-PERFORM
                   SUBTRACT 1 FROM DB-RCI-NUM
               ELSE
                   ADD 1 TO WS-IDX
               END-IF
           END-PERFORM.
           EXIT.
      ************************************************************************
       500-WRITE-REPORT        SECTION.
      * COMPLETION REPORT FOR THE CAMPAIGN AT WS-CMP-IDX.
           MOVE 0 TO WS-CNT-ITEMS WS-CNT-CONFIRMED
                     WS-CNT-REVOKED WS-CNT-AUTO.
           OPEN OUTPUT RPTFD.
           MOVE SPACE TO RPT-LINE.
           STRING 'ACCESS RECERTIFICATION CAMPAIGN '
                                            DELIMITED BY SIZE
                  DB-RCC-ID(WS-CMP-IDX)     DELIMITED BY SPACE
                  ' - COMPLETION REPORT'    DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACE TO RPT-LINE.
           STRING 'OPENED '                 DELIMITED BY SIZE
                  DB-RCC-OPENED(WS-CMP-IDX) DELIMITED BY SPACE
                  '  DEADLINE '             DELIMITED BY SIZE
                  DB-RCC-DEADLINE(WS-CMP-IDX)
                                            DELIMITED BY SPACE
                  '  CLOSED '               DELIMITED BY SIZE
                  DB-RCC-CLOSED(WS-CMP-IDX) DELIMITED BY SPACE
                  INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACE TO RPT-DETAIL.
           MOVE 'USER'        TO RPT-D-USER.
           MOVE 'ROLE'        TO RPT-D-ROLE.
           MOVE 'DEPARTMENT'  TO RPT-D-DEPT.
           MOVE 'REVIEWER'    TO RPT-D-MANAGER.
           MOVE 'OUTCOME'     TO RPT-D-OUTCOME.
           MOVE 'DECIDED BY'  TO RPT-D-BY.
           MOVE 'DECIDED'     TO RPT-D-WHEN.
           MOVE RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > DB-RCI-NUM
               IF DB-RCI-CAMPAIGN(WS-IDX) = DB-RCC-ID(WS-CMP-IDX)
                   PERFORM 510-REPORT-ITEM
               END-IF
           END-PERFORM.
           MOVE SPACE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACE TO RPT-LINE.
           MOVE WS-CNT-ITEMS TO WS-EDIT-COUNT.
           STRING 'ITEMS REVIEWED:  '       DELIMITED BY SIZE
                  WS-EDIT-COUNT             DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACE TO RPT-LINE.
           MOVE WS-CNT-CONFIRMED TO WS-EDIT-COUNT.
           STRING 'CONFIRMED:       '       DELIMITED BY SIZE
                  WS-EDIT-COUNT             DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACE TO RPT-LINE.
           MOVE WS-CNT-REVOKED TO WS-EDIT-COUNT.
           STRING 'REVOKED:         '       DELIMITED BY SIZE
                  WS-EDIT-COUNT             DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACE TO RPT-LINE.
           MOVE WS-CNT-AUTO TO WS-EDIT-COUNT.
           STRING 'AUTO-REVOKED:    '       DELIMITED BY SIZE
                  WS-EDIT-COUNT             DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           CLOSE RPTFD.
           EXIT.
      ************************************************************************
       510-REPORT-ITEM         SECTION.
           ADD 1 TO WS-CNT-ITEMS.
           EVALUATE DB-RCI-STATUS(WS-IDX)
             WHEN 'CONFIRMED'
               ADD 1 TO WS-CNT-CONFIRMED
             WHEN 'REVOKED'
               ADD 1 TO WS-CNT-REVOKED
             WHEN 'AUTOREVOKED'
               ADD 1 TO WS-CNT-AUTO
           END-EVALUATE.
           MOVE SPACE TO RPT-DETAIL.
           MOVE DB-RCI-USER(WS-IDX)      TO RPT-D-USER.
           MOVE DB-RCI-ROLE(WS-IDX)      TO RPT-D-ROLE.
           MOVE DB-RCI-DEPT(WS-IDX)      TO RPT-D-DEPT.
           IF DB-RCI-MANAGER(WS-IDX) = SPACE
               MOVE '(admin)'            TO RPT-D-MANAGER
           ELSE
               MOVE DB-RCI-MANAGER(WS-IDX) TO RPT-D-MANAGER
           END-IF.
           MOVE DB-RCI-STATUS(WS-IDX)    TO RPT-D-OUTCOME.
           MOVE DB-RCI-DECIDEDBY(WS-IDX) TO RPT-D-BY.
           MOVE DB-RCI-DECIDEDTS(WS-IDX) TO RPT-D-WHEN.
           MOVE RPT-DETAIL TO RPT-LINE.
           WRITE RPT-LINE.
           EXIT.
      ************************************************************************
       600-SAVE-CAMPAIGNS      SECTION.
           OPEN OUTPUT CMPFD.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > DB-RCC-NUM
               MOVE SPACE TO CMP-LINE
               STRING DB-RCC-ID(WS-IDX)        DELIMITED BY SPACE
                      '|'                      DELIMITED BY SIZE
                      DB-RCC-OPENED(WS-IDX)    DELIMITED BY SPACE
                      '|'                      DELIMITED BY SIZE
                      DB-RCC-DEADLINE(WS-IDX)  DELIMITED BY SPACE
                      '|'                      DELIMITED BY SIZE
                      DB-RCC-STATUS(WS-IDX)    DELIMITED BY SPACE
                      '|'                      DELIMITED BY SIZE
                      DB-RCC-CLOSED(WS-IDX)    DELIMITED BY SPACE
                      INTO CMP-LINE
               END-STRING
               WRITE CMP-LINE
           END-PERFORM.
           CLOSE CMPFD.
           EXIT.
      ************************************************************************
       610-SAVE-ITEMS          SECTION.
           OPEN OUTPUT ITMFD.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > DB-RCI-NUM
               MOVE SPACE TO ITM-LINE
               STRING DB-RCI-CAMPAIGN(WS-IDX)  DELIMITED BY SPACE
                      '|'                      DELIMITED BY SIZE
                      DB-RCI-USER(WS-IDX)      DELIMITED BY SPACE
                      '|'                      DELIMITED BY SIZE
                      DB-RCI-ROLE(WS-IDX)      DELIMITED BY SPACE
                      '|'                      DELIMITED BY SIZE
                      DB-RCI-DEPT(WS-IDX)      DELIMITED BY '  '
                      '|'                      DELIMITED BY SIZE
                      DB-RCI-MANAGER(WS-IDX)   DELIMITED BY SPACE
                      '|'                      DELIMITED BY SIZE
                      DB-RCI-DEADLINE(WS-IDX)  DELIMITED BY SPACE
                      '|'                      DELIMITED BY SIZE
                      DB-RCI-STATUS(WS-IDX)    DELIMITED BY SPACE
                      '|'                      DELIMITED BY SIZE
                      DB-RCI-DECIDEDBY(WS-IDX) DELIMITED BY SPACE
                      '|'                      DELIMITED BY SIZE
                      DB-RCI-DECIDEDTS(WS-IDX) DELIMITED BY SPACE
                      INTO ITM-LINE
               END-STRING
               WRITE ITM-LINE
           END-PERFORM.
           CLOSE ITMFD.
           EXIT.
      ************************************************************************
       900-UNLOCK-REGISTER     SECTION.
           MOVE 'RELEASE' TO DB-FILELOCK-FUNC.
           MOVE ITM-FILE TO DB-FILELOCK-FILE.
           MOVE 'RECERTGEN' TO DB-FILELOCK-OWNER.
           CALL 'FILELOCK' USING DB-FILELOCK.
           EXIT.
      ************************************************************************
       980-FILE-REPORT         SECTION.
           MOVE 'RECERTGEN' TO DB-RPTREPO-PROGRAM.
           MOVE RPT-FILE TO DB-RPTREPO-SOURCE.
           MOVE SPACE TO DB-RPTREPO-BIZDATE.
           MOVE SPACE TO DB-RPTREPO-CLASS.
           CALL 'RPTREPO' USING
                MCPAREA
                SPAAREA
                DB-RPTREPO.
           EXIT.
