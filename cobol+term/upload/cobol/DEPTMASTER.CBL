      * QUIETLY OPENED A NEW CHARGEBACK BUCKET.  EVERY PROGRAM THAT
      * ACCEPTS OR DERIVES A DEPARTMENT CALLS HERE.
      * MASTER LAYOUT, ONE RECORD PER LINE:
      *   D|DEPARTMENT|COSTCENTER|STATUS|EFFECTIVE-FROM|EFFECTIVE-TO
      *   U|USER|DEPARTMENT|STATUS
      *   M|DEPARTMENT|MANAGER-USER|STATUS
      * A DEPARTMENT HAS ONE D RECORD PER COST-CENTER ASSIGNMENT.
      * THE DATES ARE YYYYMMDD AND INCLUSIVE; A BLANK FROM MEANS
      * SINCE BEFORE THE MASTER WAS DATED AND A BLANK TO MEANS STILL
      * IN FORCE.  A REORGANIZATION CLOSES THE OLD ASSIGNMENT AND
      * OPENS A NEW ONE, SO EARLIER MONTHS KEEP THEIR COST CENTER.
      * FUNCTIONS:
      *   VALDEPT  - FLAG=Y WHEN DEPT IS AN ACTIVE DEPARTMENT;
      *              RETURNS ITS COST CENTER IN FORCE TODAY
      *   COSTASOF - RETURNS THE COST CENTER OF DEPT IN FORCE ON
      *              ASOF (TODAY WHEN BLANK), FLAG=Y WHEN ONE WAS.
      *              A MONTH PASSED AS YYYYMM31 GIVES THE ASSIGNMENT
      *              IN FORCE AT THE END OF THAT MONTH.  THE STATUS
      *              IS NOT CHECKED - A DEPARTMENT CLOSED SINCE STILL
      *              ANSWERS FOR ITS PAST MONTHS.
      *   USERDEPT - RESOLVES USER TO A DEPARTMENT; FLAG=N AND
      *              'GENERAL' WHEN THE USER IS NOT ON THE MASTER
      *   DEPTMGR  - RETURNS THE ACTIVE MANAGER OF DEPT IN USER;
      *              FLAG=N AND USER BLANK WHEN NONE IS RECORDED
      * WITH NO MASTER ON FILE VALIDATION IS DISABLED: FLAG=Y, RC=1.
      ******************************************************************
       ENVIRONMENT         DIVISION.
           05  MST-KEY             PIC X(20).
           05  MST-VALUE           PIC X(20).
           05  MST-STATUS          PIC X(10).
           05  MST-FROM            PIC X(8).
           05  MST-TO              PIC X(8).
       01  WS-ASOF             PIC X(8).
       LINKAGE                 SECTION.
            COPY    "DB-DEPTMAST".
      ************************************************************************
               IF DB-DEPTMAST-FUNC = 'USERDEPT'
                   MOVE 'GENERAL' TO DB-DEPTMAST-DEPT
               END-IF
               IF DB-DEPTMAST-FUNC = 'DEPTMGR'
                   MOVE SPACE TO DB-DEPTMAST-USER
               END-IF
               EXIT PROGRAM
           END-IF.
           IF DB-DEPTMAST-FUNC = 'USERDEPT'
               MOVE 'GENERAL' TO DB-DEPTMAST-DEPT
           END-IF.
           IF DB-DEPTMAST-FUNC = 'DEPTMGR'
               MOVE SPACE TO DB-DEPTMAST-USER
           END-IF.
           IF DB-DEPTMAST-FUNC = 'COSTASOF'
              AND DB-DEPTMAST-ASOF NOT = SPACE
               MOVE DB-DEPTMAST-ASOF TO WS-ASOF
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-ASOF
           END-IF.
           PERFORM UNTIL MST-FILE-ST NOT = "00"
               READ MSTFD INTO MST-LINE
               IF MST-FILE-ST = "00" AND MST-LINE NOT = SPACE
                            MST-KEY
                            MST-VALUE
                            MST-STATUS
                            MST-FROM
                            MST-TO
                   EVALUATE DB-DEPTMAST-FUNC
                     WHEN 'VALDEPT'
                       IF MST-TYPE = 'D'
                          AND MST-KEY = DB-DEPTMAST-DEPT
                          AND MST-STATUS = 'ACTIVE'
                          AND (MST-FROM = SPACE OR MST-FROM <= WS-ASOF)
                          AND (MST-TO = SPACE OR MST-TO >= WS-ASOF)
                           MOVE 'Y' TO DB-DEPTMAST-FLAG
                           MOVE MST-VALUE TO DB-DEPTMAST-COSTCTR
                       END-IF
                     WHEN 'COSTASOF'
                       IF MST-TYPE = 'D'
                          AND MST-KEY = DB-DEPTMAST-DEPT
                          AND (MST-FROM = SPACE OR MST-FROM <= WS-ASOF)
                          AND (MST-TO = SPACE OR MST-TO >= WS-ASOF)
                           MOVE 'Y' TO DB-DEPTMAST-FLAG
                           MOVE MST-VALUE TO DB-DEPTMAST-COSTCTR
                       END-IF
                           MOVE 'Y' TO DB-DEPTMAST-FLAG
                           MOVE MST-VALUE TO DB-DEPTMAST-DEPT
                       END-IF
                     WHEN 'DEPTMGR'
                       IF MST-TYPE = 'M'
                          AND MST-KEY = DB-DEPTMAST-DEPT
                          AND MST-STATUS = 'ACTIVE'
                           MOVE 'Y' TO DB-DEPTMAST-FLAG
                           MOVE MST-VALUE TO DB-DEPTMAST-USER
                       END-IF
                   END-EVALUATE
               END-IF
           END-PERFORM.
