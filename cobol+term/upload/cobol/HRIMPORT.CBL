       PROGRAM-ID.         HRIMPORT.
      ******************************************************************
      * HR ROSTER IMPORT INTO THE DEPARTMENT AND USER MASTER.  THE
      * ROSTER ARRIVES AS USER|DEPARTMENT|COSTCENTER LINES, WITH AN
      * OPTIONAL FOURTH FIELD GIVING THE DATE (YYYYMMDD) A CHANGED
      * COST CENTER TAKES EFFECT; WITHOUT IT THE CHANGE TAKES EFFECT
      * ON THE RUN DATE.  EVERY ROSTER USER AND DEPARTMENT IS ADDED
      * OR RE-ACTIVATED ON THE MASTER.  A DEPARTMENT WHOSE COST
      * CENTER HAS CHANGED HAS ITS CURRENT ASSIGNMENT CLOSED THE DAY
      * BEFORE THE EFFECTIVE DATE AND A NEW ONE OPENED FROM IT, SO
      * CHARGES FOR EARLIER MONTHS STAY WITH THE OLD COST CENTER.
      * MASTER RECORDS NO LONGER ON THE ROSTER ARE MARKED INACTIVE,
      * NEVER DELETED, AND LISTED ON THE ORPHAN REPORT FOR FOLLOW-UP.
      * DEPARTMENT MANAGER (M) RECORDS ARE NOT ON THE ROSTER AND ARE
      * LEFT AS THEY ARE.  EACH USER MARKED INACTIVE BY THE RUN IS
      * THEN OFFBOARDED (OFFBOARD) - CREDENTIAL LOCKED, ROLES AND
      * GRANTS REVOKED, OWNERSHIP HANDED ON - WITH A CHECKLIST FILED
      * FOR EACH ONE.
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
           FD  RPTFD.
           01  RPT-LINE            PIC X(132).
       WORKING-STORAGE     SECTION.
            COPY    "DB-RPTREPO".
            COPY    "DB-OFFBOARD".
       01  ROS-FILE            PIC X(80)
                               VALUE './cobol/hr-roster.dat'.
       01  ROS-FILE-ST         PIC X(02).
           05  ROS-USER            PIC X(20).
           05  ROS-DEPT            PIC X(20).
           05  ROS-COSTCTR         PIC X(8).
           05  ROS-EFFECTIVE       PIC X(8).
       01  DB-DUMAST.
           05  DB-DUMAST-NUM           PIC 9(4).
           05  DB-DUMAST-ENTRY OCCURS 300 TIMES.
               10  DB-DUMAST-TYPE      PIC X(1).
               10  DB-DUMAST-KEY       PIC X(20).
               10  DB-DUMAST-VALUE     PIC X(20).
               10  DB-DUMAST-STATUS    PIC X(10).
               10  DB-DUMAST-FROM      PIC X(8).
               10  DB-DUMAST-TO        PIC X(8).
               10  DB-DUMAST-SEEN      PIC X(1).
       01  WS-IDX              PIC 9(4).
       01  WS-IDX2             PIC 9(4).
       01  WS-RUN-DATE         PIC X(8).
       01  WS-EFFECTIVE        PIC X(8).
       01  WS-CLOSE-DATE       PIC 9(8).
       01  WS-CLOSED           PIC 9(4) VALUE 0.
       01  WS-ADDED            PIC 9(4) VALUE 0.
       01  WS-ORPHANS          PIC 9(4) VALUE 0.
       01  WS-OFFBOARDED       PIC 9(4) VALUE 0.
       LINKAGE                 SECTION.
            COPY    "MCPAREA".
            COPY    "SPAAREA".
       010-RUN-IMPORT          SECTION.
           MOVE 0 TO WS-ADDED.
           MOVE 0 TO WS-ORPHANS.
           MOVE 0 TO WS-CLOSED.
           IF SPA-PROCDATE NOT = SPACE
              AND SPA-PROCDATE NOT = LOW-VALUE
               MOVE SPA-PROCDATE TO WS-RUN-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           END-IF.
           PERFORM 100-LOAD-MASTER.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > DB-DUMAST-NUM
                       INTO ROS-USER
                            ROS-DEPT
                            ROS-COSTCTR
                            ROS-EFFECTIVE
                   PERFORM 200-APPLY-ROSTER-LINE
               END-IF
           END-PERFORM.
           PERFORM 300-MARK-ORPHANS.
           PERFORM 400-SAVE-MASTER.
           PERFORM 500-WRITE-ORPHAN-REPORT.
           PERFORM 600-OFFBOARD-LEAVERS.
           MOVE WS-ADDED TO SPA-NUM.
           DISPLAY 'roster records applied:' WS-ADDED
               ' orphans:' WS-ORPHANS
               ' cost centers changed:' WS-CLOSED
               ' offboarded:' WS-OFFBOARDED.
           EXIT.
      ************************************************************************
       100-LOAD-MASTER         SECTION.
           OPEN INPUT MSTFD.
           IF MST-FILE-ST = "00"
               PERFORM UNTIL MST-FILE-ST NOT = "00"
                        OR DB-DUMAST-NUM >= 300
                   READ MSTFD INTO MST-LINE
                   IF MST-FILE-ST = "00" AND MST-LINE NOT = SPACE
                       ADD 1 TO DB-DUMAST-NUM
                       MOVE SPACE TO DB-DUMAST-ENTRY(DB-DUMAST-NUM)
                       UNSTRING MST-LINE DELIMITED BY '|'
                           INTO DB-DUMAST-TYPE(DB-DUMAST-NUM)
                                DB-DUMAST-KEY(DB-DUMAST-NUM)
                                DB-DUMAST-VALUE(DB-DUMAST-NUM)
                                DB-DUMAST-STATUS(DB-DUMAST-NUM)
                                DB-DUMAST-FROM(DB-DUMAST-NUM)
                                DB-DUMAST-TO(DB-DUMAST-NUM)
                   END-IF
               END-PERFORM
               CLOSE MSTFD
           EXIT.
      ************************************************************************
       210-APPLY-DEPARTMENT    SECTION.
      * ONLY THE ASSIGNMENT STILL IN FORCE (NO TO DATE) IS MATCHED;
      * CLOSED ASSIGNMENTS ARE HISTORY AND ARE NEVER CHANGED HERE.
           IF ROS-EFFECTIVE = SPACE OR ROS-EFFECTIVE NOT NUMERIC
               MOVE WS-RUN-DATE TO WS-EFFECTIVE
           ELSE
               MOVE ROS-EFFECTIVE TO WS-EFFECTIVE
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > DB-DUMAST-NUM
               IF DB-DUMAST-TYPE(WS-IDX) = 'D'
                  AND DB-DUMAST-KEY(WS-IDX) = ROS-DEPT
                  AND DB-DUMAST-TO(WS-IDX) = SPACE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-IDX <= DB-DUMAST-NUM
              AND DB-DUMAST-VALUE(WS-IDX) NOT = ROS-COSTCTR
              AND DB-DUMAST-FROM(WS-IDX) < WS-EFFECTIVE
               PERFORM 215-CLOSE-ASSIGNMENT
           END-IF.
           IF WS-IDX > DB-DUMAST-NUM
               IF DB-DUMAST-NUM >= 300
                   DISPLAY 'department master is full'
                   EXIT SECTION
               END-IF
               ADD 1 TO DB-DUMAST-NUM
               MOVE DB-DUMAST-NUM TO WS-IDX
               MOVE SPACE    TO DB-DUMAST-ENTRY(WS-IDX)
               MOVE 'D'      TO DB-DUMAST-TYPE(WS-IDX)
               MOVE ROS-DEPT TO DB-DUMAST-KEY(WS-IDX)
               MOVE WS-EFFECTIVE TO DB-DUMAST-FROM(WS-IDX)
           END-IF.
           MOVE ROS-COSTCTR TO DB-DUMAST-VALUE(WS-IDX).
           MOVE 'ACTIVE'    TO DB-DUMAST-STATUS(WS-IDX).
           MOVE 'Y'         TO DB-DUMAST-SEEN(WS-IDX).
           EXIT.
      ************************************************************************
       215-CLOSE-ASSIGNMENT    SECTION.
      * ENDS THE ASSIGNMENT AT WS-IDX THE DAY BEFORE THE NEW ONE
      * TAKES EFFECT AND LEAVES WS-IDX PAST THE TABLE SO THE CALLER
      * OPENS THE NEW ASSIGNMENT.  AN ASSIGNMENT OPENED ON OR AFTER
      * THE EFFECTIVE DATE IS CORRECTED IN PLACE BY THE CALLER
      * INSTEAD.
           IF DB-DUMAST-NUM >= 300
               DISPLAY 'department master is full'
               EXIT SECTION
           END-IF.
           COMPUTE WS-CLOSE-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-EFFECTIVE)) - 1).
           MOVE WS-CLOSE-DATE TO DB-DUMAST-TO(WS-IDX).
           MOVE 'Y'           TO DB-DUMAST-SEEN(WS-IDX).
           ADD 1 TO WS-CLOSED.
           COMPUTE WS-IDX = DB-DUMAST-NUM + 1.
           EXIT.
      ************************************************************************
       220-APPLY-USER          SECTION.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               END-IF
           END-PERFORM.
           IF WS-IDX > DB-DUMAST-NUM
               IF DB-DUMAST-NUM >= 300
                   DISPLAY 'department master is full'
                   EXIT SECTION
               END-IF
               ADD 1 TO DB-DUMAST-NUM
               MOVE DB-DUMAST-NUM TO WS-IDX
               MOVE SPACE    TO DB-DUMAST-ENTRY(WS-IDX)
               MOVE 'U'      TO DB-DUMAST-TYPE(WS-IDX)
               MOVE ROS-USER TO DB-DUMAST-KEY(WS-IDX)
           END-IF.
           EXIT.
      ************************************************************************
       300-MARK-ORPHANS        SECTION.
      * SEEN X MARKS A RECORD MADE INACTIVE BY THIS RUN.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > DB-DUMAST-NUM
               IF DB-DUMAST-SEEN(WS-IDX) NOT = 'Y'
                  AND DB-DUMAST-TYPE(WS-IDX) NOT = 'M'
                  AND DB-DUMAST-STATUS(WS-IDX) = 'ACTIVE'
                  AND DB-DUMAST-TO(WS-IDX) = SPACE
                   MOVE 'INACTIVE' TO DB-DUMAST-STATUS(WS-IDX)
                   MOVE 'X' TO DB-DUMAST-SEEN(WS-IDX)
               END-IF
           END-PERFORM.
           EXIT.
                      DB-DUMAST-STATUS(WS-IDX) DELIMITED BY SPACE
                      INTO MST-LINE
               END-STRING
               IF DB-DUMAST-TYPE(WS-IDX) = 'D'
                  AND (DB-DUMAST-FROM(WS-IDX) NOT = SPACE
                       OR DB-DUMAST-TO(WS-IDX) NOT = SPACE)
                   PERFORM 410-ADD-DATES
               END-IF
               WRITE MST-LINE
           END-PERFORM.
           CLOSE MSTFD.
           EXIT.
      ************************************************************************
       410-ADD-DATES           SECTION.
           MOVE 1 TO WS-IDX2.
           INSPECT MST-LINE TALLYING WS-IDX2
               FOR CHARACTERS BEFORE INITIAL '  '.
           STRING '|'                    DELIMITED BY SIZE
                  DB-DUMAST-FROM(WS-IDX) DELIMITED BY SPACE
                  '|'                    DELIMITED BY SIZE
                  DB-DUMAST-TO(WS-IDX)   DELIMITED BY SPACE
                  INTO MST-LINE
                  WITH POINTER WS-IDX2
           END-STRING.
           EXIT.
      ************************************************************************
       500-WRITE-ORPHAN-REPORT SECTION.
           OPEN OUTPUT RPTFD.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > DB-DUMAST-NUM
               IF DB-DUMAST-STATUS(WS-IDX) = 'INACTIVE'
                  AND DB-DUMAST-TYPE(WS-IDX) NOT = 'M'
                   ADD 1 TO WS-ORPHANS
                   MOVE SPACE TO RPT-LINE
                   STRING DB-DUMAST-TYPE(WS-IDX)  DELIMITED BY SIZE
           END-STRING.
           WRITE RPT-LINE.
           CLOSE RPTFD.
           PERFORM 980-FILE-REPORT.
           EXIT.
      ************************************************************************
       600-OFFBOARD-LEAVERS    SECTION.
      * A USER ALREADY INACTIVE BEFORE THE RUN WAS OFFBOARDED THEN;
      * THE OFFBOARDING WINDOW RE-RUNS ANY ITEM LEFT OPEN.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > DB-DUMAST-NUM
               IF DB-DUMAST-TYPE(WS-IDX) = 'U'
                  AND DB-DUMAST-SEEN(WS-IDX) = 'X'
                   INITIALIZE DB-OFFBOARD
                   MOVE DB-DUMAST-KEY(WS-IDX)   TO DB-OFFBOARD-USER
                   MOVE DB-DUMAST-VALUE(WS-IDX) TO DB-OFFBOARD-DEPT
                   MOVE 'HRIMPORT'              TO DB-OFFBOARD-BY
                   CALL 'OFFBOARD' USING
                        MCPAREA
                        SPAAREA
                        DB-OFFBOARD
                   ADD 1 TO WS-OFFBOARDED
                   IF DB-OFFBOARD-RC NOT = ZERO
                       DISPLAY 'offboarding of ' DB-OFFBOARD-USER
                           ' left ' DB-OFFBOARD-OPEN ' items open'
                   END-IF
               END-IF
           END-PERFORM.
           EXIT.
      ************************************************************************
       980-FILE-REPORT         SECTION.
           MOVE 'HRIMPORT' TO DB-RPTREPO-PROGRAM.
           MOVE RPT-FILE TO DB-RPTREPO-SOURCE.
           MOVE SPACE TO DB-RPTREPO-BIZDATE.
           MOVE SPACE TO DB-RPTREPO-CLASS.
           CALL 'RPTREPO' USING
                MCPAREA
                SPAAREA
                DB-RPTREPO.
           EXIT.
