       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         ROLEASSIGN.
      ******************************************************************
      * ROLE ASSIGNMENT.  GIVES A USER A ROLE BY DELETING EVERY LINE
      * THE USER HAS ON THE ROLE TABLE AND ADDING ONE USER|ROLE LINE
      * AT THE END, THE SAME LOAD, CLOSE UP AND WRITE BACK THAT ROLE
      * REVOCATION USES.  THE REWRITE IS DONE UNDER THE SHARED FILE
      * LOCK, AND EVERY ASSIGNMENT IS APPENDED TO THE APPROVAL AUDIT
      * CHAIN:
      *   TS|BY|OWNER|ROLE|USER:ROLE|ASSIGNED
      * A ROLE TABLE THAT DOES NOT EXIST YET IS STARTED.
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
           SELECT ROLEFD   ASSIGN TO ROLE-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS ROLE-FILE-ST.
       DATA                DIVISION.
       FILE                SECTION.
           FD  ROLEFD.
           01  ROLE-LINE           PIC X(45).
       WORKING-STORAGE     SECTION.
            COPY    "DB-ROLE".
            COPY    "DB-FILELOCK".
            COPY    "DB-AUDITCHAIN".
       01  ROLE-FILE           PIC X(80)
                               VALUE './cobol/testvisible-roles.dat'.
       01  ROLE-FILE-ST        PIC X(02).
       01  APPR-AUDIT-FILE     PIC X(80)
                               VALUE './cobol/approval-audit.log'.
       01  WS-IDX              PIC 9(4).
       01  WS-IDX2             PIC 9(4).
       01  WS-ROLES-FULL       PIC X(1).
       01  WS-TIMESTAMP        PIC X(21).
       LINKAGE                 SECTION.
            COPY    "DB-ROLEASG".
      ************************************************************************
       PROCEDURE           DIVISION    USING
           DB-ROLEASG.
       000-MAIN                SECTION.
           MOVE 0 TO DB-ROLEASG-RC.
           MOVE SPACE TO DB-ROLEASG-HOLDER.
           MOVE 'ACQUIRE' TO DB-FILELOCK-FUNC.
           MOVE ROLE-FILE TO DB-FILELOCK-FILE.
           MOVE DB-ROLEASG-OWNER TO DB-FILELOCK-OWNER.
           MOVE 30 TO DB-FILELOCK-TIMEOUT.
           CALL 'FILELOCK' USING DB-FILELOCK.
           IF DB-FILELOCK-RC = 2
               MOVE 2 TO DB-ROLEASG-RC
               MOVE DB-FILELOCK-HOLDER TO DB-ROLEASG-HOLDER
               EXIT PROGRAM
           END-IF.
           PERFORM 100-LOAD-ROLES.
      * A TABLE LONGER THAN CAN BE HELD IS NEVER WRITTEN BACK - THE
      * LINES BEYOND IT WOULD BE LOST.
           IF WS-ROLES-FULL = 'Y'
               MOVE 4 TO DB-ROLEASG-RC
               PERFORM 300-UNLOCK-ROLES
               EXIT PROGRAM
           END-IF.
           PERFORM 110-DELETE-LINES.
           IF DB-ROLE-NUM >= 50
               MOVE 4 TO DB-ROLEASG-RC
               PERFORM 300-UNLOCK-ROLES
               EXIT PROGRAM
           END-IF.
           ADD 1 TO DB-ROLE-NUM.
           MOVE DB-ROLEASG-USER TO DB-ROLE-USER(DB-ROLE-NUM).
           MOVE DB-ROLEASG-ROLE TO DB-ROLE-NAME(DB-ROLE-NUM).
           PERFORM 200-SAVE-ROLES.
           PERFORM 400-AUDIT-ASSIGNMENT.
           PERFORM 300-UNLOCK-ROLES.
           EXIT    PROGRAM.
      ************************************************************************
       100-LOAD-ROLES          SECTION.
           MOVE 0 TO DB-ROLE-NUM.
           MOVE 'N' TO WS-ROLES-FULL.
           OPEN INPUT ROLEFD.
           IF ROLE-FILE-ST NOT = "00"
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
           IF ROLE-FILE-ST = "00"
               READ ROLEFD INTO ROLE-LINE
               IF ROLE-FILE-ST = "00"
                   MOVE 'Y' TO WS-ROLES-FULL
               END-IF
           END-IF.
           CLOSE ROLEFD.
           EXIT.
      ************************************************************************
       110-DELETE-LINES        SECTION.
           MOVE 1 TO WS-IDX.
           PERFORM UNTIL WS-IDX > DB-ROLE-NUM
               IF DB-ROLE-USER(WS-IDX) = DB-ROLEASG-USER
                   PERFORM VARYING WS-IDX2 FROM WS-IDX BY 1
                             UNTIL WS-IDX2 >= DB-ROLE-NUM
                       MOVE DB-ROLE-ENTRY(WS-IDX2 + 1)
                           TO DB-ROLE-ENTRY(WS-IDX2)
                   END-PERFORM
                   SUBTRACT 1 FROM DB-ROLE-NUM
               ELSE
                   ADD 1 TO WS-IDX
               END-IF
           END-PERFORM.
           EXIT.
      ************************************************************************
       200-SAVE-ROLES          SECTION.
           OPEN OUTPUT ROLEFD.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > DB-ROLE-NUM
               MOVE SPACE TO ROLE-LINE
               STRING DB-ROLE-USER(WS-IDX)  DELIMITED BY SPACE
                      '|'                   DELIMITED BY SIZE
                      DB-ROLE-NAME(WS-IDX)  DELIMITED BY SPACE
                      INTO ROLE-LINE
               END-STRING
               WRITE ROLE-LINE
           END-PERFORM.
           CLOSE ROLEFD.
           EXIT.
      ************************************************************************
       300-UNLOCK-ROLES        SECTION.
           MOVE 'RELEASE' TO DB-FILELOCK-FUNC.
           MOVE ROLE-FILE TO DB-FILELOCK-FILE.
           MOVE DB-ROLEASG-OWNER TO DB-FILELOCK-OWNER.
           CALL 'FILELOCK' USING DB-FILELOCK.
           EXIT.
      ************************************************************************
       400-AUDIT-ASSIGNMENT    SECTION.
           MOVE FUNCTION CURRENT-DATE(1:21) TO WS-TIMESTAMP.
           MOVE APPR-AUDIT-FILE TO DB-AUDITCHAIN-FILE.
           MOVE SPACE TO DB-AUDITCHAIN-LINE.
           STRING WS-TIMESTAMP             DELIMITED BY SPACE
                  '|'                      DELIMITED BY SIZE
                  DB-ROLEASG-BY            DELIMITED BY SPACE
                  '|'                      DELIMITED BY SIZE
                  DB-ROLEASG-OWNER         DELIMITED BY SPACE
                  '|ROLE|'                 DELIMITED BY SIZE
                  DB-ROLEASG-USER          DELIMITED BY SPACE
                  ':'                      DELIMITED BY SIZE
                  DB-ROLEASG-ROLE          DELIMITED BY SPACE
                  '|ASSIGNED'              DELIMITED BY SIZE
                  INTO DB-AUDITCHAIN-LINE
           END-STRING.
           CALL 'AUDITCHAIN' USING DB-AUDITCHAIN.
           EXIT.
