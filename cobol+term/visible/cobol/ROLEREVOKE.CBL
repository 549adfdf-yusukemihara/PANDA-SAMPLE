       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         ROLEREVOKE.
      ******************************************************************
      * ROLE REVOCATION.  TAKES A ROLE AWAY FROM A USER BY DELETING
      * EVERY USER|ROLE LINE FOR THE PAIR FROM THE ROLE TABLE, THE
      * WAY PERMISSION MAINTENANCE DELETES A MATRIX RULE: LOAD THE
      * TABLE, CLOSE UP THE GAP AND WRITE IT BACK.  THE REWRITE IS
      * DONE UNDER THE SHARED FILE LOCK, AND EVERY REVOCATION IS
      * APPENDED TO THE APPROVAL AUDIT CHAIN:
      *   TS|BY|OWNER|ROLE|USER:ROLE|ACTION
      * A USER LEFT WITHOUT A LINE FALLS BACK TO THE CLERK ROLE.
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
       01  WS-REMOVED          PIC 9(4).
       01  WS-ROLES-LOADED     PIC X(1).
       01  WS-ROLES-FULL       PIC X(1).
       01  WS-TIMESTAMP        PIC X(21).
       LINKAGE                 SECTION.
            COPY    "DB-ROLEREV".
      ************************************************************************
       PROCEDURE           DIVISION    USING
           DB-ROLEREV.
       000-MAIN                SECTION.
           MOVE 0 TO DB-ROLEREV-RC.
           MOVE SPACE TO DB-ROLEREV-HOLDER.
           MOVE 'ACQUIRE' TO DB-FILELOCK-FUNC.
           MOVE ROLE-FILE TO DB-FILELOCK-FILE.
           MOVE DB-ROLEREV-OWNER TO DB-FILELOCK-OWNER.
           MOVE 30 TO DB-FILELOCK-TIMEOUT.
           CALL 'FILELOCK' USING DB-FILELOCK.
           IF DB-FILELOCK-RC = 2
               MOVE 2 TO DB-ROLEREV-RC
               MOVE DB-FILELOCK-HOLDER TO DB-ROLEREV-HOLDER
               EXIT PROGRAM
           END-IF.
           PERFORM 100-LOAD-ROLES.
           IF WS-ROLES-LOADED NOT = 'Y'
               MOVE 3 TO DB-ROLEREV-RC
               PERFORM 300-UNLOCK-ROLES
               EXIT PROGRAM
           END-IF.
      * A TABLE LONGER THAN CAN BE HELD IS NEVER WRITTEN BACK - THE
      * LINES BEYOND IT WOULD BE LOST.
           IF WS-ROLES-FULL = 'Y'
               MOVE 4 TO DB-ROLEREV-RC
               PERFORM 300-UNLOCK-ROLES
               EXIT PROGRAM
           END-IF.
           PERFORM 110-DELETE-LINES.
           IF WS-REMOVED = ZERO
               MOVE 1 TO DB-ROLEREV-RC
           ELSE
               PERFORM 200-SAVE-ROLES
               PERFORM 400-AUDIT-REVOCATION
           END-IF.
           PERFORM 300-UNLOCK-ROLES.
           EXIT    PROGRAM.
      ************************************************************************
       100-LOAD-ROLES          SECTION.
           MOVE 0 TO DB-ROLE-NUM.
           MOVE 'N' TO WS-ROLES-LOADED.
           MOVE 'N' TO WS-ROLES-FULL.
           OPEN INPUT ROLEFD.
           IF ROLE-FILE-ST NOT = "00"
               EXIT SECTION
           END-IF.
           MOVE 'Y' TO WS-ROLES-LOADED.
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
           MOVE 0 TO WS-REMOVED.
           MOVE 1 TO WS-IDX.
           PERFORM UNTIL WS-IDX > DB-ROLE-NUM
               IF DB-ROLE-USER(WS-IDX) = DB-ROLEREV-USER
                  AND DB-ROLE-NAME(WS-IDX) = DB-ROLEREV-ROLE
                   PERFORM VARYING WS-IDX2 FROM WS-IDX BY 1
                             UNTIL WS-IDX2 >= DB-ROLE-NUM
                       MOVE DB-ROLE-ENTRY(WS-IDX2 + 1)
                           TO DB-ROLE-ENTRY(WS-IDX2)
                   END-PERFORM
                   SUBTRACT 1 FROM DB-ROLE-NUM
                   ADD 1 TO WS-REMOVED
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
           MOVE DB-ROLEREV-OWNER TO DB-FILELOCK-OWNER.
           CALL 'FILELOCK' USING DB-FILELOCK.
           EXIT.
      ************************************************************************
       400-AUDIT-REVOCATION    SECTION.
           MOVE FUNCTION CURRENT-DATE(1:21) TO WS-TIMESTAMP.
           MOVE APPR-AUDIT-FILE TO DB-AUDITCHAIN-FILE.
           MOVE SPACE TO DB-AUDITCHAIN-LINE.
           STRING WS-TIMESTAMP             DELIMITED BY SPACE
                  '|'                      DELIMITED BY SIZE
                  DB-ROLEREV-BY            DELIMITED BY SPACE
                  '|'                      DELIMITED BY SIZE
                  DB-ROLEREV-OWNER         DELIMITED BY SPACE
                  '|ROLE|'                 DELIMITED BY SIZE
                  DB-ROLEREV-USER          DELIMITED BY SPACE
                  ':'                      DELIMITED BY SIZE
                  DB-ROLEREV-ROLE          DELIMITED BY SPACE
                  '|'                      DELIMITED BY SIZE
                  DB-ROLEREV-ACTION        DELIMITED BY SPACE
                  INTO DB-AUDITCHAIN-LINE
           END-STRING.
           CALL 'AUDITCHAIN' USING DB-AUDITCHAIN.
           EXIT.
