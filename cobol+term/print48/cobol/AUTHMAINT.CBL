      * MAINTENANCE WINDOW FOR THE AUTHCHECK PERMISSION MATRIX
      * (ROLE|FUNCTION|Y-OR-N).  ENTRY IS ITSELF GUARDED THROUGH
      * AUTHCHECK UNDER THE AUTH-MAINT FUNCTION.
      * AN ADDITION, CHANGE OR DELETION THAT WOULD LEAVE SOMEONE
      * HOLDING BOTH SIDES OF A SEGREGATION-OF-DUTIES CONFLICT RULE
      * IS REFUSED UNLESS AN OVERRIDE REASON IS GIVEN, IN WHICH CASE
      * THE OVERRIDE IS RECORDED THROUGH SODCHECK.
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
           01  MAT-LINE            PIC X(170).
       WORKING-STORAGE     SECTION.
            COPY    "DB-AUTH".
            COPY    "DB-SOD".
       01  MAT-FILE            PIC X(80)
                               VALUE './cobol/auth-matrix.dat'.
       01  MAT-FILE-ST         PIC X(02).
               10  DB-AUTHMAT-LIST     PIC X(100).
       01  WS-IDX              PIC 9(4).
       01  WS-SEL-IDX          PIC 9(4).
       01  WS-SOD-OK           PIC X(1).
       LINKAGE                 SECTION.
            COPY    "MCPAREA".
            COPY    "SPAAREA".
               IF SCR-AUTHFLAG NOT = 'Y' AND SCR-AUTHFLAG NOT = 'N'
                   MOVE 'allow flag must be Y or N' TO SCR-QMSG
               ELSE
                   MOVE SCR-AUTHROLE TO DB-SOD-RULEROLE
                   MOVE SCR-AUTHFUNC TO DB-SOD-RULEFUNC
                   MOVE SCR-AUTHFLAG TO DB-SOD-RULEFLAG
                   MOVE 'N' TO DB-SOD-RULEDEL
                   PERFORM 150-CHECK-CONFLICTS
                   IF WS-SOD-OK = 'N'
                       PERFORM 090-SHOW-MATRIX
                       EXIT SECTION
                   END-IF
                   PERFORM 110-FIND-RULE
                   IF WS-SEL-IDX = ZERO
                       IF DB-AUTHMAT-NUM >= 200
                           PERFORM 120-STORE-RULE
                           PERFORM 200-SAVE-MATRIX
                           MOVE 'rule added' TO SCR-QMSG
                           PERFORM 160-NOTE-OVERRIDE
                       END-IF
                   ELSE
                       PERFORM 120-STORE-RULE
                       PERFORM 200-SAVE-MATRIX
                       MOVE 'rule replaced' TO SCR-QMSG
                       PERFORM 160-NOTE-OVERRIDE
                   END-IF
               END-IF
           END-IF.
               MOVE 'select a rule first' TO SCR-QMSG
           ELSE
               MOVE QTROW TO WS-SEL-IDX
               MOVE DB-AUTHMAT-ROLE(WS-SEL-IDX) TO DB-SOD-RULEROLE
               MOVE DB-AUTHMAT-FUNC(WS-SEL-IDX) TO DB-SOD-RULEFUNC
               MOVE DB-AUTHMAT-FLAG(WS-SEL-IDX) TO DB-SOD-RULEFLAG
               MOVE 'Y' TO DB-SOD-RULEDEL
               PERFORM 150-CHECK-CONFLICTS
               IF WS-SOD-OK = 'N'
                   PERFORM 090-SHOW-MATRIX
                   EXIT SECTION
               END-IF
               PERFORM VARYING WS-IDX FROM WS-SEL-IDX BY 1
                         UNTIL WS-IDX >= DB-AUTHMAT-NUM
                   MOVE DB-AUTHMAT-ENTRY(WS-IDX + 1)
               SUBTRACT 1 FROM DB-AUTHMAT-NUM
               PERFORM 200-SAVE-MATRIX
               MOVE 'rule deleted' TO SCR-QMSG
               PERFORM 160-NOTE-OVERRIDE
           END-IF.
           PERFORM 090-SHOW-MATRIX.
           EXIT.
           MOVE SCR-AUTHSCOPE TO DB-AUTHMAT-SCOPE(WS-SEL-IDX).
           MOVE SCR-AUTHLIST TO DB-AUTHMAT-LIST(WS-SEL-IDX).
           EXIT.
      ************************************************************************
       150-CHECK-CONFLICTS     SECTION.
      * DB-SOD-RULEROLE/FUNC/FLAG/DEL CARRY THE PROPOSED CHANGE.
      * WS-SOD-OK IS Y (NO NEW CONFLICT), O (OVERRIDE RECORDED) OR
      * N (REFUSED, REASON IN SCR-QMSG).
           MOVE 'Y' TO WS-SOD-OK.
           MOVE 'CHECK' TO DB-SOD-FUNC.
           MOVE SPACE TO DB-SOD-USER.
           MOVE SPACE TO DB-SOD-NEWROLE.
           MOVE SPACE TO DB-SOD-NEWGRANT.
           CALL 'SODCHECK' USING DB-SOD.
           IF DB-SOD-NUM = ZERO
               EXIT SECTION
           END-IF.
           IF SCR-AUTHSODOVR = SPACE
               MOVE 'N' TO WS-SOD-OK
               MOVE SPACE TO SCR-QMSG
               STRING 'conflict: '          DELIMITED BY SIZE
                      DB-SOD-HIT-USER(1)    DELIMITED BY SPACE
                      ' would hold '        DELIMITED BY SIZE
                      DB-SOD-HIT-FUNCA(1)   DELIMITED BY SPACE
                      ' and '               DELIMITED BY SIZE
                      DB-SOD-HIT-FUNCB(1)   DELIMITED BY SPACE
                      ' - override reason required'
                                            DELIMITED BY SIZE
                      INTO SCR-QMSG
               END-STRING
               EXIT SECTION
           END-IF.
           MOVE 'O' TO WS-SOD-OK.
           MOVE 'RECORD' TO DB-SOD-FUNC.
           MOVE MCP-USER TO DB-SOD-BY.
           MOVE MCP-TERM TO DB-SOD-TERM.
           MOVE 'AUTHMAINT' TO DB-SOD-SOURCE.
           MOVE SCR-AUTHSODOVR TO DB-SOD-REASON.
           CALL 'SODCHECK' USING DB-SOD.
           MOVE SPACE TO SCR-AUTHSODOVR.
           EXIT.
      ************************************************************************
       160-NOTE-OVERRIDE       SECTION.
           IF WS-SOD-OK = 'O'
               MOVE SPACE TO SCR-QMSG
               STRING 'rule saved - conflict override recorded for '
                                            DELIMITED BY SIZE
                      DB-SOD-HIT-USER(1)    DELIMITED BY SPACE
                      INTO SCR-QMSG
               END-STRING
           END-IF.
           EXIT.
      ************************************************************************
       200-SAVE-MATRIX         SECTION.
           OPEN OUTPUT MATFD.
