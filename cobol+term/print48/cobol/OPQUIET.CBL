       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         OPQUIET.
      ******************************************************************
      * OPERATOR QUIET HOURS AND DO-NOT-DISTURB.  WHILE EITHER IS IN
      * FORCE THE PUSH AND NOTIFY PATHS PARK NON-CRITICAL ITEMS IN
      * THE PENDING-NOTIFICATION REGISTER AS HELD; THEY ARE SHOWN
      * WHEN THE OPERATOR IS NEXT ACTIVE.  CRITICAL ITEMS AND ON-CALL
      * PAGES ARE NEVER HELD - THAT IS THE CALLER'S TEST.
      * CHECK   FINDS THE SETTING FOR THE USER OR TERMINAL GIVEN AND
      *         SETS ACTIVE Y WHEN DND IS ON OR THE CLOCK IS INSIDE
      *         THE QUIET WINDOW (A WINDOW MAY SPAN MIDNIGHT).  THE
      *         HOURS ARE LOCAL TIME AT THE TERMINAL'S LOCATION.
      * SETDND  STORES THE DND FLAG (Y/N) FOR THE USER AND TERMINAL.
      * SETHOURS STORES START AND END (HHMM, BOTH BLANK CLEARS).
      * FILE: USER|TERM|START|END|DND|SETTIME
      * RC 0 OK, 1 NO SETTING ON FILE, 2 FILE BUSY, 3 BAD HOURS,
      * 4 SETTING NOT SAVED, 9 BAD FUNCTION.
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
           SELECT QTFD     ASSIGN TO QT-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS QT-FILE-ST.
           SELECT KEEPFD   ASSIGN TO KEEP-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS KEEP-FILE-ST.
       DATA                DIVISION.
       FILE                SECTION.
           FD  QTFD.
           01  QT-LINE             PIC X(100).
           FD  KEEPFD.
           01  KEEP-LINE           PIC X(100).
       WORKING-STORAGE     SECTION.
            COPY    "DB-FILEGUARD".
            COPY    "DB-FILELOCK".
            COPY    "DB-TZCONV".
       01  QT-FILE             PIC X(80)
                               VALUE './cobol/operator-quiet.dat'.
       01  QT-FILE-ST          PIC X(02).
       01  KEEP-FILE           PIC X(84)
                               VALUE './cobol/operator-quiet.dat.new'.
       01  KEEP-FILE-ST        PIC X(02).
       01  KEEP-COUNT          PIC 9(6).
       01  QT-REC.
           05  QT-USER             PIC X(20).
           05  QT-TERM             PIC X(20).
           05  QT-START            PIC X(4).
           05  QT-END              PIC X(4).
           05  QT-DND              PIC X(1).
           05  QT-SETTIME          PIC X(21).
       01  WS-FOUND            PIC X(1).
       01  WS-MATCH            PIC X(1).
       01  WS-NOW              PIC X(4).
       01  WS-TIMESTAMP        PIC X(21).
       LINKAGE                 SECTION.
            COPY    "DB-QUIET".
      ************************************************************************
       PROCEDURE           DIVISION    USING
           DB-QUIET.
       000-MAIN                SECTION.
           MOVE 0 TO DB-QUIET-RC.
           MOVE 'N' TO DB-QUIET-ACTIVE.
           EVALUATE DB-QUIET-FUNC
             WHEN 'CHECK'
               PERFORM 100-FIND-SETTING
               PERFORM 200-CHECK
             WHEN 'SETDND'
               PERFORM 300-SAVE-SETTING
             WHEN 'SETHOURS'
               PERFORM 250-VALIDATE-HOURS
               IF DB-QUIET-RC = 0
                   PERFORM 300-SAVE-SETTING
               END-IF
             WHEN OTHER
               MOVE 9 TO DB-QUIET-RC
           END-EVALUATE.
           EXIT    PROGRAM.
      ************************************************************************
       100-FIND-SETTING        SECTION.
           MOVE 'N' TO WS-FOUND.
           MOVE SPACE TO DB-QUIET-START.
           MOVE SPACE TO DB-QUIET-END.
           MOVE 'N' TO DB-QUIET-DND.
           OPEN INPUT QTFD.
           IF QT-FILE-ST NOT = "00"
               EXIT SECTION
           END-IF.
           PERFORM UNTIL QT-FILE-ST NOT = "00" OR WS-FOUND = 'Y'
               READ QTFD INTO QT-LINE
               IF QT-FILE-ST = "00" AND QT-LINE NOT = SPACE
                  AND QT-LINE(1:1) NOT = '*'
                   PERFORM 110-SPLIT-LINE
                   PERFORM 120-MATCH-LINE
                   IF WS-MATCH = 'Y'
                       MOVE 'Y' TO WS-FOUND
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE QTFD.
           IF WS-FOUND = 'Y'
               MOVE QT-START TO DB-QUIET-START
               MOVE QT-END   TO DB-QUIET-END
               MOVE QT-DND   TO DB-QUIET-DND
           END-IF.
           EXIT.
      ************************************************************************
       110-SPLIT-LINE          SECTION.
           MOVE SPACE TO QT-REC.
           UNSTRING QT-LINE DELIMITED BY '|'
               INTO QT-USER
                    QT-TERM
                    QT-START
                    QT-END
                    QT-DND
                    QT-SETTIME.
           EXIT.
      ************************************************************************
       120-MATCH-LINE          SECTION.
      * THE OPERATOR'S OWN SETTING FOLLOWS THEM TO ANY TERMINAL.
      * A CALLER THAT KNOWS ONLY THE TERMINAL (THE PUSH PATH) MATCHES
      * THE SETTING LAST SAVED FROM THAT TERMINAL.  A DUPLICATE
      * MATCH IS DROPPED WHEN THE FILE IS REWRITTEN.
           MOVE 'N' TO WS-MATCH.
           IF DB-QUIET-USER NOT = SPACE
              AND QT-USER = DB-QUIET-USER
               MOVE 'Y' TO WS-MATCH
           END-IF.
           IF DB-QUIET-TERM NOT = SPACE
              AND QT-TERM = DB-QUIET-TERM
              AND (DB-QUIET-USER = SPACE OR QT-USER = SPACE)
               MOVE 'Y' TO WS-MATCH
           END-IF.
           EXIT.
      ************************************************************************
       200-CHECK               SECTION.
           IF WS-FOUND NOT = 'Y'
               MOVE 1 TO DB-QUIET-RC
               EXIT SECTION
           END-IF.
           IF DB-QUIET-DND = 'Y'
               MOVE 'Y' TO DB-QUIET-ACTIVE
               EXIT SECTION
           END-IF.
           IF DB-QUIET-START = SPACE OR DB-QUIET-END = SPACE
              OR DB-QUIET-START = DB-QUIET-END
               EXIT SECTION
           END-IF.
           INITIALIZE DB-TZCONV.
           MOVE 'NOW' TO DB-TZCONV-FUNC.
           MOVE DB-QUIET-TERM TO DB-TZCONV-TERM.
           IF DB-TZCONV-TERM = SPACE OR DB-TZCONV-TERM = LOW-VALUE
               MOVE QT-TERM TO DB-TZCONV-TERM
           END-IF.
           CALL 'TZCONV' USING DB-TZCONV.
           MOVE DB-TZCONV-TS-OUT(9:4) TO WS-NOW.
           IF DB-QUIET-START < DB-QUIET-END
               IF WS-NOW >= DB-QUIET-START
                  AND WS-NOW < DB-QUIET-END
                   MOVE 'Y' TO DB-QUIET-ACTIVE
               END-IF
           ELSE
               IF WS-NOW >= DB-QUIET-START
                  OR WS-NOW < DB-QUIET-END
                   MOVE 'Y' TO DB-QUIET-ACTIVE
               END-IF
           END-IF.
           EXIT.
      ************************************************************************
       250-VALIDATE-HOURS      SECTION.
           IF DB-QUIET-START = SPACE AND DB-QUIET-END = SPACE
               EXIT SECTION
           END-IF.
           IF DB-QUIET-START IS NOT NUMERIC
              OR DB-QUIET-END IS NOT NUMERIC
              OR DB-QUIET-START(1:2) > '23'
              OR DB-QUIET-END(1:2) > '23'
              OR DB-QUIET-START(3:2) > '59'
              OR DB-QUIET-END(3:2) > '59'
               MOVE 3 TO DB-QUIET-RC
           END-IF.
           EXIT.
      ************************************************************************
       300-SAVE-SETTING        SECTION.
      * ONE LINE PER OPERATOR.  THE MATCHING LINE IS REPLACED (ONLY
      * THE FIELD BEING SET CHANGES) OR A NEW LINE IS ADDED, UNDER
      * THE SHARED FILE LOCK AND THROUGH THE WORK-FILE PROMOTE.
           MOVE FUNCTION CURRENT-DATE(1:21) TO WS-TIMESTAMP.
           MOVE 'ACQUIRE' TO DB-FILELOCK-FUNC.
           MOVE QT-FILE TO DB-FILELOCK-FILE.
           MOVE DB-QUIET-TERM TO DB-FILELOCK-OWNER.
           MOVE 30 TO DB-FILELOCK-TIMEOUT.
           CALL 'FILELOCK' USING DB-FILELOCK.
           IF DB-FILELOCK-RC = 2
               DISPLAY 'quiet-hours file busy - setting not saved'
               MOVE 2 TO DB-QUIET-RC
               EXIT SECTION
           END-IF.
           MOVE QT-FILE TO DB-FILEGUARD-FILE.
           CALL 'FILEGUARD' USING DB-FILEGUARD.
           MOVE 'N' TO WS-FOUND.
           MOVE 0 TO KEEP-COUNT.
           OPEN OUTPUT KEEPFD.
           OPEN INPUT QTFD.
           PERFORM UNTIL QT-FILE-ST NOT = "00"
               READ QTFD INTO QT-LINE
               IF QT-FILE-ST = "00" AND QT-LINE NOT = SPACE
                   IF QT-LINE(1:1) = '*'
                       IF QT-LINE(1:5) NOT = '*END|'
                           MOVE QT-LINE TO KEEP-LINE
                           WRITE KEEP-LINE
                           ADD 1 TO KEEP-COUNT
                       END-IF
                   ELSE
                       PERFORM 110-SPLIT-LINE
                       PERFORM 120-MATCH-LINE
                       EVALUATE TRUE
                         WHEN WS-MATCH = 'N'
                           PERFORM 320-WRITE-KEEP-LINE
                         WHEN WS-FOUND = 'N'
                           MOVE 'Y' TO WS-FOUND
                           PERFORM 310-APPLY-SETTING
                           PERFORM 320-WRITE-KEEP-LINE
                       END-EVALUATE
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE QTFD.
           IF WS-FOUND = 'N'
               MOVE SPACE TO QT-REC
               MOVE 'N' TO QT-DND
               PERFORM 310-APPLY-SETTING
               PERFORM 320-WRITE-KEEP-LINE
           END-IF.
           MOVE SPACE TO KEEP-LINE.
           STRING '*END|'    DELIMITED BY SIZE
                  KEEP-COUNT DELIMITED BY SIZE
                  INTO KEEP-LINE
           END-STRING.
           WRITE KEEP-LINE.
           CLOSE KEEPFD.
           MOVE QT-FILE TO DB-FILEGUARD-FILE.
           CALL 'FILEGUARD' USING DB-FILEGUARD.
           IF DB-FILEGUARD-RC NOT = 1
               DISPLAY 'quiet-hours file not promoted - setting not '
                   'saved'
               MOVE 4 TO DB-QUIET-RC
           END-IF.
           MOVE 'RELEASE' TO DB-FILELOCK-FUNC.
           MOVE QT-FILE TO DB-FILELOCK-FILE.
           MOVE DB-QUIET-TERM TO DB-FILELOCK-OWNER.
           CALL 'FILELOCK' USING DB-FILELOCK.
           EXIT.
      ************************************************************************
       310-APPLY-SETTING       SECTION.
           IF DB-QUIET-USER NOT = SPACE
               MOVE DB-QUIET-USER TO QT-USER
           END-IF.
           MOVE DB-QUIET-TERM TO QT-TERM.
           IF DB-QUIET-FUNC = 'SETDND'
               IF DB-QUIET-DND = 'Y'
                   MOVE 'Y' TO QT-DND
               ELSE
                   MOVE 'N' TO QT-DND
               END-IF
           ELSE
               MOVE DB-QUIET-START TO QT-START
               MOVE DB-QUIET-END   TO QT-END
           END-IF.
           MOVE WS-TIMESTAMP TO QT-SETTIME.
           MOVE QT-START TO DB-QUIET-START.
           MOVE QT-END   TO DB-QUIET-END.
           MOVE QT-DND   TO DB-QUIET-DND.
           EXIT.
      ************************************************************************
       320-WRITE-KEEP-LINE     SECTION.
           MOVE SPACE TO KEEP-LINE.
           STRING QT-USER     DELIMITED BY SPACE
                  '|'         DELIMITED BY SIZE
                  QT-TERM     DELIMITED BY SPACE
                  '|'         DELIMITED BY SIZE
                  QT-START    DELIMITED BY SPACE
                  '|'         DELIMITED BY SIZE
                  QT-END      DELIMITED BY SPACE
                  '|'         DELIMITED BY SIZE
                  QT-DND      DELIMITED BY SPACE
                  '|'         DELIMITED BY SIZE
                  QT-SETTIME  DELIMITED BY SPACE
                  INTO KEEP-LINE
           END-STRING.
           WRITE KEEP-LINE.
           ADD 1 TO KEEP-COUNT.
           EXIT.
