       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         LOGARCH.
      ******************************************************************
      * LOG ARCHIVE LOOKUP.  THE MONTHLY ROTATION JOB MOVES CLOSED
      * MONTHS OUT OF THE OPERATIONAL LOGS INTO <LOG>-YYYYMM FILES
      * AND RECORDS EACH ONE IN THE LOG ARCHIVE INDEX.  GIVEN A LIVE
      * LOG AND A FROM/TO DATE RANGE (YYYYMMDD, BLANK MEANS OPEN)
      * THIS RETURNS THE ARCHIVES WHOSE MONTH FALLS IN THE RANGE,
      * OLDEST FIRST, SO AN INQUIRY CAN READ THEM BEFORE THE LIVE
      * LOG.  THE LIVE LOG ITSELF IS NOT IN THE LIST.  FOR A CHAINED
      * LOG EACH ENTRY ALSO CARRIES THE HASH OF ITS LAST LINE.
      * INDEX: LOG|MONTH|ARCHIVE|LINES|FIRST-TS|LAST-TS|LAST-HASH|
      *        ROTATED-TS
      * RC 0 OK, 1 NO ARCHIVES IN RANGE, 2 MORE ARCHIVES THAN THE
      * LIST HOLDS (THE FIRST ONES INDEXED ARE RETURNED).
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
           SELECT IDXFD    ASSIGN TO IDX-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS IDX-FILE-ST.
       DATA                DIVISION.
       FILE                SECTION.
           FD  IDXFD.
           01  IDX-LINE            PIC X(300).
       WORKING-STORAGE     SECTION.
       01  IDX-FILE            PIC X(80)
                               VALUE './cobol/log-archive-index.dat'.
       01  IDX-FILE-ST         PIC X(02).
       01  IDX-REC.
           05  IDX-LOG             PIC X(80).
           05  IDX-MONTH           PIC X(6).
           05  IDX-ARCHIVE         PIC X(84).
           05  IDX-LINES           PIC 9(7).
           05  IDX-FIRST-TS        PIC X(21).
           05  IDX-LAST-TS         PIC X(21).
           05  IDX-LAST-HASH       PIC X(9).
           05  IDX-ROTATED-TS      PIC X(21).
       01  WS-FROM-MONTH       PIC X(6).
       01  WS-TO-MONTH         PIC X(6).
       01  WS-IDX              PIC 9(3).
       01  WS-J                PIC 9(3).
       01  WS-SWAP-ENTRY       PIC X(106).
       LINKAGE                 SECTION.
            COPY    "DB-LOGARCH".
      ************************************************************************
       PROCEDURE           DIVISION    USING
           DB-LOGARCH.
       000-MAIN                SECTION.
           MOVE 0 TO DB-LOGARCH-RC.
           MOVE 0 TO DB-LOGARCH-NUM.
           MOVE DB-LOGARCH-FROM(1:6) TO WS-FROM-MONTH.
           MOVE DB-LOGARCH-TO(1:6) TO WS-TO-MONTH.
           IF WS-FROM-MONTH = LOW-VALUE
               MOVE SPACE TO WS-FROM-MONTH
           END-IF.
           IF WS-TO-MONTH = LOW-VALUE OR WS-TO-MONTH = SPACE
               MOVE HIGH-VALUE TO WS-TO-MONTH
           END-IF.
           PERFORM 100-READ-INDEX.
           PERFORM 200-SORT-BY-MONTH.
           IF DB-LOGARCH-NUM = 0
               MOVE 1 TO DB-LOGARCH-RC
           END-IF.
           EXIT    PROGRAM.
      ************************************************************************
       100-READ-INDEX          SECTION.
           OPEN INPUT IDXFD.
           IF IDX-FILE-ST NOT = "00"
               EXIT SECTION
           END-IF.
           PERFORM UNTIL IDX-FILE-ST NOT = "00"
               READ IDXFD
               IF IDX-FILE-ST = "00" AND IDX-LINE NOT = SPACE
                  AND IDX-LINE(1:1) NOT = '*'
                   MOVE SPACE TO IDX-REC
                   MOVE 0 TO IDX-LINES
                   UNSTRING IDX-LINE DELIMITED BY '|'
                       INTO IDX-LOG
                            IDX-MONTH
                            IDX-ARCHIVE
                            IDX-LINES
                            IDX-FIRST-TS
                            IDX-LAST-TS
                            IDX-LAST-HASH
                            IDX-ROTATED-TS
                   END-UNSTRING
                   IF IDX-LOG = DB-LOGARCH-LOG
                      AND IDX-MONTH >= WS-FROM-MONTH
                      AND IDX-MONTH <= WS-TO-MONTH
                       PERFORM 110-ADD-ARCHIVE
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE IDXFD.
           EXIT.
      ************************************************************************
       110-ADD-ARCHIVE         SECTION.
      * THE ROTATION JOB REWRITES A MONTH'S INDEX LINE IN PLACE, BUT
      * A HAND-EDITED INDEX MAY REPEAT ONE; THE LAST LINE WINS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > DB-LOGARCH-NUM
               IF DB-LOGARCH-MONTH(WS-IDX) = IDX-MONTH
                   MOVE IDX-ARCHIVE TO DB-LOGARCH-FILE(WS-IDX)
                   MOVE IDX-LINES   TO DB-LOGARCH-LINES(WS-IDX)
                   MOVE IDX-LAST-HASH TO DB-LOGARCH-HASH(WS-IDX)
                   EXIT SECTION
               END-IF
           END-PERFORM.
           IF DB-LOGARCH-NUM >= 120
               MOVE 2 TO DB-LOGARCH-RC
               EXIT SECTION
           END-IF.
           ADD 1 TO DB-LOGARCH-NUM.
           MOVE IDX-MONTH   TO DB-LOGARCH-MONTH(DB-LOGARCH-NUM).
           MOVE IDX-ARCHIVE TO DB-LOGARCH-FILE(DB-LOGARCH-NUM).
           MOVE IDX-LINES   TO DB-LOGARCH-LINES(DB-LOGARCH-NUM).
           MOVE IDX-LAST-HASH TO DB-LOGARCH-HASH(DB-LOGARCH-NUM).
           EXIT.
      ************************************************************************
       200-SORT-BY-MONTH       SECTION.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX >= DB-LOGARCH-NUM
               PERFORM VARYING WS-J FROM 1 BY 1
                         UNTIL WS-J >= DB-LOGARCH-NUM
                   IF DB-LOGARCH-MONTH(WS-J) >
                      DB-LOGARCH-MONTH(WS-J + 1)
                       MOVE DB-LOGARCH-ENTRY(WS-J) TO WS-SWAP-ENTRY
                       MOVE DB-LOGARCH-ENTRY(WS-J + 1)
                           TO DB-LOGARCH-ENTRY(WS-J)
                       MOVE WS-SWAP-ENTRY
                           TO DB-LOGARCH-ENTRY(WS-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.
           EXIT.
