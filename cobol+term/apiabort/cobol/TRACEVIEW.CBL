      * IT: THE RELAY TRANSACTION LOG, THE PENDING AND CONSUMED
      * MESSAGE FILES, THE DEAD-LETTER LOG AND THE PUSH EVENT
      * JOURNAL - ONE SCREEN INSTEAD OF GREPPING FOUR LOGS.
      * AN OPTIONAL FROM/TO DATE RANGE LIMITS THE HOPS SHOWN, AND
      * FOR THE RELAY LOG, THE CONSUMED FILE AND THE PUSH JOURNAL
      * ALSO BRINGS IN THE MONTHLY ARCHIVES THE LOG ROTATION HAS
      * MOVED OUT OF THEM FOR THAT RANGE.
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
           FD  SCANFD.
           01  SCAN-LINE           PIC X(500).
       WORKING-STORAGE     SECTION.
            COPY    "DB-LOGARCH".
       01  SCAN-FILE           PIC X(84).
       01  WS-LIVE-FILE        PIC X(80).
       01  WS-FILE-IDX         PIC 9(3).
       01  WS-RANGED           PIC X(1).
       01  SCAN-FILE-ST        PIC X(02).
       01  WS-SOURCE           PIC X(12).
       01  WS-F1               PIC X(40).
           MOVE 2 TO TRTROWATTR.
           MOVE SPACE TO SCR-TRID.
           MOVE SPACE TO SCR-TRMSG.
           MOVE SPACE TO SCR-TRFROM.
           MOVE SPACE TO SCR-TRTO.
           MOVE   'NEW'        TO  MCP-PUTTYPE.
           MOVE   'traceview'  TO  MCP-WINDOW.
           PERFORM 900-PUT-WINDOW.
           INITIALIZE TRTABLE.
           MOVE 2 TO TRTROWATTR.
           MOVE SPACE TO SCR-TRMSG.
           IF SCR-TRFROM = LOW-VALUE
               MOVE SPACE TO SCR-TRFROM
           END-IF.
           IF SCR-TRTO = LOW-VALUE
               MOVE SPACE TO SCR-TRTO
           END-IF.
           IF SCR-TRFROM = SPACE AND SCR-TRTO = SPACE
               MOVE 'N' TO WS-RANGED
           ELSE
               MOVE 'Y' TO WS-RANGED
           END-IF.
           IF SCR-TRID = SPACE OR SCR-TRID = LOW-VALUE
               MOVE 'enter a correlation id' TO SCR-TRMSG
           ELSE
               MOVE './cobol/api2-transactions.log' TO WS-LIVE-FILE
               MOVE 'RELAY'       TO WS-SOURCE
               PERFORM 090-SCAN-ROTATED-LOG
               MOVE './cobol/msgarray-pending.dat' TO SCAN-FILE
               MOVE 'PENDING'     TO WS-SOURCE
               PERFORM 100-SCAN-ONE-FILE
               MOVE './cobol/msgarray-consumed.dat' TO WS-LIVE-FILE
               MOVE 'CONSUMED'    TO WS-SOURCE
               PERFORM 090-SCAN-ROTATED-LOG
               MOVE './cobol/msgarray-deadletter.log' TO SCAN-FILE
               MOVE 'DEADLETTER'  TO WS-SOURCE
               PERFORM 100-SCAN-ONE-FILE
               MOVE './cobol/pushevent-journal.dat' TO WS-LIVE-FILE
               MOVE 'PUSH'        TO WS-SOURCE
               PERFORM 090-SCAN-ROTATED-LOG
               IF TRROWCNT = ZERO
                   MOVE 'no trace of that id in any hop'
                       TO SCR-TRMSG
           MOVE   'traceview'  TO  MCP-WINDOW.
           PERFORM 900-PUT-WINDOW.
           EXIT.
      ************************************************************************
       090-SCAN-ROTATED-LOG    SECTION.
      * THE ARCHIVES ARE ONLY WORTH READING FOR A STATED RANGE;
      * WITHOUT ONE THE TRACE COVERS WHAT IS STILL LIVE.
           IF WS-RANGED = 'Y'
               MOVE WS-LIVE-FILE TO DB-LOGARCH-LOG
               MOVE SCR-TRFROM TO DB-LOGARCH-FROM
               MOVE SCR-TRTO TO DB-LOGARCH-TO
               CALL 'LOGARCH' USING DB-LOGARCH
               PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                         UNTIL WS-FILE-IDX > DB-LOGARCH-NUM
                   MOVE DB-LOGARCH-FILE(WS-FILE-IDX) TO SCAN-FILE
                   PERFORM 100-SCAN-ONE-FILE
               END-PERFORM
           END-IF.
           MOVE WS-LIVE-FILE TO SCAN-FILE.
           PERFORM 100-SCAN-ONE-FILE.
           EXIT.
      ************************************************************************
       100-SCAN-ONE-FILE       SECTION.
           OPEN INPUT SCANFD.
               IF SCAN-FILE-ST = "00" AND SCAN-LINE NOT = SPACE
                  AND SCAN-LINE(1:5) NOT = '*END|'
                   PERFORM 110-MATCH-LINE
                   IF WS-HIT = 'Y'
                       PERFORM 120-CHECK-RANGE
                   END-IF
                   IF WS-HIT = 'Y'
                       ADD 1 TO TRROWCNT
                       MOVE WS-SOURCE    TO TRCELL1(TRROWCNT)
               END-IF
           END-EVALUATE.
           EXIT.
      ************************************************************************
       120-CHECK-RANGE         SECTION.
           IF SCR-TRFROM NOT = SPACE
              AND WS-HIT-TS(1:8) < SCR-TRFROM
               MOVE 'N' TO WS-HIT
           END-IF.
           IF SCR-TRTO NOT = SPACE
              AND WS-HIT-TS(1:8) > SCR-TRTO
               MOVE 'N' TO WS-HIT
           END-IF.
           EXIT.
      ************************************************************************
       900-PUT-WINDOW          SECTION.
           CALL 'BANNER' USING
