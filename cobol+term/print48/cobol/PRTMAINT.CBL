       DATA                DIVISION.
       FILE                SECTION.
           FD  PRTFD.
           01  PRT-LINE            PIC X(250).
       WORKING-STORAGE     SECTION.
            COPY    "DB-PRINTER".
            COPY    "DB-FILELOCK".
            COPY    "DB-PRTOUTAGE".
       01  PRT-FILE            PIC X(80)
                               VALUE './cobol/printer-defs.dat'.
       01  PRT-FILE-ST         PIC X(02).
       01  WS-PRT-IDX          PIC 9(4).
       01  WS-SEL-IDX          PIC 9(4).
       01  WS-STK-IDX          PIC 9(1).
       01  WS-OUT-PTR          PIC 9(4).
       LINKAGE                 SECTION.
            COPY    "MCPAREA".
            COPY    "SPAAREA".
           EXIT.
      ************************************************************************
       030-MARK-OUT            SECTION.
           PERFORM 120-LOCK-PRINTERS.
           IF DB-FILELOCK-RC = 2
               MOVE 'printer table busy - try again' TO SCR-QMSG
               PERFORM 080-REFRESH
               EXIT SECTION
           END-IF.
           PERFORM 100-LOAD-PRINTERS.
           PERFORM 110-CHECK-SELECTION.
           IF WS-SEL-IDX NOT = ZERO
               IF SCR-OUTREASON = SPACE OR SCR-OUTREASON = LOW-VALUE
                   MOVE 'enter the reason the printer is out'
                       TO SCR-QMSG
               ELSE
                   MOVE 'OUTOFSVC' TO DB-PRINTER-STATUS(WS-SEL-IDX)
                   PERFORM 200-SAVE-PRINTERS
                   MOVE 'OPEN' TO DB-PRTOUTAGE-FUNC
                   PERFORM 300-LOG-OUTAGE
                   MOVE 'printer marked out of service' TO SCR-QMSG
                   MOVE SPACE TO SCR-OUTREASON
               END-IF
           END-IF.
           PERFORM 130-UNLOCK-PRINTERS.
           PERFORM 090-SHOW-PRINTERS.
           EXIT.
      ************************************************************************
       040-MARK-IN             SECTION.
           PERFORM 120-LOCK-PRINTERS.
           IF DB-FILELOCK-RC = 2
               MOVE 'printer table busy - try again' TO SCR-QMSG
               PERFORM 080-REFRESH
               EXIT SECTION
           END-IF.
           PERFORM 100-LOAD-PRINTERS.
           PERFORM 110-CHECK-SELECTION.
           IF WS-SEL-IDX NOT = ZERO
               MOVE 'INSERVICE' TO DB-PRINTER-STATUS(WS-SEL-IDX)
               PERFORM 200-SAVE-PRINTERS
               MOVE 'CLOSE' TO DB-PRTOUTAGE-FUNC
               PERFORM 300-LOG-OUTAGE
               MOVE 'printer returned to service' TO SCR-QMSG
           END-IF.
           PERFORM 130-UNLOCK-PRINTERS.
           PERFORM 090-SHOW-PRINTERS.
           EXIT.
      ************************************************************************
                   READ PRTFD INTO PRT-LINE
                   IF PRT-FILE-ST = "00" AND PRT-LINE NOT = SPACE
                       ADD 1 TO DB-PRINTER-NUM
                       INITIALIZE DB-PRINTER-ENTRY(DB-PRINTER-NUM)
                       UNSTRING PRT-LINE DELIMITED BY '|'
                           INTO DB-PRINTER-CODE(DB-PRINTER-NUM)
                                DB-PRINTER-DESC(DB-PRINTER-NUM)
                                DB-PRINTER-LOC(DB-PRINTER-NUM)
                                DB-PRINTER-STATUS(DB-PRINTER-NUM)
                                DB-PRINTER-BACKUP(DB-PRINTER-NUM)
                                DB-PRINTER-YIELD(DB-PRINTER-NUM)
                                DB-PRINTER-TONER(DB-PRINTER-NUM)
                                DB-PRINTER-CART-RP(DB-PRINTER-NUM)
                                DB-PRINTER-CONSDATE(DB-PRINTER-NUM)
                                DB-PRINTER-PAPER(DB-PRINTER-NUM 1)
                                DB-PRINTER-REAM(DB-PRINTER-NUM 1)
                                DB-PRINTER-SHEETS(DB-PRINTER-NUM 1)
                                DB-PRINTER-REAM-RP(DB-PRINTER-NUM 1)
                                DB-PRINTER-PAPER(DB-PRINTER-NUM 2)
                                DB-PRINTER-REAM(DB-PRINTER-NUM 2)
                                DB-PRINTER-SHEETS(DB-PRINTER-NUM 2)
                                DB-PRINTER-REAM-RP(DB-PRINTER-NUM 2)
                                DB-PRINTER-PAPER(DB-PRINTER-NUM 3)
                                DB-PRINTER-REAM(DB-PRINTER-NUM 3)
                                DB-PRINTER-SHEETS(DB-PRINTER-NUM 3)
                                DB-PRINTER-REAM-RP(DB-PRINTER-NUM 3)
                   END-IF
               END-PERFORM
               CLOSE PRTFD
               MOVE QTROW TO WS-SEL-IDX
           END-IF.
           EXIT.
      ************************************************************************
       120-LOCK-PRINTERS       SECTION.
           MOVE 'ACQUIRE' TO DB-FILELOCK-FUNC.
           MOVE PRT-FILE TO DB-FILELOCK-FILE.
           MOVE MCP-TERM TO DB-FILELOCK-OWNER.
           MOVE 30 TO DB-FILELOCK-TIMEOUT.
           CALL 'FILELOCK' USING DB-FILELOCK.
           EXIT.
      ************************************************************************
       130-UNLOCK-PRINTERS     SECTION.
           MOVE 'RELEASE' TO DB-FILELOCK-FUNC.
           MOVE PRT-FILE TO DB-FILELOCK-FILE.
           MOVE MCP-TERM TO DB-FILELOCK-OWNER.
           CALL 'FILELOCK' USING DB-FILELOCK.
           EXIT.
      ************************************************************************
       200-SAVE-PRINTERS       SECTION.
           OPEN OUTPUT PRTFD.
           PERFORM VARYING WS-PRT-IDX FROM 1 BY 1
                     UNTIL WS-PRT-IDX > DB-PRINTER-NUM
               MOVE SPACE TO PRT-LINE
               MOVE 1 TO WS-OUT-PTR
               STRING DB-PRINTER-CODE(WS-PRT-IDX)
                                          DELIMITED BY SPACE
                      '|'                 DELIMITED BY SIZE
                      '|'                 DELIMITED BY SIZE
                      DB-PRINTER-BACKUP(WS-PRT-IDX)
                                          DELIMITED BY SPACE
                      '|'                 DELIMITED BY SIZE
                      DB-PRINTER-YIELD(WS-PRT-IDX)
                                          DELIMITED BY SIZE
                      '|'                 DELIMITED BY SIZE
                      DB-PRINTER-TONER(WS-PRT-IDX)
                                          DELIMITED BY SIZE
                      '|'                 DELIMITED BY SIZE
                      DB-PRINTER-CART-RP(WS-PRT-IDX)
                                          DELIMITED BY SIZE
                      '|'                 DELIMITED BY SIZE
                      DB-PRINTER-CONSDATE(WS-PRT-IDX)
                                          DELIMITED BY SPACE
                      INTO PRT-LINE
                      WITH POINTER WS-OUT-PTR
               END-STRING
               PERFORM VARYING WS-STK-IDX FROM 1 BY 1
                         UNTIL WS-STK-IDX > 3
                   STRING '|'             DELIMITED BY SIZE
                          DB-PRINTER-PAPER(WS-PRT-IDX WS-STK-IDX)
                                          DELIMITED BY SPACE
                          '|'             DELIMITED BY SIZE
                          DB-PRINTER-REAM(WS-PRT-IDX WS-STK-IDX)
                                          DELIMITED BY SIZE
                          '|'             DELIMITED BY SIZE
                          DB-PRINTER-SHEETS(WS-PRT-IDX WS-STK-IDX)
                                          DELIMITED BY SIZE
                          '|'             DELIMITED BY SIZE
                          DB-PRINTER-REAM-RP(WS-PRT-IDX WS-STK-IDX)
                                          DELIMITED BY SIZE
                          INTO PRT-LINE
                          WITH POINTER WS-OUT-PTR
                   END-STRING
               END-PERFORM
               WRITE PRT-LINE
           END-PERFORM.
           CLOSE PRTFD.
           EXIT.
      ************************************************************************
       300-LOG-OUTAGE          SECTION.
      * EVERY CHANGE OF STATUS MADE HERE OPENS OR CLOSES THE PRINTER'S
      * ENTRY IN THE OUTAGE LOG, FOR THE MONTHLY AVAILABILITY REPORT.
      * DB-PRTOUTAGE-FUNC IS SET BY THE CALLER.
           MOVE DB-PRINTER-CODE(WS-SEL-IDX) TO DB-PRTOUTAGE-PRINTER.
           MOVE SCR-OUTREASON TO DB-PRTOUTAGE-REASON.
           MOVE 'PRTMAINT' TO DB-PRTOUTAGE-SOURCE.
           MOVE MCP-USER TO DB-PRTOUTAGE-USER.
           CALL 'PRTOUTAGE' USING DB-PRTOUTAGE.
           IF DB-PRTOUTAGE-RC = 2 OR DB-PRTOUTAGE-RC = 3
               DISPLAY 'outage not logged for '
                   DB-PRTOUTAGE-PRINTER ' - rc ' DB-PRTOUTAGE-RC
           END-IF.
           EXIT.
      ************************************************************************
       500-PRINTERS-TO-TABLE   SECTION.
           MOVE QTROW TO WS-SEL-IDX.
