       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PRTSUPPLY.
      ******************************************************************
      * PRINTER CONSUMABLES REPLENISHMENT.  ONE ROW PER PRINTER FOR
      * TONER AND ONE PER PAPER SIZE STOCKED AT IT, SHOWING STOCK ON
      * HAND IN CARTRIDGES OR REAMS AND THE REORDER POINT.
      *   DELIVER - ADDS SCR-SUPQTY CARTRIDGES OR REAMS TO THE
      *             SELECTED ROW AND LOGS THE DELIVERY.
      *   SET     - SETS THE CARTRIDGE YIELD OR SHEETS PER REAM
      *             (SCR-SUPSIZE) AND REORDER POINT (SCR-SUPRP) OF
      *             THE SELECTED ROW.  WITH A PAPER SIZE IN
      *             SCR-SUPPAPER IT SETS THAT SIZE AT THE SELECTED
      *             ROW'S PRINTER, ADDING IT IF NOT YET STOCKED THERE.
      * ZERO SIZE OR REORDER POINT ON SET LEAVES THAT VALUE AS IT IS.
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
           SELECT PRTFD    ASSIGN TO PRT-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS PRT-FILE-ST.
           SELECT DLVFD    ASSIGN TO DLV-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS DLV-FILE-ST.
       DATA                DIVISION.
       FILE                SECTION.
           FD  PRTFD.
           01  PRT-LINE            PIC X(250).
           FD  DLVFD.
           01  DLV-LINE            PIC X(132).
       WORKING-STORAGE     SECTION.
            COPY    "DB-PRINTER".
            COPY    "DB-FILELOCK".
       01  PRT-FILE            PIC X(80)
                               VALUE './cobol/printer-defs.dat'.
       01  PRT-FILE-ST         PIC X(02).
       01  DLV-FILE            PIC X(80)
                          VALUE './cobol/consumables-deliveries.log'.
       01  DLV-FILE-ST         PIC X(02).
       01  WS-PRT-IDX          PIC 9(4).
       01  WS-STK-IDX          PIC 9(1).
       01  WS-SEL-IDX          PIC 9(4).
       01  WS-SEL-PRT          PIC 9(4).
       01  WS-SEL-STK          PIC 9(1).
       01  WS-OUT-PTR          PIC 9(4).
       01  WS-TIMESTAMP        PIC X(21).
       01  WS-ITEM             PIC X(8).
       01  WS-ADD-AMOUNT       PIC 9(9).
       01  WS-NEW-AMOUNT       PIC 9(9).
       01  WS-UNITS            PIC 9(7)V9.
       01  WS-EDIT-UNITS       PIC ZZZZZZ9.9.
       01  WS-EDIT-RP          PIC ZZZ9.
       01  WS-EDIT-QTY         PIC ZZZZ9.
      * ROW OF THE TABLE TO PRINTER AND STOCK SLOT (0 = TONER).
       01  WS-ROW-MAP.
           05  WS-ROW-ENTRY OCCURS 80 TIMES.
               10  WS-ROW-PRT          PIC 9(4).
               10  WS-ROW-STK          PIC 9(1).
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
           DISPLAY 'prtsupply widget:' MCP-WIDGET
           EVALUATE    MCP-STATUS      ALSO    MCP-WIDGET
             WHEN     'LINK'           ALSO    ANY
               PERFORM 010-INIT
             WHEN     'PUTG'           ALSO    'queuetable'
               PERFORM 020-ROW-CLICKED
             WHEN     'PUTG'           ALSO    'deliverbutton'
               PERFORM 030-DELIVER
             WHEN     'PUTG'           ALSO    'setbutton'
               PERFORM 040-SET-STOCK
             WHEN     'PUTG'           ALSO    'refreshbutton'
               PERFORM 080-REFRESH
           END-EVALUATE.
           EXIT    PROGRAM.
      ************************************************************************
       010-INIT                SECTION.
           INITIALIZE QUEUETABLE.
           MOVE 2 TO QTROWATTR.
           MOVE SPACE TO SCR-QMSG.
           MOVE 0 TO SCR-SUPQTY SCR-SUPSIZE SCR-SUPRP.
           MOVE SPACE TO SCR-SUPPAPER.
           PERFORM 100-LOAD-PRINTERS.
           PERFORM 500-STOCK-TO-TABLE.
           MOVE   'NEW'        TO  MCP-PUTTYPE.
           MOVE   'prtsupply'  TO  MCP-WINDOW.
           PERFORM 900-PUT-WINDOW.
           EXIT.
      ************************************************************************
       020-ROW-CLICKED         SECTION.
           MOVE SPACE TO SCR-QMSG.
           MOVE   'PUTG'       TO  MCP-PUTTYPE.
           MOVE   'prtsupply'  TO  MCP-WINDOW.
           PERFORM 900-PUT-WINDOW.
           EXIT.
      ************************************************************************
       030-DELIVER             SECTION.
           IF SCR-SUPQTY NOT NUMERIC OR SCR-SUPQTY = ZERO
               MOVE 'enter the quantity delivered' TO SCR-QMSG
               PERFORM 080-REFRESH
               EXIT SECTION
           END-IF.
           PERFORM 120-LOCK-PRINTERS.
           IF DB-FILELOCK-RC = 2
               MOVE 'printer table busy - try again' TO SCR-QMSG
               PERFORM 080-REFRESH
               EXIT SECTION
           END-IF.
           PERFORM 100-LOAD-PRINTERS.
           PERFORM 110-CHECK-SELECTION.
           IF WS-SEL-PRT NOT = ZERO
               IF WS-SEL-STK = ZERO
                   PERFORM 310-DELIVER-TONER
               ELSE
                   PERFORM 320-DELIVER-PAPER
               END-IF
           END-IF.
           PERFORM 130-UNLOCK-PRINTERS.
           PERFORM 090-SHOW-STOCK.
           EXIT.
      ************************************************************************
       040-SET-STOCK           SECTION.
           PERFORM 120-LOCK-PRINTERS.
           IF DB-FILELOCK-RC = 2
               MOVE 'printer table busy - try again' TO SCR-QMSG
               PERFORM 080-REFRESH
               EXIT SECTION
           END-IF.
           PERFORM 100-LOAD-PRINTERS.
           PERFORM 110-CHECK-SELECTION.
           IF WS-SEL-PRT NOT = ZERO
               IF SCR-SUPPAPER NOT = SPACE
                   PERFORM 410-FIND-PAPER
               END-IF
           END-IF.
           IF WS-SEL-PRT NOT = ZERO AND WS-SEL-STK NOT = ZERO
              AND SCR-SUPSIZE IS NUMERIC AND SCR-SUPSIZE > 9999
               MOVE 'sheets per ream cannot exceed 9999' TO SCR-QMSG
               MOVE 0 TO WS-SEL-PRT
           END-IF.
           IF WS-SEL-PRT NOT = ZERO
               IF WS-SEL-STK = ZERO
                   IF SCR-SUPSIZE IS NUMERIC AND SCR-SUPSIZE > ZERO
                       MOVE SCR-SUPSIZE
                         TO DB-PRINTER-YIELD(WS-SEL-PRT)
                   END-IF
                   IF SCR-SUPRP IS NUMERIC AND SCR-SUPRP > ZERO
                       MOVE SCR-SUPRP
                         TO DB-PRINTER-CART-RP(WS-SEL-PRT)
                   END-IF
               ELSE
                   IF SCR-SUPSIZE IS NUMERIC AND SCR-SUPSIZE > ZERO
                       MOVE SCR-SUPSIZE
                         TO DB-PRINTER-REAM(WS-SEL-PRT WS-SEL-STK)
                   END-IF
                   IF SCR-SUPRP IS NUMERIC AND SCR-SUPRP > ZERO
                       MOVE SCR-SUPRP
                         TO DB-PRINTER-REAM-RP(WS-SEL-PRT WS-SEL-STK)
                   END-IF
               END-IF
               PERFORM 200-SAVE-PRINTERS
               MOVE 'consumable settings saved' TO SCR-QMSG
           END-IF.
           PERFORM 130-UNLOCK-PRINTERS.
           PERFORM 090-SHOW-STOCK.
           EXIT.
      ************************************************************************
       080-REFRESH             SECTION.
           PERFORM 100-LOAD-PRINTERS.
           PERFORM 090-SHOW-STOCK.
           EXIT.
      ************************************************************************
       090-SHOW-STOCK          SECTION.
           PERFORM 500-STOCK-TO-TABLE.
           MOVE   'PUTG'       TO  MCP-PUTTYPE.
           MOVE   'prtsupply'  TO  MCP-WINDOW.
           PERFORM 900-PUT-WINDOW.
           EXIT.
      ************************************************************************
       100-LOAD-PRINTERS       SECTION.
           MOVE 0 TO DB-PRINTER-NUM.
           OPEN INPUT PRTFD.
           IF PRT-FILE-ST = "00"
               PERFORM UNTIL PRT-FILE-ST NOT = "00"
                        OR DB-PRINTER-NUM >= 20
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
           ELSE
               DISPLAY 'no printer definition table'
           END-IF.
           EXIT.
      ************************************************************************
       110-CHECK-SELECTION     SECTION.
      * THE ROW MAP IS REBUILT FROM THE TABLE JUST LOADED, SO A ROW
      * SELECTED BEFORE ANOTHER TERMINAL CHANGED THE TABLE STILL
      * RESOLVES TO A PRINTER AND SLOT THAT EXIST.
           PERFORM 510-BUILD-ROW-MAP.
           MOVE 0 TO WS-SEL-PRT WS-SEL-STK.
           IF QTROW = ZERO OR QTROW > WS-SEL-IDX
               MOVE 'select a printer consumable first' TO SCR-QMSG
           ELSE
               MOVE WS-ROW-PRT(QTROW) TO WS-SEL-PRT
               MOVE WS-ROW-STK(QTROW) TO WS-SEL-STK
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
                      DB-PRINTER-DESC(WS-PRT-IDX)
                                          DELIMITED BY '  '
                      '|'                 DELIMITED BY SIZE
                      DB-PRINTER-LOC(WS-PRT-IDX)
                                          DELIMITED BY '  '
                      '|'                 DELIMITED BY SIZE
                      DB-PRINTER-STATUS(WS-PRT-IDX)
                                          DELIMITED BY SPACE
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
       310-DELIVER-TONER       SECTION.
      * TONER IS HELD AS IMPRESSIONS, SO A CARTRIDGE YIELD IS NEEDED
      * BEFORE CARTRIDGES CAN BE BOOKED IN.
           IF DB-PRINTER-YIELD(WS-SEL-PRT) = ZERO
               MOVE 'set the cartridge yield first' TO SCR-QMSG
               EXIT SECTION
           END-IF.
           COMPUTE WS-ADD-AMOUNT =
               SCR-SUPQTY * DB-PRINTER-YIELD(WS-SEL-PRT).
           COMPUTE WS-NEW-AMOUNT =
               DB-PRINTER-TONER(WS-SEL-PRT) + WS-ADD-AMOUNT.
           IF WS-NEW-AMOUNT > 99999999
               MOVE 'quantity too large' TO SCR-QMSG
               EXIT SECTION
           END-IF.
           MOVE WS-NEW-AMOUNT TO DB-PRINTER-TONER(WS-SEL-PRT).
           PERFORM 200-SAVE-PRINTERS.
           MOVE 'TONER' TO WS-ITEM.
           PERFORM 350-LOG-DELIVERY.
           MOVE 'delivery recorded' TO SCR-QMSG.
           EXIT.
      ************************************************************************
       320-DELIVER-PAPER       SECTION.
           IF DB-PRINTER-REAM(WS-SEL-PRT WS-SEL-STK) = ZERO
               MOVE 'set the sheets per ream first' TO SCR-QMSG
               EXIT SECTION
           END-IF.
           COMPUTE WS-ADD-AMOUNT =
               SCR-SUPQTY * DB-PRINTER-REAM(WS-SEL-PRT WS-SEL-STK).
           COMPUTE WS-NEW-AMOUNT =
               DB-PRINTER-SHEETS(WS-SEL-PRT WS-SEL-STK) + WS-ADD-AMOUNT.
           IF WS-NEW-AMOUNT > 99999999
               MOVE 'quantity too large' TO SCR-QMSG
               EXIT SECTION
           END-IF.
           MOVE WS-NEW-AMOUNT
             TO DB-PRINTER-SHEETS(WS-SEL-PRT WS-SEL-STK).
           PERFORM 200-SAVE-PRINTERS.
           MOVE DB-PRINTER-PAPER(WS-SEL-PRT WS-SEL-STK) TO WS-ITEM.
           PERFORM 350-LOG-DELIVERY.
           MOVE 'delivery recorded' TO SCR-QMSG.
           EXIT.
      ************************************************************************
       350-LOG-DELIVERY        SECTION.
           MOVE FUNCTION CURRENT-DATE(1:21) TO WS-TIMESTAMP.
           MOVE SCR-SUPQTY TO WS-EDIT-QTY.
           OPEN EXTEND DLVFD.
           IF DLV-FILE-ST = "05" OR "35"
               OPEN OUTPUT DLVFD
           END-IF.
           IF DLV-FILE-ST NOT = "00"
               DISPLAY 'cannot open consumables delivery log'
           ELSE
               MOVE SPACE TO DLV-LINE
               STRING WS-TIMESTAMP    DELIMITED BY SPACE
                      '|'             DELIMITED BY SIZE
                      MCP-USER        DELIMITED BY SPACE
                      '|'             DELIMITED BY SIZE
                      DB-PRINTER-CODE(WS-SEL-PRT)
                                      DELIMITED BY SPACE
                      '|'             DELIMITED BY SIZE
                      WS-ITEM         DELIMITED BY SPACE
                      '|'             DELIMITED BY SIZE
                      FUNCTION TRIM(WS-EDIT-QTY)
                                      DELIMITED BY SIZE
                      INTO DLV-LINE
               END-STRING
               WRITE DLV-LINE
               CLOSE DLVFD
           END-IF.
           EXIT.
      ************************************************************************
       410-FIND-PAPER          SECTION.
      * THE PAPER SIZE KEYED IS LOOKED FOR AT THE SELECTED PRINTER
      * AND TAKES THE FIRST FREE SLOT IF IT IS NOT STOCKED THERE YET.
           MOVE FUNCTION UPPER-CASE(SCR-SUPPAPER) TO SCR-SUPPAPER.
           MOVE 0 TO WS-SEL-STK.
           PERFORM VARYING WS-STK-IDX FROM 1 BY 1
                     UNTIL WS-STK-IDX > 3
               IF DB-PRINTER-PAPER(WS-SEL-PRT WS-STK-IDX)
                      = SCR-SUPPAPER
                   MOVE WS-STK-IDX TO WS-SEL-STK
               END-IF
           END-PERFORM.
           IF WS-SEL-STK = ZERO
               PERFORM VARYING WS-STK-IDX FROM 1 BY 1
                         UNTIL WS-STK-IDX > 3
                            OR WS-SEL-STK NOT = ZERO
                   IF DB-PRINTER-PAPER(WS-SEL-PRT WS-STK-IDX) = SPACE
                       MOVE WS-STK-IDX TO WS-SEL-STK
                       MOVE SCR-SUPPAPER
                         TO DB-PRINTER-PAPER(WS-SEL-PRT WS-SEL-STK)
                       MOVE 500
                         TO DB-PRINTER-REAM(WS-SEL-PRT WS-SEL-STK)
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-SEL-STK = ZERO
               MOVE 'printer already stocks three paper sizes'
                 TO SCR-QMSG
               MOVE 0 TO WS-SEL-PRT
           END-IF.
           EXIT.
      ************************************************************************
       500-STOCK-TO-TABLE      SECTION.
           MOVE QTROW TO WS-SEL-IDX.
           INITIALIZE QUEUETABLE.
           MOVE 2 TO QTROWATTR.
           MOVE WS-SEL-IDX TO QTROW.
           PERFORM VARYING WS-PRT-IDX FROM 1 BY 1
                     UNTIL WS-PRT-IDX > DB-PRINTER-NUM
               ADD 1 TO QROWCNT
               MOVE DB-PRINTER-CODE(WS-PRT-IDX) TO QCELL1(QROWCNT)
               MOVE 'TONER' TO QCELL2(QROWCNT)
               MOVE 0 TO WS-UNITS
               IF DB-PRINTER-YIELD(WS-PRT-IDX) > ZERO
                   COMPUTE WS-UNITS ROUNDED =
                       DB-PRINTER-TONER(WS-PRT-IDX)
                       / DB-PRINTER-YIELD(WS-PRT-IDX)
               END-IF
               MOVE WS-UNITS TO WS-EDIT-UNITS
               MOVE DB-PRINTER-CART-RP(WS-PRT-IDX) TO WS-EDIT-RP
               MOVE WS-EDIT-UNITS TO QCELL3(QROWCNT)
               MOVE WS-EDIT-RP TO QCELL4(QROWCNT)
               PERFORM VARYING WS-STK-IDX FROM 1 BY 1
                         UNTIL WS-STK-IDX > 3
                   IF DB-PRINTER-PAPER(WS-PRT-IDX WS-STK-IDX)
                          NOT = SPACE
                       ADD 1 TO QROWCNT
                       MOVE DB-PRINTER-CODE(WS-PRT-IDX)
                         TO QCELL1(QROWCNT)
                       MOVE DB-PRINTER-PAPER(WS-PRT-IDX WS-STK-IDX)
                         TO QCELL2(QROWCNT)
                       MOVE 0 TO WS-UNITS
                       IF DB-PRINTER-REAM(WS-PRT-IDX WS-STK-IDX)
                              > ZERO
                           COMPUTE WS-UNITS ROUNDED =
                             DB-PRINTER-SHEETS(WS-PRT-IDX WS-STK-IDX)
                             / DB-PRINTER-REAM(WS-PRT-IDX WS-STK-IDX)
                       END-IF
                       MOVE WS-UNITS TO WS-EDIT-UNITS
                       MOVE DB-PRINTER-REAM-RP(WS-PRT-IDX WS-STK-IDX)
                         TO WS-EDIT-RP
                       MOVE WS-EDIT-UNITS TO QCELL3(QROWCNT)
                       MOVE WS-EDIT-RP TO QCELL4(QROWCNT)
                   END-IF
               END-PERFORM
           END-PERFORM.
           EXIT.
      ************************************************************************
       510-BUILD-ROW-MAP       SECTION.
      * SAME ROW ORDER AS 500-STOCK-TO-TABLE; WS-SEL-IDX ENDS AS THE
      * NUMBER OF ROWS.
           MOVE 0 TO WS-SEL-IDX.
           PERFORM VARYING WS-PRT-IDX FROM 1 BY 1
                     UNTIL WS-PRT-IDX > DB-PRINTER-NUM
               ADD 1 TO WS-SEL-IDX
               MOVE WS-PRT-IDX TO WS-ROW-PRT(WS-SEL-IDX)
               MOVE 0 TO WS-ROW-STK(WS-SEL-IDX)
               PERFORM VARYING WS-STK-IDX FROM 1 BY 1
                         UNTIL WS-STK-IDX > 3
                   IF DB-PRINTER-PAPER(WS-PRT-IDX WS-STK-IDX)
                          NOT = SPACE
                       ADD 1 TO WS-SEL-IDX
                       MOVE WS-PRT-IDX TO WS-ROW-PRT(WS-SEL-IDX)
                       MOVE WS-STK-IDX TO WS-ROW-STK(WS-SEL-IDX)
                   END-IF
               END-PERFORM
           END-PERFORM.
           EXIT.
      ************************************************************************
       900-PUT-WINDOW          SECTION.
           CALL 'BANNER' USING
                MCPAREA
                LINKAREA.
           MOVE   'PUTWINDOW'  TO  MCP-FUNC.
           CALL   'MONFUNC'     USING
                MCPAREA.
           EXIT.
