       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         WINDOW1.
      ******************************************************************
      * SPREADSHEET IMPORT/EXPORT FOR THE GRID.  AN IMPORTED SHEET
      * CAN ALSO BE LOADED INTO ONE OF THE MASTER FILES NAMED IN
      * SCR-LDTARGET: VALIDATE CHECKS EVERY ROW AGAINST THAT MASTER'S
      * RULES, LOAD APPLIES A SHEET WITH NO ROW IN ERROR, AND UNDO
      * PUTS THE MASTER BACK AS IT STOOD BEFORE THE LAST LOAD.
      * THE SHEET CARRIES THE MASTER'S FIELDS IN RECORD ORDER.
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION           SECTION.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
           SELECT IMPFD    ASSIGN TO IMP-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS IMP-FILE-ST.
           SELECT MSTFD    ASSIGN TO MST-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS MST-FILE-ST.
           SELECT UNDOFD   ASSIGN TO UNDO-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS UNDO-FILE-ST.
           SELECT PRTFD    ASSIGN TO PRT-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS PRT-FILE-ST.
           SELECT AUDFD    ASSIGN TO AUD-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS AUD-FILE-ST.
       DATA                DIVISION.
       FILE                SECTION.
           FD  IMPFD.
           01  IMP-LINE            PIC X(1000).
           FD  MSTFD.
           01  MST-LINE            PIC X(300).
           FD  UNDOFD.
           01  UNDO-LINE           PIC X(300).
           FD  PRTFD.
           01  PRT-LINE            PIC X(250).
           FD  AUDFD.
           01  AUD-LINE            PIC X(200).
       WORKING-STORAGE         SECTION.
            COPY    "DB-WORK".
            COPY    "DB-AUTH".
            COPY    "DB-DEPTMAST".
            COPY    "DB-FILELOCK".
       01  IMP-FILE            PIC X(80).
       01  IMP-FILE-ST         PIC X(02).
       01  MST-FILE            PIC X(80).
       01  MST-FILE-ST         PIC X(02).
       01  UNDO-FILE           PIC X(85).
       01  UNDO-FILE-ST        PIC X(02).
       01  PRT-FILE            PIC X(80)
                               VALUE './cobol/printer-defs.dat'.
       01  PRT-FILE-ST         PIC X(02).
       01  AUD-FILE            PIC X(80)
                               VALUE './cobol/master-load-audit.log'.
       01  AUD-FILE-ST         PIC X(02).
       01  LD-KIND             PIC X(1).
       01  LD-FLD-MAX          PIC 9(2).
       01  LD-CAPACITY         PIC 9(3).
       01  LD-HEADING          PIC X(10).
       01  LD-WORD             PIC X(10).
       01  LD-ALLOWED          PIC X(1).
       01  LD-FOUND            PIC X(1).
       01  LD-PRINTER          PIC X(80).
       01  LD-DEPT             PIC X(80).
       01  LD-KEY              PIC X(41).
       01  LD-ERR              PIC X(40).
       01  LD-NUM-IDX          PIC 9(2).
       01  LD-NUMBER           PIC 9(8).
       01  LD-MST-IDX          PIC 9(3).
       01  LD-ERRORS           PIC 9(3).
       01  LD-ADDED            PIC 9(3).
       01  LD-CHANGED          PIC 9(3).
       01  LD-TIMESTAMP        PIC X(21).
       01  LD-AUDIT-ACTION     PIC X(4).
       01  LD-FIELDS.
           05  LD-FLD          PIC X(80) OCCURS 21 TIMES.
      * THE TARGET MASTER AS IT STANDS, WITH EACH RECORD'S KEY.
       01  LD-MASTER.
           05  LD-MST-NUM          PIC 9(3).
           05  LD-MST-ENTRY OCCURS 200 TIMES.
               10  LD-MST-KEY      PIC X(41).
               10  LD-MST-LINE     PIC X(300).
      * THE SHEET'S ROWS AND WHAT THE LOAD WOULD DO WITH EACH.
       01  LD-ROWS.
           05  LD-ROW-NUM          PIC 9(3).
           05  LD-ROW-ENTRY OCCURS 100 TIMES.
               10  LD-ROW-KEY      PIC X(41).
               10  LD-ROW-ACTION   PIC X(6).
               10  LD-ROW-MSG      PIC X(40).
               10  LD-ROW-FIELDS   PIC X(1680).
       01  LD-PRINTERS.
           05  LD-PRT-NUM          PIC 9(3).
           05  LD-PRT-CODE OCCURS 200 TIMES
                                   PIC X(41).
       01  WS-ROW              PIC 9(3) VALUE 0.
       01  WS-I                PIC 9(3) VALUE 0.
       01  WS-POINTER          PIC 9(8) VALUE 0.
       01  WS-TEXTLEN          PIC 9(8) VALUE 0.
               PERFORM  700-IMPORT
             WHEN      'PUTG'          ALSO    'button3'
               PERFORM  800-EXPORT
             WHEN      'PUTG'          ALSO    'validatebutton'
               PERFORM  720-VALIDATE-LOAD
             WHEN      'PUTG'          ALSO    'loadbutton'
               PERFORM  750-APPLY-LOAD
             WHEN      'PUTG'          ALSO    'undobutton'
               PERFORM  770-UNDO-LOAD
             WHEN      ANY             ALSO    ANY
               PERFORM  200-EVENT
           END-EVALUATE.
               END-IF
           END-PERFORM.
           EXIT.
      ************************************************************************
       720-VALIDATE-LOAD      SECTION.
           DISPLAY 'event validate load'.
           PERFORM 780-CHECK-AUTHORITY.
           IF LD-ALLOWED = 'Y'
               PERFORM 721-PREPARE-TARGET
           END-IF.
           IF LD-ALLOWED = 'Y' AND LD-KIND NOT = SPACE
               PERFORM 722-LOAD-MASTER
               PERFORM 726-READ-IMPORT
               PERFORM 745-SHOW-RESULTS
           END-IF.
           MOVE   'window1' TO  MCP-WINDOW.
           PERFORM 900-PUT-WINDOW.
           EXIT.
      ************************************************************************
       721-PREPARE-TARGET     SECTION.
      * THE TARGET IS NAMED BY ITS MASTER FILE.  EACH MASTER KEEPS
      * ITS OWN RECORD LAYOUT, KEY, CAPACITY AND HEADING WORD (A
      * FIRST CSV ROW WHOSE KEY COLUMN READS AS THE HEADING WORD IS
      * TAKEN AS A HEADING AND SKIPPED).
           MOVE SPACE TO LD-KIND.
           MOVE SPACE TO SCR-LDMSG.
           EVALUATE SCR-LDTARGET
             WHEN 'printer-defs.dat'
               MOVE 'P' TO LD-KIND
               MOVE 21  TO LD-FLD-MAX
               MOVE 20  TO LD-CAPACITY
               MOVE 'CODE' TO LD-HEADING
             WHEN 'printer-routes.dat'
               MOVE 'R' TO LD-KIND
               MOVE 2   TO LD-FLD-MAX
               MOVE 50  TO LD-CAPACITY
               MOVE 'DEPT' TO LD-HEADING
             WHEN 'terminal-master.dat'
               MOVE 'T' TO LD-KIND
               MOVE 4   TO LD-FLD-MAX
               MOVE 100 TO LD-CAPACITY
               MOVE 'TERMINAL' TO LD-HEADING
             WHEN 'download-catalog.dat'
               MOVE 'C' TO LD-KIND
               MOVE 9   TO LD-FLD-MAX
               MOVE 50  TO LD-CAPACITY
               MOVE 'CODE' TO LD-HEADING
             WHEN 'distribution-lists.dat'
               MOVE 'D' TO LD-KIND
               MOVE 2   TO LD-FLD-MAX
               MOVE 100 TO LD-CAPACITY
               MOVE 'LISTNAME' TO LD-HEADING
             WHEN 'print-budgets.dat'
               MOVE 'B' TO LD-KIND
               MOVE 4   TO LD-FLD-MAX
               MOVE 50  TO LD-CAPACITY
               MOVE 'DEPT' TO LD-HEADING
             WHEN OTHER
               MOVE 'choose a master file to load' TO SCR-LDMSG
               EXIT SECTION
           END-EVALUATE.
           MOVE SPACE TO MST-FILE.
           STRING './cobol/'     DELIMITED BY SIZE
                  SCR-LDTARGET   DELIMITED BY SPACE
                  INTO MST-FILE
           END-STRING.
           MOVE SPACE TO UNDO-FILE.
           STRING MST-FILE       DELIMITED BY SPACE
                  '.undo'        DELIMITED BY SIZE
                  INTO UNDO-FILE
           END-STRING.
           MOVE SPACE TO IMP-FILE.
           STRING './cobol/' MCP-TERM '-tablexim-import.dat'
             DELIMITED BY SIZE
             INTO IMP-FILE.
           EXIT.
      ************************************************************************
       722-LOAD-MASTER        SECTION.
           MOVE 0 TO LD-MST-NUM.
           OPEN INPUT MSTFD.
           IF MST-FILE-ST NOT = "00"
               DISPLAY 'master not on file yet: ' MST-FILE
               EXIT SECTION
           END-IF.
           PERFORM UNTIL MST-FILE-ST NOT = "00"
                    OR LD-MST-NUM >= 200
               READ MSTFD INTO MST-LINE
               IF MST-FILE-ST = "00" AND MST-LINE NOT = SPACE
                   ADD 1 TO LD-MST-NUM
                   MOVE MST-LINE TO LD-MST-LINE(LD-MST-NUM)
                   MOVE SPACE TO LD-FLD(1) LD-FLD(2)
                   UNSTRING MST-LINE DELIMITED BY '|'
                       INTO LD-FLD(1) LD-FLD(2)
                   END-UNSTRING
                   PERFORM 728-MAKE-KEY
                   MOVE LD-KEY TO LD-MST-KEY(LD-MST-NUM)
               END-IF
           END-PERFORM.
           CLOSE MSTFD.
           EXIT.
      ************************************************************************
       724-LOAD-PRINTER-CODES SECTION.
      * BACKUP PRINTERS AND ROUTE DESTINATIONS MUST NAME A PRINTER
      * ALREADY DEFINED OR DEFINED BY THE SAME LOAD.
           MOVE 0 TO LD-PRT-NUM.
           IF LD-KIND = 'P'
               PERFORM VARYING WS-I FROM 1 BY 1
                         UNTIL WS-I > LD-MST-NUM
                   ADD 1 TO LD-PRT-NUM
                   MOVE LD-MST-KEY(WS-I) TO LD-PRT-CODE(LD-PRT-NUM)
               END-PERFORM
               PERFORM VARYING WS-I FROM 1 BY 1
                         UNTIL WS-I > LD-ROW-NUM
                   IF LD-PRT-NUM < 200
                       ADD 1 TO LD-PRT-NUM
                       MOVE LD-ROW-KEY(WS-I) TO LD-PRT-CODE(LD-PRT-NUM)
                   END-IF
               END-PERFORM
               EXIT SECTION
           END-IF.
           OPEN INPUT PRTFD.
           IF PRT-FILE-ST NOT = "00"
               EXIT SECTION
           END-IF.
           PERFORM UNTIL PRT-FILE-ST NOT = "00"
                    OR LD-PRT-NUM >= 200
               READ PRTFD INTO PRT-LINE
               IF PRT-FILE-ST = "00" AND PRT-LINE NOT = SPACE
                   ADD 1 TO LD-PRT-NUM
                   UNSTRING PRT-LINE DELIMITED BY '|'
                       INTO LD-PRT-CODE(LD-PRT-NUM)
                   END-UNSTRING
               END-IF
           END-PERFORM.
           CLOSE PRTFD.
           EXIT.
      ************************************************************************
       726-READ-IMPORT        SECTION.
      * THE IMPORTED SPREADSHEET IS READ BACK IN FULL, SINCE THE GRID
      * ONLY CARRIES ITS FIRST FOUR COLUMNS.  EVERY ROW IS SPLIT AND
      * KEYED FIRST, THEN CHECKED, SO A ROW MAY REFER TO ONE FURTHER
      * DOWN THE SHEET.
           MOVE 0 TO LD-ROW-NUM.
           MOVE 0 TO LD-ERRORS LD-ADDED LD-CHANGED.
           OPEN INPUT IMPFD.
           IF IMP-FILE-ST NOT = "00"
               MOVE 'import a spreadsheet first' TO SCR-LDMSG
               EXIT SECTION
           END-IF.
           PERFORM UNTIL IMP-FILE-ST NOT = "00"
                    OR LD-ROW-NUM >= 100
               READ IMPFD INTO IMP-LINE
               INSPECT IMP-LINE REPLACING ALL X'0D' BY SPACE
               IF IMP-FILE-ST = "00" AND IMP-LINE NOT = SPACE
                   PERFORM 727-SPLIT-ROW
               END-IF
           END-PERFORM.
           CLOSE IMPFD.
           PERFORM 724-LOAD-PRINTER-CODES.
           PERFORM VARYING WS-ROW FROM 1 BY 1
                     UNTIL WS-ROW > LD-ROW-NUM
               PERFORM 730-CHECK-ROW
           END-PERFORM.
           EXIT.
      ************************************************************************
       727-SPLIT-ROW          SECTION.
           MOVE SPACE TO LD-FIELDS.
           UNSTRING IMP-LINE DELIMITED BY ','
               INTO LD-FLD(1)  LD-FLD(2)  LD-FLD(3)  LD-FLD(4)
                    LD-FLD(5)  LD-FLD(6)  LD-FLD(7)  LD-FLD(8)
                    LD-FLD(9)  LD-FLD(10) LD-FLD(11) LD-FLD(12)
                    LD-FLD(13) LD-FLD(14) LD-FLD(15) LD-FLD(16)
                    LD-FLD(17) LD-FLD(18) LD-FLD(19) LD-FLD(20)
                    LD-FLD(21)
           END-UNSTRING.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 21
               IF LD-FLD(WS-I)(1:1) = SPACE
                   MOVE FUNCTION TRIM(LD-FLD(WS-I)) TO LD-FLD(WS-I)
               END-IF
           END-PERFORM.
           IF LD-ROW-NUM = ZERO
               MOVE LD-FLD(1) TO LD-WORD
               INSPECT LD-WORD CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                   TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               IF LD-WORD = LD-HEADING
                   EXIT SECTION
               END-IF
           END-IF.
           ADD 1 TO LD-ROW-NUM.
           MOVE LD-FIELDS TO LD-ROW-FIELDS(LD-ROW-NUM).
           PERFORM 728-MAKE-KEY.
           MOVE LD-KEY TO LD-ROW-KEY(LD-ROW-NUM).
           MOVE SPACE TO LD-ROW-ACTION(LD-ROW-NUM).
           MOVE SPACE TO LD-ROW-MSG(LD-ROW-NUM).
           EXIT.
      ************************************************************************
       728-MAKE-KEY           SECTION.
      * A DISTRIBUTION LIST ENTRY IS KEYED ON LIST AND TERMINAL; EVERY
      * OTHER MASTER ON ITS FIRST FIELD.
           MOVE SPACE TO LD-KEY.
           IF LD-KIND = 'D'
               STRING LD-FLD(1)  DELIMITED BY SPACE
                      '|'        DELIMITED BY SIZE
                      LD-FLD(2)  DELIMITED BY SPACE
                      INTO LD-KEY
               END-STRING
           ELSE
               MOVE LD-FLD(1) TO LD-KEY
           END-IF.
           EXIT.
      ************************************************************************
       730-CHECK-ROW          SECTION.
           MOVE LD-ROW-FIELDS(WS-ROW) TO LD-FIELDS.
           MOVE SPACE TO LD-ERR.
           IF LD-FLD(1) = SPACE
               MOVE 'key column is empty' TO LD-ERR
           END-IF.
           IF LD-KIND NOT = 'P' AND LD-KIND NOT = 'C'
              AND (LD-FLD(1)(21:) NOT = SPACE
                   OR LD-FLD(2)(21:) NOT = SPACE)
               MOVE 'entry longer than 20 characters' TO LD-ERR
           END-IF.
           IF LD-ERR = SPACE
               PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I >= WS-ROW
                   IF LD-ROW-KEY(WS-I) = LD-ROW-KEY(WS-ROW)
                       MOVE 'repeated earlier in this sheet' TO LD-ERR
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.
           MOVE 0 TO LD-MST-IDX.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > LD-MST-NUM
               IF LD-MST-KEY(WS-I) = LD-ROW-KEY(WS-ROW)
                   MOVE WS-I TO LD-MST-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF LD-ERR = SPACE
               EVALUATE LD-KIND
                 WHEN 'P'  PERFORM 731-CHECK-PRINTER
                 WHEN 'R'  PERFORM 732-CHECK-ROUTE
                 WHEN 'T'  PERFORM 733-CHECK-TERMINAL
                 WHEN 'C'  PERFORM 734-CHECK-CATALOG
                 WHEN 'D'  PERFORM 735-CHECK-DLIST
                 WHEN 'B'  PERFORM 736-CHECK-BUDGET
               END-EVALUATE
           END-IF.
           IF LD-ERR = SPACE
               IF LD-MST-IDX = ZERO
                   IF LD-MST-NUM + LD-ADDED >= LD-CAPACITY
                       MOVE SPACE TO LD-ERR
                       STRING 'master is full at ' DELIMITED BY SIZE
                              LD-CAPACITY          DELIMITED BY SIZE
                              ' entries'           DELIMITED BY SIZE
                              INTO LD-ERR
                       END-STRING
                   ELSE
                       ADD 1 TO LD-ADDED
                       MOVE 'ADD' TO LD-ROW-ACTION(WS-ROW)
                   END-IF
               ELSE
                   ADD 1 TO LD-CHANGED
                   MOVE 'CHANGE' TO LD-ROW-ACTION(WS-ROW)
               END-IF
           END-IF.
           IF LD-ERR NOT = SPACE
               ADD 1 TO LD-ERRORS
               MOVE 'ERROR' TO LD-ROW-ACTION(WS-ROW)
           END-IF.
           MOVE LD-ERR TO LD-ROW-MSG(WS-ROW).
           MOVE LD-FIELDS TO LD-ROW-FIELDS(WS-ROW).
           EXIT.
      ************************************************************************
       731-CHECK-PRINTER      SECTION.
      * CODE|DESC|LOCATION|STATUS|BACKUP|YIELD|TONER|CART-RP|CONSDATE
      * THEN PAPER|REAMS|SHEETS|REAM-RP FOR EACH OF THREE TRAYS.
           IF LD-FLD(1)(9:) NOT = SPACE
               MOVE 'printer code longer than 8' TO LD-ERR
               EXIT SECTION
           END-IF.
           IF LD-FLD(4) = SPACE
               MOVE 'INSERVICE' TO LD-FLD(4)
           END-IF.
           IF LD-FLD(4) NOT = 'INSERVICE' AND LD-FLD(4) NOT = 'OUTOFSVC'
               MOVE 'status must be INSERVICE or OUTOFSVC' TO LD-ERR
               EXIT SECTION
           END-IF.
           IF LD-FLD(5) NOT = SPACE
               IF LD-FLD(5) = LD-FLD(1)
                   MOVE 'printer cannot back itself up' TO LD-ERR
                   EXIT SECTION
               END-IF
               MOVE LD-FLD(5) TO LD-PRINTER
               PERFORM 738-FIND-PRINTER
               IF LD-FOUND NOT = 'Y'
                   MOVE 'backup printer is not defined' TO LD-ERR
                   EXIT SECTION
               END-IF
           END-IF.
           PERFORM VARYING LD-NUM-IDX FROM 6 BY 1 UNTIL LD-NUM-IDX > 21
               IF LD-NUM-IDX NOT = 9 AND LD-NUM-IDX NOT = 10
                  AND LD-NUM-IDX NOT = 14 AND LD-NUM-IDX NOT = 18
                   PERFORM 740-CHECK-NUMERIC
                   IF LD-ERR NOT = SPACE
                       EXIT SECTION
                   END-IF
               END-IF
           END-PERFORM.
           IF LD-FLD(9) NOT = SPACE AND LD-FLD(9)(1:8) NOT NUMERIC
               MOVE 'consumables date must be YYYYMMDD' TO LD-ERR
           END-IF.
           EXIT.
      ************************************************************************
       732-CHECK-ROUTE        SECTION.
      * DEPARTMENT|PRINTER.  DEFAULT IS THE FALL-BACK ROUTE.
           IF LD-FLD(1) NOT = 'DEFAULT'
               MOVE LD-FLD(1) TO LD-DEPT
               PERFORM 737-CHECK-DEPT
               IF LD-ERR NOT = SPACE
                   EXIT SECTION
               END-IF
           END-IF.
           IF LD-FLD(2) = SPACE
               MOVE 'printer is required' TO LD-ERR
               EXIT SECTION
           END-IF.
           MOVE LD-FLD(2) TO LD-PRINTER.
           PERFORM 738-FIND-PRINTER.
           IF LD-FOUND NOT = 'Y'
               MOVE 'printer is not defined' TO LD-ERR
           END-IF.
           EXIT.
      ************************************************************************
       733-CHECK-TERMINAL     SECTION.
      * TERMINAL|LOCATION|DEPARTMENT|STATUS, AS TERMMAINT REQUIRES.
           IF LD-FLD(4) NOT = 'ACTIVE' AND LD-FLD(4) NOT = 'RETIRED'
               MOVE 'status must be ACTIVE or RETIRED' TO LD-ERR
               EXIT SECTION
           END-IF.
           IF LD-FLD(3) NOT = SPACE
               MOVE LD-FLD(3) TO LD-DEPT
               PERFORM 737-CHECK-DEPT
           END-IF.
           EXIT.
      ************************************************************************
       734-CHECK-CATALOG      SECTION.
      * CODE|PATH|FILENAME|DESC|FROM|TO|RESTRICTED|OWNER, AS CATMAINT
      * REQUIRES.  A NEW EDITION OF AN EXISTING DOCUMENT GOES THROUGH
      * CATMAINT'S PUBLISH SO ITS HISTORY AND NOTICES ARE KEPT.
           IF LD-MST-IDX NOT = ZERO
               MOVE 'code already in catalog - publish it there'
                   TO LD-ERR
               EXIT SECTION
           END-IF.
           IF LD-FLD(1)(11:) NOT = SPACE
               MOVE 'document code longer than 10' TO LD-ERR
               EXIT SECTION
           END-IF.
           IF LD-FLD(2) = SPACE OR LD-FLD(3) = SPACE
               MOVE 'path and filename are required' TO LD-ERR
               EXIT SECTION
           END-IF.
           IF LD-FLD(5) NOT = SPACE AND LD-FLD(5)(1:8) NOT NUMERIC
               MOVE 'effective-from must be YYYYMMDD' TO LD-ERR
               EXIT SECTION
           END-IF.
           IF LD-FLD(6) NOT = SPACE AND LD-FLD(6)(1:8) NOT NUMERIC
               MOVE 'expires-on must be YYYYMMDD' TO LD-ERR
               EXIT SECTION
           END-IF.
           IF LD-FLD(7) NOT = 'Y'
               MOVE 'N' TO LD-FLD(7)
           END-IF.
           MOVE '1' TO LD-FLD(9).
           MOVE   'BLOBIMPORT' TO  MCP-FUNC.
           MOVE   'work'       TO  MCP-TABLE.
           MOVE   'key'        TO  MCP-PATHNAME.
           MOVE   LD-FLD(2)    TO  DB-WORK-FILE.
           CALL   'MONFUNC'     USING
                MCPAREA
                DB-WORK.
           IF DB-WORK-OBJECT = LOW-VALUE
               MOVE 'backing file does not import' TO LD-ERR
           END-IF.
           EXIT.
      ************************************************************************
       735-CHECK-DLIST        SECTION.
      * LISTNAME|TERMINAL, ONE MEMBER PER ROW.
           IF LD-FLD(2) = SPACE
               MOVE 'terminal is required' TO LD-ERR
               EXIT SECTION
           END-IF.
           IF LD-MST-IDX NOT = ZERO
               MOVE 'terminal already on that list' TO LD-ERR
           END-IF.
           EXIT.
      ************************************************************************
       736-CHECK-BUDGET       SECTION.
      * DEPARTMENT|MONTHLY-PAGES|WARN-PCT|CONTACT.
           MOVE LD-FLD(1) TO LD-DEPT.
           PERFORM 737-CHECK-DEPT.
           IF LD-ERR NOT = SPACE
               EXIT SECTION
           END-IF.
           IF LD-FLD(2) = SPACE
               MOVE 'monthly pages are required' TO LD-ERR
               EXIT SECTION
           END-IF.
           MOVE 2 TO LD-NUM-IDX.
           PERFORM 740-CHECK-NUMERIC.
           IF LD-ERR NOT = SPACE
               EXIT SECTION
           END-IF.
           MOVE 3 TO LD-NUM-IDX.
           PERFORM 740-CHECK-NUMERIC.
           IF LD-ERR = SPACE AND LD-FLD(3) NOT = SPACE
               IF LD-NUMBER > 100
                   MOVE 'warning percent over 100' TO LD-ERR
               END-IF
           END-IF.
           EXIT.
      ************************************************************************
       737-CHECK-DEPT         SECTION.
           MOVE 'VALDEPT'  TO DB-DEPTMAST-FUNC.
           MOVE LD-DEPT    TO DB-DEPTMAST-DEPT.
           CALL 'DEPTMASTER' USING DB-DEPTMAST.
           IF DB-DEPTMAST-FLAG NOT = 'Y'
               MOVE SPACE TO LD-ERR
               STRING 'unknown department ' DELIMITED BY SIZE
                      LD-DEPT               DELIMITED BY SPACE
                      INTO LD-ERR
               END-STRING
           END-IF.
           EXIT.
      ************************************************************************
       738-FIND-PRINTER       SECTION.
           MOVE 'N' TO LD-FOUND.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > LD-PRT-NUM
               IF LD-PRT-CODE(WS-I) = LD-PRINTER
                   MOVE 'Y' TO LD-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           EXIT.
      ************************************************************************
       740-CHECK-NUMERIC      SECTION.
      * A BLANK COUNT IS TAKEN AS ZERO.
           MOVE 0 TO LD-NUMBER.
           IF LD-FLD(LD-NUM-IDX) = SPACE
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-TEXTLEN.
           INSPECT LD-FLD(LD-NUM-IDX) TALLYING WS-TEXTLEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-TEXTLEN > 8
              OR LD-FLD(LD-NUM-IDX)(1:WS-TEXTLEN) NOT NUMERIC
               MOVE SPACE TO LD-ERR
               STRING 'column '           DELIMITED BY SIZE
                      LD-NUM-IDX          DELIMITED BY SIZE
                      ' must be a number' DELIMITED BY SIZE
                      INTO LD-ERR
               END-STRING
           ELSE
               MOVE LD-FLD(LD-NUM-IDX)(1:WS-TEXTLEN) TO LD-NUMBER
           END-IF.
           EXIT.
      ************************************************************************
       745-SHOW-RESULTS       SECTION.
      * ONE GRID ROW PER SHEET ROW: KEY, SECOND COLUMN, WHAT THE LOAD
      * WOULD DO WITH IT, AND WHY IT WAS REFUSED.
           MOVE 0 TO ROWCNT.
           PERFORM VARYING WS-ROW FROM 1 BY 1
                     UNTIL WS-ROW > LD-ROW-NUM
               ADD 1 TO ROWCNT
               MOVE LD-ROW-FIELDS(WS-ROW)(1:40)
                   TO CELLDATA OF COLUMN1(ROWCNT)
               MOVE LD-ROW-FIELDS(WS-ROW)(81:40)
                   TO CELLDATA OF COLUMN2(ROWCNT)
               MOVE LD-ROW-ACTION(WS-ROW) TO CELLDATA OF COLUMN3(ROWCNT)
               MOVE LD-ROW-MSG(WS-ROW)    TO CELLDATA OF COLUMN4(ROWCNT)
           END-PERFORM.
           PERFORM VARYING WS-I FROM ROWCNT BY 1 UNTIL WS-I >= 100
               MOVE SPACE TO CELLDATA OF COLUMN1(WS-I + 1)
                             CELLDATA OF COLUMN2(WS-I + 1)
                             CELLDATA OF COLUMN3(WS-I + 1)
                             CELLDATA OF COLUMN4(WS-I + 1)
           END-PERFORM.
           IF SCR-LDMSG = SPACE
               STRING LD-ROW-NUM   DELIMITED BY SIZE
                      ' rows: '    DELIMITED BY SIZE
                      LD-ADDED     DELIMITED BY SIZE
                      ' to add, '  DELIMITED BY SIZE
                      LD-CHANGED   DELIMITED BY SIZE
                      ' to change, ' DELIMITED BY SIZE
                      LD-ERRORS    DELIMITED BY SIZE
                      ' in error'  DELIMITED BY SIZE
                      INTO SCR-LDMSG
               END-STRING
           END-IF.
           EXIT.
      ************************************************************************
       750-APPLY-LOAD         SECTION.
      * THE SHEET IS CHECKED AGAIN UNDER THE MASTER'S LOCK AND ONLY A
      * SHEET WITH NO ROW IN ERROR IS APPLIED.  THE MASTER AS IT STOOD
      * IS KEPT IN <MASTER>.UNDO FIRST, THEN THE WHOLE SET IS SAVED IN
      * ONE WRITE AND THE LOAD IS ENTERED ON THE AUDIT LOG.
           DISPLAY 'event apply load'.
           PERFORM 780-CHECK-AUTHORITY.
           IF LD-ALLOWED = 'Y'
               PERFORM 721-PREPARE-TARGET
           END-IF.
           IF LD-ALLOWED NOT = 'Y' OR LD-KIND = SPACE
               MOVE   'window1' TO  MCP-WINDOW
               PERFORM 900-PUT-WINDOW
               EXIT SECTION
           END-IF.
           PERFORM 765-LOCK-MASTER.
           IF DB-FILELOCK-RC = 2
               MOVE 'master is being changed elsewhere - try again'
                   TO SCR-LDMSG
               MOVE   'window1' TO  MCP-WINDOW
               PERFORM 900-PUT-WINDOW
               EXIT SECTION
           END-IF.
           PERFORM 722-LOAD-MASTER.
           PERFORM 726-READ-IMPORT.
           PERFORM 745-SHOW-RESULTS.
           IF LD-ROW-NUM = ZERO OR LD-ERRORS NOT = ZERO
               IF LD-ROW-NUM NOT = ZERO
                   MOVE SPACE TO SCR-LDMSG
                   STRING 'nothing loaded - ' DELIMITED BY SIZE
                          LD-ERRORS           DELIMITED BY SIZE
                          ' rows in error'    DELIMITED BY SIZE
                          INTO SCR-LDMSG
                   END-STRING
               END-IF
               PERFORM 766-UNLOCK-MASTER
               MOVE   'window1' TO  MCP-WINDOW
               PERFORM 900-PUT-WINDOW
               EXIT SECTION
           END-IF.
           PERFORM 755-WRITE-BEFORE-IMAGE.
           PERFORM 757-MERGE-ROWS.
           PERFORM 758-SAVE-MASTER.
           MOVE 'LOAD' TO LD-AUDIT-ACTION.
           PERFORM 760-WRITE-AUDIT.
           PERFORM 766-UNLOCK-MASTER.
           MOVE SPACE TO SCR-LDMSG.
           STRING SCR-LDTARGET DELIMITED BY SPACE
                  ' loaded: '  DELIMITED BY SIZE
                  LD-ADDED     DELIMITED BY SIZE
                  ' added, '   DELIMITED BY SIZE
                  LD-CHANGED   DELIMITED BY SIZE
                  ' changed'   DELIMITED BY SIZE
                  INTO SCR-LDMSG
           END-STRING.
           MOVE   'window1' TO  MCP-WINDOW.
           PERFORM 900-PUT-WINDOW.
           EXIT.
      ************************************************************************
       755-WRITE-BEFORE-IMAGE SECTION.
      * '*BEFORE|TIMESTAMP|USER|RECORDS' THEN THE MASTER AS IT STOOD.
      * THE HEADER LINE MARKS AN IMAGE EVEN WHEN THE MASTER WAS EMPTY.
           MOVE FUNCTION CURRENT-DATE(1:21) TO LD-TIMESTAMP.
           OPEN OUTPUT UNDOFD.
           MOVE SPACE TO UNDO-LINE.
           STRING '*BEFORE|'   DELIMITED BY SIZE
                  LD-TIMESTAMP DELIMITED BY SIZE
                  '|'          DELIMITED BY SIZE
                  MCP-USER     DELIMITED BY SPACE
                  '|'          DELIMITED BY SIZE
                  LD-MST-NUM   DELIMITED BY SIZE
                  INTO UNDO-LINE
           END-STRING.
           WRITE UNDO-LINE.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > LD-MST-NUM
               MOVE LD-MST-LINE(WS-I) TO UNDO-LINE
               WRITE UNDO-LINE
           END-PERFORM.
           CLOSE UNDOFD.
           EXIT.
      ************************************************************************
       757-MERGE-ROWS         SECTION.
      * A ROW WHOSE KEY IS ON THE MASTER REPLACES THAT RECORD IN
      * PLACE; ANY OTHER ROW IS ADDED AT THE END.
           PERFORM VARYING WS-ROW FROM 1 BY 1
                     UNTIL WS-ROW > LD-ROW-NUM
               MOVE LD-ROW-FIELDS(WS-ROW) TO LD-FIELDS
               MOVE SPACE TO MST-LINE
               MOVE 1 TO WS-POINTER
               PERFORM VARYING WS-I FROM 1 BY 1
                         UNTIL WS-I > LD-FLD-MAX
                   IF WS-I > 1
                       STRING '|' DELIMITED BY SIZE
                           INTO MST-LINE
                           WITH POINTER WS-POINTER
                       END-STRING
                   END-IF
                   STRING LD-FLD(WS-I) DELIMITED BY '  '
                       INTO MST-LINE
                       WITH POINTER WS-POINTER
                   END-STRING
               END-PERFORM
               MOVE 0 TO LD-MST-IDX
               PERFORM VARYING WS-I FROM 1 BY 1
                         UNTIL WS-I > LD-MST-NUM
                   IF LD-MST-KEY(WS-I) = LD-ROW-KEY(WS-ROW)
                       MOVE WS-I TO LD-MST-IDX
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF LD-MST-IDX = ZERO
                   ADD 1 TO LD-MST-NUM
                   MOVE LD-MST-NUM TO LD-MST-IDX
                   MOVE LD-ROW-KEY(WS-ROW) TO LD-MST-KEY(LD-MST-IDX)
               END-IF
               MOVE MST-LINE TO LD-MST-LINE(LD-MST-IDX)
           END-PERFORM.
           EXIT.
      ************************************************************************
       758-SAVE-MASTER        SECTION.
           OPEN OUTPUT MSTFD.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > LD-MST-NUM
               MOVE LD-MST-LINE(WS-I) TO MST-LINE
               WRITE MST-LINE
           END-PERFORM.
           CLOSE MSTFD.
           EXIT.
      ************************************************************************
       760-WRITE-AUDIT        SECTION.
      * TIMESTAMP|USER|TERMINAL|MASTER|LOAD OR UNDO|ADDED|CHANGED|
      * RECORDS AFTER|BEFORE-IMAGE FILE
           MOVE FUNCTION CURRENT-DATE(1:21) TO LD-TIMESTAMP.
           OPEN EXTEND AUDFD.
           IF AUD-FILE-ST = "05" OR "35"
               OPEN OUTPUT AUDFD
           END-IF.
           IF AUD-FILE-ST NOT = "00"
               DISPLAY 'master load audit log not written'
               EXIT SECTION
           END-IF.
           MOVE SPACE TO AUD-LINE.
           STRING LD-TIMESTAMP     DELIMITED BY SIZE
                  '|'              DELIMITED BY SIZE
                  MCP-USER         DELIMITED BY SPACE
                  '|'              DELIMITED BY SIZE
                  MCP-TERM         DELIMITED BY SPACE
                  '|'              DELIMITED BY SIZE
                  SCR-LDTARGET     DELIMITED BY SPACE
                  '|'              DELIMITED BY SIZE
                  LD-AUDIT-ACTION  DELIMITED BY SPACE
                  '|'              DELIMITED BY SIZE
                  LD-ADDED         DELIMITED BY SIZE
                  '|'              DELIMITED BY SIZE
                  LD-CHANGED       DELIMITED BY SIZE
                  '|'              DELIMITED BY SIZE
                  LD-MST-NUM       DELIMITED BY SIZE
                  '|'              DELIMITED BY SIZE
                  UNDO-FILE        DELIMITED BY SPACE
                  INTO AUD-LINE
           END-STRING.
           WRITE AUD-LINE.
           CLOSE AUDFD.
           EXIT.
      ************************************************************************
       765-LOCK-MASTER        SECTION.
           MOVE 'ACQUIRE' TO DB-FILELOCK-FUNC.
           MOVE MST-FILE TO DB-FILELOCK-FILE.
           MOVE MCP-TERM TO DB-FILELOCK-OWNER.
           MOVE 30 TO DB-FILELOCK-TIMEOUT.
           CALL 'FILELOCK' USING DB-FILELOCK.
           EXIT.
      ************************************************************************
       766-UNLOCK-MASTER      SECTION.
           MOVE 'RELEASE' TO DB-FILELOCK-FUNC.
           MOVE MST-FILE TO DB-FILELOCK-FILE.
           MOVE MCP-TERM TO DB-FILELOCK-OWNER.
           CALL 'FILELOCK' USING DB-FILELOCK.
           EXIT.
      ************************************************************************
       770-UNDO-LOAD          SECTION.
      * PUTS BACK THE MASTER AS IT STOOD BEFORE THE LAST LOAD.  THE
      * IMAGE IS EMPTIED ONCE RESTORED, SO A LOAD IS UNDONE ONLY ONCE.
           DISPLAY 'event undo load'.
           PERFORM 780-CHECK-AUTHORITY.
           IF LD-ALLOWED = 'Y'
               PERFORM 721-PREPARE-TARGET
           END-IF.
           IF LD-ALLOWED NOT = 'Y' OR LD-KIND = SPACE
               MOVE   'window1' TO  MCP-WINDOW
               PERFORM 900-PUT-WINDOW
               EXIT SECTION
           END-IF.
           PERFORM 765-LOCK-MASTER.
           IF DB-FILELOCK-RC = 2
               MOVE 'master is being changed elsewhere - try again'
                   TO SCR-LDMSG
               MOVE   'window1' TO  MCP-WINDOW
               PERFORM 900-PUT-WINDOW
               EXIT SECTION
           END-IF.
           MOVE 0 TO LD-MST-NUM.
           MOVE 'N' TO LD-FOUND.
           OPEN INPUT UNDOFD.
           IF UNDO-FILE-ST = "00"
               READ UNDOFD INTO UNDO-LINE
               IF UNDO-FILE-ST = "00" AND UNDO-LINE(1:8) = '*BEFORE|'
                   MOVE 'Y' TO LD-FOUND
               END-IF
               PERFORM UNTIL UNDO-FILE-ST NOT = "00"
                        OR LD-FOUND NOT = 'Y'
                        OR LD-MST-NUM >= 200
                   READ UNDOFD INTO UNDO-LINE
                   IF UNDO-FILE-ST = "00"
                       ADD 1 TO LD-MST-NUM
                       MOVE UNDO-LINE TO LD-MST-LINE(LD-MST-NUM)
                   END-IF
               END-PERFORM
               CLOSE UNDOFD
           END-IF.
           IF LD-FOUND NOT = 'Y'
               MOVE 'no load of that master to undo' TO SCR-LDMSG
           ELSE
               PERFORM 758-SAVE-MASTER
               OPEN OUTPUT UNDOFD
               CLOSE UNDOFD
               MOVE 0 TO LD-ADDED LD-CHANGED
               MOVE 'UNDO' TO LD-AUDIT-ACTION
               PERFORM 760-WRITE-AUDIT
               MOVE SPACE TO SCR-LDMSG
               STRING SCR-LDTARGET DELIMITED BY SPACE
                      ' restored as it stood before the last load'
                                   DELIMITED BY SIZE
                      INTO SCR-LDMSG
               END-STRING
           END-IF.
           PERFORM 766-UNLOCK-MASTER.
           MOVE   'window1' TO  MCP-WINDOW.
           PERFORM 900-PUT-WINDOW.
           EXIT.
      ************************************************************************
       780-CHECK-AUTHORITY    SECTION.
           MOVE MCP-USER TO DB-AUTH-USER.
           MOVE 'MASTER-LOAD' TO DB-AUTH-FUNC.
           MOVE 'N' TO DB-AUTH-DEFAULT.
           CALL 'AUTHCHECK' USING DB-AUTH.
           MOVE DB-AUTH-ALLOW TO LD-ALLOWED.
           IF LD-ALLOWED NOT = 'Y'
               MOVE 'master load authority required' TO SCR-LDMSG
           END-IF.
           EXIT.
      ************************************************************************
       800-EXPORT             SECTION.
           MOVE SPACE TO DB-WORK-OBJECT.
