       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         REFCHECK.
      ******************************************************************
      * NIGHTLY CROSS-FILE REFERENTIAL CHECK.  FILESWEEP PROVES EACH
      * OPERATIONAL FILE IS WELL-FORMED ON ITS OWN; THIS JOB PROVES
      * THE FILES AGREE WITH EACH OTHER.  EACH RULE IN THE TABLE
      * BELOW SAYS THAT A FIELD OF ONE FILE MUST BE FOUND IN ANOTHER.
      * EVERY VALUE THAT BREAKS A RULE IS LISTED ON THE EXCEPTIONS
      * REPORT UNDER ITS RULE WITH THE NUMBER OF RECORDS CARRYING IT,
      * AND KEPT ON THE EXCEPTIONS FILE WITH THE DATE IT WAS FIRST
      * SEEN.  A BREAK THAT WAS NOT ON THE PRIOR NIGHT'S FILE IS
      * MARKED NEW, AND A RULE WITH NEW BREAKS RAISES AN ERROR EVENT
      * UNDER THE RULE'S OWN NAME.
      * FIELDS ARE COUNTED FROM 1 ACROSS THE PIPE-DELIMITED RECORD.
      * A TAG RESTRICTS A FILE TO THE RECORDS WHOSE FIRST FIELD IS
      * THAT RECORD TYPE.  *PRINTQ AS THE SOURCE WALKS THE PRINT
      * QUEUE, SEEN AS JOBID|FILENAME|STATUS|ACCOUNT|DEPT|PRINTER.
      * KIND E  THE VALUE MUST BE ON THE TARGET FILE.
      * KIND L  THE VALUE MUST NOT SORT ABOVE THE FIRST RECORD OF THE
      *         TARGET FILE, READ WITH '-' FOR '|' (THE JOB-ID
      *         SEQUENCE HOLDS DATE|SEQ AND ISSUES DATE-SEQ).
      * A RULE WHOSE TARGET FILE IS NOT ON FILE IS NOT CHECKED.
      * EXCEPTIONS FILE: RULE|VALUE|RECORDS|EXAMPLE|FIRST-SEEN.
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
           SELECT SRCFD    ASSIGN TO SRC-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS SRC-FILE-ST.
           SELECT TGTFD    ASSIGN TO TGT-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS TGT-FILE-ST.
           SELECT EXCFD    ASSIGN TO EXC-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS EXC-FILE-ST.
           SELECT NEWFD    ASSIGN TO NEW-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS NEW-FILE-ST.
           SELECT RPTFD    ASSIGN TO RPT-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS RPT-FILE-ST.
       DATA                DIVISION.
       FILE                SECTION.
           FD  SRCFD.
           01  SRC-LINE            PIC X(300).
           FD  TGTFD.
           01  TGT-LINE            PIC X(300).
           FD  EXCFD.
           01  EXC-LINE            PIC X(150).
           FD  NEWFD.
           01  NEW-LINE            PIC X(150).
           FD  RPTFD.
           01  RPT-LINE            PIC X(132).
       WORKING-STORAGE     SECTION.
            COPY    "ERRCODE".
            COPY    "DB-ERREVENT".
            COPY    "DB-PRINTQ".
            COPY    "DB-RPTREPO".
            COPY    "DB-FILEGUARD".
       01  SRC-FILE            PIC X(80).
       01  SRC-FILE-ST         PIC X(02).
       01  TGT-FILE            PIC X(80).
       01  TGT-FILE-ST         PIC X(02).
       01  EXC-FILE            PIC X(80)
                               VALUE './cobol/refcheck-exceptions.dat'.
       01  EXC-FILE-ST         PIC X(02).
       01  NEW-FILE            PIC X(80) VALUE
           './cobol/refcheck-exceptions.dat.new'.
       01  NEW-FILE-ST         PIC X(02).
       01  RPT-FILE            PIC X(80)
                               VALUE './cobol/refcheck-exceptions.rpt'.
       01  RPT-FILE-ST         PIC X(02).
       01  REF-RULES.
           05  FILLER          PIC X(8)  VALUE 'PQDEPT'.
           05  FILLER          PIC X(50)
               VALUE 'QUEUED PRINT JOB DEPARTMENT ON DEPARTMENT MASTER'.
           05  FILLER          PIC X(40) VALUE '*PRINTQ'.
           05  FILLER          PIC X(1)  VALUE SPACE.
           05  FILLER          PIC 9(1)  VALUE 5.
           05  FILLER          PIC 9(1)  VALUE 1.
           05  FILLER          PIC X(40)
               VALUE './cobol/dept-user-master.dat'.
           05  FILLER          PIC X(1)  VALUE 'D'.
           05  FILLER          PIC 9(1)  VALUE 2.
           05  FILLER          PIC X(1)  VALUE 'E'.
           05  FILLER          PIC X(20) VALUE 'GENERAL'.
           05  FILLER          PIC X(8)  VALUE 'PHDEPT'.
           05  FILLER          PIC X(50)
               VALUE 'PRINT HISTORY DEPARTMENT ON DEPARTMENT MASTER'.
           05  FILLER          PIC X(40)
               VALUE './cobol/print-history.dat'.
           05  FILLER          PIC X(1)  VALUE SPACE.
           05  FILLER          PIC 9(1)  VALUE 4.
           05  FILLER          PIC 9(1)  VALUE 8.
           05  FILLER          PIC X(40)
               VALUE './cobol/dept-user-master.dat'.
           05  FILLER          PIC X(1)  VALUE 'D'.
           05  FILLER          PIC 9(1)  VALUE 2.
           05  FILLER          PIC X(1)  VALUE 'E'.
           05  FILLER          PIC X(20) VALUE 'GENERAL'.
           05  FILLER          PIC X(8)  VALUE 'ROUTEPRT'.
           05  FILLER          PIC X(50)
               VALUE 'PRINTER ROUTE TARGET ON PRINTER DEFINITIONS'.
           05  FILLER          PIC X(40)
               VALUE './cobol/printer-routes.dat'.
           05  FILLER          PIC X(1)  VALUE SPACE.
           05  FILLER          PIC 9(1)  VALUE 2.
           05  FILLER          PIC 9(1)  VALUE 1.
           05  FILLER          PIC X(40)
               VALUE './cobol/printer-defs.dat'.
           05  FILLER          PIC X(1)  VALUE SPACE.
           05  FILLER          PIC 9(1)  VALUE 1.
           05  FILLER          PIC X(1)  VALUE 'E'.
           05  FILLER          PIC X(20) VALUE SPACE.
           05  FILLER          PIC X(8)  VALUE 'CATOWNER'.
           05  FILLER          PIC X(50)
               VALUE 'DOWNLOAD CATALOG OWNER ON OPERATOR CREDENTIALS'.
           05  FILLER          PIC X(40)
               VALUE './cobol/download-catalog.dat'.
           05  FILLER          PIC X(1)  VALUE SPACE.
           05  FILLER          PIC 9(1)  VALUE 8.
           05  FILLER          PIC 9(1)  VALUE 1.
           05  FILLER          PIC X(40)
               VALUE './cobol/operator-credentials.dat'.
           05  FILLER          PIC X(1)  VALUE SPACE.
           05  FILLER          PIC 9(1)  VALUE 1.
           05  FILLER          PIC X(1)  VALUE 'E'.
           05  FILLER          PIC X(20) VALUE SPACE.
           05  FILLER          PIC X(8)  VALUE 'SUBTERM'.
           05  FILLER          PIC X(50)
               VALUE 'PUSH SUBSCRIBER TERMINAL ON TERMINAL MASTER'.
           05  FILLER          PIC X(40)
               VALUE './cobol/pushevent-subscribers.dat'.
           05  FILLER          PIC X(1)  VALUE SPACE.
           05  FILLER          PIC 9(1)  VALUE 2.
           05  FILLER          PIC 9(1)  VALUE 1.
           05  FILLER          PIC X(40)
               VALUE './cobol/terminal-master.dat'.
           05  FILLER          PIC X(1)  VALUE SPACE.
           05  FILLER          PIC 9(1)  VALUE 1.
           05  FILLER          PIC X(1)  VALUE 'E'.
           05  FILLER          PIC X(20) VALUE SPACE.
           05  FILLER          PIC X(8)  VALUE 'PHJOBID'.
           05  FILLER          PIC X(50)
               VALUE 'PRINT HISTORY JOB ID NOT ABOVE JOB-ID SEQUENCE'.
           05  FILLER          PIC X(40)
               VALUE './cobol/print-history.dat'.
           05  FILLER          PIC X(1)  VALUE SPACE.
           05  FILLER          PIC 9(1)  VALUE 8.
           05  FILLER          PIC 9(1)  VALUE 1.
           05  FILLER          PIC X(40)
               VALUE './cobol/jobid-sequence.dat'.
           05  FILLER          PIC X(1)  VALUE SPACE.
           05  FILLER          PIC 9(1)  VALUE 0.
           05  FILLER          PIC X(1)  VALUE 'L'.
           05  FILLER          PIC X(20) VALUE SPACE.
           05  FILLER          PIC X(8)  VALUE 'PQJOBID'.
           05  FILLER          PIC X(50)
               VALUE 'QUEUED PRINT JOB ID NOT ABOVE JOB-ID SEQUENCE'.
           05  FILLER          PIC X(40) VALUE '*PRINTQ'.
           05  FILLER          PIC X(1)  VALUE SPACE.
           05  FILLER          PIC 9(1)  VALUE 1.
           05  FILLER          PIC 9(1)  VALUE 2.
           05  FILLER          PIC X(40)
               VALUE './cobol/jobid-sequence.dat'.
           05  FILLER          PIC X(1)  VALUE SPACE.
           05  FILLER          PIC 9(1)  VALUE 0.
           05  FILLER          PIC X(1)  VALUE 'L'.
           05  FILLER          PIC X(20) VALUE SPACE.
       01  REF-RULE-TABLE REDEFINES REF-RULES.
           05  RUL-ENTRY       OCCURS 7 TIMES.
               10  RUL-ID          PIC X(8).
               10  RUL-DESC        PIC X(50).
               10  RUL-SRC-FILE    PIC X(40).
               10  RUL-SRC-TAG     PIC X(1).
               10  RUL-SRC-FIELD   PIC 9(1).
               10  RUL-EX-FIELD    PIC 9(1).
               10  RUL-TGT-FILE    PIC X(40).
               10  RUL-TGT-TAG     PIC X(1).
               10  RUL-TGT-FIELD   PIC 9(1).
               10  RUL-KIND        PIC X(1).
               10  RUL-EXEMPT      PIC X(20).
       01  WS-RULE-COUNT       PIC 9(2) VALUE 7.
       01  WS-RULE             PIC 9(2).
      * KEYS OF THE CURRENT RULE'S TARGET FILE.
       01  TARGET-TABLE.
           05  TGT-NUM             PIC 9(4).
           05  TGT-KEY             PIC X(40) OCCURS 2000 TIMES.
      * BREAKS FOUND FOR THE CURRENT RULE, ONE ENTRY PER VALUE.
       01  BREAK-TABLE.
           05  BRK-NUM             PIC 9(3).
           05  BRK-ENTRY OCCURS 500 TIMES.
               10  BRK-VALUE       PIC X(40).
               10  BRK-COUNT       PIC 9(6).
               10  BRK-EXAMPLE     PIC X(40).
      * BREAKS ON THE PRIOR NIGHT'S EXCEPTIONS FILE.
       01  PRIOR-TABLE.
           05  PRI-NUM             PIC 9(4).
           05  PRI-ENTRY OCCURS 2000 TIMES.
               10  PRI-RULE        PIC X(8).
               10  PRI-VALUE       PIC X(40).
               10  PRI-SINCE       PIC X(8).
               10  PRI-TEXT        PIC X(150).
       01  PRI-REC.
           05  PRI-REC-RULE        PIC X(8).
           05  PRI-REC-VALUE       PIC X(40).
           05  PRI-REC-COUNT       PIC X(6).
           05  PRI-REC-EXAMPLE     PIC X(40).
           05  PRI-REC-SINCE       PIC X(8).
       01  FIELD-TABLE.
           05  FLD                 PIC X(40) OCCURS 9 TIMES.
       01  WS-SPLIT-LINE       PIC X(300).
       01  WS-VALUE            PIC X(40).
       01  WS-LIMIT            PIC X(40).
       01  WS-TODAY            PIC X(8).
       01  WS-SINCE            PIC X(8).
       01  WS-NEW-FLAG         PIC X(1).
       01  WS-FOUND            PIC X(1).
       01  WS-TGT-OK           PIC X(1).
       01  WS-SRC-OK           PIC X(1).
       01  WS-TGT-OVERFLOW     PIC X(1).
       01  WS-BRK-OVERFLOW     PIC X(1).
       01  WS-IDX              PIC 9(4).
       01  WS-PRI-IDX          PIC 9(4).
       01  WS-RECORDS          PIC 9(6).
       01  WS-RULE-NEW         PIC 9(4).
       01  WS-BREAK-TOTAL      PIC 9(6) VALUE 0.
       01  WS-NEW-TOTAL        PIC 9(6) VALUE 0.
       01  WS-SKIPPED          PIC 9(2) VALUE 0.
       01  WS-RAISED           PIC 9(2) VALUE 0.
       01  WS-EXC-COUNT        PIC 9(6) VALUE 0.
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
           EVALUATE    MCP-STATUS
             WHEN     'LINK'
               PERFORM 010-RUN-CHECK
           END-EVALUATE.
           EXIT    PROGRAM.
      ************************************************************************
       010-RUN-CHECK           SECTION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE 0 TO WS-BREAK-TOTAL.
           MOVE 0 TO WS-NEW-TOTAL.
           MOVE 0 TO WS-SKIPPED.
           MOVE 0 TO WS-RAISED.
           MOVE 0 TO WS-EXC-COUNT.
           PERFORM 100-LOAD-PRIOR.
           OPEN OUTPUT RPTFD.
           MOVE 'NIGHTLY CROSS-FILE REFERENTIAL CHECK' TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACE TO RPT-LINE.
           STRING 'RUN DATE: '  DELIMITED BY SIZE
                  WS-TODAY      DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           OPEN OUTPUT NEWFD.
           IF NEW-FILE-ST NOT = "00"
               DISPLAY 'cannot write referential exceptions file'
           END-IF.
           PERFORM VARYING WS-RULE FROM 1 BY 1
                     UNTIL WS-RULE > WS-RULE-COUNT
               PERFORM 200-CHECK-RULE
           END-PERFORM.
           IF NEW-FILE-ST = "00"
               MOVE SPACE TO NEW-LINE
               STRING '*END|'        DELIMITED BY SIZE
                      WS-EXC-COUNT   DELIMITED BY SIZE
                      INTO NEW-LINE
               END-STRING
               WRITE NEW-LINE
               CLOSE NEWFD
               MOVE EXC-FILE TO DB-FILEGUARD-FILE
               CALL 'FILEGUARD' USING DB-FILEGUARD
           END-IF.
           MOVE SPACE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACE TO RPT-LINE.
           STRING 'RULES: '         DELIMITED BY SIZE
                  WS-RULE-COUNT     DELIMITED BY SIZE
                  '  NOT CHECKED: ' DELIMITED BY SIZE
                  WS-SKIPPED        DELIMITED BY SIZE
                  '  BREAKS: '      DELIMITED BY SIZE
                  WS-BREAK-TOTAL    DELIMITED BY SIZE
                  '  NEW: '         DELIMITED BY SIZE
                  WS-NEW-TOTAL      DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           CLOSE RPTFD.
           PERFORM 980-FILE-REPORT.
           MOVE WS-BREAK-TOTAL TO SPA-NUM.
           DISPLAY 'referential breaks:' WS-BREAK-TOTAL
               ' new:' WS-NEW-TOTAL
               ' events raised:' WS-RAISED.
           EXIT.
      ************************************************************************
       100-LOAD-PRIOR          SECTION.
           MOVE 0 TO PRI-NUM.
           MOVE EXC-FILE TO DB-FILEGUARD-FILE.
           CALL 'FILEGUARD' USING DB-FILEGUARD.
           OPEN INPUT EXCFD.
           IF EXC-FILE-ST NOT = "00"
               EXIT SECTION
           END-IF.
           PERFORM UNTIL EXC-FILE-ST NOT = "00"
               READ EXCFD
               IF EXC-FILE-ST = "00" AND EXC-LINE NOT = SPACE
                  AND EXC-LINE(1:1) NOT = '*'
                   MOVE SPACE TO PRI-REC
                   UNSTRING EXC-LINE DELIMITED BY '|'
                       INTO PRI-REC-RULE
                            PRI-REC-VALUE
                            PRI-REC-COUNT
                            PRI-REC-EXAMPLE
                            PRI-REC-SINCE
                   END-UNSTRING
                   IF PRI-NUM < 2000
                       ADD 1 TO PRI-NUM
                       MOVE PRI-REC-RULE  TO PRI-RULE(PRI-NUM)
                       MOVE PRI-REC-VALUE TO PRI-VALUE(PRI-NUM)
                       MOVE PRI-REC-SINCE TO PRI-SINCE(PRI-NUM)
                       MOVE EXC-LINE      TO PRI-TEXT(PRI-NUM)
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE EXCFD.
           EXIT.
      ************************************************************************
       200-CHECK-RULE          SECTION.
           MOVE 0 TO BRK-NUM.
           MOVE 0 TO WS-RECORDS.
           MOVE 0 TO WS-RULE-NEW.
           MOVE 'N' TO WS-BRK-OVERFLOW.
           MOVE SPACE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACE TO RPT-LINE.
           STRING 'RULE '                DELIMITED BY SIZE
                  RUL-ID(WS-RULE)        DELIMITED BY SPACE
                  ' - '                  DELIMITED BY SIZE
                  RUL-DESC(WS-RULE)      DELIMITED BY '  '
                  INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           PERFORM 300-LOAD-TARGET.
           IF WS-TGT-OK NOT = 'Y'
               ADD 1 TO WS-SKIPPED
               MOVE SPACE TO RPT-LINE
               STRING '  NOT CHECKED - '     DELIMITED BY SIZE
                      RUL-TGT-FILE(WS-RULE)  DELIMITED BY SPACE
                      ' IS NOT ON FILE'      DELIMITED BY SIZE
                      INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE
               PERFORM 210-CARRY-PRIOR
               EXIT SECTION
           END-IF.
           IF RUL-SRC-FILE(WS-RULE) = '*PRINTQ'
               PERFORM 410-SCAN-QUEUE
           ELSE
               PERFORM 400-SCAN-SOURCE
           END-IF.
           PERFORM 500-REPORT-RULE.
           IF WS-RULE-NEW > 0
               PERFORM 600-RAISE-EVENT
           END-IF.
           EXIT.
      ************************************************************************
       210-CARRY-PRIOR         SECTION.
      * A RULE THAT COULD NOT BE CHECKED KEEPS LAST NIGHT'S BREAKS ON
      * FILE, SO THEY ARE NOT RAISED AGAIN AS NEW WHEN IT NEXT RUNS.
           IF NEW-FILE-ST NOT = "00"
               EXIT SECTION
           END-IF.
           PERFORM VARYING WS-PRI-IDX FROM 1 BY 1
                     UNTIL WS-PRI-IDX > PRI-NUM
               IF PRI-RULE(WS-PRI-IDX) = RUL-ID(WS-RULE)
                   MOVE PRI-TEXT(WS-PRI-IDX) TO NEW-LINE
                   WRITE NEW-LINE
                   ADD 1 TO WS-EXC-COUNT
               END-IF
           END-PERFORM.
           EXIT.
      ************************************************************************
       300-LOAD-TARGET         SECTION.
           MOVE 0 TO TGT-NUM.
           MOVE SPACE TO WS-LIMIT.
           MOVE 'N' TO WS-TGT-OVERFLOW.
           MOVE 'N' TO WS-TGT-OK.
           MOVE RUL-TGT-FILE(WS-RULE) TO TGT-FILE.
           MOVE TGT-FILE TO DB-FILEGUARD-FILE.
           CALL 'FILEGUARD' USING DB-FILEGUARD.
           OPEN INPUT TGTFD.
           IF TGT-FILE-ST NOT = "00"
               EXIT SECTION
           END-IF.
           MOVE 'Y' TO WS-TGT-OK.
           PERFORM UNTIL TGT-FILE-ST NOT = "00"
               READ TGTFD
               IF TGT-FILE-ST = "00" AND TGT-LINE NOT = SPACE
                  AND TGT-LINE(1:1) NOT = '*'
                   IF RUL-KIND(WS-RULE) = 'L'
                       MOVE TGT-LINE TO WS-LIMIT
                       INSPECT WS-LIMIT REPLACING ALL '|' BY '-'
                       MOVE '99' TO TGT-FILE-ST
                   ELSE
                       MOVE TGT-LINE TO WS-SPLIT-LINE
                       PERFORM 450-SPLIT-LINE
                       PERFORM 310-ADD-TARGET-KEY
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE TGTFD.
      * AN EMPTY SEQUENCE FILE SETS NO LIMIT TO CHECK AGAINST.
           IF RUL-KIND(WS-RULE) = 'L' AND WS-LIMIT = SPACE
               MOVE 'N' TO WS-TGT-OK
           END-IF.
           IF WS-TGT-OVERFLOW = 'Y'
               DISPLAY 'target keys limited to 2000 for '
                   RUL-ID(WS-RULE)
           END-IF.
           EXIT.
      ************************************************************************
       310-ADD-TARGET-KEY      SECTION.
           IF RUL-TGT-TAG(WS-RULE) NOT = SPACE
              AND FLD(1) NOT = RUL-TGT-TAG(WS-RULE)
               EXIT SECTION
           END-IF.
           IF FLD(RUL-TGT-FIELD(WS-RULE)) = SPACE
               EXIT SECTION
           END-IF.
           IF TGT-NUM >= 2000
               MOVE 'Y' TO WS-TGT-OVERFLOW
               EXIT SECTION
           END-IF.
           ADD 1 TO TGT-NUM.
           MOVE FLD(RUL-TGT-FIELD(WS-RULE)) TO TGT-KEY(TGT-NUM).
           EXIT.
      ************************************************************************
       400-SCAN-SOURCE         SECTION.
           MOVE RUL-SRC-FILE(WS-RULE) TO SRC-FILE.
           MOVE SRC-FILE TO DB-FILEGUARD-FILE.
           CALL 'FILEGUARD' USING DB-FILEGUARD.
           OPEN INPUT SRCFD.
           IF SRC-FILE-ST NOT = "00"
               EXIT SECTION
           END-IF.
           PERFORM UNTIL SRC-FILE-ST NOT = "00"
               READ SRCFD
               IF SRC-FILE-ST = "00" AND SRC-LINE NOT = SPACE
                  AND SRC-LINE(1:1) NOT = '*'
                   MOVE SRC-LINE TO WS-SPLIT-LINE
                   PERFORM 420-CHECK-RECORD
               END-IF
           END-PERFORM.
           CLOSE SRCFD.
           EXIT.
      ************************************************************************
       410-SCAN-QUEUE          SECTION.
           MOVE 'FIRST' TO DB-PRINTQ-FUNC.
           CALL 'PRINTQ' USING DB-PRINTQ.
           PERFORM UNTIL DB-PRINTQ-RC NOT = ZERO
               MOVE SPACE TO WS-SPLIT-LINE
               STRING DB-PRINTQ-JOBID     DELIMITED BY SPACE
                      '|'                 DELIMITED BY SIZE
                      DB-PRINTQ-FILENAME  DELIMITED BY SPACE
                      '|'                 DELIMITED BY SIZE
                      DB-PRINTQ-STATUS    DELIMITED BY SPACE
                      '|'                 DELIMITED BY SIZE
                      DB-PRINTQ-ACCOUNT   DELIMITED BY '  '
                      '|'                 DELIMITED BY SIZE
                      DB-PRINTQ-DEPT      DELIMITED BY '  '
                      '|'                 DELIMITED BY SIZE
                      DB-PRINTQ-PRINTER   DELIMITED BY SPACE
                      INTO WS-SPLIT-LINE
               END-STRING
               PERFORM 420-CHECK-RECORD
               MOVE 'NEXT' TO DB-PRINTQ-FUNC
               CALL 'PRINTQ' USING DB-PRINTQ
           END-PERFORM.
           EXIT.
      ************************************************************************
       420-CHECK-RECORD        SECTION.
           PERFORM 450-SPLIT-LINE.
           IF RUL-SRC-TAG(WS-RULE) NOT = SPACE
              AND FLD(1) NOT = RUL-SRC-TAG(WS-RULE)
               EXIT SECTION
           END-IF.
           MOVE FLD(RUL-SRC-FIELD(WS-RULE)) TO WS-VALUE.
           IF WS-VALUE = SPACE
               EXIT SECTION
           END-IF.
           IF RUL-EXEMPT(WS-RULE) NOT = SPACE
              AND WS-VALUE = RUL-EXEMPT(WS-RULE)
               EXIT SECTION
           END-IF.
           ADD 1 TO WS-RECORDS.
           IF RUL-KIND(WS-RULE) = 'L'
               IF WS-VALUE NOT > WS-LIMIT
                   EXIT SECTION
               END-IF
           ELSE
               PERFORM VARYING WS-IDX FROM 1 BY 1
                         UNTIL WS-IDX > TGT-NUM
                   IF TGT-KEY(WS-IDX) = WS-VALUE
                       EXIT SECTION
                   END-IF
               END-PERFORM
           END-IF.
           PERFORM 430-ADD-BREAK.
           EXIT.
      ************************************************************************
       430-ADD-BREAK           SECTION.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > BRK-NUM
               IF BRK-VALUE(WS-IDX) = WS-VALUE
                   ADD 1 TO BRK-COUNT(WS-IDX)
                   EXIT SECTION
               END-IF
           END-PERFORM.
           IF BRK-NUM >= 500
               MOVE 'Y' TO WS-BRK-OVERFLOW
               EXIT SECTION
           END-IF.
           ADD 1 TO BRK-NUM.
           MOVE WS-VALUE TO BRK-VALUE(BRK-NUM).
           MOVE 1 TO BRK-COUNT(BRK-NUM).
           MOVE FLD(RUL-EX-FIELD(WS-RULE)) TO BRK-EXAMPLE(BRK-NUM).
           EXIT.
      ************************************************************************
       450-SPLIT-LINE          SECTION.
           MOVE SPACE TO FIELD-TABLE.
           UNSTRING WS-SPLIT-LINE DELIMITED BY '|'
               INTO FLD(1) FLD(2) FLD(3) FLD(4) FLD(5)
                    FLD(6) FLD(7) FLD(8) FLD(9)
           END-UNSTRING.
           EXIT.
      ************************************************************************
       500-REPORT-RULE         SECTION.
           MOVE SPACE TO RPT-LINE.
           STRING '  RECORDS CHECKED: '  DELIMITED BY SIZE
                  WS-RECORDS             DELIMITED BY SIZE
                  '  BREAKS: '           DELIMITED BY SIZE
                  BRK-NUM                DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > BRK-NUM
               PERFORM 510-REPORT-BREAK
           END-PERFORM.
           IF WS-BRK-OVERFLOW = 'Y'
               MOVE '  FURTHER BREAKS NOT LISTED - OVER 500 VALUES'
                   TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           ADD BRK-NUM TO WS-BREAK-TOTAL.
           ADD WS-RULE-NEW TO WS-NEW-TOTAL.
           EXIT.
      ************************************************************************
       510-REPORT-BREAK        SECTION.
           PERFORM 520-FIND-PRIOR.
           IF WS-NEW-FLAG = 'Y'
               ADD 1 TO WS-RULE-NEW
           END-IF.
           MOVE SPACE TO RPT-LINE.
           IF WS-NEW-FLAG = 'Y'
               MOVE '  NEW ' TO RPT-LINE(1:6)
           END-IF.
           STRING BRK-VALUE(WS-IDX)      DELIMITED BY '  '
                  '  RECORDS: '          DELIMITED BY SIZE
                  BRK-COUNT(WS-IDX)      DELIMITED BY SIZE
                  '  E.G. '              DELIMITED BY SIZE
                  BRK-EXAMPLE(WS-IDX)    DELIMITED BY '  '
                  '  OPEN SINCE '        DELIMITED BY SIZE
                  WS-SINCE               DELIMITED BY SIZE
                  INTO RPT-LINE(8:125)
           END-STRING.
           WRITE RPT-LINE.
           IF NEW-FILE-ST = "00"
               MOVE SPACE TO NEW-LINE
               STRING RUL-ID(WS-RULE)     DELIMITED BY SPACE
                      '|'                 DELIMITED BY SIZE
                      BRK-VALUE(WS-IDX)   DELIMITED BY '  '
                      '|'                 DELIMITED BY SIZE
                      BRK-COUNT(WS-IDX)   DELIMITED BY SIZE
                      '|'                 DELIMITED BY SIZE
                      BRK-EXAMPLE(WS-IDX) DELIMITED BY '  '
                      '|'                 DELIMITED BY SIZE
                      WS-SINCE            DELIMITED BY SIZE
                      INTO NEW-LINE
               END-STRING
               WRITE NEW-LINE
               ADD 1 TO WS-EXC-COUNT
           END-IF.
           EXIT.
      ************************************************************************
       520-FIND-PRIOR          SECTION.
           MOVE 'Y' TO WS-NEW-FLAG.
           MOVE WS-TODAY TO WS-SINCE.
           PERFORM VARYING WS-PRI-IDX FROM 1 BY 1
                     UNTIL WS-PRI-IDX > PRI-NUM
               IF PRI-RULE(WS-PRI-IDX) = RUL-ID(WS-RULE)
                  AND PRI-VALUE(WS-PRI-IDX) = BRK-VALUE(WS-IDX)
                   MOVE 'N' TO WS-NEW-FLAG
                   IF PRI-SINCE(WS-PRI-IDX) NOT = SPACE
                       MOVE PRI-SINCE(WS-PRI-IDX) TO WS-SINCE
                   END-IF
                   EXIT SECTION
               END-IF
           END-PERFORM.
           EXIT.
      ************************************************************************
       600-RAISE-EVENT         SECTION.
      * RAISED ONCE PER RULE UNDER THE RULE'S NAME, SO A RULE THAT
      * KEEPS BREAKING ATTACHES TO ITS OWN OPEN INCIDENT.
           MOVE RUL-ID(WS-RULE) TO DB-ERREVENT-PROGRAM.
           MOVE ERR-REFERENCE-BREAK TO DB-ERREVENT-CODE.
           CALL 'ERREVENT' USING
                MCPAREA
                DB-ERREVENT.
           ADD 1 TO WS-RAISED.
           EXIT.
      ************************************************************************
       980-FILE-REPORT         SECTION.
           MOVE 'REFCHECK' TO DB-RPTREPO-PROGRAM.
           MOVE RPT-FILE TO DB-RPTREPO-SOURCE.
           MOVE SPACE TO DB-RPTREPO-BIZDATE.
           MOVE SPACE TO DB-RPTREPO-CLASS.
           CALL 'RPTREPO' USING
                MCPAREA
                SPAAREA
                DB-RPTREPO.
           EXIT.
