       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PANDATABLE.
      ******************************************************************
      * SORTABLE, FILTERABLE GRID WITH SAVED VIEWS AND PRINT-THE-VIEW.
      * WITH NO DATA FILE NAMED IT SHOWS ITS DEMONSTRATION ROWS; WITH
      * SCR-DATAFILE SET IT BROWSES THAT REGISTERED DATA FILE, LAID
      * OUT BY THE FILE-DEFINITION TABLE (SEE 410-LOAD-FILE-DEFS).
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION           SECTION.
       INPUT-OUTPUT            SECTION.
           SELECT DOCFD    ASSIGN TO DOC-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS DOC-FILE-ST.
           SELECT VIEWFD   ASSIGN TO VIEW-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS VIEW-FILE-ST.
           SELECT FDEFFD   ASSIGN TO FDEF-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS FDEF-FILE-ST.
           SELECT DATAFD   ASSIGN TO DATA-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS DATA-FILE-ST.
       DATA                DIVISION.
       FILE                SECTION.
           FD  DOCFD.
           01  DOC-LINE            PIC X(180).
           FD  VIEWFD.
           01  VIEW-LINE           PIC X(140).
           FD  FDEFFD.
           01  FDEF-LINE           PIC X(200).
           FD  DATAFD.
           01  DATA-LINE           PIC X(400).
       WORKING-STORAGE     SECTION.
            COPY    "DB-JOBID".
            COPY    "DB-FILELOCK".
            COPY    "DB-DEPTMAST".
            COPY    "DB-BUSDATE".
            COPY    "DB-PRINTQ".
            COPY    "DB-AUTH".
            COPY    "DB-SCOPE".
       01  DOC-FILE        PIC X(80).
       01  DOC-FILE-ST     PIC X(02).
       01  QUEUE-FILE      PIC X(80)
                           VALUE './cobol/printqueue.idx'.
       01  WS-DOC-NAME     PIC X(20).
       01  WS-TIMESTAMP    PIC X(21).
       01  WS-PAGES        PIC 9(5).
       01  VIEW-FILE       PIC X(80)
                           VALUE './cobol/table-views.dat'.
       01  VIEW-FILE-ST    PIC X(02).
      * SAVED VIEWS: USER|NAME|SORTCOLUMN|SORTDIR|FILTER|DEFAULT|FILE.
      * A USER'S DEFAULT VIEW IS APPLIED AT OPEN SO THE TABLE COMES
      * UP THE WAY THEY LEFT IT.  FILE IS THE DATA FILE THE VIEW WAS
      * SAVED ON, BLANK FOR THE DEMONSTRATION ROWS.
       01  VIEW-TABLE.
           05  VIEW-NUM        PIC 9(3).
           05  VIEW-ENTRY OCCURS 100 TIMES.
               10  VIEW-SORTD  PIC X(4).
               10  VIEW-FILTER PIC X(40).
               10  VIEW-DFLT   PIC X(1).
               10  VIEW-DATAFILE PIC X(12).
       01  WS-VIEW-IDX     PIC 9(3).
       01  FDEF-FILE       PIC X(80)
                           VALUE './cobol/datafile-defs.dat'.
       01  FDEF-FILE-ST    PIC X(02).
       01  FDEF-TABLE.
           05  FDEF-NUM        PIC 9(2).
           05  FDEF-ENTRY OCCURS 20 TIMES.
               10  FDEF-CODE       PIC X(12).
               10  FDEF-PATH       PIC X(80).
               10  FDEF-FORMAT     PIC X(1).
               10  FDEF-AUTHFN     PIC X(30).
               10  FDEF-DESC       PIC X(40).
               10  FDEF-COL OCCURS 4 TIMES.
                   15  FDEF-COL-HEAD   PIC X(20).
                   15  FDEF-COL-POS    PIC 9(3).
                   15  FDEF-COL-LEN    PIC 9(3).
               10  FDEF-DEPT-POS   PIC 9(3).
               10  FDEF-DEPT-LEN   PIC 9(3).
               10  FDEF-DEPT-KIND  PIC X(4).
       01  WS-DEF-FIELDS.
           05  WS-DEF-TYPE     PIC X(4).
           05  WS-DEF-CODE     PIC X(12).
           05  WS-DEF-F3       PIC X(80).
           05  WS-DEF-F4       PIC X(40).
           05  WS-DEF-F5       PIC X(30).
           05  WS-DEF-F6       PIC X(40).
       01  WS-DEF-NUM      PIC 9(3).
       01  WS-DEF-IDX      PIC 9(2).
       01  DATA-FILE       PIC X(80).
       01  DATA-FILE-ST    PIC X(02).
       01  WS-DATA-ROWS    PIC 9(6).
       01  WS-SRC-OK       PIC X(1).
       01  WS-DATA-FIELDS.
           05  WS-DATA-FLD     PIC X(40) OCCURS 20 TIMES.
       01  WS-FLD-POS      PIC 9(3).
       01  WS-FLD-LEN      PIC 9(3).
       01  WS-FLD-VALUE    PIC X(40).
       01  WS-COL          PIC 9(1).
       01  WS-HIT          PIC 9(4).
       01  WS-MY-DEPT      PIC X(20).
       01  WS-SWAPPED      PIC X(1).
      * ROWS OF THE DATA FILE AS THE GRID WILL SHOW THEM.
       01  FROW-TABLE.
           05  FROW-NUM        PIC 9(4).
           05  FROW-ENTRY OCCURS 1000 TIMES.
               10  FROW-CELL   PIC X(40) OCCURS 4 TIMES.
       01  WS-SWAP-FROW    PIC X(160).
       01  CNT             PIC 9(5) VALUE 0.
       01  I               PIC 9(5) VALUE 0.
       01  ROWTEXT         PIC X(40) VALUE SPACE.
               PERFORM 260-APPLY-VIEW
             WHEN     'PUTG'           ALSO    'defaultviewbutton'
               PERFORM 270-MARK-DEFAULT
             WHEN     'PUTG'           ALSO    'openfilebutton'
               PERFORM 400-OPEN-FILE
             WHEN     'PUTG'           ALSO    'closefilebutton'
               PERFORM 405-CLOSE-FILE
             WHEN     'PUTG'           ALSO    ANY
               PERFORM 100-EVENT
           END-EVALUATE.
           MOVE 1 TO SORTCOLUMN.
           MOVE 'ASC' TO SORTDIR.
           MOVE SPACE TO FILTERTEXT.
           MOVE SPACE TO SCR-DATAFILE.
           MOVE SPACE TO SCR-FILEMSG.
           PERFORM 410-LOAD-FILE-DEFS.
           PERFORM 300-LOAD-VIEWS.
           PERFORM 310-LIST-MY-VIEWS.
           PERFORM 320-APPLY-DEFAULT-VIEW.
               MOVE 'red'      TO FGCOLOR OF COLUMN4(TROW)
           END-EVALUATE.

      * A DATA FILE ROW HAS NO DETAIL WINDOW; IT IS ONLY HIGHLIGHTED.
           IF SCR-DATAFILE NOT = SPACE
               EXIT SECTION
           END-IF.
           MOVE  CELLDATA OF COLUMN1(TROW) TO ROWKEY.
           MOVE  ROWKEY                    TO SPA-ROWKEY.
           MOVE  'CHANGE'       TO  MCP-PUTTYPE.
      ************************************************************************
       020-BUILD-ROWS           SECTION.
           MOVE 0 TO ROWCNT.
           IF SCR-DATAFILE NOT = SPACE
               PERFORM 420-BUILD-FILE-ROWS
           ELSE
               PERFORM 030-BUILD-DEMO-ROWS
           END-IF.

           MOVE ROWCNT TO I.
           ADD 1 TO I.
           PERFORM UNTIL I > 1000
               MOVE SPACE TO CELLDATA OF COLUMN1(I)
               MOVE SPACE TO CELLDATA OF COLUMN2(I)
               MOVE SPACE TO CELLDATA OF COLUMN3(I)
               MOVE SPACE TO CELLDATA OF COLUMN4(I)
               ADD 1 TO I
           END-PERFORM.
           EXIT.
      ************************************************************************
       030-BUILD-DEMO-ROWS      SECTION.
      * COLUMN2-COLUMN4 hold the same literal for every backing row and
      * COLUMN1 is the backing row number itself, so the only sort that
      * can ever change row order is SORTCOLUMN 1 DESC - build straight
                   ADD 1 TO CNT
               END-PERFORM
           END-IF.
           EXIT.
      ************************************************************************
       025-EMIT-ROW-IF-MATCH    SECTION.
                  INTO DOC-LINE
           END-STRING.
           WRITE DOC-LINE.
           IF SCR-DATAFILE NOT = SPACE
               MOVE SPACE TO DOC-LINE
               STRING 'FILE: '      DELIMITED BY SIZE
                      SCR-DATAFILE  DELIMITED BY SPACE
                      '  '          DELIMITED BY SIZE
                      FDEF-PATH(WS-DEF-IDX)
                                    DELIMITED BY SPACE
                      INTO DOC-LINE
               END-STRING
               WRITE DOC-LINE
               MOVE SPACE TO DOC-LINE
               WRITE DOC-LINE
               MOVE SPACE TO DOC-LINE
               MOVE SCR-HEADING(1) TO DOC-LINE(1:40)
               MOVE SCR-HEADING(2) TO DOC-LINE(42:40)
               MOVE SCR-HEADING(3) TO DOC-LINE(83:40)
               MOVE SCR-HEADING(4) TO DOC-LINE(124:40)
               WRITE DOC-LINE
           END-IF.
           MOVE SPACE TO DOC-LINE.
           WRITE DOC-LINE.
           PERFORM VARYING I FROM 1 BY 1
           EXIT.
      ************************************************************************
       210-ENQUEUE-VIEW         SECTION.
      * THE JOB IS ADDED THROUGH PRINTQ UNDER THE SHARED FILE LOCK,
      * AS THE PRINT PROGRAMS ADD THEIRS; THE REGISTRATION BATCH
      * IMPORTS THE DOCUMENT ON ITS NEXT PASS.
           MOVE 'USERDEPT' TO DB-DEPTMAST-FUNC.
           MOVE MCP-USER   TO DB-DEPTMAST-USER.
           CALL 'DEPTMASTER' USING DB-DEPTMAST.
               DISPLAY 'print queue busy - view not queued'
               EXIT SECTION
           END-IF.
           INITIALIZE DB-BUSDATE.
           MOVE 'GET' TO DB-BUSDATE-FUNC.
           CALL 'BUSDATE' USING DB-BUSDATE.
           INITIALIZE DB-PRINTQ.
           MOVE 'WRITE'          TO DB-PRINTQ-FUNC.
           MOVE DB-JOBID-VALUE   TO DB-PRINTQ-JOBID.
           MOVE WS-DOC-NAME      TO DB-PRINTQ-FILENAME.
           MOVE 'RUNNING'        TO DB-PRINTQ-STATUS.
           MOVE MCP-USER         TO DB-PRINTQ-ACCOUNT.
           MOVE DB-DEPTMAST-DEPT TO DB-PRINTQ-DEPT.
           MOVE WS-PAGES         TO DB-PRINTQ-PAGES.
           MOVE WS-TIMESTAMP     TO DB-PRINTQ-TIME.
           MOVE 1                TO DB-PRINTQ-COPIES.
           MOVE 'N'              TO DB-PRINTQ-DUPLEX.
           MOVE 'A4'             TO DB-PRINTQ-PAPER.
           MOVE DB-BUSDATE-DATE  TO DB-PRINTQ-BIZDATE.
           CALL 'PRINTQ' USING DB-PRINTQ.
           IF DB-PRINTQ-RC NOT = ZERO
               DISPLAY 'cannot add view to print queue'
           END-IF.
           MOVE 'RELEASE' TO DB-FILELOCK-FUNC.
           MOVE QUEUE-FILE TO DB-FILELOCK-FILE.
           MOVE MCP-TERM TO DB-FILELOCK-OWNER.
           CALL 'FILELOCK' USING DB-FILELOCK.
           EXIT.
      ************************************************************************
       400-OPEN-FILE            SECTION.
      * SWITCHES THE GRID TO A REGISTERED DATA FILE (OR BACK TO THE
      * DEMONSTRATION ROWS WHEN NO FILE IS NAMED).  SORT AND FILTER
      * START AFRESH FOR THE NEW FILE.
           MOVE 1 TO SORTCOLUMN.
           MOVE 'ASC' TO SORTDIR.
           MOVE SPACE TO FILTERTEXT.
           MOVE SPACE TO SCR-FILEMSG.
           PERFORM 020-BUILD-ROWS.
           PERFORM 900-PUT-WINDOW.
           EXIT.
      ************************************************************************
       405-CLOSE-FILE           SECTION.
           MOVE SPACE TO SCR-DATAFILE.
           PERFORM 400-OPEN-FILE.
           EXIT.
      ************************************************************************
       410-LOAD-FILE-DEFS       SECTION.
      * FILE-DEFINITION TABLE, ONE RECORD PER LINE ('*' = COMMENT):
      *   FILE|CODE|PATH|FORMAT|AUTH-FUNCTION|DESCRIPTION
      *   COL|CODE|COLUMN 1-4|HEADING|POSITION|LENGTH
      *   DEPT|CODE|POSITION|LENGTH|KIND
      * FORMAT D FILES ARE '|'-DELIMITED AND POSITION IS THE FIELD
      * NUMBER; FORMAT F FILES ARE FIXED AND POSITION/LENGTH IS THE
      * COLUMN RANGE.  FORMAT Q IS THE KEYED PRINT QUEUE, READ
      * THROUGH THE QUEUE SERVICE (PATH IS NOT USED); EACH JOB IS
      * LAID OUT AS THE '|' LINE THE BACKUP UNLOAD WRITES AND IS
      * POSITIONED AS FOR FORMAT D:
      *   FILENAME|STATUS|ACCOUNT|DEPT|PAGES|TIME|PRINTER|JOBID|
      *   RETRIES|ACTPAGES|COPIES|DUPLEX|PAPER|BIZDATE|SEQ|CONFID
      * THE DEPT FIELD OWNS THE ROW: KIND DEPT HOLDS
      * A DEPARTMENT, KIND USER A USER WHOSE DEPARTMENT OWNS IT.  A
      * FILE WITHOUT A DEPT RECORD IS NOT LIMITED BY DATA SCOPE.
           MOVE 0 TO FDEF-NUM.
           MOVE 0 TO SCR-FILECNT.
           OPEN INPUT FDEFFD.
           IF FDEF-FILE-ST NOT = '00'
               EXIT SECTION
           END-IF.
           PERFORM UNTIL FDEF-FILE-ST NOT = '00'
               READ FDEFFD INTO FDEF-LINE
               IF FDEF-FILE-ST = '00' AND FDEF-LINE NOT = SPACE
                  AND FDEF-LINE(1:1) NOT = '*'
                   MOVE SPACE TO WS-DEF-FIELDS
                   UNSTRING FDEF-LINE DELIMITED BY '|'
                       INTO WS-DEF-TYPE
                            WS-DEF-CODE
                            WS-DEF-F3
                            WS-DEF-F4
                            WS-DEF-F5
                            WS-DEF-F6
                   PERFORM 412-STORE-DEF
               END-IF
           END-PERFORM.
           CLOSE FDEFFD.
           EXIT.
      ************************************************************************
       412-STORE-DEF            SECTION.
           IF WS-DEF-TYPE = 'FILE'
               IF FDEF-NUM < 20
                   ADD 1 TO FDEF-NUM
                   MOVE SPACE TO FDEF-ENTRY(FDEF-NUM)
                   MOVE 0 TO FDEF-DEPT-POS(FDEF-NUM)
                             FDEF-DEPT-LEN(FDEF-NUM)
                   PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 4
                       MOVE 0 TO FDEF-COL-POS(FDEF-NUM WS-COL)
                                 FDEF-COL-LEN(FDEF-NUM WS-COL)
                   END-PERFORM
                   MOVE WS-DEF-CODE TO FDEF-CODE(FDEF-NUM)
                   MOVE WS-DEF-F3   TO FDEF-PATH(FDEF-NUM)
                   MOVE WS-DEF-F4   TO FDEF-FORMAT(FDEF-NUM)
                   MOVE WS-DEF-F5   TO FDEF-AUTHFN(FDEF-NUM)
                   MOVE WS-DEF-F6   TO FDEF-DESC(FDEF-NUM)
                   ADD 1 TO SCR-FILECNT
                   MOVE WS-DEF-CODE TO SCR-FILECODES(SCR-FILECNT)
                   MOVE WS-DEF-F6   TO SCR-FILEDESCS(SCR-FILECNT)
               END-IF
               EXIT SECTION
           END-IF.
           PERFORM VARYING WS-DEF-IDX FROM 1 BY 1
                     UNTIL WS-DEF-IDX > FDEF-NUM
               IF FDEF-CODE(WS-DEF-IDX) = WS-DEF-CODE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-DEF-IDX > FDEF-NUM
               EXIT SECTION
           END-IF.
           EVALUATE WS-DEF-TYPE
             WHEN 'COL'
               IF WS-DEF-F3(1:1) >= '1' AND WS-DEF-F3(1:1) <= '4'
                   MOVE WS-DEF-F3(1:1) TO WS-COL
                   MOVE WS-DEF-F4 TO FDEF-COL-HEAD(WS-DEF-IDX WS-COL)
                   MOVE WS-DEF-F5 TO WS-DEF-NUM
                   MOVE WS-DEF-NUM TO FDEF-COL-POS(WS-DEF-IDX WS-COL)
                   MOVE WS-DEF-F6 TO WS-DEF-NUM
                   MOVE WS-DEF-NUM TO FDEF-COL-LEN(WS-DEF-IDX WS-COL)
               END-IF
             WHEN 'DEPT'
               MOVE WS-DEF-F3 TO WS-DEF-NUM
               MOVE WS-DEF-NUM TO FDEF-DEPT-POS(WS-DEF-IDX)
               MOVE WS-DEF-F4 TO WS-DEF-NUM
               MOVE WS-DEF-NUM TO FDEF-DEPT-LEN(WS-DEF-IDX)
               MOVE WS-DEF-F5 TO FDEF-DEPT-KIND(WS-DEF-IDX)
           END-EVALUATE.
           EXIT.
      ************************************************************************
       420-BUILD-FILE-ROWS      SECTION.
      * THE OPERATOR'S ROLE MUST BE ALLOWED THE FILE'S READ FUNCTION;
      * ROWS OUTSIDE THE OPERATOR'S DATA SCOPE ARE LEFT OUT, THEN THE
      * FILTER AND SORT APPLY AS THEY DO TO THE DEMONSTRATION ROWS.
           MOVE SPACE TO SCR-HEADING(1) SCR-HEADING(2)
                         SCR-HEADING(3) SCR-HEADING(4).
           PERFORM 410-LOAD-FILE-DEFS.
           PERFORM VARYING WS-DEF-IDX FROM 1 BY 1
                     UNTIL WS-DEF-IDX > FDEF-NUM
               IF FDEF-CODE(WS-DEF-IDX) = SCR-DATAFILE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-DEF-IDX > FDEF-NUM
               MOVE SPACE TO SCR-FILEMSG
               STRING 'no file registered as ' DELIMITED BY SIZE
                      SCR-DATAFILE             DELIMITED BY SPACE
                      INTO SCR-FILEMSG
               END-STRING
               MOVE SPACE TO SCR-DATAFILE
               EXIT SECTION
           END-IF.
           MOVE MCP-USER TO DB-AUTH-USER.
           MOVE FDEF-AUTHFN(WS-DEF-IDX) TO DB-AUTH-FUNC.
           IF DB-AUTH-FUNC = SPACE
               MOVE 'DATA-BROWSE' TO DB-AUTH-FUNC
           END-IF.
           MOVE 'N' TO DB-AUTH-DEFAULT.
           CALL 'AUTHCHECK' USING DB-AUTH.
           IF DB-AUTH-ALLOW NOT = 'Y'
               MOVE SPACE TO SCR-FILEMSG
               STRING 'not authorized to read ' DELIMITED BY SIZE
                      SCR-DATAFILE              DELIMITED BY SPACE
                      INTO SCR-FILEMSG
               END-STRING
               MOVE SPACE TO SCR-DATAFILE
               EXIT SECTION
           END-IF.
           PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 4
               MOVE FDEF-COL-HEAD(WS-DEF-IDX WS-COL)
                   TO SCR-HEADING(WS-COL)
           END-PERFORM.
           MOVE 'USERDEPT' TO DB-DEPTMAST-FUNC.
           MOVE MCP-USER   TO DB-DEPTMAST-USER.
           CALL 'DEPTMASTER' USING DB-DEPTMAST.
           MOVE DB-DEPTMAST-DEPT TO WS-MY-DEPT.
           MOVE FDEF-PATH(WS-DEF-IDX) TO DATA-FILE.
           MOVE 0 TO FROW-NUM.
           MOVE 0 TO WS-DATA-ROWS.
           IF FDEF-FORMAT(WS-DEF-IDX) = 'Q'
               PERFORM 426-READ-QUEUE
           ELSE
               PERFORM 424-READ-DATA-FILE
           END-IF.
           IF WS-SRC-OK NOT = 'Y'
               MOVE SPACE TO SCR-FILEMSG
               STRING SCR-DATAFILE       DELIMITED BY SPACE
                      ' is empty or missing'
                                         DELIMITED BY SIZE
                      INTO SCR-FILEMSG
               END-STRING
               EXIT SECTION
           END-IF.
           PERFORM 440-SORT-FILE-ROWS.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > FROW-NUM
               ADD 1 TO ROWCNT
               MOVE FROW-CELL(I 1) TO CELLDATA OF COLUMN1(ROWCNT)
               MOVE FROW-CELL(I 2) TO CELLDATA OF COLUMN2(ROWCNT)
               MOVE FROW-CELL(I 3) TO CELLDATA OF COLUMN3(ROWCNT)
               MOVE FROW-CELL(I 4) TO CELLDATA OF COLUMN4(ROWCNT)
               MOVE 'black' TO FGCOLOR OF COLUMN1(ROWCNT)
               MOVE 'black' TO FGCOLOR OF COLUMN2(ROWCNT)
               MOVE 'black' TO FGCOLOR OF COLUMN3(ROWCNT)
               MOVE 'black' TO FGCOLOR OF COLUMN4(ROWCNT)
               MOVE 'white' TO BGCOLOR OF COLUMN1(ROWCNT)
               MOVE 'white' TO BGCOLOR OF COLUMN2(ROWCNT)
               MOVE 'white' TO BGCOLOR OF COLUMN3(ROWCNT)
               MOVE 'white' TO BGCOLOR OF COLUMN4(ROWCNT)
           END-PERFORM.
           MOVE SPACE TO SCR-FILEMSG.
           STRING FDEF-DESC(WS-DEF-IDX) DELIMITED BY '  '
                  ': '                  DELIMITED BY SIZE
                  ROWCNT                DELIMITED BY SIZE
                  ' rows shown'         DELIMITED BY SIZE
                  INTO SCR-FILEMSG
           END-STRING.
           EXIT.
      ************************************************************************
       424-READ-DATA-FILE       SECTION.
           MOVE 'N' TO WS-SRC-OK.
           OPEN INPUT DATAFD.
           IF DATA-FILE-ST NOT = '00'
               EXIT SECTION
           END-IF.
           MOVE 'Y' TO WS-SRC-OK.
           PERFORM UNTIL DATA-FILE-ST NOT = '00'
                      OR FROW-NUM >= 1000
               READ DATAFD INTO DATA-LINE
               IF DATA-FILE-ST = '00' AND DATA-LINE NOT = SPACE
                  AND DATA-LINE(1:1) NOT = '*'
                   ADD 1 TO WS-DATA-ROWS
                   PERFORM 430-FILE-ROW
               END-IF
           END-PERFORM.
           CLOSE DATAFD.
           EXIT.
      ************************************************************************
       426-READ-QUEUE           SECTION.
      * THE LIVE QUEUE IN QUEUE ORDER.  THE BROWSE HOLDS NO POSITION
      * BETWEEN CALLS, SO NO LOCK IS TAKEN FOR A READ-ONLY WALK.
           MOVE 'N' TO WS-SRC-OK.
           INITIALIZE DB-PRINTQ.
           MOVE 'FIRST' TO DB-PRINTQ-FUNC.
           CALL 'PRINTQ' USING DB-PRINTQ.
           IF DB-PRINTQ-RC = 4
               EXIT SECTION
           END-IF.
           MOVE 'Y' TO WS-SRC-OK.
           PERFORM UNTIL DB-PRINTQ-RC NOT = ZERO
                      OR FROW-NUM >= 1000
               MOVE SPACE TO DATA-LINE
               STRING DB-PRINTQ-FILENAME  DELIMITED BY SPACE
                      '|'                 DELIMITED BY SIZE
                      DB-PRINTQ-STATUS    DELIMITED BY SPACE
                      '|'                 DELIMITED BY SIZE
                      DB-PRINTQ-ACCOUNT   DELIMITED BY SPACE
                      '|'                 DELIMITED BY SIZE
                      DB-PRINTQ-DEPT      DELIMITED BY SPACE
                      '|'                 DELIMITED BY SIZE
                      DB-PRINTQ-PAGES     DELIMITED BY SIZE
                      '|'                 DELIMITED BY SIZE
                      DB-PRINTQ-TIME      DELIMITED BY SPACE
                      '|'                 DELIMITED BY SIZE
                      DB-PRINTQ-PRINTER   DELIMITED BY SPACE
                      '|'                 DELIMITED BY SIZE
                      DB-PRINTQ-JOBID     DELIMITED BY SPACE
                      '|'                 DELIMITED BY SIZE
                      DB-PRINTQ-RETRIES   DELIMITED BY SIZE
                      '|'                 DELIMITED BY SIZE
                      DB-PRINTQ-ACTPAGES  DELIMITED BY SIZE
                      '|'                 DELIMITED BY SIZE
                      DB-PRINTQ-COPIES    DELIMITED BY SIZE
                      '|'                 DELIMITED BY SIZE
                      DB-PRINTQ-DUPLEX    DELIMITED BY SIZE
                      '|'                 DELIMITED BY SIZE
                      DB-PRINTQ-PAPER     DELIMITED BY SPACE
                      '|'                 DELIMITED BY SIZE
                      DB-PRINTQ-BIZDATE   DELIMITED BY SPACE
                      '|'                 DELIMITED BY SIZE
                      DB-PRINTQ-SEQ       DELIMITED BY SPACE
                      '|'                 DELIMITED BY SIZE
                      DB-PRINTQ-CONFID    DELIMITED BY SIZE
                      INTO DATA-LINE
               END-STRING
               ADD 1 TO WS-DATA-ROWS
               PERFORM 430-FILE-ROW
               MOVE 'NEXT' TO DB-PRINTQ-FUNC
               CALL 'PRINTQ' USING DB-PRINTQ
           END-PERFORM.
           EXIT.
      ************************************************************************
       430-FILE-ROW             SECTION.
           IF FDEF-FORMAT(WS-DEF-IDX) NOT = 'F'
               MOVE SPACE TO WS-DATA-FIELDS
               UNSTRING DATA-LINE DELIMITED BY '|'
                   INTO WS-DATA-FLD(1)  WS-DATA-FLD(2)
                        WS-DATA-FLD(3)  WS-DATA-FLD(4)
                        WS-DATA-FLD(5)  WS-DATA-FLD(6)
                        WS-DATA-FLD(7)  WS-DATA-FLD(8)
                        WS-DATA-FLD(9)  WS-DATA-FLD(10)
                        WS-DATA-FLD(11) WS-DATA-FLD(12)
                        WS-DATA-FLD(13) WS-DATA-FLD(14)
                        WS-DATA-FLD(15) WS-DATA-FLD(16)
                        WS-DATA-FLD(17) WS-DATA-FLD(18)
                        WS-DATA-FLD(19) WS-DATA-FLD(20)
           END-IF.
           IF FDEF-DEPT-POS(WS-DEF-IDX) > 0
               MOVE FDEF-DEPT-POS(WS-DEF-IDX) TO WS-FLD-POS
               MOVE FDEF-DEPT-LEN(WS-DEF-IDX) TO WS-FLD-LEN
               PERFORM 435-EXTRACT-FIELD
               IF FDEF-DEPT-KIND(WS-DEF-IDX) = 'USER'
                   MOVE 'USERDEPT' TO DB-DEPTMAST-FUNC
                   MOVE WS-FLD-VALUE TO DB-DEPTMAST-USER
                   CALL 'DEPTMASTER' USING DB-DEPTMAST
                   MOVE DB-DEPTMAST-DEPT TO WS-FLD-VALUE
               END-IF
               MOVE DB-AUTH-SCOPE     TO DB-SCOPE-MODE
               MOVE DB-AUTH-SCOPELIST TO DB-SCOPE-LIST
               MOVE WS-MY-DEPT        TO DB-SCOPE-MYDEPT
               MOVE WS-FLD-VALUE      TO DB-SCOPE-DEPT
               CALL 'AUTHSCOPE' USING DB-SCOPE
               IF DB-SCOPE-FLAG NOT = 'Y'
                   EXIT SECTION
               END-IF
           END-IF.
           ADD 1 TO FROW-NUM.
           PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 4
               MOVE FDEF-COL-POS(WS-DEF-IDX WS-COL) TO WS-FLD-POS
               MOVE FDEF-COL-LEN(WS-DEF-IDX WS-COL) TO WS-FLD-LEN
               PERFORM 435-EXTRACT-FIELD
               MOVE WS-FLD-VALUE TO FROW-CELL(FROW-NUM WS-COL)
           END-PERFORM.
           IF FILTERTEXT NOT = SPACE
               MOVE 0 TO WS-HIT
               PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 4
                   INSPECT FROW-CELL(FROW-NUM WS-COL) TALLYING WS-HIT
                       FOR ALL FUNCTION TRIM(FILTERTEXT)
               END-PERFORM
               IF WS-HIT = ZERO
                   SUBTRACT 1 FROM FROW-NUM
               END-IF
           END-IF.
           EXIT.
      ************************************************************************
       435-EXTRACT-FIELD        SECTION.
           MOVE SPACE TO WS-FLD-VALUE.
           IF WS-FLD-POS = ZERO
               EXIT SECTION
           END-IF.
           IF FDEF-FORMAT(WS-DEF-IDX) = 'F'
               IF WS-FLD-POS > 400
                   EXIT SECTION
               END-IF
               IF WS-FLD-LEN = ZERO OR WS-FLD-LEN > 40
                   MOVE 40 TO WS-FLD-LEN
               END-IF
               IF WS-FLD-POS + WS-FLD-LEN > 401
                   COMPUTE WS-FLD-LEN = 401 - WS-FLD-POS
               END-IF
               MOVE DATA-LINE(WS-FLD-POS:WS-FLD-LEN) TO WS-FLD-VALUE
           ELSE
               IF WS-FLD-POS <= 20
                   MOVE WS-DATA-FLD(WS-FLD-POS) TO WS-FLD-VALUE
               END-IF
           END-IF.
           EXIT.
      ************************************************************************
       440-SORT-FILE-ROWS       SECTION.
           IF SORTCOLUMN < 1 OR SORTCOLUMN > 4
               MOVE 1 TO SORTCOLUMN
           END-IF.
           MOVE 'Y' TO WS-SWAPPED.
           PERFORM UNTIL WS-SWAPPED = 'N'
               MOVE 'N' TO WS-SWAPPED
               PERFORM VARYING I FROM 1 BY 1 UNTIL I >= FROW-NUM
                   IF (SORTDIR = 'DESC' AND
                       FROW-CELL(I SORTCOLUMN) <
                       FROW-CELL(I + 1 SORTCOLUMN))
                   OR (SORTDIR NOT = 'DESC' AND
                       FROW-CELL(I SORTCOLUMN) >
                       FROW-CELL(I + 1 SORTCOLUMN))
                       MOVE FROW-ENTRY(I) TO WS-SWAP-FROW
                       MOVE FROW-ENTRY(I + 1) TO FROW-ENTRY(I)
                       MOVE WS-SWAP-FROW TO FROW-ENTRY(I + 1)
                       MOVE 'Y' TO WS-SWAPPED
                   END-IF
               END-PERFORM
           END-PERFORM.
           EXIT.
      ************************************************************************
       250-SAVE-VIEW            SECTION.
           PERFORM 300-LOAD-VIEWS.
           MOVE SORTCOLUMN TO VIEW-SORTC(WS-VIEW-IDX).
           MOVE SORTDIR    TO VIEW-SORTD(WS-VIEW-IDX).
           MOVE FILTERTEXT TO VIEW-FILTER(WS-VIEW-IDX).
           MOVE SCR-DATAFILE TO VIEW-DATAFILE(WS-VIEW-IDX).
           PERFORM 340-SAVE-VIEWS.
           PERFORM 310-LIST-MY-VIEWS.
           MOVE 'view saved' TO SCR-VIEWMSG.
               MOVE VIEW-SORTC(WS-VIEW-IDX)  TO SORTCOLUMN
               MOVE VIEW-SORTD(WS-VIEW-IDX)  TO SORTDIR
               MOVE VIEW-FILTER(WS-VIEW-IDX) TO FILTERTEXT
               MOVE VIEW-DATAFILE(WS-VIEW-IDX) TO SCR-DATAFILE
               MOVE SPACE TO SCR-FILEMSG
               PERFORM 020-BUILD-ROWS
               MOVE 'view applied' TO SCR-VIEWMSG
           END-IF.
                   READ VIEWFD INTO VIEW-LINE
                   IF VIEW-FILE-ST = '00' AND VIEW-LINE NOT = SPACE
                       ADD 1 TO VIEW-NUM
                       MOVE SPACE TO VIEW-DATAFILE(VIEW-NUM)
                       UNSTRING VIEW-LINE DELIMITED BY '|'
                           INTO VIEW-USER(VIEW-NUM)
                                VIEW-NAME(VIEW-NUM)
                                VIEW-SORTD(VIEW-NUM)
                                VIEW-FILTER(VIEW-NUM)
                                VIEW-DFLT(VIEW-NUM)
                                VIEW-DATAFILE(VIEW-NUM)
                   END-IF
               END-PERFORM
               CLOSE VIEWFD
                   MOVE VIEW-SORTD(WS-VIEW-IDX)  TO SORTDIR
                   MOVE VIEW-FILTER(WS-VIEW-IDX) TO FILTERTEXT
                   MOVE VIEW-NAME(WS-VIEW-IDX)   TO SCR-VIEWNAME
                   MOVE VIEW-DATAFILE(WS-VIEW-IDX) TO SCR-DATAFILE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
                      VIEW-DFLT(I)   DELIMITED BY SIZE
                      INTO VIEW-LINE
               END-STRING
               IF VIEW-DATAFILE(I) NOT = SPACE
                   STRING VIEW-USER(I)   DELIMITED BY SPACE
                          '|'            DELIMITED BY SIZE
                          VIEW-NAME(I)   DELIMITED BY SPACE
                          '|'            DELIMITED BY SIZE
                          VIEW-SORTC(I)  DELIMITED BY SIZE
                          '|'            DELIMITED BY SIZE
                          VIEW-SORTD(I)  DELIMITED BY SPACE
                          '|'            DELIMITED BY SIZE
                          VIEW-FILTER(I) DELIMITED BY '  '
                          '|'            DELIMITED BY SIZE
                          VIEW-DFLT(I)   DELIMITED BY SIZE
                          '|'            DELIMITED BY SIZE
                          VIEW-DATAFILE(I) DELIMITED BY SPACE
                          INTO VIEW-LINE
                   END-STRING
               END-IF
               WRITE VIEW-LINE
           END-PERFORM.
           CLOSE VIEWFD.
