       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         STANDORD.
      ******************************************************************
      * STANDING PRINT ORDER MAINTENANCE.  A DEPARTMENT THAT PRINTS
      * THE SAME DOCUMENT ON A FIXED CYCLE ENTERS IT HERE ONCE, WITH
      * THE SAME DETAILS AS THE PRINT SCREEN TAKES PLUS A PRINTER (OR
      * BLANK TO ROUTE BY DEPARTMENT) AND A RECURRENCE:
      *   W - WEEKLY, DAY 1 TO 7 FOR MONDAY TO SUNDAY
      *   M - MONTHLY, DAY IS THE BUSINESS DAY OF THE MONTH (1-23)
      * THE STANDING ORDER PASS PLACES EACH OCCURRENCE ON THE PRINT
      * QUEUE.  AN ORDER MAY BE SUSPENDED AND RESUMED, OR ENDED, BY
      * ITS OWNER OR BY A HOLDER OF THE STANDING ORDER ADMIN FUNCTION.
      * OCCURRENCES FALLING WHILE AN ORDER IS SUSPENDED ARE NOT
      * PLACED.  ENDED ORDERS DROP OUT OF THE REGISTER AFTER THE KEEP
      * PERIOD.
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
           SELECT STOFD    ASSIGN TO STO-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS STO-FILE-ST.
           SELECT PRTFD    ASSIGN TO PRT-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS PRT-FILE-ST.
       DATA                DIVISION.
       FILE                SECTION.
           FD  STOFD.
           01  STO-LINE            PIC X(250).
           FD  PRTFD.
           01  PRT-LINE            PIC X(250).
       WORKING-STORAGE     SECTION.
            COPY    "DB-STANDING".
            COPY    "DB-PRINTER".
            COPY    "DB-AUTH".
            COPY    "DB-FILELOCK".
            COPY    "DB-JOBID".
            COPY    "DB-DEPTMAST".
       01  STO-FILE            PIC X(80)
                               VALUE './cobol/print-standing.dat'.
       01  STO-FILE-ST         PIC X(02).
       01  PRT-FILE            PIC X(80)
                               VALUE './cobol/printer-defs.dat'.
       01  PRT-FILE-ST         PIC X(02).
       01  WS-IDX              PIC 9(4).
       01  WS-SEL-IDX          PIC 9(3).
       01  WS-PRT-IDX          PIC 9(4).
       01  WS-MAP-IDX          PIC 9(3).
       01  WS-MAP-NUM          PIC 9(3).
       01  WS-ROWMAP.
           05  WS-ROW-STO      OCCURS 200 TIMES
                               PIC 9(3).
       01  WS-TODAY            PIC X(8).
       01  WS-YESTERDAY        PIC X(8).
       01  WS-KEEP-DATE        PIC X(8).
       01  WS-KEEP-DAYS        PIC 9(3) VALUE 31.
       01  WS-WORK-DATE        PIC 9(8).
       01  WS-WORK-DAYS        PIC 9(7).
       01  WS-VALID            PIC X(1).
       01  WS-KEEP             PIC X(1).
       01  WS-EDIT-DAY         PIC Z9.
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
           DISPLAY 'standord widget:' MCP-WIDGET
           EVALUATE    MCP-STATUS      ALSO    MCP-WIDGET
             WHEN     'LINK'           ALSO    ANY
               PERFORM 010-INIT
             WHEN     'PUTG'           ALSO    'queuetable'
               PERFORM 020-ROW-CLICKED
             WHEN     'PUTG'           ALSO    'addbutton'
               PERFORM 030-ADD-ORDER
             WHEN     'PUTG'           ALSO    'suspendbutton'
               PERFORM 040-SUSPEND-ORDER
             WHEN     'PUTG'           ALSO    'resumebutton'
               PERFORM 050-RESUME-ORDER
             WHEN     'PUTG'           ALSO    'endbutton'
               PERFORM 060-END-ORDER
             WHEN     'PUTG'           ALSO    'refreshbutton'
               PERFORM 080-REFRESH
           END-EVALUATE.
           EXIT    PROGRAM.
      ************************************************************************
       010-INIT                SECTION.
           INITIALIZE QUEUETABLE.
           MOVE 2 TO QTROWATTR.
           MOVE SPACE TO SCR-QMSG.
           PERFORM 070-CLEAR-ENTRY.
           PERFORM 100-LOAD-REGISTER.
           PERFORM 500-REGISTER-TO-TABLE.
           MOVE   'NEW'        TO  MCP-PUTTYPE.
           MOVE   'standord'   TO  MCP-WINDOW.
           PERFORM 900-PUT-WINDOW.
           EXIT.
      ************************************************************************
       020-ROW-CLICKED         SECTION.
           MOVE SPACE TO SCR-QMSG.
           MOVE   'PUTG'       TO  MCP-PUTTYPE.
           MOVE   'standord'   TO  MCP-WINDOW.
           PERFORM 900-PUT-WINDOW.
           EXIT.
      ************************************************************************
       030-ADD-ORDER           SECTION.
           PERFORM 300-VALIDATE-ORDER.
           IF WS-VALID NOT = 'Y'
               PERFORM 080-REFRESH
               EXIT SECTION
           END-IF.
           PERFORM 200-LOCK-REGISTER.
           IF DB-FILELOCK-RC = 2
               PERFORM 080-REFRESH
               EXIT SECTION
           END-IF.
           PERFORM 100-LOAD-REGISTER.
           IF DB-STAND-NUM >= 200
               MOVE 'standing order register is full' TO SCR-QMSG
               PERFORM 220-UNLOCK-REGISTER
               PERFORM 090-SHOW-REGISTER
               EXIT SECTION
           END-IF.
           CALL 'JOBID' USING DB-JOBID.
           IF DB-JOBID-RC NOT = ZERO
               MOVE 'no order id available - try again' TO SCR-QMSG
               PERFORM 220-UNLOCK-REGISTER
               PERFORM 090-SHOW-REGISTER
               EXIT SECTION
           END-IF.
           ADD 1 TO DB-STAND-NUM.
           MOVE DB-STAND-NUM     TO WS-SEL-IDX.
           INITIALIZE DB-STAND-ENTRY(WS-SEL-IDX).
           MOVE DB-JOBID-VALUE   TO DB-STAND-ID(WS-SEL-IDX).
           MOVE FILENAME         TO DB-STAND-FILENAME(WS-SEL-IDX).
           MOVE DEPARTMENT       TO DB-STAND-DEPT(WS-SEL-IDX).
           MOVE ACCOUNT          TO DB-STAND-ACCOUNT(WS-SEL-IDX).
           MOVE PAGECOUNT        TO DB-STAND-PAGES(WS-SEL-IDX).
           MOVE COPIES           TO DB-STAND-COPIES(WS-SEL-IDX).
           MOVE DUPLEX           TO DB-STAND-DUPLEX(WS-SEL-IDX).
           MOVE PAPERSIZE        TO DB-STAND-PAPER(WS-SEL-IDX).
           MOVE SCR-STOPRINTER   TO DB-STAND-PRINTER(WS-SEL-IDX).
           MOVE CONFIDENTIAL     TO DB-STAND-CONFID(WS-SEL-IDX).
           MOVE SCR-STOFREQ      TO DB-STAND-FREQ(WS-SEL-IDX).
           MOVE SCR-STODAY       TO DB-STAND-DAY(WS-SEL-IDX).
           MOVE 'ACTIVE'         TO DB-STAND-STATUS(WS-SEL-IDX).
           MOVE SCR-STOSTART     TO DB-STAND-START(WS-SEL-IDX).
           MOVE SCR-STOEND       TO DB-STAND-END(WS-SEL-IDX).
           MOVE SPACE            TO DB-STAND-LASTDATE(WS-SEL-IDX).
           MOVE MCP-USER         TO DB-STAND-OWNER(WS-SEL-IDX).
           PERFORM 210-SAVE-REGISTER.
           PERFORM 220-UNLOCK-REGISTER.
           MOVE SPACE TO SCR-QMSG.
           STRING 'standing order '      DELIMITED BY SIZE
                  DB-JOBID-VALUE         DELIMITED BY SPACE
                  ' added for '          DELIMITED BY SIZE
                  FILENAME               DELIMITED BY SPACE
                  INTO SCR-QMSG
           END-STRING.
           PERFORM 070-CLEAR-ENTRY.
           PERFORM 090-SHOW-REGISTER.
           EXIT.
      ************************************************************************
       040-SUSPEND-ORDER       SECTION.
           PERFORM 200-LOCK-REGISTER.
           IF DB-FILELOCK-RC = 2
               PERFORM 080-REFRESH
               EXIT SECTION
           END-IF.
           PERFORM 100-LOAD-REGISTER.
           PERFORM 110-CHECK-SELECTION.
           IF WS-SEL-IDX NOT = ZERO
               IF DB-STAND-STATUS(WS-SEL-IDX) NOT = 'ACTIVE'
                   MOVE 'standing order is not active' TO SCR-QMSG
               ELSE
                   MOVE 'SUSPENDED' TO DB-STAND-STATUS(WS-SEL-IDX)
                   PERFORM 210-SAVE-REGISTER
                   MOVE 'standing order suspended' TO SCR-QMSG
               END-IF
           END-IF.
           PERFORM 220-UNLOCK-REGISTER.
           PERFORM 090-SHOW-REGISTER.
           EXIT.
      ************************************************************************
       050-RESUME-ORDER        SECTION.
      * OCCURRENCES THAT FELL WHILE THE ORDER WAS SUSPENDED ARE TAKEN
      * AS PLACED, SO RESUMING DOES NOT PRINT A BACKLOG; AN
      * OCCURRENCE FALLING TODAY IS STILL PLACED.
           PERFORM 200-LOCK-REGISTER.
           IF DB-FILELOCK-RC = 2
               PERFORM 080-REFRESH
               EXIT SECTION
           END-IF.
           PERFORM 100-LOAD-REGISTER.
           PERFORM 110-CHECK-SELECTION.
           IF WS-SEL-IDX NOT = ZERO
               IF DB-STAND-STATUS(WS-SEL-IDX) NOT = 'SUSPENDED'
                   MOVE 'standing order is not suspended' TO SCR-QMSG
               ELSE
                   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
                   MOVE WS-TODAY TO WS-WORK-DATE
                   COMPUTE WS-WORK-DAYS =
                       FUNCTION INTEGER-OF-DATE(WS-WORK-DATE) - 1
                   MOVE FUNCTION DATE-OF-INTEGER(WS-WORK-DAYS)
                       TO WS-YESTERDAY
                   IF DB-STAND-LASTDATE(WS-SEL-IDX) = SPACE
                      OR DB-STAND-LASTDATE(WS-SEL-IDX) < WS-YESTERDAY
                       MOVE WS-YESTERDAY
                           TO DB-STAND-LASTDATE(WS-SEL-IDX)
                   END-IF
                   MOVE 'ACTIVE' TO DB-STAND-STATUS(WS-SEL-IDX)
                   PERFORM 210-SAVE-REGISTER
                   MOVE 'standing order resumed' TO SCR-QMSG
               END-IF
           END-IF.
           PERFORM 220-UNLOCK-REGISTER.
           PERFORM 090-SHOW-REGISTER.
           EXIT.
      ************************************************************************
       060-END-ORDER           SECTION.
           PERFORM 200-LOCK-REGISTER.
           IF DB-FILELOCK-RC = 2
               PERFORM 080-REFRESH
               EXIT SECTION
           END-IF.
           PERFORM 100-LOAD-REGISTER.
           PERFORM 110-CHECK-SELECTION.
           IF WS-SEL-IDX NOT = ZERO
               IF DB-STAND-STATUS(WS-SEL-IDX) = 'ENDED'
                   MOVE 'standing order has already ended' TO SCR-QMSG
               ELSE
                   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
                   MOVE 'ENDED' TO DB-STAND-STATUS(WS-SEL-IDX)
                   IF DB-STAND-END(WS-SEL-IDX) = SPACE
                      OR DB-STAND-END(WS-SEL-IDX) > WS-TODAY
                       MOVE WS-TODAY TO DB-STAND-END(WS-SEL-IDX)
                   END-IF
                   PERFORM 210-SAVE-REGISTER
                   MOVE 'standing order ended' TO SCR-QMSG
               END-IF
           END-IF.
           PERFORM 220-UNLOCK-REGISTER.
           PERFORM 090-SHOW-REGISTER.
           EXIT.
      ************************************************************************
       070-CLEAR-ENTRY         SECTION.
           MOVE SPACE TO FILENAME.
           MOVE SPACE TO DEPARTMENT.
           MOVE SPACE TO ACCOUNT.
           MOVE 0     TO PAGECOUNT.
           MOVE 0     TO COPIES.
           MOVE SPACE TO DUPLEX.
           MOVE SPACE TO PAPERSIZE.
           MOVE SPACE TO CONFIDENTIAL.
           MOVE SPACE TO SCR-STOPRINTER.
           MOVE SPACE TO SCR-STOFREQ.
           MOVE 0     TO SCR-STODAY.
           MOVE SPACE TO SCR-STOSTART.
           MOVE SPACE TO SCR-STOEND.
           EXIT.
      ************************************************************************
       080-REFRESH             SECTION.
           PERFORM 100-LOAD-REGISTER.
           PERFORM 090-SHOW-REGISTER.
           EXIT.
      ************************************************************************
       090-SHOW-REGISTER       SECTION.
           PERFORM 500-REGISTER-TO-TABLE.
           MOVE   'PUTG'       TO  MCP-PUTTYPE.
           MOVE   'standord'   TO  MCP-WINDOW.
           PERFORM 900-PUT-WINDOW.
           EXIT.
      ************************************************************************
       100-LOAD-REGISTER       SECTION.
           MOVE 0 TO DB-STAND-NUM.
           OPEN INPUT STOFD.
           IF STO-FILE-ST = "00"
               PERFORM UNTIL STO-FILE-ST NOT = "00"
                        OR DB-STAND-NUM >= 200
                   READ STOFD INTO STO-LINE
                   IF STO-FILE-ST = "00" AND STO-LINE NOT = SPACE
                       ADD 1 TO DB-STAND-NUM
                       INITIALIZE DB-STAND-ENTRY(DB-STAND-NUM)
                       UNSTRING STO-LINE DELIMITED BY '|'
                           INTO DB-STAND-ID(DB-STAND-NUM)
                                DB-STAND-FILENAME(DB-STAND-NUM)
                                DB-STAND-DEPT(DB-STAND-NUM)
                                DB-STAND-ACCOUNT(DB-STAND-NUM)
                                DB-STAND-PAGES(DB-STAND-NUM)
                                DB-STAND-COPIES(DB-STAND-NUM)
                                DB-STAND-DUPLEX(DB-STAND-NUM)
                                DB-STAND-PAPER(DB-STAND-NUM)
                                DB-STAND-PRINTER(DB-STAND-NUM)
                                DB-STAND-CONFID(DB-STAND-NUM)
                                DB-STAND-FREQ(DB-STAND-NUM)
                                DB-STAND-DAY(DB-STAND-NUM)
                                DB-STAND-STATUS(DB-STAND-NUM)
                                DB-STAND-START(DB-STAND-NUM)
                                DB-STAND-END(DB-STAND-NUM)
                                DB-STAND-LASTDATE(DB-STAND-NUM)
                                DB-STAND-OWNER(DB-STAND-NUM)
                   END-IF
               END-PERFORM
               CLOSE STOFD
           END-IF.
           EXIT.
      ************************************************************************
       110-CHECK-SELECTION     SECTION.
      * THE OWNER OF AN ORDER MAY CHANGE IT; ANYONE ELSE NEEDS THE
      * STANDING ORDER ADMIN FUNCTION.
           MOVE 0 TO WS-SEL-IDX.
           PERFORM 460-BUILD-ROWMAP.
           IF QTROW = ZERO OR QTROW > WS-MAP-NUM
               MOVE 'select a standing order first' TO SCR-QMSG
               EXIT SECTION
           END-IF.
           MOVE WS-ROW-STO(QTROW) TO WS-SEL-IDX.
           IF DB-STAND-OWNER(WS-SEL-IDX) NOT = MCP-USER
               MOVE MCP-USER TO DB-AUTH-USER
               MOVE 'PRINT-STANDING-ADMIN' TO DB-AUTH-FUNC
               MOVE 'N' TO DB-AUTH-DEFAULT
               CALL 'AUTHCHECK' USING DB-AUTH
               IF DB-AUTH-ALLOW NOT = 'Y'
                   MOVE 'only the owner can change this order'
                       TO SCR-QMSG
                   MOVE 0 TO WS-SEL-IDX
               END-IF
           END-IF.
           EXIT.
      ************************************************************************
       150-LOAD-PRINTERS       SECTION.
           MOVE 0 TO DB-PRINTER-NUM.
           OPEN INPUT PRTFD.
           IF PRT-FILE-ST = "00"
               PERFORM UNTIL PRT-FILE-ST NOT = "00"
                        OR DB-PRINTER-NUM >= 20
                   READ PRTFD INTO PRT-LINE
                   IF PRT-FILE-ST = "00" AND PRT-LINE NOT = SPACE
                       ADD 1 TO DB-PRINTER-NUM
                       UNSTRING PRT-LINE DELIMITED BY '|'
                           INTO DB-PRINTER-CODE(DB-PRINTER-NUM)
                                DB-PRINTER-DESC(DB-PRINTER-NUM)
                                DB-PRINTER-LOC(DB-PRINTER-NUM)
                                DB-PRINTER-STATUS(DB-PRINTER-NUM)
                                DB-PRINTER-BACKUP(DB-PRINTER-NUM)
                   END-IF
               END-PERFORM
               CLOSE PRTFD
           END-IF.
           EXIT.
      ************************************************************************
       200-LOCK-REGISTER       SECTION.
           MOVE 'ACQUIRE' TO DB-FILELOCK-FUNC.
           MOVE STO-FILE TO DB-FILELOCK-FILE.
           MOVE MCP-TERM TO DB-FILELOCK-OWNER.
           MOVE 30 TO DB-FILELOCK-TIMEOUT.
           CALL 'FILELOCK' USING DB-FILELOCK.
           IF DB-FILELOCK-RC = 2
               MOVE SPACE TO SCR-QMSG
               STRING 'register locked by ' DELIMITED BY SIZE
                      DB-FILELOCK-HOLDER    DELIMITED BY SPACE
                      ' - try again'        DELIMITED BY SIZE
                      INTO SCR-QMSG
               END-STRING
           END-IF.
           EXIT.
      ************************************************************************
       210-SAVE-REGISTER       SECTION.
      * ENDED ORDERS OLDER THAN THE KEEP PERIOD ARE DROPPED AS THE
      * REGISTER IS WRITTEN BACK.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE WS-TODAY TO WS-WORK-DATE.
           COMPUTE WS-WORK-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-WORK-DATE) - WS-KEEP-DAYS.
           MOVE FUNCTION DATE-OF-INTEGER(WS-WORK-DAYS)
               TO WS-KEEP-DATE.
           OPEN OUTPUT STOFD.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > DB-STAND-NUM
               MOVE 'Y' TO WS-KEEP
               IF DB-STAND-STATUS(WS-IDX) = 'ENDED'
                  AND DB-STAND-END(WS-IDX) < WS-KEEP-DATE
                   MOVE 'N' TO WS-KEEP
               END-IF
               IF WS-KEEP = 'Y'
                   PERFORM 215-WRITE-ORDER
               END-IF
           END-PERFORM.
           CLOSE STOFD.
           EXIT.
      ************************************************************************
       215-WRITE-ORDER         SECTION.
           MOVE SPACE TO STO-LINE.
           STRING DB-STAND-ID(WS-IDX)       DELIMITED BY SPACE
                  '|'                       DELIMITED BY SIZE
                  DB-STAND-FILENAME(WS-IDX) DELIMITED BY SPACE
                  '|'                       DELIMITED BY SIZE
                  DB-STAND-DEPT(WS-IDX)     DELIMITED BY '  '
                  '|'                       DELIMITED BY SIZE
                  DB-STAND-ACCOUNT(WS-IDX)  DELIMITED BY '  '
                  '|'                       DELIMITED BY SIZE
                  DB-STAND-PAGES(WS-IDX)    DELIMITED BY SIZE
                  '|'                       DELIMITED BY SIZE
                  DB-STAND-COPIES(WS-IDX)   DELIMITED BY SIZE
                  '|'                       DELIMITED BY SIZE
                  DB-STAND-DUPLEX(WS-IDX)   DELIMITED BY SPACE
                  '|'                       DELIMITED BY SIZE
                  DB-STAND-PAPER(WS-IDX)    DELIMITED BY SPACE
                  '|'                       DELIMITED BY SIZE
                  DB-STAND-PRINTER(WS-IDX)  DELIMITED BY SPACE
                  '|'                       DELIMITED BY SIZE
                  DB-STAND-CONFID(WS-IDX)   DELIMITED BY SPACE
                  '|'                       DELIMITED BY SIZE
                  DB-STAND-FREQ(WS-IDX)     DELIMITED BY SPACE
                  '|'                       DELIMITED BY SIZE
                  DB-STAND-DAY(WS-IDX)      DELIMITED BY SIZE
                  '|'                       DELIMITED BY SIZE
                  DB-STAND-STATUS(WS-IDX)   DELIMITED BY SPACE
                  '|'                       DELIMITED BY SIZE
                  DB-STAND-START(WS-IDX)    DELIMITED BY SPACE
                  '|'                       DELIMITED BY SIZE
                  DB-STAND-END(WS-IDX)      DELIMITED BY SPACE
                  '|'                       DELIMITED BY SIZE
                  DB-STAND-LASTDATE(WS-IDX) DELIMITED BY SPACE
                  '|'                       DELIMITED BY SIZE
                  DB-STAND-OWNER(WS-IDX)    DELIMITED BY SPACE
                  INTO STO-LINE
           END-STRING.
           WRITE STO-LINE.
           EXIT.
      ************************************************************************
       220-UNLOCK-REGISTER     SECTION.
           MOVE 'RELEASE' TO DB-FILELOCK-FUNC.
           MOVE STO-FILE TO DB-FILELOCK-FILE.
           MOVE MCP-TERM TO DB-FILELOCK-OWNER.
           CALL 'FILELOCK' USING DB-FILELOCK.
           EXIT.
      ************************************************************************
       300-VALIDATE-ORDER      SECTION.
      * THE DOCUMENT, DEPARTMENT AND RECURRENCE ARE REQUIRED.  THE
      * ACCOUNT DEFAULTS TO THE USER ENTERING THE ORDER AND THE PRINT
      * OPTIONS DEFAULT AS THEY DO ON THE PRINT SCREEN; THE ORDER
      * STARTS TODAY UNLESS A LATER START IS GIVEN.
           MOVE 'N' TO WS-VALID.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           IF FILENAME = SPACE OR FILENAME = LOW-VALUE
               MOVE 'enter the document to print' TO SCR-QMSG
               EXIT SECTION
           END-IF.
           MOVE 'VALDEPT'  TO DB-DEPTMAST-FUNC.
           MOVE DEPARTMENT TO DB-DEPTMAST-DEPT.
           CALL 'DEPTMASTER' USING DB-DEPTMAST.
           IF DB-DEPTMAST-FLAG NOT = 'Y'
               MOVE 'unknown department' TO SCR-QMSG
               EXIT SECTION
           END-IF.
           IF ACCOUNT = SPACE OR ACCOUNT = LOW-VALUE
               MOVE MCP-USER TO ACCOUNT
           END-IF.
           IF COPIES = ZERO
               MOVE 1 TO COPIES
           END-IF.
           IF DUPLEX NOT = 'Y'
               MOVE 'N' TO DUPLEX
           END-IF.
           IF PAPERSIZE = SPACE OR PAPERSIZE = LOW-VALUE
               MOVE 'A4' TO PAPERSIZE
           END-IF.
           IF CONFIDENTIAL NOT = 'Y'
               MOVE SPACE TO CONFIDENTIAL
           END-IF.
           INSPECT FILENAME   REPLACING ALL '|' BY '/'.
           INSPECT DEPARTMENT REPLACING ALL '|' BY '/'.
           INSPECT ACCOUNT    REPLACING ALL '|' BY '/'.
           IF SCR-STOPRINTER NOT = SPACE
               PERFORM 150-LOAD-PRINTERS
               PERFORM VARYING WS-PRT-IDX FROM 1 BY 1
                         UNTIL WS-PRT-IDX > DB-PRINTER-NUM
                   IF DB-PRINTER-CODE(WS-PRT-IDX) = SCR-STOPRINTER
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-PRT-IDX > DB-PRINTER-NUM
                   MOVE 'unknown printer' TO SCR-QMSG
                   EXIT SECTION
               END-IF
           END-IF.
           EVALUATE SCR-STOFREQ
             WHEN 'W'
               IF SCR-STODAY < 1 OR SCR-STODAY > 7
                   MOVE 'weekly day must be 1 (Monday) to 7 (Sunday)'
                       TO SCR-QMSG
                   EXIT SECTION
               END-IF
             WHEN 'M'
               IF SCR-STODAY < 1 OR SCR-STODAY > 23
                   MOVE 'monthly business day must be 1 to 23'
                       TO SCR-QMSG
                   EXIT SECTION
               END-IF
             WHEN OTHER
               MOVE 'recurrence must be W (weekly) or M (monthly)'
                   TO SCR-QMSG
               EXIT SECTION
           END-EVALUATE.
           IF SCR-STOSTART = SPACE OR SCR-STOSTART = LOW-VALUE
               MOVE WS-TODAY TO SCR-STOSTART
           END-IF.
           IF SCR-STOSTART IS NOT NUMERIC
               MOVE 'start date must be YYYYMMDD' TO SCR-QMSG
               EXIT SECTION
           END-IF.
           IF SCR-STOSTART < WS-TODAY
               MOVE 'start date cannot be in the past' TO SCR-QMSG
               EXIT SECTION
           END-IF.
           IF SCR-STOEND = LOW-VALUE
               MOVE SPACE TO SCR-STOEND
           END-IF.
           IF SCR-STOEND NOT = SPACE
               IF SCR-STOEND IS NOT NUMERIC
                   MOVE 'end date must be YYYYMMDD' TO SCR-QMSG
                   EXIT SECTION
               END-IF
               IF SCR-STOEND < SCR-STOSTART
                   MOVE 'end date is before the start date' TO SCR-QMSG
                   EXIT SECTION
               END-IF
           END-IF.
           MOVE 'Y' TO WS-VALID.
           EXIT.
      ************************************************************************
       460-BUILD-ROWMAP        SECTION.
      * ACTIVE AND SUSPENDED ORDERS ARE LISTED; THE MAP TIES A TABLE
      * ROW BACK TO ITS REGISTER SLOT.
           MOVE 0 TO WS-MAP-NUM.
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                     UNTIL WS-MAP-IDX > DB-STAND-NUM
               IF DB-STAND-STATUS(WS-MAP-IDX) NOT = 'ENDED'
                   ADD 1 TO WS-MAP-NUM
                   MOVE WS-MAP-IDX TO WS-ROW-STO(WS-MAP-NUM)
               END-IF
           END-PERFORM.
           EXIT.
      ************************************************************************
       500-REGISTER-TO-TABLE   SECTION.
           MOVE QTROW TO WS-SEL-IDX.
           INITIALIZE QUEUETABLE.
           MOVE 2 TO QTROWATTR.
           MOVE WS-SEL-IDX TO QTROW.
           PERFORM 460-BUILD-ROWMAP.
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                     UNTIL WS-MAP-IDX > WS-MAP-NUM
               MOVE WS-ROW-STO(WS-MAP-IDX) TO WS-IDX
               ADD 1 TO QROWCNT
               MOVE SPACE TO QCELL1(QROWCNT)
               STRING DB-STAND-ID(WS-IDX)       DELIMITED BY SPACE
                      ' '                       DELIMITED BY SIZE
                      DB-STAND-FILENAME(WS-IDX) DELIMITED BY SPACE
                      INTO QCELL1(QROWCNT)
               END-STRING
               MOVE DB-STAND-STATUS(WS-IDX) TO QCELL2(QROWCNT)
               MOVE DB-STAND-DAY(WS-IDX) TO WS-EDIT-DAY
               MOVE SPACE TO QCELL3(QROWCNT)
               IF DB-STAND-FREQ(WS-IDX) = 'W'
                   STRING 'weekly day '          DELIMITED BY SIZE
                          WS-EDIT-DAY            DELIMITED BY SIZE
                          ' '                    DELIMITED BY SIZE
                          DB-STAND-DEPT(WS-IDX)  DELIMITED BY '  '
                          INTO QCELL3(QROWCNT)
                   END-STRING
               ELSE
                   STRING 'monthly bus day '     DELIMITED BY SIZE
                          WS-EDIT-DAY            DELIMITED BY SIZE
                          ' '                    DELIMITED BY SIZE
                          DB-STAND-DEPT(WS-IDX)  DELIMITED BY '  '
                          INTO QCELL3(QROWCNT)
                   END-STRING
               END-IF
               MOVE SPACE TO QCELL4(QROWCNT)
               STRING 'last '                   DELIMITED BY SIZE
                      DB-STAND-LASTDATE(WS-IDX) DELIMITED BY SPACE
                      ' '                       DELIMITED BY SIZE
                      DB-STAND-PRINTER(WS-IDX)  DELIMITED BY SPACE
                      ' '                       DELIMITED BY SIZE
                      DB-STAND-OWNER(WS-IDX)    DELIMITED BY SPACE
                      INTO QCELL4(QROWCNT)
               END-STRING
           END-PERFORM.
           IF SCR-QMSG = SPACE AND WS-MAP-NUM = 0
               MOVE 'no standing print orders' TO SCR-QMSG
           END-IF.
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
