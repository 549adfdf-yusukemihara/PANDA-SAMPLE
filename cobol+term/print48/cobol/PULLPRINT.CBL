       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PULLPRINT.
      ******************************************************************
      * PULL-PRINT RELEASE.  LISTS THE SIGNED-ON USER'S CONFIDENTIAL
      * JOBS STILL HELD ON THE PRINT QUEUE.  A JOB CAN ONLY BE RELEASED
      * FROM A TERMINAL WHOSE LOCATION ON THE TERMINAL MASTER IS THE
      * LOCATION OF THE PRINTER THE JOB WAS ROUTED TO, SO THE OWNER IS
      * STANDING AT THE PRINTER WHEN IT COMES OUT.  RELEASE IS
      * TWO-STEP: THE RELEASE BUTTON ARMS THE SELECTED JOB, THE CONFIRM
      * BUTTON CLEARS THE HOLD FOR PRINTDISP AND WRITES A LINE TO THE
      * PULL-PRINT AUDIT LOG.
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
           SELECT TERMFD   ASSIGN TO TERM-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS TERM-FILE-ST.
           SELECT PRTFD    ASSIGN TO PRT-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS PRT-FILE-ST.
           SELECT PULLFD   ASSIGN TO PULL-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS PULL-FILE-ST.
       DATA                DIVISION.
       FILE                SECTION.
           FD  TERMFD.
           01  TERM-LINE           PIC X(80).
           FD  PRTFD.
           01  PRT-LINE            PIC X(250).
           FD  PULLFD.
           01  PULL-LINE           PIC X(150).
       WORKING-STORAGE     SECTION.
            COPY    "DB-PRINTQ".
            COPY    "DB-PRINTER".
            COPY    "DB-FILELOCK".
       01  QUEUE-FILE          PIC X(80)
                               VALUE './cobol/printqueue.idx'.
       01  TERM-FILE           PIC X(80)
                               VALUE './cobol/terminal-master.dat'.
       01  TERM-FILE-ST        PIC X(02).
       01  PRT-FILE            PIC X(80)
                               VALUE './cobol/printer-defs.dat'.
       01  PRT-FILE-ST         PIC X(02).
       01  PULL-FILE           PIC X(80)
                               VALUE './cobol/pullprint-audit.log'.
       01  PULL-FILE-ST        PIC X(02).
       01  TERM-REC.
           05  TERM-ID             PIC X(20).
           05  TERM-LOC            PIC X(20).
           05  TERM-DEPT           PIC X(20).
           05  TERM-STATUS         PIC X(10).
       01  WS-TERM-LOC         PIC X(20).
       01  WS-PRT-LOC          PIC X(20).
       01  WS-PRT-IDX          PIC 9(4).
       01  WS-SEL-IDX          PIC 9(4).
       01  WS-TIMESTAMP        PIC X(21).
       01  WS-JOB-TABLE.
           05  WS-JOB-NUM          PIC 9(4).
           05  WS-JOB-ENTRY OCCURS 200 TIMES.
               10  WS-JOB-JOBID    PIC X(16).
               10  WS-JOB-HERE     PIC X(1).
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
           DISPLAY 'pullprint widget:' MCP-WIDGET
           EVALUATE    MCP-STATUS      ALSO    MCP-WIDGET
             WHEN     'LINK'           ALSO    ANY
               PERFORM 010-INIT
             WHEN     'PUTG'           ALSO    'queuetable'
               PERFORM 020-ROW-CLICKED
             WHEN     'PUTG'           ALSO    'releasebutton'
               PERFORM 030-ARM-RELEASE
             WHEN     'PUTG'           ALSO    'confirmbutton'
               PERFORM 040-CONFIRM-RELEASE
             WHEN     'PUTG'           ALSO    'refreshbutton'
               PERFORM 080-REFRESH
           END-EVALUATE.
           EXIT    PROGRAM.
      ************************************************************************
       010-INIT                SECTION.
           INITIALIZE QUEUETABLE.
           MOVE 2 TO QTROWATTR.
           MOVE SPACE TO SCR-QMSG.
           MOVE SPACE TO SPA-ENTRYDATA1.
           PERFORM 100-LOAD-HELD-JOBS.
           IF WS-TERM-LOC = SPACE
               MOVE 'this terminal has no location on record'
                 TO SCR-QMSG
           END-IF.
           PERFORM 500-JOBS-TO-TABLE.
           MOVE   'NEW'        TO  MCP-PUTTYPE.
           MOVE   'pullprint'  TO  MCP-WINDOW.
           PERFORM 900-PUT-WINDOW.
           EXIT.
      ************************************************************************
       020-ROW-CLICKED         SECTION.
           MOVE SPACE TO SCR-QMSG.
           MOVE SPACE TO SPA-ENTRYDATA1.
           MOVE   'PUTG'       TO  MCP-PUTTYPE.
           MOVE   'pullprint'  TO  MCP-WINDOW.
           PERFORM 900-PUT-WINDOW.
           EXIT.
      ************************************************************************
       030-ARM-RELEASE         SECTION.
           PERFORM 100-LOAD-HELD-JOBS.
           MOVE SPACE TO SPA-ENTRYDATA1.
           IF QTROW = ZERO OR QTROW > WS-JOB-NUM
               MOVE 'select a job first' TO SCR-QMSG
           ELSE
               MOVE QTROW TO WS-SEL-IDX
               IF WS-JOB-HERE(WS-SEL-IDX) NOT = 'Y'
                   MOVE 'release from a terminal beside the printer'
                     TO SCR-QMSG
               ELSE
                   MOVE WS-JOB-JOBID(WS-SEL-IDX) TO SPA-ENTRYDATA1
                   MOVE SPACE TO SCR-QMSG
                   STRING 'about to release job '  DELIMITED BY SIZE
                          WS-JOB-JOBID(WS-SEL-IDX) DELIMITED BY SPACE
                          ' - press confirm'       DELIMITED BY SIZE
                          INTO SCR-QMSG
                   END-STRING
               END-IF
           END-IF.
           PERFORM 090-SHOW-JOBS.
           EXIT.
      ************************************************************************
       040-CONFIRM-RELEASE     SECTION.
           IF SPA-ENTRYDATA1 = SPACE
               MOVE 'nothing armed for release' TO SCR-QMSG
               PERFORM 080-REFRESH
               EXIT SECTION
           END-IF.
           MOVE 'ACQUIRE' TO DB-FILELOCK-FUNC.
           MOVE QUEUE-FILE TO DB-FILELOCK-FILE.
           MOVE MCP-TERM TO DB-FILELOCK-OWNER.
           MOVE 30 TO DB-FILELOCK-TIMEOUT.
           CALL 'FILELOCK' USING DB-FILELOCK.
           IF DB-FILELOCK-RC = 2
               MOVE 'print queue busy - try again' TO SCR-QMSG
               PERFORM 080-REFRESH
               EXIT SECTION
           END-IF.
      * EVERYTHING IS CHECKED AGAIN ON THE JOB AS IT STANDS NOW: IT
      * MAY HAVE EXPIRED OR BEEN CANCELLED SINCE IT WAS ARMED.
           PERFORM 110-FIND-TERMINAL.
           PERFORM 120-LOAD-PRINTERS.
           INITIALIZE DB-PRINTQ.
           MOVE 'READ' TO DB-PRINTQ-FUNC.
           MOVE SPA-ENTRYDATA1(1:16) TO DB-PRINTQ-JOBID.
           CALL 'PRINTQ' USING DB-PRINTQ.
           IF DB-PRINTQ-RC = ZERO
               PERFORM 130-PRINTER-LOCATION
           END-IF.
           EVALUATE TRUE
             WHEN DB-PRINTQ-RC NOT = ZERO
               MOVE 'job is no longer on the queue' TO SCR-QMSG
             WHEN DB-PRINTQ-ACCOUNT NOT = MCP-USER
               MOVE 'only the owner can release this job' TO SCR-QMSG
             WHEN DB-PRINTQ-CONFID NOT = 'Y'
              OR DB-PRINTQ-STATUS = 'CANCELLED'
               MOVE 'job is not held for release' TO SCR-QMSG
             WHEN WS-TERM-LOC = SPACE
              OR WS-PRT-LOC NOT = WS-TERM-LOC
               MOVE 'release from a terminal beside the printer'
                 TO SCR-QMSG
             WHEN OTHER
               MOVE 'R' TO DB-PRINTQ-CONFID
               MOVE 'REWRITE' TO DB-PRINTQ-FUNC
               CALL 'PRINTQ' USING DB-PRINTQ
               IF DB-PRINTQ-RC = ZERO
                   PERFORM 300-WRITE-PULL-AUDIT
                   MOVE SPACE TO SCR-QMSG
                   STRING 'job '               DELIMITED BY SIZE
                          DB-PRINTQ-JOBID      DELIMITED BY SPACE
                          ' released to '      DELIMITED BY SIZE
                          DB-PRINTQ-PRINTER    DELIMITED BY SPACE
                          INTO SCR-QMSG
                   END-STRING
               ELSE
                   MOVE 'job could not be released' TO SCR-QMSG
               END-IF
           END-EVALUATE.
           MOVE 'RELEASE' TO DB-FILELOCK-FUNC.
           MOVE QUEUE-FILE TO DB-FILELOCK-FILE.
           MOVE MCP-TERM TO DB-FILELOCK-OWNER.
           CALL 'FILELOCK' USING DB-FILELOCK.
           MOVE SPACE TO SPA-ENTRYDATA1.
           PERFORM 100-LOAD-HELD-JOBS.
           PERFORM 090-SHOW-JOBS.
           EXIT.
      ************************************************************************
       080-REFRESH             SECTION.
           PERFORM 100-LOAD-HELD-JOBS.
           PERFORM 090-SHOW-JOBS.
           EXIT.
      ************************************************************************
       090-SHOW-JOBS           SECTION.
           PERFORM 500-JOBS-TO-TABLE.
           MOVE   'PUTG'       TO  MCP-PUTTYPE.
           MOVE   'pullprint'  TO  MCP-WINDOW.
           PERFORM 900-PUT-WINDOW.
           EXIT.
      ************************************************************************
       100-LOAD-HELD-JOBS      SECTION.
      * THE SIGNED-ON USER'S HELD CONFIDENTIAL JOBS IN QUEUE ORDER,
      * EACH MARKED WITH WHETHER IT CAN BE RELEASED FROM HERE.
           PERFORM 110-FIND-TERMINAL.
           PERFORM 120-LOAD-PRINTERS.
           MOVE 0 TO WS-JOB-NUM.
           INITIALIZE DB-PRINTQ.
           MOVE 'FIRST' TO DB-PRINTQ-FUNC.
           CALL 'PRINTQ' USING DB-PRINTQ.
           PERFORM UNTIL DB-PRINTQ-RC NOT = ZERO
                      OR WS-JOB-NUM >= 200
               IF DB-PRINTQ-ACCOUNT = MCP-USER
                  AND DB-PRINTQ-CONFID = 'Y'
                  AND DB-PRINTQ-STATUS NOT = 'CANCELLED'
                   ADD 1 TO WS-JOB-NUM
                   MOVE DB-PRINTQ-JOBID TO WS-JOB-JOBID(WS-JOB-NUM)
                   PERFORM 130-PRINTER-LOCATION
                   IF WS-TERM-LOC NOT = SPACE
                      AND WS-PRT-LOC = WS-TERM-LOC
                       MOVE 'Y' TO WS-JOB-HERE(WS-JOB-NUM)
                   ELSE
                       MOVE 'N' TO WS-JOB-HERE(WS-JOB-NUM)
                   END-IF
               END-IF
               MOVE 'NEXT' TO DB-PRINTQ-FUNC
               CALL 'PRINTQ' USING DB-PRINTQ
           END-PERFORM.
           EXIT.
      ************************************************************************
       110-FIND-TERMINAL       SECTION.
      * ONLY AN ACTIVE TERMINAL ON THE MASTER HAS A LOCATION.
           MOVE SPACE TO WS-TERM-LOC.
           OPEN INPUT TERMFD.
           IF TERM-FILE-ST NOT = "00"
               EXIT SECTION
           END-IF.
           PERFORM UNTIL TERM-FILE-ST NOT = "00"
               READ TERMFD INTO TERM-LINE
               IF TERM-FILE-ST = "00" AND TERM-LINE NOT = SPACE
                   MOVE SPACE TO TERM-REC
                   UNSTRING TERM-LINE DELIMITED BY '|'
                       INTO TERM-ID
                            TERM-LOC
                            TERM-DEPT
                            TERM-STATUS
                   IF TERM-ID = MCP-TERM
                      AND TERM-STATUS = 'ACTIVE'
                       MOVE TERM-LOC TO WS-TERM-LOC
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE TERMFD.
           EXIT.
      ************************************************************************
       120-LOAD-PRINTERS       SECTION.
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
       130-PRINTER-LOCATION    SECTION.
           MOVE SPACE TO WS-PRT-LOC.
           PERFORM VARYING WS-PRT-IDX FROM 1 BY 1
                     UNTIL WS-PRT-IDX > DB-PRINTER-NUM
               IF DB-PRINTER-CODE(WS-PRT-IDX) = DB-PRINTQ-PRINTER
                   MOVE DB-PRINTER-LOC(WS-PRT-IDX) TO WS-PRT-LOC
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           EXIT.
      ************************************************************************
       300-WRITE-PULL-AUDIT    SECTION.
      * TIMESTAMP|EVENT|JOBID|OWNER|PRINTER|TERMINAL|USER - THE SAME
      * LINE PRINTDISP WRITES WHEN A HELD JOB EXPIRES.
           MOVE FUNCTION CURRENT-DATE(1:21) TO WS-TIMESTAMP.
           OPEN EXTEND PULLFD.
           IF PULL-FILE-ST = "05" OR "35"
               OPEN OUTPUT PULLFD
           END-IF.
           IF PULL-FILE-ST NOT = "00"
               DISPLAY 'cannot open pull-print audit log'
           ELSE
               MOVE SPACE TO PULL-LINE
               STRING WS-TIMESTAMP        DELIMITED BY SPACE
                      '|RELEASED|'        DELIMITED BY SIZE
                      DB-PRINTQ-JOBID     DELIMITED BY SPACE
                      '|'                 DELIMITED BY SIZE
                      DB-PRINTQ-ACCOUNT   DELIMITED BY SPACE
                      '|'                 DELIMITED BY SIZE
                      DB-PRINTQ-PRINTER   DELIMITED BY SPACE
                      '|'                 DELIMITED BY SIZE
                      MCP-TERM            DELIMITED BY SPACE
                      '|'                 DELIMITED BY SIZE
                      MCP-USER            DELIMITED BY SPACE
                      INTO PULL-LINE
               END-STRING
               WRITE PULL-LINE
               CLOSE PULLFD
           END-IF.
           EXIT.
      ************************************************************************
       500-JOBS-TO-TABLE       SECTION.
      * ROWS ARE READ BACK FROM THE QUEUE SO THE TABLE SHOWS THE JOB
      * AS IT STANDS; RELEASABLE ROWS SAY SO IN THE LAST COLUMN.
           MOVE QTROW TO WS-SEL-IDX.
           INITIALIZE QUEUETABLE.
           MOVE 2 TO QTROWATTR.
           MOVE WS-SEL-IDX TO QTROW.
           PERFORM VARYING WS-SEL-IDX FROM 1 BY 1
                     UNTIL WS-SEL-IDX > WS-JOB-NUM
               INITIALIZE DB-PRINTQ
               MOVE 'READ' TO DB-PRINTQ-FUNC
               MOVE WS-JOB-JOBID(WS-SEL-IDX) TO DB-PRINTQ-JOBID
               CALL 'PRINTQ' USING DB-PRINTQ
               ADD 1 TO QROWCNT
               MOVE WS-JOB-JOBID(WS-SEL-IDX) TO QCELL1(QROWCNT)
               MOVE DB-PRINTQ-FILENAME TO QCELL2(QROWCNT)
               MOVE DB-PRINTQ-PRINTER  TO QCELL3(QROWCNT)
               IF WS-JOB-HERE(WS-SEL-IDX) = 'Y'
                   MOVE 'release here' TO QCELL4(QROWCNT)
               ELSE
                   PERFORM 130-PRINTER-LOCATION
                   MOVE WS-PRT-LOC TO QCELL4(QROWCNT)
               END-IF
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
