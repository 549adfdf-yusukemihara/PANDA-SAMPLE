      * PREVIEWS EACH PENDING FILE AND EITHER APPROVES IT - WHICH
      * EXPORTS THE OBJECT TO THE LIVE UPLOADED.PS NAME - OR REJECTS
      * IT WITH A REASON; REJECTION QUEUES A NOTIFICATION FOR THE
      * UPLOADER.  A REVIEWER STANDING IN AS AN ABSENT SUPERVISOR'S
      * DELEGATE SEES THAT SUPERVISOR'S DEPARTMENTS, AND EACH DECISION
      * THEY TAKE IS CHAINED INTO THE APPROVAL AUDIT LOG ON BEHALF OF
      * THE SUPERVISOR.
      * AN UPLOAD MARKED FOR PRINT ON APPROVAL IS PLACED ON THE PRINT
      * QUEUE AS IT IS APPROVED; A REJECTED UPLOAD IS NEVER PRINTED.
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
           SELECT NOTFD    ASSIGN TO NOT-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS NOT-FILE-ST.
           SELECT PRTFD    ASSIGN TO PRT-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS PRT-FILE-ST.
           SELECT ROUTEFD  ASSIGN TO ROUTE-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS ROUTE-FILE-ST.
           SELECT BUDFD    ASSIGN TO BUD-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS BUD-FILE-ST.
           SELECT HISTFD   ASSIGN TO HIST-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS HIST-FILE-ST.
       DATA                DIVISION.
       FILE                SECTION.
           FD  PENDFD.
           01  PEND-LINE           PIC X(200).
           FD  NOTFD.
           01  NOT-LINE            PIC X(250).
           FD  PRTFD.
           01  PRT-LINE            PIC X(250).
           FD  ROUTEFD.
           01  ROUTE-LINE          PIC X(40).
           FD  BUDFD.
           01  BUD-LINE            PIC X(80).
           FD  HISTFD.
           01  HIST-LINE           PIC X(300).
       WORKING-STORAGE     SECTION.
            COPY    "DB-PATH".
            COPY    "DB-PATHSEL".
            COPY    "DB-SCOPE".
            COPY    "DB-AUTH".
            COPY    "DB-FILELOCK".
            COPY    "DB-AUDITCHAIN".
            COPY    "DB-PRINTQ".
            COPY    "DB-PRINTER".
            COPY    "DB-PRTOUTAGE".
            COPY    "DB-JOBID".
            COPY    "DB-BUSDATE".
       01  PEND-FILE           PIC X(80)
                               VALUE './cobol/pending-uploads.dat'.
       01  PEND-FILE-ST        PIC X(02).
       01  NOT-FILE            PIC X(80) VALUE
           './cobol/pending-notifications.dat'.
       01  NOT-FILE-ST         PIC X(02).
       01  APPR-AUDIT-FILE     PIC X(80)
                               VALUE './cobol/approval-audit.log'.
       01  DB-UPPEND.
           05  DB-UPPEND-NUM           PIC 9(3).
           05  DB-UPPEND-ENTRY OCCURS 50 TIMES.
               10  DB-UPPEND-TS        PIC X(21).
               10  DB-UPPEND-STATUS    PIC X(10).
               10  DB-UPPEND-REASON    PIC X(40).
               10  DB-UPPEND-PRINT     PIC X(1).
               10  DB-UPPEND-COPIES    PIC 9(3).
               10  DB-UPPEND-DUPLEX    PIC X(1).
               10  DB-UPPEND-PAPER     PIC X(8).
               10  DB-UPPEND-ACCOUNT   PIC X(20).
               10  DB-UPPEND-PRJOB     PIC X(16).
       01  WS-IDX              PIC 9(3).
       01  WS-SEL-IDX          PIC 9(3).
       01  WS-MY-DEPT          PIC X(20).
                               PIC 9(3).
       01  WS-QNAME            PIC X(30).
       01  WS-TIMESTAMP        PIC X(21).
       01  WS-DECISION         PIC X(10).
       01  QUEUE-FILE          PIC X(80)
                               VALUE './cobol/printqueue.idx'.
       01  PRT-FILE            PIC X(80)
                               VALUE './cobol/printer-defs.dat'.
       01  PRT-FILE-ST         PIC X(02).
       01  ROUTE-FILE          PIC X(80)
                               VALUE './cobol/printer-routes.dat'.
       01  ROUTE-FILE-ST       PIC X(02).
       01  BUD-FILE            PIC X(80)
                               VALUE './cobol/print-budgets.dat'.
       01  BUD-FILE-ST         PIC X(02).
       01  HIST-FILE           PIC X(80)
                               VALUE './cobol/print-history.dat'.
       01  HIST-FILE-ST        PIC X(02).
       01  HIST-REC.
           05  HIST-FILENAME       PIC X(20).
           05  HIST-STATUS         PIC X(10).
           05  HIST-ACCOUNT        PIC X(20).
           05  HIST-DEPT           PIC X(20).
           05  HIST-PAGES          PIC 9(5).
           05  HIST-TIME           PIC X(21).
      * MONTHLY PAGE BUDGETS: DEPT|PAGES|WARN-PCT|CONTACT.
       01  WS-BUDGETS.
           05  WS-BUD-NUM          PIC 9(4).
           05  WS-BUD-ENTRY OCCURS 50 TIMES.
               10  WS-BUD-DEPT     PIC X(20).
               10  WS-BUD-PAGES    PIC 9(7).
               10  WS-BUD-WARNPCT  PIC 9(3).
               10  WS-BUD-CONTACT  PIC X(20).
       01  WS-BUD-IDX          PIC 9(4).
       01  WS-BUD-FOUND        PIC 9(4).
       01  WS-MTD-PAGES        PIC 9(7).
       01  WS-WARN-LEVEL       PIC 9(7).
       01  WS-CUR-MONTH        PIC X(6).
       01  WS-NOTE-SEV         PIC X(8).
       01  WS-NOTE-TEXT        PIC X(80).
       01  WS-QUEUE-LOCKED     PIC X(1).
       01  WS-PRINT-DEPT       PIC X(20).
       01  WS-PRINT-JOBID      PIC X(16).
       01  WS-JOB-STATUS       PIC X(10).
       01  WS-PRT-IDX          PIC 9(4).
       01  WS-ROUTE-IDX        PIC 9(4).
       01  WS-DEST-PRINTER     PIC X(8).
       01  WS-ROUTED-FROM      PIC X(8).
       01  WS-DOC-NAME         PIC X(20).
       01  WS-DOC-EXT          PIC X(4).
       01  WS-CHR-IDX          PIC 9(3).
       01  WS-PAGES            PIC 9(5).
       01  WS-FF-COUNT         PIC 9(7).
       01  WS-NL-COUNT         PIC 9(7).
       01  WS-OBJ-LEN          PIC 9(7).
       01  WS-PEND-PTR         PIC 9(3).
       LINKAGE                 SECTION.
            COPY    "MCPAREA".
            COPY    "SPAAREA".
           MOVE LOW-VALUE TO PSDATA.
           PERFORM 100-LOAD-PENDING.
           PERFORM 500-PENDING-TO-TABLE.
           PERFORM 015-PRESELECT.
           MOVE   'NEW'        TO  MCP-PUTTYPE.
           MOVE   'uprelease'  TO  MCP-WINDOW.
           PERFORM 900-PUT-WINDOW.
           EXIT.
      ************************************************************************
       015-PRESELECT           SECTION.
      * ARRIVING FROM THE APPROVALS INBOX - SELECT THE UPLOAD IT
      * NAMED AMONG THE ROWS IN THE REVIEWER'S SCOPE.
           IF SPA-PRESEL-WINDOW NOT = 'uprelease'
               EXIT SECTION
           END-IF.
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                     UNTIL WS-MAP-IDX > WS-MAP-NUM
               MOVE WS-ROW-PEND(WS-MAP-IDX) TO WS-IDX
               IF DB-UPPEND-ID(WS-IDX) = SPA-PRESEL-KEY
                   MOVE WS-MAP-IDX TO UPTROW
               END-IF
           END-PERFORM.
           MOVE SPACE TO SPA-PRESEL-WINDOW.
           MOVE SPACE TO SPA-PRESEL-KEY.
           EXIT.
      ************************************************************************
       020-PREVIEW             SECTION.
           PERFORM 100-LOAD-PENDING.
               PERFORM 090-SHOW-PENDING
               EXIT SECTION
           END-IF.
      * THE QUEUE LOCK IS TAKEN BEFORE ANYTHING CHANGES, SO AN UPLOAD
      * TO BE PRINTED IS NEVER APPROVED WITHOUT ITS PRINT JOB.
           MOVE 'N' TO WS-QUEUE-LOCKED.
           IF DB-UPPEND-PRINT(WS-SEL-IDX) = 'Y'
               PERFORM 600-LOCK-QUEUE
               IF WS-QUEUE-LOCKED NOT = 'Y'
                   MOVE 'print queue busy - approve again shortly'
                       TO SCR-UPMSG
                   PERFORM 090-SHOW-PENDING
                   EXIT SECTION
               END-IF
           END-IF.
           MOVE   'BLOBEXPORT' TO  MCP-FUNC.
           MOVE   PATH-WORK-PRIMARY TO MCP-PATH.
           MOVE   'uploaded.ps' TO DB-WORK-FILE.
                DB-WORK.
           MOVE 'APPROVED' TO DB-UPPEND-STATUS(WS-SEL-IDX).
           MOVE MCP-USER TO DB-UPPEND-REASON(WS-SEL-IDX).
           MOVE SPACE TO WS-PRINT-JOBID.
           IF WS-QUEUE-LOCKED = 'Y'
               PERFORM 610-QUEUE-PRINT
               PERFORM 605-UNLOCK-QUEUE
           END-IF.
           PERFORM 300-SAVE-PENDING.
           IF DB-AUTH-ONBEHALF NOT = SPACE
               MOVE 'APPROVED' TO WS-DECISION
               PERFORM 320-AUDIT-DELEGATED
           END-IF.
           MOVE 'upload released to live area' TO SCR-UPMSG.
           IF DB-UPPEND-PRINT(WS-SEL-IDX) = 'Y'
               MOVE SPACE TO SCR-UPMSG
               IF WS-PRINT-JOBID = SPACE
                   MOVE 'upload released - print job not queued'
                       TO SCR-UPMSG
               ELSE
                   IF WS-JOB-STATUS = 'HELD'
                       STRING 'upload released - print job '
                                              DELIMITED BY SIZE
                              WS-PRINT-JOBID  DELIMITED BY SPACE
                              ' held on page budget'
                                              DELIMITED BY SIZE
                              INTO SCR-UPMSG
                       END-STRING
                   ELSE
                       STRING 'upload released - print job '
                                              DELIMITED BY SIZE
                              WS-PRINT-JOBID  DELIMITED BY SPACE
                              ' queued'       DELIMITED BY SIZE
                              INTO SCR-UPMSG
                       END-STRING
                   END-IF
               END-IF
           END-IF.
           PERFORM 090-SHOW-PENDING.
           EXIT.
      ************************************************************************
                       TO DB-UPPEND-REASON(WS-SEL-IDX)
                   PERFORM 300-SAVE-PENDING
                   PERFORM 400-NOTIFY-UPLOADER
                   IF DB-AUTH-ONBEHALF NOT = SPACE
                       MOVE 'REJECTED' TO WS-DECISION
                       PERFORM 320-AUDIT-DELEGATED
                   END-IF
                   MOVE 'upload rejected - uploader notified'
                       TO SCR-UPMSG
                   MOVE SPACE TO SCR-UPREASON
                   READ PENDFD INTO PEND-LINE
                   IF PEND-FILE-ST = "00" AND PEND-LINE NOT = SPACE
                       ADD 1 TO DB-UPPEND-NUM
                       MOVE SPACE TO DB-UPPEND-ENTRY(DB-UPPEND-NUM)
                       MOVE 0 TO DB-UPPEND-SIZE(DB-UPPEND-NUM)
                                 DB-UPPEND-COPIES(DB-UPPEND-NUM)
                       UNSTRING PEND-LINE DELIMITED BY '|'
                           INTO DB-UPPEND-ID(DB-UPPEND-NUM)
                                DB-UPPEND-USER(DB-UPPEND-NUM)
                                DB-UPPEND-TS(DB-UPPEND-NUM)
                                DB-UPPEND-STATUS(DB-UPPEND-NUM)
                                DB-UPPEND-REASON(DB-UPPEND-NUM)
                                DB-UPPEND-PRINT(DB-UPPEND-NUM)
                                DB-UPPEND-COPIES(DB-UPPEND-NUM)
                                DB-UPPEND-DUPLEX(DB-UPPEND-NUM)
                                DB-UPPEND-PAPER(DB-UPPEND-NUM)
                                DB-UPPEND-ACCOUNT(DB-UPPEND-NUM)
                                DB-UPPEND-PRJOB(DB-UPPEND-NUM)
                   END-IF
               END-PERFORM
               CLOSE PENDFD
       450-RESOLVE-SCOPE       SECTION.
      * DB-AUTH STILL CARRIES THE UPLOAD-REVIEW DECISION FROM ENTRY,
      * INCLUDING THE DATA SCOPE; ONLY THE OPERATOR'S OWN DEPARTMENT
      * NEEDS RESOLVING HERE.  A DELEGATE WORKS IN THE DEPARTMENT OF
      * THE SUPERVISOR WHOSE AUTHORITY ADMITTED THEM.
           MOVE 'USERDEPT' TO DB-DEPTMAST-FUNC.
           IF DB-AUTH-ONBEHALF NOT = SPACE
               MOVE DB-AUTH-ONBEHALF TO DB-DEPTMAST-USER
           ELSE
               MOVE MCP-USER   TO DB-DEPTMAST-USER
           END-IF.
           CALL 'DEPTMASTER' USING DB-DEPTMAST.
           MOVE DB-DEPTMAST-DEPT TO WS-MY-DEPT.
           EXIT.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > DB-UPPEND-NUM
               MOVE SPACE TO PEND-LINE
               MOVE 1 TO WS-PEND-PTR
               STRING DB-UPPEND-ID(WS-IDX)     DELIMITED BY SPACE
                      '|'                      DELIMITED BY SIZE
                      DB-UPPEND-USER(WS-IDX)   DELIMITED BY SPACE
                      '|'                      DELIMITED BY SIZE
                      DB-UPPEND-REASON(WS-IDX) DELIMITED BY '  '
                      INTO PEND-LINE
                      WITH POINTER WS-PEND-PTR
               END-STRING
               IF DB-UPPEND-PRINT(WS-IDX) = 'Y'
                   STRING '|Y|'                    DELIMITED BY SIZE
                          DB-UPPEND-COPIES(WS-IDX) DELIMITED BY SIZE
                          '|'                      DELIMITED BY SIZE
                          DB-UPPEND-DUPLEX(WS-IDX) DELIMITED BY SIZE
                          '|'                      DELIMITED BY SIZE
                          DB-UPPEND-PAPER(WS-IDX)  DELIMITED BY SPACE
                          '|'                      DELIMITED BY SIZE
                          DB-UPPEND-ACCOUNT(WS-IDX)
                                                   DELIMITED BY SPACE
                          '|'                      DELIMITED BY SIZE
                          DB-UPPEND-PRJOB(WS-IDX)  DELIMITED BY SPACE
                          INTO PEND-LINE
                          WITH POINTER WS-PEND-PTR
                   END-STRING
               END-IF
               WRITE PEND-LINE
           END-PERFORM.
           CLOSE PENDFD.
           EXIT.
      ************************************************************************
       320-AUDIT-DELEGATED     SECTION.
      * A DECISION TAKEN STANDING IN FOR AN ABSENT SUPERVISOR IS
      * CHAINED INTO THE APPROVAL AUDIT LOG:
      *   TS|USER|TERM|SOURCE|KEY|DECISION|ON BEHALF OF <SUPERVISOR>
           MOVE FUNCTION CURRENT-DATE(1:21) TO WS-TIMESTAMP.
           MOVE APPR-AUDIT-FILE TO DB-AUDITCHAIN-FILE.
           MOVE SPACE TO DB-AUDITCHAIN-LINE.
           STRING WS-TIMESTAMP              DELIMITED BY SPACE
                  '|'                       DELIMITED BY SIZE
                  MCP-USER                  DELIMITED BY SPACE
                  '|'                       DELIMITED BY SIZE
                  MCP-TERM                  DELIMITED BY SPACE
                  '|UPLOAD|'                DELIMITED BY SIZE
                  DB-UPPEND-ID(WS-SEL-IDX)  DELIMITED BY SPACE
                  '|'                       DELIMITED BY SIZE
                  WS-DECISION               DELIMITED BY SPACE
                  '|ON BEHALF OF '          DELIMITED BY SIZE
                  DB-AUTH-ONBEHALF          DELIMITED BY SPACE
                  INTO DB-AUDITCHAIN-LINE
           END-STRING.
           CALL 'AUDITCHAIN' USING DB-AUDITCHAIN.
           EXIT.
      ************************************************************************
       400-NOTIFY-UPLOADER     SECTION.
      * THE NOTIFY WINDOWS REWRITE THE PENDING REGISTER UNDER THE
                      DB-UPPEND-SIZE(WS-IDX) DELIMITED BY SIZE
                      INTO UPCELL2(UPROWCNT)
               END-STRING
               IF DB-UPPEND-PRINT(WS-IDX) = 'Y'
                   STRING DB-UPPEND-USER(WS-IDX) DELIMITED BY SPACE
                          ' '                    DELIMITED BY SIZE
                          DB-UPPEND-SIZE(WS-IDX) DELIMITED BY SIZE
                          ' PRINT'               DELIMITED BY SIZE
                          INTO UPCELL2(UPROWCNT)
                   END-STRING
               END-IF
               MOVE SPACE TO UPCELL3(UPROWCNT)
               STRING DB-UPPEND-STATUS(WS-IDX) DELIMITED BY SPACE
                      ' '                      DELIMITED BY SIZE
               END-STRING
           END-PERFORM.
           EXIT.
      ************************************************************************
       600-LOCK-QUEUE          SECTION.
           MOVE 'N' TO WS-QUEUE-LOCKED.
           MOVE 'ACQUIRE' TO DB-FILELOCK-FUNC.
           MOVE QUEUE-FILE TO DB-FILELOCK-FILE.
           MOVE MCP-TERM TO DB-FILELOCK-OWNER.
           MOVE 30 TO DB-FILELOCK-TIMEOUT.
           CALL 'FILELOCK' USING DB-FILELOCK.
           IF DB-FILELOCK-RC NOT = 2
               MOVE 'Y' TO WS-QUEUE-LOCKED
           END-IF.
           EXIT.
      ************************************************************************
       605-UNLOCK-QUEUE        SECTION.
           IF WS-QUEUE-LOCKED = 'Y'
               MOVE 'RELEASE' TO DB-FILELOCK-FUNC
               MOVE QUEUE-FILE TO DB-FILELOCK-FILE
               MOVE MCP-TERM TO DB-FILELOCK-OWNER
               CALL 'FILELOCK' USING DB-FILELOCK
               MOVE 'N' TO WS-QUEUE-LOCKED
           END-IF.
           EXIT.
      ************************************************************************
       610-QUEUE-PRINT         SECTION.
      * THE APPROVED DOCUMENT IS COPIED INTO ./data/ UNDER A SHORT
      * NAME AND PLACED ON THE PRINT QUEUE FOR THE UPLOADER'S
      * DEPARTMENT AS THE PRINT SCREEN PLACES A JOB: ROUTED BY
      * DEPARTMENT, CHECKED AGAINST THE DEPARTMENT BUDGET, AND LEFT
      * RUNNING FOR THE REGISTRATION BATCH TO IMPORT.  THE CALLER
      * HOLDS THE QUEUE LOCK AND DB-WORK STILL CARRIES THE OBJECT.
           MOVE SPACE TO WS-PRINT-JOBID.
           CALL 'JOBID' USING DB-JOBID.
           IF DB-JOBID-RC NOT = ZERO
               DISPLAY 'upload ' DB-UPPEND-ID(WS-SEL-IDX)
                   ' not queued for print - no job id available'
               EXIT SECTION
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:21) TO WS-TIMESTAMP.
           PERFORM 615-MAKE-DOC-NAME.
           MOVE SPACE TO DB-WORK-FILE.
           STRING './data/'    DELIMITED BY SIZE
                  WS-DOC-NAME  DELIMITED BY SPACE
                  INTO DB-WORK-FILE
           END-STRING.
           MOVE   'BLOBEXPORT' TO  MCP-FUNC.
           MOVE   'work'       TO  MCP-TABLE.
           MOVE   'key'        TO  MCP-PATHNAME.
           CALL   'MONFUNC'    USING
                MCPAREA
                DB-WORK.
           PERFORM 617-COUNT-PAGES.
           MOVE 'USERDEPT' TO DB-DEPTMAST-FUNC.
           MOVE DB-UPPEND-USER(WS-SEL-IDX) TO DB-DEPTMAST-USER.
           CALL 'DEPTMASTER' USING DB-DEPTMAST.
           MOVE DB-DEPTMAST-DEPT TO WS-PRINT-DEPT.
           INITIALIZE DB-BUSDATE.
           MOVE 'GET'       TO DB-BUSDATE-FUNC.
           CALL 'BUSDATE' USING DB-BUSDATE.
           PERFORM 620-LOAD-PRINTERS.
           PERFORM 625-LOAD-ROUTES.
           PERFORM 630-ROUTE-JOB.
           MOVE 'RUNNING'   TO WS-JOB-STATUS.
           PERFORM 640-CHECK-BUDGET.
           INITIALIZE DB-PRINTQ.
           MOVE DB-JOBID-VALUE TO DB-PRINTQ-JOBID.
           MOVE WS-DOC-NAME TO DB-PRINTQ-FILENAME.
           MOVE WS-JOB-STATUS TO DB-PRINTQ-STATUS.
           MOVE DB-UPPEND-ACCOUNT(WS-SEL-IDX) TO DB-PRINTQ-ACCOUNT.
           MOVE WS-PRINT-DEPT TO DB-PRINTQ-DEPT.
           MOVE WS-PAGES    TO DB-PRINTQ-PAGES.
           MOVE WS-TIMESTAMP TO DB-PRINTQ-TIME.
           MOVE WS-DEST-PRINTER TO DB-PRINTQ-PRINTER.
           MOVE 0           TO DB-PRINTQ-RETRIES.
           MOVE 0           TO DB-PRINTQ-ACTPAGES.
           MOVE DB-UPPEND-COPIES(WS-SEL-IDX) TO DB-PRINTQ-COPIES.
           IF DB-PRINTQ-COPIES = ZERO
               MOVE 1 TO DB-PRINTQ-COPIES
           END-IF.
           MOVE DB-UPPEND-DUPLEX(WS-SEL-IDX) TO DB-PRINTQ-DUPLEX.
           MOVE DB-UPPEND-PAPER(WS-SEL-IDX) TO DB-PRINTQ-PAPER.
           MOVE DB-BUSDATE-DATE TO DB-PRINTQ-BIZDATE.
           MOVE SPACE       TO DB-PRINTQ-CONFID.
           MOVE 'WRITE' TO DB-PRINTQ-FUNC.
           CALL 'PRINTQ' USING DB-PRINTQ.
           IF DB-PRINTQ-RC NOT = ZERO
               DISPLAY 'print job ' DB-PRINTQ-JOBID
                   ' not queued - rc ' DB-PRINTQ-RC
               EXIT SECTION
           END-IF.
           MOVE DB-PRINTQ-JOBID TO WS-PRINT-JOBID.
           MOVE DB-PRINTQ-JOBID TO DB-UPPEND-PRJOB(WS-SEL-IDX).
           IF WS-ROUTED-FROM NOT = SPACE
               MOVE 'DIVERT'        TO DB-PRTOUTAGE-FUNC
               MOVE WS-ROUTED-FROM  TO DB-PRTOUTAGE-PRINTER
               MOVE WS-DEST-PRINTER TO DB-PRTOUTAGE-BACKUP
               MOVE DB-PRINTQ-JOBID TO DB-PRTOUTAGE-JOBID
               MOVE 'UPRELEASE'     TO DB-PRTOUTAGE-SOURCE
               MOVE MCP-USER        TO DB-PRTOUTAGE-USER
               CALL 'PRTOUTAGE' USING DB-PRTOUTAGE
           END-IF.
           EXIT.
      ************************************************************************
       615-MAKE-DOC-NAME       SECTION.
      * U + JOB DATE AND SEQUENCE, KEEPING THE UPLOAD'S EXTENSION.
           MOVE SPACE TO WS-DOC-EXT.
           PERFORM VARYING WS-CHR-IDX FROM 80 BY -1
                     UNTIL WS-CHR-IDX < 1
               IF DB-UPPEND-FILE(WS-SEL-IDX)(WS-CHR-IDX:1) = '.'
                   MOVE DB-UPPEND-FILE(WS-SEL-IDX)(WS-CHR-IDX + 1:)
                       TO WS-DOC-EXT
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           MOVE SPACE TO WS-DOC-NAME.
           STRING 'U'                 DELIMITED BY SIZE
                  DB-JOBID-DATE(3:6)  DELIMITED BY SIZE
                  DB-JOBID-SEQ        DELIMITED BY SIZE
                  INTO WS-DOC-NAME
           END-STRING.
           IF WS-DOC-EXT NOT = SPACE
               STRING 'U'                 DELIMITED BY SIZE
                      DB-JOBID-DATE(3:6)  DELIMITED BY SIZE
                      DB-JOBID-SEQ        DELIMITED BY SIZE
                      '.'                 DELIMITED BY SIZE
                      WS-DOC-EXT          DELIMITED BY SPACE
                      INTO WS-DOC-NAME
               END-STRING
           END-IF.
           EXIT.
      ************************************************************************
       617-COUNT-PAGES         SECTION.
      * THE DECLARED PAGE COUNT IS TAKEN AS THE REGISTRATION BATCH
      * WILL COUNT IT: FORM FEEDS WHEN THE DOCUMENT HAS THEM,
      * OTHERWISE SIXTY PRINT LINES TO THE PAGE.
           MOVE 0 TO WS-FF-COUNT.
           MOVE 0 TO WS-NL-COUNT.
           COMPUTE WS-OBJ-LEN = FUNCTION LENGTH(
               FUNCTION TRIM(DB-WORK-OBJECT TRAILING)).
           IF WS-OBJ-LEN > 0
               INSPECT DB-WORK-OBJECT(1:WS-OBJ-LEN)
                   TALLYING WS-FF-COUNT FOR ALL X'0C'
               INSPECT DB-WORK-OBJECT(1:WS-OBJ-LEN)
                   TALLYING WS-NL-COUNT FOR ALL X'0A'
           END-IF.
           IF WS-FF-COUNT > 0
               COMPUTE WS-PAGES = WS-FF-COUNT + 1
           ELSE
               COMPUTE WS-PAGES = (WS-NL-COUNT + 59) / 60
           END-IF.
           IF WS-PAGES = 0
               MOVE 1 TO WS-PAGES
           END-IF.
           EXIT.
      ************************************************************************
       620-LOAD-PRINTERS       SECTION.
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
       625-LOAD-ROUTES         SECTION.
           MOVE 0 TO DB-PRTROUTE-NUM.
           OPEN INPUT ROUTEFD.
           IF ROUTE-FILE-ST = "00"
               PERFORM UNTIL ROUTE-FILE-ST NOT = "00"
                        OR DB-PRTROUTE-NUM >= 50
                   READ ROUTEFD INTO ROUTE-LINE
                   IF ROUTE-FILE-ST = "00" AND ROUTE-LINE NOT = SPACE
                       ADD 1 TO DB-PRTROUTE-NUM
                       UNSTRING ROUTE-LINE DELIMITED BY '|'
                           INTO DB-PRTROUTE-DEPT(DB-PRTROUTE-NUM)
                                DB-PRTROUTE-PRINTER(DB-PRTROUTE-NUM)
                   END-IF
               END-PERFORM
               CLOSE ROUTEFD
           END-IF.
           EXIT.
      ************************************************************************
       630-ROUTE-JOB           SECTION.
      * ROUTED BY DEPARTMENT, FALLING BACK TO THE DEFAULT ROUTE; A
      * PRINTER OUT OF SERVICE PASSES THE JOB TO ITS BACKUP.
           MOVE SPACE TO WS-DEST-PRINTER.
           MOVE SPACE TO WS-ROUTED-FROM.
           PERFORM VARYING WS-ROUTE-IDX FROM 1 BY 1
                     UNTIL WS-ROUTE-IDX > DB-PRTROUTE-NUM
               IF DB-PRTROUTE-DEPT(WS-ROUTE-IDX) = WS-PRINT-DEPT
                   MOVE DB-PRTROUTE-PRINTER(WS-ROUTE-IDX)
                       TO WS-DEST-PRINTER
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-DEST-PRINTER = SPACE
               PERFORM VARYING WS-ROUTE-IDX FROM 1 BY 1
                         UNTIL WS-ROUTE-IDX > DB-PRTROUTE-NUM
                   IF DB-PRTROUTE-DEPT(WS-ROUTE-IDX) = 'DEFAULT'
                       MOVE DB-PRTROUTE-PRINTER(WS-ROUTE-IDX)
                           TO WS-DEST-PRINTER
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.
           PERFORM VARYING WS-PRT-IDX FROM 1 BY 1
                     UNTIL WS-PRT-IDX > DB-PRINTER-NUM
               IF DB-PRINTER-CODE(WS-PRT-IDX) = WS-DEST-PRINTER
                   IF DB-PRINTER-STATUS(WS-PRT-IDX) NOT = 'INSERVICE'
                      AND DB-PRINTER-BACKUP(WS-PRT-IDX) NOT = SPACE
                       MOVE WS-DEST-PRINTER TO WS-ROUTED-FROM
                       MOVE DB-PRINTER-BACKUP(WS-PRT-IDX)
                           TO WS-DEST-PRINTER
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           EXIT.
      ************************************************************************
       640-CHECK-BUDGET        SECTION.
      * A JOB THAT WOULD TAKE THE DEPARTMENT OVER ITS MONTHLY PAGE
      * BUDGET IS HELD FOR SUPERVISOR RELEASE; CROSSING THE WARNING
      * PERCENTAGE ONLY NOTIFIES THE DEPARTMENT CONTACT.
           PERFORM 642-LOAD-BUDGETS.
           MOVE 0 TO WS-BUD-FOUND.
           PERFORM VARYING WS-BUD-IDX FROM 1 BY 1
                     UNTIL WS-BUD-IDX > WS-BUD-NUM
               IF WS-BUD-DEPT(WS-BUD-IDX) = WS-PRINT-DEPT
                   MOVE WS-BUD-IDX TO WS-BUD-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-BUD-FOUND = ZERO
               EXIT SECTION
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:6) TO WS-CUR-MONTH.
           MOVE WS-PAGES TO WS-MTD-PAGES.
           INITIALIZE DB-PRINTQ.
           MOVE 'FIRST' TO DB-PRINTQ-FUNC.
           CALL 'PRINTQ' USING DB-PRINTQ.
           PERFORM UNTIL DB-PRINTQ-RC NOT = ZERO
               IF DB-PRINTQ-DEPT = WS-PRINT-DEPT
                  AND DB-PRINTQ-TIME(1:6) = WS-CUR-MONTH
                  AND DB-PRINTQ-STATUS NOT = 'CANCELLED'
                   ADD DB-PRINTQ-PAGES TO WS-MTD-PAGES
               END-IF
               MOVE 'NEXT' TO DB-PRINTQ-FUNC
               CALL 'PRINTQ' USING DB-PRINTQ
           END-PERFORM.
           PERFORM 644-ADD-ARCHIVED-MTD.
           COMPUTE WS-WARN-LEVEL =
               WS-BUD-PAGES(WS-BUD-FOUND)
               * WS-BUD-WARNPCT(WS-BUD-FOUND) / 100.
           IF WS-MTD-PAGES > WS-BUD-PAGES(WS-BUD-FOUND)
               MOVE 'HELD' TO WS-JOB-STATUS
               MOVE 'CRITICAL' TO WS-NOTE-SEV
               MOVE SPACE TO WS-NOTE-TEXT
               STRING 'monthly page budget exhausted - job '
                                         DELIMITED BY SIZE
                      DB-JOBID-VALUE     DELIMITED BY SPACE
                      ' held for supervisor release'
                                         DELIMITED BY SIZE
                      INTO WS-NOTE-TEXT
               END-STRING
               PERFORM 646-NOTIFY-CONTACT
           ELSE
               IF WS-MTD-PAGES > WS-WARN-LEVEL
                  AND WS-BUD-WARNPCT(WS-BUD-FOUND) > 0
                   MOVE 'WARNING' TO WS-NOTE-SEV
                   MOVE SPACE TO WS-NOTE-TEXT
                   STRING 'monthly page budget at warning level for '
                                             DELIMITED BY SIZE
                          WS-PRINT-DEPT      DELIMITED BY SPACE
                          INTO WS-NOTE-TEXT
                   END-STRING
                   PERFORM 646-NOTIFY-CONTACT
               END-IF
           END-IF.
           EXIT.
      ************************************************************************
       642-LOAD-BUDGETS        SECTION.
           MOVE 0 TO WS-BUD-NUM.
           OPEN INPUT BUDFD.
           IF BUD-FILE-ST = "00"
               PERFORM UNTIL BUD-FILE-ST NOT = "00"
                        OR WS-BUD-NUM >= 50
                   READ BUDFD INTO BUD-LINE
                   IF BUD-FILE-ST = "00" AND BUD-LINE NOT = SPACE
                       ADD 1 TO WS-BUD-NUM
                       UNSTRING BUD-LINE DELIMITED BY '|'
                           INTO WS-BUD-DEPT(WS-BUD-NUM)
                                WS-BUD-PAGES(WS-BUD-NUM)
                                WS-BUD-WARNPCT(WS-BUD-NUM)
                                WS-BUD-CONTACT(WS-BUD-NUM)
                   END-IF
               END-PERFORM
               CLOSE BUDFD
           END-IF.
           EXIT.
      ************************************************************************
       644-ADD-ARCHIVED-MTD    SECTION.
      * FINISHED JOBS OLDER THAN A WEEK LIVE ON THE PRINT HISTORY.
           OPEN INPUT HISTFD.
           IF HIST-FILE-ST NOT = "00"
               EXIT SECTION
           END-IF.
           PERFORM UNTIL HIST-FILE-ST NOT = "00"
               READ HISTFD INTO HIST-LINE
               IF HIST-FILE-ST = "00" AND HIST-LINE NOT = SPACE
                  AND HIST-LINE(1:5) NOT = '*END|'
                   MOVE SPACE TO HIST-REC
                   MOVE 0 TO HIST-PAGES
                   UNSTRING HIST-LINE DELIMITED BY '|'
                       INTO HIST-FILENAME
                            HIST-STATUS
                            HIST-ACCOUNT
                            HIST-DEPT
                            HIST-PAGES
                            HIST-TIME
                   IF HIST-DEPT = WS-PRINT-DEPT
                      AND HIST-TIME(1:6) = WS-CUR-MONTH
                      AND HIST-STATUS NOT = 'CANCELLED'
                       ADD HIST-PAGES TO WS-MTD-PAGES
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE HISTFD.
           EXIT.
      ************************************************************************
       646-NOTIFY-CONTACT      SECTION.
           MOVE 'ACQUIRE' TO DB-FILELOCK-FUNC.
           MOVE NOT-FILE TO DB-FILELOCK-FILE.
           MOVE MCP-TERM TO DB-FILELOCK-OWNER.
           MOVE 30 TO DB-FILELOCK-TIMEOUT.
           CALL 'FILELOCK' USING DB-FILELOCK.
           IF DB-FILELOCK-RC = 2
               DISPLAY 'pending register busy - notification dropped'
               EXIT SECTION
           END-IF.
           OPEN EXTEND NOTFD.
           IF NOT-FILE-ST = "05" OR "35"
               OPEN OUTPUT NOTFD
           END-IF.
           IF NOT-FILE-ST NOT = "00"
               DISPLAY 'cannot open pending notifications'
           ELSE
               MOVE SPACE TO NOT-LINE
               STRING WS-BUD-CONTACT(WS-BUD-FOUND) DELIMITED BY SPACE
                      '|'                 DELIMITED BY SIZE
                      WS-NOTE-SEV         DELIMITED BY SPACE
                      '|print budget: '   DELIMITED BY SIZE
                      WS-PRINT-DEPT       DELIMITED BY SPACE
                      '|'                 DELIMITED BY SIZE
                      WS-NOTE-TEXT        DELIMITED BY '  '
                      '|PRINT|'           DELIMITED BY SIZE
                      WS-TIMESTAMP        DELIMITED BY SPACE
                      '|PENDING|'         DELIMITED BY SIZE
                      INTO NOT-LINE
               END-STRING
               WRITE NOT-LINE
               CLOSE NOTFD
           END-IF.
           MOVE 'RELEASE' TO DB-FILELOCK-FUNC.
           MOVE NOT-FILE TO DB-FILELOCK-FILE.
           MOVE MCP-TERM TO DB-FILELOCK-OWNER.
           CALL 'FILELOCK' USING DB-FILELOCK.
           EXIT.
      ************************************************************************
       900-PUT-WINDOW          SECTION.
           CALL 'BANNER' USING
