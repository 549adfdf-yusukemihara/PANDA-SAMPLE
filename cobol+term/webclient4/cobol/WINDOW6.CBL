           SELECT DOCFD    ASSIGN TO DOC-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS DOC-FILE-ST.
       DATA                DIVISION.
       FILE                SECTION.
           FD  APPFD.
           01  APP-LINE            PIC X(300).
           FD  DOCFD.
           01  DOC-LINE            PIC X(100).
       WORKING-STORAGE         SECTION.
            COPY    "DB-WIZDRAFT".
            COPY    "DB-JOBID".
            COPY    "DB-FILELOCK".
            COPY    "DB-DEPTMAST".
            COPY    "DB-BUSDATE".
            COPY    "DB-PRINTQ".
       01  APP-FILE            PIC X(80)
                               VALUE './cobol/applications.dat'.
       01  APP-FILE-ST         PIC X(02).
       01  DOC-FILE            PIC X(80).
       01  DOC-FILE-ST         PIC X(02).
       01  QUEUE-FILE          PIC X(80)
                               VALUE './cobol/printqueue.idx'.
       01  WS-APP-ID           PIC X(16).
       01  WS-APP-SAVED        PIC X(1).
       01  WS-DOC-NAME         PIC X(20).
       01  WS-TIMESTAMP        PIC X(21).
       LINKAGE                 SECTION.
           MOVE DB-JOBID-VALUE TO WS-APP-ID.
           MOVE FUNCTION CURRENT-DATE(1:21) TO WS-TIMESTAMP.
           PERFORM 940-WRITE-APP-RECORD.
           IF WS-APP-SAVED NOT = 'Y'
               MOVE 'application register busy - submit again'
                   TO APPCONFIRM
               MOVE 'window6' TO MCP-WINDOW
               PERFORM 900-PUT-WINDOW
               EXIT SECTION
           END-IF.
           PERFORM 950-WRITE-CONFIRM-DOC.
           PERFORM 960-ENQUEUE-CONFIRM.
           MOVE SPACE TO APPCONFIRM.
           EXIT.
      ************************************************************************
       940-WRITE-APP-RECORD    SECTION.
      * THE REVIEW SCREEN REWRITES THE REGISTER UNDER THE SHARED FILE
      * LOCK, SO THE NEW RECORD IS APPENDED UNDER IT TOO.
           MOVE 'N' TO WS-APP-SAVED.
           MOVE 'ACQUIRE' TO DB-FILELOCK-FUNC.
           MOVE APP-FILE TO DB-FILELOCK-FILE.
           MOVE MCP-TERM TO DB-FILELOCK-OWNER.
           MOVE 30 TO DB-FILELOCK-TIMEOUT.
           CALL 'FILELOCK' USING DB-FILELOCK.
           IF DB-FILELOCK-RC = 2
               DISPLAY 'application register busy - not recorded'
               EXIT SECTION
           END-IF.
           OPEN EXTEND APPFD.
           IF APP-FILE-ST = '05' OR '35'
               OPEN OUTPUT APPFD
           END-IF.
           IF APP-FILE-ST NOT = '00'
               DISPLAY 'cannot open application register'
               PERFORM 945-UNLOCK-APP-REGISTER
               EXIT SECTION
           END-IF.
           MOVE SPACE TO APP-LINE.
                  COUNT51        DELIMITED BY SIZE
                  '|'            DELIMITED BY SIZE
                  COUNT52        DELIMITED BY SIZE
                  '|RECEIVED'    DELIMITED BY SIZE
                  INTO APP-LINE
           END-STRING.
           WRITE APP-LINE.
           CLOSE APPFD.
           MOVE 'Y' TO WS-APP-SAVED.
           PERFORM 945-UNLOCK-APP-REGISTER.
           EXIT.
      ************************************************************************
       945-UNLOCK-APP-REGISTER SECTION.
           MOVE 'RELEASE' TO DB-FILELOCK-FUNC.
           MOVE APP-FILE TO DB-FILELOCK-FILE.
           MOVE MCP-TERM TO DB-FILELOCK-OWNER.
           CALL 'FILELOCK' USING DB-FILELOCK.
           EXIT.
      ************************************************************************
       950-WRITE-CONFIRM-DOC   SECTION.
           EXIT.
      ************************************************************************
       960-ENQUEUE-CONFIRM     SECTION.
      * THE JOB IS ADDED THROUGH PRINTQ UNDER THE SHARED FILE LOCK,
      * AS THE PRINT PROGRAMS ADD THEIRS; THE REGISTRATION BATCH
      * IMPORTS THE DOCUMENT ON ITS NEXT PASS.
           MOVE 'USERDEPT' TO DB-DEPTMAST-FUNC.
           MOVE MCP-USER   TO DB-DEPTMAST-USER.
           CALL 'DEPTMASTER' USING DB-DEPTMAST.
               DISPLAY 'print queue busy - confirmation not queued'
               EXIT SECTION
           END-IF.
           INITIALIZE DB-BUSDATE.
           MOVE 'GET' TO DB-BUSDATE-FUNC.
           CALL 'BUSDATE' USING DB-BUSDATE.
           INITIALIZE DB-PRINTQ.
           MOVE 'WRITE'          TO DB-PRINTQ-FUNC.
           MOVE WS-APP-ID        TO DB-PRINTQ-JOBID.
           MOVE WS-DOC-NAME      TO DB-PRINTQ-FILENAME.
           MOVE 'RUNNING'        TO DB-PRINTQ-STATUS.
           MOVE MCP-USER         TO DB-PRINTQ-ACCOUNT.
           MOVE DB-DEPTMAST-DEPT TO DB-PRINTQ-DEPT.
           MOVE 1                TO DB-PRINTQ-PAGES.
           MOVE WS-TIMESTAMP     TO DB-PRINTQ-TIME.
           MOVE 1                TO DB-PRINTQ-COPIES.
           MOVE 'N'              TO DB-PRINTQ-DUPLEX.
           MOVE 'A4'             TO DB-PRINTQ-PAPER.
           MOVE DB-BUSDATE-DATE  TO DB-PRINTQ-BIZDATE.
           CALL 'PRINTQ' USING DB-PRINTQ.
           IF DB-PRINTQ-RC NOT = ZERO
               DISPLAY 'cannot add confirmation to print queue'
           END-IF.
           MOVE 'RELEASE' TO DB-FILELOCK-FUNC.
           MOVE QUEUE-FILE TO DB-FILELOCK-FILE.
