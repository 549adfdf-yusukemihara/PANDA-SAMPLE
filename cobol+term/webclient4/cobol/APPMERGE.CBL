       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         APPMERGE.
      ******************************************************************
      * MAIL-MERGE LETTERS FROM THE APPLICATION REGISTER.  EACH LINE
      * OF THE MERGE CONTROL FILE ASKS FOR ONE BATCH OF LETTERS:
      *   TEMPLATE|STATUS|FROM-DATE|TO-DATE|RESULT|BATCH-ID|RUN-TS
      * THE APPLICATIONS IN THE GIVEN STATUS SUBMITTED BETWEEN THE
      * TWO DATES (YYYYMMDD, INCLUSIVE; BLANK STATUS OR DATE MATCHES
      * EVERYTHING) EACH GET ONE LETTER RENDERED FROM THE TEMPLATE
      * INTO ./data/ AND QUEUED ON THE PRINT QUEUE WITH ITS OWN
      * JOBID.  ALL LETTERS OF A BATCH SHARE THE BATCH ID AS THEIR
      * QUEUE SEQUENCE SO THEY PRINT TOGETHER.  LINES WITH A BLANK
      * RESULT ARE STILL TO RUN; THE JOB STAMPS DONE OR NOTEMPLATE,
      * THE BATCH ID AND THE RUN TIME, SO A RERUN NEVER SENDS A
      * BATCH TWICE.  ONLY WAITING LINES ARE TAKEN INTO A RUN, UP TO
      * 100 OF THEM (ANY MORE WAIT FOR THE NEXT RUN); THE FILE IS
      * REWRITTEN BY COPYING EVERY OTHER LINE THROUGH UNCHANGED.
      * TEMPLATES: ONE LINE PER LETTER LINE, TEMPLATE|TEXT.  THE TEXT
      * MAY CARRY THESE FIELDS, FILLED FROM THE APPLICATION:
      *   &APPID& &USER& &NAME& &SUBMITTED& &DETAIL& &STATUS& &DATE&
      * &DATE& IS THE RUN DATE.  AN UNKNOWN FIELD IS LEFT AS WRITTEN.
      * THE MERGE CONTROL LISTING SHOWS EVERY LETTER AND THE COUNTS
      * OF EACH BATCH.
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
           SELECT CTLFD    ASSIGN TO CTL-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS CTL-FILE-ST.
           SELECT CTLNEWFD ASSIGN TO CTL-NEW-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS CTL-NEW-FILE-ST.
           SELECT TPLFD    ASSIGN TO TPL-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS TPL-FILE-ST.
           SELECT APPFD    ASSIGN TO APP-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS APP-FILE-ST.
           SELECT DOCFD    ASSIGN TO DOC-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS DOC-FILE-ST.
           SELECT RPTFD    ASSIGN TO RPT-FILE
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS RPT-FILE-ST.
       DATA                DIVISION.
       FILE                SECTION.
           FD  CTLFD.
           01  CTL-LINE            PIC X(120).
           FD  CTLNEWFD.
           01  CTL-NEW-LINE        PIC X(120).
           FD  TPLFD.
           01  TPL-LINE            PIC X(130).
           FD  APPFD.
           01  APP-LINE            PIC X(300).
           FD  DOCFD.
           01  DOC-LINE            PIC X(100).
           FD  RPTFD.
           01  RPT-LINE            PIC X(132).
       WORKING-STORAGE     SECTION.
            COPY    "DB-RPTREPO".
            COPY    "DB-JOBID".
            COPY    "DB-FILELOCK".
            COPY    "DB-DEPTMAST".
            COPY    "DB-BUSDATE".
            COPY    "DB-PRINTQ".
            COPY    "DB-FILEGUARD".
       01  CTL-FILE            PIC X(80)
                               VALUE './cobol/mail-merge-control.dat'.
       01  CTL-FILE-ST         PIC X(02).
       01  CTL-NEW-FILE        PIC X(80)
                           VALUE './cobol/mail-merge-control.dat.new'.
       01  CTL-NEW-FILE-ST     PIC X(02).
       01  WS-CTL-LINENO       PIC 9(6).
       01  WS-CTL-COUNT        PIC 9(6).
       01  TPL-FILE            PIC X(80)
                               VALUE './cobol/letter-templates.dat'.
       01  TPL-FILE-ST         PIC X(02).
       01  APP-FILE            PIC X(80)
                               VALUE './cobol/applications.dat'.
       01  APP-FILE-ST         PIC X(02).
       01  DOC-FILE            PIC X(80).
       01  DOC-FILE-ST         PIC X(02).
       01  RPT-FILE            PIC X(80)
                               VALUE './cobol/mail-merge.rpt'.
       01  RPT-FILE-ST         PIC X(02).
       01  QUEUE-FILE          PIC X(80)
                               VALUE './cobol/printqueue.idx'.
       01  CTL-TABLE.
           05  CTL-NUM             PIC 9(3).
           05  CTL-ENTRY OCCURS 100 TIMES.
               10  CTL-LINENO      PIC 9(6).
               10  CTL-TEMPLATE    PIC X(20).
               10  CTL-STATUS      PIC X(16).
               10  CTL-FROM        PIC X(8).
               10  CTL-TO          PIC X(8).
               10  CTL-RESULT      PIC X(10).
               10  CTL-BATCH       PIC X(16).
               10  CTL-RUNTS       PIC X(14).
       01  TPL-TABLE.
           05  TPL-NUM             PIC 9(3).
           05  TPL-TEXT OCCURS 60 TIMES
                                   PIC X(100).
       01  TPL-NAME            PIC X(20).
       01  APP-REC.
           05  APP-ID              PIC X(16).
           05  APP-USER            PIC X(20).
           05  APP-TS              PIC X(21).
           05  APP-NAME            PIC X(40).
           05  APP-R1BOOL          PIC X(5).
           05  APP-R4BOOL          PIC X(5).
           05  APP-DETAIL          PIC X(60).
           05  APP-COUNT41         PIC X(10).
           05  APP-COUNT51         PIC X(10).
           05  APP-COUNT52         PIC X(10).
           05  APP-STATUS          PIC X(16).
       01  WS-CTL-IDX          PIC 9(3).
       01  WS-TPL-IDX          PIC 9(3).
       01  WS-RUN-DATE         PIC X(8).
       01  WS-RUN-TS           PIC X(14).
       01  WS-BATCH-ID         PIC X(16).
       01  WS-DOC-NAME         PIC X(20).
       01  WS-LETTER-ID        PIC X(16).
       01  WS-LOCKED           PIC X(1).
       01  WS-MATCH            PIC X(1).
       01  WS-TPL-PTR          PIC 9(3).
       01  WS-POS              PIC 9(3).
       01  WS-END              PIC 9(3).
       01  WS-LEN              PIC 9(3).
       01  WS-OUT-PTR          PIC 9(3).
       01  WS-RPT-PTR          PIC 9(3).
       01  WS-FIELD-NAME       PIC X(20).
       01  WS-FIELD-VALUE      PIC X(60).
       01  WS-FIELD-FOUND      PIC X(1).
       01  WS-PAGES            PIC 9(5).
       01  WS-SELECTED         PIC 9(5).
       01  WS-WRITTEN          PIC 9(5).
       01  WS-QUEUED           PIC 9(5).
       01  WS-FAILED           PIC 9(5).
       01  WS-TOTAL-QUEUED     PIC 9(5) VALUE 0.
       01  WS-BATCHES          PIC 9(3) VALUE 0.
       01  WS-EDIT-COUNT       PIC ZZZZ9.
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
               PERFORM 010-RUN-MERGE
           END-EVALUATE.
           EXIT    PROGRAM.
      ************************************************************************
       010-RUN-MERGE           SECTION.
           MOVE 0 TO WS-TOTAL-QUEUED WS-BATCHES.
           IF SPA-PROCDATE NOT = SPACE
              AND SPA-PROCDATE NOT = LOW-VALUE
               MOVE SPA-PROCDATE TO WS-RUN-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-TS.
           PERFORM 100-LOAD-CONTROL.
           OPEN OUTPUT RPTFD.
           MOVE SPACE TO RPT-LINE.
           STRING 'MAIL MERGE CONTROL LISTING  RUN ' DELIMITED BY SIZE
                  WS-RUN-TS                          DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACE TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM VARYING WS-CTL-IDX FROM 1 BY 1
                     UNTIL WS-CTL-IDX > CTL-NUM
               IF CTL-RESULT(WS-CTL-IDX) = SPACE
                   PERFORM 200-RUN-BATCH
               END-IF
           END-PERFORM.
           IF WS-BATCHES = 0
               MOVE 'NO MERGE BATCHES WAITING' TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           MOVE SPACE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-TOTAL-QUEUED TO WS-EDIT-COUNT.
           MOVE SPACE TO RPT-LINE.
           STRING 'TOTAL LETTERS QUEUED: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT            DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           CLOSE RPTFD.
           PERFORM 980-FILE-REPORT.
           IF WS-BATCHES > 0
               PERFORM 110-SAVE-CONTROL
           END-IF.
           MOVE WS-TOTAL-QUEUED TO SPA-NUM.
           DISPLAY 'mail merge batches:' WS-BATCHES
               ' letters queued:' WS-TOTAL-QUEUED.
           EXIT.
      ************************************************************************
       100-LOAD-CONTROL        SECTION.
      * ONLY THE LINES STILL TO RUN ARE KEPT, EACH WITH ITS LINE
      * NUMBER IN THE FILE SO THE SAVE CAN PUT IT BACK IN PLACE.
           MOVE 0 TO CTL-NUM.
           MOVE 0 TO WS-CTL-LINENO.
           MOVE CTL-FILE TO DB-FILEGUARD-FILE.
           CALL 'FILEGUARD' USING DB-FILEGUARD.
           OPEN INPUT CTLFD.
           IF CTL-FILE-ST NOT = "00"
               DISPLAY 'no mail merge control file'
               EXIT SECTION
           END-IF.
           PERFORM UNTIL CTL-FILE-ST NOT = "00"
                      OR CTL-NUM >= 100
               READ CTLFD INTO CTL-LINE
               IF CTL-FILE-ST = "00"
                   ADD 1 TO WS-CTL-LINENO
               END-IF
               IF CTL-FILE-ST = "00" AND CTL-LINE NOT = SPACE
                   ADD 1 TO CTL-NUM
                   MOVE SPACE TO CTL-ENTRY(CTL-NUM)
                   MOVE WS-CTL-LINENO TO CTL-LINENO(CTL-NUM)
                   UNSTRING CTL-LINE DELIMITED BY '|'
                       INTO CTL-TEMPLATE(CTL-NUM)
                            CTL-STATUS(CTL-NUM)
                            CTL-FROM(CTL-NUM)
                            CTL-TO(CTL-NUM)
                            CTL-RESULT(CTL-NUM)
                            CTL-BATCH(CTL-NUM)
                            CTL-RUNTS(CTL-NUM)
                   IF CTL-RESULT(CTL-NUM) NOT = SPACE
                       SUBTRACT 1 FROM CTL-NUM
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE CTLFD.
           EXIT.
      ************************************************************************
       110-SAVE-CONTROL        SECTION.
      * THE FILE IS COPIED TO THE WORK FILE LINE FOR LINE, WITH THE
      * LINES RUN THIS TIME REPLACED BY THEIR STAMPED VERSIONS, AND
      * THE WORK FILE PROMOTED OVER IT.
           MOVE CTL-FILE TO DB-FILEGUARD-FILE.
           CALL 'FILEGUARD' USING DB-FILEGUARD.
           OPEN INPUT CTLFD.
           IF CTL-FILE-ST NOT = "00"
               DISPLAY 'mail merge control file not rewritten'
               EXIT SECTION
           END-IF.
           OPEN OUTPUT CTLNEWFD.
           IF CTL-NEW-FILE-ST NOT = "00"
               DISPLAY 'cannot write mail merge control file'
               CLOSE CTLFD
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-CTL-LINENO WS-CTL-COUNT.
           MOVE 1 TO WS-CTL-IDX.
           PERFORM UNTIL CTL-FILE-ST NOT = "00"
               READ CTLFD INTO CTL-LINE
               IF CTL-FILE-ST = "00"
                   ADD 1 TO WS-CTL-LINENO
                   IF WS-CTL-IDX NOT > CTL-NUM
                      AND CTL-LINENO(WS-CTL-IDX) = WS-CTL-LINENO
                       PERFORM 115-BUILD-CONTROL-LINE
                       ADD 1 TO WS-CTL-IDX
                   END-IF
                   IF CTL-LINE NOT = SPACE
                       MOVE CTL-LINE TO CTL-NEW-LINE
                       WRITE CTL-NEW-LINE
                       ADD 1 TO WS-CTL-COUNT
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE CTLFD.
           MOVE SPACE TO CTL-NEW-LINE.
           STRING '*END|'        DELIMITED BY SIZE
                  WS-CTL-COUNT   DELIMITED BY SIZE
                  INTO CTL-NEW-LINE
           END-STRING.
           WRITE CTL-NEW-LINE.
           CLOSE CTLNEWFD.
           MOVE CTL-FILE TO DB-FILEGUARD-FILE.
           CALL 'FILEGUARD' USING DB-FILEGUARD.
           EXIT.
      ************************************************************************
       115-BUILD-CONTROL-LINE  SECTION.
           MOVE SPACE TO CTL-LINE.
           STRING CTL-TEMPLATE(WS-CTL-IDX) DELIMITED BY SPACE
                  '|'                      DELIMITED BY SIZE
                  CTL-STATUS(WS-CTL-IDX)   DELIMITED BY '  '
                  '|'                      DELIMITED BY SIZE
                  CTL-FROM(WS-CTL-IDX)     DELIMITED BY SPACE
                  '|'                      DELIMITED BY SIZE
                  CTL-TO(WS-CTL-IDX)       DELIMITED BY SPACE
                  '|'                      DELIMITED BY SIZE
                  CTL-RESULT(WS-CTL-IDX)   DELIMITED BY SPACE
                  '|'                      DELIMITED BY SIZE
                  CTL-BATCH(WS-CTL-IDX)    DELIMITED BY SPACE
                  '|'                      DELIMITED BY SIZE
                  CTL-RUNTS(WS-CTL-IDX)    DELIMITED BY SPACE
                  INTO CTL-LINE
           END-STRING.
           EXIT.
      ************************************************************************
       200-RUN-BATCH           SECTION.
           ADD 1 TO WS-BATCHES.
           MOVE 0 TO WS-SELECTED WS-WRITTEN WS-QUEUED WS-FAILED.
           MOVE WS-RUN-TS TO CTL-RUNTS(WS-CTL-IDX).
           PERFORM 210-LOAD-TEMPLATE.
           IF TPL-NUM = 0
               MOVE 'NOTEMPLATE' TO CTL-RESULT(WS-CTL-IDX)
               MOVE SPACE TO RPT-LINE
               STRING 'TEMPLATE '              DELIMITED BY SIZE
                      CTL-TEMPLATE(WS-CTL-IDX) DELIMITED BY SPACE
                      ' NOT FOUND - BATCH NOT RUN'
                                               DELIMITED BY SIZE
                      INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE
               MOVE SPACE TO RPT-LINE
               WRITE RPT-LINE
               EXIT SECTION
           END-IF.
           CALL 'JOBID' USING DB-JOBID.
           MOVE DB-JOBID-VALUE TO WS-BATCH-ID.
           MOVE WS-BATCH-ID TO CTL-BATCH(WS-CTL-IDX).
           MOVE 'DONE' TO CTL-RESULT(WS-CTL-IDX).
           MOVE SPACE TO RPT-LINE.
           STRING 'BATCH '                 DELIMITED BY SIZE
                  WS-BATCH-ID              DELIMITED BY SPACE
                  '  TEMPLATE '            DELIMITED BY SIZE
                  CTL-TEMPLATE(WS-CTL-IDX) DELIMITED BY SPACE
                  '  STATUS '              DELIMITED BY SIZE
                  CTL-STATUS(WS-CTL-IDX)   DELIMITED BY '  '
                  '  FROM '                DELIMITED BY SIZE
                  CTL-FROM(WS-CTL-IDX)     DELIMITED BY SIZE
                  '  TO '                  DELIMITED BY SIZE
                  CTL-TO(WS-CTL-IDX)       DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE 'USERDEPT' TO DB-DEPTMAST-FUNC.
           MOVE MCP-USER   TO DB-DEPTMAST-USER.
           CALL 'DEPTMASTER' USING DB-DEPTMAST.
           INITIALIZE DB-BUSDATE.
           MOVE 'GET' TO DB-BUSDATE-FUNC.
           CALL 'BUSDATE' USING DB-BUSDATE.
           PERFORM 220-LOCK-QUEUE.
           OPEN INPUT APPFD.
           IF APP-FILE-ST = "00"
               PERFORM UNTIL APP-FILE-ST NOT = "00"
                   READ APPFD INTO APP-LINE
                   IF APP-FILE-ST = "00" AND APP-LINE NOT = SPACE
                       PERFORM 230-SPLIT-APPLICATION
                       PERFORM 240-MATCH-APPLICATION
                       IF WS-MATCH = 'Y'
                           ADD 1 TO WS-SELECTED
                           PERFORM 300-MERGE-LETTER
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE APPFD
           ELSE
               MOVE '  NO APPLICATIONS ON FILE' TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           PERFORM 250-UNLOCK-QUEUE.
           ADD WS-QUEUED TO WS-TOTAL-QUEUED.
           PERFORM 260-WRITE-BATCH-COUNTS.
           EXIT.
      ************************************************************************
       210-LOAD-TEMPLATE       SECTION.
      * THE TEMPLATE NAME RUNS TO THE FIRST BAR; THE REST OF THE LINE
      * IS LETTER TEXT AND MAY ITSELF CONTAIN BARS.
           MOVE 0 TO TPL-NUM.
           OPEN INPUT TPLFD.
           IF TPL-FILE-ST NOT = "00"
               EXIT SECTION
           END-IF.
           PERFORM UNTIL TPL-FILE-ST NOT = "00"
                      OR TPL-NUM >= 60
               READ TPLFD INTO TPL-LINE
               IF TPL-FILE-ST = "00" AND TPL-LINE NOT = SPACE
                   MOVE SPACE TO TPL-NAME
                   MOVE 1 TO WS-TPL-PTR
                   UNSTRING TPL-LINE DELIMITED BY '|'
                       INTO TPL-NAME
                       WITH POINTER WS-TPL-PTR
                   IF TPL-NAME = CTL-TEMPLATE(WS-CTL-IDX)
                       ADD 1 TO TPL-NUM
                       MOVE SPACE TO TPL-TEXT(TPL-NUM)
                       IF WS-TPL-PTR <= 130
                           MOVE TPL-LINE(WS-TPL-PTR:)
                               TO TPL-TEXT(TPL-NUM)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE TPLFD.
           EXIT.
      ************************************************************************
       220-LOCK-QUEUE          SECTION.
      * THE WHOLE BATCH IS ADDED UNDER ONE HOLD OF THE SHARED QUEUE
      * LOCK, SO NO OTHER JOB LANDS IN THE MIDDLE OF IT.
           MOVE 'N' TO WS-LOCKED.
           MOVE 'ACQUIRE' TO DB-FILELOCK-FUNC.
           MOVE QUEUE-FILE TO DB-FILELOCK-FILE.
           MOVE MCP-TERM TO DB-FILELOCK-OWNER.
           MOVE 30 TO DB-FILELOCK-TIMEOUT.
           CALL 'FILELOCK' USING DB-FILELOCK.
           IF DB-FILELOCK-RC = 2
               DISPLAY 'print queue busy - letters written, not queued'
           ELSE
               MOVE 'Y' TO WS-LOCKED
           END-IF.
           EXIT.
      ************************************************************************
       230-SPLIT-APPLICATION   SECTION.
      * REGISTER LAYOUT AS WRITTEN AT WIZARD SUBMIT; A RECORD WITHOUT
      * A STATUS HAS ONLY BEEN RECEIVED.
           MOVE SPACE TO APP-REC.
           UNSTRING APP-LINE DELIMITED BY '|'
               INTO APP-ID
                    APP-USER
                    APP-TS
                    APP-NAME
                    APP-R1BOOL
                    APP-R4BOOL
                    APP-DETAIL
                    APP-COUNT41
                    APP-COUNT51
                    APP-COUNT52
                    APP-STATUS.
           IF APP-STATUS = SPACE
               MOVE 'RECEIVED' TO APP-STATUS
           END-IF.
           EXIT.
      ************************************************************************
       240-MATCH-APPLICATION   SECTION.
           MOVE 'Y' TO WS-MATCH.
           IF CTL-STATUS(WS-CTL-IDX) NOT = SPACE
              AND APP-STATUS NOT = CTL-STATUS(WS-CTL-IDX)
               MOVE 'N' TO WS-MATCH
           END-IF.
           IF CTL-FROM(WS-CTL-IDX) NOT = SPACE
              AND APP-TS(1:8) < CTL-FROM(WS-CTL-IDX)
               MOVE 'N' TO WS-MATCH
           END-IF.
           IF CTL-TO(WS-CTL-IDX) NOT = SPACE
              AND APP-TS(1:8) > CTL-TO(WS-CTL-IDX)
               MOVE 'N' TO WS-MATCH
           END-IF.
           EXIT.
      ************************************************************************
       250-UNLOCK-QUEUE        SECTION.
           IF WS-LOCKED = 'Y'
               MOVE 'RELEASE' TO DB-FILELOCK-FUNC
               MOVE QUEUE-FILE TO DB-FILELOCK-FILE
               MOVE MCP-TERM TO DB-FILELOCK-OWNER
               CALL 'FILELOCK' USING DB-FILELOCK
               MOVE 'N' TO WS-LOCKED
           END-IF.
           EXIT.
      ************************************************************************
       260-WRITE-BATCH-COUNTS  SECTION.
           MOVE WS-SELECTED TO WS-EDIT-COUNT.
           MOVE SPACE TO RPT-LINE.
           STRING '  APPLICATIONS SELECTED: ' DELIMITED BY SIZE
                  WS-EDIT-COUNT               DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE WS-WRITTEN TO WS-EDIT-COUNT.
           MOVE SPACE TO RPT-LINE.
           STRING '  LETTERS WRITTEN:       ' DELIMITED BY SIZE
                  WS-EDIT-COUNT               DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE WS-QUEUED TO WS-EDIT-COUNT.
           MOVE SPACE TO RPT-LINE.
           STRING '  LETTERS QUEUED:        ' DELIMITED BY SIZE
                  WS-EDIT-COUNT               DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE WS-FAILED TO WS-EDIT-COUNT.
           MOVE SPACE TO RPT-LINE.
           STRING '  LETTERS FAILED:        ' DELIMITED BY SIZE
                  WS-EDIT-COUNT               DELIMITED BY SIZE
                  INTO RPT-LINE
           END-STRING.
           WRITE RPT-LINE.
           MOVE SPACE TO RPT-LINE.
           WRITE RPT-LINE.
           EXIT.
      ************************************************************************
       300-MERGE-LETTER        SECTION.
           CALL 'JOBID' USING DB-JOBID.
           MOVE DB-JOBID-VALUE TO WS-LETTER-ID.
           MOVE SPACE TO WS-DOC-NAME.
           STRING 'L'                 DELIMITED BY SIZE
                  DB-JOBID-DATE(3:6)  DELIMITED BY SIZE
                  DB-JOBID-SEQ        DELIMITED BY SIZE
                  '.txt'              DELIMITED BY SIZE
                  INTO WS-DOC-NAME
           END-STRING.
           MOVE SPACE TO DOC-FILE.
           STRING './data/'    DELIMITED BY SIZE
                  WS-DOC-NAME  DELIMITED BY SPACE
                  INTO DOC-FILE
           END-STRING.
           OPEN OUTPUT DOCFD.
           IF DOC-FILE-ST NOT = '00'
               ADD 1 TO WS-FAILED
               MOVE SPACE TO RPT-LINE
               STRING '  '          DELIMITED BY SIZE
                      APP-ID        DELIMITED BY SPACE
                      '  CANNOT WRITE LETTER ' DELIMITED BY SIZE
                      WS-DOC-NAME   DELIMITED BY SPACE
                      INTO RPT-LINE
               END-STRING
               WRITE RPT-LINE
               EXIT SECTION
           END-IF.
           PERFORM VARYING WS-TPL-IDX FROM 1 BY 1
                     UNTIL WS-TPL-IDX > TPL-NUM
               PERFORM 310-MERGE-LINE
               WRITE DOC-LINE
           END-PERFORM.
           CLOSE DOCFD.
           ADD 1 TO WS-WRITTEN.
           COMPUTE WS-PAGES = (TPL-NUM + 59) / 60.
           PERFORM 330-ENQUEUE-LETTER.
           MOVE SPACE TO RPT-LINE.
           MOVE 1 TO WS-RPT-PTR.
           STRING '  '          DELIMITED BY SIZE
                  APP-ID        DELIMITED BY SPACE
                  '  '          DELIMITED BY SIZE
                  APP-NAME      DELIMITED BY '  '
                  '  JOB '      DELIMITED BY SIZE
                  WS-LETTER-ID  DELIMITED BY SPACE
                  '  '          DELIMITED BY SIZE
                  WS-DOC-NAME   DELIMITED BY SPACE
                  INTO RPT-LINE
                  WITH POINTER WS-RPT-PTR
           END-STRING.
           IF DB-PRINTQ-RC NOT = ZERO OR WS-LOCKED NOT = 'Y'
               STRING '  NOT QUEUED' DELIMITED BY SIZE
                      INTO RPT-LINE
                      WITH POINTER WS-RPT-PTR
               END-STRING
           END-IF.
           WRITE RPT-LINE.
           EXIT.
      ************************************************************************
       310-MERGE-LINE          SECTION.
      * COPIES ONE TEMPLATE LINE INTO DOC-LINE, REPLACING EACH
      * &FIELD& WITH ITS VALUE FROM THE APPLICATION.
           MOVE SPACE TO DOC-LINE.
           MOVE 1 TO WS-OUT-PTR.
           MOVE 1 TO WS-POS.
           PERFORM UNTIL WS-POS > 100 OR WS-OUT-PTR > 100
               MOVE 0 TO WS-END
               IF TPL-TEXT(WS-TPL-IDX)(WS-POS:1) = '&'
                   PERFORM VARYING WS-END FROM WS-POS BY 1
                             UNTIL WS-END >= 100
                       IF TPL-TEXT(WS-TPL-IDX)(WS-END + 1:1) = '&'
                           ADD 1 TO WS-END
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF WS-END <= WS-POS + 1
                      OR TPL-TEXT(WS-TPL-IDX)(WS-END:1) NOT = '&'
                      OR WS-END - WS-POS - 1 > 20
                       MOVE 0 TO WS-END
                   END-IF
               END-IF
               IF WS-END > 0
                   MOVE SPACE TO WS-FIELD-NAME
                   MOVE TPL-TEXT(WS-TPL-IDX)
                            (WS-POS + 1:WS-END - WS-POS - 1)
                       TO WS-FIELD-NAME
                   PERFORM 320-FIELD-VALUE
               ELSE
                   MOVE 'N' TO WS-FIELD-FOUND
               END-IF
               IF WS-FIELD-FOUND = 'Y'
                   IF WS-FIELD-VALUE NOT = SPACE
                       COMPUTE WS-LEN = FUNCTION LENGTH(
                           FUNCTION TRIM(WS-FIELD-VALUE TRAILING))
                       STRING WS-FIELD-VALUE(1:WS-LEN)
                                           DELIMITED BY SIZE
                              INTO DOC-LINE
                              WITH POINTER WS-OUT-PTR
                       END-STRING
                   END-IF
                   COMPUTE WS-POS = WS-END + 1
               ELSE
                   STRING TPL-TEXT(WS-TPL-IDX)(WS-POS:1)
                                           DELIMITED BY SIZE
                          INTO DOC-LINE
                          WITH POINTER WS-OUT-PTR
                   END-STRING
                   ADD 1 TO WS-POS
               END-IF
           END-PERFORM.
           EXIT.
      ************************************************************************
       320-FIELD-VALUE         SECTION.
           MOVE 'Y' TO WS-FIELD-FOUND.
           MOVE SPACE TO WS-FIELD-VALUE.
           EVALUATE WS-FIELD-NAME
             WHEN 'APPID'
               MOVE APP-ID     TO WS-FIELD-VALUE
             WHEN 'USER'
               MOVE APP-USER   TO WS-FIELD-VALUE
             WHEN 'NAME'
               MOVE APP-NAME   TO WS-FIELD-VALUE
             WHEN 'SUBMITTED'
               MOVE APP-TS(1:8) TO WS-FIELD-VALUE
             WHEN 'DETAIL'
               MOVE APP-DETAIL TO WS-FIELD-VALUE
             WHEN 'STATUS'
               MOVE APP-STATUS TO WS-FIELD-VALUE
             WHEN 'DATE'
               MOVE WS-RUN-DATE TO WS-FIELD-VALUE
             WHEN OTHER
               MOVE 'N' TO WS-FIELD-FOUND
           END-EVALUATE.
           EXIT.
      ************************************************************************
       330-ENQUEUE-LETTER      SECTION.
      * QUEUED AS THE WIZARD QUEUES ITS CONFIRMATION, FOR THE
      * REGISTRATION BATCH TO IMPORT, BUT WITH THE BATCH ID AS THE
      * QUEUE SEQUENCE SO THE LETTERS STAY TOGETHER IN QUEUE ORDER.
           INITIALIZE DB-PRINTQ.
           IF WS-LOCKED NOT = 'Y'
               ADD 1 TO WS-FAILED
               EXIT SECTION
           END-IF.
           MOVE 'WRITE'          TO DB-PRINTQ-FUNC.
           MOVE WS-LETTER-ID     TO DB-PRINTQ-JOBID.
           MOVE WS-BATCH-ID      TO DB-PRINTQ-SEQ.
           MOVE WS-DOC-NAME      TO DB-PRINTQ-FILENAME.
           MOVE 'RUNNING'        TO DB-PRINTQ-STATUS.
           MOVE MCP-USER         TO DB-PRINTQ-ACCOUNT.
           MOVE DB-DEPTMAST-DEPT TO DB-PRINTQ-DEPT.
           MOVE WS-PAGES         TO DB-PRINTQ-PAGES.
           MOVE FUNCTION CURRENT-DATE(1:21) TO DB-PRINTQ-TIME.
           MOVE 1                TO DB-PRINTQ-COPIES.
           MOVE 'N'              TO DB-PRINTQ-DUPLEX.
           MOVE 'A4'             TO DB-PRINTQ-PAPER.
           MOVE DB-BUSDATE-DATE  TO DB-PRINTQ-BIZDATE.
           CALL 'PRINTQ' USING DB-PRINTQ.
           IF DB-PRINTQ-RC = ZERO
               ADD 1 TO WS-QUEUED
           ELSE
               ADD 1 TO WS-FAILED
           END-IF.
           EXIT.
      ************************************************************************
       980-FILE-REPORT         SECTION.
           MOVE 'APPMERGE' TO DB-RPTREPO-PROGRAM.
           MOVE RPT-FILE TO DB-RPTREPO-SOURCE.
           MOVE SPACE TO DB-RPTREPO-BIZDATE.
           MOVE SPACE TO DB-RPTREPO-CLASS.
           CALL 'RPTREPO' USING
                MCPAREA
                SPAAREA
                DB-RPTREPO.
           EXIT.
