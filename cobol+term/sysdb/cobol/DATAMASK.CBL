      * THIS JOB WRITES ANONYMIZED COPIES INTO ./cobol/training/ FOR
      *   OPERATOR-CREDENTIALS.DAT  (USER MASKED, HASHES NEUTERED)
      *   SESSION-HISTORY.DAT       (USER AND TERMINAL MASKED)
      *   PRINTQUEUE.DAT            (ACCOUNT MASKED; UNLOADED FROM
      *                              THE KEYED QUEUE AS PIPE LINES)
      *   SYSDB-EXPORT.CSV          (VALUES OF DICTIONARY KEYS
      *                              FLAGGED SENSITIVE MASKED)
      * A PSEUDONYM IS THE PREFIX PLUS A SIX-DIGIT HASH OF THE REAL
           01  SCRIPT-LINE         PIC X(200).
       WORKING-STORAGE     SECTION.
            COPY    "DB-SHELL".
            COPY    "DB-PRINTQ".
       01  SCRIPT-FILE         PIC X(40)
                               VALUE './cobol/datamask.sh'.
       01  SCRIPT-FILE-ST      PIC X(02).
           05  HIST-START          PIC X(21).
           05  HIST-END            PIC X(21).
           05  HIST-REASON         PIC X(20).
           05  HIST-BIZDATE        PIC X(8).
       01  CSV-REC.
           05  CSV-KEY             PIC X(30).
           05  CSV-VALUE           PIC X(100).
                            HIST-START
                            HIST-END
                            HIST-REASON
                            HIST-BIZDATE
                   MOVE HIST-USER TO WS-MASK-IN
                   MOVE 'OP' TO WS-MASK-PREFIX
                   PERFORM 150-MAKE-PSEUDONYM
                          HIST-END    DELIMITED BY SPACE
                          '|'         DELIMITED BY SIZE
                          HIST-REASON DELIMITED BY SPACE
                          '|'         DELIMITED BY SIZE
                          HIST-BIZDATE
                                      DELIMITED BY SPACE
                          INTO OUT-LINE
                   END-STRING
                   WRITE OUT-LINE
           EXIT.
      ************************************************************************
       400-MASK-PRINTQUEUE     SECTION.
           MOVE SPACE TO OUT-FILE.
           STRING TRAINING-DIR DELIMITED BY SPACE
                  'printqueue.dat' DELIMITED BY SIZE
                  INTO OUT-FILE
           END-STRING.
           INITIALIZE DB-PRINTQ.
           MOVE 'FIRST' TO DB-PRINTQ-FUNC.
           CALL 'PRINTQ' USING DB-PRINTQ.
           IF DB-PRINTQ-RC NOT = ZERO
               DISPLAY 'no print queue to mask'
               EXIT SECTION
           END-IF.
           OPEN OUTPUT OUTFD.
           IF OUT-FILE-ST NOT = "00"
               DISPLAY 'cannot write masked copy ' OUT-FILE
               EXIT SECTION
           END-IF.
           PERFORM UNTIL DB-PRINTQ-RC NOT = ZERO
               MOVE DB-PRINTQ-ACCOUNT TO WS-MASK-IN
               MOVE 'AC' TO WS-MASK-PREFIX
               PERFORM 150-MAKE-PSEUDONYM
               MOVE SPACE TO OUT-LINE
               STRING DB-PRINTQ-FILENAME  DELIMITED BY SPACE
                      '|'                 DELIMITED BY SIZE
                      DB-PRINTQ-STATUS    DELIMITED BY SPACE
                      '|'                 DELIMITED BY SIZE
                      WS-MASK-OUT         DELIMITED BY SPACE
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
                      INTO OUT-LINE
               END-STRING
               WRITE OUT-LINE
               ADD 1 TO WS-MASKED-COUNT
               MOVE 'NEXT' TO DB-PRINTQ-FUNC
               CALL 'PRINTQ' USING DB-PRINTQ
           END-PERFORM.
           CLOSE OUTFD.
           EXIT.
      ************************************************************************
       500-MASK-SYSDB-EXPORT   SECTION.
           MOVE './cobol/sysdb-export.csv' TO IN-FILE.
