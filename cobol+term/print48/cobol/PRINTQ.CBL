       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         PRINTQ.
      ******************************************************************
      * PRINT QUEUE ACCESS.  THE QUEUE IS A KEYED FILE ON THE JOB ID,
      * SO EVERY PROGRAM READS AND REWRITES THE ONE JOB IT IS WORKING
      * ON AND THE QUEUE HAS NO SIZE LIMIT OF ITS OWN.  EACH JOB ALSO
      * CARRIES ITS QUEUE POSITION (DB-PRINTQ-SEQ), AN ALTERNATE KEY
      * THAT STARTS OUT AS THE JOB ID ITSELF - JOB IDS ARE ISSUED IN
      * TIME ORDER - AND THAT THE QUEUE MANAGER EXCHANGES BETWEEN TWO
      * JOBS TO MOVE ONE PAST THE OTHER.  THE BROWSE FUNCTIONS WALK
      * THE QUEUE IN THAT ORDER.
      * FUNCTIONS:
      *   READ    - THE JOB NAMED BY DB-PRINTQ-JOBID.  RC=1 NOT FOUND.
      *   WRITE   - ADDS A NEW JOB.  A BLANK QUEUE POSITION PUTS IT
      *             AT THE BACK OF THE QUEUE.  RC=2 WHEN THE JOB ID
      *             IS ALREADY ON FILE.
      *   REWRITE - REPLACES THE JOB NAMED BY DB-PRINTQ-JOBID.
      *             RC=1 NOT FOUND.
      *   DELETE  - REMOVES THE JOB NAMED BY DB-PRINTQ-JOBID.
      *             RC=1 NOT FOUND.
      *   FIRST   - THE FRONT JOB OF THE QUEUE.  RC=1 QUEUE EMPTY.
      *   NEXT    - THE JOB BEHIND THE ONE LEFT IN DB-PRINTQ-JOB BY
      *             THE LAST CALL.  RC=1 AT THE BACK OF THE QUEUE.
      *   PRIOR   - THE JOB AHEAD OF THE ONE IN DB-PRINTQ-JOB.
      *             RC=1 AT THE FRONT OF THE QUEUE.
      *   BYFILE  - A JOB FOR THE DOCUMENT NAMED BY DB-PRINTQ-FILENAME.
      *             RC=1 WHEN NO JOB ON THE QUEUE NAMES IT.
      * RC=4 WHEN THE QUEUE FILE CANNOT BE OPENED, RC=9 FOR AN
      * UNKNOWN FUNCTION.  THE BROWSE HOLDS NO POSITION BETWEEN CALLS,
      * SO A CALLER MAY REWRITE OR DELETE THE JOB IN HAND AND STILL
      * ASK FOR THE NEXT ONE.  CALLERS THAT READ, CHANGE AND REWRITE
      * A JOB DO SO UNDER THE SHARED FILE LOCK ON THE QUEUE FILE NAME.
      ******************************************************************
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       INPUT-OUTPUT         SECTION.
       FILE-CONTROL.
           SELECT PQFD     ASSIGN TO PQ-FILE
                           ORGANIZATION IS INDEXED
                           ACCESS MODE IS DYNAMIC
                           RECORD KEY IS PQ-JOBID
                           ALTERNATE RECORD KEY IS PQ-ORDER-KEY
                           ALTERNATE RECORD KEY IS PQ-FILENAME
                               WITH DUPLICATES
                           FILE STATUS IS PQ-FILE-ST.
       DATA                DIVISION.
       FILE                SECTION.
           FD  PQFD.
           01  PQ-REC.
               05  PQ-JOBID            PIC X(16).
               05  PQ-ORDER-KEY.
                   10  PQ-SEQ          PIC X(16).
                   10  PQ-SEQ-JOBID    PIC X(16).
               05  PQ-FILENAME         PIC X(20).
               05  PQ-STATUS           PIC X(10).
               05  PQ-ACCOUNT          PIC X(20).
               05  PQ-DEPT             PIC X(20).
               05  PQ-PAGES            PIC 9(5).
               05  PQ-TIME             PIC X(21).
               05  PQ-PRINTER          PIC X(8).
               05  PQ-RETRIES          PIC 9(3).
               05  PQ-ACTPAGES         PIC 9(5).
               05  PQ-COPIES           PIC 9(3).
               05  PQ-DUPLEX           PIC X(1).
               05  PQ-PAPER            PIC X(8).
               05  PQ-BIZDATE          PIC X(8).
               05  PQ-CONFID           PIC X(1).
       WORKING-STORAGE     SECTION.
       01  PQ-FILE             PIC X(80)
                               VALUE './cobol/printqueue.idx'.
       01  PQ-FILE-ST          PIC X(02).
       01  WS-OPEN-MODE        PIC X(6).
       LINKAGE                 SECTION.
            COPY    "DB-PRINTQ".
      ************************************************************************
       PROCEDURE           DIVISION    USING
           DB-PRINTQ.
       000-MAIN                SECTION.
           MOVE 0 TO DB-PRINTQ-RC.
           EVALUATE DB-PRINTQ-FUNC
             WHEN 'WRITE'
             WHEN 'REWRITE'
             WHEN 'DELETE'
               MOVE 'I-O' TO WS-OPEN-MODE
             WHEN 'READ'
             WHEN 'FIRST'
             WHEN 'NEXT'
             WHEN 'PRIOR'
             WHEN 'BYFILE'
               MOVE 'INPUT' TO WS-OPEN-MODE
             WHEN OTHER
               MOVE 9 TO DB-PRINTQ-RC
               EXIT PROGRAM
           END-EVALUATE.
           PERFORM 100-OPEN-QUEUE.
           IF DB-PRINTQ-RC NOT = ZERO
               EXIT PROGRAM
           END-IF.
           EVALUATE DB-PRINTQ-FUNC
             WHEN 'READ'
               PERFORM 200-READ-JOB
             WHEN 'WRITE'
               PERFORM 300-WRITE-JOB
             WHEN 'REWRITE'
               PERFORM 400-REWRITE-JOB
             WHEN 'DELETE'
               PERFORM 500-DELETE-JOB
             WHEN 'FIRST'
               PERFORM 600-FIRST-JOB
             WHEN 'NEXT'
               PERFORM 610-NEXT-JOB
             WHEN 'PRIOR'
               PERFORM 620-PRIOR-JOB
             WHEN 'BYFILE'
               PERFORM 210-READ-BY-FILE
           END-EVALUATE.
           CLOSE PQFD.
           EXIT    PROGRAM.
      ************************************************************************
       100-OPEN-QUEUE          SECTION.
      * A READER FINDING NO QUEUE FILE SEES AN EMPTY QUEUE; THE FIRST
      * WRITER CREATES IT.
           IF WS-OPEN-MODE = 'INPUT'
               OPEN INPUT PQFD
               IF PQ-FILE-ST = "35"
                   MOVE 1 TO DB-PRINTQ-RC
                   EXIT SECTION
               END-IF
           ELSE
               OPEN I-O PQFD
               IF PQ-FILE-ST = "35"
                   OPEN OUTPUT PQFD
                   CLOSE PQFD
                   OPEN I-O PQFD
               END-IF
           END-IF.
           IF PQ-FILE-ST NOT = "00"
               DISPLAY 'cannot open print queue - status ' PQ-FILE-ST
               MOVE 4 TO DB-PRINTQ-RC
           END-IF.
           EXIT.
      ************************************************************************
       200-READ-JOB            SECTION.
           MOVE DB-PRINTQ-JOBID TO PQ-JOBID.
           READ PQFD KEY IS PQ-JOBID
               INVALID KEY
                   MOVE 1 TO DB-PRINTQ-RC
               NOT INVALID KEY
                   PERFORM 700-RECORD-TO-JOB
           END-READ.
           EXIT.
      ************************************************************************
       210-READ-BY-FILE        SECTION.
           MOVE DB-PRINTQ-FILENAME TO PQ-FILENAME.
           READ PQFD KEY IS PQ-FILENAME
               INVALID KEY
                   MOVE 1 TO DB-PRINTQ-RC
               NOT INVALID KEY
                   PERFORM 700-RECORD-TO-JOB
           END-READ.
           EXIT.
      ************************************************************************
       300-WRITE-JOB           SECTION.
           IF DB-PRINTQ-SEQ = SPACE
               MOVE DB-PRINTQ-JOBID TO DB-PRINTQ-SEQ
           END-IF.
           PERFORM 710-JOB-TO-RECORD.
           WRITE PQ-REC
               INVALID KEY
                   MOVE 2 TO DB-PRINTQ-RC
           END-WRITE.
           EXIT.
      ************************************************************************
       400-REWRITE-JOB         SECTION.
           IF DB-PRINTQ-SEQ = SPACE
               MOVE DB-PRINTQ-JOBID TO DB-PRINTQ-SEQ
           END-IF.
           PERFORM 710-JOB-TO-RECORD.
           REWRITE PQ-REC
               INVALID KEY
                   MOVE 1 TO DB-PRINTQ-RC
           END-REWRITE.
           EXIT.
      ************************************************************************
       500-DELETE-JOB          SECTION.
           MOVE DB-PRINTQ-JOBID TO PQ-JOBID.
           DELETE PQFD RECORD
               INVALID KEY
                   MOVE 1 TO DB-PRINTQ-RC
           END-DELETE.
           EXIT.
      ************************************************************************
       600-FIRST-JOB           SECTION.
           MOVE LOW-VALUE TO PQ-ORDER-KEY.
           START PQFD KEY IS NOT LESS THAN PQ-ORDER-KEY
               INVALID KEY
                   MOVE 1 TO DB-PRINTQ-RC
           END-START.
           IF DB-PRINTQ-RC = ZERO
               PERFORM 650-READ-FORWARD
           END-IF.
           EXIT.
      ************************************************************************
       610-NEXT-JOB            SECTION.
           MOVE DB-PRINTQ-SEQ   TO PQ-SEQ.
           MOVE DB-PRINTQ-JOBID TO PQ-SEQ-JOBID.
           START PQFD KEY IS GREATER THAN PQ-ORDER-KEY
               INVALID KEY
                   MOVE 1 TO DB-PRINTQ-RC
           END-START.
           IF DB-PRINTQ-RC = ZERO
               PERFORM 650-READ-FORWARD
           END-IF.
           EXIT.
      ************************************************************************
       620-PRIOR-JOB           SECTION.
           MOVE DB-PRINTQ-SEQ   TO PQ-SEQ.
           MOVE DB-PRINTQ-JOBID TO PQ-SEQ-JOBID.
           START PQFD KEY IS LESS THAN PQ-ORDER-KEY
               INVALID KEY
                   MOVE 1 TO DB-PRINTQ-RC
           END-START.
           IF DB-PRINTQ-RC = ZERO
               READ PQFD PREVIOUS RECORD
                   AT END
                       MOVE 1 TO DB-PRINTQ-RC
                   NOT AT END
                       PERFORM 700-RECORD-TO-JOB
               END-READ
           END-IF.
           EXIT.
      ************************************************************************
       650-READ-FORWARD        SECTION.
           READ PQFD NEXT RECORD
               AT END
                   MOVE 1 TO DB-PRINTQ-RC
               NOT AT END
                   PERFORM 700-RECORD-TO-JOB
           END-READ.
           EXIT.
      ************************************************************************
       700-RECORD-TO-JOB       SECTION.
           MOVE PQ-JOBID       TO DB-PRINTQ-JOBID.
           MOVE PQ-SEQ         TO DB-PRINTQ-SEQ.
           MOVE PQ-FILENAME    TO DB-PRINTQ-FILENAME.
           MOVE PQ-STATUS      TO DB-PRINTQ-STATUS.
           MOVE PQ-ACCOUNT     TO DB-PRINTQ-ACCOUNT.
           MOVE PQ-DEPT        TO DB-PRINTQ-DEPT.
           MOVE PQ-PAGES       TO DB-PRINTQ-PAGES.
           MOVE PQ-TIME        TO DB-PRINTQ-TIME.
           MOVE PQ-PRINTER     TO DB-PRINTQ-PRINTER.
           MOVE PQ-RETRIES     TO DB-PRINTQ-RETRIES.
           MOVE PQ-ACTPAGES    TO DB-PRINTQ-ACTPAGES.
           MOVE PQ-COPIES      TO DB-PRINTQ-COPIES.
           MOVE PQ-DUPLEX      TO DB-PRINTQ-DUPLEX.
           MOVE PQ-PAPER       TO DB-PRINTQ-PAPER.
           MOVE PQ-BIZDATE     TO DB-PRINTQ-BIZDATE.
           MOVE PQ-CONFID      TO DB-PRINTQ-CONFID.
           EXIT.
      ************************************************************************
       710-JOB-TO-RECORD       SECTION.
      * THE JOB ID RIDES IN THE QUEUE-POSITION KEY AS WELL, SO TWO
      * JOBS CAN TRADE POSITIONS ONE REWRITE AT A TIME.
           MOVE DB-PRINTQ-JOBID    TO PQ-JOBID.
           MOVE DB-PRINTQ-SEQ      TO PQ-SEQ.
           MOVE DB-PRINTQ-JOBID    TO PQ-SEQ-JOBID.
           MOVE DB-PRINTQ-FILENAME TO PQ-FILENAME.
           MOVE DB-PRINTQ-STATUS   TO PQ-STATUS.
           MOVE DB-PRINTQ-ACCOUNT  TO PQ-ACCOUNT.
           MOVE DB-PRINTQ-DEPT     TO PQ-DEPT.
           MOVE DB-PRINTQ-PAGES    TO PQ-PAGES.
           MOVE DB-PRINTQ-TIME     TO PQ-TIME.
           MOVE DB-PRINTQ-PRINTER  TO PQ-PRINTER.
           MOVE DB-PRINTQ-RETRIES  TO PQ-RETRIES.
           MOVE DB-PRINTQ-ACTPAGES TO PQ-ACTPAGES.
           MOVE DB-PRINTQ-COPIES   TO PQ-COPIES.
           MOVE DB-PRINTQ-DUPLEX   TO PQ-DUPLEX.
           MOVE DB-PRINTQ-PAPER    TO PQ-PAPER.
           MOVE DB-PRINTQ-BIZDATE  TO PQ-BIZDATE.
           MOVE DB-PRINTQ-CONFID   TO PQ-CONFID.
           EXIT.
