       01  DB-PRINTQ.
           05  DB-PRINTQ-FUNC          PIC X(8).
           05  DB-PRINTQ-RC            PIC 9(4).
           05  DB-PRINTQ-JOB.
               10  DB-PRINTQ-JOBID     PIC X(16).
               10  DB-PRINTQ-SEQ       PIC X(16).
               10  DB-PRINTQ-FILENAME  PIC X(20).
               10  DB-PRINTQ-STATUS    PIC X(10).
               10  DB-PRINTQ-ACCOUNT   PIC X(20).
               10  DB-PRINTQ-DEPT      PIC X(20).
               10  DB-PRINTQ-PAGES     PIC 9(5).
               10  DB-PRINTQ-TIME      PIC X(21).
               10  DB-PRINTQ-PRINTER   PIC X(8).
               10  DB-PRINTQ-RETRIES   PIC 9(3).
               10  DB-PRINTQ-ACTPAGES  PIC 9(5).
               10  DB-PRINTQ-COPIES    PIC 9(3).
               10  DB-PRINTQ-DUPLEX    PIC X(1).
               10  DB-PRINTQ-PAPER     PIC X(8).
               10  DB-PRINTQ-BIZDATE   PIC X(8).
               10  DB-PRINTQ-CONFID    PIC X(1).
