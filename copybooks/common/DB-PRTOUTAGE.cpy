      * PRINTER OUTAGE LOG SERVICE.  FUNC IS OPEN (A PRINTER HAS GONE
      * DOWN), CLOSE (IT IS BACK) OR DIVERT (A JOB FOR IT WAS SENT TO
      * ITS BACKUP).  RC 0 DONE, 1 NOTHING TO DO (OUTAGE ALREADY OPEN
      * OR NONE OPEN), 2 LOG BUSY, 3 LOG COULD NOT BE WRITTEN.  START
      * RETURNS THE START OF THE OUTAGE OPENED, FOUND OR CLOSED.
       01  DB-PRTOUTAGE.
           05  DB-PRTOUTAGE-FUNC       PIC X(8).
           05  DB-PRTOUTAGE-PRINTER    PIC X(8).
           05  DB-PRTOUTAGE-BACKUP     PIC X(8).
           05  DB-PRTOUTAGE-JOBID      PIC X(16).
           05  DB-PRTOUTAGE-REASON     PIC X(40).
           05  DB-PRTOUTAGE-SOURCE     PIC X(10).
           05  DB-PRTOUTAGE-USER       PIC X(20).
           05  DB-PRTOUTAGE-START      PIC X(14).
           05  DB-PRTOUTAGE-RC         PIC 9(4).
