      * POST-INCIDENT TIMELINE REQUEST.  FROM AND TO ARE
      * YYYYMMDDHHMMSS (SECONDS MAY BE LEFT OFF).  PROGRAM AND USER
      * ARE OPTIONAL FILTERS - USER MATCHES THE USER OR TERMINAL OF
      * AN ENTRY.  INCIDENT NAMES THE REPORT AFTER THE INCIDENT IT
      * BELONGS TO.  FILE IS THE REPORT WRITTEN, LINES THE ENTRIES IN
      * IT, TRUNC 'Y' WHEN THERE WERE MORE THAN IT CAN HOLD.
      * RC 0 DONE, 4 NOTHING IN THE WINDOW, 8 FROM/TO NOT VALID.
       01  DB-PMTIMELINE.
           05  DB-PMTIMELINE-FROM      PIC X(14).
           05  DB-PMTIMELINE-TO        PIC X(14).
           05  DB-PMTIMELINE-PROGRAM   PIC X(12).
           05  DB-PMTIMELINE-USER      PIC X(20).
           05  DB-PMTIMELINE-INCIDENT  PIC X(16).
           05  DB-PMTIMELINE-FILE      PIC X(80).
           05  DB-PMTIMELINE-LINES     PIC 9(5).
           05  DB-PMTIMELINE-TRUNC     PIC X(1).
           05  DB-PMTIMELINE-RC        PIC 9(4).
