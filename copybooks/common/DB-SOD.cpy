      * SEGREGATION-OF-DUTIES CHECK.  FUNC IS LIST (CONFLICTS HELD
      * NOW), CHECK (CONFLICTS THE PROPOSED CHANGE WOULD CREATE) OR
      * RECORD (LOG AN OVERRIDE OF THE HITS RETURNED BY CHECK).  A
      * BLANK USER MEANS EVERY KNOWN USER.  THE PROPOSAL IS A NEW
      * ROLE FOR USER, A NEW GRANT OF A FUNCTION TO USER, OR A
      * MATRIX RULE ADDED, REPLACED OR (RULEDEL=Y) DELETED.
      * RC 0 DONE, 1 NO CONFLICT RULES ON FILE, 2 MORE HITS THAN FIT.
       01  DB-SOD.
           05  DB-SOD-FUNC             PIC X(8).
           05  DB-SOD-USER             PIC X(20).
           05  DB-SOD-NEWROLE          PIC X(20).
           05  DB-SOD-NEWGRANT         PIC X(30).
           05  DB-SOD-RULEROLE         PIC X(20).
           05  DB-SOD-RULEFUNC         PIC X(30).
           05  DB-SOD-RULEFLAG         PIC X(1).
           05  DB-SOD-RULEDEL          PIC X(1).
           05  DB-SOD-BY               PIC X(20).
           05  DB-SOD-TERM             PIC X(20).
           05  DB-SOD-SOURCE           PIC X(12).
           05  DB-SOD-REASON           PIC X(60).
           05  DB-SOD-RC               PIC 9(4).
           05  DB-SOD-NUM              PIC 9(3).
           05  DB-SOD-HIT OCCURS 100 TIMES.
               10  DB-SOD-HIT-USER     PIC X(20).
               10  DB-SOD-HIT-FUNCA    PIC X(30).
               10  DB-SOD-HIT-FUNCB    PIC X(30).
               10  DB-SOD-HIT-DESC     PIC X(60).
