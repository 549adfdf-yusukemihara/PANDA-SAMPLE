      * JSON FIELD INDEX REQUEST.  EXTRACT RETURNS THE DOCUMENT'S
      * KEY, SCHEMA AND INDEXED FIELD/VALUE PAIRS; UPDATE ALSO
      * REPLACES THE KEY'S LINES ON THE INDEX UNDER VERSION; FIND
      * RETURNS THE KEYS CARRYING EVERY FIELD/VALUE PAIR GIVEN.
      * OWNER IS THE FILE LOCK OWNER.  RC 0 OK, 1 NO KEY IN THE
      * DOCUMENT, 2 INDEX LOCKED, 3 FIELD NOT INDEXED, 4 MORE HITS
      * THAN THE LIST HOLDS (THE FIRST ONES ARE RETURNED), 9 BAD
      * FUNCTION.
       01  DB-JSONIDX.
           05  DB-JSONIDX-FUNC         PIC X(8).
           05  DB-JSONIDX-OWNER        PIC X(20).
           05  DB-JSONIDX-KEY          PIC X(40).
           05  DB-JSONIDX-VERSION      PIC 9(6).
           05  DB-JSONIDX-SCHEMA       PIC X(40).
           05  DB-JSONIDX-NUM          PIC 9(2).
           05  DB-JSONIDX-PAIR         OCCURS 20 TIMES.
               10  DB-JSONIDX-FIELD    PIC X(30).
               10  DB-JSONIDX-VALUE    PIC X(80).
           05  DB-JSONIDX-HITS         PIC 9(4).
           05  DB-JSONIDX-HIT          OCCURS 1000 TIMES.
               10  DB-JSONIDX-HIT-KEY  PIC X(40).
               10  DB-JSONIDX-HIT-VER  PIC 9(6).
           05  DB-JSONIDX-RC           PIC 9(4).
