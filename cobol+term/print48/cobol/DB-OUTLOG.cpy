      * PRINTER OUTAGE LOG, ONE LINE PER OUTAGE:
      *   PRINTER|START|END|REASON|SOURCE|LOGGED-BY|CLOSED-BY
      * START AND END ARE YYYYMMDDHHMMSS; END IS BLANK WHILE THE
      * PRINTER IS STILL DOWN.  SOURCE IS THE PROGRAM THAT RAISED IT.
       01  DB-OUTLOG.
           05  DB-OUTLOG-NUM               PIC 9(4).
           05  DB-OUTLOG-ENTRY OCCURS 500 TIMES.
               10  DB-OUTLOG-PRINTER       PIC X(8).
               10  DB-OUTLOG-START         PIC X(14).
               10  DB-OUTLOG-END           PIC X(14).
               10  DB-OUTLOG-REASON        PIC X(40).
               10  DB-OUTLOG-SOURCE        PIC X(10).
               10  DB-OUTLOG-OPENBY        PIC X(20).
               10  DB-OUTLOG-CLOSEBY       PIC X(20).
