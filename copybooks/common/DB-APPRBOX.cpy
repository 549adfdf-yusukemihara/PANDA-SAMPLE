       01  DB-APPRBOX.
           05  DB-APPRBOX-USER         PIC X(20).
           05  DB-APPRBOX-RC           PIC 9(4).
           05  DB-APPRBOX-NUM          PIC 9(4).
           05  DB-APPRBOX-ENTRY OCCURS 200 TIMES.
               10  DB-APPRBOX-SOURCE   PIC X(8).
               10  DB-APPRBOX-WINDOW   PIC X(20).
               10  DB-APPRBOX-KEY      PIC X(40).
               10  DB-APPRBOX-DESC     PIC X(60).
               10  DB-APPRBOX-REQ      PIC X(20).
               10  DB-APPRBOX-SUBMIT   PIC X(21).
               10  DB-APPRBOX-AGE      PIC 9(4).
