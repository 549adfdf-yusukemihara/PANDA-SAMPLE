       01  DB-SHIFTROS.
           05  DB-SHIFTROS-NUM         PIC 9(4).
           05  DB-SHIFTROS-ENTRY OCCURS 2000 TIMES.
               10  DB-SHIFTROS-DATE    PIC X(8).
               10  DB-SHIFTROS-DEPT    PIC X(20).
               10  DB-SHIFTROS-SHIFT   PIC X(10).
               10  DB-SHIFTROS-USER    PIC X(20).
       01  DB-SHIFTDEF.
           05  DB-SHIFTDEF-NUM         PIC 9(2).
           05  DB-SHIFTDEF-ENTRY OCCURS 20 TIMES.
               10  DB-SHIFTDEF-SHIFT   PIC X(10).
               10  DB-SHIFTDEF-START   PIC 9(4).
               10  DB-SHIFTDEF-END     PIC 9(4).
