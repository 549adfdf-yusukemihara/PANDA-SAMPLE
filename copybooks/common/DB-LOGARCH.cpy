       01  DB-LOGARCH.
           05  DB-LOGARCH-LOG          PIC X(80).
           05  DB-LOGARCH-FROM         PIC X(8).
           05  DB-LOGARCH-TO           PIC X(8).
           05  DB-LOGARCH-NUM          PIC 9(3).
           05  DB-LOGARCH-ENTRY        OCCURS 120 TIMES.
               10  DB-LOGARCH-MONTH    PIC X(6).
               10  DB-LOGARCH-FILE     PIC X(84).
               10  DB-LOGARCH-LINES    PIC 9(7).
               10  DB-LOGARCH-HASH     PIC X(9).
           05  DB-LOGARCH-RC           PIC 9(4).
