      * INCIDENT REGISTER.  STATUS IS OPEN, INVESTIGATING, RESOLVED
      * OR CLOSED.  PROGRAM AND CODE ARE THOSE OF THE ERROR EVENT THAT
      * OPENED IT; COUNT IS HOW OFTEN IT HAS OCCURRED SINCE, LAST-TS
      * THE LATEST.  ACKED-TS IS WHEN SOMEONE FIRST TOOK IT UP,
      * RESOLVED-TS WHEN IT WAS LAST RESOLVED.  SOURCE IS ERREVENT
      * FOR A CRITICAL CODE, ERRBURST FOR A TRIPPED BURST RULE.
       01  DB-INCIDENT.
           05  DB-INC-NUM                  PIC 9(3).
           05  DB-INC-ENTRY OCCURS 300 TIMES.
               10  DB-INC-ID               PIC X(16).
               10  DB-INC-PROGRAM          PIC X(12).
               10  DB-INC-CODE             PIC 9(4).
               10  DB-INC-STATUS           PIC X(13).
               10  DB-INC-OWNER            PIC X(20).
               10  DB-INC-CATEGORY         PIC X(12).
               10  DB-INC-OPENEDTS         PIC X(21).
               10  DB-INC-ACKEDTS          PIC X(21).
               10  DB-INC-RESOLVEDTS       PIC X(21).
               10  DB-INC-CLOSEDTS         PIC X(21).
               10  DB-INC-COUNT            PIC 9(6).
               10  DB-INC-LASTTS           PIC X(21).
               10  DB-INC-SOURCE           PIC X(8).
