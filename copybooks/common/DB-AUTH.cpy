           05  DB-AUTH-RC              PIC 9(4).
           05  DB-AUTH-SCOPE           PIC X(4).
           05  DB-AUTH-SCOPELIST       PIC X(100).
           05  DB-AUTH-ONBEHALF        PIC X(20).
      * 'Y' WHEN THE CALLER IS ONLY SOUNDING OUT WHAT THE USER MAY
      * DO, NOT ACTING FOR THEM - A REFUSAL IS THEN NOT LOGGED.
           05  DB-AUTH-NOLOG           PIC X(1).
