      * ACCESS RECERTIFICATION REGISTERS.
      * CAMPAIGNS: CAMPAIGN|OPENED|DEADLINE|STATUS|CLOSED
      *   CAMPAIGN IS YYYYQN; STATUS OPEN OR CLOSED.
      * ITEMS: CAMPAIGN|USER|ROLE|DEPARTMENT|MANAGER|DEADLINE|STATUS|
      *        DECIDED-BY|DECIDED-TS
      *   STATUS PENDING, CONFIRMED, REVOKED OR AUTOREVOKED.  A BLANK
      *   MANAGER SENDS THE ITEM TO THE PERMISSION ADMINISTRATORS.
       01  DB-RCCAMP.
           05  DB-RCC-NUM              PIC 9(4).
           05  DB-RCC-ENTRY OCCURS 40 TIMES.
               10  DB-RCC-ID           PIC X(6).
               10  DB-RCC-OPENED       PIC X(8).
               10  DB-RCC-DEADLINE     PIC X(8).
               10  DB-RCC-STATUS       PIC X(10).
               10  DB-RCC-CLOSED       PIC X(8).
       01  DB-RCITEMS.
           05  DB-RCI-NUM              PIC 9(4).
           05  DB-RCI-ENTRY OCCURS 400 TIMES.
               10  DB-RCI-CAMPAIGN     PIC X(6).
               10  DB-RCI-USER         PIC X(20).
               10  DB-RCI-ROLE         PIC X(20).
               10  DB-RCI-DEPT         PIC X(20).
               10  DB-RCI-MANAGER      PIC X(20).
               10  DB-RCI-DEADLINE     PIC X(8).
               10  DB-RCI-STATUS       PIC X(12).
               10  DB-RCI-DECIDEDBY    PIC X(20).
               10  DB-RCI-DECIDEDTS    PIC X(14).
