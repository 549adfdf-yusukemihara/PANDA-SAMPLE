           05  SCR-QUERYID         PIC X(80).
           05  SCR-BODY            PIC X(2097152).
           05  SCR-ERR-CODE        PIC 9(4).
           05  SCR-CLIENT-ID       PIC X(20).
           05  SCR-CLIENT-KEY      PIC X(24).
