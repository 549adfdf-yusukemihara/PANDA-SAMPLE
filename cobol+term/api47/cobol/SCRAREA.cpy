           05  SCR-ERR-CODE        PIC 9(4).
           05  PROBESTATUS         PIC 9(3).
           05  SCR-UPSTREAM        PIC X(10).
           05  SCR-CLIENT-ID       PIC X(20).
           05  SCR-CLIENT-KEY      PIC X(24).
