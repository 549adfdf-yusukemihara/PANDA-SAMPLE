                                   PIC X(20).
           05  SPA-CTX-VALUE       OCCURS 10 TIMES
                                   PIC X(80).
           05  SPA-PRESEL-WINDOW   PIC X(20).
           05  SPA-PRESEL-KEY      PIC X(40).
           05  SPA-PROCDATE        PIC X(8).
