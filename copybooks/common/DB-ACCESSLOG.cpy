           05  DB-ACCESSLOG-STATUS     PIC 9(3).
           05  DB-ACCESSLOG-SIZE       PIC 9(9).
           05  DB-ACCESSLOG-ELAPSED    PIC 9(6).
           05  DB-ACCESSLOG-CLIENT     PIC X(20).
