           05  DB-PUSH-ID          PIC X(20).
           05  DB-PUSH-COMMENT     PIC X(80).
           05  DB-PUSH-TOPIC       PIC X(20).
           05  DB-PUSH-SEVERITY    PIC X(8).
