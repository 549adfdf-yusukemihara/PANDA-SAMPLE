           05  DB-PUSHSUB-LASTSEQ  PIC 9(9).
           05  DB-PUSHSUB-FAILS    PIC 9(3).
           05  DB-PUSHSUB-LASTOK   PIC X(21).
           05  DB-PUSHSUB-DELIVERY PIC X(6).
           05  DB-PUSHSUB-LASTDIG  PIC X(14).
