                   15  TRCELL3         PIC X(40).
           05  SCR-TRID                PIC X(16).
           05  SCR-TRMSG               PIC X(80).
           05  SCR-TRFROM              PIC X(8).
           05  SCR-TRTO                PIC X(8).
