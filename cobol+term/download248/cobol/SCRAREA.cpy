                                    PIC X(80).
               10  NRETRY          OCCURS 10 TIMES
                                    PIC 9(2).
           05  CLIENT-ID           PIC X(20).
           05  CLIENT-KEY          PIC X(24).
