               10  LNK-QTIMEOUT    PIC 9(4).
           05  LNK-BANNER-MSG      PIC X(60).
           05  LNK-BANNER-LEVEL    PIC X(10).
           05  LNK-BUSDATE         PIC X(8).
           05  LNK-CLOCKTIME       PIC X(12).
           05  LNK-TIMEZONE        PIC X(5).
