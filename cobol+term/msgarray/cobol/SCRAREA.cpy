           05  SCR-ARTO                PIC X(8).
           05  SCR-ARMSG               PIC X(80).
           05  SCR-ARDETAIL            PIC X(400).
           05  SCR-REJECTED            PIC 9(3).
           05  SCR-REJECTLIST          PIC X(8000).
           05  SCR-CONSUMER            PIC X(20).
           05  SCR-SKIPPED             PIC 9(4).
