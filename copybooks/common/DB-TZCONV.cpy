       01  DB-TZCONV.
           05  DB-TZCONV-FUNC          PIC X(8).
           05  DB-TZCONV-TERM          PIC X(20).
           05  DB-TZCONV-LOCATION      PIC X(20).
           05  DB-TZCONV-TS-IN         PIC X(21).
           05  DB-TZCONV-TS-OUT        PIC X(21).
           05  DB-TZCONV-ZONE          PIC X(5).
           05  DB-TZCONV-RC            PIC 9(4).
