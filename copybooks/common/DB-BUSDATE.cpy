       01  DB-BUSDATE.
           05  DB-BUSDATE-FUNC         PIC X(8).
           05  DB-BUSDATE-DATE         PIC X(8).
           05  DB-BUSDATE-PRIOR        PIC X(8).
           05  DB-BUSDATE-CLOSED       PIC X(21).
           05  DB-BUSDATE-USER         PIC X(20).
           05  DB-BUSDATE-RC           PIC 9(4).
